      ******************************************************************
      * DCLGEN TABLE(PRODUSVP.ZMDT720)                                 *
      *        LIBRARY(ZIVA.DCLGEN(ZZMDT720))                          *
      *        ACTION(REPLACE)                                         *
      *        LANGUAGE(COBOL)                                         *
      *        QUOTE                                                   *
      * ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING STATEMENTS   *
      ******************************************************************
      * ZMDT720 ES LA PROPUESTA DE REPARTO DEL CASO DE SUCESION        *
      * ZMDT719: UN RENGLON POR BENEFICIARIO (ISECBEN DE ZMDT658) Y    *
      * POR ACTIVO, 'V' VALORES (EMISORA/SERIE Y CTITULOS, DE LA       *
      * POSICION LIQUIDADA DEL LIBRO ZMDT707) O 'E' EFECTIVO           *
      * (MIMPORTE, DEL SALDO DISPONIBLE DE ZMDT701), EN PROPORCION A   *
      * PPORCENT; LOS RESIDUOS DEL REDONDEO VAN AL BENEFICIARIO DE     *
      * MAYOR PORCENTAJE. ICTABEN ES LA CUENTA DEL BENEFICIARIO QUE    *
      * RECIBE (0 MIENTRAS NO SE ASIGNE). SESTADO 'P' PROPUESTO, 'A'   *
      * APLICADO (ISECMOV ES EL MOVIMIENTO DE ENTRADA A LA CUENTA DEL  *
      * BENEFICIARIO EN ZMDT708 O ZMDT700).                            *
      ******************************************************************
           EXEC SQL DECLARE PRODUSVP.ZMDT720 TABLE
           ( ZM720_IEMPR                    CHAR(3) NOT NULL,
             ZM720_ICUENTA                  DECIMAL(7, 0) NOT NULL,
             ZM720_ISECSUC                  DECIMAL(9, 0) NOT NULL,
             ZM720_ISECLIN                  DECIMAL(5, 0) NOT NULL,
             ZM720_ISECBEN                  DECIMAL(5, 0) NOT NULL,
             ZM720_NNOMBRE                  CHAR(40) NOT NULL,
             ZM720_PPORCENT                 DECIMAL(5, 2) NOT NULL,
             ZM720_ICTABEN                  DECIMAL(7, 0) NOT NULL,
             ZM720_TACTIVO                  CHAR(1) NOT NULL,
             ZM720_IEMISORA                 CHAR(7),
             ZM720_ISERIE                   CHAR(8),
             ZM720_CTITULOS                 DECIMAL(15, 2) NOT NULL,
             ZM720_MIMPORTE                 DECIMAL(15, 2) NOT NULL,
             ZM720_SESTADO                  CHAR(1) NOT NULL,
             ZM720_ISECMOV                  DECIMAL(9, 0),
             ZM720_FAPLICA                  TIMESTAMP
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE PRODUSVP.ZMDT720                   *
      ******************************************************************
       01  DCLZMDT720.
           10 ZM720-IEMPR          PIC X(3).
           10 ZM720-ICUENTA        PIC S9(7)V USAGE COMP-3.
           10 ZM720-ISECSUC        PIC S9(9)V USAGE COMP-3.
           10 ZM720-ISECLIN        PIC S9(5)V USAGE COMP-3.
           10 ZM720-ISECBEN        PIC S9(5)V USAGE COMP-3.
           10 ZM720-NNOMBRE        PIC X(40).
           10 ZM720-PPORCENT       PIC S9(3)V99 USAGE COMP-3.
           10 ZM720-ICTABEN        PIC S9(7)V USAGE COMP-3.
           10 ZM720-TACTIVO        PIC X(1).
           10 ZM720-IEMISORA       PIC X(7).
           10 ZM720-ISERIE         PIC X(8).
           10 ZM720-CTITULOS       PIC S9(13)V99 USAGE COMP-3.
           10 ZM720-MIMPORTE       PIC S9(13)V99 USAGE COMP-3.
           10 ZM720-SESTADO        PIC X(1).
           10 ZM720-ISECMOV        PIC S9(9)V USAGE COMP-3.
           10 ZM720-FAPLICA        PIC X(26).
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 16      *
      ******************************************************************
