      ******************************************************************
      * DCLGEN TABLE(PRODUSVP.ZMDT711)                                 *
      *        LIBRARY(ZIVA.DCLGEN(ZZMDT711))                          *
      *        ACTION(REPLACE)                                         *
      *        LANGUAGE(COBOL)                                         *
      *        QUOTE                                                   *
      * ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING STATEMENTS   *
      ******************************************************************
      * ZMDT711 SON LOS EVENTOS DE INGRESO EN EFECTIVO SOBRE EL        *
      * CATALOGO DE EMISORAS: DIVIDENDO ('D') O CUPON ('C') POR        *
      * EMISORA/SERIE CON FECHA DE REGISTRO, FECHA DE PAGO E IMPORTE   *
      * POR TITULO. EL FOLIO IEVENTO SALE DEL SERVIDOR ZMDT642 (LLAVE  *
      * EN BLANCO). LO MANEJAN 35/ZMWSC280/ZMWSC281: 9704 LO DA DE     *
      * ALTA ('0' REGISTRADO), 9705 CALCULA LOS DERECHOS POR CUENTA EN *
      * ZMDT712 CON LA POSICION LIQUIDADA DEL LIBRO INTERNO (ZMDT708)  *
      * A LA FECHA DE REGISTRO ('C' CALCULADO) Y 9708 LOS PAGA EN LA   *
      * FECHA DE PAGO ('1' PAGADO). NTITULARES, MBRUTO Y MRETENIDO SON *
      * LOS TOTALES DEL CALCULO.                                       *
      ******************************************************************
           EXEC SQL DECLARE PRODUSVP.ZMDT711 TABLE
           ( ZM711_IEVENTO                  DECIMAL(9, 0) NOT NULL,
             ZM711_TINGRESO                 CHAR(1) NOT NULL,
             ZM711_IEMISORA                 CHAR(7) NOT NULL,
             ZM711_ISERIE                   CHAR(8) NOT NULL,
             ZM711_FREGISTRO                DATE NOT NULL,
             ZM711_FPAGO                    DATE NOT NULL,
             ZM711_MPORTIT                  DECIMAL(15, 6) NOT NULL,
             ZM711_SESTADO                  CHAR(1) NOT NULL,
             ZM711_NTITULARES               DECIMAL(7, 0) NOT NULL,
             ZM711_MBRUTO                   DECIMAL(15, 2) NOT NULL,
             ZM711_MRETENIDO                DECIMAL(15, 2) NOT NULL,
             ZM711_IUSUARIO                 CHAR(8) NOT NULL,
             ZM711_FSIST                    TIMESTAMP NOT NULL,
             ZM711_FPAGADO                  TIMESTAMP
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE PRODUSVP.ZMDT711                   *
      ******************************************************************
       01  DCLZMDT711.
           10 ZM711-IEVENTO        PIC S9(9)V USAGE COMP-3.
           10 ZM711-TINGRESO       PIC X(1).
           10 ZM711-IEMISORA       PIC X(7).
           10 ZM711-ISERIE         PIC X(8).
           10 ZM711-FREGISTRO      PIC X(10).
           10 ZM711-FPAGO          PIC X(10).
           10 ZM711-MPORTIT        PIC S9(9)V9(6) USAGE COMP-3.
           10 ZM711-SESTADO        PIC X(1).
           10 ZM711-NTITULARES     PIC S9(7)V USAGE COMP-3.
           10 ZM711-MBRUTO         PIC S9(13)V99 USAGE COMP-3.
           10 ZM711-MRETENIDO      PIC S9(13)V99 USAGE COMP-3.
           10 ZM711-IUSUARIO       PIC X(8).
           10 ZM711-FSIST          PIC X(26).
           10 ZM711-FPAGADO        PIC X(26).
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 14      *
      ******************************************************************
