      ******************************************************************
      * DCLGEN TABLE(PRODUSVP.ZMDT749)                                 *
      *        LIBRARY(ZIVA.DCLGEN(ZZMDT749))                          *
      *        ACTION(REPLACE)                                         *
      *        LANGUAGE(COBOL)                                         *
      *        QUOTE                                                   *
      * ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING STATEMENTS   *
      ******************************************************************
      * ZMDT749 SON LAS ORDENES DE SUSCRIPCION ('S') Y REDENCION ('R') *
      * DE FONDOS DE INVERSION (ZMDT630 CON ZM630_TCLASE 'F') POR      *
      * CUENTA, CAPTURADAS EN IMPORTE (TMODO 'I') O EN TITULOS ('T').  *
      * ISECORDEN ES FOLIO DE ZMDT642. FOPERA ES LA FECHA DE OPERACION *
      * (EL DIA DE CAPTURA O EL SIGUIENTE HABIL DEL FONDO SI SE        *
      * CAPTURO DESPUES DE SU HORA DE CORTE) Y FLIQUIDA LA DE          *
      * LIQUIDACION (FOPERA MAS NDIASLIQ HABILES DEL FONDO,            *
      * ZMDT746/ZMDT748). SESTADO: 'C' CAPTURADA, 'V' VALUADA AL NAV   *
      * DE FOPERA (ZMDT747; MNAV, CTITULOS E IMPORTE DEFINITIVOS Y     *
      * MOVIMIENTO PENDIENTE ISECMOV EN EL LIBRO ZMDT708), 'L'         *
      * LIQUIDADA (EL MOVIMIENTO PASA A LIQUIDADO), 'X' CANCELADA.     *
      * (35/ZMWSC320/ZMWSC321).                                        *
      ******************************************************************
           EXEC SQL DECLARE PRODUSVP.ZMDT749 TABLE
           ( ZM749_IEMPR                    CHAR(3) NOT NULL,
             ZM749_ICUENTA                  DECIMAL(7, 0) NOT NULL,
             ZM749_ISECORDEN                DECIMAL(9, 0) NOT NULL,
             ZM749_IEMISORA                 CHAR(7) NOT NULL,
             ZM749_ISERIE                   CHAR(8) NOT NULL,
             ZM749_TOPERA                   CHAR(1) NOT NULL,
             ZM749_TMODO                    CHAR(1) NOT NULL,
             ZM749_MIMPORTE                 DECIMAL(15, 2) NOT NULL,
             ZM749_CTITULOS                 DECIMAL(15, 2) NOT NULL,
             ZM749_MNAV                     DECIMAL(15, 6) NOT NULL,
             ZM749_FCAPTURA                 TIMESTAMP NOT NULL,
             ZM749_FOPERA                   DATE NOT NULL,
             ZM749_FLIQUIDA                 DATE NOT NULL,
             ZM749_SESTADO                  CHAR(1) NOT NULL,
             ZM749_ISECMOV                  DECIMAL(9, 0),
             ZM749_IUSUARIO                 CHAR(8) NOT NULL,
             ZM749_FVALUA                   TIMESTAMP,
             ZM749_FLIQUIDADO               TIMESTAMP
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE PRODUSVP.ZMDT749                   *
      ******************************************************************
       01  DCLZMDT749.
           10 ZM749-IEMPR          PIC X(3).
           10 ZM749-ICUENTA        PIC S9(7)V USAGE COMP-3.
           10 ZM749-ISECORDEN      PIC S9(9)V USAGE COMP-3.
           10 ZM749-IEMISORA       PIC X(7).
           10 ZM749-ISERIE         PIC X(8).
           10 ZM749-TOPERA         PIC X(1).
           10 ZM749-TMODO          PIC X(1).
           10 ZM749-MIMPORTE       PIC S9(13)V99 USAGE COMP-3.
           10 ZM749-CTITULOS       PIC S9(13)V99 USAGE COMP-3.
           10 ZM749-MNAV           PIC S9(9)V9(6) USAGE COMP-3.
           10 ZM749-FCAPTURA       PIC X(26).
           10 ZM749-FOPERA         PIC X(10).
           10 ZM749-FLIQUIDA       PIC X(10).
           10 ZM749-SESTADO        PIC X(1).
           10 ZM749-ISECMOV        PIC S9(9)V USAGE COMP-3.
           10 ZM749-IUSUARIO       PIC X(8).
           10 ZM749-FVALUA         PIC X(26).
           10 ZM749-FLIQUIDADO     PIC X(26).
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 18      *
      ******************************************************************
