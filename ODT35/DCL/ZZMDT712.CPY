      ******************************************************************
      * DCLGEN TABLE(PRODUSVP.ZMDT712)                                 *
      *        LIBRARY(ZIVA.DCLGEN(ZZMDT712))                          *
      *        ACTION(REPLACE)                                         *
      *        LANGUAGE(COBOL)                                         *
      *        QUOTE                                                   *
      * ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING STATEMENTS   *
      ******************************************************************
      * ZMDT712 SON LOS DERECHOS DE COBRO DE UN EVENTO DE INGRESO      *
      * (ZMDT711) POR CUENTA: TITULOS LIQUIDADOS A LA FECHA DE         *
      * REGISTRO, IMPORTE BRUTO (TITULOS POR IMPORTE POR TITULO), TASA *
      * Y RETENCION DE ISR SEGUN EL TRATAMIENTO FISCAL DE LA CUENTA    *
      * (ACUMULADA EN ZMDT664) E IMPORTE NETO. AL PAGAR, EL NETO SE    *
      * ABONA AL LIBRO DE EFECTIVO (ZMDT700 TORIGEN 'D') E ISECMOV     *
      * GUARDA EL FOLIO DE ESE MOVIMIENTO. SPAGADO '0' PENDIENTE / '1' *
      * PAGADO.                                                        *
      ******************************************************************
           EXEC SQL DECLARE PRODUSVP.ZMDT712 TABLE
           ( ZM712_IEVENTO                  DECIMAL(9, 0) NOT NULL,
             ZM712_IEMPR                    CHAR(3) NOT NULL,
             ZM712_ICUENTA                  DECIMAL(7, 0) NOT NULL,
             ZM712_CTITULOS                 DECIMAL(15, 2) NOT NULL,
             ZM712_MBRUTO                   DECIMAL(15, 2) NOT NULL,
             ZM712_PTASA                    DECIMAL(6, 5) NOT NULL,
             ZM712_MRETENIDO                DECIMAL(15, 2) NOT NULL,
             ZM712_MNETO                    DECIMAL(15, 2) NOT NULL,
             ZM712_SPAGADO                  CHAR(1) NOT NULL,
             ZM712_ISECMOV                  DECIMAL(9, 0),
             ZM712_FPAGO                    TIMESTAMP
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE PRODUSVP.ZMDT712                   *
      ******************************************************************
       01  DCLZMDT712.
           10 ZM712-IEVENTO        PIC S9(9)V USAGE COMP-3.
           10 ZM712-IEMPR          PIC X(3).
           10 ZM712-ICUENTA        PIC S9(7)V USAGE COMP-3.
           10 ZM712-CTITULOS       PIC S9(13)V99 USAGE COMP-3.
           10 ZM712-MBRUTO         PIC S9(13)V99 USAGE COMP-3.
           10 ZM712-PTASA          PIC S9(1)V9(5) USAGE COMP-3.
           10 ZM712-MRETENIDO      PIC S9(13)V99 USAGE COMP-3.
           10 ZM712-MNETO          PIC S9(13)V99 USAGE COMP-3.
           10 ZM712-SPAGADO        PIC X(1).
           10 ZM712-ISECMOV        PIC S9(9)V USAGE COMP-3.
           10 ZM712-FPAGO          PIC X(26).
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 11      *
      ******************************************************************
