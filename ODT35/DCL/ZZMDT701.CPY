      ******************************************************************
      * DCLGEN TABLE(PRODUSVP.ZMDT701)                                 *
      *        LIBRARY(ZIVA.DCLGEN(ZZMDT701))                          *
      *        ACTION(REPLACE)                                         *
      *        LANGUAGE(COBOL)                                         *
      *        QUOTE                                                   *
      * ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING STATEMENTS   *
      ******************************************************************
      * ZMDT701 ES EL SALDO DE EFECTIVO VIGENTE POR CUENTA: SALDO      *
      * CONTABLE (SUMA DE CARGOS Y ABONOS DE ZMDT700) Y RESERVADO      *
      * (FONDOS APARTADOS POR CARTAS REGISTRADAS AUN SIN LIQUIDAR).    *
      * EL DISPONIBLE ES MSALDO - MRESERV. LO MANTIENE UNICAMENTE      *
      * 9643-REGISTRA-MOVTO-EFECTIVO (35/ZMWSC266/ZMWSC267); EL        *
      * RENGLON NACE CON EL PRIMER MOVIMIENTO DE LA CUENTA.            *
      ******************************************************************
           EXEC SQL DECLARE PRODUSVP.ZMDT701 TABLE
           ( ZM701_IEMPR                    CHAR(3) NOT NULL,
             ZM701_ICUENTA                  DECIMAL(7, 0) NOT NULL,
             ZM701_MSALDO                   DECIMAL(15, 2) NOT NULL,
             ZM701_MRESERV                  DECIMAL(15, 2) NOT NULL,
             ZM701_FULTMOV                  TIMESTAMP NOT NULL
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE PRODUSVP.ZMDT701                   *
      ******************************************************************
       01  DCLZMDT701.
           10 ZM701-IEMPR          PIC X(3).
           10 ZM701-ICUENTA        PIC S9(7)V USAGE COMP-3.
           10 ZM701-MSALDO         PIC S9(13)V99 USAGE COMP-3.
           10 ZM701-MRESERV        PIC S9(13)V99 USAGE COMP-3.
           10 ZM701-FULTMOV        PIC X(26).
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 5       *
      ******************************************************************
