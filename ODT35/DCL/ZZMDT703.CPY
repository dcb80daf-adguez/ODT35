      ******************************************************************
      * DCLGEN TABLE(PRODUSVP.ZMDT703)                                 *
      *        LIBRARY(ZIVA.DCLGEN(ZZMDT703))                          *
      *        ACTION(REPLACE)                                         *
      *        LANGUAGE(COBOL)                                         *
      *        QUOTE                                                   *
      * ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING STATEMENTS   *
      ******************************************************************
      * ZMDT703 ES EL CATALOGO DE REFERENCIAS SPEI DE LAS CUENTAS: LA  *
      * REFERENCIA NUMERICA (O CLABE DE COBRANZA) QUE EL CLIENTE USA   *
      * AL FONDEAR POR TRANSFERENCIA Y CON LA QUE EL APLICADOR DE      *
      * RECEPCIONES (9651) CASA EL DEPOSITO A SU CUENTA. UNA           *
      * REFERENCIA PERTENECE A UNA SOLA CUENTA; SESTADO 'A' ACTIVA /   *
      * 'B' BAJA (LA BAJA NO SE BORRA PARA QUE UN DEPOSITO TARDIO      *
      * CAIGA AL SUSPENSO Y NO A OTRA CUENTA).                         *
      ******************************************************************
           EXEC SQL DECLARE PRODUSVP.ZMDT703 TABLE
           ( ZM703_IREFER                   CHAR(20) NOT NULL,
             ZM703_IEMPR                    CHAR(3) NOT NULL,
             ZM703_ICUENTA                  DECIMAL(7, 0) NOT NULL,
             ZM703_SESTADO                  CHAR(1) NOT NULL,
             ZM703_IUSUARIO                 CHAR(8) NOT NULL,
             ZM703_FALTA                    TIMESTAMP NOT NULL,
             ZM703_FBAJA                    TIMESTAMP
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE PRODUSVP.ZMDT703                   *
      ******************************************************************
       01  DCLZMDT703.
           10 ZM703-IREFER         PIC X(20).
           10 ZM703-IEMPR          PIC X(3).
           10 ZM703-ICUENTA        PIC S9(7)V USAGE COMP-3.
           10 ZM703-SESTADO        PIC X(1).
           10 ZM703-IUSUARIO       PIC X(8).
           10 ZM703-FALTA          PIC X(26).
           10 ZM703-FBAJA          PIC X(26).
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 7       *
      ******************************************************************
