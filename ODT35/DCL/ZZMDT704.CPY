      ******************************************************************
      * DCLGEN TABLE(PRODUSVP.ZMDT704)                                 *
      *        LIBRARY(ZIVA.DCLGEN(ZZMDT704))                          *
      *        ACTION(REPLACE)                                         *
      *        LANGUAGE(COBOL)                                         *
      *        QUOTE                                                   *
      * ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING STATEMENTS   *
      ******************************************************************
      * ZMDT704 ES LA SOLICITUD DE RETIRO DE EFECTIVO POR SPEI.        *
      * SESTADO 'P' POR AUTORIZAR / 'A' AUTORIZADA (FONDOS RESERVADOS  *
      * EN EL LIBRO DE EFECTIVO ZMDT700) / 'R' RECHAZADA / 'E' ENVIADA *
      * EN EL ARCHIVO DE PAGOS (ISECLOTE, CLAVRAST; EL CARGO YA SE     *
      * REGISTRO) / 'D' DEVUELTA POR EL BANCO (ICODDEV; EL IMPORTE SE  *
      * REABONO A LA CUENTA). EL QUE AUTORIZA NO PUEDE SER EL QUE      *
      * CAPTURO. LA RESERVA DEL RETIRO SE IDENTIFICA EN ZMDT700 POR    *
      * DREFER = 'RETIRO SPEI ' + ISECRET.                             *
      ******************************************************************
           EXEC SQL DECLARE PRODUSVP.ZMDT704 TABLE
           ( ZM704_IEMPR                    CHAR(3) NOT NULL,
             ZM704_ICUENTA                  DECIMAL(7, 0) NOT NULL,
             ZM704_ISECRET                  DECIMAL(9, 0) NOT NULL,
             ZM704_MIMPORTE                 DECIMAL(15, 2) NOT NULL,
             ZM704_CLABEBEN                 CHAR(18) NOT NULL,
             ZM704_NOMBEN                   CHAR(40) NOT NULL,
             ZM704_SESTADO                  CHAR(1) NOT NULL,
             ZM704_IUSRCAP                  CHAR(8) NOT NULL,
             ZM704_FSOLIC                   TIMESTAMP NOT NULL,
             ZM704_IUSRAUT                  CHAR(8),
             ZM704_FAUT                     TIMESTAMP,
             ZM704_ISECLOTE                 DECIMAL(9, 0),
             ZM704_CLAVRAST                 CHAR(30),
             ZM704_ICODDEV                  CHAR(2),
             ZM704_FDEVOL                   TIMESTAMP
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE PRODUSVP.ZMDT704                   *
      ******************************************************************
       01  DCLZMDT704.
           10 ZM704-IEMPR          PIC X(3).
           10 ZM704-ICUENTA        PIC S9(7)V USAGE COMP-3.
           10 ZM704-ISECRET        PIC S9(9)V USAGE COMP-3.
           10 ZM704-MIMPORTE       PIC S9(13)V99 USAGE COMP-3.
           10 ZM704-CLABEBEN       PIC X(18).
           10 ZM704-NOMBEN         PIC X(40).
           10 ZM704-SESTADO        PIC X(1).
           10 ZM704-IUSRCAP        PIC X(8).
           10 ZM704-FSOLIC         PIC X(26).
           10 ZM704-IUSRAUT        PIC X(8).
           10 ZM704-FAUT           PIC X(26).
           10 ZM704-ISECLOTE       PIC S9(9)V USAGE COMP-3.
           10 ZM704-CLAVRAST       PIC X(30).
           10 ZM704-ICODDEV        PIC X(2).
           10 ZM704-FDEVOL         PIC X(26).
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 15      *
      ******************************************************************
