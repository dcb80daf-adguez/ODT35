      ******************************************************************
      * DCLGEN TABLE(PRODUSVP.ZMDT705)                                 *
      *        LIBRARY(ZIVA.DCLGEN(ZZMDT705))                          *
      *        ACTION(REPLACE)                                         *
      *        LANGUAGE(COBOL)                                         *
      *        QUOTE                                                   *
      * ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING STATEMENTS   *
      ******************************************************************
      * ZMDT705 ES EL REGISTRO DE CUENTAS BANCARIAS (CLABE) DEL        *
      * CLIENTE: LOS UNICOS DESTINOS A LOS QUE SE PUEDE PAGAR EFECTIVO *
      * DE LA CUENTA. UN RENGLON POR CLABE (ISECCLB DE ZMDT642) CON EL *
      * BANCO (LOS TRES PRIMEROS DIGITOS DE LA CLABE), EL TITULAR Y SU *
      * RFC, QUE DEBE SER EL DE CUENTA.IRFC O EL DE UN COTITULAR       *
      * AUTORIZADO DE ZMDT686 (9569). LA CLABE SE VALIDA CON SU DIGITO *
      * VERIFICADOR (9664) Y SE MANTIENE BAJO SOLICITANTE/AUTORIZADOR  *
      * COMO ZMDT610 (9665/9666, 35/ZMWSC270/ZMWSC271); SOLO LAS 'A'   *
      * SIRVEN PARA PAGAR: LOS RETIROS SPEI (ZMDT704) Y LAS            *
      * INSTRUCCIONES DE EFECTIVO A TESORERIA (ZM673_CLABE). IESTADO   *
      * 'P' PENDIENTE / 'A' AUTORIZADA / 'R' RECHAZADA / 'B' BAJA.     *
      ******************************************************************
           EXEC SQL DECLARE PRODUSVP.ZMDT705 TABLE
           ( ZM705_IEMPR                    CHAR(3) NOT NULL,
             ZM705_ICUENTA                  DECIMAL(7, 0) NOT NULL,
             ZM705_ISECCLB                  DECIMAL(5, 0) NOT NULL,
             ZM705_CLABE                    CHAR(18) NOT NULL,
             ZM705_IBANCO                   CHAR(3) NOT NULL,
             ZM705_NTITULAR                 CHAR(60) NOT NULL,
             ZM705_IRFCTIT                  CHAR(13) NOT NULL,
             ZM705_IUSRSOL                  CHAR(8) NOT NULL,
             ZM705_FSOLICIT                 TIMESTAMP NOT NULL,
             ZM705_IESTADO                  CHAR(1) NOT NULL,
             ZM705_IUSRAUT                  CHAR(8),
             ZM705_FAUTORIZ                 TIMESTAMP
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE PRODUSVP.ZMDT705                   *
      ******************************************************************
       01  DCLZMDT705.
           10 ZM705-IEMPR          PIC X(3).
           10 ZM705-ICUENTA        PIC S9(7)V USAGE COMP-3.
           10 ZM705-ISECCLB        PIC S9(5)V USAGE COMP-3.
           10 ZM705-CLABE          PIC X(18).
           10 ZM705-IBANCO         PIC X(3).
           10 ZM705-NTITULAR       PIC X(60).
           10 ZM705-IRFCTIT        PIC X(13).
           10 ZM705-IUSRSOL        PIC X(8).
           10 ZM705-FSOLICIT       PIC X(26).
           10 ZM705-IESTADO        PIC X(1).
           10 ZM705-IUSRAUT        PIC X(8).
           10 ZM705-FAUTORIZ       PIC X(26).
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 12      *
      ******************************************************************
