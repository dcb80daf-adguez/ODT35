      ******************************************************************
      * DCLGEN TABLE(PRODUSVP.ZMDT702)                                 *
      *        LIBRARY(ZIVA.DCLGEN(ZZMDT702))                          *
      *        ACTION(REPLACE)                                         *
      *        LANGUAGE(COBOL)                                         *
      *        QUOTE                                                   *
      * ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING STATEMENTS   *
      ******************************************************************
      * ZMDT702 ES EL STAGING DEL ARCHIVO DE RECEPCIONES SPEI DEL      *
      * BANCO (ARCHIVO 'SPEIREC'), CON LOS MISMOS CONTROLES DE         *
      * ENCABEZADO DE LOS DEMAS FEEDS (ZMDT643, HASH = SUMA DE         *
      * ZM702_MIMPORTE). TMOVTO 'D' DEPOSITO DEL CLIENTE (IREFER =     *
      * REFERENCIA SPEI DE LA CUENTA, VEA ZMDT703) / 'V' DEVOLUCION DE *
      * UN RETIRO PAGADO (CLAVORIG = CLAVE DE RASTREO DEL PAGO         *
      * ORIGINAL EN ZMDT704, ICODDEV = MOTIVO DEL BANCO). EL CARGADOR  *
      * INSERTA CON SPROCESO '0'; EL APLICADOR (35/ZMWSC268/ZMWSC269,  *
      * 9651) DEJA '1' APLICADO CON LA CUENTA CASADA EN IEMPR/ICUENTA, *
      * 'E' ESTACIONADO EN EL SUSPENSO ZMDT692 O 'R' RECHAZADO POR EL  *
      * CONTROL DE ENCABEZADO.                                         *
      ******************************************************************
           EXEC SQL DECLARE PRODUSVP.ZMDT702 TABLE
           ( ZM702_ISECREG                  DECIMAL(9, 0) NOT NULL,
             ZM702_FNEGOCIO                 DATE NOT NULL,
             ZM702_TMOVTO                   CHAR(1) NOT NULL,
             ZM702_CLAVRAST                 CHAR(30) NOT NULL,
             ZM702_IREFER                   CHAR(20) NOT NULL,
             ZM702_CLAVORIG                 CHAR(30),
             ZM702_ICODDEV                  CHAR(2),
             ZM702_MIMPORTE                 DECIMAL(15, 2) NOT NULL,
             ZM702_CLABEORD                 CHAR(18),
             ZM702_NOMORD                   CHAR(40),
             ZM702_SPROCESO                 CHAR(1) NOT NULL,
             ZM702_IEMPR                    CHAR(3),
             ZM702_ICUENTA                  DECIMAL(7, 0),
             ZM702_FRECIBIDO                TIMESTAMP NOT NULL,
             ZM702_FPROCESO                 TIMESTAMP
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE PRODUSVP.ZMDT702                   *
      ******************************************************************
       01  DCLZMDT702.
           10 ZM702-ISECREG        PIC S9(9)V USAGE COMP-3.
           10 ZM702-FNEGOCIO       PIC X(10).
           10 ZM702-TMOVTO         PIC X(1).
           10 ZM702-CLAVRAST       PIC X(30).
           10 ZM702-IREFER         PIC X(20).
           10 ZM702-CLAVORIG       PIC X(30).
           10 ZM702-ICODDEV        PIC X(2).
           10 ZM702-MIMPORTE       PIC S9(13)V99 USAGE COMP-3.
           10 ZM702-CLABEORD       PIC X(18).
           10 ZM702-NOMORD         PIC X(40).
           10 ZM702-SPROCESO       PIC X(1).
           10 ZM702-IEMPR          PIC X(3).
           10 ZM702-ICUENTA        PIC S9(7)V USAGE COMP-3.
           10 ZM702-FRECIBIDO      PIC X(26).
           10 ZM702-FPROCESO       PIC X(26).
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 15      *
      ******************************************************************
