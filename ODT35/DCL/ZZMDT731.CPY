      ******************************************************************
      * DCLGEN TABLE(PRODUSVP.ZMDT731)                                 *
      *        LIBRARY(ZIVA.DCLGEN(ZZMDT731))                          *
      *        ACTION(REPLACE)                                         *
      *        LANGUAGE(COBOL)                                         *
      *        QUOTE                                                   *
      * ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING STATEMENTS   *
      ******************************************************************
      * ZMDT731 ES EL REGISTRO DE CONSENTIMIENTOS DEL AVISO DE         *
      * PRIVACIDAD POR CUENTA: VERSION ACEPTADA (ZMDT730), FECHA,      *
      * CANAL ('S' SUCURSAL, 'W' INTERNET, 'M' APLICACION MOVIL, 'T'   *
      * TELEFONO) Y LAS NEGATIVAS A LOS USOS SECUNDARIOS ('1' = SE     *
      * OPONE): SNOMKT A MERCADOTECNIA Y PUBLICIDAD, SNOCOMP A         *
      * COMPARTIR SUS DATOS CON AFILIADAS PARA FINES COMERCIALES. UN   *
      * RENGLON POR ACEPTACION (ISECCONS); LA NUEVA SUSTITUYE A LA     *
      * ANTERIOR (SVIGEN '0'). EL DESPACHADOR DE NOTIFICACIONES NO     *
      * ENVIA MENSAJES DE MERCADOTECNIA (ZM622_TMENSAJE 'M') A CUENTAS *
      * CON SNOMKT '1' (35/ZMWSC304/ZMWSC305).                         *
      ******************************************************************
           EXEC SQL DECLARE PRODUSVP.ZMDT731 TABLE
           ( ZM731_IEMPR                    CHAR(3) NOT NULL,
             ZM731_ICUENTA                  DECIMAL(7, 0) NOT NULL,
             ZM731_ISECCONS                 DECIMAL(5, 0) NOT NULL,
             ZM731_IVERSION                 DECIMAL(3, 0) NOT NULL,
             ZM731_FACEPTA                  DATE NOT NULL,
             ZM731_TCANAL                   CHAR(1) NOT NULL,
             ZM731_SNOMKT                   CHAR(1) NOT NULL,
             ZM731_SNOCOMP                  CHAR(1) NOT NULL,
             ZM731_SVIGEN                   CHAR(1) NOT NULL,
             ZM731_IUSUARIO                 CHAR(8) NOT NULL,
             ZM731_FSIST                    TIMESTAMP NOT NULL
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE PRODUSVP.ZMDT731                   *
      ******************************************************************
       01  DCLZMDT731.
           10 ZM731-IEMPR          PIC X(3).
           10 ZM731-ICUENTA        PIC S9(7)V USAGE COMP-3.
           10 ZM731-ISECCONS       PIC S9(5)V USAGE COMP-3.
           10 ZM731-IVERSION       PIC S9(3)V USAGE COMP-3.
           10 ZM731-FACEPTA        PIC X(10).
           10 ZM731-TCANAL         PIC X(1).
           10 ZM731-SNOMKT         PIC X(1).
           10 ZM731-SNOCOMP        PIC X(1).
           10 ZM731-SVIGEN         PIC X(1).
           10 ZM731-IUSUARIO       PIC X(8).
           10 ZM731-FSIST          PIC X(26).
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 11      *
      ******************************************************************
