      * (35/ZMWSC174/ZMWSC175) QUE EL FIRMANTE ESTE VIGENTE Y CON      *
      * PODERES A LA FECHA DE CAPTURA; EL NUMERO QUEDA EN              *
      * ZM606_IAPODER. FVIGHASTA NULO = SIN FECHA DE TERMINO.          *
      * IRFC ES EL RFC DEL APODERADO, CONTRA EL QUE SE COTEJA EL RFC   *
      * DEL CERTIFICADO DE E.FIRMA DE LAS CARTAS ELECTRONICAS (9913,   *
      * 35/ZMWSC324/ZMWSC325). NULO EN APODERADOS PREVIOS A LA COLUMNA *
      * (NO PUEDEN FIRMAR CARTAS ELECTRONICAS HASTA CAPTURARLO).       *
      ******************************************************************
           EXEC SQL DECLARE PRODUSVP.ZMDT657 TABLE
           ( ZM657_IEMPR                    CHAR(3) NOT NULL,
             ZM657_FVIGHASTA                DATE,
             ZM657_SVIGEN                   CHAR(1) NOT NULL,
             ZM657_IUSUARIO                 CHAR(8) NOT NULL,
             ZM657_FSIST                    TIMESTAMP NOT NULL,
             ZM657_IRFC                     CHAR(13)
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE PRODUSVP.ZMDT657                   *
           10 ZM657-SVIGEN         PIC X(1).
           10 ZM657-IUSUARIO       PIC X(8).
           10 ZM657-FSIST          PIC X(26).
           10 ZM657-IRFC           PIC X(13).
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 12      *
      ******************************************************************
