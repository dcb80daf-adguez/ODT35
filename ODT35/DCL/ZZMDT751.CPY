      ******************************************************************
      * DCLGEN TABLE(PRODUSVP.ZMDT751)                                 *
      *        LIBRARY(ZIVA.DCLGEN(ZZMDT751))                          *
      *        ACTION(REPLACE)                                         *
      *        LANGUAGE(COBOL)                                         *
      *        QUOTE                                                   *
      * ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING STATEMENTS   *
      ******************************************************************
      * ZMDT751 ES LA LISTA DE CERTIFICADOS DE E.FIRMA REVOCADOS QUE   *
      * PUBLICA EL SAT, CARGADA DIARIO CON LOS MISMOS CONTROLES DE     *
      * ENCABEZADO QUE LOS DEMAS ARCHIVOS EXTERNOS (ZMDT643, ARCHIVO   *
      * 'CRLSAT': SIN HASH, SOLO CONTEO). EL CARGADOR INSERTA CON      *
      * SPROCESO = '0' Y LA VALIDACION DEL ENCABEZADO (9355,           *
      * 35/ZMWSC146/ZMWSC147) LO RECHAZA ('R') SI NO CUADRA. UN        *
      * CERTIFICADO CON RENGLON NO RECHAZADO Y FREVOCA A LA FECHA DE   *
      * LA CARTA NO FIRMA CARTAS ELECTRONICAS (9913,                   *
      * 35/ZMWSC324/ZMWSC325).                                         *
      ******************************************************************
           EXEC SQL DECLARE PRODUSVP.ZMDT751 TABLE
           ( ZM751_ICERTSER                 CHAR(20) NOT NULL,
             ZM751_FREVOCA                  DATE NOT NULL,
             ZM751_IRFC                     CHAR(13),
             ZM751_FCARGA                   DATE NOT NULL,
             ZM751_SPROCESO                 CHAR(1) NOT NULL
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE PRODUSVP.ZMDT751                   *
      ******************************************************************
       01  DCLZMDT751.
           10 ZM751-ICERTSER       PIC X(20).
           10 ZM751-FREVOCA        PIC X(10).
           10 ZM751-IRFC           PIC X(13).
           10 ZM751-FCARGA         PIC X(10).
           10 ZM751-SPROCESO       PIC X(1).
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 5       *
      ******************************************************************
