      ******************************************************************
      * DCLGEN TABLE(PRODUSVP.ZMDT780)                                 *
      *        LIBRARY(ZIVA.DCLGEN(ZZMDT780))                          *
      *        ACTION(REPLACE)                                         *
      *        LANGUAGE(COBOL)                                         *
      *        QUOTE                                                   *
      * ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING STATEMENTS   *
      ******************************************************************
      * ZMDT780 SON LAS EJECUCIONES (FILLS) RECIBIDAS CONTRA UN BLOQUE *
      * DE ZMDT778 (ISECFILL, FOLIO DE ZMDT642). SASIGNADO '0'         *
      * PENDIENTE DE ASIGNAR, '1' YA ASIGNADA A LOS RENGLONES DEL      *
      * BLOQUE (FASIGNA). LA ASIGNACION (9091) TOMA TODAS LAS          *
      * PENDIENTES, LAS PROMEDIA Y REPARTE LOS TITULOS A PRORRATA      *
      * ENTRE LOS RENGLONES DE ZMDT779. VEA 35/ZMWSC358/ZMWSC359.      *
      ******************************************************************
           EXEC SQL DECLARE PRODUSVP.ZMDT780 TABLE
           ( ZM780_IBLOQUE                  DECIMAL(9, 0) NOT NULL,
             ZM780_ISECFILL                 DECIMAL(9, 0) NOT NULL,
             ZM780_CTITEJEC                 DECIMAL(15, 2) NOT NULL,
             ZM780_MPRECIO                  DECIMAL(15, 6) NOT NULL,
             ZM780_FMERCADO                 TIMESTAMP NOT NULL,
             ZM780_FRECIBIDO                TIMESTAMP NOT NULL,
             ZM780_SASIGNADO                CHAR(1) NOT NULL,
             ZM780_FASIGNA                  TIMESTAMP
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE PRODUSVP.ZMDT780                   *
      ******************************************************************
       01  DCLZMDT780.
           10 ZM780-IBLOQUE        PIC S9(9)V USAGE COMP-3.
           10 ZM780-ISECFILL       PIC S9(9)V USAGE COMP-3.
           10 ZM780-CTITEJEC       PIC S9(13)V99 USAGE COMP-3.
           10 ZM780-MPRECIO        PIC S9(9)V9(6) USAGE COMP-3.
           10 ZM780-FMERCADO       PIC X(26).
           10 ZM780-FRECIBIDO      PIC X(26).
           10 ZM780-SASIGNADO      PIC X(1).
           10 ZM780-FASIGNA        PIC X(26).
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 8       *
      ******************************************************************
