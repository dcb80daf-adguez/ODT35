      ******************************************************************
      * DCLGEN TABLE(PRODUSVP.ZMDT761)                                 *
      *        LIBRARY(ZIVA.DCLGEN(ZZMDT761))                          *
      *        ACTION(REPLACE)                                         *
      *        LANGUAGE(COBOL)                                         *
      *        QUOTE                                                   *
      * ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING STATEMENTS   *
      ******************************************************************
      * ZMDT761 GUARDA LOS TIEMPOS DE SERVICIO DE CADA CARTA: LA HORA  *
      * EN QUE EL MERCADO LA RECIBIO ('M'), LA DE SU PRIMERA EJECUCION *
      * (PRIMER FILL DE ZMDT666 O, SIN FILLS, EL EVENTO 'E') Y LA DE   *
      * SU LIQUIDACION ('L'), TOMADAS DEL STAGING ZMDT641 AL           *
      * FUSIONARLO (9343), PORQUE ESE STAGING SE DEPURA. LA CAPTURA ES *
      * ZM606_FREG. NULA = LA CARTA AUN NO LLEGA A ESA ETAPA. VEA      *
      * 35/ZMWSC336/ZMWSC337.                                          *
      ******************************************************************
           EXEC SQL DECLARE PRODUSVP.ZMDT761 TABLE
           ( ZM761_IEMPR                    CHAR(3) NOT NULL,
             ZM761_ICUENTA                  DECIMAL(7, 0) NOT NULL,
             ZM761_ICONCEPT                 DECIMAL(5, 0) NOT NULL,
             ZM761_FMERCADO                 TIMESTAMP,
             ZM761_FEJECUCION               TIMESTAMP,
             ZM761_FLIQUIDA                 TIMESTAMP,
             ZM761_FULTACT                  TIMESTAMP NOT NULL
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE PRODUSVP.ZMDT761                   *
      ******************************************************************
       01  DCLZMDT761.
           10 ZM761-IEMPR          PIC X(3).
           10 ZM761-ICUENTA        PIC S9(7)V USAGE COMP-3.
           10 ZM761-ICONCEPT       PIC S9(5)V USAGE COMP-3.
           10 ZM761-FMERCADO       PIC X(26).
           10 ZM761-FEJECUCION     PIC X(26).
           10 ZM761-FLIQUIDA       PIC X(26).
           10 ZM761-FULTACT        PIC X(26).
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 7       *
      ******************************************************************
