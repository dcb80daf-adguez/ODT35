      ******************************************************************
      * DCLGEN TABLE(PRODUSVP.ZMDT743)                                 *
      *        LIBRARY(ZIVA.DCLGEN(ZZMDT743))                          *
      *        ACTION(REPLACE)                                         *
      *        LANGUAGE(COBOL)                                         *
      *        QUOTE                                                   *
      * ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING STATEMENTS   *
      ******************************************************************
      * ZMDT743 SON LOS CONTRATOS DE PRESTAMO DE VALORES: LA CUENTA    *
      * PRESTAMISTA (ICUENTA) PRESTA TITULOS OCIOSOS DE UNA            *
      * EMISORA/SERIE A UN PRESTATARIO (IPRESTAT/DPRESTAT Y, SI ES     *
      * CLIENTE DE LA CASA, SU CUENTA ICTAPREST) POR UN PREMIO ANUAL   *
      * (PPREMIO, BASE 360) SOBRE EL VALOR PACTADO (CTITULOS * MPRECIO *
      * = MVALOR), DE FINICIO A FDEVOL, CON LA GARANTIA REQUERIDA      *
      * (PGARANTIA % DEL VALOR = MGARANTIA). ISECPRES ES FOLIO DE      *
      * ZMDT642. ALTA POR EL FLUJO DE SUPERVISOR (IESTADO 'P'          *
      * PENDIENTE, 'A' ACTIVO, 'R' RECHAZADO); AL VENCIMIENTO SE       *
      * GENERAN LAS INSTRUCCIONES DE DEVOLUCION Y DE PREMIO (ZMDT745)  *
      * Y PASA A 'V', Y A 'D' CUANDO SE CONFIRMA LA DEVOLUCION.        *
      * MIENTRAS ESTA 'A' O 'V' LOS TITULOS RESTAN DISPONIBLE COMO UN  *
      * GRAVAMEN (9440, 35/ZMWSC182/ZMWSC183). MPREMACUM ES EL PREMIO  *
      * DEVENGADO A FULTDEV (ZMDT744, 35/ZMWSC318/ZMWSC319).           *
      ******************************************************************
           EXEC SQL DECLARE PRODUSVP.ZMDT743 TABLE
           ( ZM743_IEMPR                    CHAR(3) NOT NULL,
             ZM743_ICUENTA                  DECIMAL(7, 0) NOT NULL,
             ZM743_ISECPRES                 DECIMAL(9, 0) NOT NULL,
             ZM743_IPRESTAT                 CHAR(12) NOT NULL,
             ZM743_DPRESTAT                 CHAR(60) NOT NULL,
             ZM743_ICTAPREST                DECIMAL(7, 0),
             ZM743_IEMISORA                 CHAR(7) NOT NULL,
             ZM743_ISERIE                   CHAR(8) NOT NULL,
             ZM743_CTITULOS                 DECIMAL(15, 2) NOT NULL,
             ZM743_MPRECIO                  DECIMAL(15, 6) NOT NULL,
             ZM743_MVALOR                   DECIMAL(15, 2) NOT NULL,
             ZM743_PPREMIO                  DECIMAL(7, 6) NOT NULL,
             ZM743_FINICIO                  DATE NOT NULL,
             ZM743_FDEVOL                   DATE NOT NULL,
             ZM743_PGARANTIA                DECIMAL(5, 2) NOT NULL,
             ZM743_MGARANTIA                DECIMAL(15, 2) NOT NULL,
             ZM743_MPREMACUM                DECIMAL(15, 2) NOT NULL,
             ZM743_FULTDEV                  DATE,
             ZM743_IESTADO                  CHAR(1) NOT NULL,
             ZM743_IUSRSOL                  CHAR(8) NOT NULL,
             ZM743_FSOLICIT                 TIMESTAMP NOT NULL,
             ZM743_IUSRAUT                  CHAR(8),
             ZM743_FAUTORIZ                 TIMESTAMP,
             ZM743_FVENCE                   TIMESTAMP,
             ZM743_FDEVUELTO                TIMESTAMP
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE PRODUSVP.ZMDT743                   *
      ******************************************************************
       01  DCLZMDT743.
           10 ZM743-IEMPR          PIC X(3).
           10 ZM743-ICUENTA        PIC S9(7)V USAGE COMP-3.
           10 ZM743-ISECPRES       PIC S9(9)V USAGE COMP-3.
           10 ZM743-IPRESTAT       PIC X(12).
           10 ZM743-DPRESTAT       PIC X(60).
           10 ZM743-ICTAPREST      PIC S9(7)V USAGE COMP-3.
           10 ZM743-IEMISORA       PIC X(7).
           10 ZM743-ISERIE         PIC X(8).
           10 ZM743-CTITULOS       PIC S9(13)V99 USAGE COMP-3.
           10 ZM743-MPRECIO        PIC S9(9)V9(6) USAGE COMP-3.
           10 ZM743-MVALOR         PIC S9(13)V99 USAGE COMP-3.
           10 ZM743-PPREMIO        PIC S9(1)V9(6) USAGE COMP-3.
           10 ZM743-FINICIO        PIC X(10).
           10 ZM743-FDEVOL         PIC X(10).
           10 ZM743-PGARANTIA      PIC S9(3)V99 USAGE COMP-3.
           10 ZM743-MGARANTIA      PIC S9(13)V99 USAGE COMP-3.
           10 ZM743-MPREMACUM      PIC S9(13)V99 USAGE COMP-3.
           10 ZM743-FULTDEV        PIC X(10).
           10 ZM743-IESTADO        PIC X(1).
           10 ZM743-IUSRSOL        PIC X(8).
           10 ZM743-FSOLICIT       PIC X(26).
           10 ZM743-IUSRAUT        PIC X(8).
           10 ZM743-FAUTORIZ       PIC X(26).
           10 ZM743-FVENCE         PIC X(26).
           10 ZM743-FDEVUELTO      PIC X(26).
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 25      *
      ******************************************************************
