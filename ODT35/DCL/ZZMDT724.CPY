      ******************************************************************
      * DCLGEN TABLE(PRODUSVP.ZMDT724)                                 *
      *        LIBRARY(ZIVA.DCLGEN(ZZMDT724))                          *
      *        ACTION(REPLACE)                                         *
      *        LANGUAGE(COBOL)                                         *
      *        QUOTE                                                   *
      * ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING STATEMENTS   *
      ******************************************************************
      * ZMDT724 ES EL CONTROL DE VERIFICACION A CIEGAS (DOBLE CAPTURA) *
      * DE CARTAS. AL GRABAR, LA CARTA CUYO CONCEPTO LO PIDE (ZMDT671, *
      * SVERIFICA 'S') O CUYO IMPORTE ALCANZA EL UMBRAL VIGENTE        *
      * (ZMDT612, ITIPOPAR 'REG' / IPARAM 'VERIFICA') QUEDA AQUI EN    *
      * 'P' PENDIENTE (SMOTIVO 'C' CONCEPTO, 'I' IMPORTE). UN SEGUNDO  *
      * OPERADOR, DISTINTO DE IUSRCAPT, RECAPTURA SIN VER LA CARTA EL  *
      * CONTRATO, LA EMISORA, LA SERIE Y POR RENGLON EL CONTRATO, LOS  *
      * TITULOS Y EL IMPORTE (9781, 35/ZMWSC296/ZMWSC297). SI TODO     *
      * COINCIDE QUEDA 'V' VERIFICADA Y LA CARTA SALE A MERCADO; SI    *
      * NO, 'D' DEVUELTA AL CAPTURISTA CON LA LISTA DE CAMPOS          *
      * DIFERENTES EN DDIFER Y EL DETALLE POR CAMPO EN ZMDT725.        *
      * AGREGAR O CORREGIR RENGLONES DEVUELVE LA CARTA A 'P'. EL       *
      * EXTRACTO A MERCADO (9562) NO TOMA CARTAS CON CONTROL QUE NO    *
      * ESTE EN 'V'.                                                   *
      ******************************************************************
           EXEC SQL DECLARE PRODUSVP.ZMDT724 TABLE
           ( ZM724_IEMPR                    CHAR(3) NOT NULL,
             ZM724_ICUENTA                  DECIMAL(7, 0) NOT NULL,
             ZM724_ICONCEPT                 DECIMAL(5, 0) NOT NULL,
             ZM724_SMOTIVO                  CHAR(1) NOT NULL,
             ZM724_MIMPORTE                 DECIMAL(15, 2) NOT NULL,
             ZM724_MUMBRAL                  DECIMAL(15, 2) NOT NULL,
             ZM724_IESTADO                  CHAR(1) NOT NULL,
             ZM724_IUSRCAPT                 CHAR(8) NOT NULL,
             ZM724_FALTA                    TIMESTAMP NOT NULL,
             ZM724_NINTENTOS                DECIMAL(3, 0) NOT NULL,
             ZM724_IUSRVERIF                CHAR(8),
             ZM724_FVERIF                   TIMESTAMP,
             ZM724_DDIFER                   CHAR(80)
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE PRODUSVP.ZMDT724                   *
      ******************************************************************
       01  DCLZMDT724.
           10 ZM724-IEMPR          PIC X(3).
           10 ZM724-ICUENTA        PIC S9(7)V USAGE COMP-3.
           10 ZM724-ICONCEPT       PIC S9(5)V USAGE COMP-3.
           10 ZM724-SMOTIVO        PIC X(1).
           10 ZM724-MIMPORTE       PIC S9(13)V99 USAGE COMP-3.
           10 ZM724-MUMBRAL        PIC S9(13)V99 USAGE COMP-3.
           10 ZM724-IESTADO        PIC X(1).
           10 ZM724-IUSRCAPT       PIC X(8).
           10 ZM724-FALTA          PIC X(26).
           10 ZM724-NINTENTOS      PIC S9(3)V USAGE COMP-3.
           10 ZM724-IUSRVERIF      PIC X(8).
           10 ZM724-FVERIF         PIC X(26).
           10 ZM724-DDIFER         PIC X(80).
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 13      *
      ******************************************************************
