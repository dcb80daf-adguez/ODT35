      ******************************************************************
      * DCLGEN TABLE(PRODUSVP.ZMDT706)                                 *
      *        LIBRARY(ZIVA.DCLGEN(ZZMDT706))                          *
      *        ACTION(REPLACE)                                         *
      *        LANGUAGE(COBOL)                                         *
      *        QUOTE                                                   *
      * ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING STATEMENTS   *
      ******************************************************************
      * ZMDT706 ES EL STAGING DEL ESTADO DE CUENTA BANCARIO DIARIO DE  *
      * TESORERIA (MT940 O EQUIVALENTE, ARCHIVO 'EDOCTA'), CON LOS     *
      * MISMOS CONTROLES DE ENCABEZADO DE LOS DEMAS FEEDS (ZMDT643,    *
      * HASH = SUMA DE ZM706_MIMPORTE). UN RENGLON POR MOVIMIENTO      *
      * (:61:/:86:): FECHA VALOR, NATURALEZA ('C' ABONO / 'D' CARGO),  *
      * IMPORTE, REFERENCIA DEL CLIENTE (IREFBCO, LA QUE VIAJO EN LA   *
      * INSTRUCCION DE ZMDT673) Y REFERENCIA DEL BANCO. EL CARGADOR    *
      * INSERTA CON SPROCESO '0'; LA CONCILIACION                      *
      * (35/ZMWSC272/ZMWSC273, 9671) LO CASA CON LA INSTRUCCION POR    *
      * FECHA VALOR, IMPORTE Y REFERENCIA Y DEJA '1' CASADO (CON LA    *
      * LLAVE DE LA INSTRUCCION EN IEMPR/ICUENTA/ICONCEPT) O 'X' SIN   *
      * CASAR, QUE APARECE EN EL REPORTE DE EXCEPCIONES CON SU         *
      * ANTIGUEDAD HASTA QUE TESORERIA LO RESUELVE ('S' RESUELTO A     *
      * MANO, 9675). 'R' = ARCHIVO RECHAZADO POR EL CONTROL DE         *
      * ENCABEZADO.                                                    *
      ******************************************************************
           EXEC SQL DECLARE PRODUSVP.ZMDT706 TABLE
           ( ZM706_ISECREG                  DECIMAL(9, 0) NOT NULL,
             ZM706_FNEGOCIO                 DATE NOT NULL,
             ZM706_FVALOR                   DATE NOT NULL,
             ZM706_TNATUR                   CHAR(1) NOT NULL,
             ZM706_MIMPORTE                 DECIMAL(15, 2) NOT NULL,
             ZM706_IREFBCO                  CHAR(16) NOT NULL,
             ZM706_IREFBANCO                CHAR(16),
             ZM706_DINFO                    CHAR(65),
             ZM706_SPROCESO                 CHAR(1) NOT NULL,
             ZM706_IEMPR                    CHAR(3),
             ZM706_ICUENTA                  DECIMAL(7, 0),
             ZM706_ICONCEPT                 DECIMAL(5, 0),
             ZM706_IUSRRES                  CHAR(8),
             ZM706_FRECIBIDO                TIMESTAMP NOT NULL,
             ZM706_FPROCESO                 TIMESTAMP
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE PRODUSVP.ZMDT706                   *
      ******************************************************************
       01  DCLZMDT706.
           10 ZM706-ISECREG        PIC S9(9)V USAGE COMP-3.
           10 ZM706-FNEGOCIO       PIC X(10).
           10 ZM706-FVALOR         PIC X(10).
           10 ZM706-TNATUR         PIC X(1).
           10 ZM706-MIMPORTE       PIC S9(13)V99 USAGE COMP-3.
           10 ZM706-IREFBCO        PIC X(16).
           10 ZM706-IREFBANCO      PIC X(16).
           10 ZM706-DINFO          PIC X(65).
           10 ZM706-SPROCESO       PIC X(1).
           10 ZM706-IEMPR          PIC X(3).
           10 ZM706-ICUENTA        PIC S9(7)V USAGE COMP-3.
           10 ZM706-ICONCEPT       PIC S9(5)V USAGE COMP-3.
           10 ZM706-IUSRRES        PIC X(8).
           10 ZM706-FRECIBIDO      PIC X(26).
           10 ZM706-FPROCESO       PIC X(26).
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 15      *
      ******************************************************************
