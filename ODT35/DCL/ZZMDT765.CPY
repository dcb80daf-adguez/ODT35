      ******************************************************************
      * DCLGEN TABLE(PRODUSVP.ZMDT765)                                 *
      *        LIBRARY(ZIVA.DCLGEN(ZZMDT765))                          *
      *        ACTION(REPLACE)                                         *
      *        LANGUAGE(COBOL)                                         *
      *        QUOTE                                                   *
      * ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING STATEMENTS   *
      ******************************************************************
      * ZMDT765 ES LA SOLICITUD DE CIERRE Y CONSOLIDACION DE UNA       *
      * SUCURSAL (ISUCORI) EN OTRA (ISUCDES). AL SOLICITARSE GUARDA LA *
      * SIMULACION (CUENTAS, PROMOTORES DE ZMDT670, HALLAZGOS DE       *
      * CALIDAD ABIERTOS DE ZMDT652 Y CASOS DE FALLO ABIERTOS DE       *
      * ZMDT674). ICCOSTO/IZONECO NULOS = CADA CUENTA CONSERVA LOS     *
      * SUYOS. IESTADO 'P' SOLICITADA, 'A' AUTORIZADA (EL LOTE LA      *
      * EJECUTA), 'T' TERMINADA (SUCURSAL ORIGEN INACTIVA EN ZMDT669), *
      * 'R' RECHAZADA. AUTORIZA UN USUARIO DISTINTO AL SOLICITANTE.    *
      * NMOVIDAS CUENTA LAS CUENTAS YA RE-UBICADAS. ICIERRE SALE DEL   *
      * SERVIDOR DE FOLIOS ZMDT642. VEA 35/ZMWSC346/ZMWSC347.          *
      ******************************************************************
           EXEC SQL DECLARE PRODUSVP.ZMDT765 TABLE
           ( ZM765_ICIERRE                  DECIMAL(9, 0) NOT NULL,
             ZM765_ISUCORI                  CHAR(3) NOT NULL,
             ZM765_ISUCDES                  CHAR(3) NOT NULL,
             ZM765_ICCOSTO                  DECIMAL(5, 0),
             ZM765_IZONECO                  CHAR(3),
             ZM765_IESTADO                  CHAR(1) NOT NULL,
             ZM765_NCUENTAS                 DECIMAL(9, 0) NOT NULL,
             ZM765_NPROMOT                  DECIMAL(9, 0) NOT NULL,
             ZM765_NHALLAZGO                DECIMAL(9, 0) NOT NULL,
             ZM765_NFALLOS                  DECIMAL(9, 0) NOT NULL,
             ZM765_NMOVIDAS                 DECIMAL(9, 0) NOT NULL,
             ZM765_IUSRSOL                  CHAR(8) NOT NULL,
             ZM765_FSOLICIT                 TIMESTAMP NOT NULL,
             ZM765_IUSRAUT                  CHAR(8),
             ZM765_FAUTORIZ                 TIMESTAMP,
             ZM765_FTERMINA                 TIMESTAMP
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE PRODUSVP.ZMDT765                   *
      ******************************************************************
       01  DCLZMDT765.
           10 ZM765-ICIERRE        PIC S9(9)V USAGE COMP-3.
           10 ZM765-ISUCORI        PIC X(3).
           10 ZM765-ISUCDES        PIC X(3).
           10 ZM765-ICCOSTO        PIC S9(5)V USAGE COMP-3.
           10 ZM765-IZONECO        PIC X(3).
           10 ZM765-IESTADO        PIC X(1).
           10 ZM765-NCUENTAS       PIC S9(9)V USAGE COMP-3.
           10 ZM765-NPROMOT        PIC S9(9)V USAGE COMP-3.
           10 ZM765-NHALLAZGO      PIC S9(9)V USAGE COMP-3.
           10 ZM765-NFALLOS        PIC S9(9)V USAGE COMP-3.
           10 ZM765-NMOVIDAS       PIC S9(9)V USAGE COMP-3.
           10 ZM765-IUSRSOL        PIC X(8).
           10 ZM765-FSOLICIT       PIC X(26).
           10 ZM765-IUSRAUT        PIC X(8).
           10 ZM765-FAUTORIZ       PIC X(26).
           10 ZM765-FTERMINA       PIC X(26).
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 16      *
      ******************************************************************
