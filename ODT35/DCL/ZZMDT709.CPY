      ******************************************************************
      * DCLGEN TABLE(PRODUSVP.ZMDT709)                                 *
      *        LIBRARY(ZIVA.DCLGEN(ZZMDT709))                          *
      *        ACTION(REPLACE)                                         *
      *        LANGUAGE(COBOL)                                         *
      *        QUOTE                                                   *
      * ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING STATEMENTS   *
      ******************************************************************
      * ZMDT709 SON LOS CASOS DE LLAMADA DE MARGEN DE LA LINEA DE      *
      * CREDITO (MLINCRB, CUENTA). LOS ABRE LA VALUACION NOCTURNA DE   *
      * GARANTIAS (35/ZMWSC278/ZMWSC279, 9692) CUANDO LOS TITULOS EN   *
      * PRENDA (ZMDT661) VALUADOS AL VECTOR (ZMDT663) Y CASTIGADOS POR *
      * EL AFORO DE SU CLASE DE RIESGO (ZM630_IRIESGO) NO CUBREN EL    *
      * DISPUESTO. FLIMITE ES LA FECHA DE APERTURA MAS NDIASPLAZO DIAS *
      * HABILES (VXT006). SESTADO: 'A' ABIERTA, 'C' CUBIERTA (LA       *
      * VALUACION YA NO DA FALTANTE O SE CERRO A MANO CON IUSRCIERRE), *
      * 'V' VENCIDA SIN CUBRIR: ESCALA (NNIVEL SUBE CADA DIA HABIL QUE *
      * SIGUE VENCIDA) Y BLOQUEA LA CAPTURA DE CARTAS DE LA CUENTA     *
      * HASTA CUBRIRSE. MFALTINI ES EL FALTANTE AL ABRIR; MDISPUESTO,  *
      * MAFORADO Y MFALTANTE SON LOS DE LA ULTIMA VALUACION (FULTVAL). *
      * UNA CUENTA TIENE A LO MAS UN CASO 'A' O 'V'.                   *
      ******************************************************************
           EXEC SQL DECLARE PRODUSVP.ZMDT709 TABLE
           ( ZM709_IEMPR                    CHAR(3) NOT NULL,
             ZM709_ICUENTA                  DECIMAL(7, 0) NOT NULL,
             ZM709_ISECLLAM                 DECIMAL(9, 0) NOT NULL,
             ZM709_FAPERTURA                DATE NOT NULL,
             ZM709_MFALTINI                 DECIMAL(15, 2) NOT NULL,
             ZM709_NDIASPLAZO               DECIMAL(3, 0) NOT NULL,
             ZM709_FLIMITE                  DATE NOT NULL,
             ZM709_SESTADO                  CHAR(1) NOT NULL,
             ZM709_NNIVEL                   DECIMAL(3, 0) NOT NULL,
             ZM709_MDISPUESTO               DECIMAL(15, 2) NOT NULL,
             ZM709_MAFORADO                 DECIMAL(15, 2) NOT NULL,
             ZM709_MFALTANTE                DECIMAL(15, 2) NOT NULL,
             ZM709_FULTVAL                  DATE NOT NULL,
             ZM709_FESCALA                  TIMESTAMP,
             ZM709_FCIERRE                  TIMESTAMP,
             ZM709_IUSRCIERRE               CHAR(8),
             ZM709_DCOMENT                  CHAR(60)
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE PRODUSVP.ZMDT709                   *
      ******************************************************************
       01  DCLZMDT709.
           10 ZM709-IEMPR          PIC X(3).
           10 ZM709-ICUENTA        PIC S9(7)V USAGE COMP-3.
           10 ZM709-ISECLLAM       PIC S9(9)V USAGE COMP-3.
           10 ZM709-FAPERTURA      PIC X(10).
           10 ZM709-MFALTINI       PIC S9(13)V99 USAGE COMP-3.
           10 ZM709-NDIASPLAZO     PIC S9(3)V USAGE COMP-3.
           10 ZM709-FLIMITE        PIC X(10).
           10 ZM709-SESTADO        PIC X(1).
           10 ZM709-NNIVEL         PIC S9(3)V USAGE COMP-3.
           10 ZM709-MDISPUESTO     PIC S9(13)V99 USAGE COMP-3.
           10 ZM709-MAFORADO       PIC S9(13)V99 USAGE COMP-3.
           10 ZM709-MFALTANTE      PIC S9(13)V99 USAGE COMP-3.
           10 ZM709-FULTVAL        PIC X(10).
           10 ZM709-FESCALA        PIC X(26).
           10 ZM709-FCIERRE        PIC X(26).
           10 ZM709-IUSRCIERRE     PIC X(8).
           10 ZM709-DCOMENT        PIC X(60).
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 17      *
      ******************************************************************
