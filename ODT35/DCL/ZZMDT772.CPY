      ******************************************************************
      * DCLGEN TABLE(PRODUSVP.ZMDT772)                                 *
      *        LIBRARY(ZIVA.DCLGEN(ZZMDT772))                          *
      *        ACTION(REPLACE)                                         *
      *        LANGUAGE(COBOL)                                         *
      *        QUOTE                                                   *
      * ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING STATEMENTS   *
      ******************************************************************
      * ZMDT772 ES LA BOLETA DE OPERACION DE DIVISAS LIGADA A UNA      *
      * CARTA (IEMPR/ICUENTA/ICONCEPT DE ZMDT606). EL PAR ES IMDABASE/ *
      * IMDACOT: TCPACTADO UNIDADES DE IMDACOT POR UNA DE IMDABASE.    *
      * TSENTIDO 'C' EL CLIENTE COMPRA IMDABASE, 'V' LA VENDE. CADA    *
      * PATA SE ASIENTA EN EL LIBRO DE EFECTIVO (ZMDT700, TORIGEN 'X') *
      * DE LA CUENTA EN ESA MONEDA: LA CUENTA DE LA CARTA Y ICUENTA2,  *
      * SU CONTRAPARTE EN LA OTRA MONEDA; ISECMOV1/ISECMOV2 SON SUS    *
      * MOVIMIENTOS. TCREF ES EL CRUCE DE ZMDT647 A LA FECHA DE        *
      * OPERACION; MSPREAD EL MARGEN (EN IMDACOT) Y MSPREADMN EL MISMO *
      * EN LA MONEDA DE REPORTE. FVALOR SALE DEL CALENDARIO DEL        *
      * MERCADO DE LA MONEDA EXTRANJERA (ZMDT632, IPAISMDO) AL PLAZO   *
      * TPLAZO ('HY','VN','48','72','96'). IESTADO 'A' ASENTADA.       *
      * IDIVISA SALE DEL SERVIDOR DE FOLIOS ZMDT642. VEA 35/ZMWSC352/  *
      * ZMWSC353.                                                      *
      ******************************************************************
           EXEC SQL DECLARE PRODUSVP.ZMDT772 TABLE
           ( ZM772_IDIVISA                  DECIMAL(9, 0) NOT NULL,
             ZM772_IEMPR                    CHAR(3) NOT NULL,
             ZM772_ICUENTA                  DECIMAL(7, 0) NOT NULL,
             ZM772_ICONCEPT                 DECIMAL(5, 0) NOT NULL,
             ZM772_ICUENTA2                 DECIMAL(7, 0) NOT NULL,
             ZM772_TSENTIDO                 CHAR(1) NOT NULL,
             ZM772_IMDABASE                 CHAR(3) NOT NULL,
             ZM772_IMDACOT                  CHAR(3) NOT NULL,
             ZM772_MBASE                    DECIMAL(15, 2) NOT NULL,
             ZM772_MCOTIZ                   DECIMAL(15, 2) NOT NULL,
             ZM772_TCPACTADO                DECIMAL(11, 6) NOT NULL,
             ZM772_TCREF                    DECIMAL(11, 6) NOT NULL,
             ZM772_MSPREAD                  DECIMAL(15, 2) NOT NULL,
             ZM772_MSPREADMN                DECIMAL(15, 2) NOT NULL,
             ZM772_TPLAZO                   CHAR(2) NOT NULL,
             ZM772_IPAISMDO                 CHAR(3),
             ZM772_FOPERA                   DATE NOT NULL,
             ZM772_FVALOR                   DATE NOT NULL,
             ZM772_IESTADO                  CHAR(1) NOT NULL,
             ZM772_ISECMOV1                 DECIMAL(9, 0) NOT NULL,
             ZM772_ISECMOV2                 DECIMAL(9, 0) NOT NULL,
             ZM772_IUSUARIO                 CHAR(8) NOT NULL,
             ZM772_IPROGRAM                 CHAR(8) NOT NULL,
             ZM772_FREG                     TIMESTAMP NOT NULL
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE PRODUSVP.ZMDT772                   *
      ******************************************************************
       01  DCLZMDT772.
           10 ZM772-IDIVISA        PIC S9(9)V USAGE COMP-3.
           10 ZM772-IEMPR          PIC X(3).
           10 ZM772-ICUENTA        PIC S9(7)V USAGE COMP-3.
           10 ZM772-ICONCEPT       PIC S9(5)V USAGE COMP-3.
           10 ZM772-ICUENTA2       PIC S9(7)V USAGE COMP-3.
           10 ZM772-TSENTIDO       PIC X(1).
           10 ZM772-IMDABASE       PIC X(3).
           10 ZM772-IMDACOT        PIC X(3).
           10 ZM772-MBASE          PIC S9(13)V99 USAGE COMP-3.
           10 ZM772-MCOTIZ         PIC S9(13)V99 USAGE COMP-3.
           10 ZM772-TCPACTADO      PIC S9(5)V9(6) USAGE COMP-3.
           10 ZM772-TCREF          PIC S9(5)V9(6) USAGE COMP-3.
           10 ZM772-MSPREAD        PIC S9(13)V99 USAGE COMP-3.
           10 ZM772-MSPREADMN      PIC S9(13)V99 USAGE COMP-3.
           10 ZM772-TPLAZO         PIC X(2).
           10 ZM772-IPAISMDO       PIC X(3).
           10 ZM772-FOPERA         PIC X(10).
           10 ZM772-FVALOR         PIC X(10).
           10 ZM772-IESTADO        PIC X(1).
           10 ZM772-ISECMOV1       PIC S9(9)V USAGE COMP-3.
           10 ZM772-ISECMOV2       PIC S9(9)V USAGE COMP-3.
           10 ZM772-IUSUARIO       PIC X(8).
           10 ZM772-IPROGRAM       PIC X(8).
           10 ZM772-FREG           PIC X(26).
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 24      *
      ******************************************************************
