      ******************************************************************
      * DCLGEN TABLE(PRODUSVP.ZMDT723)                                 *
      *        LIBRARY(ZIVA.DCLGEN(ZZMDT723))                          *
      *        ACTION(REPLACE)                                         *
      *        LANGUAGE(COBOL)                                         *
      *        QUOTE                                                   *
      * ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING STATEMENTS   *
      ******************************************************************
      * ZMDT723 ES LA META MENSUAL DE CADA PROMOTOR (ZMDT670) Y SU     *
      * AVANCE. LA META LA CAPTURA LA SUPERVISION: CUENTAS NUEVAS,     *
      * VOLUMEN OPERADO (ZMDT639) Y COMISION GENERADA (ZMDT614,        *
      * MCARIMES). EL AVANCE (REAL) LO RECALCULA LA CORRIDA NOCTURNA   *
      * SOBRE LAS CUENTAS DEL PROMOTOR (CUENTA.IPROM); MIENTRAS EL MES *
      * NO SE ARCHIVA EN ZMDT614 LA COMISION SE TOMA DEL ACUMULADO DE  *
      * LA CUENTA. ISUCCASA ES LA DEL MAESTRO DEL PROMOTOR Y IZONECO   *
      * LA ZONA ECONOMICA DE ESA SUCURSAL (CATALOGO ZMDT669) AL        *
      * CALCULAR. PCUMPLE ES EL PROMEDIO DEL PORCENTAJE DE             *
      * CUMPLIMIENTO DE LAS METAS CAPTURADAS DEL MES Y ORDENA EL       *
      * TABLERO DENTRO DE CADA SUCURSAL. UN PROMOTOR ACTIVO SIN META   *
      * TIENE SU RENGLON CON METAS EN CERO.                            *
      ******************************************************************
           EXEC SQL DECLARE PRODUSVP.ZMDT723 TABLE
           ( ZM723_IEMPR                    CHAR(3) NOT NULL,
             ZM723_IPROM                    DECIMAL(4, 0) NOT NULL,
             ZM723_IANIO                    DECIMAL(4, 0) NOT NULL,
             ZM723_IMES                     DECIMAL(2, 0) NOT NULL,
             ZM723_ISUCCASA                 CHAR(3) NOT NULL,
             ZM723_IZONECO                  CHAR(3) NOT NULL,
             ZM723_NCTASMETA                DECIMAL(7, 0) NOT NULL,
             ZM723_MVOLMETA                 DECIMAL(15, 2) NOT NULL,
             ZM723_MCOMMETA                 DECIMAL(15, 2) NOT NULL,
             ZM723_NCTASREAL                DECIMAL(7, 0) NOT NULL,
             ZM723_MVOLREAL                 DECIMAL(15, 2) NOT NULL,
             ZM723_MCOMREAL                 DECIMAL(15, 2) NOT NULL,
             ZM723_PCUMPLE                  DECIMAL(7, 2) NOT NULL,
             ZM723_FCALCULO                 TIMESTAMP,
             ZM723_IUSUARIO                 CHAR(8) NOT NULL,
             ZM723_FSIST                    TIMESTAMP NOT NULL
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE PRODUSVP.ZMDT723                   *
      ******************************************************************
       01  DCLZMDT723.
           10 ZM723-IEMPR          PIC X(3).
           10 ZM723-IPROM          PIC S9(4)V USAGE COMP-3.
           10 ZM723-IANIO          PIC S9(4)V USAGE COMP-3.
           10 ZM723-IMES           PIC S9(2)V USAGE COMP-3.
           10 ZM723-ISUCCASA       PIC X(3).
           10 ZM723-IZONECO        PIC X(3).
           10 ZM723-NCTASMETA      PIC S9(7)V USAGE COMP-3.
           10 ZM723-MVOLMETA       PIC S9(13)V99 USAGE COMP-3.
           10 ZM723-MCOMMETA       PIC S9(13)V99 USAGE COMP-3.
           10 ZM723-NCTASREAL      PIC S9(7)V USAGE COMP-3.
           10 ZM723-MVOLREAL       PIC S9(13)V99 USAGE COMP-3.
           10 ZM723-MCOMREAL       PIC S9(13)V99 USAGE COMP-3.
           10 ZM723-PCUMPLE        PIC S9(5)V99 USAGE COMP-3.
           10 ZM723-FCALCULO       PIC X(26).
           10 ZM723-IUSUARIO       PIC X(8).
           10 ZM723-FSIST          PIC X(26).
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 16      *
      ******************************************************************
