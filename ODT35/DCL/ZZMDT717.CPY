      ******************************************************************
      * DCLGEN TABLE(PRODUSVP.ZMDT717)                                 *
      *        LIBRARY(ZIVA.DCLGEN(ZZMDT717))                          *
      *        ACTION(REPLACE)                                         *
      *        LANGUAGE(COBOL)                                         *
      *        QUOTE                                                   *
      * ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING STATEMENTS   *
      ******************************************************************
      * ZMDT717 ES EL PERFIL DE RIESGO PLD (PREVENCION DE LAVADO DE    *
      * DINERO) DE CADA CUENTA: UN RENGLON POR CUENTA CON LA           *
      * CALIFICACION VIGENTE. LO MANEJA 35/ZMWSC288/ZMWSC289. SPEP '1' *
      * SI EL TITULAR ES PERSONA POLITICAMENTE EXPUESTA (LO MARCA      *
      * CUMPLIMIENTO, IUSRPEP Y FPEP). NPUNTOS ES LA SUMA DE LOS       *
      * FACTORES (NACIONALIDAD, PAIS DE RESIDENCIA, PERSONA JURIDICA,  *
      * TIPO DE CUENTA, PEP, COINCIDENCIAS CON RESTRINGIDOS DE ZMDT684 *
      * Y CASOS DE ACTIVIDAD INUSUAL DE ZMDT646) E IGRADO SU GRADO:    *
      * 'B' BAJO, 'M' MEDIO, 'A' ALTO. FPROXREV ES LA FECHA EN QUE     *
      * VENCE LA REVISION DE CONOCIMIENTO DEL CLIENTE: LA ULTIMA       *
      * REVISION (O LA APERTURA) MAS LOS MESES DEL GRADO. LAS          *
      * REVISIONES HECHAS QUEDAN EN ZMDT718.                           *
      ******************************************************************
           EXEC SQL DECLARE PRODUSVP.ZMDT717 TABLE
           ( ZM717_IEMPR                    CHAR(3) NOT NULL,
             ZM717_ICUENTA                  DECIMAL(7, 0) NOT NULL,
             ZM717_SPEP                     CHAR(1) NOT NULL,
             ZM717_IUSRPEP                  CHAR(8),
             ZM717_FPEP                     DATE,
             ZM717_NPUNTOS                  DECIMAL(5, 0) NOT NULL,
             ZM717_IGRADO                   CHAR(1) NOT NULL,
             ZM717_FCALIF                   DATE NOT NULL,
             ZM717_FULTREV                  DATE,
             ZM717_FPROXREV                 DATE NOT NULL,
             ZM717_FSIST                    TIMESTAMP NOT NULL
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE PRODUSVP.ZMDT717                   *
      ******************************************************************
       01  DCLZMDT717.
           10 ZM717-IEMPR          PIC X(3).
           10 ZM717-ICUENTA        PIC S9(7)V USAGE COMP-3.
           10 ZM717-SPEP           PIC X(1).
           10 ZM717-IUSRPEP        PIC X(8).
           10 ZM717-FPEP           PIC X(10).
           10 ZM717-NPUNTOS        PIC S9(5)V USAGE COMP-3.
           10 ZM717-IGRADO         PIC X(1).
           10 ZM717-FCALIF         PIC X(10).
           10 ZM717-FULTREV        PIC X(10).
           10 ZM717-FPROXREV       PIC X(10).
           10 ZM717-FSIST          PIC X(26).
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 11      *
      ******************************************************************
