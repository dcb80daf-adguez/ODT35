      ******************************************************************
      * DCLGEN TABLE(PRODUSVP.ZMDT698)                                 *
      *        LIBRARY(ZIVA.DCLGEN(ZZMDT698))                          *
      *        ACTION(REPLACE)                                         *
      *        LANGUAGE(COBOL)                                         *
      *        QUOTE                                                   *
      * ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING STATEMENTS   *
      ******************************************************************
      * ZMDT698 ES EL LIBRO DE OFERTAS PUBLICAS PARA COLOCACION: UN    *
      * RENGLON POR EMISORA/SERIE/GRUPO CON LA VENTANA DE RECEPCION DE *
      * CARTAS (FAPERTURA/FCIERRE), EL MONTO Y LOS TITULOS OFRECIDOS Y *
      * EL RANGO DE PRECIO. GRUPO 0 = OFERTA ABIERTA A TODOS LOS       *
      * GRUPOS DE ZM606_GRUPO. LA CAPTURA DE ZMWMW79 RECHAZA CARTAS    *
      * FUERA DE LA VENTANA (9632, 35/ZMWSC264/ZMWSC265) Y LA          *
      * ASIGNACION (9633) REPARTE LOS TITULOS EN ZMDT699.              *
      * TASIGNA 'P' PRORRATA / 'G' POR PRIORIDAD DE GRUPO.             *
      * SESTADO 'A' ABIERTA / 'C' CERRADA / 'S' ASIGNADA.              *
      ******************************************************************
           EXEC SQL DECLARE PRODUSVP.ZMDT698 TABLE
           ( ZM698_IEMPR                    CHAR(3) NOT NULL,
             ZM698_IEMISORA                 CHAR(7) NOT NULL,
             ZM698_ISERIE                   CHAR(8) NOT NULL,
             ZM698_GRUPO                    DECIMAL(1, 0) NOT NULL,
             ZM698_FAPERTURA                DATE NOT NULL,
             ZM698_FCIERRE                  DATE NOT NULL,
             ZM698_MMONTO                   DECIMAL(15, 2) NOT NULL,
             ZM698_CTITULOS                 DECIMAL(15, 2) NOT NULL,
             ZM698_MPRECIOMIN               DECIMAL(15, 6) NOT NULL,
             ZM698_MPRECIOMAX               DECIMAL(15, 6) NOT NULL,
             ZM698_TASIGNA                  CHAR(1) NOT NULL,
             ZM698_SESTADO                  CHAR(1) NOT NULL,
             ZM698_IUSUARIO                 CHAR(8) NOT NULL,
             ZM698_FREG                     TIMESTAMP NOT NULL,
             ZM698_FASIGNA                  TIMESTAMP
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE PRODUSVP.ZMDT698                   *
      ******************************************************************
       01  DCLZMDT698.
           10 ZM698-IEMPR          PIC X(3).
           10 ZM698-IEMISORA       PIC X(7).
           10 ZM698-ISERIE         PIC X(8).
           10 ZM698-GRUPO          PIC S9(1)V USAGE COMP-3.
           10 ZM698-FAPERTURA      PIC X(10).
           10 ZM698-FCIERRE        PIC X(10).
           10 ZM698-MMONTO         PIC S9(13)V99 USAGE COMP-3.
           10 ZM698-CTITULOS       PIC S9(13)V99 USAGE COMP-3.
           10 ZM698-MPRECIOMIN     PIC S9(9)V9(6) USAGE COMP-3.
           10 ZM698-MPRECIOMAX     PIC S9(9)V9(6) USAGE COMP-3.
           10 ZM698-TASIGNA        PIC X(1).
           10 ZM698-SESTADO        PIC X(1).
           10 ZM698-IUSUARIO       PIC X(8).
           10 ZM698-FREG           PIC X(26).
           10 ZM698-FASIGNA        PIC X(26).
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 15      *
      ******************************************************************
