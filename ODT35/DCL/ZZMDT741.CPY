      ******************************************************************
      * DCLGEN TABLE(PRODUSVP.ZMDT741)                                 *
      *        LIBRARY(ZIVA.DCLGEN(ZZMDT741))                          *
      *        ACTION(REPLACE)                                         *
      *        LANGUAGE(COBOL)                                         *
      *        QUOTE                                                   *
      * ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING STATEMENTS   *
      ******************************************************************
      * ZMDT741 SON LAS PARTIDAS EN CONCILIACION (ROTURAS) ENTRE EL    *
      * AUXILIAR (ZMDT614 MCARIMES, ZMDT660 MINTERES, ZMDT681 MCARGO)  *
      * Y EL SALDO DE LA CONTABILIDAD GENERAL (ZMDT740) POR EMPRESA,   *
      * CUENTA, FUENTE Y PERIODO, CUANDO LA DIFERENCIA REBASA LA       *
      * TOLERANCIA. SE ABRE EN FAPERTURA Y CADA CONCILIACION DIARIA    *
      * ACTUALIZA LOS IMPORTES Y LA ANTIGUEDAD (NDIASANT) MIENTRAS     *
      * SESTADO ES 'A' ABIERTA; SE CIERRA ('C') CON UNA DISPOSICION DE *
      * CIERRE O SOLA CUANDO LA DIFERENCIA REGRESA A LA TOLERANCIA. LA *
      * HISTORIA DE DISPOSICIONES ESTA EN ZMDT742                      *
      * (35/ZMWSC316/ZMWSC317).                                        *
      ******************************************************************
           EXEC SQL DECLARE PRODUSVP.ZMDT741 TABLE
           ( ZM741_IEMPR                    CHAR(3) NOT NULL,
             ZM741_ICUENTA                  DECIMAL(7, 0) NOT NULL,
             ZM741_TFUENTE                  CHAR(1) NOT NULL,
             ZM741_IANIO                    DECIMAL(4, 0) NOT NULL,
             ZM741_IMES                     DECIMAL(2, 0) NOT NULL,
             ZM741_FAPERTURA                DATE NOT NULL,
             ZM741_MSUBLEDGER               DECIMAL(15, 2) NOT NULL,
             ZM741_MSALDOGL                 DECIMAL(15, 2) NOT NULL,
             ZM741_MDIFER                   DECIMAL(15, 2) NOT NULL,
             ZM741_FULTREV                  DATE NOT NULL,
             ZM741_NDIASANT                 DECIMAL(5, 0) NOT NULL,
             ZM741_SESTADO                  CHAR(1) NOT NULL,
             ZM741_FCIERRE                  DATE,
             ZM741_IUSRCIERRE               CHAR(8)
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE PRODUSVP.ZMDT741                   *
      ******************************************************************
       01  DCLZMDT741.
           10 ZM741-IEMPR          PIC X(3).
           10 ZM741-ICUENTA        PIC S9(7)V USAGE COMP-3.
           10 ZM741-TFUENTE        PIC X(1).
           10 ZM741-IANIO          PIC S9(4)V USAGE COMP-3.
           10 ZM741-IMES           PIC S9(2)V USAGE COMP-3.
           10 ZM741-FAPERTURA      PIC X(10).
           10 ZM741-MSUBLEDGER     PIC S9(13)V99 USAGE COMP-3.
           10 ZM741-MSALDOGL       PIC S9(13)V99 USAGE COMP-3.
           10 ZM741-MDIFER         PIC S9(13)V99 USAGE COMP-3.
           10 ZM741-FULTREV        PIC X(10).
           10 ZM741-NDIASANT       PIC S9(5)V USAGE COMP-3.
           10 ZM741-SESTADO        PIC X(1).
           10 ZM741-FCIERRE        PIC X(10).
           10 ZM741-IUSRCIERRE     PIC X(8).
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 14      *
      ******************************************************************
