      ******************************************************************
      * DCLGEN TABLE(PRODUSVP.ZMDT735)                                 *
      *        LIBRARY(ZIVA.DCLGEN(ZZMDT735))                          *
      *        ACTION(REPLACE)                                         *
      *        LANGUAGE(COBOL)                                         *
      *        QUOTE                                                   *
      * ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING STATEMENTS   *
      ******************************************************************
      * ZMDT735 SON LOS HALLAZGOS DEL BARRIDO NOCTURNO DE INTEGRIDAD   *
      * REFERENCIAL: UN RENGLON POR HUERFANO ENCONTRADO, POR FECHA DE  *
      * CORRIDA Y REGLA (ZMDT734), CON LA EMPRESA Y LA LLAVE LEGIBLE   *
      * DEL RENGLON HIJO. SREPARADO '1' SI EL BARRIDO LO REPARO. UNA   *
      * CORRIDA REPETIDA EL MISMO DIA REEMPLAZA LOS HALLAZGOS DE LA    *
      * REGLA EN SU RANGO DE EMPRESAS (35/ZMWSC308/ZMWSC309).          *
      ******************************************************************
           EXEC SQL DECLARE PRODUSVP.ZMDT735 TABLE
           ( ZM735_FCORRIDA                 DATE NOT NULL,
             ZM735_IREGLA                   CHAR(8) NOT NULL,
             ZM735_IEMPR                    CHAR(3) NOT NULL,
             ZM735_DLLAVE                   CHAR(60) NOT NULL,
             ZM735_SREPARADO                CHAR(1) NOT NULL,
             ZM735_FSIST                    TIMESTAMP NOT NULL
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE PRODUSVP.ZMDT735                   *
      ******************************************************************
       01  DCLZMDT735.
           10 ZM735-FCORRIDA       PIC X(10).
           10 ZM735-IREGLA         PIC X(8).
           10 ZM735-IEMPR          PIC X(3).
           10 ZM735-DLLAVE         PIC X(60).
           10 ZM735-SREPARADO      PIC X(1).
           10 ZM735-FSIST          PIC X(26).
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 6       *
      ******************************************************************
