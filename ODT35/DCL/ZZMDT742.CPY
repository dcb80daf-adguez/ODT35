      ******************************************************************
      * DCLGEN TABLE(PRODUSVP.ZMDT742)                                 *
      *        LIBRARY(ZIVA.DCLGEN(ZZMDT742))                          *
      *        ACTION(REPLACE)                                         *
      *        LANGUAGE(COBOL)                                         *
      *        QUOTE                                                   *
      * ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING STATEMENTS   *
      ******************************************************************
      * ZMDT742 ES LA HISTORIA DE DISPOSICIONES DE CADA PARTIDA EN     *
      * CONCILIACION DE ZMDT741: TDISP 'I' EN INVESTIGACION, 'G'       *
      * AJUSTE SOLICITADO A CONTABILIDAD, 'S' AJUSTE EN EL AUXILIAR,   *
      * 'T' DIFERENCIA TEMPORAL (SE ESPERA EL ASIENTO), 'C' CIERRE     *
      * MANUAL, 'R' RESUELTA SOLA (LA DIFERENCIA REGRESO A LA          *
      * TOLERANCIA; LA GRABA LA CONCILIACION). UN RENGLON POR          *
      * DISPOSICION (ISECDISP).                                        *
      ******************************************************************
           EXEC SQL DECLARE PRODUSVP.ZMDT742 TABLE
           ( ZM742_IEMPR                    CHAR(3) NOT NULL,
             ZM742_ICUENTA                  DECIMAL(7, 0) NOT NULL,
             ZM742_TFUENTE                  CHAR(1) NOT NULL,
             ZM742_IANIO                    DECIMAL(4, 0) NOT NULL,
             ZM742_IMES                     DECIMAL(2, 0) NOT NULL,
             ZM742_FAPERTURA                DATE NOT NULL,
             ZM742_ISECDISP                 DECIMAL(3, 0) NOT NULL,
             ZM742_TDISP                    CHAR(1) NOT NULL,
             ZM742_DCOMENT                  CHAR(120) NOT NULL,
             ZM742_IUSUARIO                 CHAR(8) NOT NULL,
             ZM742_FSIST                    TIMESTAMP NOT NULL
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE PRODUSVP.ZMDT742                   *
      ******************************************************************
       01  DCLZMDT742.
           10 ZM742-IEMPR          PIC X(3).
           10 ZM742-ICUENTA        PIC S9(7)V USAGE COMP-3.
           10 ZM742-TFUENTE        PIC X(1).
           10 ZM742-IANIO          PIC S9(4)V USAGE COMP-3.
           10 ZM742-IMES           PIC S9(2)V USAGE COMP-3.
           10 ZM742-FAPERTURA      PIC X(10).
           10 ZM742-ISECDISP       PIC S9(3)V USAGE COMP-3.
           10 ZM742-TDISP          PIC X(1).
           10 ZM742-DCOMENT        PIC X(120).
           10 ZM742-IUSUARIO       PIC X(8).
           10 ZM742-FSIST          PIC X(26).
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 11      *
      ******************************************************************
