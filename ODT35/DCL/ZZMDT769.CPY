      ******************************************************************
      * DCLGEN TABLE(PRODUSVP.ZMDT769)                                 *
      *        LIBRARY(ZIVA.DCLGEN(ZZMDT769))                          *
      *        ACTION(REPLACE)                                         *
      *        LANGUAGE(COBOL)                                         *
      *        QUOTE                                                   *
      * ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING STATEMENTS   *
      ******************************************************************
      * ZMDT769 ASIGNA A CADA USUARIO EL JEFE (IUSRREV) QUE           *
      * RECERTIFICA SUS ACCESOS CADA TRIMESTRE (VEA ZMDT766). UN       *
      * USUARIO SIN RENGLON AQUI LO REVISA EL REVISOR POR OMISION DE   *
      * LA CAMPANA.                                                    *
      * SE MANTIENE CON 9030-ASIGNA-REVISOR-USUARIO (35/ZMWSC349).     *
      ******************************************************************
           EXEC SQL DECLARE PRODUSVP.ZMDT769 TABLE
           ( ZM769_IUSUARIO                 CHAR(8) NOT NULL,
             ZM769_IUSRREV                  CHAR(8) NOT NULL,
             ZM769_IUSRALTA                 CHAR(8) NOT NULL,
             ZM769_FALTA                    TIMESTAMP NOT NULL
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE PRODUSVP.ZMDT769                   *
      ******************************************************************
       01  DCLZMDT769.
           10 ZM769-IUSUARIO       PIC X(8).
           10 ZM769-IUSRREV        PIC X(8).
           10 ZM769-IUSRALTA       PIC X(8).
           10 ZM769-FALTA          PIC X(26).
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 4       *
      ******************************************************************
