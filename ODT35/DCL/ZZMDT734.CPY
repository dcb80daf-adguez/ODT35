      ******************************************************************
      * DCLGEN TABLE(PRODUSVP.ZMDT734)                                 *
      *        LIBRARY(ZIVA.DCLGEN(ZZMDT734))                          *
      *        ACTION(REPLACE)                                         *
      *        LANGUAGE(COBOL)                                         *
      *        QUOTE                                                   *
      * ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING STATEMENTS   *
      ******************************************************************
      * ZMDT734 ES EL CATALOGO DE REGLAS DE INTEGRIDAD REFERENCIAL QUE *
      * REVISA EL BARRIDO NOCTURNO (35/ZMWSC308/ZMWSC309): CADA REGLA  *
      * (IREGLA) DESCRIBE UNA RELACION PADRE/HIJO ENTRE TABLAS SIN RI  *
      * DECLARADA EN DB2 (ITABHIJA CONTRA ITABPADRE). SACTIVA '1' LA   *
      * INCLUYE EN LA CORRIDA; SAUTOREP '1' PERMITE AL BARRIDO REPARAR *
      * SUS HUERFANOS, LO QUE SOLO OCURRE EN LAS REGLAS CUYA           *
      * REPARACION ES SEGURA Y ESTA PROGRAMADA (HOY, BORRAR            *
      * CHECKPOINTS DE ZMDT636 DE EMPRESAS INEXISTENTES).              *
      ******************************************************************
           EXEC SQL DECLARE PRODUSVP.ZMDT734 TABLE
           ( ZM734_IREGLA                   CHAR(8) NOT NULL,
             ZM734_DREGLA                   CHAR(60) NOT NULL,
             ZM734_ITABHIJA                 CHAR(8) NOT NULL,
             ZM734_ITABPADRE                CHAR(8) NOT NULL,
             ZM734_SACTIVA                  CHAR(1) NOT NULL,
             ZM734_SAUTOREP                 CHAR(1) NOT NULL,
             ZM734_IUSUARIO                 CHAR(8) NOT NULL,
             ZM734_FSIST                    TIMESTAMP NOT NULL
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE PRODUSVP.ZMDT734                   *
      ******************************************************************
       01  DCLZMDT734.
           10 ZM734-IREGLA         PIC X(8).
           10 ZM734-DREGLA         PIC X(60).
           10 ZM734-ITABHIJA       PIC X(8).
           10 ZM734-ITABPADRE      PIC X(8).
           10 ZM734-SACTIVA        PIC X(1).
           10 ZM734-SAUTOREP       PIC X(1).
           10 ZM734-IUSUARIO       PIC X(8).
           10 ZM734-FSIST          PIC X(26).
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 8       *
      ******************************************************************
