      ******************************************************************
      * DCLGEN TABLE(PRODUSVP.ZMDT774)                                 *
      *        LIBRARY(ZIVA.DCLGEN(ZZMDT774))                          *
      *        ACTION(REPLACE)                                         *
      *        LANGUAGE(COBOL)                                         *
      *        QUOTE                                                   *
      * ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING STATEMENTS   *
      ******************************************************************
      * ZMDT774 SON LOS RENGLONES DE UN EXTRACTO DE USUARIO (ZMDT773). *
      * TLINEA 'C' ES UN CRITERIO: ICOLUMNA TOPERADOR DVALOR, CON      *
      * TOPERADOR 'EQ','NE','GT','GE','LT','LE' (HASTA 5, SE CUMPLEN   *
      * TODOS). TLINEA 'S' ES UNA COLUMNA DE SALIDA, EN EL ORDEN DE    *
      * ISECUEN (HASTA 12; TOPERADOR Y DVALOR EN BLANCOS). ICOLUMNA    *
      * DEBE ESTAR EN LA LISTA BLANCA ZMDT775 DE LA FUENTE.            *
      ******************************************************************
           EXEC SQL DECLARE PRODUSVP.ZMDT774 TABLE
           ( ZM774_IEXTRACTO                CHAR(8) NOT NULL,
             ZM774_TLINEA                   CHAR(1) NOT NULL,
             ZM774_ISECUEN                  DECIMAL(3, 0) NOT NULL,
             ZM774_ICOLUMNA                 CHAR(10) NOT NULL,
             ZM774_TOPERADOR                CHAR(2) NOT NULL,
             ZM774_DVALOR                   CHAR(30) NOT NULL
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE PRODUSVP.ZMDT774                   *
      ******************************************************************
       01  DCLZMDT774.
           10 ZM774-IEXTRACTO      PIC X(8).
           10 ZM774-TLINEA         PIC X(1).
           10 ZM774-ISECUEN        PIC S9(3)V USAGE COMP-3.
           10 ZM774-ICOLUMNA       PIC X(10).
           10 ZM774-TOPERADOR      PIC X(2).
           10 ZM774-DVALOR         PIC X(30).
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 6       *
      ******************************************************************
