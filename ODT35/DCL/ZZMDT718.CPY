      ******************************************************************
      * DCLGEN TABLE(PRODUSVP.ZMDT718)                                 *
      *        LIBRARY(ZIVA.DCLGEN(ZZMDT718))                          *
      *        ACTION(REPLACE)                                         *
      *        LANGUAGE(COBOL)                                         *
      *        QUOTE                                                   *
      * ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING STATEMENTS   *
      ******************************************************************
      * ZMDT718 ES LA BITACORA DE REVISIONES PLD DE CONOCIMIENTO DEL   *
      * CLIENTE (VEA ZMDT717): UN RENGLON POR REVISION TERMINADA CON   *
      * EL REVISOR (IUSRREV), EL GRADO ANTERIOR Y EL QUE RESULTO DE    *
      * RECALIFICAR LA CUENTA AL REVISARLA, LOS PUNTOS, LA SIGUIENTE   *
      * REVISION Y EL COMENTARIO DEL REVISOR. ISECREV ES EL FOLIO POR  *
      * CUENTA DEL SERVIDOR ZMDT642. LA GRABA 9743 DE 35/ZMWSC289.     *
      ******************************************************************
           EXEC SQL DECLARE PRODUSVP.ZMDT718 TABLE
           ( ZM718_IEMPR                    CHAR(3) NOT NULL,
             ZM718_ICUENTA                  DECIMAL(7, 0) NOT NULL,
             ZM718_ISECREV                  DECIMAL(9, 0) NOT NULL,
             ZM718_FREVISION                DATE NOT NULL,
             ZM718_IGRADOANT                CHAR(1) NOT NULL,
             ZM718_IGRADO                   CHAR(1) NOT NULL,
             ZM718_NPUNTOS                  DECIMAL(5, 0) NOT NULL,
             ZM718_FPROXREV                 DATE NOT NULL,
             ZM718_IUSRREV                  CHAR(8) NOT NULL,
             ZM718_DCOMENT                  CHAR(60),
             ZM718_FSIST                    TIMESTAMP NOT NULL
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE PRODUSVP.ZMDT718                   *
      ******************************************************************
       01  DCLZMDT718.
           10 ZM718-IEMPR          PIC X(3).
           10 ZM718-ICUENTA        PIC S9(7)V USAGE COMP-3.
           10 ZM718-ISECREV        PIC S9(9)V USAGE COMP-3.
           10 ZM718-FREVISION      PIC X(10).
           10 ZM718-IGRADOANT      PIC X(1).
           10 ZM718-IGRADO         PIC X(1).
           10 ZM718-NPUNTOS        PIC S9(5)V USAGE COMP-3.
           10 ZM718-FPROXREV       PIC X(10).
           10 ZM718-IUSRREV        PIC X(8).
           10 ZM718-DCOMENT        PIC X(60).
           10 ZM718-FSIST          PIC X(26).
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 11      *
      ******************************************************************
