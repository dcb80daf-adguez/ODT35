      ******************************************************************
      * DCLGEN TABLE(PRODUSVP.ZMDT771)                                 *
      *        LIBRARY(ZIVA.DCLGEN(ZZMDT771))                          *
      *        ACTION(REPLACE)                                         *
      *        LANGUAGE(COBOL)                                         *
      *        QUOTE                                                   *
      * ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING STATEMENTS   *
      ******************************************************************
      * ZMDT771 ES EL JUEGO DE CUENTAS DE ENTRENAMIENTO DE CADA        *
      * USUARIO (ZMDT770): LAS CUENTAS DEL EXTRACTO ANONIMIZADO QUE SE *
      * LE COPIARON A ZMENTREN. UNA CUENTA PERTENECE A UN SOLO         *
      * USUARIO, ASI EL REINICIO DE UNO NO TOCA EL TRABAJO DE OTRO.    *
      ******************************************************************
           EXEC SQL DECLARE PRODUSVP.ZMDT771 TABLE
           ( ZM771_IUSUARIO                 CHAR(8) NOT NULL,
             ZM771_IEMPR                    CHAR(3) NOT NULL,
             ZM771_ICUENTA                  DECIMAL(7, 0) NOT NULL
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE PRODUSVP.ZMDT771                   *
      ******************************************************************
       01  DCLZMDT771.
           10 ZM771-IUSUARIO       PIC X(8).
           10 ZM771-IEMPR          PIC X(3).
           10 ZM771-ICUENTA        PIC S9(7)V USAGE COMP-3.
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 3       *
      ******************************************************************
