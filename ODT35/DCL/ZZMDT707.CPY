      ******************************************************************
      * DCLGEN TABLE(PRODUSVP.ZMDT707)                                 *
      *        LIBRARY(ZIVA.DCLGEN(ZZMDT707))                          *
      *        ACTION(REPLACE)                                         *
      *        LANGUAGE(COBOL)                                         *
      *        QUOTE                                                   *
      * ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING STATEMENTS   *
      ******************************************************************
      * ZMDT707 ES EL LIBRO INTERNO DE POSICION EN VALORES POR CUENTA  *
      * Y EMISORA/SERIE (LIBRO DE REGISTRO PROPIO, INDEPENDIENTE DEL   *
      * FEED DEL CUSTODIO EN ZMDT624). CLIQUIDA ES LA POSICION         *
      * LIQUIDADA Y CPENDIENTE LA DE EJECUCIONES (ZMDT666) DE CARTAS   *
      * AUN NO LIQUIDADAS, CON SIGNO (COMPRA +, VENTA -). LA POSICION  *
      * PROYECTADA QUE USA LA CAPTURA (9347-VALIDA-POSICION-CARTA) ES  *
      * CLIQUIDA + CPENDIENTE. EL SALDO SOLO SE MUEVE POR              *
      * 9676-REGISTRA-MOVTO-POSICION (35/ZMWSC274/ZMWSC275), QUE DEJA  *
      * CADA MOVIMIENTO EN ZMDT708. FULTMOV ES LA FECHA DEL ULTIMO     *
      * MOVIMIENTO.                                                    *
      ******************************************************************
           EXEC SQL DECLARE PRODUSVP.ZMDT707 TABLE
           ( ZM707_IEMPR                    CHAR(3) NOT NULL,
             ZM707_ICUENTA                  DECIMAL(7, 0) NOT NULL,
             ZM707_IEMISORA                 CHAR(7) NOT NULL,
             ZM707_ISERIE                   CHAR(8) NOT NULL,
             ZM707_CLIQUIDA                 DECIMAL(15, 2) NOT NULL,
             ZM707_CPENDIENTE               DECIMAL(15, 2) NOT NULL,
             ZM707_FULTMOV                  TIMESTAMP NOT NULL
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE PRODUSVP.ZMDT707                   *
      ******************************************************************
       01  DCLZMDT707.
           10 ZM707-IEMPR          PIC X(3).
           10 ZM707-ICUENTA        PIC S9(7)V USAGE COMP-3.
           10 ZM707-IEMISORA       PIC X(7).
           10 ZM707-ISERIE         PIC X(8).
           10 ZM707-CLIQUIDA       PIC S9(13)V99 USAGE COMP-3.
           10 ZM707-CPENDIENTE     PIC S9(13)V99 USAGE COMP-3.
           10 ZM707-FULTMOV        PIC X(26).
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 7       *
      ******************************************************************
