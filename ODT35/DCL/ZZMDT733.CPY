      ******************************************************************
      * DCLGEN TABLE(PRODUSVP.ZMDT733)                                 *
      *        LIBRARY(ZIVA.DCLGEN(ZZMDT733))                          *
      *        ACTION(REPLACE)                                         *
      *        LANGUAGE(COBOL)                                         *
      *        QUOTE                                                   *
      * ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING STATEMENTS   *
      ******************************************************************
      * ZMDT733 SON LOS RENGLONES DE UNA CORRECCION POSTERIOR A LA     *
      * LIQUIDACION (ZMDT732): COPIA DE LOS RENGLONES ABIERTOS DE      *
      * ZMDT607 DE LA CARTA ORIGINAL CON SU IMPORTE ORIGINAL Y EL      *
      * CORREGIDO, QUE ES EL QUE LLEVA LA CARTA REFACTURADA            *
      * (35/ZMWSC306/ZMWSC307).                                        *
      ******************************************************************
           EXEC SQL DECLARE PRODUSVP.ZMDT733 TABLE
           ( ZM733_IEMPR                    CHAR(3) NOT NULL,
             ZM733_ICUENTA                  DECIMAL(7, 0) NOT NULL,
             ZM733_ICONCEPT                 DECIMAL(5, 0) NOT NULL,
             ZM733_ISECCORR                 DECIMAL(3, 0) NOT NULL,
             ZM733_ILINEA                   DECIMAL(2, 0) NOT NULL,
             ZM733_ICONTR                   DECIMAL(7, 0) NOT NULL,
             ZM733_CTITULOS                 DECIMAL(15, 2) NOT NULL,
             ZM733_MIMPORTEORI              DECIMAL(15, 2) NOT NULL,
             ZM733_MIMPORTENVO              DECIMAL(15, 2) NOT NULL
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE PRODUSVP.ZMDT733                   *
      ******************************************************************
       01  DCLZMDT733.
           10 ZM733-IEMPR          PIC X(3).
           10 ZM733-ICUENTA        PIC S9(7)V USAGE COMP-3.
           10 ZM733-ICONCEPT       PIC S9(5)V USAGE COMP-3.
           10 ZM733-ISECCORR       PIC S9(3)V USAGE COMP-3.
           10 ZM733-ILINEA         PIC S9(2)V USAGE COMP-3.
           10 ZM733-ICONTR         PIC S9(7)V USAGE COMP-3.
           10 ZM733-CTITULOS       PIC S9(13)V99 USAGE COMP-3.
           10 ZM733-MIMPORTEORI    PIC S9(13)V99 USAGE COMP-3.
           10 ZM733-MIMPORTENVO    PIC S9(13)V99 USAGE COMP-3.
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 9       *
      ******************************************************************
