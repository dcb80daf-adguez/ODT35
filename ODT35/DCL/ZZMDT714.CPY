      ******************************************************************
      * DCLGEN TABLE(PRODUSVP.ZMDT714)                                 *
      *        LIBRARY(ZIVA.DCLGEN(ZZMDT714))                          *
      *        ACTION(REPLACE)                                         *
      *        LANGUAGE(COBOL)                                         *
      *        QUOTE                                                   *
      * ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING STATEMENTS   *
      ******************************************************************
      * ZMDT714 ES LA GANANCIA O PERDIDA REALIZADA DE CADA VENTA       *
      * LIQUIDADA, POR CUENTA (ISECGAN DEL SERVIDOR DE FOLIOS          *
      * ZMDT642). LA GRABA 9714 (35/ZMWSC282/ZMWSC283) AL LIQUIDAR LA  *
      * CARTA DE VENTA: TITULOS E IMPORTE VENDIDOS (FILLS DE ZMDT666), *
      * COSTO PROMEDIO VIGENTE EN ZMDT713 Y COSTO DE LO VENDIDO.       *
      * CTITSINCOS SON TITULOS VENDIDOS SIN COSTO CONOCIDO (ENTRADOS   *
      * POR SALDO INICIAL O TRASPASO), QUE SE COSTEAN EN CERO.         *
      * MGANANCIA CON SIGNO (NEGATIVA = PERDIDA). LA CONSTANCIA ANUAL  *
      * DE GANANCIAS (9718-9721) SALE DE AQUI POR IANIO.               *
      ******************************************************************
           EXEC SQL DECLARE PRODUSVP.ZMDT714 TABLE
           ( ZM714_IEMPR                    CHAR(3) NOT NULL,
             ZM714_ICUENTA                  DECIMAL(7, 0) NOT NULL,
             ZM714_ISECGAN                  DECIMAL(9, 0) NOT NULL,
             ZM714_IEMISORA                 CHAR(7) NOT NULL,
             ZM714_ISERIE                   CHAR(8) NOT NULL,
             ZM714_ICONCEPT                 DECIMAL(5, 0) NOT NULL,
             ZM714_FVENTA                   DATE NOT NULL,
             ZM714_IANIO                    DECIMAL(4, 0) NOT NULL,
             ZM714_CTITULOS                 DECIMAL(15, 2) NOT NULL,
             ZM714_CTITSINCOS               DECIMAL(15, 2) NOT NULL,
             ZM714_MIMPORTEVTA              DECIMAL(15, 2) NOT NULL,
             ZM714_MCOSTOPROM               DECIMAL(15, 6) NOT NULL,
             ZM714_MCOSTOVTA                DECIMAL(15, 2) NOT NULL,
             ZM714_MGANANCIA                DECIMAL(15, 2) NOT NULL,
             ZM714_FSIST                    TIMESTAMP NOT NULL
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE PRODUSVP.ZMDT714                   *
      ******************************************************************
       01  DCLZMDT714.
           10 ZM714-IEMPR          PIC X(3).
           10 ZM714-ICUENTA        PIC S9(7)V USAGE COMP-3.
           10 ZM714-ISECGAN        PIC S9(9)V USAGE COMP-3.
           10 ZM714-IEMISORA       PIC X(7).
           10 ZM714-ISERIE         PIC X(8).
           10 ZM714-ICONCEPT       PIC S9(5)V USAGE COMP-3.
           10 ZM714-FVENTA         PIC X(10).
           10 ZM714-IANIO          PIC S9(4)V USAGE COMP-3.
           10 ZM714-CTITULOS       PIC S9(13)V99 USAGE COMP-3.
           10 ZM714-CTITSINCOS     PIC S9(13)V99 USAGE COMP-3.
           10 ZM714-MIMPORTEVTA    PIC S9(13)V99 USAGE COMP-3.
           10 ZM714-MCOSTOPROM     PIC S9(9)V9(6) USAGE COMP-3.
           10 ZM714-MCOSTOVTA      PIC S9(13)V99 USAGE COMP-3.
           10 ZM714-MGANANCIA      PIC S9(13)V99 USAGE COMP-3.
           10 ZM714-FSIST          PIC X(26).
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 15      *
      ******************************************************************
