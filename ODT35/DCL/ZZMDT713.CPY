      ******************************************************************
      * DCLGEN TABLE(PRODUSVP.ZMDT713)                                 *
      *        LIBRARY(ZIVA.DCLGEN(ZZMDT713))                          *
      *        ACTION(REPLACE)                                         *
      *        LANGUAGE(COBOL)                                         *
      *        QUOTE                                                   *
      * ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING STATEMENTS   *
      ******************************************************************
      * ZMDT713 ES EL COSTO PROMEDIO DE ADQUISICION POR CUENTA Y       *
      * EMISORA/SERIE. LO MANTIENE 35/ZMWSC282/ZMWSC283: LA            *
      * LIQUIDACION DE UNA CARTA DE COMPRA (9714 DESDE EL MERGE 9344)  *
      * SUMA SUS TITULOS EJECUTADOS Y SU IMPORTE (TITULOS POR PRECIO   *
      * DE ZMDT666) Y RECALCULA EL PROMEDIO; UNA VENTA SACA TITULOS AL *
      * COSTO PROMEDIO Y DEJA SU GANANCIA EN ZMDT714; UN EVENTO        *
      * CORPORATIVO (ZMDT662, 9716) PASA EL COSTO TOTAL A LA SERIE     *
      * NUEVA CON LOS TITULOS POR EL FACTOR. CTITULOS SON SOLO LOS     *
      * TITULOS CON COSTO CONOCIDO.                                    *
      ******************************************************************
           EXEC SQL DECLARE PRODUSVP.ZMDT713 TABLE
           ( ZM713_IEMPR                    CHAR(3) NOT NULL,
             ZM713_ICUENTA                  DECIMAL(7, 0) NOT NULL,
             ZM713_IEMISORA                 CHAR(7) NOT NULL,
             ZM713_ISERIE                   CHAR(8) NOT NULL,
             ZM713_CTITULOS                 DECIMAL(15, 2) NOT NULL,
             ZM713_MCOSTOTOT                DECIMAL(15, 2) NOT NULL,
             ZM713_MCOSTOPROM               DECIMAL(15, 6) NOT NULL,
             ZM713_FULTMOV                  TIMESTAMP NOT NULL
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE PRODUSVP.ZMDT713                   *
      ******************************************************************
       01  DCLZMDT713.
           10 ZM713-IEMPR          PIC X(3).
           10 ZM713-ICUENTA        PIC S9(7)V USAGE COMP-3.
           10 ZM713-IEMISORA       PIC X(7).
           10 ZM713-ISERIE         PIC X(8).
           10 ZM713-CTITULOS       PIC S9(13)V99 USAGE COMP-3.
           10 ZM713-MCOSTOTOT      PIC S9(13)V99 USAGE COMP-3.
           10 ZM713-MCOSTOPROM     PIC S9(9)V9(6) USAGE COMP-3.
           10 ZM713-FULTMOV        PIC X(26).
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 8       *
      ******************************************************************
