      ******************************************************************
      * DCLGEN TABLE(PRODUSVP.ZMDT748)                                 *
      *        LIBRARY(ZIVA.DCLGEN(ZZMDT748))                          *
      *        ACTION(REPLACE)                                         *
      *        LANGUAGE(COBOL)                                         *
      *        QUOTE                                                   *
      * ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING STATEMENTS   *
      ******************************************************************
      * ZMDT748 ES EL CALENDARIO PROPIO DE CADA FONDO DE INVERSION: UN *
      * RENGLON POR EMISORA Y FECHA INHABIL DEL FONDO (ADEMAS DE       *
      * SABADOS Y DOMINGOS). LA FECHA DE OPERACION Y LA DE LIQUIDACION *
      * DE LAS ORDENES DE FONDO SE RESUELVEN CONTRA ESTE CALENDARIO    *
      * (9895-9897 DE 35/ZMWSC320/ZMWSC321), NO CONTRA LAS FECHAS      *
      * VALOR BMV (VXT001) NI LOS FERIADOS VXT006.                     *
      ******************************************************************
           EXEC SQL DECLARE PRODUSVP.ZMDT748 TABLE
           ( ZM748_IEMISORA                 CHAR(7) NOT NULL,
             ZM748_FINHABIL                 DATE NOT NULL,
             ZM748_DMOTIVO                  CHAR(40) NOT NULL,
             ZM748_IUSUARIO                 CHAR(8) NOT NULL,
             ZM748_FSIST                    TIMESTAMP NOT NULL
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE PRODUSVP.ZMDT748                   *
      ******************************************************************
       01  DCLZMDT748.
           10 ZM748-IEMISORA       PIC X(7).
           10 ZM748-FINHABIL       PIC X(10).
           10 ZM748-DMOTIVO        PIC X(40).
           10 ZM748-IUSUARIO       PIC X(8).
           10 ZM748-FSIST          PIC X(26).
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 5       *
      ******************************************************************
