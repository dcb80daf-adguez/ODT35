      ******************************************************************
      * DCLGEN TABLE(PRODUSVP.ZMDT746)                                 *
      *        LIBRARY(ZIVA.DCLGEN(ZZMDT746))                          *
      *        ACTION(REPLACE)                                         *
      *        LANGUAGE(COBOL)                                         *
      *        QUOTE                                                   *
      * ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING STATEMENTS   *
      ******************************************************************
      * ZMDT746 SON LOS PARAMETROS DE LOS FONDOS DE INVERSION DEL      *
      * CATALOGO DE EMISORAS (ZMDT630 CON ZM630_TCLASE 'F'), POR       *
      * EMISORA/SERIE: HCORTE ES LA HORA DE CORTE DEL FONDO (HHMM; UNA *
      * ORDEN CAPTURADA DESPUES OPERA EL SIGUIENTE DIA HABIL DEL       *
      * FONDO), NDIASLIQ LOS DIAS HABILES DEL FONDO ENTRE OPERACION Y  *
      * LIQUIDACION (0 = MISMO DIA) Y MMINIMO LA INVERSION MINIMA DE   *
      * UNA SUSCRIPCION. LOS DIAS INHABILES DEL FONDO ESTAN EN ZMDT748 *
      * (SU PROPIO CALENDARIO, NO EL DE BMV). MANTENIMIENTO CON 9893   *
      * DE 35/ZMWSC320/ZMWSC321.                                       *
      ******************************************************************
           EXEC SQL DECLARE PRODUSVP.ZMDT746 TABLE
           ( ZM746_IEMISORA                 CHAR(7) NOT NULL,
             ZM746_ISERIE                   CHAR(8) NOT NULL,
             ZM746_HCORTE                   DECIMAL(4, 0) NOT NULL,
             ZM746_NDIASLIQ                 DECIMAL(2, 0) NOT NULL,
             ZM746_MMINIMO                  DECIMAL(15, 2) NOT NULL,
             ZM746_IUSUARIO                 CHAR(8) NOT NULL,
             ZM746_FSIST                    TIMESTAMP NOT NULL
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE PRODUSVP.ZMDT746                   *
      ******************************************************************
       01  DCLZMDT746.
           10 ZM746-IEMISORA       PIC X(7).
           10 ZM746-ISERIE         PIC X(8).
           10 ZM746-HCORTE         PIC S9(4)V USAGE COMP-3.
           10 ZM746-NDIASLIQ       PIC S9(2)V USAGE COMP-3.
           10 ZM746-MMINIMO        PIC S9(13)V99 USAGE COMP-3.
           10 ZM746-IUSUARIO       PIC X(8).
           10 ZM746-FSIST          PIC X(26).
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 7       *
      ******************************************************************
