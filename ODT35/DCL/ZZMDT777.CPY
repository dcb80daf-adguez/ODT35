      ******************************************************************
      * DCLGEN TABLE(PRODUSVP.ZMDT777)                                 *
      *        LIBRARY(ZIVA.DCLGEN(ZZMDT777))                          *
      *        ACTION(REPLACE)                                         *
      *        LANGUAGE(COBOL)                                         *
      *        QUOTE                                                   *
      * ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING STATEMENTS   *
      ******************************************************************
      * ZMDT777 SON LOS AJUSTES POSTERIORES AL CIERRE DE PERIODO       *
      * (ZMDT776): UN CAMBIO QUE TOCABA EL RENGLON DE UN PERIODO       *
      * CERRADO DE ITABLA ('ZMDT614','ZMDT639','ZMDT681','ZMDT656')    *
      * SE ASIENTA AQUI, FECHADO CON LA FECHA DE NEGOCIO (FAJUSTE, EN  *
      * EL PERIODO ABIERTO) Y REFERIDO AL PERIODO CERRADO IANIOCER/    *
      * IMESCER. ICUENTA ES CERO E ILLAVE EL PROMOTOR EN ZMDT656;      *
      * ILLAVE ES EL CARGO EN ZMDT681. ICAMPO ES LA COLUMNA AJUSTADA,  *
      * MANTERIOR SU VALOR EN EL PERIODO CERRADO Y MAJUSTE LA          *
      * DIFERENCIA, QUE VIAJA EN LOS ACUMULADOS DEL PERIODO ABIERTO.   *
      * IEMPR EN BLANCOS EN LOS AJUSTES DE ZMDT656. IAJUSTE SALE DEL   *
      * SERVIDOR DE FOLIOS ZMDT642. VEA 35/ZMWSC356/ZMWSC357.          *
      ******************************************************************
           EXEC SQL DECLARE PRODUSVP.ZMDT777 TABLE
           ( ZM777_IAJUSTE                  DECIMAL(9, 0) NOT NULL,
             ZM777_IEMPR                    CHAR(3) NOT NULL,
             ZM777_ITABLA                   CHAR(8) NOT NULL,
             ZM777_ICUENTA                  DECIMAL(7, 0) NOT NULL,
             ZM777_ILLAVE                   CHAR(8) NOT NULL,
             ZM777_IANIOCER                 DECIMAL(4, 0) NOT NULL,
             ZM777_IMESCER                  DECIMAL(2, 0) NOT NULL,
             ZM777_FAJUSTE                  DATE NOT NULL,
             ZM777_ICAMPO                   CHAR(10) NOT NULL,
             ZM777_MANTERIOR                DECIMAL(15, 2) NOT NULL,
             ZM777_MAJUSTE                  DECIMAL(15, 2) NOT NULL,
             ZM777_DMOTIVO                  CHAR(40) NOT NULL,
             ZM777_IUSUARIO                 CHAR(8) NOT NULL,
             ZM777_IPROGRAM                 CHAR(8) NOT NULL,
             ZM777_FREG                     TIMESTAMP NOT NULL
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE PRODUSVP.ZMDT777                   *
      ******************************************************************
       01  DCLZMDT777.
           10 ZM777-IAJUSTE        PIC S9(9)V USAGE COMP-3.
           10 ZM777-IEMPR          PIC X(3).
           10 ZM777-ITABLA         PIC X(8).
           10 ZM777-ICUENTA        PIC S9(7)V USAGE COMP-3.
           10 ZM777-ILLAVE         PIC X(8).
           10 ZM777-IANIOCER       PIC S9(4)V USAGE COMP-3.
           10 ZM777-IMESCER        PIC S9(2)V USAGE COMP-3.
           10 ZM777-FAJUSTE        PIC X(10).
           10 ZM777-ICAMPO         PIC X(10).
           10 ZM777-MANTERIOR      PIC S9(13)V99 USAGE COMP-3.
           10 ZM777-MAJUSTE        PIC S9(13)V99 USAGE COMP-3.
           10 ZM777-DMOTIVO        PIC X(40).
           10 ZM777-IUSUARIO       PIC X(8).
           10 ZM777-IPROGRAM       PIC X(8).
           10 ZM777-FREG           PIC X(26).
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 15      *
      ******************************************************************
