      ******************************************************************
      * DCLGEN TABLE(PRODUSVP.ZMDT730)                                 *
      *        LIBRARY(ZIVA.DCLGEN(ZZMDT730))                          *
      *        ACTION(REPLACE)                                         *
      *        LANGUAGE(COBOL)                                         *
      *        QUOTE                                                   *
      * ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING STATEMENTS   *
      ******************************************************************
      * ZMDT730 ES EL CATALOGO DE VERSIONES DEL AVISO DE PRIVACIDAD    *
      * POR EMPRESA. IVERSION ES CONSECUTIVA POR EMPRESA Y SOLO LA     *
      * ULTIMA PUBLICADA ESTA VIGENTE (SVIGEN '1'); AL PUBLICAR UNA    *
      * NUEVA LA ANTERIOR QUEDA '0' Y EL PROCESO DE REACEPTACION       *
      * ENCOLA LA SOLICITUD A LAS CUENTAS QUE ACEPTARON UNA VERSION    *
      * ANTERIOR O NINGUNA (ZMDT731, 35/ZMWSC304/ZMWSC305).            *
      ******************************************************************
           EXEC SQL DECLARE PRODUSVP.ZMDT730 TABLE
           ( ZM730_IEMPR                    CHAR(3) NOT NULL,
             ZM730_IVERSION                 DECIMAL(3, 0) NOT NULL,
             ZM730_DTITULO                  CHAR(60) NOT NULL,
             ZM730_FPUBLICA                 DATE NOT NULL,
             ZM730_SVIGEN                   CHAR(1) NOT NULL,
             ZM730_IUSUARIO                 CHAR(8) NOT NULL,
             ZM730_FSIST                    TIMESTAMP NOT NULL
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE PRODUSVP.ZMDT730                   *
      ******************************************************************
       01  DCLZMDT730.
           10 ZM730-IEMPR          PIC X(3).
           10 ZM730-IVERSION       PIC S9(3)V USAGE COMP-3.
           10 ZM730-DTITULO        PIC X(60).
           10 ZM730-FPUBLICA       PIC X(10).
           10 ZM730-SVIGEN         PIC X(1).
           10 ZM730-IUSUARIO       PIC X(8).
           10 ZM730-FSIST          PIC X(26).
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 7       *
      ******************************************************************
