      ******************************************************************
      * DCLGEN TABLE(PRODUSVP.ZMDT725)                                 *
      *        LIBRARY(ZIVA.DCLGEN(ZZMDT725))                          *
      *        ACTION(REPLACE)                                         *
      *        LANGUAGE(COBOL)                                         *
      *        QUOTE                                                   *
      * ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING STATEMENTS   *
      ******************************************************************
      * ZMDT725 ES EL DETALLE DE LA ULTIMA VERIFICACION A CIEGAS CON   *
      * DIFERENCIAS DE UNA CARTA (ZMDT724 EN 'D'): UN RENGLON POR      *
      * RENGLON DE LA CARTA CON ALGUN CAMPO DIFERENTE, Y EL RENGLON    *
      * LINEA 0 PARA LA CARATULA (CONTRATO, EMISORA, SERIE Y NUMERO DE *
      * RENGLONES). CADA BANDERA S... EN '1' MARCA EL CAMPO QUE LA     *
      * PANTALLA DE CAPTURA RESALTA AL CAPTURISTA; NO SE GUARDA LO QUE *
      * TECLEO EL VERIFICADOR. SE REEMPLAZA EN CADA VERIFICACION.      *
      ******************************************************************
           EXEC SQL DECLARE PRODUSVP.ZMDT725 TABLE
           ( ZM725_IEMPR                    CHAR(3) NOT NULL,
             ZM725_ICUENTA                  DECIMAL(7, 0) NOT NULL,
             ZM725_ICONCEPT                 DECIMAL(5, 0) NOT NULL,
             ZM725_LINEA                    DECIMAL(2, 0) NOT NULL,
             ZM725_SDIFCONTR                CHAR(1) NOT NULL,
             ZM725_SDIFEMI                  CHAR(1) NOT NULL,
             ZM725_SDIFSER                  CHAR(1) NOT NULL,
             ZM725_SDIFTIT                  CHAR(1) NOT NULL,
             ZM725_SDIFIMP                  CHAR(1) NOT NULL,
             ZM725_SDIFLIN                  CHAR(1) NOT NULL,
             ZM725_FSIST                    TIMESTAMP NOT NULL
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE PRODUSVP.ZMDT725                   *
      ******************************************************************
       01  DCLZMDT725.
           10 ZM725-IEMPR          PIC X(3).
           10 ZM725-ICUENTA        PIC S9(7)V USAGE COMP-3.
           10 ZM725-ICONCEPT       PIC S9(5)V USAGE COMP-3.
           10 ZM725-LINEA          PIC S9(2)V USAGE COMP-3.
           10 ZM725-SDIFCONTR      PIC X(1).
           10 ZM725-SDIFEMI        PIC X(1).
           10 ZM725-SDIFSER        PIC X(1).
           10 ZM725-SDIFTIT        PIC X(1).
           10 ZM725-SDIFIMP        PIC X(1).
           10 ZM725-SDIFLIN        PIC X(1).
           10 ZM725-FSIST          PIC X(26).
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 11      *
      ******************************************************************
