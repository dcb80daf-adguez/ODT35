      ******************************************************************
      * DCLGEN TABLE(PRODUSVP.ZMDT721)                                 *
      *        LIBRARY(ZIVA.DCLGEN(ZZMDT721))                          *
      *        ACTION(REPLACE)                                         *
      *        LANGUAGE(COBOL)                                         *
      *        QUOTE                                                   *
      * ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING STATEMENTS   *
      ******************************************************************
      * ZMDT721 ES EL CASO DE TRASPASO DE CARTERA COMPLETA DE UNA      *
      * CUENTA HACIA OTRA CASA DE BOLSA (TSENTIDO 'S' SALIDA) O DESDE  *
      * ELLA ('E' ENTRADA), CON LA INSTITUCION CONTRAPARTE             *
      * (IINSTIT/DINSTIT Y SU CLAVE INDEVAL CEXINDEVCP). UN RENGLON    *
      * POR CASO (ISECTRAS DEL SERVIDOR DE FOLIOS ZMDT642); SUS        *
      * RENGLONES ESTAN EN ZMDT722. LO MANEJA 35/ZMWSC292/ZMWSC293.    *
      * ISECLOTE ES EL LOTE DEL ARCHIVO DE INSTRUCCIONES A INDEVAL CON *
      * QUE SALIO LA CARTERA. SESTADO 'A' ABIERTO, 'C' CERRADO: EL     *
      * CASO SE CIERRA SOLO CUANDO TODOS SUS RENGLONES ESTAN           *
      * RECIBIDOS/ENTREGADOS O DADOS DE BAJA.                          *
      ******************************************************************
           EXEC SQL DECLARE PRODUSVP.ZMDT721 TABLE
           ( ZM721_IEMPR                    CHAR(3) NOT NULL,
             ZM721_ICUENTA                  DECIMAL(7, 0) NOT NULL,
             ZM721_ISECTRAS                 DECIMAL(9, 0) NOT NULL,
             ZM721_TSENTIDO                 CHAR(1) NOT NULL,
             ZM721_IINSTIT                  CHAR(10) NOT NULL,
             ZM721_DINSTIT                  CHAR(40) NOT NULL,
             ZM721_CEXINDEVCP               CHAR(9),
             ZM721_SESTADO                  CHAR(1) NOT NULL,
             ZM721_ISECLOTE                 DECIMAL(9, 0),
             ZM721_IUSRALTA                 CHAR(8) NOT NULL,
             ZM721_FALTA                    TIMESTAMP NOT NULL,
             ZM721_FCIERRE                  TIMESTAMP
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE PRODUSVP.ZMDT721                   *
      ******************************************************************
       01  DCLZMDT721.
           10 ZM721-IEMPR          PIC X(3).
           10 ZM721-ICUENTA        PIC S9(7)V USAGE COMP-3.
           10 ZM721-ISECTRAS       PIC S9(9)V USAGE COMP-3.
           10 ZM721-TSENTIDO       PIC X(1).
           10 ZM721-IINSTIT        PIC X(10).
           10 ZM721-DINSTIT        PIC X(40).
           10 ZM721-CEXINDEVCP     PIC X(9).
           10 ZM721-SESTADO        PIC X(1).
           10 ZM721-ISECLOTE       PIC S9(9)V USAGE COMP-3.
           10 ZM721-IUSRALTA       PIC X(8).
           10 ZM721-FALTA          PIC X(26).
           10 ZM721-FCIERRE        PIC X(26).
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 12      *
      ******************************************************************
