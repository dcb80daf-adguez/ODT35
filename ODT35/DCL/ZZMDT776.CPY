      ******************************************************************
      * DCLGEN TABLE(PRODUSVP.ZMDT776)                                 *
      *        LIBRARY(ZIVA.DCLGEN(ZZMDT776))                          *
      *        ACTION(REPLACE)                                         *
      *        LANGUAGE(COBOL)                                         *
      *        QUOTE                                                   *
      * ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING STATEMENTS   *
      ******************************************************************
      * ZMDT776 ES EL CIERRE DE PERIODO MENSUAL POR EMPRESA: EL        *
      * RENGLON IEMPR/IANIO/IMES SE GRABA CUANDO LA APERTURA DE LA     *
      * FECHA DE NEGOCIO (9602, 35/ZMWSC255) RUEDA VXT001 A UN MES     *
      * NUEVO; FNEGOCIO ES LA PRIMERA FECHA DE NEGOCIO DEL PERIODO     *
      * SIGUIENTE. CON EL PERIODO CERRADO YA NO SE REESCRIBEN SUS      *
      * RENGLONES DE ZMDT614, ZMDT639, ZMDT681 NI ZMDT656 (ESTA SIN    *
      * EMPRESA: BASTA QUE UNA EMPRESA HAYA CERRADO EL MES); EL CAMBIO *
      * SE ASIENTA COMO AJUSTE FECHADO EN EL PERIODO ABIERTO, EN       *
      * ZMDT777.                                                       *
      * VEA 35/ZMWSC356/ZMWSC357.                                      *
      ******************************************************************
           EXEC SQL DECLARE PRODUSVP.ZMDT776 TABLE
           ( ZM776_IEMPR                    CHAR(3) NOT NULL,
             ZM776_IANIO                    DECIMAL(4, 0) NOT NULL,
             ZM776_IMES                     DECIMAL(2, 0) NOT NULL,
             ZM776_FNEGOCIO                 DATE NOT NULL,
             ZM776_IUSUARIO                 CHAR(8) NOT NULL,
             ZM776_FCIERRE                  TIMESTAMP NOT NULL
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE PRODUSVP.ZMDT776                   *
      ******************************************************************
       01  DCLZMDT776.
           10 ZM776-IEMPR          PIC X(3).
           10 ZM776-IANIO          PIC S9(4)V USAGE COMP-3.
           10 ZM776-IMES           PIC S9(2)V USAGE COMP-3.
           10 ZM776-FNEGOCIO       PIC X(10).
           10 ZM776-IUSUARIO       PIC X(8).
           10 ZM776-FCIERRE        PIC X(26).
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 6       *
      ******************************************************************
