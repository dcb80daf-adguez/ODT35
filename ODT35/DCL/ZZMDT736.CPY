      ******************************************************************
      * DCLGEN TABLE(PRODUSVP.ZMDT736)                                 *
      *        LIBRARY(ZIVA.DCLGEN(ZZMDT736))                          *
      *        ACTION(REPLACE)                                         *
      *        LANGUAGE(COBOL)                                         *
      *        QUOTE                                                   *
      * ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING STATEMENTS   *
      ******************************************************************
      * ZMDT736 ES EL CATALOGO DE FOTOGRAFIAS (BASELINES) DE LA        *
      * CONFIGURACION DE NEGOCIO: UN RENGLON POR FOTOGRAFIA (IBASE     *
      * CONSECUTIVO), TOMADA A DEMANDA (TTOMA 'D') O POR EL CIERRE DE  *
      * MES ('M'), CON SU DESCRIPCION, USUARIO, FECHA Y TOTAL DE       *
      * RENGLONES COPIADOS. EL CONTENIDO ESTA EN ZMDT737               *
      * (35/ZMWSC310/ZMWSC311).                                        *
      ******************************************************************
           EXEC SQL DECLARE PRODUSVP.ZMDT736 TABLE
           ( ZM736_IBASE                    DECIMAL(7, 0) NOT NULL,
             ZM736_TTOMA                    CHAR(1) NOT NULL,
             ZM736_DDESCRIP                 CHAR(60) NOT NULL,
             ZM736_NUMRENG                  DECIMAL(9, 0) NOT NULL,
             ZM736_IUSUARIO                 CHAR(8) NOT NULL,
             ZM736_FTOMA                    TIMESTAMP NOT NULL
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE PRODUSVP.ZMDT736                   *
      ******************************************************************
       01  DCLZMDT736.
           10 ZM736-IBASE          PIC S9(7)V USAGE COMP-3.
           10 ZM736-TTOMA          PIC X(1).
           10 ZM736-DDESCRIP       PIC X(60).
           10 ZM736-NUMRENG        PIC S9(9)V USAGE COMP-3.
           10 ZM736-IUSUARIO       PIC X(8).
           10 ZM736-FTOMA          PIC X(26).
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 6       *
      ******************************************************************
