      ******************************************************************
      * DCLGEN TABLE(PRODUSVP.ZMDT737)                                 *
      *        LIBRARY(ZIVA.DCLGEN(ZZMDT737))                          *
      *        ACTION(REPLACE)                                         *
      *        LANGUAGE(COBOL)                                         *
      *        QUOTE                                                   *
      * ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING STATEMENTS   *
      ******************************************************************
      * ZMDT737 ES EL CONTENIDO DE CADA FOTOGRAFIA DE CONFIGURACION    *
      * (ZMDT736): UN RENGLON POR RENGLON DE LAS TABLAS DE REFERENCIA  *
      * (PARAM, ZMDT612, ZMDT613, ZMDT617, ZMDT619, ZMDT645, ZMDT651,  *
      * ZMDT671 Y ZMDT680) CON SU LLAVE Y SUS DATOS EN TEXTO, PARA QUE *
      * EL REPORTE DE DIFERENCIAS COMPARE DOS FOTOGRAFIAS SIN IMPORTAR *
      * LA TABLA. IUSUARIO/FULTCAMB SON EL ULTIMO USUARIO Y FECHA DE   *
      * CAMBIO DEL RENGLON CUANDO LA TABLA LOS GUARDA (ZMDT671,        *
      * ZMDT680, Y ZMDT613 POR SU AUTORIZACION EN ZMDT649); NULOS SI   *
      * NO SE CONOCEN.                                                 *
      ******************************************************************
           EXEC SQL DECLARE PRODUSVP.ZMDT737 TABLE
           ( ZM737_IBASE                    DECIMAL(7, 0) NOT NULL,
             ZM737_ITABLA                   CHAR(8) NOT NULL,
             ZM737_DLLAVE                   CHAR(60) NOT NULL,
             ZM737_DDATOS                   CHAR(250) NOT NULL,
             ZM737_IUSUARIO                 CHAR(8),
             ZM737_FULTCAMB                 TIMESTAMP
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE PRODUSVP.ZMDT737                   *
      ******************************************************************
       01  DCLZMDT737.
           10 ZM737-IBASE          PIC S9(7)V USAGE COMP-3.
           10 ZM737-ITABLA         PIC X(8).
           10 ZM737-DLLAVE         PIC X(60).
           10 ZM737-DDATOS         PIC X(250).
           10 ZM737-IUSUARIO       PIC X(8).
           10 ZM737-FULTCAMB       PIC X(26).
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 6       *
      ******************************************************************
