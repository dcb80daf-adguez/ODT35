      ******************************************************************
      * DCLGEN TABLE(PRODUSVP.ZMDT747)                                 *
      *        LIBRARY(ZIVA.DCLGEN(ZZMDT747))                          *
      *        ACTION(REPLACE)                                         *
      *        LANGUAGE(COBOL)                                         *
      *        QUOTE                                                   *
      * ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING STATEMENTS   *
      ******************************************************************
      * ZMDT747 ES EL PRECIO (NAV) PUBLICADO DIARIO POR FONDO DE       *
      * INVERSION (EMISORA/SERIE), CARGADO DEL ARCHIVO DE LAS          *
      * OPERADORAS CON LOS MISMOS CONTROLES DE ENCABEZADO QUE EL       *
      * VECTOR DE PRECIOS ZMDT663 (ZMDT643, ARCHIVO 'NAVFONDO': HASH = *
      * SUMA DE ZM747_MNAV). EL CARGADOR INSERTA CON SPROCESO = '0' Y  *
      * LA VALIDACION DEL ENCABEZADO (9355, 35/ZMWSC146/ZMWSC147) LO   *
      * RECHAZA ('R') SI NO CUADRA. LAS ORDENES DE FONDO (ZMDT749) SE  *
      * VALUAN AL NAV DE SU FECHA DE OPERACION (9898/9899/9901 DE      *
      * 35/ZMWSC320/ZMWSC321).                                         *
      ******************************************************************
           EXEC SQL DECLARE PRODUSVP.ZMDT747 TABLE
           ( ZM747_IEMISORA                 CHAR(7) NOT NULL,
             ZM747_ISERIE                   CHAR(8) NOT NULL,
             ZM747_FECHA                    DATE NOT NULL,
             ZM747_MNAV                     DECIMAL(15, 6) NOT NULL,
             ZM747_SPROCESO                 CHAR(1) NOT NULL,
             ZM747_FRECIBIDO                TIMESTAMP NOT NULL
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE PRODUSVP.ZMDT747                   *
      ******************************************************************
       01  DCLZMDT747.
           10 ZM747-IEMISORA       PIC X(7).
           10 ZM747-ISERIE         PIC X(8).
           10 ZM747-FECHA          PIC X(10).
           10 ZM747-MNAV           PIC S9(9)V9(6) USAGE COMP-3.
           10 ZM747-SPROCESO       PIC X(1).
           10 ZM747-FRECIBIDO      PIC X(26).
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 6       *
      ******************************************************************
