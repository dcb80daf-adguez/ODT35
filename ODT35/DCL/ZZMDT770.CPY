      ******************************************************************
      * DCLGEN TABLE(PRODUSVP.ZMDT770)                                 *
      *        LIBRARY(ZIVA.DCLGEN(ZZMDT770))                          *
      *        ACTION(REPLACE)                                         *
      *        LANGUAGE(COBOL)                                         *
      *        QUOTE                                                   *
      * ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING STATEMENTS   *
      ******************************************************************
      * ZMDT770 SON LOS USUARIOS EN MODO ENTRENAMIENTO. CON SACTIVO    *
      * '1' LA CAPTURA Y LAS CONSULTAS DEL USUARIO CORREN CONTRA LA    *
      * COLECCION DE PAQUETES ZMENTREN (BIND CON QUALIFIER ZMENTREN),  *
      * CUYAS TABLAS DE CUENTAS Y CARTAS SON COPIAS CARGADAS DEL       *
      * EXTRACTO ANONIMIZADO Y CUYAS BANDEJAS DE SALIDA (ZMDT622       *
      * NOTIFICACIONES, ZMDT726 EVENTOS A MERCADO, ZMDT700/ZMDT701     *
      * EFECTIVO QUE VA A CONTABILIDAD) NINGUN RELEVO NI LOTE LEE.     *
      * LOS CATALOGOS DE ZMENTREN SON ALIAS A PRODUCCION. NCUENTAS ES  *
      * EL TAMANO DEL JUEGO DE CUENTAS DEL USUARIO (ZMDT771) Y FCARGA  *
      * LA ULTIMA CARGA O REINICIO. VEA 35/ZMWSC350/ZMWSC351.          *
      ******************************************************************
           EXEC SQL DECLARE PRODUSVP.ZMDT770 TABLE
           ( ZM770_IUSUARIO                 CHAR(8) NOT NULL,
             ZM770_SACTIVO                  CHAR(1) NOT NULL,
             ZM770_NCUENTAS                 DECIMAL(5, 0) NOT NULL,
             ZM770_FCARGA                   TIMESTAMP,
             ZM770_IUSRALTA                 CHAR(8) NOT NULL,
             ZM770_FALTA                    TIMESTAMP NOT NULL
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE PRODUSVP.ZMDT770                   *
      ******************************************************************
       01  DCLZMDT770.
           10 ZM770-IUSUARIO       PIC X(8).
           10 ZM770-SACTIVO        PIC X(1).
           10 ZM770-NCUENTAS       PIC S9(5)V USAGE COMP-3.
           10 ZM770-FCARGA         PIC X(26).
           10 ZM770-IUSRALTA       PIC X(8).
           10 ZM770-FALTA          PIC X(26).
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 6       *
      ******************************************************************
