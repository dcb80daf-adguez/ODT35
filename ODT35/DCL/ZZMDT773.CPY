      ******************************************************************
      * DCLGEN TABLE(PRODUSVP.ZMDT773)                                 *
      *        LIBRARY(ZIVA.DCLGEN(ZZMDT773))                          *
      *        ACTION(REPLACE)                                         *
      *        LANGUAGE(COBOL)                                         *
      *        QUOTE                                                   *
      * ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING STATEMENTS   *
      ******************************************************************
      * ZMDT773 ES EL CATALOGO DE EXTRACTOS DEFINIDOS POR USUARIO. LOS *
      * DAN DE ALTA EN LINEA LOS USUARIOS CON LA FUNCION 'EXTRACTO'    *
      * (ZMDT619/ZMDT648). IFUENTE ES EL JUEGO DE TABLAS: 'CTA'        *
      * CUENTAS, 'CAR' CARTAS (ZMDT606) Y 'EFE' MOVIMIENTOS DE         *
      * EFECTIVO (ZMDT700), LOS DOS ULTIMOS CON SU CUENTA. LOS         *
      * CRITERIOS Y COLUMNAS DE SALIDA VAN EN ZMDT774 Y SOLO PUEDEN    *
      * USAR COLUMNAS DE LA LISTA BLANCA ZMDT775; IORDEN1/IORDEN2 CON  *
      * TORDEN1/TORDEN2 ('A' ASCENDENTE, 'D' DESCENDENTE) SON EL       *
      * ORDEN. TFRECUEN 'N' CORRE CADA NOCHE, 'P' SOLO A PETICION      *
      * (SSOLICITA '1' CON IUSRSOL). SESTADO 'A' ACTIVO, 'B' BAJA.     *
      * IEXTRACTO ('XD' + FOLIO DE ZMDT642) ES TAMBIEN EL IREPORTE DE  *
      * SUS CORRIDAS EN EL REPOSITORIO ZMDT650. VEA 35/ZMWSC354/       *
      * ZMWSC355.                                                      *
      ******************************************************************
           EXEC SQL DECLARE PRODUSVP.ZMDT773 TABLE
           ( ZM773_IEXTRACTO                CHAR(8) NOT NULL,
             ZM773_IEMPR                    CHAR(3) NOT NULL,
             ZM773_DEXTRACTO                CHAR(40) NOT NULL,
             ZM773_IFUENTE                  CHAR(3) NOT NULL,
             ZM773_TFRECUEN                 CHAR(1) NOT NULL,
             ZM773_SESTADO                  CHAR(1) NOT NULL,
             ZM773_SSOLICITA                CHAR(1) NOT NULL,
             ZM773_IUSRSOL                  CHAR(8),
             ZM773_IORDEN1                  CHAR(10),
             ZM773_TORDEN1                  CHAR(1) NOT NULL,
             ZM773_IORDEN2                  CHAR(10),
             ZM773_TORDEN2                  CHAR(1) NOT NULL,
             ZM773_IUSRALTA                 CHAR(8) NOT NULL,
             ZM773_FALTA                    TIMESTAMP NOT NULL,
             ZM773_IUSRMOD                  CHAR(8) NOT NULL,
             ZM773_FMOD                     TIMESTAMP NOT NULL,
             ZM773_FULTCORR                 TIMESTAMP,
             ZM773_NULTREG                  DECIMAL(9, 0) NOT NULL
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE PRODUSVP.ZMDT773                   *
      ******************************************************************
       01  DCLZMDT773.
           10 ZM773-IEXTRACTO      PIC X(8).
           10 ZM773-IEMPR          PIC X(3).
           10 ZM773-DEXTRACTO      PIC X(40).
           10 ZM773-IFUENTE        PIC X(3).
           10 ZM773-TFRECUEN       PIC X(1).
           10 ZM773-SESTADO        PIC X(1).
           10 ZM773-SSOLICITA      PIC X(1).
           10 ZM773-IUSRSOL        PIC X(8).
           10 ZM773-IORDEN1        PIC X(10).
           10 ZM773-TORDEN1        PIC X(1).
           10 ZM773-IORDEN2        PIC X(10).
           10 ZM773-TORDEN2        PIC X(1).
           10 ZM773-IUSRALTA       PIC X(8).
           10 ZM773-FALTA          PIC X(26).
           10 ZM773-IUSRMOD        PIC X(8).
           10 ZM773-FMOD           PIC X(26).
           10 ZM773-FULTCORR       PIC X(26).
           10 ZM773-NULTREG        PIC S9(9)V USAGE COMP-3.
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 18      *
      ******************************************************************
