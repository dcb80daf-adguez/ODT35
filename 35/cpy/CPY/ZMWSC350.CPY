      *-----------------------------------------------------------------
      *  ZMWSC350 : VARIABLES DEL MODO ENTRENAMIENTO POR USUARIO
      *             (ZMDT770 USUARIOS, ZMDT771 SU JUEGO DE CUENTAS; VEA
      *             SUS DCLGEN).
      *
      *             EL AMBIENTE DE ENTRENAMIENTO ES LA COLECCION DE
      *             PAQUETES TR-COLECCION ('ZMENTREN'), LIGADA CON
      *             QUALIFIER ZMENTREN: LOS MISMOS PROGRAMAS, CON TODAS
      *             SUS VALIDACIONES, LEEN Y ESCRIBEN LAS TABLAS DE ESE
      *             ESQUEMA. AHI CUENTA Y LAS CARTAS (ZMDT606/ZMDT607 Y
      *             SUS COLAS ZMDT610/ZMDT616/ZMDT623) SON COPIAS
      *             ANONIMIZADAS; LAS BANDEJAS DE SALIDA (NOTIFICACIONES
      *             ZMDT622, EVENTOS A MERCADO ZMDT726, LIBRO DE
      *             EFECTIVO ZMDT700/ZMDT701 QUE ALIMENTA CONTABILIDAD)
      *             SON TABLAS PROPIAS QUE NINGUN RELEVO NI LOTE LEE, Y
      *             LOS CATALOGOS SON ALIAS A PRODUCCION.
      *               - 9034 LEE SI EL USUARIO ESTA EN ENTRENAMIENTO (AL
      *                 FIRMARSE; EL PROGRAMA LO PASA A WC-SENTRENA);
      *               - 9035 FIJA EL AMBIENTE DE LA TAREA SEGUN
      *                 TR-SACTIVO (SET CURRENT PACKAGESET). CADA
      *                 PROGRAMA LA LLAMA AL ENTRAR, ANTES DE SU PRIMER
      *                 SQL, CON WC-SENTRENA;
      *               - 9036 PONE O QUITA A UN USUARIO EN ENTRENAMIENTO
      *                 (LO HACE UN SUPERVISOR, NO EL MISMO USUARIO);
      *               - 9037 CARGA EL JUEGO DE CUENTAS DEL USUARIO DEL
      *                 EXTRACTO ANONIMIZADO (9339/9340 CON 9338, CARTAS
      *                 CON 9341/9342); 9040 LO REINICIA: BORRA TODO LO
      *                 QUE EL USUARIO HIZO SOBRE SUS CUENTAS Y LAS
      *                 VUELVE A COPIAR.
      *             9037 Y 9040 CORREN EN EL AMBIENTE DE PRODUCCION
      *             (LEEN PRODUCCION Y ESCRIBEN ZMENTREN CALIFICADO).
      *
      *             QUIEN INCLUYA ESTE COPY DEBE INCLUIR TAMBIEN
      *             ZMWSC136/ZMWSC137 (EXTRACTO ANONIMIZADO).
      *
      *  EJEMPLO  : (AL ENTRAR A CADA PROGRAMA)
      *             MOVE WC-SENTRENA       TO TR-SACTIVO
      *             PERFORM 9035-FIJA-AMBIENTE-SESION
      *
      *             (REINICIO A PETICION DEL INSTRUCTOR)
      *             MOVE USUARIO-SEL       TO TR-IUSUARIO
      *             MOVE NA-WUSUARIO       TO TR-IUSRALTA
      *             PERFORM 9040-REINICIA-ENTRENAMIENTO
      *-----------------------------------------------------------------
       01  TR-REG.
           05 TR-IUSUARIO                   PIC X(08).
           05 TR-SACTIVO                    PIC X(01).
               88 TR-ENTRENAMIENTO          VALUE '1'.
               88 TR-PRODUCCION             VALUE '0' ' '.
           05 TR-NCUENTAS                   PIC S9(05)      COMP-3.
           05 TR-NCARGADAS                  PIC S9(05)      COMP-3.
           05 TR-NCARTAS                    PIC S9(07)      COMP-3.
           05 TR-NELEGIBLE                  PIC S9(05)      COMP-3.
           05 TR-IUSRALTA                   PIC X(08).
           05 TR-IEMPR                      PIC X(03).
           05 TR-ICUENTA                    PIC S9(07)      COMP-3.
      *
      *    COLECCION DE PAQUETES DEL AMBIENTE DE ENTRENAMIENTO; EN
      *    BLANCO SE REGRESA A LA LISTA DE PAQUETES DEL PLAN
      *    (PRODUCCION).
           05 TR-COLECCION                  PIC X(18)
                                            VALUE 'ZMENTREN'.
           05 TR-COLPROD                    PIC X(18)
                                            VALUE SPACES.
      *
           05 TR-DMENSAJE                   PIC X(55).
           05 TR-RESULTADO                  PIC X(01).
               88 TR-ACEPTADO               VALUE '0'.
               88 TR-RECHAZADO              VALUE '1'.
           05 TR-ESTADO                     PIC X(01).
               88 TR-HAY-DATOS              VALUE '1'.
               88 TR-FIN-DATOS              VALUE '0'.
      *-----------------------------------------------------------------
