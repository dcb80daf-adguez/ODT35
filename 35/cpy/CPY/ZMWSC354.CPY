      *-----------------------------------------------------------------
      *  ZMWSC354 : VARIABLES DEL CATALOGO DE EXTRACTOS DEFINIDOS POR
      *             USUARIO (ZMDT773/ZMDT774, LISTA BLANCA ZMDT775).
      *               - 9059 DA DE ALTA, CAMBIA O DA DE BAJA UNA
      *                 DEFINICION (XD-TACCION 'A','C','B'); EN ALTA
      *                 REGRESA XD-IEXTRACTO;
      *               - 9060 AGREGA O QUITA UN RENGLON: CRITERIO
      *                 (XD-TLINEA 'C') O COLUMNA DE SALIDA ('S');
      *               - 9061 PIDE UNA CORRIDA A PETICION;
      *               - 9062/9063 SON LAS DEFINICIONES QUE TOCA CORRER
      *                 (XD-TCORRIDA 'N' LA NOCTURNA: LAS NOCTURNAS Y
      *                 LAS PEDIDAS; 'P' SOLO LAS PEDIDAS);
      *               - 9064 CARGA LA DEFINICION LEIDA (LA RECHAZA SI
      *                 NO TIENE COLUMNAS DE SALIDA O SI ALGUN CRITERIO
      *                 USA UNA COLUMNA QUE YA NO LO PERMITE), 9067
      *                 ABRE SU EXTRACTO, 9069 ARMA EL ENCABEZADO, 9068
      *                 REGRESA CADA RENGLON ARMADO EN XD-LINEA Y 9070
      *                 CIERRA LA CORRIDA Y LA REGISTRA EN EL
      *                 REPOSITORIO DE REPORTES ZMDT650 (9377), DE DONDE
      *                 SE REIMPRIME Y SE DEPURA COMO CUALQUIER OTRO
      *                 REPORTE.
      *             EL MANTENIMIENTO (9059/9060/9061) EXIGE LA FUNCION
      *             'EXTRACTO' CON NIVEL 1 O MAYOR EN LA MATRIZ DE
      *             PERMISOS (9214). SOLO SE USAN COLUMNAS DE ZMDT775.
      *
      *             QUIEN INCLUYA ESTE COPY DEBE INCLUIR TAMBIEN
      *             ZMWSC046/ZMWSC047 (MATRIZ DE PERMISOS), ZMWSC154/
      *             ZMWSC155, ZMWSC142/ZMWSC143 (FOLIOS) Y ZMWSC158/
      *             ZMWSC159 (REPOSITORIO DE REPORTES).
      *
      *  EJEMPLO  : MOVE 'A'                TO XD-TACCION
      *             MOVE WC-IEMPR           TO XD-IEMPR
      *             MOVE 'CARTAS VIGENTES'  TO XD-DEXTRACTO
      *             MOVE 'CAR'              TO XD-IFUENTE
      *             MOVE 'N'                TO XD-TFRECUEN
      *             MOVE 'ISUCCASA'         TO XD-IORDEN1
      *             MOVE 'A'                TO XD-TORDEN1
      *             MOVE NA-WUSUARIO        TO XD-IUSUARIO
      *             MOVE WC-IPERFIL         TO XD-IPERFIL
      *             PERFORM 9059-GRABA-DEFINICION-EXTRACTO
      *             IF XD-RECHAZADO
      *                MOVE XD-DMENSAJE     TO NRP1-MSG1
      *             END-IF
      *
      *             CORRIDA: MOVE 'N' TO XD-TCORRIDA, PERFORM 9062 Y
      *             POR CADA 9063 CON XD-HAY-DATOS: 9064 (CON
      *             XD-RECHAZADO SE REPORTA XD-DMENSAJE Y NO SE CORRE),
      *             9067, 9069 (ESCRIBE XD-LINEA), 9068 HASTA
      *             XD-FIN-DATOS (ESCRIBE XD-LINEA CADA VEZ) Y 9070 CON
      *             XD-FCORRIDA, XD-NUMPAGS Y XD-DSNAME DEL DATASET
      *             ESCRITO.
      *-----------------------------------------------------------------
       01  XD-REG.
      *
      *    DEFINICION (ZMDT773)
           05 XD-IEXTRACTO                  PIC X(08).
           05 XD-IEMPR                      PIC X(03).
           05 XD-DEXTRACTO                  PIC X(40).
           05 XD-IFUENTE                    PIC X(03).
               88 XD-FUENTE-CUENTAS         VALUE 'CTA'.
               88 XD-FUENTE-CARTAS          VALUE 'CAR'.
               88 XD-FUENTE-EFECTIVO        VALUE 'EFE'.
           05 XD-TFRECUEN                   PIC X(01).
               88 XD-NOCTURNO               VALUE 'N'.
               88 XD-A-PETICION             VALUE 'P'.
           05 XD-SESTADO                    PIC X(01).
               88 XD-ACTIVO                 VALUE 'A'.
               88 XD-DADO-DE-BAJA           VALUE 'B'.
           05 XD-SSOLICITA                  PIC X(01).
           05 XD-IUSRSOL                    PIC X(08).
           05 XD-IORDEN1                    PIC X(10).
           05 XD-TORDEN1                    PIC X(01).
           05 XD-IORDEN2                    PIC X(10).
           05 XD-TORDEN2                    PIC X(01).
           05 XD-NULTREG                    PIC S9(09)      COMP-3.
      *
      *    MANTENIMIENTO: ACCION, QUIEN LA HACE Y CON QUE PERFIL
           05 XD-TACCION                    PIC X(01).
               88 XD-ACCION-ALTA            VALUE 'A'.
               88 XD-ACCION-CAMBIO          VALUE 'C'.
               88 XD-ACCION-BAJA            VALUE 'B'.
           05 XD-IUSUARIO                   PIC X(08).
           05 XD-IPERFIL                    PIC X(08).
           05 XD-NFOLIO-ED                  PIC 9(06).
      *
      *    RENGLON (ZMDT774) Y SU COLUMNA EN LA LISTA BLANCA (ZMDT775)
           05 XD-TLINEA                     PIC X(01).
               88 XD-LINEA-CRITERIO         VALUE 'C'.
               88 XD-LINEA-SALIDA           VALUE 'S'.
           05 XD-ISECUEN                    PIC S9(03)      COMP-3.
           05 XD-ICOLUMNA                   PIC X(10).
           05 XD-TOPERADOR                  PIC X(02).
               88 XD-OPERADOR-VALIDO        VALUE 'EQ' 'NE' 'GT' 'GE'
                                                  'LT' 'LE'.
           05 XD-DVALOR                     PIC X(30).
           05 XD-NPOSIC                     PIC S9(03)      COMP-3.
           05 XD-TTIPO                      PIC X(01).
               88 XD-TIPO-ALFA              VALUE 'A'.
               88 XD-TIPO-NUMERO            VALUE 'N'.
               88 XD-TIPO-FECHA             VALUE 'F'.
               88 XD-TIPO-IMPORTE           VALUE 'M'.
           05 XD-NLONG                      PIC S9(03)      COMP-3.
           05 XD-SCRITERIO                  PIC X(01).
           05 XD-SSALIDA                    PIC X(01).
           05 XD-NCONTEO                    PIC S9(09)      COMP-3.
           05 XD-NUMERO                     PIC 9(15).
           05 XD-NUMERO-X REDEFINES XD-NUMERO
                                            PIC X(15).
           05 XD-NLARGO                     PIC S9(04)      COMP.
           05 XD-NINICIO                    PIC S9(04)      COMP.
      *
      *    IMPORTE DE UN CRITERIO: SIGNO Y 15 DIGITOS COMO LA COLUMNA
           05 XD-SNEGATIVO                  PIC X(01).
               88 XD-IMPORTE-NEGATIVO       VALUE '-'.
               88 XD-IMPORTE-POSITIVO       VALUE ' '.
           05 XD-NENTEROS                   PIC S9(04)      COMP.
           05 XD-NDECIM                     PIC S9(04)      COMP.
           05 XD-CIFRAS                     PIC X(15).
           05 XD-IMPORTE                    PIC S9(13)V99   COMP-3.
           05 XD-IMPORTE-N                  PIC 9(13)V99.
           05 XD-IMPORTE-X REDEFINES XD-IMPORTE-N
                                            PIC X(15).
      *
      *    CORRIDA: NOCTURNA O A PETICION, FECHA Y DATASET ESCRITO
           05 XD-TCORRIDA                   PIC X(01).
               88 XD-CORRIDA-NOCTURNA       VALUE 'N'.
               88 XD-CORRIDA-PETICION       VALUE 'P'.
           05 XD-FCORRIDA                   PIC X(10).
           05 XD-NUMPAGS                    PIC S9(05)      COMP-3.
           05 XD-DSNAME                     PIC X(44).
      *
      *    CRITERIOS CARGADOS (POSICION, OPERADOR Y VALOR; OPERADOR EN
      *    BLANCOS = SIN CRITERIO). CADA UNO CON NOMBRE PROPIO PORQUE
      *    ES VARIABLE HUESPED DEL CURSOR DEL EXTRACTO.
           05 XD-NCRITERIOS                 PIC S9(04)      COMP.
           05 XD-CRITERIOS.
              10 XD-CRIT1.
                 15 XD-CPOS1                PIC S9(03)      COMP-3.
                 15 XD-COPER1               PIC X(02).
                 15 XD-CVALOR1              PIC X(30).
              10 XD-CRIT2.
                 15 XD-CPOS2                PIC S9(03)      COMP-3.
                 15 XD-COPER2               PIC X(02).
                 15 XD-CVALOR2              PIC X(30).
              10 XD-CRIT3.
                 15 XD-CPOS3                PIC S9(03)      COMP-3.
                 15 XD-COPER3               PIC X(02).
                 15 XD-CVALOR3              PIC X(30).
              10 XD-CRIT4.
                 15 XD-CPOS4                PIC S9(03)      COMP-3.
                 15 XD-COPER4               PIC X(02).
                 15 XD-CVALOR4              PIC X(30).
              10 XD-CRIT5.
                 15 XD-CPOS5                PIC S9(03)      COMP-3.
                 15 XD-COPER5               PIC X(02).
                 15 XD-CVALOR5              PIC X(30).
           05 XD-CRITERIOS-T REDEFINES XD-CRITERIOS.
              10 XD-CRIT OCCURS 5 TIMES.
                 15 XD-CPOS                 PIC S9(03)      COMP-3.
                 15 XD-COPER                PIC X(02).
                 15 XD-CVALOR               PIC X(30).
      *
      *    ORDEN: POSICION DE CADA LLAVE (0 = SIN LLAVE)
           05 XD-SPOS1                      PIC S9(03)      COMP-3.
           05 XD-SPOS2                      PIC S9(03)      COMP-3.
      *
      *    COLUMNAS DE SALIDA CARGADAS, EN SU ORDEN; CADA UNA OCUPA
      *    SU LONGITUD (MINIMO 10, LO QUE MIDE EL TITULO) Y UN BLANCO
           05 XD-NSALIDAS                   PIC S9(04)      COMP.
           05 XD-SALIDA OCCURS 12 TIMES.
              10 XD-SA-NPOSIC               PIC S9(03)      COMP-3.
              10 XD-SA-NLONG                PIC S9(03)      COMP-3.
              10 XD-SA-ICOLUMNA             PIC X(10).
      *
      *    RENGLON LEIDO: LAS 17 COLUMNAS DE LA FUENTE COMO TEXTO
           05 XD-COLUMNAS.
              10 XD-C01                     PIC X(30).
              10 XD-C02                     PIC X(30).
              10 XD-C03                     PIC X(30).
              10 XD-C04                     PIC X(30).
              10 XD-C05                     PIC X(30).
              10 XD-C06                     PIC X(30).
              10 XD-C07                     PIC X(30).
              10 XD-C08                     PIC X(30).
              10 XD-C09                     PIC X(30).
              10 XD-C10                     PIC X(30).
              10 XD-C11                     PIC X(30).
              10 XD-C12                     PIC X(30).
              10 XD-C13                     PIC X(30).
              10 XD-C14                     PIC X(30).
              10 XD-C15                     PIC X(30).
              10 XD-C16                     PIC X(30).
              10 XD-C17                     PIC X(30).
           05 XD-COLUMNAS-T REDEFINES XD-COLUMNAS.
              10 XD-COL OCCURS 17 TIMES     PIC X(30).
      *
      *    RENGLON ARMADO PARA EL DATASET Y SU CONTROL
           05 XD-LINEA                      PIC X(400).
           05 XD-TITULO                     PIC X(30).
           05 XD-PTR                        PIC S9(04)      COMP.
           05 XD-I                          PIC S9(04)      COMP.
           05 XD-NREG                       PIC S9(09)      COMP-3.
      *
           05 XD-DMENSAJE                   PIC X(55).
           05 XD-RESULTADO                  PIC X(01).
               88 XD-ACEPTADO               VALUE '0'.
               88 XD-RECHAZADO              VALUE '1'.
           05 XD-ESTADO                     PIC X(01).
               88 XD-HAY-DATOS              VALUE '1'.
               88 XD-FIN-DATOS              VALUE '0'.
           05 XD-ESTADO-DEF                 PIC X(01).
               88 XD-HAY-RENGLON            VALUE '1'.
               88 XD-FIN-RENGLON            VALUE '0'.
      *-----------------------------------------------------------------
