      *-----------------------------------------------------------------
      *  ZMWSC288 : VARIABLES DE LA CALIFICACION DE RIESGO PLD Y DEL
      *             CICLO DE REVISION DE CONOCIMIENTO DEL CLIENTE
      *             (ZMDT717/ZMDT718, VEA DCLZMDT717/DCLZMDT718).
      *               - 9737 CALIFICA UNA CUENTA A PL-FECHA Y GUARDA SU
      *                 PERFIL (PUNTOS, GRADO Y SIGUIENTE REVISION);
      *               - 9740/9741 ES LA CORRIDA NOCTURNA: RECALIFICA
      *                 LAS CUENTAS VIGENTES DE PL-IEMPR;
      *               - 9742/9743 LISTAN LAS REVISIONES VENCIDAS A
      *                 PL-FECHA, PRIMERO LAS DE GRADO ALTO;
      *               - 9744 REGISTRA LA REVISION HECHA POR PL-IUSUARIO
      *                 (RECALIFICA Y LA SIGUIENTE CUENTA DESDE HOY);
      *               - 9745 MARCA O DESMARCA AL TITULAR COMO PEP.
      *
      *             PUNTOS EN ZMDT612, ITIPOPAR 'PLD', DATOSPAR(1:3):
      *               'NAC ' + INACIO, 'PAIS ' + IPAISRES, 'PERJUR ' +
      *               IPERJUR, 'TIPOCTA ' + ITIPOCTA (SIN PARAMETRO EL
      *               FACTOR NO SUMA); 'PEP' (OMISION 040); 'HIT
      *               CONFIRMADO' Y 'HIT PENDIENTE' POR COINCIDENCIA DE
      *               ZMDT684 (060/020); LOS CASOS DE ZMDT646 NO
      *               DESCARTADOS DE LOS ULTIMOS 12 MESES SUMAN SUS
      *               PROPIOS PUNTOS.
      *             GRADO: 'UMBRAL MEDIO' (030) Y 'UMBRAL ALTO' (060).
      *             MESES ENTRE REVISIONES: 'MESES B', 'MESES M' Y
      *               'MESES A' (036/024/012).
      *
      *             QUIEN INCLUYA ESTE COPY DEBE INCLUIR TAMBIEN
      *             ms35/ZMWSC018/ZMWSC019 Y ZMWSC142/ZMWSC143.
      *
      *  EJEMPLO  : MOVE WC-IEMPR          TO PL-IEMPR
      *             MOVE ICUENTA           TO PL-ICUENTA
      *             MOVE WC-TFECHOY        TO PL-FECHA
      *             MOVE NA-WUSUARIO       TO PL-IUSUARIO
      *             MOVE COMENTARIO        TO PL-DCOMENT
      *             PERFORM 9744-REGISTRA-REVISION-PLD
      *             IF PL-RECHAZADO
      *                MOVE PL-DMENSAJE    TO NRP1-MSG1
      *             END-IF
      *-----------------------------------------------------------------
       01  PL-REG.
           05 PL-IEMPR                      PIC X(03).
           05 PL-ICUENTA                    PIC S9(07)      COMP-3.
           05 PL-FECHA                      PIC X(10).
           05 PL-IUSUARIO                   PIC X(08).
           05 PL-DCOMENT                    PIC X(60).
           05 PL-ISECREV                    PIC S9(09)      COMP-3.
      *
      *    DATOS DE LA CUENTA
           05 PL-INACIO                     PIC X(02).
           05 PL-IPERJUR                    PIC X(02).
           05 PL-IPAISRES                   PIC X(03).
           05 PL-ITIPOCTA                   PIC X(01).
           05 PL-FALTA                      PIC X(10).
           05 PL-NAPELL1                    PIC X(40).
      *
      *    PERFIL
           05 PL-SPEP                       PIC X(01).
               88 PL-ES-PEP                 VALUE '1'.
           05 PL-SPEPNVO                    PIC X(01).
           05 PL-IGRADO                     PIC X(01).
               88 PL-GRADO-BAJO             VALUE 'B'.
               88 PL-GRADO-MEDIO            VALUE 'M'.
               88 PL-GRADO-ALTO             VALUE 'A'.
           05 PL-IGRADOANT                  PIC X(01).
           05 PL-NPUNTOS                    PIC S9(05)      COMP-3.
           05 PL-FULTREV                    PIC X(10).
           05 PL-FBASE                      PIC X(10).
           05 PL-FPROXREV                   PIC X(10).
           05 PL-NDIASVENC                  PIC S9(05)      COMP-3.
           05 PL-NHITCONF                   PIC S9(05)      COMP-3.
           05 PL-NHITPEND                   PIC S9(05)      COMP-3.
           05 PL-NPTSCASOS                  PIC S9(05)      COMP-3.
           05 PL-NMESES                     PIC S9(03)      COMP-3.
      *
      *    PARAMETROS
           05 PL-PPEP                       PIC S9(03)      COMP-3.
           05 PL-PHITCONF                   PIC S9(03)      COMP-3.
           05 PL-PHITPEND                   PIC S9(03)      COMP-3.
           05 PL-UMBRALMED                  PIC S9(03)      COMP-3.
           05 PL-UMBRALALTO                 PIC S9(03)      COMP-3.
           05 PL-MESESB                     PIC S9(03)      COMP-3.
           05 PL-MESESM                     PIC S9(03)      COMP-3.
           05 PL-MESESA                     PIC S9(03)      COMP-3.
           05 PL-IPARAM                     PIC X(19).
           05 PL-NVALOR                     PIC S9(03)      COMP-3.
           05 PL-DATO                       PIC X(03).
           05 PL-DATO-R REDEFINES PL-DATO   PIC 9(03).
           05 PL-SPARAM                     PIC X(01)  VALUE '0'.
               88 PL-PARAM-CARGADOS         VALUE '1'.
               88 PL-PARAM-SIN-CARGAR       VALUE '0'.
      *
           05 PL-NUMCTAS                    PIC S9(09) COMP.
           05 PL-NUMALTO                    PIC S9(09) COMP.
           05 PL-DMENSAJE                   PIC X(55).
           05 PL-SREVISION                  PIC X(01)  VALUE '0'.
               88 PL-CON-REVISION           VALUE '1'.
               88 PL-SIN-REVISION           VALUE '0'.
           05 PL-SPERFIL                    PIC X(01).
               88 PL-CON-PERFIL             VALUE '1'.
               88 PL-SIN-PERFIL             VALUE '0'.
           05 PL-RESULTADO                  PIC X(01).
               88 PL-ACEPTADO               VALUE '0'.
               88 PL-RECHAZADO              VALUE '1'.
           05 PL-ESTADO                     PIC X(01).
               88 PL-HAY-DATOS              VALUE '1'.
               88 PL-FIN-DATOS              VALUE '0'.
      *-----------------------------------------------------------------
