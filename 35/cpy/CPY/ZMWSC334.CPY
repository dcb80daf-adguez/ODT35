      *-----------------------------------------------------------------
      *  ZMWSC334 : VARIABLES DE LA BITACORA DE RECHAZOS Y VOBOS DE
      *             LA CAPTURA DE CARTAS (ZMDT760, VEA DCLZMDT760):
      *               - 9960 GRABA UN RECHAZO (RJ-RECHAZO) O UN VOBO
      *                 DE SUPERVISOR QUE PASA POR ALTO UNA VALIDACION
      *                 (RJ-EXCEPCION, CON RJ-IUSRAUT). EL INTAKE 9273
      *                 Y EL SERVICIO 9533 LO LLAMAN SOLOS CON SU
      *                 CODIGO DE RECHAZO (RJ-ICODRECH; 9961 RESUELVE LA
      *                 RUTINA QUE LO DA); LA PANTALLA ZMWMW79 PASA LA
      *                 RUTINA EN RJ-ICHEQUEO ('9449', '9517', ...);
      *               - 9962/9963 SON EL REPORTE SEMANAL POR
      *                 VALIDACION Y OPERADOR DEL RJ-FINICIO AL
      *                 RJ-FFIN: RECHAZOS, VOBOS Y EL PORCENTAJE DE
      *                 RECHAZO SOBRE LOS INTENTOS DEL OPERADOR
      *                 (CARTAS QUE GRABO MAS INTENTOS RECHAZADOS);
      *               - 9964/9965 LISTAN LAS RJ-NTOP CUENTAS CON MAS
      *                 VOBOS DE EXCEPCION EN EL MISMO PERIODO.
      *
      *             QUIEN INCLUYA ESTE COPY DEBE INCLUIR TAMBIEN
      *             ZMWSC142/ZMWSC143 (FOLIO DE LA BITACORA).
      *
      *  EJEMPLO  : (PANTALLA, EL SUPERVISOR DA EL VOBO DE IDONEIDAD)
      *             MOVE NA-WUSUARIO       TO RJ-IUSUARIO
      *             MOVE WC-IPROGRAM       TO RJ-IPROGRAM
      *             MOVE WC-IEMPR          TO RJ-IEMPR
      *             MOVE CT-ICUENTA        TO RJ-ICUENTA
      *             MOVE 0                 TO RJ-ICONCEPT
      *             MOVE '9517'            TO RJ-ICHEQUEO
      *             MOVE SPACES            TO RJ-ICODRECH
      *             MOVE USUARIO-VOBO      TO RJ-IUSRAUT
      *             MOVE NRP1-MSG1         TO RJ-DMENSAJE
      *             SET RJ-EXCEPCION       TO TRUE
      *             PERFORM 9960-REGISTRA-RECHAZO-CAPTURA
      *
      *             (REPORTE SEMANAL)
      *             MOVE FECHA-LUNES       TO RJ-FINICIO
      *             MOVE FECHA-DOMINGO     TO RJ-FFIN
      *             PERFORM 9962-ABRE-RECHAZOS-SEMANA
      *             PERFORM 9963-LEE-RECHAZOS-SEMANA
      *             PERFORM IMPRIME-RENGLON UNTIL RJ-FIN-DATOS
      *-----------------------------------------------------------------
       01  RJ-REG.
      *
      *    EVENTO A GRABAR (9960)
           05 RJ-ISECREC                    PIC S9(09)      COMP-3.
           05 RJ-IUSUARIO                   PIC X(08).
           05 RJ-IPROGRAM                   PIC X(08).
           05 RJ-ISUCCASA                   PIC X(03).
           05 RJ-IEMPR                      PIC X(03).
           05 RJ-ICUENTA                    PIC S9(07)      COMP-3.
           05 RJ-ICONCEPT                   PIC S9(05)      COMP-3.
           05 RJ-ICHEQUEO                   PIC X(04).
           05 RJ-ICODRECH                   PIC X(02).
           05 RJ-TEVENTO                    PIC X(01).
               88 RJ-RECHAZO                VALUE 'R'.
               88 RJ-EXCEPCION              VALUE 'S'.
           05 RJ-IUSRAUT                    PIC X(08).
           05 RJ-DMENSAJE                   PIC X(50).
      *
      *    REPORTE SEMANAL (9962 A 9965)
           05 RJ-FINICIO                    PIC X(10).
           05 RJ-FFIN                       PIC X(10).
           05 RJ-NRECHAZOS                  PIC S9(09)      COMP.
           05 RJ-NEXCEPCIONES               PIC S9(09)      COMP.
           05 RJ-NCARTAS                    PIC S9(09)      COMP.
           05 RJ-NRECHOPER                  PIC S9(09)      COMP.
           05 RJ-NINTENTOS                  PIC S9(09)      COMP.
           05 RJ-PRECHAZO                   PIC S9(03)V99   COMP-3.
           05 RJ-NCHEQUEOS                  PIC S9(09)      COMP.
           05 RJ-NTOP                       PIC S9(05)      COMP-3.
           05 RJ-NLEIDOS                    PIC S9(05)      COMP-3.
           05 RJ-ESTADO                     PIC X(01).
               88 RJ-HAY-DATOS              VALUE '1'.
               88 RJ-FIN-DATOS              VALUE '0'.
      *-----------------------------------------------------------------
