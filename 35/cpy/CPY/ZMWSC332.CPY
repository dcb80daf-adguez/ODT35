      *-----------------------------------------------------------------
      *  ZMWSC332 : VARIABLES DE LA PREAUTORIZACION DE CUMPLIMIENTO DE
      *             CARTAS DE CUENTAS DE EMPLEADOS, PROMOTORES Y PARTES
      *             RELACIONADAS (ZMDT756 A ZMDT759, VEA DCLZMDT756 A
      *             DCLZMDT759):
      *               - 9951/9952 MARCAN O DESMARCAN UNA CUENTA,
      *                 LIGADA AL USUARIO (PX-IUSRLIGA) O AL PROMOTOR
      *                 (PX-IPROM) QUE LA ORIGINA;
      *               - 9953/9954 MANTIENEN LA LISTA DE INSIDERS Y DE
      *                 VIGILANCIA DE CADA EMISORA Y 9955 DA DE ALTA
      *                 UN PERIODO DE BLOQUEO DE LA EMISORA;
      *               - AL ABRIR LA CARTA (9274-INSERTA-CARTA-INTAKE Y
      *                 LA CAPTURA ZMWMW79), 9945-VERIFICA-
      *                 PREAUTORIZACION DEJA LA SOLICITUD EN ZMDT759 SI
      *                 LA CUENTA ESTA MARCADA: PENDIENTE, O NEGADA DE
      *                 UNA VEZ SI LA EMISORA ESTA EN PERIODO DE
      *                 BLOQUEO QUE ALCANCE A LA CUENTA. EL EXTRACTO A
      *                 MERCADO (9562) NO TOMA LA CARTA MIENTRAS SU
      *                 SOLICITUD NO ESTE AUTORIZADA;
      *               - 9947/9948 SON LA COLA DE PENDIENTES DE
      *                 CUMPLIMIENTO Y 9946 LA RESUELVE: NI EL
      *                 SOLICITANTE NI EL EMPLEADO LIGADO A LA CUENTA
      *                 PUEDEN RESOLVERLA, Y UN BLOQUEO QUE EMPIECE
      *                 DESPUES DE SOLICITADA LA NIEGA AL AUTORIZAR;
      *               - 9957 ES EL CANDADO PUNTUAL DE UNA CARTA;
      *               - 9949/9950 LISTAN TODAS LAS SOLICITUDES Y
      *                 DECISIONES DEL ANIO PX-IANIO PARA LA
      *                 CERTIFICACION ANUAL DE CUMPLIMIENTO.
      *             EL RESULTADO DE LOS MANTENIMIENTOS Y DE 9946 QUEDA
      *             EN PX-RESULTADO/PX-DMENSAJE.
      *
      *             QUIEN INCLUYA ESTE COPY DEBE INCLUIR TAMBIEN
      *             ZMWSC142/ZMWSC143 (FOLIO DEL PERIODO DE BLOQUEO).
      *
      *  EJEMPLO  : (AL ABRIR LA CARTA)
      *             MOVE WC-IEMPR          TO PX-IEMPR
      *             MOVE CT-ICUENTA        TO PX-ICUENTA
      *             MOVE BK-ICONCEPT       TO PX-ICONCEPT
      *             MOVE NRP1-MEMISOR      TO PX-IEMISORA
      *             MOVE NRP1-MSERIE       TO PX-ISERIE
      *             MOVE NA-WUSUARIO       TO PX-IUSUARIO
      *             PERFORM 9945-VERIFICA-PREAUTORIZACION
      *             IF PX-REQUIERE-PREAUT ...
      *
      *             (CUMPLIMIENTO)
      *             PERFORM 9947-ABRE-PREAUT-PENDIENTES
      *             PERFORM 9948-LEE-PREAUT-PENDIENTES
      *             ...
      *             MOVE 'A'               TO PX-SDECISION
      *             MOVE NA-WUSUARIO       TO PX-IUSUARIO
      *             PERFORM 9946-RESUELVE-PREAUTORIZACION
      *-----------------------------------------------------------------
       01  PX-REG.
      *
      *    CARTA Y USUARIO QUE OPERA
           05 PX-IEMPR                      PIC X(03).
           05 PX-ICUENTA                    PIC S9(07)      COMP-3.
           05 PX-ICONCEPT                   PIC S9(05)      COMP-3.
           05 PX-IEMISORA                   PIC X(07).
           05 PX-ISERIE                     PIC X(08).
           05 PX-IUSUARIO                   PIC X(08).
           05 PX-SDECISION                  PIC X(01).
               88 PX-AUTORIZA               VALUE 'A'.
               88 PX-NIEGA                  VALUE 'D'.
           05 PX-DMOTIVO                    PIC X(60).
      *
      *    CUENTA MARCADA (ZMDT756)
           05 PX-TRELACION                  PIC X(01).
               88 PX-EMPLEADO               VALUE 'E'.
               88 PX-PROMOTOR               VALUE 'P'.
               88 PX-RELACIONADA            VALUE 'R'.
           05 PX-IUSRLIGA                   PIC X(08).
           05 PX-IPROM                      PIC S9(04)      COMP-3.
           05 PX-DRELACION                  PIC X(40).
      *
      *    LISTA DE INSIDERS Y PERIODO DE BLOQUEO (ZMDT757/ZMDT758)
           05 PX-TLISTA                     PIC X(01).
               88 PX-INSIDER                VALUE 'I'.
               88 PX-VIGILANCIA             VALUE 'W'.
           05 PX-ISECBLQ                    PIC S9(09)      COMP-3.
           05 PX-FINICIO                    PIC X(10).
           05 PX-FFIN                       PIC X(10).
           05 PX-SALCANCE                   PIC X(01).
               88 PX-ALC-INSIDERS           VALUE 'I'.
               88 PX-ALC-TODAS              VALUE 'T'.
           05 PX-SBLOQUEO                   PIC X(01).
               88 PX-EN-BLOQUEO             VALUE '1'.
               88 PX-SIN-BLOQUEO            VALUE '0'.
      *
      *    SOLICITUD (ZMDT759)
           05 PX-IESTADO                    PIC X(01).
               88 PX-PENDIENTE              VALUE 'P'.
               88 PX-AUTORIZADA             VALUE 'A'.
               88 PX-NEGADA                 VALUE 'D'.
               88 PX-NEGADA-BLOQUEO         VALUE 'X'.
           05 PX-IUSRSOL                    PIC X(08).
           05 PX-FSOLICIT                   PIC X(26).
           05 PX-IUSRRES                    PIC X(08).
           05 PX-FRESOL                     PIC X(26).
           05 PX-NDIAS                      PIC S9(05)      COMP-3.
           05 PX-SREQ                       PIC X(01).
               88 PX-REQUIERE-PREAUT        VALUE '1'.
               88 PX-SIN-PREAUT             VALUE '0'.
           05 PX-SRETENIDA                  PIC X(01).
               88 PX-CARTA-LIBERADA         VALUE '0'.
               88 PX-CARTA-RETENIDA         VALUE '1'.
      *
      *    CERTIFICACION ANUAL (9949/9950)
           05 PX-IANIO                      PIC S9(04)      COMP-3.
           05 PX-NUMSOL                     PIC S9(09)      COMP.
           05 PX-NUMNEG                     PIC S9(09)      COMP.
      *
           05 PX-NCUENTA                    PIC S9(09)      COMP.
           05 PX-RESULTADO                  PIC X(01).
               88 PX-ACEPTADO               VALUE '0'.
               88 PX-RECHAZADO              VALUE '1'.
           05 PX-DMENSAJE                   PIC X(50).
           05 PX-ESTADO                     PIC X(01).
               88 PX-HAY-DATOS              VALUE '1'.
               88 PX-FIN-DATOS              VALUE '0'.
      *-----------------------------------------------------------------
