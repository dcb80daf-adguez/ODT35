      *-----------------------------------------------------------------
      *  ZMWSC268 : VARIABLES DE LAS RECEPCIONES Y RETIROS SPEI DE LAS
      *             CUENTAS. ENTRADA: EL ARCHIVO DE RECEPCIONES DEL
      *             BANCO ('SPEIREC', STAGING ZMDT702 CON CONTROL DE
      *             ENCABEZADO ZMDT643 VIA 9354/9355) LO APLICA 9650:
      *             CADA DEPOSITO SE CASA A SU CUENTA POR LA
      *             REFERENCIA SPEI (ZMDT703) Y SE ABONA EN EL LIBRO
      *             DE EFECTIVO (9643, ORIGEN 'S'); LA DEVOLUCION DE
      *             UN RETIRO PAGADO SE CASA POR LA CLAVE DE RASTREO
      *             DEL PAGO (ZMDT704) Y REABONA LA CUENTA. LO QUE NO
      *             CASA SE ESTACIONA EN EL SUSPENSO ZMDT692 ('CTA'
      *             REFERENCIA DESCONOCIDA, 'PAG' PAGO NO ENCONTRADO,
      *             'DUP' CLAVE DE RASTREO YA APLICADA) Y 9656 LO
      *             REAPLICA UNA VEZ REPARADO.
      *             SALIDA: 9657 CAPTURA LA SOLICITUD DE RETIRO, 9658
      *             LA AUTORIZA (OTRO USUARIO; RESERVA LOS FONDOS) O
      *             RECHAZA, Y EL LOTE DEL ARCHIVO DE PAGOS RECORRE
      *             LAS AUTORIZADAS (9659/9660), ESCRIBE SBX-REG-PAGO
      *             Y CON 9661 LAS MARCA ENVIADAS Y REGISTRA EL CARGO.
      *
      *  EJEMPLO  : MOVE 'SPEIREC'         TO FD-IARCHIVO
      *             PERFORM 9354-GRABA-CONTROL-FEED
      *             PERFORM 9355-VALIDA-CONTROL-FEED
      *             IF FD-CUADRADO
      *                MOVE 'BATCH'        TO SB-IUSUARIO
      *                MOVE W000-PROG      TO SB-IPROGRAM
      *                PERFORM 9650-APLICA-RECEPCIONES-SPEI
      *             END-IF
      *             ...
      *             PERFORM 9659-ABRE-PAGOS-SPEI
      *             PERFORM 9660-LEE-PAGOS-SPEI
      *                 UNTIL SB-FIN-DATOS
      *             (POR CADA RETIRO: ESCRIBIR SBX-REG-PAGO Y
      *              PERFORM 9661-MARCA-PAGO-SPEI)
      *-----------------------------------------------------------------
       01  SB-REG.
           05 SB-ISECREG                    PIC S9(09)      COMP-3.
           05 SB-FNEGOCIO                   PIC X(10).
           05 SB-TMOVTO                     PIC X(01).
               88 SB-DEPOSITO               VALUE 'D'.
               88 SB-DEVOLUCION             VALUE 'V'.
           05 SB-CLAVRAST                   PIC X(30).
           05 SB-CLAVRAST-R REDEFINES SB-CLAVRAST.
              10 SB-RAST-PREFIJO            PIC X(02).
              10 SB-RAST-LOTE               PIC 9(09).
              10 SB-RAST-CONSEC             PIC 9(07).
              10 FILLER                     PIC X(12).
           05 SB-IREFER                     PIC X(20).
           05 SB-CLAVORIG                   PIC X(30).
           05 SB-ICODDEV                    PIC X(02).
           05 SB-MIMPORTE                   PIC S9(13)V99   COMP-3.
           05 SB-CLABEORD                   PIC X(18).
           05 SB-NOMORD                     PIC X(40).
           05 SB-SPROCESO                   PIC X(01).
               88 SB-APLICADO               VALUE '1'.
               88 SB-ESTACIONADO            VALUE 'E'.
           05 SB-IEMPR                      PIC X(03).
           05 SB-ICUENTA                    PIC S9(07)      COMP-3.
           05 SB-IUSUARIO                   PIC X(08).
           05 SB-IPROGRAM                   PIC X(08).
           05 SB-NUMDUP                     PIC S9(09) COMP.
           05 SB-NUMAPLIC                   PIC S9(09)      COMP-3.
           05 SB-NUMSUSP                    PIC S9(09)      COMP-3.
           05 SB-ISECREG-ED                 PIC 9(09).
      *
      *    SOLICITUD DE RETIRO (ZMDT704)
           05 SB-ISECRET                    PIC S9(09)      COMP-3.
           05 SB-ISECRET-ED                 PIC 9(09).
           05 SB-CLABEBEN                   PIC X(18).
           05 SB-NOMBEN                     PIC X(40).
           05 SB-SESTRET                    PIC X(01).
               88 SB-RET-POR-AUTORIZAR      VALUE 'P'.
               88 SB-RET-AUTORIZADO         VALUE 'A'.
               88 SB-RET-RECHAZADO          VALUE 'R'.
               88 SB-RET-ENVIADO            VALUE 'E'.
               88 SB-RET-DEVUELTO           VALUE 'D'.
           05 SB-IUSRCAP                    PIC X(08).
           05 SB-SDECISION                  PIC X(01).
               88 SB-AUTORIZAR              VALUE 'A'.
               88 SB-RECHAZAR               VALUE 'R'.
           05 SB-DREFER                     PIC X(30).
           05 SB-MDISPON                    PIC S9(13)V99   COMP-3.
           05 SB-ISECLOTE                   PIC S9(09)      COMP-3.
           05 SB-NUMPAGOS                   PIC S9(09) COMP VALUE 0.
           05 SB-TOTPAGOS                   PIC S9(13)V99   COMP-3.
           05 SB-FVALOR                     PIC X(10).
           05 SB-RESULTADO                  PIC X(01).
               88 SB-OK                     VALUE '0'.
               88 SB-ERROR                  VALUE '1'.
           05 SB-DMENSAJE                   PIC X(55).
           05 SB-ESTADO                     PIC X(01).
               88 SB-HAY-DATOS              VALUE '1'.
               88 SB-FIN-DATOS              VALUE '0'.
      *
      *          REGISTRO DEL ARCHIVO DE PAGOS SPEI AL BANCO, UNO POR
      *          RETIRO (LO ESCRIBE EL LOTE ENTRE SU HEADER Y SU
      *          TRAILER DE TOTALES).
       01  SBX-REG-PAGO.
           05 SBX-CLAVRAST                  PIC X(30).
           05 SBX-CLABEBEN                  PIC X(18).
           05 SBX-NOMBEN                    PIC X(40).
           05 SBX-MIMPORTE                  PIC 9(13)V99.
           05 SBX-FVALOR                    PIC X(10).
           05 SBX-CONCEPTO                  PIC X(40).
           05 FILLER                        PIC X(07)  VALUE SPACES.
      *-----------------------------------------------------------------
