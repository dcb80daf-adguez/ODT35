      *-----------------------------------------------------------------
      *  ZMWSC346 : VARIABLES DEL UTILITARIO DE CIERRE Y CONSOLIDACION
      *             DE SUCURSALES (SOLICITUD ZMDT765, VEA DCLZMDT765).
      *             SIGUE EL MODELO DE LA MIGRACION DE EMPRESAS
      *             (ZMWSC130/ZMWSC131): SIMULA, SE AUTORIZA CON DOBLE
      *             CONTROL Y EL LOTE MUEVE CUENTA POR CUENTA CON EL
      *             CHECKPOINT DE ZMWSC108/ZMWSC109.
      *               - 9008 SIMULA: CUENTA LAS CUENTAS DE LA SUCURSAL
      *                 ORIGEN, SUS PROMOTORES EN ZMDT670, LOS
      *                 HALLAZGOS DE CALIDAD ABIERTOS (ZMDT652) Y LOS
      *                 CASOS DE FALLO ABIERTOS (ZMDT674) DE ESAS
      *                 CUENTAS; 9009/9010 LOS LISTAN UNO POR UNO;
      *               - 9011 SOLICITA EL CIERRE CON LA SIMULACION;
      *                 9017 LEE UNA SOLICITUD;
      *                 9012 LO AUTORIZA O RECHAZA (EL AUTORIZADOR NO
      *                 PUEDE SER EL SOLICITANTE);
      *               - 9013/9014 RECORREN LAS CUENTAS QUE SIGUEN EN
      *                 LA SUCURSAL ORIGEN (WITH HOLD: UNA CUENTA
      *                 MOVIDA YA NO SALE, ASI QUE AL RELANZAR EL LOTE
      *                 CONTINUA DONDE SE QUEDO) Y 9015 RE-UBICA CADA
      *                 UNA (ISUCCASA Y, SI SE DIERON, ICCOSTO/IZONECO)
      *                 DEJANDO CADA CAMPO EN ZMDT608;
      *               - 9016 TERMINA: MUEVE LOS PROMOTORES Y LAS
      *                 ASIGNACIONES DE ALCANCE DE USUARIOS (ZMDT752)
      *                 A LA SUCURSAL DESTINO Y DA DE BAJA LA SUCURSAL
      *                 ORIGEN EN ZMDT669.
      *             LOS HALLAZGOS Y CASOS DE FALLO VAN LLAVEADOS POR
      *             CUENTA: SIGUEN A LA CUENTA SIN TOCARSE.
      *
      *             QUIEN INCLUYA ESTE COPY DEBE INCLUIR TAMBIEN
      *             ZMWSC142/ZMWSC143 (FOLIO), ZMWSC206/ZMWSC207
      *             (CATALOGOS ORGANIZACIONALES), ZMWSC022/ZMWSC023
      *             (HISTORICO 9150) Y ZMWSC108/ZMWSC109.
      *
      *  EJEMPLO  : MOVE 'CIERRSUC'        TO CK-IPROCESO
      *             MOVE 500               TO CK-INTERVALO
      *             PERFORM 9289-RECUPERA-CHECKPOINT-BATCH
      *             PERFORM 9013-ABRE-CUENTAS-SUCURSAL
      *             PERFORM 9014-LEE-CUENTAS-SUCURSAL
      *             PERFORM UNTIL MS-FIN-DATOS
      *                PERFORM 9015-MUEVE-CUENTA-SUCURSAL
      *                MOVE MS-ICUENTA     TO CK-ICUENTA
      *                PERFORM 9292-CHECKPOINT-SI-TOCA
      *                PERFORM 9014-LEE-CUENTAS-SUCURSAL
      *             END-PERFORM
      *             PERFORM 9016-TERMINA-CIERRE-SUCURSAL
      *             PERFORM 9291-BORRA-CHECKPOINT-BATCH
      *-----------------------------------------------------------------
       01  MS-REG.
      *
      *    SOLICITUD (LLAVE Y DATOS DE ZMDT765)
           05 MS-ICIERRE                    PIC S9(09)      COMP-3.
           05 MS-ISUCORI                    PIC X(03).
           05 MS-ISUCDES                    PIC X(03).
           05 MS-ICCOSTO                    PIC S9(05)      COMP-3.
           05 MS-ICCOSTO-ED                 PIC 9(05).
           05 MS-IZONECO                    PIC X(03).
           05 MS-IESTADO                    PIC X(01).
               88 MS-SOLICITADO             VALUE 'P'.
               88 MS-AUTORIZADO             VALUE 'A'.
               88 MS-TERMINADO              VALUE 'T'.
               88 MS-RECHAZADO-SOL          VALUE 'R'.
           05 MS-IUSRSOL                    PIC X(08).
           05 MS-IUSUARIO                   PIC X(08).
           05 MS-IPROGRAM                   PIC X(08).
           05 MS-SDECISION                  PIC X(01).
               88 MS-AUTORIZAR              VALUE 'A'.
               88 MS-RECHAZAR               VALUE 'R'.
      *
      *    SIMULACION (9008)
           05 MS-NCUENTAS                   PIC S9(09)      COMP-3.
           05 MS-NPROMOT                    PIC S9(09)      COMP-3.
           05 MS-NHALLAZGO                  PIC S9(09)      COMP-3.
           05 MS-NFALLOS                    PIC S9(09)      COMP-3.
           05 MS-NUSUARIOS                  PIC S9(09)      COMP-3.
      *
      *    DETALLE DE LA SIMULACION (9009/9010): 'C' CUENTA, 'P'
      *    PROMOTOR, 'D' HALLAZGO DE CALIDAD, 'F' CASO DE FALLO
           05 MS-TAFECTA                    PIC X(01).
               88 MS-AFECTA-CUENTA          VALUE 'C'.
               88 MS-AFECTA-PROMOTOR        VALUE 'P'.
               88 MS-AFECTA-HALLAZGO        VALUE 'D'.
               88 MS-AFECTA-FALLO           VALUE 'F'.
           05 MS-IEMPR                      PIC X(03).
           05 MS-ICUENTA                    PIC S9(07)      COMP-3.
           05 MS-ICLAVE                     PIC X(10).
           05 MS-DDETALLE                   PIC X(40).
      *
      *    RE-UBICACION DE LA CUENTA (9015)
           05 MS-ISUCANT                    PIC X(03).
           05 MS-ICCOSTOANT                 PIC S9(05)      COMP-3.
           05 MS-IZONECOANT                 PIC X(03).
           05 MS-NMOVIDAS                   PIC S9(09)      COMP-3.
      *
           05 MS-DMENSAJE                   PIC X(55).
           05 MS-RESULTADO                  PIC X(01).
               88 MS-ACEPTADO               VALUE '0'.
               88 MS-RECHAZADO              VALUE '1'.
           05 MS-ESTADO                     PIC X(01).
               88 MS-HAY-DATOS              VALUE '1'.
               88 MS-FIN-DATOS              VALUE '0'.
      *-----------------------------------------------------------------
