      *             CADA ARCHIVO EN ZMDT643 (9479), NOTIFICACIONES
      *             RECHAZADAS Y EN REINTENTO DE ZMDT622 (9480) Y LOS
      *             CHECKPOINTS ABIERTOS DE LOTES REARRANCABLES EN
      *             ZMDT636 (9481/9482), Y EL REZAGO DE LA BANDEJA DE
      *             EVENTOS DE CARTAS ZMDT726 POR PUBLICAR A MQ, CON
      *             LOS QUE AGOTARON REINTENTOS Y EL EVENTO PENDIENTE
      *             MAS ANTIGUO (9793). 9483-EVALUA-UMBRAL-FEED
      *             PRENDE EL SEMAFORO CUANDO UN CONTEO REBASA EL
      *             UMBRAL QUE LA PANTALLA CARGA DE ZMDT612 (9180),
      *             PARA DETECTAR UN FEED ATORADO ANTES DE QUE ABRA
      *             MOVE 'CUSTPOS'         TO HC-IARCHIVO
      *             PERFORM 9479-CONSULTA-ESTADO-FEED
      *             PERFORM 9480-CONSULTA-NOTIF-PEND
      *             PERFORM 9793-CONSULTA-EVENTOS-PEND
      *             MOVE HC-NUMCUSTPOS     TO HC-NCONTEO
      *             MOVE UMBRAL-PARAM      TO HC-NUMBRAL
      *             PERFORM 9483-EVALUA-UMBRAL-FEED
               88 HC-FEED-SIN-HEADER        VALUE '0'.
           05 HC-NUMREINTENTO               PIC S9(09)      COMP-3.
           05 HC-NUMRECHAZO                 PIC S9(09)      COMP-3.
           05 HC-NUMEVTPEND                 PIC S9(09)      COMP-3.
           05 HC-NUMEVTAGOT                 PIC S9(09)      COMP-3.
           05 HC-FEVTANT                    PIC X(26).
           05 HC-IPROCESO                   PIC X(08).
           05 HC-CHK-NPARTIC                PIC S9(03)      COMP-3.
           05 HC-CHK-IEMPR                  PIC X(03).
           05 HC-NUMPROC                    PIC S9(09)      COMP-3.
           05 HC-FCOMMIT                    PIC X(26).
