      *----
      * ZMWSC349 : CAMPANA TRIMESTRAL DE RECERTIFICACION DE ACCESOS
      *            (ZMDT766/ZMDT767/ZMDT768/ZMDT769). LAYOUT DE
      *            REFERENCIA ZMWSC348 (RE-REG).
      *----
      * LA CAMPANA NO CAMBIA USUARIO POR SU CUENTA: TODA SUSPENSION
      * (REVOCADA POR EL JEFE O POR VENCIMIENTO) VA COMO SOLICITUD A
      * LA COLA ZMDT668 (9484), DE MODO QUE EL RASTRO DE SEGURIDAD ES
      * EL MISMO QUE EL DE LOS DEMAS CAMBIOS DE USUARIO. LA DEL JEFE
      * QUEDA PENDIENTE PARA QUE SEGURIDAD LA AUTORICE; LA DEL
      * VENCIMIENTO LA AUTORIZA EL PROPIO LOTE CON EL USUARIO DE
      * PROCESO 'RECERTIF' (LA SOLICITA QUIEN ABRIO LA CAMPANA, ASI
      * QUE SOLICITANTE Y AUTORIZADOR SON DISTINTOS).
      *----
       9018-ABRE-CAMPANA-RECERT.
      *----
           SET RE-ACEPTADO                 TO TRUE
           MOVE SPACES                     TO RE-DMENSAJE

           IF RE-IUSRDEF                   EQUAL SPACES
              OR RE-IUSRDEF                EQUAL RE-IUSUARIO
              SET RE-RECHAZADO             TO TRUE
              MOVE 'REVISOR POR OMISION VACIO O IGUAL AL QUE ABRE'
                                           TO RE-DMENSAJE
           END-IF

           IF RE-ACEPTADO
              MOVE 0                       TO RE-NUSUARIOS
              EXEC SQL
                   SELECT COUNT(*)
                     INTO :RE-NUSUARIOS
                     FROM ZMDT766
                    WHERE ZM766_ITRIMES = :RE-ITRIMES
              END-EXEC
              PERFORM 9600-VALIDA-SQL
              IF RE-NUSUARIOS              GREATER 0
                 SET RE-RECHAZADO          TO TRUE
                 MOVE 'YA EXISTE CAMPANA PARA EL TRIMESTRE'
                                           TO RE-DMENSAJE
              END-IF
           END-IF

           IF RE-ACEPTADO
              SET RE-EN-PLAZO              TO TRUE
              EXEC SQL
                   SELECT CASE WHEN DATE(:RE-FLIMITE) > CURRENT DATE
                               THEN '0' ELSE '1' END
                     INTO :RE-SVENCIDA
                     FROM SYSIBM.SYSDUMMY1
              END-EXEC
              PERFORM 9600-VALIDA-SQL
              IF RE-VENCIDA
                 SET RE-RECHAZADO          TO TRUE
                 MOVE 'LA FECHA LIMITE DEBE SER POSTERIOR A HOY'
                                           TO RE-DMENSAJE
              END-IF
           END-IF

           IF RE-ACEPTADO
              MOVE 'ZMDT766'               TO FO-ITABLA
              MOVE SPACES                  TO FO-LL-IEMPR
              MOVE 0                       TO FO-LL-ICUENTA
              MOVE 0                       TO FO-LL-ICONCEPT
              PERFORM 9349-OBTEN-FOLIO
              MOVE FO-NFOLIO               TO RE-ICAMPANA

      *       UN RENGLON POR USUARIO VIGENTE. EL JEFE SALE DE ZMDT769;
      *       SIN JEFE (O SI EL JEFE ES EL MISMO USUARIO) LO REVISA EL
      *       REVISOR POR OMISION, Y A ESTE LO REVISA QUIEN ABRE.
              EXEC SQL
                   INSERT INTO ZMDT767
                        ( ZM767_ICAMPANA,   ZM767_IUSUARIO,
                          ZM767_IPERFIL,    ZM767_IUSRREV,
                          ZM767_NPROMOT,    ZM767_NELEVA,
                          ZM767_IESTADO,    ZM767_IUSRDEC,
                          ZM767_FDECISION,  ZM767_ISECSOL,
                          ZM767_DMOTIVO )
                   SELECT :RE-ICAMPANA,     U.IUSUARIO,
                          U.IPERFIL,
                          CASE
                             WHEN J.ZM769_IUSRREV IS NOT NULL
                              AND J.ZM769_IUSRREV <> U.IUSUARIO
                             THEN J.ZM769_IUSRREV
                             WHEN U.IUSUARIO = :RE-IUSRDEF
                             THEN :RE-IUSUARIO
                             ELSE :RE-IUSRDEF
                          END,
                          0,                0,
                          'P',              NULL,
                          NULL,             NULL,
                          NULL
                     FROM USUARIO U
                          LEFT OUTER JOIN ZMDT769 J
                            ON J.ZM769_IUSUARIO = U.IUSUARIO
                    WHERE U.SVIGEN = '1'
              END-EXEC
              PERFORM 9600-VALIDA-SQL

              PERFORM 9031-FOTO-PERMISOS-RECERT

              EXEC SQL
                   SELECT COUNT(*)
                     INTO :RE-NUSUARIOS
                     FROM ZMDT767
                    WHERE ZM767_ICAMPANA = :RE-ICAMPANA
              END-EXEC
              PERFORM 9600-VALIDA-SQL

              SET RE-CAMPANA-ABIERTA       TO TRUE
              EXEC SQL
                   INSERT INTO ZMDT766
                        ( ZM766_ICAMPANA,   ZM766_ITRIMES,
                          ZM766_FLIMITE,    ZM766_IUSRDEF,
                          ZM766_IESTADO,    ZM766_NUSUARIOS,
                          ZM766_NCERTIF,    ZM766_NREVOC,
                          ZM766_NSUSPEND,   ZM766_IUSRALTA,
                          ZM766_FALTA,      ZM766_FCIERRE )
                   VALUES ( :RE-ICAMPANA,   :RE-ITRIMES,
                            :RE-FLIMITE,    :RE-IUSRDEF,
                            :RE-ICESTADO,   :RE-NUSUARIOS,
                            0,              0,
                            0,              :RE-IUSUARIO,
                            CURRENT TIMESTAMP, NULL )
              END-EXEC
              PERFORM 9600-VALIDA-SQL
           END-IF.
      *----
      * ZMWSC349 : FOTO DE PERMISOS EFECTIVOS DE LOS USUARIOS DE LA
      *            CAMPANA RE-ICAMPANA: PERFIL, PROMOTORES ACTIVOS DE
      *            ZMDT611 Y ELEVACIONES DE ZMDT648 QUE NO HAN VENCIDO
      *            (LAS FUTURAS TAMBIEN: YA ESTAN OTORGADAS). DEJA LOS
      *            CONTEOS EN EL RENGLON DEL USUARIO.
      *----
       9031-FOTO-PERMISOS-RECERT.
      *----
           EXEC SQL
                INSERT INTO ZMDT768
                     ( ZM768_ICAMPANA,  ZM768_IUSUARIO,
                       ZM768_TPERMISO,  ZM768_IVALOR,
                       ZM768_NNIVEL,    ZM768_FHASTA )
                SELECT :RE-ICAMPANA,    R.ZM767_IUSUARIO,
                       'F',             R.ZM767_IPERFIL,
                       0,               NULL
                  FROM ZMDT767 R
                 WHERE R.ZM767_ICAMPANA = :RE-ICAMPANA
           END-EXEC
           PERFORM 9600-VALIDA-SQL

           EXEC SQL
                INSERT INTO ZMDT768
                     ( ZM768_ICAMPANA,  ZM768_IUSUARIO,
                       ZM768_TPERMISO,  ZM768_IVALOR,
                       ZM768_NNIVEL,    ZM768_FHASTA )
                SELECT :RE-ICAMPANA,    P.ZM611_IUSUARIO,
                       'P',             DIGITS(P.ZM611_IPROMOTOR),
                       0,               NULL
                  FROM ZMDT611 P, ZMDT767 R
                 WHERE R.ZM767_ICAMPANA = :RE-ICAMPANA
                   AND P.ZM611_IUSUARIO = R.ZM767_IUSUARIO
                   AND P.ZM611_SESTADO  = 'A'
           END-EXEC
           IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
              PERFORM 9600-VALIDA-SQL
           END-IF

           EXEC SQL
                INSERT INTO ZMDT768
                     ( ZM768_ICAMPANA,  ZM768_IUSUARIO,
                       ZM768_TPERMISO,  ZM768_IVALOR,
                       ZM768_NNIVEL,    ZM768_FHASTA )
                SELECT :RE-ICAMPANA,    E.ZM648_IUSUARIO,
                       'E',             E.ZM648_CFUNCION,
                       MAX(E.ZM648_NNIVEL),
                       MAX(E.ZM648_FHASTA)
                  FROM ZMDT648 E, ZMDT767 R
                 WHERE R.ZM767_ICAMPANA = :RE-ICAMPANA
                   AND E.ZM648_IUSUARIO = R.ZM767_IUSUARIO
                   AND E.ZM648_FHASTA   > CURRENT TIMESTAMP
                 GROUP BY E.ZM648_IUSUARIO, E.ZM648_CFUNCION
           END-EXEC
           IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
              PERFORM 9600-VALIDA-SQL
           END-IF

           EXEC SQL
                UPDATE ZMDT767 R
                   SET R.ZM767_NPROMOT =
                       ( SELECT COUNT(*)
                           FROM ZMDT768 D
                          WHERE D.ZM768_ICAMPANA = R.ZM767_ICAMPANA
                            AND D.ZM768_IUSUARIO = R.ZM767_IUSUARIO
                            AND D.ZM768_TPERMISO = 'P' ),
                       R.ZM767_NELEVA =
                       ( SELECT COUNT(*)
                           FROM ZMDT768 D
                          WHERE D.ZM768_ICAMPANA = R.ZM767_ICAMPANA
                            AND D.ZM768_IUSUARIO = R.ZM767_IUSUARIO
                            AND D.ZM768_TPERMISO = 'E' )
                 WHERE R.ZM767_ICAMPANA = :RE-ICAMPANA
           END-EXEC
           IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
              PERFORM 9600-VALIDA-SQL
           END-IF.
      *----
      * ZMWSC349 : BANDEJA DEL JEFE RE-IUSRREV: SUS USUARIOS AUN
      *            PENDIENTES EN LA CAMPANA RE-ICAMPANA.
      *----
       9019-ABRE-BANDEJA-RECERT.
      *----
           EXEC SQL
                DECLARE CBANDREC CURSOR FOR
                   SELECT ZM767_IUSUARIO, ZM767_IPERFIL,
                          ZM767_NPROMOT,  ZM767_NELEVA,
                          ZM767_IESTADO
                     FROM ZMDT767
                    WHERE ZM767_ICAMPANA = :RE-ICAMPANA
                      AND ZM767_IUSRREV  = :RE-IUSRREV
                      AND ZM767_IESTADO  = 'P'
                 ORDER BY ZM767_IUSUARIO
           END-EXEC

           EXEC SQL
                OPEN CBANDREC
           END-EXEC
           PERFORM 9600-VALIDA-SQL.
      *----
       9020-LEE-BANDEJA-RECERT.
      *----
           EXEC SQL
                FETCH CBANDREC
                 INTO :RE-IUSRCERT, :RE-IPERFIL,
                      :RE-NPROMOT,  :RE-NELEVA,
                      :RE-IESTADO
           END-EXEC

           IF SQLCODE EQUAL 0
              SET RE-HAY-DATOS             TO TRUE
           ELSE
              SET RE-FIN-DATOS             TO TRUE
              IF SQLCODE NOT = 100
                 PERFORM 9600-VALIDA-SQL
              END-IF
              EXEC SQL
                   CLOSE CBANDREC
              END-EXEC
           END-IF.
      *----
      * ZMWSC349 : DETALLE DE PERMISOS FOTOGRAFIADOS DEL USUARIO
      *            RE-IUSRCERT EN LA CAMPANA RE-ICAMPANA.
      *----
       9021-ABRE-PERMISOS-RECERT.
      *----
           EXEC SQL
                DECLARE CPERMREC CURSOR FOR
                   SELECT ZM768_TPERMISO, ZM768_IVALOR,
                          ZM768_NNIVEL,
                          COALESCE(CHAR(ZM768_FHASTA), ' ')
                     FROM ZMDT768
                    WHERE ZM768_ICAMPANA = :RE-ICAMPANA
                      AND ZM768_IUSUARIO = :RE-IUSRCERT
                 ORDER BY ZM768_TPERMISO, ZM768_IVALOR
           END-EXEC

           EXEC SQL
                OPEN CPERMREC
           END-EXEC
           PERFORM 9600-VALIDA-SQL.
      *----
       9022-LEE-PERMISOS-RECERT.
      *----
           EXEC SQL
                FETCH CPERMREC
                 INTO :RE-TPERMISO, :RE-IVALOR,
                      :RE-NNIVEL,   :RE-FHASTA
           END-EXEC

           IF SQLCODE EQUAL 0
              SET RE-HAY-DATOS             TO TRUE
           ELSE
              SET RE-FIN-DATOS             TO TRUE
              IF SQLCODE NOT = 100
                 PERFORM 9600-VALIDA-SQL
              END-IF
              EXEC SQL
                   CLOSE CPERMREC
              END-EXEC
           END-IF.
      *----
      * ZMWSC349 : DECISION DEL JEFE RE-IUSUARIO SOBRE EL USUARIO
      *            RE-IUSRCERT (RE-SDECISION 'C' CERTIFICA, 'R'
      *            REVOCA CON MOTIVO RE-DMOTIVO). SOLO DECIDE EL JEFE
      *            ASIGNADO, CON LA CAMPANA ABIERTA Y EN PLAZO. LA
      *            REVOCACION DEJA EN ZMDT668 LA SOLICITUD DE
      *            SUSPENSION (RE-ISECSOL) PARA QUE SEGURIDAD LA
      *            AUTORICE.
      *----
       9023-DECIDE-RECERT.
      *----
           SET RE-ACEPTADO                 TO TRUE
           MOVE SPACES                     TO RE-DMENSAJE

           EXEC SQL
                SELECT C.ZM766_IESTADO,
                       CASE WHEN C.ZM766_FLIMITE < CURRENT DATE
                            THEN '1' ELSE '0' END,
                       R.ZM767_IUSRREV, R.ZM767_IESTADO
                  INTO :RE-ICESTADO,
                       :RE-SVENCIDA,
                       :RE-IUSRREV,     :RE-IESTADO
                  FROM ZMDT766 C, ZMDT767 R
                 WHERE C.ZM766_ICAMPANA = :RE-ICAMPANA
                   AND R.ZM767_ICAMPANA = C.ZM766_ICAMPANA
                   AND R.ZM767_IUSUARIO = :RE-IUSRCERT
           END-EXEC

           IF SQLCODE EQUAL 100
              SET RE-RECHAZADO             TO TRUE
              MOVE 'USUARIO NO ESTA EN LA CAMPANA'
                                           TO RE-DMENSAJE
           ELSE
              PERFORM 9600-VALIDA-SQL
           END-IF

           EVALUATE TRUE
              WHEN RE-RECHAZADO
                 CONTINUE
              WHEN NOT RE-CAMPANA-ABIERTA OR RE-VENCIDA
                 SET RE-RECHAZADO          TO TRUE
                 MOVE 'LA CAMPANA YA ESTA CERRADA O VENCIDA'
                                           TO RE-DMENSAJE
              WHEN RE-IUSRREV              NOT = RE-IUSUARIO
                 SET RE-RECHAZADO          TO TRUE
                 MOVE 'EL USUARIO NO ESTA ASIGNADO A ESTE REVISOR'
                                           TO RE-DMENSAJE
              WHEN NOT RE-PENDIENTE
                 SET RE-RECHAZADO          TO TRUE
                 MOVE 'EL USUARIO YA FUE DECIDIDO EN LA CAMPANA'
                                           TO RE-DMENSAJE
              WHEN NOT RE-CERTIFICAR AND NOT RE-REVOCAR
                 SET RE-RECHAZADO          TO TRUE
                 MOVE 'DECISION INVALIDA, DEBE SER C O R'
                                           TO RE-DMENSAJE
              WHEN RE-REVOCAR AND RE-DMOTIVO EQUAL SPACES
                 SET RE-RECHAZADO          TO TRUE
                 MOVE 'LA REVOCACION REQUIERE MOTIVO'
                                           TO RE-DMENSAJE
              WHEN OTHER
                 CONTINUE
           END-EVALUATE

           IF RE-ACEPTADO
              MOVE 0                       TO RE-ISECSOL
              IF RE-REVOCAR
                 SET RE-REVOCADO           TO TRUE
                 MOVE RE-IUSRCERT          TO UM-IUSRAFECT
                 SET UM-ACC-SUSPENDE       TO TRUE
                 MOVE SPACES               TO UM-IPERFILNVO
                 MOVE SPACES               TO UM-FEXPIRANVA
                 MOVE RE-DMOTIVO           TO UM-DMOTIVO
                 MOVE RE-IUSUARIO          TO UM-IUSRSOL
                 PERFORM 9484-SOLICITA-CAMBIO-USUARIO
                 MOVE UM-ISECSOL           TO RE-ISECSOL
              ELSE
                 SET RE-CERTIFICADO        TO TRUE
              END-IF

              EXEC SQL
                   UPDATE ZMDT767
                      SET ZM767_IESTADO   = :RE-IESTADO,
                          ZM767_IUSRDEC   = :RE-IUSUARIO,
                          ZM767_FDECISION = CURRENT TIMESTAMP,
                          ZM767_ISECSOL   = NULLIF(:RE-ISECSOL, 0),
                          ZM767_DMOTIVO   = NULLIF(:RE-DMOTIVO, ' ')
                    WHERE ZM767_ICAMPANA = :RE-ICAMPANA
                      AND ZM767_IUSUARIO = :RE-IUSRCERT
                      AND ZM767_IESTADO  = 'P'
              END-EXEC
              PERFORM 9600-VALIDA-SQL
           END-IF.
      *----
      * ZMWSC349 : LOTE DE LA FECHA LIMITE. RECORRE LAS CAMPANAS
      *            ABIERTAS CUYA FECHA LIMITE YA PASO; POR CADA UNA EL
      *            LLAMADOR ABRE 9025 Y SUSPENDE CON 9026 Y AL FINAL
      *            LA CIERRA CON 9027.
      *----
       9024-ABRE-CAMPANAS-VENCIDAS.
      *----
           EXEC SQL
                DECLARE CCAMPVEN CURSOR WITH HOLD FOR
                   SELECT ZM766_ICAMPANA, ZM766_ITRIMES,
                          ZM766_IUSRALTA
                     FROM ZMDT766
                    WHERE ZM766_IESTADO = 'A'
                      AND ZM766_FLIMITE < CURRENT DATE
                 ORDER BY ZM766_ICAMPANA
           END-EXEC

           EXEC SQL
                OPEN CCAMPVEN
           END-EXEC
           PERFORM 9600-VALIDA-SQL.
      *----
       9032-LEE-CAMPANAS-VENCIDAS.
      *----
           EXEC SQL
                FETCH CCAMPVEN
                 INTO :RE-ICAMPANA, :RE-ITRIMES,
                      :RE-IUSUARIO
           END-EXEC

           IF SQLCODE EQUAL 0
              SET RE-HAY-DATOS             TO TRUE
           ELSE
              SET RE-FIN-DATOS             TO TRUE
              IF SQLCODE NOT = 100
                 PERFORM 9600-VALIDA-SQL
              END-IF
              EXEC SQL
                   CLOSE CCAMPVEN
              END-EXEC
           END-IF.
      *----
      * ZMWSC349 : USUARIOS AUN PENDIENTES DE LA CAMPANA VENCIDA
      *            RE-ICAMPANA. CADA SUSPENDIDO DEJA DE ESTAR EN 'P',
      *            ASI QUE AL RELANZAR EL LOTE CONTINUA DONDE QUEDO.
      *----
       9025-ABRE-PENDIENTES-RECERT.
      *----
           EXEC SQL
                DECLARE CPENDREC CURSOR WITH HOLD FOR
                   SELECT ZM767_IUSUARIO, ZM767_IUSRREV
                     FROM ZMDT767
                    WHERE ZM767_ICAMPANA = :RE-ICAMPANA
                      AND ZM767_IESTADO  = 'P'
                 ORDER BY ZM767_IUSUARIO
           END-EXEC

           EXEC SQL
                OPEN CPENDREC
           END-EXEC
           PERFORM 9600-VALIDA-SQL.
      *----
       9033-LEE-PENDIENTES-RECERT.
      *----
           EXEC SQL
                FETCH CPENDREC
                 INTO :RE-IUSRCERT, :RE-IUSRREV
           END-EXEC

           IF SQLCODE EQUAL 0
              SET RE-HAY-DATOS             TO TRUE
           ELSE
              SET RE-FIN-DATOS             TO TRUE
              IF SQLCODE NOT = 100
                 PERFORM 9600-VALIDA-SQL
              END-IF
              EXEC SQL
                   CLOSE CPENDREC
              END-EXEC
           END-IF.
      *----
      * ZMWSC349 : SUSPENDE AL USUARIO RE-IUSRCERT QUE NADIE
      *            CERTIFICO EN PLAZO. LA SOLICITUD A ZMDT668 LA PIDE
      *            QUIEN ABRIO LA CAMPANA (RE-IUSUARIO) Y LA AUTORIZA
      *            EL PROCESO 'RECERTIF', QUE LA APLICA A USUARIO.
      *----
       9026-SUSPENDE-NO-CERTIFICADO.
      *----
           MOVE RE-IUSRCERT                TO UM-IUSRAFECT
           SET UM-ACC-SUSPENDE             TO TRUE
           MOVE SPACES                     TO UM-IPERFILNVO
           MOVE SPACES                     TO UM-FEXPIRANVA
           MOVE SPACES                     TO UM-DMOTIVO
           STRING 'SIN RECERTIFICAR EN CAMPANA ' RE-ITRIMES
                  ' (REVISOR ' RE-IUSRREV ')'
                  DELIMITED BY SIZE      INTO UM-DMOTIVO
           MOVE RE-IUSUARIO                TO UM-IUSRSOL
           PERFORM 9484-SOLICITA-CAMBIO-USUARIO

           MOVE 'RECERTIF'                 TO UM-IUSRAUT
           SET UM-APROBADA                 TO TRUE
           PERFORM 9485-AUTORIZA-CAMBIO-USUARIO
           MOVE UM-ISECSOL                 TO RE-ISECSOL

      *    SI NO SE PUDO APLICAR, EL USUARIO SIGUE PENDIENTE Y LA
      *    CAMPANA NO CIERRA (9027) HASTA QUE SEGURIDAD LO RESUELVA.
           IF UM-APROBADA
              EXEC SQL
                   UPDATE ZMDT767
                      SET ZM767_IESTADO   = 'S',
                          ZM767_IUSRDEC   = 'RECERTIF',
                          ZM767_FDECISION = CURRENT TIMESTAMP,
                          ZM767_ISECSOL   = :RE-ISECSOL,
                          ZM767_DMOTIVO   = :UM-DMOTIVO
                    WHERE ZM767_ICAMPANA = :RE-ICAMPANA
                      AND ZM767_IUSUARIO = :RE-IUSRCERT
                      AND ZM767_IESTADO  = 'P'
              END-EXEC
              PERFORM 9600-VALIDA-SQL
           END-IF.
      *----
      * ZMWSC349 : CIERRA LA CAMPANA RE-ICAMPANA CON SUS CONTEOS
      *            (REPORTE DE TERMINACION). SI AUN QUEDAN USUARIOS
      *            PENDIENTES NO LA CIERRA (RE-NPENDIENTE > 0).
      *----
       9027-CIERRA-CAMPANA-RECERT.
      *----
           MOVE 0                          TO RE-NUSUARIOS
           MOVE 0                          TO RE-NCERTIF
           MOVE 0                          TO RE-NREVOC
           MOVE 0                          TO RE-NSUSPEND
           MOVE 0                          TO RE-NPENDIENTE

           EXEC SQL
                SELECT COUNT(*),
                       COALESCE(SUM(CASE WHEN ZM767_IESTADO = 'C'
                                         THEN 1 ELSE 0 END), 0),
                       COALESCE(SUM(CASE WHEN ZM767_IESTADO = 'R'
                                         THEN 1 ELSE 0 END), 0),
                       COALESCE(SUM(CASE WHEN ZM767_IESTADO = 'S'
                                         THEN 1 ELSE 0 END), 0),
                       COALESCE(SUM(CASE WHEN ZM767_IESTADO = 'P'
                                         THEN 1 ELSE 0 END), 0)
                  INTO :RE-NUSUARIOS,
                       :RE-NCERTIF,
                       :RE-NREVOC,
                       :RE-NSUSPEND,
                       :RE-NPENDIENTE
                  FROM ZMDT767
                 WHERE ZM767_ICAMPANA = :RE-ICAMPANA
           END-EXEC
           PERFORM 9600-VALIDA-SQL

           IF RE-NPENDIENTE                EQUAL 0
              SET RE-CAMPANA-CERRADA       TO TRUE
              EXEC SQL
                   UPDATE ZMDT766
                      SET ZM766_IESTADO   = 'C',
                          ZM766_NUSUARIOS = :RE-NUSUARIOS,
                          ZM766_NCERTIF   = :RE-NCERTIF,
                          ZM766_NREVOC    = :RE-NREVOC,
                          ZM766_NSUSPEND  = :RE-NSUSPEND,
                          ZM766_FCIERRE   = CURRENT TIMESTAMP
                    WHERE ZM766_ICAMPANA = :RE-ICAMPANA
                      AND ZM766_IESTADO  = 'A'
              END-EXEC
              PERFORM 9600-VALIDA-SQL
           END-IF.
      *----
      * ZMWSC349 : REPORTE DE TERMINACION DE LA CAMPANA RE-ICAMPANA:
      *            UN RENGLON POR USUARIO CON SU REVISOR, DECISION,
      *            QUIEN DECIDIO Y SOLICITUD ZMDT668. LOS TOTALES SON
      *            LOS DE ZMDT766 QUE DEJA 9027.
      *----
       9028-ABRE-REPORTE-RECERT.
      *----
           EXEC SQL
                DECLARE CREPOREC CURSOR FOR
                   SELECT ZM767_IUSUARIO, ZM767_IPERFIL,
                          ZM767_IUSRREV,  ZM767_IESTADO,
                          ZM767_NPROMOT,  ZM767_NELEVA,
                          COALESCE(ZM767_IUSRDEC, ' '),
                          COALESCE(ZM767_ISECSOL, 0),
                          COALESCE(ZM767_DMOTIVO, ' ')
                     FROM ZMDT767
                    WHERE ZM767_ICAMPANA = :RE-ICAMPANA
                 ORDER BY ZM767_IUSRREV, ZM767_IUSUARIO
           END-EXEC

           EXEC SQL
                OPEN CREPOREC
           END-EXEC
           PERFORM 9600-VALIDA-SQL.
      *----
       9029-LEE-REPORTE-RECERT.
      *----
           EXEC SQL
                FETCH CREPOREC
                 INTO :RE-IUSRCERT, :RE-IPERFIL,
                      :RE-IUSRREV,  :RE-IESTADO,
                      :RE-NPROMOT,  :RE-NELEVA,
                      :RE-IUSRDEC,
                      :RE-ISECSOL,
                      :RE-DMOTIVO
           END-EXEC

           IF SQLCODE EQUAL 0
              SET RE-HAY-DATOS             TO TRUE
           ELSE
              SET RE-FIN-DATOS             TO TRUE
              IF SQLCODE NOT = 100
                 PERFORM 9600-VALIDA-SQL
              END-IF
              EXEC SQL
                   CLOSE CREPOREC
              END-EXEC
           END-IF.
      *----
      * ZMWSC349 : ASIGNA (O CAMBIA) EL JEFE RE-IUSRREV QUE
      *            RECERTIFICA AL USUARIO RE-IUSRCERT. UN USUARIO NO
      *            PUEDE SER SU PROPIO REVISOR. APLICA A LAS CAMPANAS
      *            QUE SE ABRAN DESPUES.
      *----
       9030-ASIGNA-REVISOR-USUARIO.
      *----
           SET RE-ACEPTADO                 TO TRUE
           MOVE SPACES                     TO RE-DMENSAJE

           IF RE-IUSRREV                   EQUAL RE-IUSRCERT
              OR RE-IUSRREV                EQUAL SPACES
              SET RE-RECHAZADO             TO TRUE
              MOVE 'REVISOR VACIO O IGUAL AL USUARIO'
                                           TO RE-DMENSAJE
           ELSE
              EXEC SQL
                   UPDATE ZMDT769
                      SET ZM769_IUSRREV  = :RE-IUSRREV,
                          ZM769_IUSRALTA = :RE-IUSUARIO,
                          ZM769_FALTA    = CURRENT TIMESTAMP
                    WHERE ZM769_IUSUARIO = :RE-IUSRCERT
              END-EXEC

              IF SQLCODE EQUAL 100
                 EXEC SQL
                      INSERT INTO ZMDT769
                           ( ZM769_IUSUARIO, ZM769_IUSRREV,
                             ZM769_IUSRALTA, ZM769_FALTA )
                      VALUES ( :RE-IUSRCERT, :RE-IUSRREV,
                               :RE-IUSUARIO, CURRENT TIMESTAMP )
                 END-EXEC
              END-IF
              PERFORM 9600-VALIDA-SQL
           END-IF.
      *----
