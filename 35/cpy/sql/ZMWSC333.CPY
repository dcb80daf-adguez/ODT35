      *----
      * ZMWSC333 : PREAUTORIZACION DE CUMPLIMIENTO DE CARTAS DE
      *            CUENTAS DE EMPLEADOS Y RELACIONADAS (ZMDT756 A
      *            ZMDT759). LAYOUT DE REFERENCIA ZMWSC332 (PX-REG).
      * NOTA: EL FOLIO DEL PERIODO DE BLOQUEO SE RESERVA CON EL
      *       SERVIDOR DE FOLIOS ZMDT642 (9349-OBTEN-FOLIO, LLAVE EN
      *       BLANCO); QUIEN INCLUYA ESTE COPY DEBE INCLUIR TAMBIEN
      *       ZMWSC142 Y ZMWSC143.
      *----
      * 9945 SE CORRE AL ABRIR LA CARTA. SI LA CUENTA NO ESTA MARCADA
      * NO HACE NADA; SI YA EXISTE LA SOLICITUD DE LA CARTA NO LA
      * DUPLICA.
      *----
       9945-VERIFICA-PREAUTORIZACION.
      *----
           SET PX-SIN-PREAUT               TO TRUE
           SET PX-CARTA-LIBERADA           TO TRUE
           MOVE SPACES                     TO PX-TRELACION

           EXEC SQL
                SELECT ZM756_TRELACION
                  INTO :PX-TRELACION
                  FROM ZMDT756
                 WHERE ZM756_IEMPR   = :PX-IEMPR
                   AND ZM756_ICUENTA = :PX-ICUENTA
                   AND ZM756_SESTADO = 'A'
           END-EXEC

           IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
              PERFORM 9600-VALIDA-SQL
           END-IF

           IF SQLCODE EQUAL 0
              SET PX-REQUIERE-PREAUT       TO TRUE
              SET PX-CARTA-RETENIDA        TO TRUE
              MOVE 0                       TO PX-NCUENTA

              EXEC SQL
                   SELECT COUNT(*)
                     INTO :PX-NCUENTA
                     FROM ZMDT759
                    WHERE ZM759_IEMPR    = :PX-IEMPR
                      AND ZM759_ICUENTA  = :PX-ICUENTA
                      AND ZM759_ICONCEPT = :PX-ICONCEPT
              END-EXEC
              PERFORM 9600-VALIDA-SQL

              IF PX-NCUENTA                EQUAL 0
                 SET PX-PENDIENTE          TO TRUE
                 EXEC SQL
                      INSERT INTO ZMDT759
                           ( ZM759_IEMPR,     ZM759_ICUENTA,
                             ZM759_ICONCEPT,  ZM759_IEMISORA,
                             ZM759_ISERIE,    ZM759_TRELACION,
                             ZM759_IESTADO,   ZM759_IUSRSOL,
                             ZM759_FSOLICIT,  ZM759_IUSRRES,
                             ZM759_FRESOL,    ZM759_DMOTIVO,
                             ZM759_ISECBLQ )
                      VALUES ( :PX-IEMPR,     :PX-ICUENTA,
                               :PX-ICONCEPT,  :PX-IEMISORA,
                               :PX-ISERIE,    :PX-TRELACION,
                               'P',           :PX-IUSUARIO,
                               CURRENT TIMESTAMP, NULL,
                               NULL,          NULL,
                               NULL )
                 END-EXEC
                 PERFORM 9600-VALIDA-SQL

      *          EMISORA EN BLOQUEO: SE NIEGA DE UNA VEZ, SIN PASAR
      *          POR LA COLA DE CUMPLIMIENTO.
                 PERFORM 9956-BUSCA-BLOQUEO-VIGENTE
                 IF PX-EN-BLOQUEO
                    PERFORM 9958-NIEGA-POR-BLOQUEO
                 END-IF
              END-IF
           END-IF.
      *----
      * ZMWSC333 : CUMPLIMIENTO AUTORIZA ('A') O NIEGA ('D', CON
      *            MOTIVO) UNA SOLICITUD PENDIENTE. UNA AUTORIZACION
      *            DENTRO DE UN PERIODO DE BLOQUEO SE CONVIERTE EN
      *            NEGATIVA AUTOMATICA.
      *----
       9946-RESUELVE-PREAUTORIZACION.
      *----
           SET PX-ACEPTADO                 TO TRUE
           MOVE SPACES                     TO PX-DMENSAJE
           MOVE SPACES                     TO PX-IESTADO

           EXEC SQL
                SELECT ZM759_IESTADO,  ZM759_IUSRSOL,
                       ZM759_IEMISORA, ZM759_ISERIE
                  INTO :PX-IESTADO,    :PX-IUSRSOL,
                       :PX-IEMISORA,   :PX-ISERIE
                  FROM ZMDT759
                 WHERE ZM759_IEMPR    = :PX-IEMPR
                   AND ZM759_ICUENTA  = :PX-ICUENTA
                   AND ZM759_ICONCEPT = :PX-ICONCEPT
           END-EXEC

           IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
              PERFORM 9600-VALIDA-SQL
           END-IF

           IF NOT PX-PENDIENTE
              SET PX-RECHAZADO             TO TRUE
              MOVE 'LA CARTA NO TIENE PREAUTORIZACION PENDIENTE'
                                           TO PX-DMENSAJE
           END-IF

           IF PX-ACEPTADO
              MOVE SPACES                  TO PX-IUSRLIGA
              EXEC SQL
                   SELECT COALESCE(ZM756_IUSUARIO, ' ')
                     INTO :PX-IUSRLIGA
                     FROM ZMDT756
                    WHERE ZM756_IEMPR   = :PX-IEMPR
                      AND ZM756_ICUENTA = :PX-ICUENTA
              END-EXEC
              IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
                 PERFORM 9600-VALIDA-SQL
              END-IF

              IF PX-IUSUARIO               EQUAL PX-IUSRSOL
                 OR PX-IUSUARIO            EQUAL PX-IUSRLIGA
                 SET PX-RECHAZADO          TO TRUE
                 MOVE 'NO PUEDE RESOLVER SU PROPIA SOLICITUD'
                                           TO PX-DMENSAJE
              END-IF
           END-IF

           IF PX-ACEPTADO
              IF PX-NIEGA
                 AND PX-DMOTIVO            EQUAL SPACES
                 SET PX-RECHAZADO          TO TRUE
                 MOVE 'CAPTURE EL MOTIVO DE LA NEGATIVA'
                                           TO PX-DMENSAJE
              END-IF
              IF NOT PX-AUTORIZA
                 AND NOT PX-NIEGA
                 SET PX-RECHAZADO          TO TRUE
                 MOVE 'DECISION INVALIDA'  TO PX-DMENSAJE
              END-IF
           END-IF

           IF PX-ACEPTADO
              IF PX-AUTORIZA
                 PERFORM 9956-BUSCA-BLOQUEO-VIGENTE
              ELSE
                 SET PX-SIN-BLOQUEO        TO TRUE
              END-IF

              IF PX-EN-BLOQUEO
                 PERFORM 9958-NIEGA-POR-BLOQUEO
                 MOVE 'EMISORA EN PERIODO DE BLOQUEO - NEGADA'
                                           TO PX-DMENSAJE
              ELSE
                 MOVE PX-SDECISION         TO PX-IESTADO
                 EXEC SQL
                      UPDATE ZMDT759
                         SET ZM759_IESTADO  = :PX-IESTADO,
                             ZM759_IUSRRES  = :PX-IUSUARIO,
                             ZM759_FRESOL   = CURRENT TIMESTAMP,
                             ZM759_DMOTIVO  = :PX-DMOTIVO
                       WHERE ZM759_IEMPR    = :PX-IEMPR
                         AND ZM759_ICUENTA  = :PX-ICUENTA
                         AND ZM759_ICONCEPT = :PX-ICONCEPT
                         AND ZM759_IESTADO  = 'P'
                 END-EXEC
                 PERFORM 9600-VALIDA-SQL
              END-IF
           END-IF.
      *----
      * ZMWSC333 : COLA DE PREAUTORIZACIONES PENDIENTES, LA MAS
      *            ANTIGUA PRIMERO, CON EL EMPLEADO O PROMOTOR LIGADO.
      *----
       9947-ABRE-PREAUT-PENDIENTES.
      *----
           EXEC SQL
                DECLARE CPREAUT CURSOR FOR
                   SELECT S.ZM759_IEMPR,    S.ZM759_ICUENTA,
                          S.ZM759_ICONCEPT, S.ZM759_IEMISORA,
                          S.ZM759_ISERIE,   S.ZM759_TRELACION,
                          S.ZM759_IUSRSOL,  S.ZM759_FSOLICIT,
                          COALESCE(R.ZM756_IUSUARIO, ' '),
                          COALESCE(R.ZM756_IPROM, 0),
                          COALESCE(R.ZM756_DRELACION, ' '),
                          DAYS(CURRENT DATE) -
                          DAYS(DATE(S.ZM759_FSOLICIT))
                     FROM ZMDT759 S
                          LEFT JOIN ZMDT756 R
                       ON R.ZM756_IEMPR   = S.ZM759_IEMPR
                      AND R.ZM756_ICUENTA = S.ZM759_ICUENTA
                    WHERE S.ZM759_IESTADO = 'P'
                 ORDER BY S.ZM759_FSOLICIT
           END-EXEC

           EXEC SQL
                OPEN CPREAUT
           END-EXEC
           PERFORM 9600-VALIDA-SQL.
      *----
       9948-LEE-PREAUT-PENDIENTES.
      *----
           EXEC SQL
                FETCH CPREAUT
                 INTO :PX-IEMPR,     :PX-ICUENTA,
                      :PX-ICONCEPT,  :PX-IEMISORA,
                      :PX-ISERIE,    :PX-TRELACION,
                      :PX-IUSRSOL,   :PX-FSOLICIT,
                      :PX-IUSRLIGA,  :PX-IPROM,
                      :PX-DRELACION, :PX-NDIAS
           END-EXEC

           IF SQLCODE EQUAL 0
              SET PX-HAY-DATOS             TO TRUE
           ELSE
              SET PX-FIN-DATOS             TO TRUE
              IF SQLCODE NOT = 100
                 PERFORM 9600-VALIDA-SQL
              END-IF
              EXEC SQL
                   CLOSE CPREAUT
              END-EXEC
           END-IF.
      *----
      * ZMWSC333 : CERTIFICACION ANUAL: TODAS LAS SOLICITUDES DEL ANIO
      *            PX-IANIO CON SU DECISION, POR CUENTA. PX-NUMSOL Y
      *            PX-NUMNEG ACUMULAN LOS TOTALES DEL REPORTE.
      *----
       9949-ABRE-CERTIFICACION-ANUAL.
      *----
           MOVE 0                          TO PX-NUMSOL
           MOVE 0                          TO PX-NUMNEG

           EXEC SQL
                DECLARE CCERTPX CURSOR FOR
                   SELECT S.ZM759_IEMPR,    S.ZM759_ICUENTA,
                          S.ZM759_ICONCEPT, S.ZM759_IEMISORA,
                          S.ZM759_ISERIE,   S.ZM759_TRELACION,
                          COALESCE(R.ZM756_IUSUARIO, ' '),
                          COALESCE(R.ZM756_IPROM, 0),
                          COALESCE(R.ZM756_DRELACION, ' '),
                          S.ZM759_IESTADO,  S.ZM759_IUSRSOL,
                          S.ZM759_FSOLICIT,
                          COALESCE(S.ZM759_IUSRRES, ' '),
                          COALESCE(CHAR(S.ZM759_FRESOL), ' '),
                          COALESCE(S.ZM759_DMOTIVO, ' '),
                          COALESCE(S.ZM759_ISECBLQ, 0)
                     FROM ZMDT759 S
                          LEFT JOIN ZMDT756 R
                       ON R.ZM756_IEMPR   = S.ZM759_IEMPR
                      AND R.ZM756_ICUENTA = S.ZM759_ICUENTA
                    WHERE YEAR(S.ZM759_FSOLICIT) = :PX-IANIO
                 ORDER BY S.ZM759_IEMPR, S.ZM759_ICUENTA,
                          S.ZM759_FSOLICIT
           END-EXEC

           EXEC SQL
                OPEN CCERTPX
           END-EXEC
           PERFORM 9600-VALIDA-SQL.
      *----
       9950-LEE-CERTIFICACION-ANUAL.
      *----
           EXEC SQL
                FETCH CCERTPX
                 INTO :PX-IEMPR,     :PX-ICUENTA,
                      :PX-ICONCEPT,  :PX-IEMISORA,
                      :PX-ISERIE,    :PX-TRELACION,
                      :PX-IUSRLIGA,  :PX-IPROM,
                      :PX-DRELACION,
                      :PX-IESTADO,   :PX-IUSRSOL,
                      :PX-FSOLICIT,
                      :PX-IUSRRES,
                      :PX-FRESOL,
                      :PX-DMOTIVO,
                      :PX-ISECBLQ
           END-EXEC

           IF SQLCODE EQUAL 0
              SET PX-HAY-DATOS             TO TRUE
              ADD 1                        TO PX-NUMSOL
              IF PX-NEGADA OR PX-NEGADA-BLOQUEO
                 ADD 1                     TO PX-NUMNEG
              END-IF
           ELSE
              SET PX-FIN-DATOS             TO TRUE
              IF SQLCODE NOT = 100
                 PERFORM 9600-VALIDA-SQL
              END-IF
              EXEC SQL
                   CLOSE CCERTPX
              END-EXEC
           END-IF.
      *----
      * ZMWSC333 : MARCA UNA CUENTA DE EMPLEADO, PROMOTOR O PARTE
      *            RELACIONADA, LIGADA AL USUARIO (PX-IUSRLIGA) Y/O AL
      *            PROMOTOR (PX-IPROM). SI YA ESTABA MARCADA, LA
      *            ACTUALIZA Y REACTIVA.
      *----
       9951-ALTA-CUENTA-RELACIONADA.
      *----
           SET PX-ACEPTADO                 TO TRUE
           MOVE SPACES                     TO PX-DMENSAJE

           IF NOT PX-EMPLEADO
              AND NOT PX-PROMOTOR
              AND NOT PX-RELACIONADA
              SET PX-RECHAZADO             TO TRUE
              MOVE 'TIPO DE RELACION INVALIDO'
                                           TO PX-DMENSAJE
           END-IF

           IF PX-ACEPTADO
              IF PX-IUSRLIGA               EQUAL SPACES
                 AND PX-IPROM              EQUAL 0
                 SET PX-RECHAZADO          TO TRUE
                 MOVE 'LIGUE LA CUENTA A UN USUARIO O PROMOTOR'
                                           TO PX-DMENSAJE
              END-IF
           END-IF

           IF PX-ACEPTADO
              MOVE 0                       TO PX-NCUENTA
              EXEC SQL
                   SELECT COUNT(*)
                     INTO :PX-NCUENTA
                     FROM CUENTA
                    WHERE IEMPR   = :PX-IEMPR
                      AND ICUENTA = :PX-ICUENTA
              END-EXEC
              PERFORM 9600-VALIDA-SQL

              IF PX-NCUENTA                EQUAL 0
                 SET PX-RECHAZADO          TO TRUE
                 MOVE 'CUENTA NO EXISTE'   TO PX-DMENSAJE
              END-IF
           END-IF

           IF PX-ACEPTADO
              AND PX-IUSRLIGA              NOT = SPACES
              MOVE 0                       TO PX-NCUENTA
              EXEC SQL
                   SELECT COUNT(*)
                     INTO :PX-NCUENTA
                     FROM USUARIO
                    WHERE IUSUARIO = :PX-IUSRLIGA
              END-EXEC
              PERFORM 9600-VALIDA-SQL

              IF PX-NCUENTA                EQUAL 0
                 SET PX-RECHAZADO          TO TRUE
                 MOVE 'USUARIO NO EXISTE'  TO PX-DMENSAJE
              END-IF
           END-IF

           IF PX-ACEPTADO
              AND PX-IPROM                 NOT = 0
              MOVE 0                       TO PX-NCUENTA
              EXEC SQL
                   SELECT COUNT(*)
                     INTO :PX-NCUENTA
                     FROM ZMDT670
                    WHERE ZM670_IPROM = :PX-IPROM
              END-EXEC
              PERFORM 9600-VALIDA-SQL

              IF PX-NCUENTA                EQUAL 0
                 SET PX-RECHAZADO          TO TRUE
                 MOVE 'PROMOTOR NO EXISTE' TO PX-DMENSAJE
              END-IF
           END-IF

           IF PX-ACEPTADO
              EXEC SQL
                   UPDATE ZMDT756
                      SET ZM756_TRELACION = :PX-TRELACION,
                          ZM756_IUSUARIO  = NULLIF(:PX-IUSRLIGA, ' '),
                          ZM756_IPROM     = NULLIF(:PX-IPROM, 0),
                          ZM756_DRELACION = :PX-DRELACION,
                          ZM756_SESTADO   = 'A',
                          ZM756_IUSRALTA  = :PX-IUSUARIO,
                          ZM756_FALTA     = CURRENT TIMESTAMP,
                          ZM756_FBAJA     = NULL
                    WHERE ZM756_IEMPR     = :PX-IEMPR
                      AND ZM756_ICUENTA   = :PX-ICUENTA
              END-EXEC

              IF SQLCODE EQUAL 100
                 EXEC SQL
                      INSERT INTO ZMDT756
                           ( ZM756_IEMPR,     ZM756_ICUENTA,
                             ZM756_TRELACION, ZM756_IUSUARIO,
                             ZM756_IPROM,     ZM756_DRELACION,
                             ZM756_SESTADO,   ZM756_IUSRALTA,
                             ZM756_FALTA,     ZM756_FBAJA )
                      VALUES ( :PX-IEMPR,     :PX-ICUENTA,
                               :PX-TRELACION,
                               NULLIF(:PX-IUSRLIGA, ' '),
                               NULLIF(:PX-IPROM, 0),
                               :PX-DRELACION,
                               'A',           :PX-IUSUARIO,
                               CURRENT TIMESTAMP, NULL )
                 END-EXEC
              END-IF
              PERFORM 9600-VALIDA-SQL
           END-IF.
      *----
      * ZMWSC333 : DESMARCA UNA CUENTA (SESTADO 'I') SIN BORRARLA; LAS
      *            SOLICITUDES YA HECHAS SE CONSERVAN.
      *----
       9952-BAJA-CUENTA-RELACIONADA.
      *----
           EXEC SQL
                UPDATE ZMDT756
                   SET ZM756_SESTADO = 'I',
                       ZM756_FBAJA   = CURRENT TIMESTAMP
                 WHERE ZM756_IEMPR   = :PX-IEMPR
                   AND ZM756_ICUENTA = :PX-ICUENTA
                   AND ZM756_SESTADO = 'A'
           END-EXEC

           IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
              PERFORM 9600-VALIDA-SQL
           END-IF.
      *----
      * ZMWSC333 : AGREGA UNA CUENTA MARCADA A LA LISTA DE INSIDERS
      *            ('I') O DE VIGILANCIA ('W') DE LA EMISORA.
      *----
       9953-ALTA-LISTA-INSIDERS.
      *----
           SET PX-ACEPTADO                 TO TRUE
           MOVE SPACES                     TO PX-DMENSAJE

           IF NOT PX-INSIDER
              AND NOT PX-VIGILANCIA
              SET PX-RECHAZADO             TO TRUE
              MOVE 'TIPO DE LISTA INVALIDO'
                                           TO PX-DMENSAJE
           END-IF

           IF PX-ACEPTADO
              MOVE 0                       TO PX-NCUENTA
              EXEC SQL
                   SELECT COUNT(*)
                     INTO :PX-NCUENTA
                     FROM ZMDT756
                    WHERE ZM756_IEMPR   = :PX-IEMPR
                      AND ZM756_ICUENTA = :PX-ICUENTA
                      AND ZM756_SESTADO = 'A'
              END-EXEC
              PERFORM 9600-VALIDA-SQL

              IF PX-NCUENTA                EQUAL 0
                 SET PX-RECHAZADO          TO TRUE
                 MOVE 'LA CUENTA NO ESTA MARCADA COMO DE EMPLEADO'
                                           TO PX-DMENSAJE
              END-IF
           END-IF

           IF PX-ACEPTADO
              EXEC SQL
                   UPDATE ZMDT757
                      SET ZM757_TLISTA   = :PX-TLISTA,
                          ZM757_SESTADO  = 'A',
                          ZM757_IUSRALTA = :PX-IUSUARIO,
                          ZM757_FALTA    = CURRENT TIMESTAMP,
                          ZM757_FBAJA    = NULL
                    WHERE ZM757_IEMISORA = :PX-IEMISORA
                      AND ZM757_IEMPR    = :PX-IEMPR
                      AND ZM757_ICUENTA  = :PX-ICUENTA
              END-EXEC

              IF SQLCODE EQUAL 100
                 EXEC SQL
                      INSERT INTO ZMDT757
                           ( ZM757_IEMISORA, ZM757_IEMPR,
                             ZM757_ICUENTA,  ZM757_TLISTA,
                             ZM757_SESTADO,  ZM757_IUSRALTA,
                             ZM757_FALTA,    ZM757_FBAJA )
                      VALUES ( :PX-IEMISORA, :PX-IEMPR,
                               :PX-ICUENTA,  :PX-TLISTA,
                               'A',          :PX-IUSUARIO,
                               CURRENT TIMESTAMP, NULL )
                 END-EXEC
              END-IF
              PERFORM 9600-VALIDA-SQL
           END-IF.
      *----
       9954-BAJA-LISTA-INSIDERS.
      *----
           EXEC SQL
                UPDATE ZMDT757
                   SET ZM757_SESTADO  = 'I',
                       ZM757_FBAJA    = CURRENT TIMESTAMP
                 WHERE ZM757_IEMISORA = :PX-IEMISORA
                   AND ZM757_IEMPR    = :PX-IEMPR
                   AND ZM757_ICUENTA  = :PX-ICUENTA
                   AND ZM757_SESTADO  = 'A'
           END-EXEC

           IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
              PERFORM 9600-VALIDA-SQL
           END-IF.
      *----
      * ZMWSC333 : DA DE ALTA UN PERIODO DE BLOQUEO DE LA EMISORA
      *            (PX-FINICIO A PX-FFIN, ALCANCE PX-SALCANCE).
      *----
       9955-ALTA-PERIODO-BLOQUEO.
      *----
           SET PX-ACEPTADO                 TO TRUE
           MOVE SPACES                     TO PX-DMENSAJE

           IF NOT PX-ALC-INSIDERS
              AND NOT PX-ALC-TODAS
              SET PX-RECHAZADO             TO TRUE
              MOVE 'ALCANCE DEL BLOQUEO INVALIDO'
                                           TO PX-DMENSAJE
           END-IF

           IF PX-ACEPTADO
              IF PX-FFIN                   LESS THAN PX-FINICIO
                 OR PX-DMOTIVO             EQUAL SPACES
                 SET PX-RECHAZADO          TO TRUE
                 MOVE 'PERIODO INVALIDO O SIN MOTIVO'
                                           TO PX-DMENSAJE
              END-IF
           END-IF

           IF PX-ACEPTADO
              MOVE 'ZMDT758'               TO FO-ITABLA
              MOVE SPACES                  TO FO-LL-IEMPR
              MOVE 0                       TO FO-LL-ICUENTA
              MOVE 0                       TO FO-LL-ICONCEPT
              PERFORM 9349-OBTEN-FOLIO
              MOVE FO-NFOLIO               TO PX-ISECBLQ

              EXEC SQL
                   INSERT INTO ZMDT758
                        ( ZM758_ISECBLQ,   ZM758_IEMISORA,
                          ZM758_FINICIO,   ZM758_FFIN,
                          ZM758_SALCANCE,  ZM758_DMOTIVO,
                          ZM758_IUSRALTA,  ZM758_FALTA )
                   VALUES ( :PX-ISECBLQ,   :PX-IEMISORA,
                            DATE(:PX-FINICIO), DATE(:PX-FFIN),
                            :PX-SALCANCE,  :PX-DMOTIVO,
                            :PX-IUSUARIO,  CURRENT TIMESTAMP )
              END-EXEC
              PERFORM 9600-VALIDA-SQL
           END-IF.
      *----
      * ZMWSC333 : BUSCA UN PERIODO DE BLOQUEO VIGENTE HOY DE LA
      *            EMISORA QUE ALCANCE A LA CUENTA: CON ALCANCE 'T'
      *            SIEMPRE, CON 'I' SI LA CUENTA ESTA EN LA LISTA DE LA
      *            EMISORA. DEJA SU FOLIO Y MOTIVO.
      *----
       9956-BUSCA-BLOQUEO-VIGENTE.
      *----
           SET PX-SIN-BLOQUEO              TO TRUE

           EXEC SQL
                SELECT B.ZM758_ISECBLQ, B.ZM758_DMOTIVO
                  INTO :PX-ISECBLQ,     :PX-DMOTIVO
                  FROM ZMDT758 B
                 WHERE B.ZM758_IEMISORA = :PX-IEMISORA
                   AND CURRENT DATE BETWEEN B.ZM758_FINICIO
                                        AND B.ZM758_FFIN
                   AND ( B.ZM758_SALCANCE = 'T'
                      OR EXISTS
                         ( SELECT 1
                             FROM ZMDT757 L
                            WHERE L.ZM757_IEMISORA = B.ZM758_IEMISORA
                              AND L.ZM757_IEMPR    = :PX-IEMPR
                              AND L.ZM757_ICUENTA  = :PX-ICUENTA
                              AND L.ZM757_SESTADO  = 'A' ) )
                 ORDER BY B.ZM758_FFIN DESC
                 FETCH FIRST 1 ROW ONLY
           END-EXEC

           IF SQLCODE EQUAL 0
              SET PX-EN-BLOQUEO            TO TRUE
           ELSE
              IF SQLCODE NOT = 100
                 PERFORM 9600-VALIDA-SQL
              END-IF
           END-IF.
      *----
      * ZMWSC333 : CANDADO PUNTUAL: LA CARTA QUEDA RETENIDA SI TIENE
      *            SOLICITUD DE PREAUTORIZACION QUE NO ESTE AUTORIZADA.
      *----
       9957-VERIFICA-PREAUT-CARTA.
      *----
           SET PX-CARTA-LIBERADA           TO TRUE
           MOVE 0                          TO PX-NCUENTA

           EXEC SQL
                SELECT COUNT(*)
                  INTO :PX-NCUENTA
                  FROM ZMDT759
                 WHERE ZM759_IEMPR    = :PX-IEMPR
                   AND ZM759_ICUENTA  = :PX-ICUENTA
                   AND ZM759_ICONCEPT = :PX-ICONCEPT
                   AND ZM759_IESTADO <> 'A'
           END-EXEC
           PERFORM 9600-VALIDA-SQL

           IF PX-NCUENTA                   GREATER THAN 0
              SET PX-CARTA-RETENIDA        TO TRUE
           END-IF.
      *----
      * ZMWSC333 : NIEGA LA SOLICITUD PENDIENTE POR EL PERIODO DE
      *            BLOQUEO HALLADO EN 9956 (DECISION AUTOMATICA, SIN
      *            USUARIO QUE RESUELVA).
      *----
       9958-NIEGA-POR-BLOQUEO.
      *----
           SET PX-NEGADA-BLOQUEO           TO TRUE

           EXEC SQL
                UPDATE ZMDT759
                   SET ZM759_IESTADO  = 'X',
                       ZM759_FRESOL   = CURRENT TIMESTAMP,
                       ZM759_DMOTIVO  = :PX-DMOTIVO,
                       ZM759_ISECBLQ  = :PX-ISECBLQ
                 WHERE ZM759_IEMPR    = :PX-IEMPR
                   AND ZM759_ICUENTA  = :PX-ICUENTA
                   AND ZM759_ICONCEPT = :PX-ICONCEPT
                   AND ZM759_IESTADO  = 'P'
           END-EXEC
           PERFORM 9600-VALIDA-SQL.
      *----
