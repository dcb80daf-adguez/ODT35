      *----
      * ZMWSC331 : HOGARES PARA ESCALONAMIENTO CONJUNTO (ZMDT754/
      *            ZMDT755). LAYOUT DE REFERENCIA ZMWSC330 (HG-REG).
      * NOTA: EL FOLIO IHOGAR SE RESERVA CON EL SERVIDOR DE FOLIOS
      *       ZMDT642 (9349-OBTEN-FOLIO, LLAVE EN BLANCO: LOS HOGARES
      *       CRUZAN EMPRESAS); QUIEN INCLUYA ESTE COPY DEBE INCLUIR
      *       TAMBIEN ZMWSC142 Y ZMWSC143.
      *----
      * 9931 PROPONE EL HOGAR: EL ENCABEZADO Y SU PRINCIPAL QUEDAN
      * PENDIENTES ('P') HASTA QUE OTRO USUARIO LOS AUTORICE (9936).
      *----
       9931-SOLICITA-HOGAR.
      *----
           SET HG-ACEPTADO                 TO TRUE
           MOVE SPACES                     TO HG-DMENSAJE

           PERFORM 9939-VALIDA-MIEMBRO-HOGAR

           IF HG-ACEPTADO
              MOVE 'ZMDT754'               TO FO-ITABLA
              MOVE SPACES                  TO FO-LL-IEMPR
              MOVE 0                       TO FO-LL-ICUENTA
              MOVE 0                       TO FO-LL-ICONCEPT
              PERFORM 9349-OBTEN-FOLIO
              MOVE FO-NFOLIO               TO HG-IHOGAR

              EXEC SQL
                   INSERT INTO ZMDT754
                        ( ZM754_IHOGAR,    ZM754_DHOGAR,
                          ZM754_IEMPRPRI,  ZM754_ICTAPRI,
                          ZM754_STIER,     ZM754_SESTRATO,
                          ZM754_IESTADO,   ZM754_IUSRSOL,
                          ZM754_FSOLICIT,  ZM754_IUSRAUT,
                          ZM754_FAUTORIZ,  ZM754_IEMPRPROP,
                          ZM754_ICTAPROP,  ZM754_IUSRPROP )
                   VALUES ( :HG-IHOGAR,    :HG-DHOGAR,
                            :HG-IEMPR,     :HG-ICUENTA,
                            :HG-STIER,     :HG-SESTRATO,
                            'P',           :HG-IUSUARIO,
                            CURRENT TIMESTAMP, NULL,
                            NULL,          NULL,
                            NULL,          NULL )
              END-EXEC
              PERFORM 9600-VALIDA-SQL

              PERFORM 9940-INSERTA-MIEMBRO-HOGAR
           END-IF.
      *----
      * ZMWSC331 : SOLICITA EL ALTA DE UNA CUENTA EN UN HOGAR
      *            PROPUESTO O ACTIVO.
      *----
       9932-SOLICITA-ALTA-MIEMBRO.
      *----
           SET HG-ACEPTADO                 TO TRUE
           MOVE SPACES                     TO HG-DMENSAJE

           PERFORM 9941-LEE-HOGAR

           IF HG-ACEPTADO
              IF NOT HG-H-PROPUESTO
                 AND NOT HG-H-ACTIVO
                 SET HG-RECHAZADO          TO TRUE
                 MOVE 'EL HOGAR NO ESTA VIGENTE'
                                           TO HG-DMENSAJE
              END-IF
           END-IF

           IF HG-ACEPTADO
              PERFORM 9939-VALIDA-MIEMBRO-HOGAR
           END-IF

           IF HG-ACEPTADO
              PERFORM 9940-INSERTA-MIEMBRO-HOGAR
           END-IF.
      *----
      * ZMWSC331 : SOLICITA LA BAJA DE UN MIEMBRO ACTIVO. MIENTRAS SE
      *            AUTORIZA ('Q') LA CUENTA SIGUE SUMANDO AL HOGAR.
      *----
       9933-SOLICITA-BAJA-MIEMBRO.
      *----
           SET HG-ACEPTADO                 TO TRUE
           MOVE SPACES                     TO HG-DMENSAJE

           PERFORM 9941-LEE-HOGAR

           IF HG-ACEPTADO
              IF HG-H-IEMPRPRI             EQUAL HG-IEMPR
                 AND HG-H-ICTAPRI          EQUAL HG-ICUENTA
                 SET HG-RECHAZADO          TO TRUE
                 MOVE 'LA PRINCIPAL NO SE DA DE BAJA - CAMBIELA ANTES'
                                           TO HG-DMENSAJE
              END-IF
           END-IF

           IF HG-ACEPTADO
              EXEC SQL
                   UPDATE ZMDT755
                      SET ZM755_IESTADO  = 'Q',
                          ZM755_IUSRSOL  = :HG-IUSUARIO,
                          ZM755_FSOLICIT = CURRENT TIMESTAMP,
                          ZM755_IUSRAUT  = NULL,
                          ZM755_FAUTORIZ = NULL
                    WHERE ZM755_IHOGAR   = :HG-IHOGAR
                      AND ZM755_IEMPR    = :HG-IEMPR
                      AND ZM755_ICUENTA  = :HG-ICUENTA
                      AND ZM755_IESTADO  = 'A'
              END-EXEC

              IF SQLCODE EQUAL 100
                 SET HG-RECHAZADO          TO TRUE
                 MOVE 'LA CUENTA NO ES MIEMBRO ACTIVO DEL HOGAR'
                                           TO HG-DMENSAJE
              ELSE
                 PERFORM 9600-VALIDA-SQL
              END-IF
           END-IF.
      *----
      * ZMWSC331 : SOLICITA CAMBIAR LA PRINCIPAL POR OTRO MIEMBRO
      *            ACTIVO (HG-IEMPR/HG-ICUENTA) DE UN HOGAR ACTIVO.
      *----
       9934-SOLICITA-CAMBIO-PRINCIPAL.
      *----
           SET HG-ACEPTADO                 TO TRUE
           MOVE SPACES                     TO HG-DMENSAJE

           PERFORM 9941-LEE-HOGAR

           IF HG-ACEPTADO
              IF NOT HG-H-ACTIVO
                 OR HG-H-ICTAPROP          NOT = 0
                 SET HG-RECHAZADO          TO TRUE
                 MOVE 'HOGAR NO ACTIVO O CON OTRA SOLICITUD PENDIENTE'
                                           TO HG-DMENSAJE
              END-IF
           END-IF

           IF HG-ACEPTADO
              MOVE SPACES                  TO HG-M-IESTADO
              EXEC SQL
                   SELECT ZM755_IESTADO
                     INTO :HG-M-IESTADO
                     FROM ZMDT755
                    WHERE ZM755_IHOGAR  = :HG-IHOGAR
                      AND ZM755_IEMPR   = :HG-IEMPR
                      AND ZM755_ICUENTA = :HG-ICUENTA
                      AND ZM755_IESTADO = 'A'
              END-EXEC
              IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
                 PERFORM 9600-VALIDA-SQL
              END-IF

              IF NOT HG-M-ACTIVO
                 SET HG-RECHAZADO          TO TRUE
                 MOVE 'LA NUEVA PRINCIPAL DEBE SER MIEMBRO ACTIVO'
                                           TO HG-DMENSAJE
              END-IF
           END-IF

           IF HG-ACEPTADO
              EXEC SQL
                   UPDATE ZMDT754
                      SET ZM754_IEMPRPROP = :HG-IEMPR,
                          ZM754_ICTAPROP  = :HG-ICUENTA,
                          ZM754_IUSRPROP  = :HG-IUSUARIO
                    WHERE ZM754_IHOGAR    = :HG-IHOGAR
                      AND ZM754_IESTADO   = 'A'
              END-EXEC
              PERFORM 9600-VALIDA-SQL
           END-IF.
      *----
      * ZMWSC331 : SOLICITA LA BAJA DEL HOGAR COMPLETO. MIENTRAS SE
      *            AUTORIZA ('Q') EL HOGAR SIGUE SUMANDO.
      *----
       9935-SOLICITA-BAJA-HOGAR.
      *----
           SET HG-ACEPTADO                 TO TRUE
           MOVE SPACES                     TO HG-DMENSAJE

           PERFORM 9941-LEE-HOGAR

           IF HG-ACEPTADO
              IF NOT HG-H-ACTIVO
                 OR HG-H-ICTAPROP          NOT = 0
                 SET HG-RECHAZADO          TO TRUE
                 MOVE 'HOGAR NO ACTIVO O CON OTRA SOLICITUD PENDIENTE'
                                           TO HG-DMENSAJE
              END-IF
           END-IF

           IF HG-ACEPTADO
              EXEC SQL
                   UPDATE ZMDT754
                      SET ZM754_IESTADO  = 'Q',
                          ZM754_IUSRPROP = :HG-IUSUARIO
                    WHERE ZM754_IHOGAR   = :HG-IHOGAR
                      AND ZM754_IESTADO  = 'A'
              END-EXEC
              PERFORM 9600-VALIDA-SQL
           END-IF.
      *----
      * ZMWSC331 : RESUELVE LO QUE EL HOGAR TENGA PENDIENTE SEGUN SU
      *            ESTADO: PROPUESTO (EL ALTA, CON LOS MIEMBROS QUE
      *            SE PIDIERON CON EL), BAJA SOLICITADA O CAMBIO DE
      *            PRINCIPAL. EL AUTORIZADOR NO PUEDE SER QUIEN LO
      *            SOLICITO.
      *----
       9936-AUTORIZA-HOGAR.
      *----
           SET HG-ACEPTADO                 TO TRUE
           MOVE SPACES                     TO HG-DMENSAJE

           PERFORM 9941-LEE-HOGAR

           IF HG-ACEPTADO
              EVALUATE TRUE
                 WHEN HG-H-PROPUESTO
                    MOVE HG-H-IUSRSOL      TO HG-IUSRPEND
                 WHEN HG-H-BAJA-SOLICITADA
                    MOVE HG-H-IUSRPROP     TO HG-IUSRPEND
                 WHEN HG-H-ACTIVO
                      AND HG-H-ICTAPROP    NOT = 0
                    MOVE HG-H-IUSRPROP     TO HG-IUSRPEND
                 WHEN OTHER
                    SET HG-RECHAZADO       TO TRUE
                    MOVE 'EL HOGAR NO TIENE SOLICITUD PENDIENTE'
                                           TO HG-DMENSAJE
              END-EVALUATE
           END-IF

           IF HG-ACEPTADO
              IF HG-IUSRPEND               EQUAL HG-IUSRAUT
                 SET HG-RECHAZADO          TO TRUE
                 MOVE 'EL AUTORIZADOR NO PUEDE SER EL SOLICITANTE'
                                           TO HG-DMENSAJE
              END-IF
           END-IF

           IF HG-ACEPTADO
              EVALUATE TRUE
                 WHEN HG-H-PROPUESTO
                    PERFORM 9942-RESUELVE-ALTA-HOGAR
                 WHEN HG-H-BAJA-SOLICITADA
                    PERFORM 9943-RESUELVE-BAJA-HOGAR
                 WHEN OTHER
                    PERFORM 9944-RESUELVE-CAMBIO-PRINCIPAL
              END-EVALUATE
           END-IF.
      *----
      * ZMWSC331 : RESUELVE LA SOLICITUD PENDIENTE DE UN MIEMBRO DE UN
      *            HOGAR ACTIVO: ALTA ('P' A 'A' O 'R') O BAJA ('Q' A
      *            'I', O DE VUELTA A 'A' SI SE RECHAZA).
      *----
       9937-AUTORIZA-MIEMBRO.
      *----
           SET HG-ACEPTADO                 TO TRUE
           MOVE SPACES                     TO HG-DMENSAJE

           PERFORM 9941-LEE-HOGAR

           IF HG-ACEPTADO
              IF NOT HG-H-ACTIVO
                 AND NOT HG-H-BAJA-SOLICITADA
                 SET HG-RECHAZADO          TO TRUE
                 MOVE 'EL HOGAR NO ESTA ACTIVO'
                                           TO HG-DMENSAJE
              END-IF
           END-IF

           IF HG-ACEPTADO
              MOVE SPACES                  TO HG-M-IESTADO
              MOVE SPACES                  TO HG-M-IUSRSOL
              EXEC SQL
                   SELECT ZM755_IESTADO, ZM755_IUSRSOL
                     INTO :HG-M-IESTADO, :HG-M-IUSRSOL
                     FROM ZMDT755
                    WHERE ZM755_IHOGAR  = :HG-IHOGAR
                      AND ZM755_IEMPR   = :HG-IEMPR
                      AND ZM755_ICUENTA = :HG-ICUENTA
                      AND ZM755_IESTADO IN ('P', 'Q')
              END-EXEC
              IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
                 PERFORM 9600-VALIDA-SQL
              END-IF

              IF NOT HG-M-ALTA-SOLICITADA
                 AND NOT HG-M-BAJA-SOLICITADA
                 SET HG-RECHAZADO          TO TRUE
                 MOVE 'LA CUENTA NO TIENE SOLICITUD PENDIENTE'
                                           TO HG-DMENSAJE
              ELSE
                 IF HG-M-IUSRSOL           EQUAL HG-IUSRAUT
                    SET HG-RECHAZADO       TO TRUE
                    MOVE 'EL AUTORIZADOR NO PUEDE SER EL SOLICITANTE'
                                           TO HG-DMENSAJE
                 END-IF
              END-IF
           END-IF

           IF HG-ACEPTADO
              EVALUATE TRUE
                 WHEN HG-M-ALTA-SOLICITADA AND HG-APRUEBA
                    MOVE 'A'               TO HG-M-IESTADO
                 WHEN HG-M-ALTA-SOLICITADA
                    MOVE 'R'               TO HG-M-IESTADO
                 WHEN HG-APRUEBA
                    MOVE 'I'               TO HG-M-IESTADO
                 WHEN OTHER
                    MOVE 'A'               TO HG-M-IESTADO
              END-EVALUATE

              EXEC SQL
                   UPDATE ZMDT755
                      SET ZM755_IESTADO  = :HG-M-IESTADO,
                          ZM755_IUSRAUT  = :HG-IUSRAUT,
                          ZM755_FAUTORIZ = CURRENT TIMESTAMP
                    WHERE ZM755_IHOGAR   = :HG-IHOGAR
                      AND ZM755_IEMPR    = :HG-IEMPR
                      AND ZM755_ICUENTA  = :HG-ICUENTA
                      AND ZM755_IESTADO IN ('P', 'Q')
              END-EXEC
              PERFORM 9600-VALIDA-SQL
           END-IF.
      *----
      * ZMWSC331 : VOLUMEN DEL MES EN CURSO DEL HOGAR VIGENTE DE LA
      *            CUENTA HG-IEMPR/HG-ICUENTA. SIN HOGAR QUEDA
      *            HG-SIN-HOGAR Y EL LLAMADOR USA EL DE LA CUENTA.
      *----
       9938-LEE-VOLUMEN-HOGAR.
      *----
           SET HG-SIN-HOGAR                TO TRUE
           MOVE 0                          TO HG-MVOLUMEN
           MOVE '0'                        TO HG-STIER
           MOVE '0'                        TO HG-SESTRATO

           EXEC SQL
                SELECT H.ZM754_IHOGAR, H.ZM754_STIER,
                       H.ZM754_SESTRATO
                  INTO :HG-IHOGAR,     :HG-STIER,
                       :HG-SESTRATO
                  FROM ZMDT755 M, ZMDT754 H
                 WHERE M.ZM755_IEMPR   = :HG-IEMPR
                   AND M.ZM755_ICUENTA = :HG-ICUENTA
                   AND M.ZM755_IESTADO IN ('A', 'Q')
                   AND H.ZM754_IHOGAR  = M.ZM755_IHOGAR
                   AND H.ZM754_IESTADO IN ('A', 'Q')
           END-EXEC

           IF SQLCODE EQUAL 0
              SET HG-EN-HOGAR              TO TRUE
              EXEC SQL
                   SELECT COALESCE(SUM(V.ZM639_MVOLUMEN), 0)
                     INTO :HG-MVOLUMEN
                     FROM ZMDT755 M, ZMDT639 V
                    WHERE M.ZM755_IHOGAR  = :HG-IHOGAR
                      AND M.ZM755_IESTADO IN ('A', 'Q')
                      AND V.ZM639_IEMPR   = M.ZM755_IEMPR
                      AND V.ZM639_ICUENTA = M.ZM755_ICUENTA
                      AND V.ZM639_IANIO   = YEAR(CURRENT DATE)
                      AND V.ZM639_IMES    = MONTH(CURRENT DATE)
              END-EXEC
              PERFORM 9600-VALIDA-SQL
           ELSE
              IF SQLCODE NOT = 100
                 PERFORM 9600-VALIDA-SQL
              END-IF
           END-IF.
      *----
      * ZMWSC331 : LA CUENTA A AGREGAR EXISTE, ESTA VIGENTE Y NO ESTA
      *            YA EN OTRO HOGAR VIGENTE (NI PENDIENTE).
      *----
       9939-VALIDA-MIEMBRO-HOGAR.
      *----
           MOVE 0                          TO HG-NCUENTAS

           EXEC SQL
                SELECT COUNT(*)
                  INTO :HG-NCUENTAS
                  FROM CUENTA
                 WHERE IEMPR   = :HG-IEMPR
                   AND ICUENTA = :HG-ICUENTA
                   AND SVIGEN  = '1'
           END-EXEC
           PERFORM 9600-VALIDA-SQL

           IF HG-NCUENTAS                  EQUAL 0
              SET HG-RECHAZADO             TO TRUE
              MOVE 'CUENTA NO EXISTE O NO ESTA VIGENTE'
                                           TO HG-DMENSAJE
           ELSE
              MOVE 0                       TO HG-NCUENTAS
              EXEC SQL
                   SELECT COUNT(*)
                     INTO :HG-NCUENTAS
                     FROM ZMDT755 M, ZMDT754 H
                    WHERE M.ZM755_IEMPR   = :HG-IEMPR
                      AND M.ZM755_ICUENTA = :HG-ICUENTA
                      AND M.ZM755_IESTADO IN ('P', 'A', 'Q')
                      AND H.ZM754_IHOGAR  = M.ZM755_IHOGAR
                      AND H.ZM754_IESTADO IN ('P', 'A', 'Q')
              END-EXEC
              PERFORM 9600-VALIDA-SQL

              IF HG-NCUENTAS               GREATER THAN 0
                 SET HG-RECHAZADO          TO TRUE
                 MOVE 'LA CUENTA YA PERTENECE A UN HOGAR'
                                           TO HG-DMENSAJE
              END-IF
           END-IF.
      *----
       9940-INSERTA-MIEMBRO-HOGAR.
      *----
           EXEC SQL
                INSERT INTO ZMDT755
                     ( ZM755_IHOGAR,   ZM755_IEMPR,
                       ZM755_ICUENTA,  ZM755_IESTADO,
                       ZM755_IUSRSOL,  ZM755_FSOLICIT,
                       ZM755_IUSRAUT,  ZM755_FAUTORIZ )
                VALUES ( :HG-IHOGAR,   :HG-IEMPR,
                         :HG-ICUENTA,  'P',
                         :HG-IUSUARIO, CURRENT TIMESTAMP,
                         NULL,         NULL )
           END-EXEC
           PERFORM 9600-VALIDA-SQL.
      *----
       9941-LEE-HOGAR.
      *----
           EXEC SQL
                SELECT ZM754_IESTADO,  ZM754_IEMPRPRI,
                       ZM754_ICTAPRI,  ZM754_IUSRSOL,
                       COALESCE(ZM754_IEMPRPROP, ' '),
                       COALESCE(ZM754_ICTAPROP, 0),
                       COALESCE(ZM754_IUSRPROP, ' ')
                  INTO :HG-H-IESTADO,  :HG-H-IEMPRPRI,
                       :HG-H-ICTAPRI,  :HG-H-IUSRSOL,
                       :HG-H-IEMPRPROP,
                       :HG-H-ICTAPROP,
                       :HG-H-IUSRPROP
                  FROM ZMDT754
                 WHERE ZM754_IHOGAR = :HG-IHOGAR
           END-EXEC

           IF SQLCODE EQUAL 100
              SET HG-RECHAZADO             TO TRUE
              MOVE 'HOGAR NO EXISTE'       TO HG-DMENSAJE
           ELSE
              PERFORM 9600-VALIDA-SQL
           END-IF.
      *----
      * ZMWSC331 : ALTA DEL HOGAR: EL ENCABEZADO Y LOS MIEMBROS
      *            PEDIDOS CON EL QUEDAN ACTIVOS, O RECHAZADOS.
      *----
       9942-RESUELVE-ALTA-HOGAR.
      *----
           IF HG-APRUEBA
              MOVE 'A'                     TO HG-H-IESTADO
           ELSE
              MOVE 'R'                     TO HG-H-IESTADO
           END-IF

           EXEC SQL
                UPDATE ZMDT754
                   SET ZM754_IESTADO  = :HG-H-IESTADO,
                       ZM754_IUSRAUT  = :HG-IUSRAUT,
                       ZM754_FAUTORIZ = CURRENT TIMESTAMP
                 WHERE ZM754_IHOGAR   = :HG-IHOGAR
                   AND ZM754_IESTADO  = 'P'
           END-EXEC
           PERFORM 9600-VALIDA-SQL

           EXEC SQL
                UPDATE ZMDT755
                   SET ZM755_IESTADO  = :HG-H-IESTADO,
                       ZM755_IUSRAUT  = :HG-IUSRAUT,
                       ZM755_FAUTORIZ = CURRENT TIMESTAMP
                 WHERE ZM755_IHOGAR   = :HG-IHOGAR
                   AND ZM755_IESTADO  = 'P'
                   AND ZM755_IUSRSOL <> :HG-IUSRAUT
           END-EXEC

           IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
              PERFORM 9600-VALIDA-SQL
           END-IF.
      *----
      * ZMWSC331 : BAJA DEL HOGAR: APROBADA, EL HOGAR Y TODOS SUS
      *            MIEMBROS SE DAN DE BAJA; RECHAZADA, SIGUE ACTIVO.
      *----
       9943-RESUELVE-BAJA-HOGAR.
      *----
           IF HG-APRUEBA
              EXEC SQL
                   UPDATE ZMDT754
                      SET ZM754_IESTADO  = 'B',
                          ZM754_IUSRAUT  = :HG-IUSRAUT,
                          ZM754_FAUTORIZ = CURRENT TIMESTAMP,
                          ZM754_IUSRPROP = NULL
                    WHERE ZM754_IHOGAR   = :HG-IHOGAR
                      AND ZM754_IESTADO  = 'Q'
              END-EXEC
              PERFORM 9600-VALIDA-SQL

              EXEC SQL
                   UPDATE ZMDT755
                      SET ZM755_IESTADO  = 'I',
                          ZM755_IUSRAUT  = :HG-IUSRAUT,
                          ZM755_FAUTORIZ = CURRENT TIMESTAMP
                    WHERE ZM755_IHOGAR   = :HG-IHOGAR
                      AND ZM755_IESTADO IN ('P', 'A', 'Q')
              END-EXEC
              IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
                 PERFORM 9600-VALIDA-SQL
              END-IF
           ELSE
              EXEC SQL
                   UPDATE ZMDT754
                      SET ZM754_IESTADO  = 'A',
                          ZM754_IUSRPROP = NULL
                    WHERE ZM754_IHOGAR   = :HG-IHOGAR
                      AND ZM754_IESTADO  = 'Q'
              END-EXEC
              PERFORM 9600-VALIDA-SQL
           END-IF.
      *----
      * ZMWSC331 : CAMBIO DE PRINCIPAL: APROBADO, LA PROPUESTA PASA A
      *            SER LA PRINCIPAL; EN AMBOS CASOS SE LIMPIA.
      *----
       9944-RESUELVE-CAMBIO-PRINCIPAL.
      *----
           IF HG-APRUEBA
              EXEC SQL
                   UPDATE ZMDT754
                      SET ZM754_IEMPRPRI  = ZM754_IEMPRPROP,
                          ZM754_ICTAPRI   = ZM754_ICTAPROP,
                          ZM754_IUSRAUT   = :HG-IUSRAUT,
                          ZM754_FAUTORIZ  = CURRENT TIMESTAMP,
                          ZM754_IEMPRPROP = NULL,
                          ZM754_ICTAPROP  = NULL,
                          ZM754_IUSRPROP  = NULL
                    WHERE ZM754_IHOGAR    = :HG-IHOGAR
                      AND ZM754_IESTADO   = 'A'
                      AND ZM754_ICTAPROP IS NOT NULL
              END-EXEC
           ELSE
              EXEC SQL
                   UPDATE ZMDT754
                      SET ZM754_IEMPRPROP = NULL,
                          ZM754_ICTAPROP  = NULL,
                          ZM754_IUSRPROP  = NULL
                    WHERE ZM754_IHOGAR    = :HG-IHOGAR
                      AND ZM754_IESTADO   = 'A'
              END-EXEC
           END-IF
           PERFORM 9600-VALIDA-SQL.
      *----
