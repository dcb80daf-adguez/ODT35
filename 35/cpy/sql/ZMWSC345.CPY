      *----
      * ZMWSC345 : CAPTURA LA SOLICITUD DE APERTURA INDIVIDUAL. APLICA
      *            LAS MISMAS VALIDACIONES DEL ALTA MASIVA (9540) Y,
      *            SI PASAN, ABRE LA CUENTA CON 9541, LA DEJA
      *            PENDIENTE DE ACTIVACION (SVIGEN 'P') Y CREA SU
      *            CHECKLIST DE DOCUMENTOS. LAYOUT DE REFERENCIA
      *            ZMWSC344 (AI-REG).
      *----
       9001-CAPTURA-APERTURA.
      *----
           SET AI-ACEPTADO                 TO TRUE
           MOVE SPACES                     TO AI-DMENSAJE

           MOVE 0                          TO OB-ISECREG
           MOVE AI-IEMPR                   TO OB-IEMPR
           MOVE AI-ITIPOCTA                TO OB-ITIPOCTA
           MOVE AI-IRFC                    TO OB-IRFC
           MOVE AI-NOMBRE                  TO OB-NOMBRE
           MOVE AI-NAPELL1                 TO OB-NAPELL1
           MOVE AI-NAPELL2                 TO OB-NAPELL2
           MOVE AI-IPROM                   TO OB-IPROM
           MOVE AI-ISUCCASA                TO OB-ISUCCASA
           MOVE AI-IZONECO                 TO OB-IZONECO
           MOVE AI-IESTRATO                TO OB-IESTRATO
           MOVE AI-ICCOSTO                 TO OB-ICCOSTO
           MOVE AI-IUSUARIO                TO OB-IUSUARIO
           PERFORM 9540-VALIDA-ALTA-CUENTA

           IF NOT OB-ACEPTADA
              SET AI-RECHAZADO             TO TRUE
              MOVE OB-DRECHAZO             TO AI-DMENSAJE
           END-IF

           IF AI-ACEPTADO
              EXEC SQL
                   SELECT CHAR(CURRENT DATE, ISO)
                     INTO :OB-FECHA
                     FROM SYSIBM.SYSDUMMY1
              END-EXEC
              PERFORM 9600-VALIDA-SQL

              PERFORM 9541-INSERTA-ALTA-CUENTA
              MOVE OB-ICUENTA              TO AI-ICUENTA

      *       LA CUENTA NACE PENDIENTE: NO OPERA HASTA QUE CUMPLIMIENTO
      *       LA ACTIVE (9004).
              EXEC SQL
                   UPDATE CUENTA
                      SET SVIGEN = 'P'
                    WHERE IEMPR   = :AI-IEMPR
                      AND ICUENTA = :AI-ICUENTA
              END-EXEC
              PERFORM 9600-VALIDA-SQL

              PERFORM 9002-CREA-CHECKLIST-APERTURA

              MOVE 'ZMDT764'               TO FO-ITABLA
              MOVE AI-IEMPR                TO FO-LL-IEMPR
              MOVE 0                       TO FO-LL-ICUENTA
              MOVE 0                       TO FO-LL-ICONCEPT
              PERFORM 9349-OBTEN-FOLIO
              MOVE FO-NFOLIO               TO AI-ISOLAPE

              SET AI-PENDIENTE             TO TRUE
              MOVE AI-IUSUARIO             TO AI-IUSRCAP

              EXEC SQL
                   INSERT INTO ZMDT764
                        ( ZM764_IEMPR,      ZM764_ISOLAPE,
                          ZM764_ICUENTA,    ZM764_ITIPOCTA,
                          ZM764_IRFC,       ZM764_IPROM,
                          ZM764_ISUCCASA,   ZM764_IESTADO,
                          ZM764_IUSRCAP,    ZM764_FCAPTURA,
                          ZM764_IUSRREV,    ZM764_FREVISION,
                          ZM764_DMOTIVO )
                   VALUES ( :AI-IEMPR,      :AI-ISOLAPE,
                            :AI-ICUENTA,    :AI-ITIPOCTA,
                            :AI-IRFC,       :AI-IPROM,
                            :AI-ISUCCASA,   :AI-IESTADO,
                            :AI-IUSRCAP,    CURRENT TIMESTAMP,
                            NULL,           NULL,
                            NULL )
              END-EXEC
              PERFORM 9600-VALIDA-SQL
           END-IF.
      *----
      * ZMWSC345 : CREA EL CHECKLIST DEL EXPEDIENTE DE LA CUENTA NUEVA:
      *            UN RENGLON SIN RECIBIR EN ZMDT676 POR CADA DOCUMENTO
      *            VIGENTE DEL CATALOGO ZMDT675 PARA SU TIPO DE CUENTA.
      *            LA RECEPCION SE REGISTRA DESPUES CON 9519.
      *----
       9002-CREA-CHECKLIST-APERTURA.
      *----
           EXEC SQL
                INSERT INTO ZMDT676
                     ( ZM676_IEMPR,     ZM676_ICUENTA,
                       ZM676_IDOCUM,    ZM676_FRECIBIDO,
                       ZM676_FEXPIRA,   ZM676_IDOCSCAN,
                       ZM676_IUSUARIO,  ZM676_FSIST )
                SELECT :AI-IEMPR,       :AI-ICUENTA,
                       C.ZM675_IDOCUM,  NULL,
                       NULL,            NULL,
                       :AI-IUSUARIO,    CURRENT TIMESTAMP
                  FROM ZMDT675 C
                 WHERE C.ZM675_ITIPOCTA = :AI-ITIPOCTA
                   AND C.ZM675_SVIGEN   = '1'
                   AND NOT EXISTS
                     ( SELECT 1
                         FROM ZMDT676 D
                        WHERE D.ZM676_IEMPR   = :AI-IEMPR
                          AND D.ZM676_ICUENTA = :AI-ICUENTA
                          AND D.ZM676_IDOCUM  = C.ZM675_IDOCUM )
           END-EXEC
           PERFORM 9600-VALIDA-SQL.
      *----
      * ZMWSC345 : REVISA LOS REQUISITOS DE ACTIVACION DE LA CUENTA
      *            AI-IEMPR/AI-ICUENTA: BENEFICIARIOS AUTORIZADOS O POR
      *            AUTORIZAR QUE SUMEN 100% Y AL MENOS UN CONTACTO
      *            VIGENTE. AI-NUMDOCS REGRESA LOS DOCUMENTOS DEL
      *            CHECKLIST AUN SIN RECIBIR (INFORMATIVO PARA EL
      *            REVISOR).
      *----
       9003-VALIDA-REQUISITOS-APERTURA.
      *----
           SET AI-REQUISITOS-OK            TO TRUE
           MOVE SPACES                     TO AI-DMENSAJE
           MOVE 0                          TO AI-PBENEF
           MOVE 0                          TO AI-NUMCONTAC
           MOVE 0                          TO AI-NUMDOCS

           EXEC SQL
                SELECT COALESCE(SUM(ZM658_PPORCENT), 0)
                  INTO :AI-PBENEF
                  FROM ZMDT658
                 WHERE ZM658_IEMPR   = :AI-IEMPR
                   AND ZM658_ICUENTA = :AI-ICUENTA
                   AND ZM658_IESTADO IN ('A', 'P')
           END-EXEC
           PERFORM 9600-VALIDA-SQL

           EXEC SQL
                SELECT COUNT(*)
                  INTO :AI-NUMCONTAC
                  FROM ZMDT659
                 WHERE ZM659_IEMPR   = :AI-IEMPR
                   AND ZM659_ICUENTA = :AI-ICUENTA
                   AND ZM659_SVIGEN  = '1'
           END-EXEC
           PERFORM 9600-VALIDA-SQL

           EXEC SQL
                SELECT COUNT(*)
                  INTO :AI-NUMDOCS
                  FROM ZMDT676
                 WHERE ZM676_IEMPR     = :AI-IEMPR
                   AND ZM676_ICUENTA   = :AI-ICUENTA
                   AND ZM676_FRECIBIDO IS NULL
           END-EXEC
           PERFORM 9600-VALIDA-SQL

           EVALUATE TRUE
              WHEN AI-PBENEF               NOT = 100
                 SET AI-REQUISITOS-FALTAN  TO TRUE
                 MOVE 'LOS BENEFICIARIOS NO SUMAN 100%'
                                           TO AI-DMENSAJE
              WHEN AI-NUMCONTAC            EQUAL 0
                 SET AI-REQUISITOS-FALTAN  TO TRUE
                 MOVE 'LA CUENTA NO TIENE CONTACTO VIGENTE'
                                           TO AI-DMENSAJE
              WHEN OTHER
                 CONTINUE
           END-EVALUATE.
      *----
      * ZMWSC345 : DECISION DEL REVISOR DE CUMPLIMIENTO SOBRE LA
      *            SOLICITUD AI-ISOLAPE. AI-SDECISION TRAE 'A' O 'R' Y
      *            AI-IUSUARIO ES EL REVISOR, QUE NO PUEDE SER QUIEN
      *            CAPTURO. APROBAR EXIGE LOS REQUISITOS COMPLETOS
      *            (9003) Y DEJA LA CUENTA VIGENTE CON FECHA DE ALTA
      *            DEL DIA; RECHAZAR (CON MOTIVO) LA DA DE BAJA SIN
      *            QUE HAYA OPERADO. EL CAMBIO DE SVIGEN QUEDA EN EL
      *            HISTORICO ZMDT608.
      *----
       9004-AUTORIZA-APERTURA.
      *----
           SET AI-ACEPTADO                 TO TRUE
           MOVE SPACES                     TO AI-DMENSAJE

           EXEC SQL
                SELECT ZM764_ICUENTA, ZM764_IESTADO,
                       ZM764_IUSRCAP
                  INTO :AI-ICUENTA,   :AI-IESTADO,
                       :AI-IUSRCAP
                  FROM ZMDT764
                 WHERE ZM764_IEMPR   = :AI-IEMPR
                   AND ZM764_ISOLAPE = :AI-ISOLAPE
           END-EXEC

           IF SQLCODE EQUAL 100
              SET AI-RECHAZADO             TO TRUE
              MOVE 'SOLICITUD DE APERTURA NO EXISTE'
                                           TO AI-DMENSAJE
           ELSE
              PERFORM 9600-VALIDA-SQL
              EVALUATE TRUE
                 WHEN NOT AI-PENDIENTE
                    SET AI-RECHAZADO       TO TRUE
                    MOVE 'LA SOLICITUD YA FUE RESUELTA'
                                           TO AI-DMENSAJE
                 WHEN AI-IUSRCAP           EQUAL AI-IUSUARIO
                    SET AI-RECHAZADO       TO TRUE
                    MOVE 'EL REVISOR NO PUEDE SER QUIEN CAPTURO'
                                           TO AI-DMENSAJE
                 WHEN AI-RECHAZAR
                  AND AI-DMOTIVO           EQUAL SPACES
                    SET AI-RECHAZADO       TO TRUE
                    MOVE 'FALTA EL MOTIVO DEL RECHAZO'
                                           TO AI-DMENSAJE
                 WHEN OTHER
                    CONTINUE
              END-EVALUATE
           END-IF

           IF AI-ACEPTADO
              AND AI-APROBAR
              PERFORM 9003-VALIDA-REQUISITOS-APERTURA
              IF AI-REQUISITOS-FALTAN
                 SET AI-RECHAZADO          TO TRUE
              END-IF
           END-IF

           IF AI-ACEPTADO
              IF AI-APROBAR
                 SET AI-ACTIVADA           TO TRUE

                 EXEC SQL
                      UPDATE CUENTA
                         SET SVIGEN = '1',
                             FALTA  = CURRENT DATE
                       WHERE IEMPR   = :AI-IEMPR
                         AND ICUENTA = :AI-ICUENTA
                         AND SVIGEN  = 'P'
                 END-EXEC
                 PERFORM 9600-VALIDA-SQL

                 MOVE '1 (ACTIVACION)'     TO CH-DVALNVO
              ELSE
                 SET AI-RECHAZADA          TO TRUE

                 EXEC SQL
                      UPDATE CUENTA
                         SET SVIGEN = '0',
                             FBAJA  = CURRENT DATE
                       WHERE IEMPR   = :AI-IEMPR
                         AND ICUENTA = :AI-ICUENTA
                         AND SVIGEN  = 'P'
                 END-EXEC
                 PERFORM 9600-VALIDA-SQL

                 MOVE '0 (APERTURA RECHAZADA)'
                                           TO CH-DVALNVO
              END-IF

              MOVE AI-IEMPR                TO CH-IEMPR
              MOVE AI-ICUENTA              TO CH-ICUENTA
              MOVE 'SVIGEN'                TO CH-ICAMPO
              MOVE 'P'                     TO CH-DVALANT
              MOVE AI-IUSUARIO             TO CH-IUSUARIO
              MOVE AI-IPROGRAM             TO CH-IPROGRAM
              PERFORM 9150-REGISTRA-HIST-CUENTA

              EXEC SQL
                   UPDATE ZMDT764
                      SET ZM764_IESTADO   = :AI-IESTADO,
                          ZM764_IUSRREV   = :AI-IUSUARIO,
                          ZM764_FREVISION = CURRENT TIMESTAMP,
                          ZM764_DMOTIVO   = NULLIF(:AI-DMOTIVO, ' ')
                    WHERE ZM764_IEMPR   = :AI-IEMPR
                      AND ZM764_ISOLAPE = :AI-ISOLAPE
                      AND ZM764_IESTADO = 'P'
              END-EXEC
              PERFORM 9600-VALIDA-SQL
           END-IF.
      *----
      * ZMWSC345 : REPORTE DE ANTIGUEDAD DE SOLICITUDES PENDIENTES CON
      *            MAS DE AI-NDIAS DIAS DESDE SU CAPTURA, DE LA MAS
      *            ANTIGUA A LA MAS RECIENTE, POR EMPRESA Y SUCURSAL
      *            (AI-IEMPR EN BLANCOS = TODAS LAS EMPRESAS).
      *----
       9005-ABRE-APERTURAS-PENDIENTES.
      *----
           MOVE 0                          TO AI-NUMREP
           IF AI-NDIAS                     NOT GREATER THAN 0
              MOVE 5                       TO AI-NDIAS
           END-IF

           EXEC SQL
                DECLARE CAPEPEND CURSOR FOR
                   SELECT S.ZM764_IEMPR,    S.ZM764_ISOLAPE,
                          S.ZM764_ICUENTA,  S.ZM764_ITIPOCTA,
                          S.ZM764_IRFC,     S.ZM764_IPROM,
                          S.ZM764_ISUCCASA, S.ZM764_IUSRCAP,
                          CHAR(S.ZM764_FCAPTURA),
                          DAYS(CURRENT DATE)
                            - DAYS(DATE(S.ZM764_FCAPTURA)),
                          C.NOMBRE,         C.NAPELL1
                     FROM ZMDT764 S,
                          CUENTA  C
                    WHERE S.ZM764_IESTADO = 'P'
                      AND ( :AI-IEMPR      = ' '
                         OR S.ZM764_IEMPR  = :AI-IEMPR )
                      AND DATE(S.ZM764_FCAPTURA)
                            < CURRENT DATE - :AI-NDIAS DAYS
                      AND C.IEMPR         = S.ZM764_IEMPR
                      AND C.ICUENTA       = S.ZM764_ICUENTA
                 ORDER BY S.ZM764_IEMPR,    S.ZM764_ISUCCASA,
                          S.ZM764_FCAPTURA
           END-EXEC

           EXEC SQL
                OPEN CAPEPEND
           END-EXEC
           PERFORM 9600-VALIDA-SQL.
      *----
       9006-LEE-APERTURAS-PENDIENTES.
      *----
           EXEC SQL
                FETCH CAPEPEND
                 INTO :AI-IEMPR,     :AI-ISOLAPE,
                      :AI-ICUENTA,   :AI-ITIPOCTA,
                      :AI-IRFC,      :AI-IPROM,
                      :AI-ISUCCASA,  :AI-IUSRCAP,
                      :AI-FCAPTURA,  :AI-NDIASPEND,
                      :AI-NOMBRE,    :AI-NAPELL1
           END-EXEC

           IF SQLCODE EQUAL 0
              SET AI-HAY-DATOS             TO TRUE
              ADD 1                        TO AI-NUMREP
           ELSE
              SET AI-FIN-DATOS             TO TRUE
              IF SQLCODE NOT = 100
                 PERFORM 9600-VALIDA-SQL
              END-IF
              EXEC SQL
                   CLOSE CAPEPEND
              END-EXEC
           END-IF.
      *----
      * ZMWSC345 : INDICA SI LA CUENTA AI-IEMPR/AI-ICUENTA ESTA
      *            PENDIENTE DE ACTIVACION (SVIGEN 'P'). LA CAPTURA DE
      *            CARTAS NO ACEPTA INSTRUCCIONES DE ESTAS CUENTAS.
      *----
       9007-VERIFICA-CUENTA-PENDIENTE.
      *----
           SET AI-CUENTA-ACTIVA            TO TRUE
           MOVE SPACES                     TO AI-DMENSAJE
           MOVE 0                          TO AI-NUMREP

           EXEC SQL
                SELECT COUNT(*)
                  INTO :AI-NUMREP
                  FROM CUENTA
                 WHERE IEMPR   = :AI-IEMPR
                   AND ICUENTA = :AI-ICUENTA
                   AND SVIGEN  = 'P'
           END-EXEC
           PERFORM 9600-VALIDA-SQL

           IF AI-NUMREP                    GREATER THAN 0
              SET AI-CUENTA-PENDIENTE      TO TRUE
              MOVE 'CUENTA PENDIENTE DE ACTIVACION POR CUMPLIMIENTO'
                                           TO AI-DMENSAJE
           END-IF.
      *----
