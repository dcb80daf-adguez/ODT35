      *            REFERENCIA ZMWSC208 (PN-REG). QUIEN INCLUYA ESTE
      *            COPY DEBE INCLUIR TAMBIEN ms35/ZMWSC015/ZMWSC016
      *            (LA BAJA DESACTIVA LAS AUTORIZACIONES DE ZMDT611
      *            CON 9171-BAJA-PROMOTOR) Y ms35/ZMWSC018/ZMWSC019
      *            (9180, PARAMETRO 'PRO'/'CERTOBLIG').
      *----
       9490-ALTA-PROMOTOR-MAESTRO.
      *----
           END-EXEC
           PERFORM 9600-VALIDA-SQL.
      *----
      * ZMWSC209 : VALIDA QUE EL PROMOTOR EXISTA EN EL MAESTRO,
      *            ESTE ACTIVO Y TENGA CERTIFICACION VIGENTE AL DIA
      *            (ZMDT729) - ES LA VALIDACION DE LA CAPTURA DE
      *            CUENTAS (IPROM) Y CARTAS (ZM606_PROMOT). SIN
      *            CERTIFICACION REGISTRADA VEA 9106.
      *----
       9491-VALIDA-PROMOTOR-MAESTRO.
      *----
                                           TO PN-DMENSAJE
              WHEN OTHER
                 CONTINUE
           END-EVALUATE

           IF PN-ACTIVO
              MOVE SPACES                  TO PN-FVENCE
              MOVE SPACES                  TO PN-SCERTVENC

              EXEC SQL
                   SELECT CHAR(ZM729_FVENCE),
                          CASE WHEN ZM729_FVENCE < CURRENT DATE
                               THEN '1' ELSE '0' END
                     INTO :PN-FVENCE,
                          :PN-SCERTVENC
                     FROM ZMDT729
                    WHERE ZM729_IPROM  = :PN-IPROM
                      AND ZM729_SVIGEN = '1'
              END-EXEC

              EVALUATE TRUE
                 WHEN SQLCODE              EQUAL 100
                    PERFORM 9106-VERIFICA-CERT-OBLIGATORIA
                 WHEN SQLCODE              NOT = 0
                    PERFORM 9600-VALIDA-SQL
                 WHEN PN-SCERTVENC         EQUAL '1'
                    SET PN-CERT-VENCIDA    TO TRUE
                    MOVE 'CERTIFICACION DEL PROMOTOR VENCIDA'
                                           TO PN-DMENSAJE
                    MOVE PN-FVENCE         TO PN-DMENSAJE(36:10)
                 WHEN OTHER
                    CONTINUE
              END-EVALUATE
           END-IF.
      *----
      * ZMWSC209 : PROMOTOR ACTIVO SIN CERTIFICACION REGISTRADA EN
      *            ZMDT729. MIENTRAS NO SE TERMINE LA CARGA DE LAS
      *            CERTIFICACIONES SE ACEPTA; SOLO SE RECHAZA CUANDO
      *            EL PARAMETRO VIGENTE 'PRO'/'CERTOBLIG' DE ZMDT612
      *            TRAE 'S' EN LA PRIMERA POSICION.
      *----
       9106-VERIFICA-CERT-OBLIGATORIA.
      *----
           EXEC SQL
                SELECT CHAR(CURRENT DATE, ISO)
                  INTO :PV-FVIGENCIA
                  FROM SYSIBM.SYSDUMMY1
           END-EXEC
           PERFORM 9600-VALIDA-SQL

           MOVE 'PRO'                      TO PV-ITIPOPAR
           MOVE 'CERTOBLIG'                TO PV-IPARAM
           PERFORM 9180-LEE-PARAM-VIGENTE

           IF PV-ENCONTRADO
              AND PV-DATOSPAR(1:1)         EQUAL 'S'
              SET PN-SIN-CERTIFICACION     TO TRUE
              MOVE 'PROMOTOR SIN CERTIFICACION REGISTRADA'
                                           TO PN-DMENSAJE
           END-IF.
      *----
      * ZMWSC209 : NOMBRE DEL PROMOTOR PARA REPORTES; SIN RENGLON EN
      *            EL MAESTRO REGRESA EL NUMERO CRUDO, COMO
           MOVE PN-IPROM                   TO PM-IPROMOTOR
           PERFORM 9171-BAJA-PROMOTOR.
      *----
      * ZMWSC209 : REGISTRA LA CERTIFICACION (O SU RENOVACION) DE UN
      *            PROMOTOR DEL MAESTRO; LA ANTERIOR QUEDA SUSTITUIDA.
      *            UNA CERTIFICACION YA VENCIDA SE PUEDE REGISTRAR
      *            COMO HISTORIA, PERO NO HABILITA AL PROMOTOR.
      *----
       9816-REGISTRA-CERTIFICACION.
      *----
           SET PN-ACEPTADO                 TO TRUE
           MOVE SPACES                     TO PN-DMENSAJE
           MOVE SPACES                     TO PN-SESTADO

           EXEC SQL
                SELECT ZM670_SESTADO
                  INTO :PN-SESTADO
                  FROM ZMDT670
                 WHERE ZM670_IPROM = :PN-IPROM
           END-EXEC
           IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
              PERFORM 9600-VALIDA-SQL
           END-IF

           EVALUATE TRUE
              WHEN PN-SESTADO              EQUAL SPACES
                 SET PN-RECHAZADO          TO TRUE
                 MOVE 'PROMOTOR NO EXISTE EN EL MAESTRO'
                                           TO PN-DMENSAJE
              WHEN PN-IFIGCERT             EQUAL SPACES
                 SET PN-RECHAZADO          TO TRUE
                 MOVE 'FALTA LA FIGURA CERTIFICADA'
                                           TO PN-DMENSAJE
              WHEN PN-INUMCERT             EQUAL SPACES
                 SET PN-RECHAZADO          TO TRUE
                 MOVE 'FALTA EL NUMERO DE CERTIFICACION'
                                           TO PN-DMENSAJE
              WHEN PN-FEMISION             EQUAL SPACES
                OR PN-FVENCE               NOT GREATER THAN PN-FEMISION
                 SET PN-RECHAZADO          TO TRUE
                 MOVE 'EL VENCIMIENTO DEBE SER POSTERIOR A LA EMISION'
                                           TO PN-DMENSAJE
              WHEN OTHER
                 CONTINUE
           END-EVALUATE

           IF PN-ACEPTADO
              EXEC SQL
                   SELECT COALESCE(MAX(ZM729_ISECCERT), 0) + 1
                     INTO :PN-ISECCERT
                     FROM ZMDT729
                    WHERE ZM729_IPROM = :PN-IPROM
              END-EXEC
              PERFORM 9600-VALIDA-SQL

              EXEC SQL
                   UPDATE ZMDT729
                      SET ZM729_SVIGEN = '0'
                    WHERE ZM729_IPROM  = :PN-IPROM
                      AND ZM729_SVIGEN = '1'
              END-EXEC
              IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
                 PERFORM 9600-VALIDA-SQL
              END-IF

              EXEC SQL
                   INSERT INTO ZMDT729
                        ( ZM729_IPROM,    ZM729_ISECCERT,
                          ZM729_IFIGCERT, ZM729_INUMCERT,
                          ZM729_FEMISION, ZM729_FVENCE,
                          ZM729_SVIGEN,   ZM729_IUSUARIO,
                          ZM729_FSIST )
                   VALUES ( :PN-IPROM,    :PN-ISECCERT,
                            :PN-IFIGCERT, :PN-INUMCERT,
                            :PN-FEMISION, :PN-FVENCE,
                            '1',          :PN-IUSUARIO,
                            CURRENT TIMESTAMP )
              END-EXEC
              PERFORM 9600-VALIDA-SQL
           END-IF.
      *----
      * ZMWSC209 : REPORTE MENSUAL DE RENOVACIONES, POR SUCURSAL DEL
      *            MAESTRO: PROMOTORES ACTIVOS SIN CERTIFICACION, CON
      *            ELLA VENCIDA O QUE VENCE EN LOS PROXIMOS PN-NDIAS
      *            DIAS, CON EL NUMERO DE CUENTAS VIGENTES QUE
      *            QUEDARIAN SIN PROMOTOR VALIDO.
      *----
       9817-ABRE-CERT-POR-VENCER.
      *----
           MOVE 0                          TO PN-NUMREP
           IF PN-NDIAS                     NOT GREATER THAN 0
              MOVE 90                      TO PN-NDIAS
           END-IF

           EXEC SQL
                DECLARE CPNCERT CURSOR FOR
                   SELECT P.ZM670_ISUCCASA, P.ZM670_IPROM,
                          P.ZM670_NNOMBRE,
                          COALESCE(C.ZM729_IFIGCERT, ' '),
                          COALESCE(C.ZM729_INUMCERT, ' '),
                          COALESCE(CHAR(C.ZM729_FVENCE), ' '),
                          COALESCE(DAYS(C.ZM729_FVENCE)
                                 - DAYS(CURRENT DATE), 0),
                          ( SELECT COUNT(*)
                              FROM CUENTA T
                             WHERE T.IPROM  = P.ZM670_IPROM
                               AND T.SVIGEN = '1' )
                     FROM ZMDT670 P
                          LEFT JOIN ZMDT729 C
                       ON C.ZM729_IPROM  = P.ZM670_IPROM
                      AND C.ZM729_SVIGEN = '1'
                    WHERE P.ZM670_SESTADO = 'A'
                      AND ( :PN-ISUCCASA = ' '
                         OR P.ZM670_ISUCCASA = :PN-ISUCCASA )
                      AND ( C.ZM729_FVENCE IS NULL
                         OR C.ZM729_FVENCE
                            <= CURRENT DATE + :PN-NDIAS DAYS )
                 ORDER BY P.ZM670_ISUCCASA, C.ZM729_FVENCE,
                          P.ZM670_IPROM
           END-EXEC

           EXEC SQL
                OPEN CPNCERT
           END-EXEC
           PERFORM 9600-VALIDA-SQL.
      *----
       9818-LEE-CERT-POR-VENCER.
      *----
           EXEC SQL
                FETCH CPNCERT
                 INTO :PN-ISUCCASA,   :PN-IPROM,
                      :PN-NNOMBRE,
                      :PN-IFIGCERT,   :PN-INUMCERT,
                      :PN-FVENCE,     :PN-NDIASVENC,
                      :PN-NCUENTAS
           END-EXEC

           IF SQLCODE EQUAL 0
              SET PN-HAY-DATOS             TO TRUE
              ADD 1                        TO PN-NUMREP

              EVALUATE TRUE
                 WHEN PN-FVENCE            EQUAL SPACES
                    SET PN-CERT-SIN-REGISTRO
                                           TO TRUE
                 WHEN PN-NDIASVENC         LESS THAN 0
                    SET PN-CERT-YA-VENCIDA TO TRUE
                 WHEN OTHER
                    SET PN-CERT-POR-VENCER TO TRUE
              END-EVALUATE
           ELSE
              SET PN-FIN-DATOS             TO TRUE
              IF SQLCODE NOT = 100
                 PERFORM 9600-VALIDA-SQL
              END-IF
              EXEC SQL
                   CLOSE CPNCERT
              END-EXEC
           END-IF.
      *----
