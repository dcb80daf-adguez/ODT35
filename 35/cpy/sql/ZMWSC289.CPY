      *----
      * ZMWSC289 : CALIFICACION DE RIESGO PLD DE LA CUENTA PL-ICUENTA A
      *            PL-FECHA (ZMDT717). LAYOUT DE REFERENCIA ZMWSC288
      *            (PL-REG). LA SIGUIENTE REVISION CUENTA DESDE LA
      *            ULTIMA REVISION HECHA O, SIN ELLA, DESDE LA APERTURA,
      *            CON LOS MESES DEL GRADO QUE RESULTE; SI EL GRADO SUBE
      *            LA REVISION SE ADELANTA SOLA.
      *----
       9737-CALIFICA-RIESGO-PLD.
      *----
           SET PL-ACEPTADO                 TO TRUE
           MOVE SPACES                     TO PL-DMENSAJE

           IF PL-PARAM-SIN-CARGAR
              PERFORM 9738-CARGA-PARAM-PLD
           END-IF

           EXEC SQL
                SELECT COALESCE(INACIO, ' '),   COALESCE(IPERJUR, ' '),
                       COALESCE(IPAISRES, ' '), ITIPOCTA,
                       FALTA
                  INTO :PL-INACIO,   :PL-IPERJUR,
                       :PL-IPAISRES, :PL-ITIPOCTA,
                       :PL-FALTA
                  FROM CUENTA
                 WHERE IEMPR   = :PL-IEMPR
                   AND ICUENTA = :PL-ICUENTA
           END-EXEC

           IF SQLCODE EQUAL 100
              SET PL-RECHAZADO             TO TRUE
              MOVE 'CUENTA INEXISTENTE'    TO PL-DMENSAJE
           ELSE
              PERFORM 9600-VALIDA-SQL
           END-IF

           IF PL-ACEPTADO
              EXEC SQL
                   SELECT ZM717_SPEP, ZM717_IGRADO,
                          COALESCE(CHAR(ZM717_FULTREV, ISO), ' ')
                     INTO :PL-SPEP, :PL-IGRADOANT,
                          :PL-FULTREV
                     FROM ZMDT717
                    WHERE ZM717_IEMPR   = :PL-IEMPR
                      AND ZM717_ICUENTA = :PL-ICUENTA
              END-EXEC

              IF SQLCODE EQUAL 100
                 SET PL-SIN-PERFIL         TO TRUE
                 MOVE '0'                  TO PL-SPEP
                 MOVE SPACES               TO PL-IGRADOANT
                 MOVE SPACES               TO PL-FULTREV
              ELSE
                 PERFORM 9600-VALIDA-SQL
                 SET PL-CON-PERFIL         TO TRUE
              END-IF

              IF PL-CON-REVISION
                 MOVE PL-FECHA             TO PL-FULTREV
              END-IF

              PERFORM 9739-SUMA-FACTORES-PLD

              EVALUATE TRUE
                  WHEN PL-NPUNTOS          NOT LESS THAN PL-UMBRALALTO
                       SET PL-GRADO-ALTO   TO TRUE
                       MOVE PL-MESESA      TO PL-NMESES
                  WHEN PL-NPUNTOS          NOT LESS THAN PL-UMBRALMED
                       SET PL-GRADO-MEDIO  TO TRUE
                       MOVE PL-MESESM      TO PL-NMESES
                  WHEN OTHER
                       SET PL-GRADO-BAJO   TO TRUE
                       MOVE PL-MESESB      TO PL-NMESES
              END-EVALUATE

              IF PL-FULTREV                EQUAL SPACES
                 MOVE PL-FALTA             TO PL-FBASE
              ELSE
                 MOVE PL-FULTREV           TO PL-FBASE
              END-IF

              EXEC SQL
                   SELECT CHAR(DATE(:PL-FBASE) + :PL-NMESES MONTHS, ISO)
                     INTO :PL-FPROXREV
                     FROM SYSIBM.SYSDUMMY1
              END-EXEC
              PERFORM 9600-VALIDA-SQL

              IF PL-CON-PERFIL
                 EXEC SQL
                      UPDATE ZMDT717
                         SET ZM717_NPUNTOS  = :PL-NPUNTOS,
                             ZM717_IGRADO   = :PL-IGRADO,
                             ZM717_FCALIF   = :PL-FECHA,
                             ZM717_FULTREV  = NULLIF(:PL-FULTREV, ' '),
                             ZM717_FPROXREV = :PL-FPROXREV,
                             ZM717_FSIST    = CURRENT TIMESTAMP
                       WHERE ZM717_IEMPR   = :PL-IEMPR
                         AND ZM717_ICUENTA = :PL-ICUENTA
                 END-EXEC
              ELSE
                 EXEC SQL
                      INSERT INTO ZMDT717
                           ( ZM717_IEMPR,    ZM717_ICUENTA,
                             ZM717_SPEP,     ZM717_IUSRPEP,
                             ZM717_FPEP,     ZM717_NPUNTOS,
                             ZM717_IGRADO,   ZM717_FCALIF,
                             ZM717_FULTREV,  ZM717_FPROXREV,
                             ZM717_FSIST )
                      VALUES ( :PL-IEMPR,    :PL-ICUENTA,
                               '0',          NULL,
                               NULL,         :PL-NPUNTOS,
                               :PL-IGRADO,   :PL-FECHA,
                               NULLIF(:PL-FULTREV, ' '),
                                             :PL-FPROXREV,
                               CURRENT TIMESTAMP )
                 END-EXEC
              END-IF
              PERFORM 9600-VALIDA-SQL
           END-IF.
      *----
      * ZMWSC289 : PUNTOS FIJOS, UMBRALES Y MESES ENTRE REVISIONES,
      *            UNA VEZ POR CORRIDA.
      *----
       9738-CARGA-PARAM-PLD.
      *----
           MOVE 'PEP'                      TO PL-IPARAM
           MOVE 40                         TO PL-NVALOR
           PERFORM 9746-LEE-VALOR-PLD
           MOVE PL-NVALOR                  TO PL-PPEP

           MOVE 'HIT CONFIRMADO'           TO PL-IPARAM
           MOVE 60                         TO PL-NVALOR
           PERFORM 9746-LEE-VALOR-PLD
           MOVE PL-NVALOR                  TO PL-PHITCONF

           MOVE 'HIT PENDIENTE'            TO PL-IPARAM
           MOVE 20                         TO PL-NVALOR
           PERFORM 9746-LEE-VALOR-PLD
           MOVE PL-NVALOR                  TO PL-PHITPEND

           MOVE 'UMBRAL MEDIO'             TO PL-IPARAM
           MOVE 30                         TO PL-NVALOR
           PERFORM 9746-LEE-VALOR-PLD
           MOVE PL-NVALOR                  TO PL-UMBRALMED

           MOVE 'UMBRAL ALTO'              TO PL-IPARAM
           MOVE 60                         TO PL-NVALOR
           PERFORM 9746-LEE-VALOR-PLD
           MOVE PL-NVALOR                  TO PL-UMBRALALTO

           MOVE 'MESES B'                  TO PL-IPARAM
           MOVE 36                         TO PL-NVALOR
           PERFORM 9746-LEE-VALOR-PLD
           MOVE PL-NVALOR                  TO PL-MESESB

           MOVE 'MESES M'                  TO PL-IPARAM
           MOVE 24                         TO PL-NVALOR
           PERFORM 9746-LEE-VALOR-PLD
           MOVE PL-NVALOR                  TO PL-MESESM

           MOVE 'MESES A'                  TO PL-IPARAM
           MOVE 12                         TO PL-NVALOR
           PERFORM 9746-LEE-VALOR-PLD
           MOVE PL-NVALOR                  TO PL-MESESA

           SET PL-PARAM-CARGADOS           TO TRUE.
      *----
      * ZMWSC289 : SUMA LOS FACTORES DE LA CUENTA EN PL-NPUNTOS.
      *----
       9739-SUMA-FACTORES-PLD.
      *----
           MOVE 0                          TO PL-NPUNTOS

           IF PL-INACIO                    NOT = SPACES
              MOVE SPACES                  TO PL-IPARAM
              STRING 'NAC ' PL-INACIO
                     DELIMITED BY SIZE     INTO PL-IPARAM
              MOVE 0                       TO PL-NVALOR
              PERFORM 9746-LEE-VALOR-PLD
              ADD PL-NVALOR                TO PL-NPUNTOS
           END-IF

           IF PL-IPAISRES                  NOT = SPACES
              MOVE SPACES                  TO PL-IPARAM
              STRING 'PAIS ' PL-IPAISRES
                     DELIMITED BY SIZE     INTO PL-IPARAM
              MOVE 0                       TO PL-NVALOR
              PERFORM 9746-LEE-VALOR-PLD
              ADD PL-NVALOR                TO PL-NPUNTOS
           END-IF

           IF PL-IPERJUR                   NOT = SPACES
              MOVE SPACES                  TO PL-IPARAM
              STRING 'PERJUR ' PL-IPERJUR
                     DELIMITED BY SIZE     INTO PL-IPARAM
              MOVE 0                       TO PL-NVALOR
              PERFORM 9746-LEE-VALOR-PLD
              ADD PL-NVALOR                TO PL-NPUNTOS
           END-IF

           MOVE SPACES                     TO PL-IPARAM
           STRING 'TIPOCTA ' PL-ITIPOCTA
                  DELIMITED BY SIZE        INTO PL-IPARAM
           MOVE 0                          TO PL-NVALOR
           PERFORM 9746-LEE-VALOR-PLD
           ADD PL-NVALOR                   TO PL-NPUNTOS

           IF PL-ES-PEP
              ADD PL-PPEP                  TO PL-NPUNTOS
           END-IF

           EXEC SQL
                SELECT COALESCE(SUM(CASE WHEN ZM684_IESTADO = 'C'
                                         THEN 1 ELSE 0 END), 0),
                       COALESCE(SUM(CASE WHEN ZM684_IESTADO = 'P'
                                         THEN 1 ELSE 0 END), 0)
                  INTO :PL-NHITCONF, :PL-NHITPEND
                  FROM ZMDT684
                 WHERE ZM684_IEMPR   = :PL-IEMPR
                   AND ZM684_ICUENTA = :PL-ICUENTA
           END-EXEC
           PERFORM 9600-VALIDA-SQL

           COMPUTE PL-NPUNTOS = PL-NPUNTOS
                              + PL-NHITCONF * PL-PHITCONF
                              + PL-NHITPEND * PL-PHITPEND

           EXEC SQL
                SELECT COALESCE(SUM(ZM646_NPUNTOS), 0)
                  INTO :PL-NPTSCASOS
                  FROM ZMDT646
                 WHERE ZM646_IEMPR   = :PL-IEMPR
                   AND ZM646_ICUENTA = :PL-ICUENTA
                   AND ZM646_SDISPOS <> 'D'
                   AND DATE(ZM646_FALERTA) >
                       DATE(:PL-FECHA) - 12 MONTHS
           END-EXEC
           PERFORM 9600-VALIDA-SQL

           ADD PL-NPTSCASOS                TO PL-NPUNTOS.
      *----
      * ZMWSC289 : CORRIDA NOCTURNA A PL-FECHA: RECALIFICA LAS CUENTAS
      *            VIGENTES DE PL-IEMPR. PL-NUMALTO CUENTA LAS QUE
      *            QUEDARON EN GRADO ALTO.
      *----
       9740-CALIFICA-CARTERA-PLD.
      *----
           MOVE 0                          TO PL-NUMCTAS
           MOVE 0                          TO PL-NUMALTO
           SET PL-SIN-REVISION             TO TRUE
           PERFORM 9738-CARGA-PARAM-PLD

           EXEC SQL
                DECLARE CPLCTAS CURSOR WITH HOLD FOR
                   SELECT ICUENTA
                     FROM CUENTA
                    WHERE IEMPR  = :PL-IEMPR
                      AND SVIGEN = '1'
                 ORDER BY ICUENTA
           END-EXEC

           EXEC SQL
                OPEN CPLCTAS
           END-EXEC
           PERFORM 9600-VALIDA-SQL

           SET PL-HAY-DATOS                TO TRUE
           PERFORM 9741-LEE-CTA-PLD
               UNTIL PL-FIN-DATOS

           EXEC SQL
                CLOSE CPLCTAS
           END-EXEC.
      *----
       9741-LEE-CTA-PLD.
      *----
           EXEC SQL
                FETCH CPLCTAS
                 INTO :PL-ICUENTA
           END-EXEC

           IF SQLCODE EQUAL 0
              SET PL-HAY-DATOS             TO TRUE
              PERFORM 9737-CALIFICA-RIESGO-PLD
              ADD 1                        TO PL-NUMCTAS
              IF PL-GRADO-ALTO
                 ADD 1                     TO PL-NUMALTO
              END-IF
           ELSE
              SET PL-FIN-DATOS             TO TRUE
              IF SQLCODE NOT = 100
                 PERFORM 9600-VALIDA-SQL
              END-IF
           END-IF.
      *----
      * ZMWSC289 : LISTADO NOCTURNO DE REVISIONES VENCIDAS A PL-FECHA
      *            DE PL-IEMPR (CUENTAS VIGENTES), PRIMERO GRADO ALTO Y
      *            LA MAS ATRASADA.
      *----
       9742-ABRE-REVISIONES-VENCIDAS.
      *----
           EXEC SQL
                DECLARE CPLVENC CURSOR FOR
                   SELECT A.ZM717_ICUENTA,  B.NAPELL1,
                          A.ZM717_IGRADO,   A.ZM717_NPUNTOS,
                          CHAR(A.ZM717_FPROXREV, ISO),
                          COALESCE(CHAR(A.ZM717_FULTREV, ISO), ' '),
                          DAYS(DATE(:PL-FECHA))
                        - DAYS(A.ZM717_FPROXREV),
                          A.ZM717_SPEP
                     FROM ZMDT717 A
                          INNER JOIN CUENTA B
                       ON B.IEMPR   = A.ZM717_IEMPR
                      AND B.ICUENTA = A.ZM717_ICUENTA
                      AND B.SVIGEN  = '1'
                    WHERE A.ZM717_IEMPR     = :PL-IEMPR
                      AND A.ZM717_FPROXREV <= :PL-FECHA
                 ORDER BY CASE A.ZM717_IGRADO WHEN 'A' THEN 1
                                              WHEN 'M' THEN 2
                                              ELSE 3 END,
                          A.ZM717_FPROXREV, A.ZM717_ICUENTA
           END-EXEC

           EXEC SQL
                OPEN CPLVENC
           END-EXEC
           PERFORM 9600-VALIDA-SQL.
      *----
       9743-LEE-REVISIONES-VENCIDAS.
      *----
           EXEC SQL
                FETCH CPLVENC
                 INTO :PL-ICUENTA,    :PL-NAPELL1,
                      :PL-IGRADO,     :PL-NPUNTOS,
                      :PL-FPROXREV,   :PL-FULTREV,
                      :PL-NDIASVENC,  :PL-SPEP
           END-EXEC

           IF SQLCODE EQUAL 0
              SET PL-HAY-DATOS             TO TRUE
           ELSE
              SET PL-FIN-DATOS             TO TRUE
              IF SQLCODE NOT = 100
                 PERFORM 9600-VALIDA-SQL
              END-IF
              EXEC SQL
                   CLOSE CPLVENC
              END-EXEC
           END-IF.
      *----
      * ZMWSC289 : REGISTRA LA REVISION DE CONOCIMIENTO DEL CLIENTE
      *            HECHA A PL-FECHA POR PL-IUSUARIO: RECALIFICA LA
      *            CUENTA (LA SIGUIENTE REVISION CUENTA DESDE HOY) Y
      *            DEJA EL RENGLON EN LA BITACORA ZMDT718.
      *----
       9744-REGISTRA-REVISION-PLD.
      *----
           IF PL-IUSUARIO                  EQUAL SPACES
              SET PL-RECHAZADO             TO TRUE
              MOVE 'FALTA EL USUARIO QUE REVISO'
                                           TO PL-DMENSAJE
           ELSE
              SET PL-CON-REVISION          TO TRUE
              PERFORM 9737-CALIFICA-RIESGO-PLD
              SET PL-SIN-REVISION          TO TRUE
           END-IF

           IF PL-ACEPTADO
              MOVE 'ZMDT718'               TO FO-ITABLA
              MOVE PL-IEMPR                TO FO-LL-IEMPR
              MOVE PL-ICUENTA              TO FO-LL-ICUENTA
              MOVE 0                       TO FO-LL-ICONCEPT
              PERFORM 9349-OBTEN-FOLIO
              MOVE FO-NFOLIO               TO PL-ISECREV

              IF PL-IGRADOANT              EQUAL SPACES
                 MOVE PL-IGRADO            TO PL-IGRADOANT
              END-IF

              EXEC SQL
                   INSERT INTO ZMDT718
                        ( ZM718_IEMPR,     ZM718_ICUENTA,
                          ZM718_ISECREV,   ZM718_FREVISION,
                          ZM718_IGRADOANT, ZM718_IGRADO,
                          ZM718_NPUNTOS,   ZM718_FPROXREV,
                          ZM718_IUSRREV,   ZM718_DCOMENT,
                          ZM718_FSIST )
                   VALUES ( :PL-IEMPR,     :PL-ICUENTA,
                            :PL-ISECREV,   :PL-FECHA,
                            :PL-IGRADOANT, :PL-IGRADO,
                            :PL-NPUNTOS,   :PL-FPROXREV,
                            :PL-IUSUARIO,  :PL-DCOMENT,
                            CURRENT TIMESTAMP )
              END-EXEC
              PERFORM 9600-VALIDA-SQL
           END-IF.
      *----
      * ZMWSC289 : MARCA (PL-SPEPNVO '1') O DESMARCA ('0') AL TITULAR
      *            COMO PERSONA POLITICAMENTE EXPUESTA Y RECALIFICA.
      *----
       9745-MARCA-PEP.
      *----
           IF PL-SPEPNVO                   NOT = '0'
              AND PL-SPEPNVO               NOT = '1'
              SET PL-RECHAZADO             TO TRUE
              MOVE 'INDICADOR PEP INVALIDO'
                                           TO PL-DMENSAJE
           ELSE
              PERFORM 9737-CALIFICA-RIESGO-PLD
           END-IF

           IF PL-ACEPTADO
              EXEC SQL
                   UPDATE ZMDT717
                      SET ZM717_SPEP    = :PL-SPEPNVO,
                          ZM717_IUSRPEP = :PL-IUSUARIO,
                          ZM717_FPEP    = :PL-FECHA
                    WHERE ZM717_IEMPR   = :PL-IEMPR
                      AND ZM717_ICUENTA = :PL-ICUENTA
              END-EXEC
              PERFORM 9600-VALIDA-SQL

              PERFORM 9737-CALIFICA-RIESGO-PLD
           END-IF.
      *----
      * ZMWSC289 : PUNTOS O VALOR DEL PARAMETRO PLD PL-IPARAM; SIN EL,
      *            PL-NVALOR CONSERVA LA OMISION QUE TRAE.
      *----
       9746-LEE-VALOR-PLD.
      *----
           MOVE 'PLD'                      TO PV-ITIPOPAR
           MOVE PL-IPARAM                  TO PV-IPARAM
           MOVE PL-FECHA                   TO PV-FVIGENCIA
           PERFORM 9180-LEE-PARAM-VIGENTE

           IF PV-ENCONTRADO
              MOVE PV-DATOSPAR(1:3)        TO PL-DATO
              IF PL-DATO                   NUMERIC
                 MOVE PL-DATO-R            TO PL-NVALOR
              END-IF
           END-IF.
      *----
