      *----
      * ZMWSC287 : REGISTRO DE QUEJAS DE CLIENTES (ZMDT716). LAYOUT
      *            DE REFERENCIA ZMWSC286 (QJ-REG).
      * NOTA: FOLIOS CON 9349-OBTEN-FOLIO (ZMWSC142/ZMWSC143), FECHA
      *       DE RESPUESTA CON 9688 (ZMWSC276/ZMWSC277) Y PLAZO CON
      *       9180 (ms35/ZMWSC018/ZMWSC019).
      *----
       9730-ALTA-QUEJA.
      *----
           SET QJ-ACEPTADO                 TO TRUE
           MOVE SPACES                     TO QJ-DMENSAJE

           IF NOT QJ-CANAL-VALIDO
              SET QJ-RECHAZADO             TO TRUE
              MOVE 'CANAL DE LA QUEJA INVALIDO'
                                           TO QJ-DMENSAJE
           END-IF

           IF QJ-ACEPTADO
              AND QJ-ICONCEPT              NOT = 0
              MOVE 0                       TO QJ-NUMCARTA
              EXEC SQL
                   SELECT COUNT(*)
                     INTO :QJ-NUMCARTA
                     FROM ZMDT606
                    WHERE ZM606_IEMPR    = :QJ-IEMPR
                      AND ZM606_ICUENTA  = :QJ-ICUENTA
                      AND ZM606_ICONCEPT = :QJ-ICONCEPT
              END-EXEC
              PERFORM 9600-VALIDA-SQL

              IF QJ-NUMCARTA               EQUAL 0
                 SET QJ-RECHAZADO          TO TRUE
                 MOVE 'LA CARTA DE LA QUEJA NO EXISTE EN LA CUENTA'
                                           TO QJ-DMENSAJE
              END-IF
           END-IF

           IF QJ-ACEPTADO
              PERFORM 9731-LEE-PLAZO-QUEJA

              MOVE QJ-FECHA                TO DH-FECHA
              MOVE QJ-NDIASPLAZO           TO DH-NDIAS
              PERFORM 9688-SUMA-DIAS-HABILES
              MOVE DH-FECHA                TO QJ-FVENCE

              MOVE 'ZMDT716'               TO FO-ITABLA
              MOVE QJ-IEMPR                TO FO-LL-IEMPR
              MOVE QJ-ICUENTA              TO FO-LL-ICUENTA
              MOVE 0                       TO FO-LL-ICONCEPT
              PERFORM 9349-OBTEN-FOLIO
              MOVE FO-NFOLIO               TO QJ-ISECQUEJA

              EXEC SQL
                   INSERT INTO ZMDT716
                        ( ZM716_IEMPR,      ZM716_ICUENTA,
                          ZM716_ISECQUEJA,  ZM716_ICONCEPT,
                          ZM716_TCANAL,     ZM716_ICATEG,
                          ZM716_IAREA,      ZM716_DQUEJA,
                          ZM716_FALTA,      ZM716_NDIASPLAZO,
                          ZM716_FVENCE,     ZM716_SESTADO,
                          ZM716_NDIASANT,   ZM716_NNIVEL,
                          ZM716_FESCALA,    ZM716_FRESUELVE,
                          ZM716_NDIASRES,   ZM716_SENPLAZO,
                          ZM716_TRESOL,     ZM716_DRESOL,
                          ZM716_IUSRALTA,   ZM716_IUSRRES,
                          ZM716_FSIST )
                   VALUES ( :QJ-IEMPR,      :QJ-ICUENTA,
                            :QJ-ISECQUEJA,  NULLIF(:QJ-ICONCEPT, 0),
                            :QJ-TCANAL,     :QJ-ICATEG,
                            :QJ-IAREA,      :QJ-DQUEJA,
                            :QJ-FECHA,      :QJ-NDIASPLAZO,
                            :QJ-FVENCE,     'A',
                            0,              0,
                            NULL,           NULL,
                            NULL,           NULL,
                            NULL,           NULL,
                            :QJ-IUSUARIO,   NULL,
                            CURRENT TIMESTAMP )
              END-EXEC
              PERFORM 9600-VALIDA-SQL
           END-IF.
      *----
      * ZMWSC287 : PLAZO DE RESPUESTA DE LA CATEGORIA, O EL GENERAL,
      *            O 10 DIAS HABILES.
      *----
       9731-LEE-PLAZO-QUEJA.
      *----
           MOVE 10                         TO QJ-NDIASPLAZO

           MOVE 'QJA'                      TO PV-ITIPOPAR
           MOVE SPACES                     TO PV-IPARAM
           STRING 'PLAZO ' QJ-ICATEG
                  DELIMITED BY SIZE        INTO PV-IPARAM
           MOVE QJ-FECHA                   TO PV-FVIGENCIA
           PERFORM 9180-LEE-PARAM-VIGENTE

           IF NOT PV-ENCONTRADO
              MOVE 'QJA'                   TO PV-ITIPOPAR
              MOVE 'PLAZO'                 TO PV-IPARAM
              MOVE QJ-FECHA                TO PV-FVIGENCIA
              PERFORM 9180-LEE-PARAM-VIGENTE
           END-IF

           IF PV-ENCONTRADO
              MOVE PV-DATOSPAR(1:3)        TO QJ-DATO-PLAZO
              IF QJ-DATO-PLAZO             NUMERIC
                 AND QJ-DATO-PLAZO-R       GREATER THAN 0
                 MOVE QJ-DATO-PLAZO-R      TO QJ-NDIASPLAZO
              END-IF
           END-IF.
      *----
      * ZMWSC287 : CORRIDA DIARIA A QJ-FECHA: LA ANTIGUEDAD DE TODA
      *            QUEJA SIN RESOLVER SE RECALCULA Y LAS QUE PASARON SU
      *            FECHA DE RESPUESTA ESCALAN UN NIVEL, CON AVISO AL
      *            PROMOTOR DE LA CUENTA.
      *----
       9732-ENVEJECE-QUEJAS.
      *----
           MOVE 0                          TO QJ-NUMESCALA

           EXEC SQL
                UPDATE ZMDT716
                   SET ZM716_NDIASANT = DAYS(DATE(:QJ-FECHA))
                                      - DAYS(ZM716_FALTA)
                 WHERE ZM716_SESTADO IN ('A', 'E')
           END-EXEC
           IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
              PERFORM 9600-VALIDA-SQL
           END-IF

           EXEC SQL
                DECLARE CQJVENC CURSOR WITH HOLD FOR
                   SELECT ZM716_IEMPR,     ZM716_ICUENTA,
                          ZM716_ISECQUEJA, ZM716_IAREA,
                          ZM716_NNIVEL
                     FROM ZMDT716
                    WHERE ZM716_SESTADO IN ('A', 'E')
                      AND ZM716_FVENCE < :QJ-FECHA
                 ORDER BY ZM716_IEMPR, ZM716_ICUENTA,
                          ZM716_ISECQUEJA
           END-EXEC

           EXEC SQL
                OPEN CQJVENC
           END-EXEC
           PERFORM 9600-VALIDA-SQL

           SET QJ-HAY-DATOS                TO TRUE
           PERFORM 9733-LEE-QUEJA-VENCIDA
               UNTIL QJ-FIN-DATOS

           EXEC SQL
                CLOSE CQJVENC
           END-EXEC.
      *----
       9733-LEE-QUEJA-VENCIDA.
      *----
           EXEC SQL
                FETCH CQJVENC
                 INTO :QJ-IEMPR,     :QJ-ICUENTA,
                      :QJ-ISECQUEJA, :QJ-IAREA,
                      :QJ-NNIVEL
           END-EXEC

           IF SQLCODE EQUAL 0
              SET QJ-HAY-DATOS             TO TRUE
              ADD 1                        TO QJ-NNIVEL

              EXEC SQL
                   UPDATE ZMDT716
                      SET ZM716_SESTADO = 'E',
                          ZM716_NNIVEL  = :QJ-NNIVEL,
                          ZM716_FESCALA = CURRENT TIMESTAMP
                    WHERE ZM716_IEMPR     = :QJ-IEMPR
                      AND ZM716_ICUENTA   = :QJ-ICUENTA
                      AND ZM716_ISECQUEJA = :QJ-ISECQUEJA
              END-EXEC
              PERFORM 9600-VALIDA-SQL

              MOVE 'ZMDT622'               TO FO-ITABLA
              MOVE QJ-IEMPR                TO FO-LL-IEMPR
              MOVE QJ-ICUENTA              TO FO-LL-ICUENTA
              MOVE 0                       TO FO-LL-ICONCEPT
              PERFORM 9349-OBTEN-FOLIO
              MOVE FO-NFOLIO               TO QJ-ISECUEN

              MOVE QJ-NNIVEL               TO QJ-NNIVEL-ED
              MOVE SPACES                  TO QJ-DMENSAJE
              STRING 'QUEJA VENCIDA, AREA ' QJ-IAREA
                     ', NIVEL ' QJ-NNIVEL-ED
                     DELIMITED BY SIZE     INTO QJ-DMENSAJE

              EXEC SQL
                   INSERT INTO ZMDT622
                        ( ZM622_IEMPR,    ZM622_ICUENTA,
                          ZM622_ICONCEPT, ZM622_ISECUEN,
                          ZM622_TDESTINO, ZM622_DESTINO,
                          ZM622_SENVIADO, ZM622_FALTA,
                          ZM622_FENVIADO, ZM622_CINTENTOS,
                          ZM622_FULTINT )
                   VALUES ( :QJ-IEMPR,    :QJ-ICUENTA,
                            0,            :QJ-ISECUEN,
                            'P',          :QJ-DMENSAJE,
                            '0',          CURRENT TIMESTAMP,
                            NULL,         0,
                            NULL )
              END-EXEC
              PERFORM 9600-VALIDA-SQL

              ADD 1                        TO QJ-NUMESCALA
           ELSE
              SET QJ-FIN-DATOS             TO TRUE
              IF SQLCODE NOT = 100
                 PERFORM 9600-VALIDA-SQL
              END-IF
           END-IF.
      *----
      * ZMWSC287 : RESUELVE LA QUEJA A QJ-FECHA CON SU DICTAMEN; LOS
      *            DIAS DE RESOLUCION QUEDAN FIJOS PARA EL REPORTE.
      *----
       9734-RESUELVE-QUEJA.
      *----
           SET QJ-ACEPTADO                 TO TRUE
           MOVE SPACES                     TO QJ-DMENSAJE

           IF NOT QJ-PROCEDENTE
              AND NOT QJ-IMPROCEDENTE
              SET QJ-RECHAZADO             TO TRUE
              MOVE 'DICTAMEN DE LA QUEJA INVALIDO'
                                           TO QJ-DMENSAJE
           ELSE
              EXEC SQL
                   UPDATE ZMDT716
                      SET ZM716_SESTADO   = 'R',
                          ZM716_FRESUELVE = :QJ-FECHA,
                          ZM716_NDIASRES  = DAYS(DATE(:QJ-FECHA))
                                          - DAYS(ZM716_FALTA),
                          ZM716_NDIASANT  = DAYS(DATE(:QJ-FECHA))
                                          - DAYS(ZM716_FALTA),
                          ZM716_SENPLAZO  =
                             CASE WHEN DATE(:QJ-FECHA) <=
                                       ZM716_FVENCE
                                  THEN '1' ELSE '0' END,
                          ZM716_TRESOL    = :QJ-TRESOL,
                          ZM716_DRESOL    = :QJ-DRESOL,
                          ZM716_IUSRRES   = :QJ-IUSUARIO
                    WHERE ZM716_IEMPR     = :QJ-IEMPR
                      AND ZM716_ICUENTA   = :QJ-ICUENTA
                      AND ZM716_ISECQUEJA = :QJ-ISECQUEJA
                      AND ZM716_SESTADO IN ('A', 'E')
              END-EXEC

              IF SQLCODE EQUAL 100
                 SET QJ-RECHAZADO          TO TRUE
                 MOVE 'QUEJA INEXISTENTE O YA RESUELTA'
                                           TO QJ-DMENSAJE
              ELSE
                 PERFORM 9600-VALIDA-SQL
              END-IF
           END-IF.
      *----
      * ZMWSC287 : REPORTE TRIMESTRAL QJ-IANIO/QJ-ITRIM DE LA EMPRESA
      *            QJ-IEMPR POR CATEGORIA Y CANAL. ENTRAN LAS QUEJAS
      *            RECIBIDAS HASTA EL CIERRE QUE SEGUIAN ABIERTAS AL
      *            INICIO DEL TRIMESTRE O SE RECIBIERON EN EL.
      *----
       9735-ABRE-REPORTE-QUEJAS.
      *----
           MOVE QJ-IANIO                   TO QJ-FT-ANIO
           COMPUTE QJ-FT-MES = QJ-ITRIM * 3 - 2

           EXEC SQL
                SELECT CHAR(DATE(:QJ-FINITRIM-X) + 3 MONTHS
                                                 - 1 DAY, ISO)
                  INTO :QJ-FFINTRIM
                  FROM SYSIBM.SYSDUMMY1
           END-EXEC
           PERFORM 9600-VALIDA-SQL

           EXEC SQL
                DECLARE CQJTRIM CURSOR FOR
                   SELECT ZM716_ICATEG, ZM716_TCANAL,
                          SUM(CASE WHEN ZM716_FALTA >=
                                        DATE(:QJ-FINITRIM-X)
                                   THEN 1 ELSE 0 END),
                          SUM(CASE WHEN ZM716_SESTADO = 'R'
                                    AND ZM716_FRESUELVE <=
                                        DATE(:QJ-FFINTRIM)
                                   THEN 1 ELSE 0 END),
                          SUM(CASE WHEN ZM716_SESTADO = 'R'
                                    AND ZM716_FRESUELVE <=
                                        DATE(:QJ-FFINTRIM)
                                    AND ZM716_SENPLAZO = '1'
                                   THEN 1 ELSE 0 END),
                          SUM(CASE WHEN ZM716_SESTADO = 'R'
                                    AND ZM716_FRESUELVE <=
                                        DATE(:QJ-FFINTRIM)
                                    AND ZM716_TRESOL = 'P'
                                   THEN 1 ELSE 0 END),
                          SUM(CASE WHEN ZM716_SESTADO <> 'R'
                                     OR ZM716_FRESUELVE >
                                        DATE(:QJ-FFINTRIM)
                                   THEN 1 ELSE 0 END),
                          COALESCE(AVG(CASE WHEN ZM716_SESTADO = 'R'
                                             AND ZM716_FRESUELVE <=
                                                 DATE(:QJ-FFINTRIM)
                                   THEN DECIMAL(ZM716_NDIASRES, 7, 2)
                                   END), 0)
                     FROM ZMDT716
                    WHERE ZM716_IEMPR  = :QJ-IEMPR
                      AND ZM716_FALTA <= DATE(:QJ-FFINTRIM)
                      AND ( ZM716_FRESUELVE IS NULL
                         OR ZM716_FRESUELVE >=
                            DATE(:QJ-FINITRIM-X) )
                 GROUP BY ZM716_ICATEG, ZM716_TCANAL
                 ORDER BY ZM716_ICATEG, ZM716_TCANAL
           END-EXEC

           EXEC SQL
                OPEN CQJTRIM
           END-EXEC
           PERFORM 9600-VALIDA-SQL.
      *----
       9736-LEE-REPORTE-QUEJAS.
      *----
           EXEC SQL
                FETCH CQJTRIM
                 INTO :QJ-ICATEG,      :QJ-TCANAL,
                      :QJ-NRECIBIDAS,  :QJ-NRESUELTAS,
                      :QJ-NENPLAZO,    :QJ-NPROCEDENTES,
                      :QJ-NPENDIENTES, :QJ-NDIASPROM
           END-EXEC

           IF SQLCODE EQUAL 0
              SET QJ-HAY-DATOS             TO TRUE
           ELSE
              SET QJ-FIN-DATOS             TO TRUE
              IF SQLCODE NOT = 100
                 PERFORM 9600-VALIDA-SQL
              END-IF
              EXEC SQL
                   CLOSE CQJTRIM
              END-EXEC
           END-IF.
      *----
