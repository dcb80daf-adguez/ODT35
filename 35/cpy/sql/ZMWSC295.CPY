      *----
      * ZMWSC295 : METAS MENSUALES DEL PROMOTOR (ZMDT723). LAYOUT DE
      *            REFERENCIA ZMWSC294 (MT-REG). CAPTURA (O CORRIGE) LA
      *            META DEL MES DE UN PROMOTOR ACTIVO DEL MAESTRO
      *            ZMDT670; LA SUCURSAL ES LA DEL MAESTRO Y LA ZONA LA
      *            DE ESA SUCURSAL (9777).
      *----
       9770-ALTA-META-PROMOTOR.
      *----
           SET MT-ACEPTADO                 TO TRUE
           MOVE SPACES                     TO MT-DMENSAJE

           EVALUATE TRUE
              WHEN MT-IMES                 LESS THAN 1
                OR MT-IMES                 GREATER THAN 12
                 SET MT-RECHAZADO          TO TRUE
                 MOVE 'MES DE LA META INVALIDO'
                                           TO MT-DMENSAJE
              WHEN MT-NCTASMETA            LESS THAN 0
                OR MT-MVOLMETA             LESS THAN 0
                OR MT-MCOMMETA             LESS THAN 0
                 SET MT-RECHAZADO          TO TRUE
                 MOVE 'LAS METAS NO PUEDEN SER NEGATIVAS'
                                           TO MT-DMENSAJE
              WHEN OTHER
                 CONTINUE
           END-EVALUATE

           IF MT-ACEPTADO
              MOVE MT-IPROM                TO PN-IPROM
              PERFORM 9491-VALIDA-PROMOTOR-MAESTRO
      *       LA META NO ES CAPTURA DE CLIENTES: BASTA CON QUE EL
      *       PROMOTOR EXISTA Y ESTE ACTIVO, AUNQUE SU CERTIFICACION
      *       ESTE POR RENOVARSE.
              IF PN-NO-EXISTE
                 OR PN-DADO-DE-BAJA
                 SET MT-RECHAZADO          TO TRUE
                 MOVE PN-DMENSAJE          TO MT-DMENSAJE
              END-IF
           END-IF

           IF MT-ACEPTADO
              EXEC SQL
                   SELECT ZM670_ISUCCASA
                     INTO :MT-ISUCCASA
                     FROM ZMDT670
                    WHERE ZM670_IPROM = :MT-IPROM
              END-EXEC
              PERFORM 9600-VALIDA-SQL

              PERFORM 9777-LEE-ZONA-SUCURSAL

              EXEC SQL
                   UPDATE ZMDT723
                      SET ZM723_ISUCCASA  = :MT-ISUCCASA,
                          ZM723_IZONECO   = :MT-IZONECO,
                          ZM723_NCTASMETA = :MT-NCTASMETA,
                          ZM723_MVOLMETA  = :MT-MVOLMETA,
                          ZM723_MCOMMETA  = :MT-MCOMMETA,
                          ZM723_IUSUARIO  = :MT-IUSUARIO,
                          ZM723_FSIST     = CURRENT TIMESTAMP
                    WHERE ZM723_IEMPR = :MT-IEMPR
                      AND ZM723_IPROM = :MT-IPROM
                      AND ZM723_IANIO = :MT-IANIO
                      AND ZM723_IMES  = :MT-IMES
              END-EXEC

              IF SQLCODE EQUAL 100
                 EXEC SQL
                      INSERT INTO ZMDT723
                           ( ZM723_IEMPR,     ZM723_IPROM,
                             ZM723_IANIO,     ZM723_IMES,
                             ZM723_ISUCCASA,  ZM723_IZONECO,
                             ZM723_NCTASMETA, ZM723_MVOLMETA,
                             ZM723_MCOMMETA,  ZM723_NCTASREAL,
                             ZM723_MVOLREAL,  ZM723_MCOMREAL,
                             ZM723_PCUMPLE,   ZM723_FCALCULO,
                             ZM723_IUSUARIO,  ZM723_FSIST )
                      VALUES ( :MT-IEMPR,     :MT-IPROM,
                               :MT-IANIO,     :MT-IMES,
                               :MT-ISUCCASA,  :MT-IZONECO,
                               :MT-NCTASMETA, :MT-MVOLMETA,
                               :MT-MCOMMETA,  0,
                               0,             0,
                               0,             NULL,
                               :MT-IUSUARIO,  CURRENT TIMESTAMP )
                 END-EXEC
              END-IF
              PERFORM 9600-VALIDA-SQL
           END-IF.
      *----
      * ZMWSC295 : CORRIDA NOCTURNA DEL AVANCE DE METAS DE MT-IEMPR EN
      *            MT-IANIO/MT-IMES. LOS PROMOTORES ACTIVOS SIN META
      *            RECIBEN SU RENGLON CON METAS EN CERO. EL REAL SE
      *            TOMA DE LAS CUENTAS QUE HOY ATIENDE CADA PROMOTOR:
      *              - CUENTAS NUEVAS: CUENTA.FALTA EN EL MES;
      *              - VOLUMEN: ZMDT639 DEL MES;
      *              - COMISION: ZMDT614 (MCARIMES) SI EL MES YA SE
      *                ARCHIVO; SI NO, EL ACUMULADO DE LA CUENTA.
      *            MT-NUMPROM REGRESA LOS PROMOTORES CALCULADOS.
      *----
       9771-CALCULA-AVANCE-METAS.
      *----
           MOVE 0                          TO MT-NUMPROM

           EXEC SQL
                INSERT INTO ZMDT723
                     ( ZM723_IEMPR,     ZM723_IPROM,
                       ZM723_IANIO,     ZM723_IMES,
                       ZM723_ISUCCASA,  ZM723_IZONECO,
                       ZM723_NCTASMETA, ZM723_MVOLMETA,
                       ZM723_MCOMMETA,  ZM723_NCTASREAL,
                       ZM723_MVOLREAL,  ZM723_MCOMREAL,
                       ZM723_PCUMPLE,   ZM723_FCALCULO,
                       ZM723_IUSUARIO,  ZM723_FSIST )
                SELECT :MT-IEMPR,       P.ZM670_IPROM,
                       :MT-IANIO,       :MT-IMES,
                       P.ZM670_ISUCCASA,
                       COALESCE(( SELECT MAX(C.IZONECO)
                                    FROM CUENTA C
                                   WHERE C.IEMPR    = :MT-IEMPR
                                     AND C.ISUCCASA =
                                         P.ZM670_ISUCCASA
                                     AND C.SVIGEN   = '1' ), ' '),
                       0,               0,
                       0,               0,
                       0,               0,
                       0,               NULL,
                       :MT-IUSUARIO,    CURRENT TIMESTAMP
                  FROM ZMDT670 P
                 WHERE P.ZM670_SESTADO = 'A'
                   AND NOT EXISTS
                       ( SELECT 1
                           FROM ZMDT723 M
                          WHERE M.ZM723_IEMPR = :MT-IEMPR
                            AND M.ZM723_IPROM = P.ZM670_IPROM
                            AND M.ZM723_IANIO = :MT-IANIO
                            AND M.ZM723_IMES  = :MT-IMES )
           END-EXEC
           IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
              PERFORM 9600-VALIDA-SQL
           END-IF

           MOVE 0                          TO MT-NUMARCH
           EXEC SQL
                SELECT COUNT(*)
                  INTO :MT-NUMARCH
                  FROM ZMDT614
                 WHERE ZM614_IEMPR = :MT-IEMPR
                   AND ZM614_IANIO = :MT-IANIO
                   AND ZM614_IMES  = :MT-IMES
           END-EXEC
           PERFORM 9600-VALIDA-SQL

           EXEC SQL
                UPDATE ZMDT723 A
                   SET A.ZM723_NCTASREAL =
                       ( SELECT COUNT(*)
                           FROM CUENTA C
                          WHERE C.IEMPR        = A.ZM723_IEMPR
                            AND C.IPROM        = A.ZM723_IPROM
                            AND YEAR(C.FALTA)  = A.ZM723_IANIO
                            AND MONTH(C.FALTA) = A.ZM723_IMES ),
                       A.ZM723_MVOLREAL =
                       ( SELECT COALESCE(SUM(V.ZM639_MVOLUMEN), 0)
                           FROM ZMDT639 V, CUENTA C
                          WHERE V.ZM639_IEMPR   = A.ZM723_IEMPR
                            AND V.ZM639_IANIO   = A.ZM723_IANIO
                            AND V.ZM639_IMES    = A.ZM723_IMES
                            AND C.IEMPR         = V.ZM639_IEMPR
                            AND C.ICUENTA       = V.ZM639_ICUENTA
                            AND C.IPROM         = A.ZM723_IPROM ),
                       A.ZM723_MCOMREAL =
                       CASE WHEN :MT-NUMARCH > 0
                       THEN ( SELECT COALESCE(SUM(K.ZM614_MCARIMES), 0)
                                FROM ZMDT614 K, CUENTA C
                               WHERE K.ZM614_IEMPR   = A.ZM723_IEMPR
                                 AND K.ZM614_IANIO   = A.ZM723_IANIO
                                 AND K.ZM614_IMES    = A.ZM723_IMES
                                 AND C.IEMPR         = K.ZM614_IEMPR
                                 AND C.ICUENTA       = K.ZM614_ICUENTA
                                 AND C.IPROM         = A.ZM723_IPROM )
                       ELSE ( SELECT COALESCE(SUM(C.MCARIMES), 0)
                                FROM CUENTA C
                               WHERE C.IEMPR         = A.ZM723_IEMPR
                                 AND C.IPROM         = A.ZM723_IPROM )
                       END,
                       A.ZM723_FCALCULO  = CURRENT TIMESTAMP
                 WHERE A.ZM723_IEMPR = :MT-IEMPR
                   AND A.ZM723_IANIO = :MT-IANIO
                   AND A.ZM723_IMES  = :MT-IMES
           END-EXEC

           IF SQLCODE EQUAL 0
              MOVE SQLERRD(3)              TO MT-NUMPROM
           ELSE
              IF SQLCODE NOT = 100
                 PERFORM 9600-VALIDA-SQL
              END-IF
           END-IF

      *    PCUMPLE: PROMEDIO DE LOS PORCENTAJES DE LAS METAS QUE SI SE
      *    CAPTURARON; CADA PORCENTAJE SE TOPA EN 99900 PARA QUE UNA
      *    META SIMBOLICA NO DESBORDE LA COLUMNA.
           EXEC SQL
                UPDATE ZMDT723
                   SET ZM723_PCUMPLE = COALESCE(
                     ( CASE WHEN ZM723_NCTASMETA = 0 THEN 0
                            WHEN ZM723_NCTASREAL >
                                 ZM723_NCTASMETA * 999 THEN 99900
                            ELSE ZM723_NCTASREAL * 100
                               / ZM723_NCTASMETA END
                     + CASE WHEN ZM723_MVOLMETA = 0 THEN 0
                            WHEN ZM723_MVOLREAL >
                                 ZM723_MVOLMETA * 999 THEN 99900
                            ELSE ZM723_MVOLREAL * 100
                               / ZM723_MVOLMETA END
                     + CASE WHEN ZM723_MCOMMETA = 0 THEN 0
                            WHEN ZM723_MCOMREAL >
                                 ZM723_MCOMMETA * 999 THEN 99900
                            ELSE ZM723_MCOMREAL * 100
                               / ZM723_MCOMMETA END )
                     / NULLIF(
                       CASE WHEN ZM723_NCTASMETA > 0 THEN 1 ELSE 0 END
                     + CASE WHEN ZM723_MVOLMETA  > 0 THEN 1 ELSE 0 END
                     + CASE WHEN ZM723_MCOMMETA  > 0 THEN 1 ELSE 0 END
                       , 0), 0)
                 WHERE ZM723_IEMPR = :MT-IEMPR
                   AND ZM723_IANIO = :MT-IANIO
                   AND ZM723_IMES  = :MT-IMES
           END-EXEC
           IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
              PERFORM 9600-VALIDA-SQL
           END-IF.
      *----
      * ZMWSC295 : TABLERO DE MT-IEMPR EN MT-IANIO/MT-IMES POR
      *            PROMOTOR: ZONA, SUCURSAL Y, DENTRO DE LA SUCURSAL,
      *            DE MAYOR A MENOR CUMPLIMIENTO DEL MES. EL ACUMULADO
      *            DEL ANIO SUMA LOS MESES 1 A MT-IMES.
      *----
       9772-ABRE-TABLERO-METAS.
      *----
           MOVE HIGH-VALUES                TO MT-ISUCANT
           MOVE 0                          TO MT-NRANGO

           EXEC SQL
                DECLARE CMTTABL CURSOR FOR
                   SELECT A.ZM723_IZONECO,  A.ZM723_ISUCCASA,
                          A.ZM723_IPROM,
                          COALESCE(P.ZM670_NNOMBRE, ' '),
                          A.ZM723_NCTASMETA, A.ZM723_NCTASREAL,
                          A.ZM723_MVOLMETA,  A.ZM723_MVOLREAL,
                          A.ZM723_MCOMMETA,  A.ZM723_MCOMREAL,
                          A.ZM723_PCUMPLE,
                          Y.NCTASMETA, Y.NCTASREAL,
                          Y.MVOLMETA,  Y.MVOLREAL,
                          Y.MCOMMETA,  Y.MCOMREAL
                     FROM ZMDT723 A
                          INNER JOIN
                          ( SELECT B.ZM723_IPROM          AS IPROM,
                                   SUM(B.ZM723_NCTASMETA) AS NCTASMETA,
                                   SUM(B.ZM723_NCTASREAL) AS NCTASREAL,
                                   SUM(B.ZM723_MVOLMETA)  AS MVOLMETA,
                                   SUM(B.ZM723_MVOLREAL)  AS MVOLREAL,
                                   SUM(B.ZM723_MCOMMETA)  AS MCOMMETA,
                                   SUM(B.ZM723_MCOMREAL)  AS MCOMREAL
                              FROM ZMDT723 B
                             WHERE B.ZM723_IEMPR = :MT-IEMPR
                               AND B.ZM723_IANIO = :MT-IANIO
                               AND B.ZM723_IMES <= :MT-IMES
                          GROUP BY B.ZM723_IPROM ) Y
                       ON Y.IPROM = A.ZM723_IPROM
                          LEFT JOIN ZMDT670 P
                       ON P.ZM670_IPROM = A.ZM723_IPROM
                    WHERE A.ZM723_IEMPR = :MT-IEMPR
                      AND A.ZM723_IANIO = :MT-IANIO
                      AND A.ZM723_IMES  = :MT-IMES
                 ORDER BY A.ZM723_IZONECO, A.ZM723_ISUCCASA,
                          A.ZM723_PCUMPLE DESC, A.ZM723_IPROM
           END-EXEC

           EXEC SQL
                OPEN CMTTABL
           END-EXEC
           PERFORM 9600-VALIDA-SQL.
      *----
       9773-LEE-TABLERO-METAS.
      *----
           EXEC SQL
                FETCH CMTTABL
                 INTO :MT-IZONECO,    :MT-ISUCCASA,
                      :MT-IPROM,      :MT-NNOMBRE,
                      :MT-NCTASMETA,  :MT-NCTASREAL,
                      :MT-MVOLMETA,   :MT-MVOLREAL,
                      :MT-MCOMMETA,   :MT-MCOMREAL,
                      :MT-PCUMPLE,
                      :MT-NCTASMETAA, :MT-NCTASREALA,
                      :MT-MVOLMETAA,  :MT-MVOLREALA,
                      :MT-MCOMMETAA,  :MT-MCOMREALA
           END-EXEC

           IF SQLCODE EQUAL 0
              SET MT-HAY-DATOS             TO TRUE

              IF MT-ISUCCASA               NOT = MT-ISUCANT
                 MOVE 1                    TO MT-NRANGO
                 MOVE MT-ISUCCASA          TO MT-ISUCANT
              ELSE
                 ADD 1                     TO MT-NRANGO
              END-IF

              PERFORM 9778-DESC-ZONA-SUCURSAL
              PERFORM 9776-CALCULA-PORC-METAS
           ELSE
              SET MT-FIN-DATOS             TO TRUE
              IF SQLCODE NOT = 100
                 PERFORM 9600-VALIDA-SQL
              END-IF
              EXEC SQL
                   CLOSE CMTTABL
              END-EXEC
           END-IF.
      *----
      * ZMWSC295 : TOTALES DEL TABLERO: UN RENGLON POR SUCURSAL ('S')
      *            Y, AL FINAL DE CADA ZONA, EL DE LA ZONA ('Z'), CON
      *            META Y REAL DEL MES Y DEL ANIO.
      *----
       9774-ABRE-TOTALES-METAS.
      *----
           EXEC SQL
                DECLARE CMTTOTS CURSOR FOR
                   SELECT 'S', ZM723_IZONECO, ZM723_ISUCCASA,
                          SUM(CASE WHEN ZM723_IMES = :MT-IMES
                              THEN ZM723_NCTASMETA ELSE 0 END),
                          SUM(CASE WHEN ZM723_IMES = :MT-IMES
                              THEN ZM723_NCTASREAL ELSE 0 END),
                          SUM(CASE WHEN ZM723_IMES = :MT-IMES
                              THEN ZM723_MVOLMETA ELSE 0 END),
                          SUM(CASE WHEN ZM723_IMES = :MT-IMES
                              THEN ZM723_MVOLREAL ELSE 0 END),
                          SUM(CASE WHEN ZM723_IMES = :MT-IMES
                              THEN ZM723_MCOMMETA ELSE 0 END),
                          SUM(CASE WHEN ZM723_IMES = :MT-IMES
                              THEN ZM723_MCOMREAL ELSE 0 END),
                          SUM(ZM723_NCTASMETA), SUM(ZM723_NCTASREAL),
                          SUM(ZM723_MVOLMETA),  SUM(ZM723_MVOLREAL),
                          SUM(ZM723_MCOMMETA),  SUM(ZM723_MCOMREAL)
                     FROM ZMDT723
                    WHERE ZM723_IEMPR = :MT-IEMPR
                      AND ZM723_IANIO = :MT-IANIO
                      AND ZM723_IMES <= :MT-IMES
                 GROUP BY ZM723_IZONECO, ZM723_ISUCCASA
                UNION ALL
                   SELECT 'Z', ZM723_IZONECO, ' ',
                          SUM(CASE WHEN ZM723_IMES = :MT-IMES
                              THEN ZM723_NCTASMETA ELSE 0 END),
                          SUM(CASE WHEN ZM723_IMES = :MT-IMES
                              THEN ZM723_NCTASREAL ELSE 0 END),
                          SUM(CASE WHEN ZM723_IMES = :MT-IMES
                              THEN ZM723_MVOLMETA ELSE 0 END),
                          SUM(CASE WHEN ZM723_IMES = :MT-IMES
                              THEN ZM723_MVOLREAL ELSE 0 END),
                          SUM(CASE WHEN ZM723_IMES = :MT-IMES
                              THEN ZM723_MCOMMETA ELSE 0 END),
                          SUM(CASE WHEN ZM723_IMES = :MT-IMES
                              THEN ZM723_MCOMREAL ELSE 0 END),
                          SUM(ZM723_NCTASMETA), SUM(ZM723_NCTASREAL),
                          SUM(ZM723_MVOLMETA),  SUM(ZM723_MVOLREAL),
                          SUM(ZM723_MCOMMETA),  SUM(ZM723_MCOMREAL)
                     FROM ZMDT723
                    WHERE ZM723_IEMPR = :MT-IEMPR
                      AND ZM723_IANIO = :MT-IANIO
                      AND ZM723_IMES <= :MT-IMES
                 GROUP BY ZM723_IZONECO
                 ORDER BY 2, 1, 3
           END-EXEC

           EXEC SQL
                OPEN CMTTOTS
           END-EXEC
           PERFORM 9600-VALIDA-SQL.
      *----
       9775-LEE-TOTALES-METAS.
      *----
           EXEC SQL
                FETCH CMTTOTS
                 INTO :MT-TNIVEL,
                      :MT-IZONECO,    :MT-ISUCCASA,
                      :MT-NCTASMETA,  :MT-NCTASREAL,
                      :MT-MVOLMETA,   :MT-MVOLREAL,
                      :MT-MCOMMETA,   :MT-MCOMREAL,
                      :MT-NCTASMETAA, :MT-NCTASREALA,
                      :MT-MVOLMETAA,  :MT-MVOLREALA,
                      :MT-MCOMMETAA,  :MT-MCOMREALA
           END-EXEC

           IF SQLCODE EQUAL 0
              SET MT-HAY-DATOS             TO TRUE
              PERFORM 9778-DESC-ZONA-SUCURSAL
              PERFORM 9776-CALCULA-PORC-METAS
           ELSE
              SET MT-FIN-DATOS             TO TRUE
              IF SQLCODE NOT = 100
                 PERFORM 9600-VALIDA-SQL
              END-IF
              EXEC SQL
                   CLOSE CMTTOTS
              END-EXEC
           END-IF.
      *----
      * ZMWSC295 : PORCENTAJE DE CUMPLIMIENTO (REAL / META) DEL MES Y
      *            DEL ANIO; SIN META EL PORCENTAJE QUEDA EN CERO.
      *----
       9776-CALCULA-PORC-METAS.
      *----
           MOVE 0                          TO MT-PCTAS
           MOVE 0                          TO MT-PVOL
           MOVE 0                          TO MT-PCOM
           MOVE 0                          TO MT-PCTASA
           MOVE 0                          TO MT-PVOLA
           MOVE 0                          TO MT-PCOMA

           IF MT-NCTASMETA                 GREATER THAN 0
              COMPUTE MT-PCTAS ROUNDED =
                      MT-NCTASREAL * 100 / MT-NCTASMETA
           END-IF
           IF MT-MVOLMETA                  GREATER THAN 0
              COMPUTE MT-PVOL ROUNDED =
                      MT-MVOLREAL * 100 / MT-MVOLMETA
           END-IF
           IF MT-MCOMMETA                  GREATER THAN 0
              COMPUTE MT-PCOM ROUNDED =
                      MT-MCOMREAL * 100 / MT-MCOMMETA
           END-IF
           IF MT-NCTASMETAA                GREATER THAN 0
              COMPUTE MT-PCTASA ROUNDED =
                      MT-NCTASREALA * 100 / MT-NCTASMETAA
           END-IF
           IF MT-MVOLMETAA                 GREATER THAN 0
              COMPUTE MT-PVOLA ROUNDED =
                      MT-MVOLREALA * 100 / MT-MVOLMETAA
           END-IF
           IF MT-MCOMMETAA                 GREATER THAN 0
              COMPUTE MT-PCOMA ROUNDED =
                      MT-MCOMREALA * 100 / MT-MCOMMETAA
           END-IF.
      *----
      * ZMWSC295 : ZONA ECONOMICA DE LA SUCURSAL MT-ISUCCASA: LA DE
      *            SUS CUENTAS VIGENTES EN MT-IEMPR (EN BLANCO SI LA
      *            SUCURSAL AUN NO TIENE CUENTAS).
      *----
       9777-LEE-ZONA-SUCURSAL.
      *----
           MOVE SPACES                     TO MT-IZONECO

           EXEC SQL
                SELECT COALESCE(MAX(IZONECO), ' ')
                  INTO :MT-IZONECO
                  FROM CUENTA
                 WHERE IEMPR    = :MT-IEMPR
                   AND ISUCCASA = :MT-ISUCCASA
                   AND SVIGEN   = '1'
           END-EXEC
           PERFORM 9600-VALIDA-SQL.
      *----
      * ZMWSC295 : DESCRIPCIONES DE ZONA Y SUCURSAL DEL CATALOGO
      *            ZMDT669 PARA EL TABLERO.
      *----
       9778-DESC-ZONA-SUCURSAL.
      *----
           MOVE 'ZON'                      TO CG-ICATALOGO
           MOVE SPACES                     TO CG-ICODIGO
           MOVE MT-IZONECO                 TO CG-ICODIGO(1:3)
           PERFORM 9489-LEE-DESC-ORG
           MOVE CG-DDESCRIP                TO MT-DZONECO

           MOVE SPACES                     TO MT-DSUCCASA
           IF MT-ISUCCASA                  NOT = SPACES
              MOVE 'SUC'                   TO CG-ICATALOGO
              MOVE SPACES                  TO CG-ICODIGO
              MOVE MT-ISUCCASA             TO CG-ICODIGO(1:3)
              PERFORM 9489-LEE-DESC-ORG
              MOVE CG-DDESCRIP             TO MT-DSUCCASA
           END-IF.
