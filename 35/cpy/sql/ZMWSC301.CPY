      *----
      * ZMWSC301 : SUMA AL RESUMEN DIARIO (ZMDT727) LOS RENGLONES DE
      *            UNA CARTA (DA-ILINEA = 0) O UN SOLO RENGLON, CON SU
      *            IMPORTE, COMO REGISTRADOS, CANCELADOS, EJECUTADOS O
      *            LIQUIDADOS SEGUN DA-TMOVTO, EN EL DIA DA-FACTIV
      *            (EN BLANCOS = HOY). LA EMISORA, LA SERIE Y EL
      *            PROMOTOR (ZM606_PROMOT) SALEN DE LA CARTA;
      *            LAS COPIAS DE CONSULTA DEL ARCHIVO (SVIGEN 'C') Y
      *            LAS CARTAS SIN DETALLE NO SUMAN. LAYOUT DE
      *            REFERENCIA ZMWSC300 (DA-REG).
      *----
       9795-ACUMULA-RESUMEN-CARTAS.
      *----
           MOVE SPACES                     TO DA-IEMISORA
           MOVE SPACES                     TO DA-ISERIE
           MOVE 0                          TO DA-IPROMOT
           MOVE 0                          TO DA-NRENG
           MOVE 0                          TO DA-MIMPORTE

           EXEC SQL
                SELECT A.ZM606_IEMISORA,
                       A.ZM606_ISERIE,
                       A.ZM606_PROMOT,
                       COUNT(B.ZM607_LINEA),
                       COALESCE(SUM(B.ZM607_MIMPORTE), 0)
                  INTO :DA-IEMISORA,
                       :DA-ISERIE,
                       :DA-IPROMOT,
                       :DA-NRENG,
                       :DA-MIMPORTE
                  FROM ZMDT606 A, ZMDT607 B
                 WHERE A.ZM606_IEMPR    = :DA-IEMPR
                   AND A.ZM606_ICUENTA  = :DA-ICUENTA
                   AND A.ZM606_ICONCEPT = :DA-ICONCEPT
                   AND A.ZM606_SVIGEN  <> 'C'
                   AND B.ZM607_IEMPR    = A.ZM606_IEMPR
                   AND B.ZM607_ICUENTA  = A.ZM606_ICUENTA
                   AND B.ZM607_ICONCEPT = A.ZM606_ICONCEPT
                   AND (:DA-ILINEA = 0
                        OR B.ZM607_LINEA = :DA-ILINEA)
                 GROUP BY A.ZM606_IEMISORA,
                          A.ZM606_ISERIE,
                          A.ZM606_PROMOT
           END-EXEC

           IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
              PERFORM 9600-VALIDA-SQL
           END-IF

           IF SQLCODE EQUAL 0 AND DA-NRENG GREATER THAN 0
              MOVE 0                       TO DA-NREG
              MOVE 0                       TO DA-MREG
              MOVE 0                       TO DA-NCAN
              MOVE 0                       TO DA-MCAN
              MOVE 0                       TO DA-NEJE
              MOVE 0                       TO DA-MEJE
              MOVE 0                       TO DA-NLIQ
              MOVE 0                       TO DA-MLIQ

              EVALUATE TRUE
                 WHEN DA-MOV-REGISTRO
                    MOVE DA-NRENG          TO DA-NREG
                    MOVE DA-MIMPORTE       TO DA-MREG
                 WHEN DA-MOV-CANCELACION
                    MOVE DA-NRENG          TO DA-NCAN
                    MOVE DA-MIMPORTE       TO DA-MCAN
                 WHEN DA-MOV-EJECUCION
                    MOVE DA-NRENG          TO DA-NEJE
                    MOVE DA-MIMPORTE       TO DA-MEJE
                 WHEN DA-MOV-LIQUIDACION
                    MOVE DA-NRENG          TO DA-NLIQ
                    MOVE DA-MIMPORTE       TO DA-MLIQ
              END-EVALUATE

              IF DA-FACTIV                 EQUAL SPACES
                 EXEC SQL
                      SELECT CHAR(CURRENT DATE, ISO)
                        INTO :DA-FACTIV
                        FROM SYSIBM.SYSDUMMY1
                 END-EXEC
                 PERFORM 9600-VALIDA-SQL
              END-IF

              PERFORM 9796-APLICA-RESUMEN-CARTAS
           END-IF.
      *----
      * ZMWSC301 : APLICA LOS MOVIMIENTOS DA-NREG...DA-MLIQ (PUEDEN
      *            SER NEGATIVOS) AL RENGLON DEL RESUMEN DE
      *            DA-IEMPR/DA-ICUENTA/DA-IEMISORA/DA-ISERIE/
      *            DA-IPROMOT/DA-FACTIV; SI AUN NO EXISTE, LO DA DE
      *            ALTA.
      *----
       9796-APLICA-RESUMEN-CARTAS.
      *----
           EXEC SQL
                UPDATE ZMDT727
                   SET ZM727_NREG       = ZM727_NREG + :DA-NREG,
                       ZM727_MREG       = ZM727_MREG + :DA-MREG,
                       ZM727_NCAN       = ZM727_NCAN + :DA-NCAN,
                       ZM727_MCAN       = ZM727_MCAN + :DA-MCAN,
                       ZM727_NEJE       = ZM727_NEJE + :DA-NEJE,
                       ZM727_MEJE       = ZM727_MEJE + :DA-MEJE,
                       ZM727_NLIQ       = ZM727_NLIQ + :DA-NLIQ,
                       ZM727_MLIQ       = ZM727_MLIQ + :DA-MLIQ,
                       ZM727_FACTUALIZA = CURRENT TIMESTAMP
                 WHERE ZM727_IEMPR    = :DA-IEMPR
                   AND ZM727_ICUENTA  = :DA-ICUENTA
                   AND ZM727_IEMISORA = :DA-IEMISORA
                   AND ZM727_ISERIE   = :DA-ISERIE
                   AND ZM727_PROMOT   = :DA-IPROMOT
                   AND ZM727_FACTIV   = :DA-FACTIV
           END-EXEC

           IF SQLCODE EQUAL 100
              EXEC SQL
                   INSERT INTO ZMDT727
                        ( ZM727_IEMPR,    ZM727_ICUENTA,
                          ZM727_IEMISORA, ZM727_ISERIE,
                          ZM727_PROMOT,   ZM727_FACTIV,
                          ZM727_NREG,     ZM727_MREG,
                          ZM727_NCAN,     ZM727_MCAN,
                          ZM727_NEJE,     ZM727_MEJE,
                          ZM727_NLIQ,     ZM727_MLIQ,
                          ZM727_FACTUALIZA )
                   VALUES ( :DA-IEMPR,    :DA-ICUENTA,
                            :DA-IEMISORA, :DA-ISERIE,
                            :DA-IPROMOT,  :DA-FACTIV,
                            :DA-NREG,     :DA-MREG,
                            :DA-NCAN,     :DA-MCAN,
                            :DA-NEJE,     :DA-MEJE,
                            :DA-NLIQ,     :DA-MLIQ,
                            CURRENT TIMESTAMP )
              END-EXEC
              PERFORM 9600-VALIDA-SQL
           ELSE
              PERFORM 9600-VALIDA-SQL
           END-IF.
      *----
      * ZMWSC301 : UNA CARTA QUE SE REINSTALA DEJA DE TENER RENGLONES
      *            CANCELADOS: ANTES DE LIMPIAR ZM607_FCANC SE RESTAN
      *            DEL RESUMEN EN EL DIA EN QUE CADA RENGLON SE
      *            CANCELO.
      *----
       9797-DESCUENTA-CANCELACION.
      *----
           EXEC SQL
                DECLARE CDACANC CURSOR FOR
                   SELECT A.ZM606_IEMISORA,
                          A.ZM606_ISERIE,
                          A.ZM606_PROMOT,
                          CHAR(DATE(B.ZM607_FCANC), ISO),
                          COUNT(*),
                          COALESCE(SUM(B.ZM607_MIMPORTE), 0)
                     FROM ZMDT606 A, ZMDT607 B
                    WHERE A.ZM606_IEMPR    = :DA-IEMPR
                      AND A.ZM606_ICUENTA  = :DA-ICUENTA
                      AND A.ZM606_ICONCEPT = :DA-ICONCEPT
                      AND A.ZM606_SVIGEN  <> 'C'
                      AND B.ZM607_IEMPR    = A.ZM606_IEMPR
                      AND B.ZM607_ICUENTA  = A.ZM606_ICUENTA
                      AND B.ZM607_ICONCEPT = A.ZM606_ICONCEPT
                      AND B.ZM607_FCANC IS NOT NULL
                 GROUP BY A.ZM606_IEMISORA,
                          A.ZM606_ISERIE,
                          A.ZM606_PROMOT,
                          CHAR(DATE(B.ZM607_FCANC), ISO)
           END-EXEC

           EXEC SQL
                OPEN CDACANC
           END-EXEC
           PERFORM 9600-VALIDA-SQL

           SET DA-HAY-DATOS                TO TRUE
           PERFORM 9798-LEE-CDACANC
               UNTIL DA-FIN-DATOS

           EXEC SQL
                CLOSE CDACANC
           END-EXEC.
      *----
       9798-LEE-CDACANC.
      *----
           EXEC SQL
                FETCH CDACANC
                 INTO :DA-IEMISORA, :DA-ISERIE,
                      :DA-IPROMOT,  :DA-FACTIV,
                      :DA-NRENG,    :DA-MIMPORTE
           END-EXEC

           IF SQLCODE EQUAL 0
              SET DA-HAY-DATOS             TO TRUE
              MOVE 0                       TO DA-NREG
              MOVE 0                       TO DA-MREG
              MOVE 0                       TO DA-NEJE
              MOVE 0                       TO DA-MEJE
              MOVE 0                       TO DA-NLIQ
              MOVE 0                       TO DA-MLIQ
              COMPUTE DA-NCAN = 0 - DA-NRENG
              COMPUTE DA-MCAN = 0 - DA-MIMPORTE
              PERFORM 9796-APLICA-RESUMEN-CARTAS
           ELSE
              SET DA-FIN-DATOS             TO TRUE
              IF SQLCODE NOT = 100
                 PERFORM 9600-VALIDA-SQL
              END-IF
           END-IF.
      *----
      * ZMWSC301 : CUADRE DEL RESUMEN CONTRA EL DETALLE EN EL RANGO
      *            DA-FDESDE/DA-FHASTA. EL DETALLE SE CUENTA CON LAS
      *            MISMAS REGLAS DEL ACUMULADO EN LINEA: REGISTRADOS
      *            POR DIA DE ZM607_FREG, CANCELADOS POR DIA DE
      *            ZM607_FCANC Y EJECUTADOS/LIQUIDADOS POR DIA DEL
      *            ESTADO 'E'/'L' YA FUSIONADO DE ZMDT641 (SPROCESO
      *            '1'), CON TODOS LOS RENGLONES DE LA CARTA. DA-CUADRA
      *            SOLO SI LOS OCHO TOTALES COINCIDEN.
      *----
       9799-CUADRA-RESUMEN-CARTAS.
      *----
           INITIALIZE DA-CUADRE

           EXEC SQL
                SELECT COALESCE(SUM(ZM727_NREG), 0),
                       COALESCE(SUM(ZM727_MREG), 0),
                       COALESCE(SUM(ZM727_NCAN), 0),
                       COALESCE(SUM(ZM727_MCAN), 0),
                       COALESCE(SUM(ZM727_NEJE), 0),
                       COALESCE(SUM(ZM727_MEJE), 0),
                       COALESCE(SUM(ZM727_NLIQ), 0),
                       COALESCE(SUM(ZM727_MLIQ), 0)
                  INTO :DA-NREGRES, :DA-MREGRES,
                       :DA-NCANRES, :DA-MCANRES,
                       :DA-NEJERES, :DA-MEJERES,
                       :DA-NLIQRES, :DA-MLIQRES
                  FROM ZMDT727
                 WHERE ZM727_FACTIV BETWEEN :DA-FDESDE
                                        AND :DA-FHASTA
           END-EXEC
           PERFORM 9600-VALIDA-SQL

           EXEC SQL
                SELECT COUNT(*),
                       COALESCE(SUM(B.ZM607_MIMPORTE), 0)
                  INTO :DA-NREGDET, :DA-MREGDET
                  FROM ZMDT606 A, ZMDT607 B
                 WHERE B.ZM607_IEMPR    = A.ZM606_IEMPR
                   AND B.ZM607_ICUENTA  = A.ZM606_ICUENTA
                   AND B.ZM607_ICONCEPT = A.ZM606_ICONCEPT
                   AND A.ZM606_SVIGEN  <> 'C'
                   AND DATE(B.ZM607_FREG) BETWEEN :DA-FDESDE
                                              AND :DA-FHASTA
           END-EXEC
           PERFORM 9600-VALIDA-SQL

           EXEC SQL
                SELECT COUNT(*),
                       COALESCE(SUM(B.ZM607_MIMPORTE), 0)
                  INTO :DA-NCANDET, :DA-MCANDET
                  FROM ZMDT606 A, ZMDT607 B
                 WHERE B.ZM607_IEMPR    = A.ZM606_IEMPR
                   AND B.ZM607_ICUENTA  = A.ZM606_ICUENTA
                   AND B.ZM607_ICONCEPT = A.ZM606_ICONCEPT
                   AND A.ZM606_SVIGEN  <> 'C'
                   AND DATE(B.ZM607_FCANC) BETWEEN :DA-FDESDE
                                               AND :DA-FHASTA
           END-EXEC
           PERFORM 9600-VALIDA-SQL

           EXEC SQL
                SELECT COALESCE(SUM(CASE WHEN C.ZM641_SESTATUS = 'E'
                                         THEN 1 ELSE 0 END), 0),
                       COALESCE(SUM(CASE WHEN C.ZM641_SESTATUS = 'E'
                                         THEN B.ZM607_MIMPORTE
                                         ELSE 0 END), 0),
                       COALESCE(SUM(CASE WHEN C.ZM641_SESTATUS = 'L'
                                         THEN 1 ELSE 0 END), 0),
                       COALESCE(SUM(CASE WHEN C.ZM641_SESTATUS = 'L'
                                         THEN B.ZM607_MIMPORTE
                                         ELSE 0 END), 0)
                  INTO :DA-NEJEDET, :DA-MEJEDET,
                       :DA-NLIQDET, :DA-MLIQDET
                  FROM ZMDT641 C, ZMDT606 A, ZMDT607 B
                 WHERE C.ZM641_SPROCESO  = '1'
                   AND C.ZM641_SESTATUS IN ('E', 'L')
                   AND DATE(C.ZM641_FEVENTO) BETWEEN :DA-FDESDE
                                                 AND :DA-FHASTA
                   AND A.ZM606_IEMPR     = C.ZM641_IEMPR
                   AND A.ZM606_ICUENTA   = C.ZM641_ICUENTA
                   AND A.ZM606_ICONCEPT  = C.ZM641_ICONCEPT
                   AND A.ZM606_SVIGEN   <> 'C'
                   AND B.ZM607_IEMPR     = A.ZM606_IEMPR
                   AND B.ZM607_ICUENTA   = A.ZM606_ICUENTA
                   AND B.ZM607_ICONCEPT  = A.ZM606_ICONCEPT
           END-EXEC
           PERFORM 9600-VALIDA-SQL

           IF  DA-NREGRES EQUAL DA-NREGDET
           AND DA-MREGRES EQUAL DA-MREGDET
           AND DA-NCANRES EQUAL DA-NCANDET
           AND DA-MCANRES EQUAL DA-MCANDET
           AND DA-NEJERES EQUAL DA-NEJEDET
           AND DA-MEJERES EQUAL DA-MEJEDET
           AND DA-NLIQRES EQUAL DA-NLIQDET
           AND DA-MLIQRES EQUAL DA-MLIQDET
              SET DA-CUADRA                TO TRUE
           ELSE
              SET DA-DESCUADRA             TO TRUE
           END-IF.
      *----
      * ZMWSC301 : LLAVES (EMPRESA/CUENTA/EMISORA/SERIE/PROMOTOR/
      *            DIA) DEL RANGO EN QUE EL RESUMEN NO COINCIDE CON EL
      *            DETALLE, CON LOS DOS LADOS: DA-NREG...DA-MLIQ ES EL
      *            RESUMEN Y DA-NREGD...DA-MLIQD EL DETALLE. LLAVES QUE
      *            SOLO EXISTEN DE UN LADO SALEN CON CEROS DEL OTRO.
      *----
       9801-ABRE-DIF-RESUMEN.
      *----
           MOVE 0                          TO DA-NUMDIF

           EXEC SQL
                DECLARE CDADIFS CURSOR FOR
                   SELECT COALESCE(S.ZM727_IEMPR,    D.IEMPR),
                          COALESCE(S.ZM727_ICUENTA,  D.ICUENTA),
                          COALESCE(S.ZM727_IEMISORA, D.IEMISORA),
                          COALESCE(S.ZM727_ISERIE,   D.ISERIE),
                          COALESCE(S.ZM727_PROMOT,   D.PROMOT),
                          CHAR(COALESCE(S.ZM727_FACTIV, D.FACTIV),
                               ISO),
                          COALESCE(S.ZM727_NREG, 0),
                          COALESCE(D.NREG, 0),
                          COALESCE(S.ZM727_MREG, 0),
                          COALESCE(D.MREG, 0),
                          COALESCE(S.ZM727_NCAN, 0),
                          COALESCE(D.NCAN, 0),
                          COALESCE(S.ZM727_MCAN, 0),
                          COALESCE(D.MCAN, 0),
                          COALESCE(S.ZM727_NEJE, 0),
                          COALESCE(D.NEJE, 0),
                          COALESCE(S.ZM727_MEJE, 0),
                          COALESCE(D.MEJE, 0),
                          COALESCE(S.ZM727_NLIQ, 0),
                          COALESCE(D.NLIQ, 0),
                          COALESCE(S.ZM727_MLIQ, 0),
                          COALESCE(D.MLIQ, 0)
                     FROM ( SELECT *
                              FROM ZMDT727
                             WHERE ZM727_FACTIV BETWEEN :DA-FDESDE
                                                    AND :DA-FHASTA
                          ) AS S
                     FULL OUTER JOIN
                          ( SELECT X.IEMPR,     X.ICUENTA,
                                   X.IEMISORA,  X.ISERIE,
                                   X.PROMOT,    X.FACTIV,
                                   SUM(X.NREG) AS NREG,
                                   SUM(X.MREG) AS MREG,
                                   SUM(X.NCAN) AS NCAN,
                                   SUM(X.MCAN) AS MCAN,
                                   SUM(X.NEJE) AS NEJE,
                                   SUM(X.MEJE) AS MEJE,
                                   SUM(X.NLIQ) AS NLIQ,
                                   SUM(X.MLIQ) AS MLIQ
                              FROM
                          ( SELECT A.ZM606_IEMPR          AS IEMPR,
                                   A.ZM606_ICUENTA        AS ICUENTA,
                                   A.ZM606_IEMISORA       AS IEMISORA,
                                   A.ZM606_ISERIE         AS ISERIE,
                                   A.ZM606_PROMOT         AS PROMOT,
                                   DATE(B.ZM607_FREG)     AS FACTIV,
                                   1                      AS NREG,
                                   COALESCE(B.ZM607_MIMPORTE, 0)
                                                          AS MREG,
                                   0 AS NCAN, 0 AS MCAN,
                                   0 AS NEJE, 0 AS MEJE,
                                   0 AS NLIQ, 0 AS MLIQ
                              FROM ZMDT606 A, ZMDT607 B
                             WHERE B.ZM607_IEMPR    = A.ZM606_IEMPR
                               AND B.ZM607_ICUENTA  = A.ZM606_ICUENTA
                               AND B.ZM607_ICONCEPT = A.ZM606_ICONCEPT
                               AND A.ZM606_SVIGEN  <> 'C'
                               AND DATE(B.ZM607_FREG)
                                   BETWEEN :DA-FDESDE AND :DA-FHASTA
                            UNION ALL
                            SELECT A.ZM606_IEMPR,
                                   A.ZM606_ICUENTA,
                                   A.ZM606_IEMISORA,
                                   A.ZM606_ISERIE,
                                   A.ZM606_PROMOT,
                                   DATE(B.ZM607_FCANC),
                                   0, 0,
                                   1, COALESCE(B.ZM607_MIMPORTE, 0),
                                   0, 0, 0, 0
                              FROM ZMDT606 A, ZMDT607 B
                             WHERE B.ZM607_IEMPR    = A.ZM606_IEMPR
                               AND B.ZM607_ICUENTA  = A.ZM606_ICUENTA
                               AND B.ZM607_ICONCEPT = A.ZM606_ICONCEPT
                               AND A.ZM606_SVIGEN  <> 'C'
                               AND DATE(B.ZM607_FCANC)
                                   BETWEEN :DA-FDESDE AND :DA-FHASTA
                            UNION ALL
                            SELECT A.ZM606_IEMPR,
                                   A.ZM606_ICUENTA,
                                   A.ZM606_IEMISORA,
                                   A.ZM606_ISERIE,
                                   A.ZM606_PROMOT,
                                   DATE(C.ZM641_FEVENTO),
                                   0, 0, 0, 0,
                                   CASE WHEN C.ZM641_SESTATUS = 'E'
                                        THEN 1 ELSE 0 END,
                                   CASE WHEN C.ZM641_SESTATUS = 'E'
                                        THEN COALESCE(
                                             B.ZM607_MIMPORTE, 0)
                                        ELSE 0 END,
                                   CASE WHEN C.ZM641_SESTATUS = 'L'
                                        THEN 1 ELSE 0 END,
                                   CASE WHEN C.ZM641_SESTATUS = 'L'
                                        THEN COALESCE(
                                             B.ZM607_MIMPORTE, 0)
                                        ELSE 0 END
                              FROM ZMDT641 C, ZMDT606 A, ZMDT607 B
                             WHERE C.ZM641_SPROCESO  = '1'
                               AND C.ZM641_SESTATUS IN ('E', 'L')
                               AND DATE(C.ZM641_FEVENTO)
                                   BETWEEN :DA-FDESDE AND :DA-FHASTA
                               AND A.ZM606_IEMPR     = C.ZM641_IEMPR
                               AND A.ZM606_ICUENTA   = C.ZM641_ICUENTA
                               AND A.ZM606_ICONCEPT  = C.ZM641_ICONCEPT
                               AND A.ZM606_SVIGEN   <> 'C'
                               AND B.ZM607_IEMPR     = A.ZM606_IEMPR
                               AND B.ZM607_ICUENTA   = A.ZM606_ICUENTA
                               AND B.ZM607_ICONCEPT  = A.ZM606_ICONCEPT
                          ) AS X
                             GROUP BY X.IEMPR,    X.ICUENTA,
                                      X.IEMISORA, X.ISERIE,
                                      X.PROMOT,   X.FACTIV
                          ) AS D
                       ON D.IEMPR    = S.ZM727_IEMPR
                      AND D.ICUENTA  = S.ZM727_ICUENTA
                      AND D.IEMISORA = S.ZM727_IEMISORA
                      AND D.ISERIE   = S.ZM727_ISERIE
                      AND D.PROMOT   = S.ZM727_PROMOT
                      AND D.FACTIV   = S.ZM727_FACTIV
                    WHERE COALESCE(S.ZM727_NREG,0) <> COALESCE(D.NREG,0)
                       OR COALESCE(S.ZM727_MREG,0) <> COALESCE(D.MREG,0)
                       OR COALESCE(S.ZM727_NCAN,0) <> COALESCE(D.NCAN,0)
                       OR COALESCE(S.ZM727_MCAN,0) <> COALESCE(D.MCAN,0)
                       OR COALESCE(S.ZM727_NEJE,0) <> COALESCE(D.NEJE,0)
                       OR COALESCE(S.ZM727_MEJE,0) <> COALESCE(D.MEJE,0)
                       OR COALESCE(S.ZM727_NLIQ,0) <> COALESCE(D.NLIQ,0)
                       OR COALESCE(S.ZM727_MLIQ,0) <> COALESCE(D.MLIQ,0)
                 ORDER BY 1, 2, 3, 4, 5, 6
           END-EXEC

           EXEC SQL
                OPEN CDADIFS
           END-EXEC
           PERFORM 9600-VALIDA-SQL.
      *----
       9802-LEE-DIF-RESUMEN.
      *----
           EXEC SQL
                FETCH CDADIFS
                 INTO :DA-IEMPR,    :DA-ICUENTA,
                      :DA-IEMISORA, :DA-ISERIE,
                      :DA-IPROMOT,  :DA-FACTIV,
                      :DA-NREG,     :DA-NREGD,
                      :DA-MREG,     :DA-MREGD,
                      :DA-NCAN,     :DA-NCAND,
                      :DA-MCAN,     :DA-MCAND,
                      :DA-NEJE,     :DA-NEJED,
                      :DA-MEJE,     :DA-MEJED,
                      :DA-NLIQ,     :DA-NLIQD,
                      :DA-MLIQ,     :DA-MLIQD
           END-EXEC

           IF SQLCODE EQUAL 0
              SET DA-HAY-DATOS             TO TRUE
              ADD 1                        TO DA-NUMDIF
           ELSE
              SET DA-FIN-DATOS             TO TRUE
              IF SQLCODE NOT = 100
                 PERFORM 9600-VALIDA-SQL
              END-IF
              EXEC SQL
                   CLOSE CDADIFS
              END-EXEC
           END-IF.
      *----
      * ZMWSC301 : RECONSTRUYE EL RESUMEN DEL RANGO DA-FDESDE/
      *            DA-FHASTA DESDE EL DETALLE (MISMAS REGLAS DE 9799)
      *            Y VUELVE A CUADRAR; AL TERMINAR DA-CUADRA DEBE
      *            QUEDAR ENCENDIDO Y DA-NUMRECON TRAE LOS RENGLONES
      *            REGENERADOS.
      *----
       9803-RECONSTRUYE-RESUMEN.
      *----
           MOVE 0                          TO DA-NUMRECON

           EXEC SQL
                DELETE FROM ZMDT727
                 WHERE ZM727_FACTIV BETWEEN :DA-FDESDE
                                        AND :DA-FHASTA
           END-EXEC
           IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
              PERFORM 9600-VALIDA-SQL
           END-IF

           EXEC SQL
                INSERT INTO ZMDT727
                     ( ZM727_IEMPR,    ZM727_ICUENTA,
                       ZM727_IEMISORA, ZM727_ISERIE,
                       ZM727_PROMOT,   ZM727_FACTIV,
                       ZM727_NREG,     ZM727_MREG,
                       ZM727_NCAN,     ZM727_MCAN,
                       ZM727_NEJE,     ZM727_MEJE,
                       ZM727_NLIQ,     ZM727_MLIQ,
                       ZM727_FACTUALIZA )
                SELECT X.IEMPR,     X.ICUENTA,
                       X.IEMISORA,  X.ISERIE,
                       X.PROMOT,    X.FACTIV,
                       SUM(X.NREG), SUM(X.MREG),
                       SUM(X.NCAN), SUM(X.MCAN),
                       SUM(X.NEJE), SUM(X.MEJE),
                       SUM(X.NLIQ), SUM(X.MLIQ),
                       CURRENT TIMESTAMP
                  FROM
                     ( SELECT A.ZM606_IEMPR          AS IEMPR,
                              A.ZM606_ICUENTA        AS ICUENTA,
                              A.ZM606_IEMISORA       AS IEMISORA,
                              A.ZM606_ISERIE         AS ISERIE,
                              A.ZM606_PROMOT         AS PROMOT,
                              DATE(B.ZM607_FREG)     AS FACTIV,
                              1                      AS NREG,
                              COALESCE(B.ZM607_MIMPORTE, 0)
                                                     AS MREG,
                              0 AS NCAN, 0 AS MCAN,
                              0 AS NEJE, 0 AS MEJE,
                              0 AS NLIQ, 0 AS MLIQ
                         FROM ZMDT606 A, ZMDT607 B
                        WHERE B.ZM607_IEMPR    = A.ZM606_IEMPR
                          AND B.ZM607_ICUENTA  = A.ZM606_ICUENTA
                          AND B.ZM607_ICONCEPT = A.ZM606_ICONCEPT
                          AND A.ZM606_SVIGEN  <> 'C'
                          AND DATE(B.ZM607_FREG)
                              BETWEEN :DA-FDESDE AND :DA-FHASTA
                       UNION ALL
                       SELECT A.ZM606_IEMPR,
                              A.ZM606_ICUENTA,
                              A.ZM606_IEMISORA,
                              A.ZM606_ISERIE,
                              A.ZM606_PROMOT,
                              DATE(B.ZM607_FCANC),
                              0, 0,
                              1, COALESCE(B.ZM607_MIMPORTE, 0),
                              0, 0, 0, 0
                         FROM ZMDT606 A, ZMDT607 B
                        WHERE B.ZM607_IEMPR    = A.ZM606_IEMPR
                          AND B.ZM607_ICUENTA  = A.ZM606_ICUENTA
                          AND B.ZM607_ICONCEPT = A.ZM606_ICONCEPT
                          AND A.ZM606_SVIGEN  <> 'C'
                          AND DATE(B.ZM607_FCANC)
                              BETWEEN :DA-FDESDE AND :DA-FHASTA
                       UNION ALL
                       SELECT A.ZM606_IEMPR,
                              A.ZM606_ICUENTA,
                              A.ZM606_IEMISORA,
                              A.ZM606_ISERIE,
                              A.ZM606_PROMOT,
                              DATE(C.ZM641_FEVENTO),
                              0, 0, 0, 0,
                              CASE WHEN C.ZM641_SESTATUS = 'E'
                                   THEN 1 ELSE 0 END,
                              CASE WHEN C.ZM641_SESTATUS = 'E'
                                   THEN COALESCE(B.ZM607_MIMPORTE, 0)
                                   ELSE 0 END,
                              CASE WHEN C.ZM641_SESTATUS = 'L'
                                   THEN 1 ELSE 0 END,
                              CASE WHEN C.ZM641_SESTATUS = 'L'
                                   THEN COALESCE(B.ZM607_MIMPORTE, 0)
                                   ELSE 0 END
                         FROM ZMDT641 C, ZMDT606 A, ZMDT607 B
                        WHERE C.ZM641_SPROCESO  = '1'
                          AND C.ZM641_SESTATUS IN ('E', 'L')
                          AND DATE(C.ZM641_FEVENTO)
                              BETWEEN :DA-FDESDE AND :DA-FHASTA
                          AND A.ZM606_IEMPR     = C.ZM641_IEMPR
                          AND A.ZM606_ICUENTA   = C.ZM641_ICUENTA
                          AND A.ZM606_ICONCEPT  = C.ZM641_ICONCEPT
                          AND A.ZM606_SVIGEN   <> 'C'
                          AND B.ZM607_IEMPR     = A.ZM606_IEMPR
                          AND B.ZM607_ICUENTA   = A.ZM606_ICUENTA
                          AND B.ZM607_ICONCEPT  = A.ZM606_ICONCEPT
                     ) AS X
                 GROUP BY X.IEMPR,    X.ICUENTA,
                          X.IEMISORA, X.ISERIE,
                          X.PROMOT,   X.FACTIV
           END-EXEC

           IF SQLCODE EQUAL 0
              MOVE SQLERRD(3)              TO DA-NUMRECON
           ELSE
              IF SQLCODE NOT = 100
                 PERFORM 9600-VALIDA-SQL
              END-IF
           END-IF

           PERFORM 9799-CUADRA-RESUMEN-CARTAS.
      *----
      * ZMWSC301 : CONSULTA DE CIERRE DE MES SOBRE EL RESUMEN: UNA
      *            LINEA POR EMPRESA/CUENTA/EMISORA CON LO REGISTRADO,
      *            CANCELADO, EJECUTADO Y LIQUIDADO EN EL RANGO
      *            DA-FDESDE/DA-FHASTA. FILTRA POR EMISORA
      *            (DA-FILEMISORA), POR PROMOTOR DE LAS CARTAS
      *            (DA-PROMOT, ZM727_PROMOT) Y POR EMPRESA
      *            (DA-FILEMPR); EN BLANCOS/CERO NO FILTRAN. LOS
      *            TOTALES DA-TOT... SE ACUMULAN AL LEER.
      *----
       9804-ABRE-CONS-RESUMEN.
      *----
           MOVE 0                          TO DA-TOTNREG
           MOVE 0                          TO DA-TOTMREG
           MOVE 0                          TO DA-TOTNCAN
           MOVE 0                          TO DA-TOTMCAN
           MOVE 0                          TO DA-TOTNEJE
           MOVE 0                          TO DA-TOTMEJE
           MOVE 0                          TO DA-TOTNLIQ
           MOVE 0                          TO DA-TOTMLIQ

           EXEC SQL
                DECLARE CDACONS CURSOR FOR
                   SELECT S.ZM727_IEMPR,
                          S.ZM727_ICUENTA,
                          S.ZM727_IEMISORA,
                          SUM(S.ZM727_NREG), SUM(S.ZM727_MREG),
                          SUM(S.ZM727_NCAN), SUM(S.ZM727_MCAN),
                          SUM(S.ZM727_NEJE), SUM(S.ZM727_MEJE),
                          SUM(S.ZM727_NLIQ), SUM(S.ZM727_MLIQ)
                     FROM ZMDT727 S
                    WHERE S.ZM727_FACTIV BETWEEN :DA-FDESDE
                                             AND :DA-FHASTA
                      AND (:DA-FILEMPR = ' '
                           OR S.ZM727_IEMPR = :DA-FILEMPR)
                      AND (:DA-FILEMISORA = ' '
                           OR S.ZM727_IEMISORA = :DA-FILEMISORA)
                      AND (:DA-PROMOT = 0
                           OR S.ZM727_PROMOT = :DA-PROMOT)
                 GROUP BY S.ZM727_IEMPR,
                          S.ZM727_ICUENTA,
                          S.ZM727_IEMISORA
                 ORDER BY 1, 2, 3
           END-EXEC

           EXEC SQL
                OPEN CDACONS
           END-EXEC
           PERFORM 9600-VALIDA-SQL.
      *----
       9805-LEE-CONS-RESUMEN.
      *----
           EXEC SQL
                FETCH CDACONS
                 INTO :DA-IEMPR,    :DA-ICUENTA,
                      :DA-IEMISORA,
                      :DA-NREG,     :DA-MREG,
                      :DA-NCAN,     :DA-MCAN,
                      :DA-NEJE,     :DA-MEJE,
                      :DA-NLIQ,     :DA-MLIQ
           END-EXEC

           IF SQLCODE EQUAL 0
              SET DA-HAY-DATOS             TO TRUE
              ADD DA-NREG                  TO DA-TOTNREG
              ADD DA-MREG                  TO DA-TOTMREG
              ADD DA-NCAN                  TO DA-TOTNCAN
              ADD DA-MCAN                  TO DA-TOTMCAN
              ADD DA-NEJE                  TO DA-TOTNEJE
              ADD DA-MEJE                  TO DA-TOTMEJE
              ADD DA-NLIQ                  TO DA-TOTNLIQ
              ADD DA-MLIQ                  TO DA-TOTMLIQ
           ELSE
              SET DA-FIN-DATOS             TO TRUE
              IF SQLCODE NOT = 100
                 PERFORM 9600-VALIDA-SQL
              END-IF
              EXEC SQL
                   CLOSE CDACONS
              END-EXEC
           END-IF.
      *----
