      *----
      * ZMWSC337 : GRABA EN ZMDT761 LA HORA EN QUE LA CARTA LLEGO A LA
      *            ETAPA DEL EVENTO DEL MERCADO TA-SESTATUS ('M', 'E' O
      *            'L'). LA EJECUCION ES LA DEL PRIMER FILL (ZMDT666)
      *            Y, SIN FILLS, LA DEL EVENTO; MERCADO Y EJECUCION SE
      *            QUEDAN CON LA PRIMERA QUE LLEGA. LAYOUT DE
      *            REFERENCIA ZMWSC336 (TA-REG).
      * NOTA: LAS METAS SE LEEN CON 9180-LEE-PARAM-VIGENTE; QUIEN
      *       INCLUYA ESTE COPY DEBE INCLUIR TAMBIEN ms35/ZMWSC018 Y
      *       ms35/ZMWSC019.
      *----
       9966-REGISTRA-TIEMPO-CARTA.
      *----
           IF TA-SESTATUS                  EQUAL 'E'
              EXEC SQL
                   SELECT VALUE(CHAR(MIN(ZM666_FMERCADO)),
                                :TA-FEVENTO)
                     INTO :TA-FEVENTO
                     FROM ZMDT666
                    WHERE ZM666_IEMPR    = :TA-IEMPR
                      AND ZM666_ICUENTA  = :TA-ICUENTA
                      AND ZM666_ICONCEPT = :TA-ICONCEPT
              END-EXEC
              PERFORM 9600-VALIDA-SQL
           END-IF

           EXEC SQL
                UPDATE ZMDT761
                   SET ZM761_FMERCADO   =
                       CASE WHEN :TA-SESTATUS = 'M'
                            THEN VALUE(ZM761_FMERCADO,
                                       TIMESTAMP(:TA-FEVENTO))
                            ELSE ZM761_FMERCADO END,
                       ZM761_FEJECUCION =
                       CASE WHEN :TA-SESTATUS = 'E'
                            THEN VALUE(ZM761_FEJECUCION,
                                       TIMESTAMP(:TA-FEVENTO))
                            ELSE ZM761_FEJECUCION END,
                       ZM761_FLIQUIDA   =
                       CASE WHEN :TA-SESTATUS = 'L'
                            THEN TIMESTAMP(:TA-FEVENTO)
                            ELSE ZM761_FLIQUIDA END,
                       ZM761_FULTACT    = CURRENT TIMESTAMP
                 WHERE ZM761_IEMPR    = :TA-IEMPR
                   AND ZM761_ICUENTA  = :TA-ICUENTA
                   AND ZM761_ICONCEPT = :TA-ICONCEPT
           END-EXEC

           IF SQLCODE EQUAL 100
              EXEC SQL
                   INSERT INTO ZMDT761
                        ( ZM761_IEMPR,      ZM761_ICUENTA,
                          ZM761_ICONCEPT,   ZM761_FMERCADO,
                          ZM761_FEJECUCION, ZM761_FLIQUIDA,
                          ZM761_FULTACT )
                   VALUES ( :TA-IEMPR, :TA-ICUENTA, :TA-ICONCEPT,
                            CASE WHEN :TA-SESTATUS = 'M'
                                 THEN TIMESTAMP(:TA-FEVENTO)
                                 ELSE NULL END,
                            CASE WHEN :TA-SESTATUS = 'E'
                                 THEN TIMESTAMP(:TA-FEVENTO)
                                 ELSE NULL END,
                            CASE WHEN :TA-SESTATUS = 'L'
                                 THEN TIMESTAMP(:TA-FEVENTO)
                                 ELSE NULL END,
                            CURRENT TIMESTAMP )
              END-EXEC
           END-IF
           PERFORM 9600-VALIDA-SQL.
      *----
      * ZMWSC337 : METAS DE SERVICIO EN MINUTOS DESDE LA CAPTURA,
      *            VIGENTES AL CIERRE DEL PERIODO (TA-FFIN), Y LA DE LA
      *            ETAPA TA-SETAPA EN TA-NMETA.
      *----
       9967-LEE-METAS-SERVICIO.
      *----
           MOVE 30                         TO TA-NMETAMER
           MOVE 240                        TO TA-NMETAEJE
           MOVE 4320                       TO TA-NMETALIQ

           MOVE 'MERCADO'                  TO PV-IPARAM
           PERFORM 9968-LEE-PARAM-META
           IF TA-NMETALEIDA                GREATER THAN 0
              MOVE TA-NMETALEIDA           TO TA-NMETAMER
           END-IF

           MOVE 'EJECUCION'                TO PV-IPARAM
           PERFORM 9968-LEE-PARAM-META
           IF TA-NMETALEIDA                GREATER THAN 0
              MOVE TA-NMETALEIDA           TO TA-NMETAEJE
           END-IF

           MOVE 'LIQUIDACION'              TO PV-IPARAM
           PERFORM 9968-LEE-PARAM-META
           IF TA-NMETALEIDA                GREATER THAN 0
              MOVE TA-NMETALEIDA           TO TA-NMETALIQ
           END-IF

           EVALUATE TRUE
              WHEN TA-ETAPA-MERCADO
                 MOVE TA-NMETAMER          TO TA-NMETA
              WHEN TA-ETAPA-EJECUCION
                 MOVE TA-NMETAEJE          TO TA-NMETA
              WHEN OTHER
                 MOVE TA-NMETALIQ          TO TA-NMETA
           END-EVALUATE.
      *----
       9968-LEE-PARAM-META.
      *----
           MOVE 0                          TO TA-NMETALEIDA
           MOVE 'SLA'                      TO PV-ITIPOPAR
           MOVE TA-FFIN                    TO PV-FVIGENCIA
           PERFORM 9180-LEE-PARAM-VIGENTE

           IF PV-ENCONTRADO
              MOVE PV-DATOSPAR(1:7)        TO TA-DATO-META
              IF TA-DATO-META              NUMERIC
                 MOVE TA-DATO-META-R       TO TA-NMETALEIDA
              END-IF
           END-IF.
      *----
      * ZMWSC337 : PERIODO DEL REPORTE: EL DIA TA-FECHA O EL MES QUE LO
      *            CONTIENE (DEL PRIMERO AL ULTIMO DIA).
      *----
       9969-CALCULA-PERIODO-SERVICIO.
      *----
           IF TA-MENSUAL
              EXEC SQL
                   SELECT CHAR(DATE(:TA-FECHA)
                               - (DAY(DATE(:TA-FECHA)) - 1) DAYS, ISO),
                          CHAR(DATE(:TA-FECHA)
                               - (DAY(DATE(:TA-FECHA)) - 1) DAYS
                               + 1 MONTH - 1 DAY, ISO)
                     INTO :TA-FINICIO, :TA-FFIN
                     FROM SYSIBM.SYSDUMMY1
              END-EXEC
              PERFORM 9600-VALIDA-SQL
           ELSE
              MOVE TA-FECHA                TO TA-FINICIO
              MOVE TA-FECHA                TO TA-FFIN
           END-IF.
      *----
      * ZMWSC337 : TIEMPOS DE LA ETAPA TA-SETAPA POR GRUPO
      *            (TA-SDIMENSION) DE LAS CARTAS CAPTURADAS EN EL
      *            PERIODO. CTIEMGRP DA LOS TOTALES DEL GRUPO Y
      *            CTIEMDET SUS MINUTOS EN ORDEN, DE DONDE SE TOMAN
      *            LOS PERCENTILES; AMBOS CURSORES LLEVAN EL MISMO
      *            FILTRO Y EL MISMO ORDEN DE GRUPO.
      *----
       9970-ABRE-TIEMPOS-GRUPO.
      *----
           EXEC SQL
                DECLARE CTIEMGRP CURSOR FOR
                   SELECT Y.CLAVE, COUNT(*), SUM(Y.NMIN),
                          SUM(CASE WHEN Y.NMIN <= :TA-NMETA
                                   THEN 1 ELSE 0 END),
                          MAX(Y.NMIN)
                     FROM ( SELECT X.CLAVE,
                                   ( ( DAYS(X.FETAPA) - DAYS(X.FREG) )
                                     * 86400
                                     + MIDNIGHT_SECONDS(X.FETAPA)
                                     - MIDNIGHT_SECONDS(X.FREG) )
                                   / 60 AS NMIN
                              FROM ( SELECT
                                     CASE :TA-SDIMENSION
                                       WHEN 'S' THEN C.ISUCCASA
                                       WHEN 'P'
                                       THEN DIGITS(R.ZM606_PROMOT)
                                       WHEN 'C'
                                       THEN DIGITS(R.ZM606_ICONCEPT)
                                       ELSE DIGITS(DECIMAL(
                                            HOUR(R.ZM606_FREG), 2, 0))
                                     END AS CLAVE,
                                     R.ZM606_FREG AS FREG,
                                     CASE :TA-SETAPA
                                       WHEN 'M' THEN T.ZM761_FMERCADO
                                       WHEN 'E'
                                       THEN T.ZM761_FEJECUCION
                                       ELSE T.ZM761_FLIQUIDA
                                     END AS FETAPA
                                       FROM ZMDT606 R, ZMDT761 T,
                                            CUENTA C
                                      WHERE T.ZM761_IEMPR    =
                                            R.ZM606_IEMPR
                                        AND T.ZM761_ICUENTA  =
                                            R.ZM606_ICUENTA
                                        AND T.ZM761_ICONCEPT =
                                            R.ZM606_ICONCEPT
                                        AND C.IEMPR   = R.ZM606_IEMPR
                                        AND C.ICUENTA = R.ZM606_ICUENTA
                                        AND DATE(R.ZM606_FREG) BETWEEN
                                            DATE(:TA-FINICIO) AND
                                            DATE(:TA-FFIN) ) AS X
                             WHERE X.FETAPA IS NOT NULL ) AS Y
                 GROUP BY Y.CLAVE
                 ORDER BY 1
           END-EXEC

           EXEC SQL
                DECLARE CTIEMDET CURSOR FOR
                   SELECT X.CLAVE,
                          ( ( DAYS(X.FETAPA) - DAYS(X.FREG) ) * 86400
                            + MIDNIGHT_SECONDS(X.FETAPA)
                            - MIDNIGHT_SECONDS(X.FREG) ) / 60
                     FROM ( SELECT
                            CASE :TA-SDIMENSION
                              WHEN 'S' THEN C.ISUCCASA
                              WHEN 'P' THEN DIGITS(R.ZM606_PROMOT)
                              WHEN 'C' THEN DIGITS(R.ZM606_ICONCEPT)
                              ELSE DIGITS(DECIMAL(
                                   HOUR(R.ZM606_FREG), 2, 0))
                            END AS CLAVE,
                            R.ZM606_FREG AS FREG,
                            CASE :TA-SETAPA
                              WHEN 'M' THEN T.ZM761_FMERCADO
                              WHEN 'E' THEN T.ZM761_FEJECUCION
                              ELSE T.ZM761_FLIQUIDA
                            END AS FETAPA
                              FROM ZMDT606 R, ZMDT761 T, CUENTA C
                             WHERE T.ZM761_IEMPR    = R.ZM606_IEMPR
                               AND T.ZM761_ICUENTA  = R.ZM606_ICUENTA
                               AND T.ZM761_ICONCEPT = R.ZM606_ICONCEPT
                               AND C.IEMPR   = R.ZM606_IEMPR
                               AND C.ICUENTA = R.ZM606_ICUENTA
                               AND DATE(R.ZM606_FREG) BETWEEN
                                   DATE(:TA-FINICIO) AND
                                   DATE(:TA-FFIN) ) AS X
                    WHERE X.FETAPA IS NOT NULL
                 ORDER BY 1, 2
           END-EXEC

           EXEC SQL
                OPEN CTIEMGRP
           END-EXEC
           PERFORM 9600-VALIDA-SQL

           EXEC SQL
                OPEN CTIEMDET
           END-EXEC
           PERFORM 9600-VALIDA-SQL.
      *----
       9971-LEE-TIEMPOS-GRUPO.
      *----
           EXEC SQL
                FETCH CTIEMGRP
                 INTO :TA-ICLAVE,      :TA-NCARTAS,
                      :TA-NSUMA,       :TA-NENMETA,
                      :TA-NMAXIMO
           END-EXEC

           IF SQLCODE EQUAL 0
              SET TA-HAY-DATOS             TO TRUE
              COMPUTE TA-NPROMEDIO ROUNDED = TA-NSUMA / TA-NCARTAS
              COMPUTE TA-PENMETA ROUNDED =
                      TA-NENMETA * 100 / TA-NCARTAS
      *       RANGO MAS CERCANO: EL RENGLON N * P / 100 REDONDEADO
      *       HACIA ARRIBA DENTRO DEL GRUPO.
              COMPUTE TA-IRANGO50 = (TA-NCARTAS * 50 + 99) / 100
              COMPUTE TA-IRANGO90 = (TA-NCARTAS * 90 + 99) / 100
              COMPUTE TA-IRANGO95 = (TA-NCARTAS * 95 + 99) / 100
              MOVE 0                       TO TA-NP50
              MOVE 0                       TO TA-NP90
              MOVE 0                       TO TA-NP95
              PERFORM 9972-LEE-DETALLE-TIEMPO
                  VARYING TA-IX FROM 1 BY 1
                    UNTIL TA-IX GREATER THAN TA-NCARTAS
           ELSE
              SET TA-FIN-DATOS             TO TRUE
              IF SQLCODE NOT = 100
                 PERFORM 9600-VALIDA-SQL
              END-IF
              EXEC SQL
                   CLOSE CTIEMGRP
              END-EXEC
              EXEC SQL
                   CLOSE CTIEMDET
              END-EXEC
           END-IF.
      *----
       9972-LEE-DETALLE-TIEMPO.
      *----
           EXEC SQL
                FETCH CTIEMDET
                 INTO :TA-DET-ICLAVE,  :TA-DET-NMIN
           END-EXEC
           PERFORM 9600-VALIDA-SQL

           IF TA-IX                        EQUAL TA-IRANGO50
              MOVE TA-DET-NMIN             TO TA-NP50
           END-IF
           IF TA-IX                        EQUAL TA-IRANGO90
              MOVE TA-DET-NMIN             TO TA-NP90
           END-IF
           IF TA-IX                        EQUAL TA-IRANGO95
              MOVE TA-DET-NMIN             TO TA-NP95
           END-IF.
      *----
      * ZMWSC337 : CARTAS CAPTURADAS EN EL PERIODO FUERA DE LA META
      *            TA-NMETA DE LA ETAPA TA-SETAPA, DE LA MAS TARDADA A
      *            LA MENOS: LAS QUE LLEGARON TARDE (TA-CERRADA) Y LAS
      *            VIGENTES, NO FALLIDAS, QUE AUN NO LLEGAN Y YA LLEVAN
      *            MAS DE LA META (TA-ABIERTA, MINUTOS A LA FECHA).
      *----
       9973-ABRE-CARTAS-FUERA-META.
      *----
           EXEC SQL
                DECLARE CFUERAMETA CURSOR FOR
                   SELECT Y.IEMPR,  Y.ICUENTA, Y.ICONCEPT,
                          Y.ISUCCASA, Y.PROMOT, CHAR(Y.FREG),
                          VALUE(CHAR(Y.FETAPA), ' '),
                          Y.NMIN,
                          CASE WHEN Y.FETAPA IS NULL
                               THEN '1' ELSE '0' END
                     FROM ( SELECT X.*,
                                   ( ( DAYS(VALUE(X.FETAPA,
                                            CURRENT TIMESTAMP))
                                       - DAYS(X.FREG) ) * 86400
                                     + MIDNIGHT_SECONDS(VALUE(X.FETAPA,
                                            CURRENT TIMESTAMP))
                                     - MIDNIGHT_SECONDS(X.FREG) )
                                   / 60 AS NMIN
                              FROM ( SELECT
                                     R.ZM606_IEMPR    AS IEMPR,
                                     R.ZM606_ICUENTA  AS ICUENTA,
                                     R.ZM606_ICONCEPT AS ICONCEPT,
                                     C.ISUCCASA       AS ISUCCASA,
                                     R.ZM606_PROMOT   AS PROMOT,
                                     R.ZM606_FREG     AS FREG,
                                     R.ZM606_SVIGEN   AS SVIGEN,
                                     VALUE(R.ZM606_IESTVIDA, ' ')
                                                      AS IESTVIDA,
                                     CASE :TA-SETAPA
                                       WHEN 'M' THEN T.ZM761_FMERCADO
                                       WHEN 'E'
                                       THEN T.ZM761_FEJECUCION
                                       ELSE T.ZM761_FLIQUIDA
                                     END AS FETAPA
                                       FROM ZMDT606 R
                                 INNER JOIN CUENTA C
                                         ON C.IEMPR   = R.ZM606_IEMPR
                                        AND C.ICUENTA = R.ZM606_ICUENTA
                            LEFT OUTER JOIN ZMDT761 T
                                         ON T.ZM761_IEMPR    =
                                            R.ZM606_IEMPR
                                        AND T.ZM761_ICUENTA  =
                                            R.ZM606_ICUENTA
                                        AND T.ZM761_ICONCEPT =
                                            R.ZM606_ICONCEPT
                                      WHERE DATE(R.ZM606_FREG) BETWEEN
                                            DATE(:TA-FINICIO) AND
                                            DATE(:TA-FFIN) ) AS X
                             WHERE X.FETAPA IS NOT NULL
                                OR ( X.SVIGEN   = '1'
                                 AND X.IESTVIDA <> 'F' ) ) AS Y
                    WHERE Y.NMIN > :TA-NMETA
                 ORDER BY 8 DESC, 1, 2, 3
           END-EXEC

           EXEC SQL
                OPEN CFUERAMETA
           END-EXEC
           PERFORM 9600-VALIDA-SQL.
      *----
       9974-LEE-CARTAS-FUERA-META.
      *----
           EXEC SQL
                FETCH CFUERAMETA
                 INTO :TA-IEMPR,       :TA-ICUENTA,
                      :TA-ICONCEPT,    :TA-ISUCCASA,
                      :TA-IPROM,       :TA-FREG,
                      :TA-FETAPA,      :TA-NMINUTOS,
                      :TA-SABIERTA
           END-EXEC

           IF SQLCODE EQUAL 0
              SET TA-HAY-DATOS             TO TRUE
           ELSE
              SET TA-FIN-DATOS             TO TRUE
              IF SQLCODE NOT = 100
                 PERFORM 9600-VALIDA-SQL
              END-IF
              EXEC SQL
                   CLOSE CFUERAMETA
              END-EXEC
           END-IF.
      *----
