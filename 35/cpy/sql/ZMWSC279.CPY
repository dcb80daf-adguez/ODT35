      *----
      * ZMWSC279 : VALUACION DE GARANTIAS DE LA LINEA DE CREDITO Y
      *            LLAMADAS DE MARGEN (ZMDT710 / ZMDT709). LAYOUT DE
      *            REFERENCIA ZMWSC278 (MG-REG).
      * NOTA: FOLIOS CON 9349-OBTEN-FOLIO (ZMWSC142/ZMWSC143), PRECIO
      *       CON 9446 (ZMWSC186/ZMWSC187), FECHA LIMITE CON 9688
      *       (ZMWSC276/ZMWSC277), DESTINO DEL AVISO CON 9431
      *       (ZMWSC178/ZMWSC179) Y PARAMETROS CON 9180
      *       (ms35/ZMWSC018/ZMWSC019).
      *----
       9690-CARGA-AFOROS.
      *----
           MOVE 'PREN'                     TO MG-ICODPREN
           MOVE 2                          TO MG-NDIASPLAZO

           MOVE 'AFO'                      TO PV-ITIPOPAR
           MOVE 'CODPRENDA'                TO PV-IPARAM
           MOVE MG-FECHA                   TO PV-FVIGENCIA
           PERFORM 9180-LEE-PARAM-VIGENTE
           IF PV-ENCONTRADO
              AND PV-DATOSPAR(1:4)         NOT = SPACES
              MOVE PV-DATOSPAR(1:4)        TO MG-ICODPREN
           END-IF

           MOVE 'AFO'                      TO PV-ITIPOPAR
           MOVE 'PLAZO'                    TO PV-IPARAM
           MOVE MG-FECHA                   TO PV-FVIGENCIA
           PERFORM 9180-LEE-PARAM-VIGENTE
           IF PV-ENCONTRADO
              MOVE PV-DATOSPAR(1:3)        TO MG-DATO-PLAZO
              IF MG-DATO-PLAZO             NUMERIC
                 MOVE MG-DATO-PLAZO-R      TO MG-NDIASPLAZO
              END-IF
           END-IF

           PERFORM 9691-LEE-AFORO-CLASE
               VARYING MG-I FROM 1 BY 1 UNTIL MG-I > 9.
      *----
       9691-LEE-AFORO-CLASE.
      *----
           COMPUTE MG-PAFORO(MG-I) = MG-I * 10

           MOVE MG-I                       TO MG-I-ED
           MOVE 'AFO'                      TO PV-ITIPOPAR
           MOVE SPACES                     TO PV-IPARAM
           STRING 'CLASE ' MG-I-ED
                  DELIMITED BY SIZE        INTO PV-IPARAM
           MOVE MG-FECHA                   TO PV-FVIGENCIA
           PERFORM 9180-LEE-PARAM-VIGENTE

           IF PV-ENCONTRADO
              MOVE PV-DATOSPAR(1:5)        TO MG-DATO-AFORO
              IF MG-DATO-AFORO             NUMERIC
                 AND MG-DATO-AFORO-R       NOT GREATER THAN 100
                 MOVE MG-DATO-AFORO-R      TO MG-PAFORO(MG-I)
              END-IF
           END-IF.
      *----
      * ZMWSC279 : CORRIDA NOCTURNA A LA FECHA MG-FECHA. EL DISPUESTO
      *            ES EL MISMO DEL DEVENGO (RENGLONES ABIERTOS DE
      *            ZMDT607 DE CARTAS VIGENTES, 9432), SIN ACOTAR A LA
      *            LINEA. LAS LLAMADAS DE CUENTAS QUE YA NO TIENEN
      *            DISPUESTO QUEDAN CUBIERTAS; LAS VENCIDAS ESCALAN.
      *            TODO SE ACOTA AL RANGO MG-IEMPRDES/MG-IEMPRHAS DE
      *            LA PARTICION.
      *----
       9692-VALUA-GARANTIAS.
      *----
           MOVE 0                          TO MG-NUMCTAS
           MOVE 0                          TO MG-NUMLLAM
           MOVE 0                          TO MG-NUMABIERTAS
           MOVE 0                          TO MG-NUMESCALA

           IF MG-IEMPRHAS                  EQUAL SPACES
              MOVE HIGH-VALUES             TO MG-IEMPRHAS
           END-IF

           PERFORM 9690-CARGA-AFOROS

           EXEC SQL
                DECLARE CMGCTAS CURSOR WITH HOLD FOR
                   SELECT A.IEMPR, A.ICUENTA,
                          SUM(B.ZM607_MIMPORTE)
                     FROM CUENTA A
                          INNER JOIN ZMDT606 C
                       ON C.ZM606_IEMPR   = A.IEMPR
                      AND C.ZM606_ICUENTA = A.ICUENTA
                      AND C.ZM606_SVIGEN  = '1'
                          INNER JOIN ZMDT607 B
                       ON B.ZM607_IEMPR    = C.ZM606_IEMPR
                      AND B.ZM607_ICUENTA  = C.ZM606_ICUENTA
                      AND B.ZM607_ICONCEPT = C.ZM606_ICONCEPT
                      AND B.ZM607_FCANC    IS NULL
                    WHERE A.SVIGEN  = '1'
                      AND A.MLINCRB > 0
                      AND A.IEMPR BETWEEN :MG-IEMPRDES
                                      AND :MG-IEMPRHAS
                 GROUP BY A.IEMPR, A.ICUENTA
                   HAVING SUM(B.ZM607_MIMPORTE) > 0
                 ORDER BY A.IEMPR, A.ICUENTA
           END-EXEC

           EXEC SQL
                OPEN CMGCTAS
           END-EXEC
           PERFORM 9600-VALIDA-SQL

           SET MG-HAY-DATOS                TO TRUE
           PERFORM 9693-LEE-CUENTA-GARANTIA
               UNTIL MG-FIN-DATOS

           EXEC SQL
                CLOSE CMGCTAS
           END-EXEC

           EXEC SQL
                UPDATE ZMDT709
                   SET ZM709_SESTADO    = 'C',
                       ZM709_MDISPUESTO = 0,
                       ZM709_MFALTANTE  = 0,
                       ZM709_FULTVAL    = :MG-FECHA,
                       ZM709_FCIERRE    = CURRENT TIMESTAMP,
                       ZM709_IUSRCIERRE = 'BATCH',
                       ZM709_DCOMENT    = 'SIN DISPUESTO EN LA LINEA'
                 WHERE ZM709_SESTADO IN ('A', 'V')
                   AND ZM709_FULTVAL < :MG-FECHA
                   AND ZM709_IEMPR BETWEEN :MG-IEMPRDES
                                       AND :MG-IEMPRHAS
           END-EXEC
           IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
              PERFORM 9600-VALIDA-SQL
           END-IF

           PERFORM 9697-ESCALA-LLAMADAS.
      *----
       9693-LEE-CUENTA-GARANTIA.
      *----
           EXEC SQL
                FETCH CMGCTAS
                 INTO :MG-IEMPR, :MG-ICUENTA,
                      :MG-MDISPUESTO
           END-EXEC

           IF SQLCODE EQUAL 0
              SET MG-HAY-DATOS             TO TRUE
              ADD 1                        TO MG-NUMCTAS

              PERFORM 9694-VALUA-PRENDAS
              PERFORM 9696-GRABA-VALUACION

              COMPUTE MG-MFALTANTE = MG-MDISPUESTO - MG-MAFORADO
              IF MG-MFALTANTE              GREATER THAN 0
                 PERFORM 9698-ABRE-LLAMADA-MARGEN
              ELSE
                 MOVE 0                    TO MG-MFALTANTE
                 PERFORM 9699-CUBRE-LLAMADA-MARGEN
              END-IF
           ELSE
              SET MG-FIN-DATOS             TO TRUE
              IF SQLCODE NOT = 100
                 PERFORM 9600-VALIDA-SQL
              END-IF
           END-IF.
      *----
      * ZMWSC279 : TITULOS EN PRENDA DE CREDITO DE LA CUENTA, VIGENTES
      *            A MG-FECHA, POR EMISORA/SERIE CON SU CLASE DE
      *            RIESGO DEL CATALOGO.
      *----
       9694-VALUA-PRENDAS.
      *----
           MOVE 0                          TO MG-MMERCADO
           MOVE 0                          TO MG-MAFORADO
           MOVE 0                          TO MG-NSINPRECIO

           EXEC SQL
                DECLARE CMGPREN CURSOR FOR
                   SELECT A.ZM661_IEMISORA, A.ZM661_ISERIE,
                          SUM(A.ZM661_CTITULOS),
                          COALESCE(
                          ( SELECT MAX(B.ZM630_IRIESGO)
                              FROM ZMDT630 B
                             WHERE B.ZM630_IEMISORA = A.ZM661_IEMISORA
                               AND B.ZM630_ISERIE   = A.ZM661_ISERIE
                          ), 9)
                     FROM ZMDT661 A
                    WHERE A.ZM661_IEMPR    = :MG-IEMPR
                      AND A.ZM661_ICUENTA  = :MG-ICUENTA
                      AND A.ZM661_ICODRAZ  = :MG-ICODPREN
                      AND A.ZM661_IESTADO  = 'A'
                      AND A.ZM661_FVIGDESDE <= :MG-FECHA
                      AND ( A.ZM661_FVIGHASTA IS NULL
                         OR A.ZM661_FVIGHASTA >= :MG-FECHA )
                 GROUP BY A.ZM661_IEMISORA, A.ZM661_ISERIE
           END-EXEC

           EXEC SQL
                OPEN CMGPREN
           END-EXEC
           PERFORM 9600-VALIDA-SQL

           SET MG-HAY-PRENDA               TO TRUE
           PERFORM 9695-LEE-PRENDA
               UNTIL MG-FIN-PRENDA

           EXEC SQL
                CLOSE CMGPREN
           END-EXEC.
      *----
      * ZMWSC279 : VALUA LA EMISION EN PRENDA Y LE QUITA EL AFORO DE
      *            SU CLASE. SIN PRECIO VALE CERO (PRUDENCIA) Y SE
      *            CUENTA EN NSINPRECIO.
      *----
       9695-LEE-PRENDA.
      *----
           EXEC SQL
                FETCH CMGPREN
                 INTO :MG-IEMISORA, :MG-ISERIE,
                      :MG-CTITULOS, :MG-IRIESGO
           END-EXEC

           IF SQLCODE EQUAL 0
              SET MG-HAY-PRENDA            TO TRUE

              MOVE MG-IEMISORA             TO VP-IEMISORA
              MOVE MG-ISERIE               TO VP-ISERIE
              MOVE MG-FECHA                TO VP-FECHA
              PERFORM 9446-LEE-PRECIO-VIGENTE

              IF VP-CON-PRECIO
                 COMPUTE MG-MVALOR ROUNDED =
                         MG-CTITULOS * VP-MPRECIO
                 ADD MG-MVALOR             TO MG-MMERCADO

                 IF MG-IRIESGO             LESS THAN 1
                    OR MG-IRIESGO          GREATER THAN 9
                    MOVE 9                 TO MG-IRIESGO
                 END-IF
                 COMPUTE MG-MAFORADO ROUNDED = MG-MAFORADO +
                         MG-MVALOR * (100 - MG-PAFORO(MG-IRIESGO))
                                   / 100
              ELSE
                 ADD 1                     TO MG-NSINPRECIO
              END-IF
           ELSE
              SET MG-FIN-PRENDA            TO TRUE
              IF SQLCODE NOT = 100
                 PERFORM 9600-VALIDA-SQL
              END-IF
           END-IF.
      *----
      * ZMWSC279 : GRABA LA VALUACION DEL DIA DE LA CUENTA. RECORRER EL
      *            MISMO DIA REEMPLAZA EL RENGLON (IGUAL QUE 9434).
      *----
       9696-GRABA-VALUACION.
      *----
           MOVE 0                          TO MG-PCOBERTURA
           IF MG-MDISPUESTO                GREATER THAN 0
              COMPUTE MG-PCOBERTURA ROUNDED =
                      MG-MAFORADO / MG-MDISPUESTO
                 ON SIZE ERROR
                    MOVE 999.9999          TO MG-PCOBERTURA
              END-COMPUTE
           END-IF

           EXEC SQL
                DELETE FROM ZMDT710
                 WHERE ZM710_IEMPR   = :MG-IEMPR
                   AND ZM710_ICUENTA = :MG-ICUENTA
                   AND ZM710_FECHA   = :MG-FECHA
           END-EXEC
           IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
              PERFORM 9600-VALIDA-SQL
           END-IF

           EXEC SQL
                INSERT INTO ZMDT710
                     ( ZM710_IEMPR,      ZM710_ICUENTA,
                       ZM710_FECHA,      ZM710_MDISPUESTO,
                       ZM710_MMERCADO,   ZM710_MAFORADO,
                       ZM710_PCOBERTURA, ZM710_NSINPRECIO,
                       ZM710_FSIST )
                VALUES ( :MG-IEMPR,      :MG-ICUENTA,
                         :MG-FECHA,      :MG-MDISPUESTO,
                         :MG-MMERCADO,   :MG-MAFORADO,
                         :MG-PCOBERTURA, :MG-NSINPRECIO,
                         CURRENT TIMESTAMP )
           END-EXEC
           PERFORM 9600-VALIDA-SQL.
      *----
      * ZMWSC279 : LLAMADAS VENCIDAS SIN CUBRIR (FLIMITE YA PASO):
      *            PASAN A 'V', SUBEN UN NIVEL POR CADA CORRIDA Y SE
      *            AVISA AL PROMOTOR CON EL NIVEL ALCANZADO.
      *----
       9697-ESCALA-LLAMADAS.
      *----
           EXEC SQL
                DECLARE CMGVENC CURSOR WITH HOLD FOR
                   SELECT ZM709_IEMPR,    ZM709_ICUENTA,
                          ZM709_ISECLLAM, ZM709_NNIVEL,
                          ZM709_MFALTANTE
                     FROM ZMDT709
                    WHERE ZM709_SESTADO IN ('A', 'V')
                      AND ZM709_FLIMITE < :MG-FECHA
                      AND ZM709_IEMPR BETWEEN :MG-IEMPRDES
                                          AND :MG-IEMPRHAS
                 ORDER BY ZM709_IEMPR, ZM709_ICUENTA
           END-EXEC

           EXEC SQL
                OPEN CMGVENC
           END-EXEC
           PERFORM 9600-VALIDA-SQL

           SET MG-HAY-DATOS                TO TRUE
           PERFORM 9700-LEE-LLAMADA-VENCIDA
               UNTIL MG-FIN-DATOS

           EXEC SQL
                CLOSE CMGVENC
           END-EXEC.
      *----
      * ZMWSC279 : CON FALTANTE: SI LA CUENTA YA TIENE LLAMADA ABIERTA
      *            O VENCIDA SOLO SE ACTUALIZAN SUS CIFRAS (EL PLAZO NO
      *            SE REINICIA); SI NO, SE ABRE UNA NUEVA CON FECHA
      *            LIMITE A MG-NDIASPLAZO DIAS HABILES Y SE AVISA AL
      *            CLIENTE.
      *----
       9698-ABRE-LLAMADA-MARGEN.
      *----
           EXEC SQL
                UPDATE ZMDT709
                   SET ZM709_MDISPUESTO = :MG-MDISPUESTO,
                       ZM709_MAFORADO   = :MG-MAFORADO,
                       ZM709_MFALTANTE  = :MG-MFALTANTE,
                       ZM709_FULTVAL    = :MG-FECHA
                 WHERE ZM709_IEMPR   = :MG-IEMPR
                   AND ZM709_ICUENTA = :MG-ICUENTA
                   AND ZM709_SESTADO IN ('A', 'V')
           END-EXEC

           IF SQLCODE EQUAL 100
              MOVE MG-FECHA                TO DH-FECHA
              MOVE MG-NDIASPLAZO           TO DH-NDIAS
              PERFORM 9688-SUMA-DIAS-HABILES
              MOVE DH-FECHA                TO MG-FLIMITE

              MOVE 'ZMDT709'               TO FO-ITABLA
              MOVE MG-IEMPR                TO FO-LL-IEMPR
              MOVE MG-ICUENTA              TO FO-LL-ICUENTA
              MOVE 0                       TO FO-LL-ICONCEPT
              PERFORM 9349-OBTEN-FOLIO
              MOVE FO-NFOLIO               TO MG-ISECLLAM

              EXEC SQL
                   INSERT INTO ZMDT709
                        ( ZM709_IEMPR,      ZM709_ICUENTA,
                          ZM709_ISECLLAM,   ZM709_FAPERTURA,
                          ZM709_MFALTINI,   ZM709_NDIASPLAZO,
                          ZM709_FLIMITE,    ZM709_SESTADO,
                          ZM709_NNIVEL,     ZM709_MDISPUESTO,
                          ZM709_MAFORADO,   ZM709_MFALTANTE,
                          ZM709_FULTVAL,    ZM709_FESCALA,
                          ZM709_FCIERRE,    ZM709_IUSRCIERRE,
                          ZM709_DCOMENT )
                   VALUES ( :MG-IEMPR,      :MG-ICUENTA,
                            :MG-ISECLLAM,   :MG-FECHA,
                            :MG-MFALTANTE,  :MG-NDIASPLAZO,
                            :MG-FLIMITE,    'A',
                            0,              :MG-MDISPUESTO,
                            :MG-MAFORADO,   :MG-MFALTANTE,
                            :MG-FECHA,      NULL,
                            NULL,           NULL,
                            NULL )
              END-EXEC
              PERFORM 9600-VALIDA-SQL

              ADD 1                        TO MG-NUMABIERTAS
              SET MG-AVISO-APERTURA        TO TRUE
              PERFORM 9701-AVISA-LLAMADA-MARGEN
           ELSE
              PERFORM 9600-VALIDA-SQL
           END-IF

           ADD 1                           TO MG-NUMLLAM.
      *----
      * ZMWSC279 : SIN FALTANTE: LA LLAMADA ABIERTA O VENCIDA DE LA
      *            CUENTA QUEDA CUBIERTA (Y LA CAPTURA SE DESBLOQUEA).
      *----
       9699-CUBRE-LLAMADA-MARGEN.
      *----
           EXEC SQL
                UPDATE ZMDT709
                   SET ZM709_SESTADO    = 'C',
                       ZM709_MDISPUESTO = :MG-MDISPUESTO,
                       ZM709_MAFORADO   = :MG-MAFORADO,
                       ZM709_MFALTANTE  = 0,
                       ZM709_FULTVAL    = :MG-FECHA,
                       ZM709_FCIERRE    = CURRENT TIMESTAMP,
                       ZM709_IUSRCIERRE = 'BATCH',
                       ZM709_DCOMENT    = 'CUBIERTA EN VALUACION'
                 WHERE ZM709_IEMPR   = :MG-IEMPR
                   AND ZM709_ICUENTA = :MG-ICUENTA
                   AND ZM709_SESTADO IN ('A', 'V')
           END-EXEC

           IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
              PERFORM 9600-VALIDA-SQL
           END-IF.
      *----
       9700-LEE-LLAMADA-VENCIDA.
      *----
           EXEC SQL
                FETCH CMGVENC
                 INTO :MG-IEMPR,     :MG-ICUENTA,
                      :MG-ISECLLAM,  :MG-NNIVEL,
                      :MG-MFALTANTE
           END-EXEC

           IF SQLCODE EQUAL 0
              SET MG-HAY-DATOS             TO TRUE
              ADD 1                        TO MG-NNIVEL

              EXEC SQL
                   UPDATE ZMDT709
                      SET ZM709_SESTADO  = 'V',
                          ZM709_NNIVEL   = :MG-NNIVEL,
                          ZM709_FESCALA  = CURRENT TIMESTAMP
                    WHERE ZM709_IEMPR    = :MG-IEMPR
                      AND ZM709_ICUENTA  = :MG-ICUENTA
                      AND ZM709_ISECLLAM = :MG-ISECLLAM
              END-EXEC
              PERFORM 9600-VALIDA-SQL

              ADD 1                        TO MG-NUMESCALA
              SET MG-AVISO-ESCALA          TO TRUE
              PERFORM 9701-AVISA-LLAMADA-MARGEN
           ELSE
              SET MG-FIN-DATOS             TO TRUE
              IF SQLCODE NOT = 100
                 PERFORM 9600-VALIDA-SQL
              END-IF
           END-IF.
      *----
      * ZMWSC279 : ENCOLA EL AVISO EN ZMDT622 (SIN CARTA, CONCEPTO
      *            CERO). LA APERTURA VA AL DESTINO DEL MAESTRO DE
      *            CONTACTOS (SIN CONTACTOS, AL PROMOTOR); LA ESCALA
      *            SIEMPRE AL PROMOTOR, CON EL NIVEL.
      *----
       9701-AVISA-LLAMADA-MARGEN.
      *----
           SET CN-NO-ENCONTRADO            TO TRUE
           IF MG-AVISO-APERTURA
              MOVE MG-IEMPR                TO CN-IEMPR
              MOVE MG-ICUENTA              TO CN-ICUENTA
              PERFORM 9431-RESUELVE-DESTINO-CUENTA
           END-IF

           IF NOT CN-ENCONTRADO
              MOVE 'P'                     TO CN-TDESTINO
              MOVE SPACES                  TO CN-DDESTINO
              IF MG-AVISO-APERTURA
                 STRING 'LLAMADA DE MARGEN, LIMITE ' MG-FLIMITE
                        DELIMITED BY SIZE  INTO CN-DDESTINO
              ELSE
                 MOVE MG-NNIVEL            TO MG-NNIVEL-ED
                 STRING 'LLAMADA DE MARGEN VENCIDA, NIVEL '
                        MG-NNIVEL-ED
                        DELIMITED BY SIZE  INTO CN-DDESTINO
              END-IF
           END-IF

           MOVE 'ZMDT622'                  TO FO-ITABLA
           MOVE MG-IEMPR                   TO FO-LL-IEMPR
           MOVE MG-ICUENTA                 TO FO-LL-ICUENTA
           MOVE 0                          TO FO-LL-ICONCEPT
           PERFORM 9349-OBTEN-FOLIO
           MOVE FO-NFOLIO                  TO MG-ISECUEN

           EXEC SQL
                INSERT INTO ZMDT622
                     ( ZM622_IEMPR,    ZM622_ICUENTA,
                       ZM622_ICONCEPT, ZM622_ISECUEN,
                       ZM622_TDESTINO, ZM622_DESTINO,
                       ZM622_SENVIADO, ZM622_FALTA,
                       ZM622_FENVIADO, ZM622_CINTENTOS,
                       ZM622_FULTINT )
                VALUES ( :MG-IEMPR,    :MG-ICUENTA,
                         0,            :MG-ISECUEN,
                         :CN-TDESTINO, :CN-DDESTINO,
                         '0',          CURRENT TIMESTAMP,
                         NULL,         0,
                         NULL )
           END-EXEC
           PERFORM 9600-VALIDA-SQL.
      *----
      * ZMWSC279 : UNA CUENTA CON LLAMADA DE MARGEN VENCIDA ('V') NO
      *            REGISTRA CARTAS NUEVAS HASTA QUE SE CUBRA.
      *----
       9702-VERIFICA-BLOQUEO-MARGEN.
      *----
           SET MG-SIN-BLOQUEO              TO TRUE
           MOVE 0                          TO MG-NUMLLAM

           EXEC SQL
                SELECT COUNT(*)
                  INTO :MG-NUMLLAM
                  FROM ZMDT709
                 WHERE ZM709_IEMPR   = :MG-IEMPR
                   AND ZM709_ICUENTA = :MG-ICUENTA
                   AND ZM709_SESTADO = 'V'
           END-EXEC
           PERFORM 9600-VALIDA-SQL

           IF MG-NUMLLAM                   GREATER THAN 0
              SET MG-BLOQUEADA             TO TRUE
           END-IF.
      *----
      * ZMWSC279 : CIERRE MANUAL DE LA LLAMADA POR CREDITO (APORTACION
      *            DE GARANTIA, PAGO O LIQUIDACION DE LA GARANTIA YA
      *            CONFIRMADOS), CON USUARIO Y COMENTARIO. LA LLAMA LA
      *            TRANSACCION DE LLAMADAS DE LA MESA DE CREDITO (VEA
      *            ZMWSC278); LA VALUACION NO LA USA, CIERRA CON 9699.
      *            SI LA SIGUIENTE VALUACION SIGUE DANDO FALTANTE SE
      *            ABRE UNA LLAMADA NUEVA.
      *----
       9703-CIERRA-LLAMADA-MARGEN.
      *----
           EXEC SQL
                UPDATE ZMDT709
                   SET ZM709_SESTADO    = 'C',
                       ZM709_FCIERRE    = CURRENT TIMESTAMP,
                       ZM709_IUSRCIERRE = :MG-IUSRCIERRE,
                       ZM709_DCOMENT    = :MG-DCOMENT
                 WHERE ZM709_IEMPR    = :MG-IEMPR
                   AND ZM709_ICUENTA  = :MG-ICUENTA
                   AND ZM709_ISECLLAM = :MG-ISECLLAM
                   AND ZM709_SESTADO IN ('A', 'V')
           END-EXEC

           IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
              PERFORM 9600-VALIDA-SQL
           END-IF.
      *----
