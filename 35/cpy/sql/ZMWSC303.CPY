      *----
      * ZMWSC303 : REGISTRO DE FORMAS FISCALES W-8BEN / W-8BEN-E / W-9
      *            (ZMDT728). LAYOUT DE REFERENCIA ZMWSC302 (FF-REG).
      *            REGISTRA LA FORMA DE UN TITULAR (PRINCIPAL O
      *            COTITULAR AUTORIZADO), CALCULA SU VENCIMIENTO Y
      *            SUSTITUYE LA FORMA ANTERIOR DEL MISMO TITULAR.
      *----
       9811-REGISTRA-FORMA-FISCAL.
      *----
           SET FF-ACEPTADO                 TO TRUE
           MOVE SPACES                     TO FF-DMENSAJE
           MOVE SPACES                     TO FF-IPAISMDO
           MOVE FF-FFIRMA(1:4)             TO FF-IANIO-ALFA

           EXEC SQL
                SELECT COALESCE(IPAISMDO, ' ')
                  INTO :FF-IPAISMDO
                  FROM CUENTA
                 WHERE IEMPR   = :FF-IEMPR
                   AND ICUENTA = :FF-ICUENTA
           END-EXEC

           IF SQLCODE EQUAL 100
              SET FF-RECHAZADO             TO TRUE
              MOVE 'CUENTA NO EXISTE'      TO FF-DMENSAJE
           ELSE
              PERFORM 9600-VALIDA-SQL
           END-IF

           IF FF-ACEPTADO
              AND FF-ISECTIT               GREATER THAN 0
              MOVE 0                       TO FF-NUMCOTIT

              EXEC SQL
                   SELECT COUNT(*)
                     INTO :FF-NUMCOTIT
                     FROM ZMDT686
                    WHERE ZM686_IEMPR   = :FF-IEMPR
                      AND ZM686_ICUENTA = :FF-ICUENTA
                      AND ZM686_ISECTIT = :FF-ISECTIT
                      AND ZM686_IESTADO = 'A'
              END-EXEC
              PERFORM 9600-VALIDA-SQL

              IF FF-NUMCOTIT               EQUAL 0
                 SET FF-RECHAZADO          TO TRUE
                 MOVE 'COTITULAR NO AUTORIZADO EN LA CUENTA'
                                           TO FF-DMENSAJE
              END-IF
           END-IF

           EVALUATE TRUE
              WHEN FF-RECHAZADO
                 CONTINUE
              WHEN FF-IPAISMDO             EQUAL SPACES
                 SET FF-RECHAZADO          TO TRUE
                 MOVE 'LA CUENTA NO OPERA EN MERCADO EXTRANJERO'
                                           TO FF-DMENSAJE
              WHEN NOT FF-TIPO-VALIDO
                 SET FF-RECHAZADO          TO TRUE
                 MOVE 'TIPO DE FORMA INVALIDO (W8BEN, W8BENE O W9)'
                                           TO FF-DMENSAJE
              WHEN FF-IANIO-ALFA           NOT NUMERIC
                 OR FF-FFIRMA              GREATER THAN FF-FECHA
                 SET FF-RECHAZADO          TO TRUE
                 MOVE 'FECHA DE FIRMA INVALIDA O POSTERIOR AL DIA'
                                           TO FF-DMENSAJE
              WHEN FF-PTRATADO             LESS THAN 0
                 OR FF-PTRATADO            NOT LESS THAN 1
                 SET FF-RECHAZADO          TO TRUE
                 MOVE 'TASA DE TRATADO INVALIDA'
                                           TO FF-DMENSAJE
              WHEN FF-FORMA-W9
                 AND FF-PTRATADO           GREATER THAN 0
                 SET FF-RECHAZADO          TO TRUE
                 MOVE 'LA FORMA W-9 NO RECLAMA TASA DE TRATADO'
                                           TO FF-DMENSAJE
              WHEN FF-PTRATADO             GREATER THAN 0
                 AND FF-IPAISTRAT          EQUAL SPACES
                 SET FF-RECHAZADO          TO TRUE
                 MOVE 'FALTA EL PAIS DEL TRATADO QUE SE RECLAMA'
                                           TO FF-DMENSAJE
           END-EVALUATE

           IF FF-ACEPTADO
              COMPUTE FF-FVENCE-ANIO = FF-IANIO-ALFA-R + 3
              MOVE FF-FVENCE-CALC          TO FF-FVENCE

              EXEC SQL
                   SELECT COALESCE(MAX(ZM728_ISECFORMA), 0) + 1
                     INTO :FF-ISECFORMA
                     FROM ZMDT728
                    WHERE ZM728_IEMPR   = :FF-IEMPR
                      AND ZM728_ICUENTA = :FF-ICUENTA
                      AND ZM728_ISECTIT = :FF-ISECTIT
              END-EXEC
              PERFORM 9600-VALIDA-SQL

              EXEC SQL
                   UPDATE ZMDT728
                      SET ZM728_SVIGEN  = '0'
                    WHERE ZM728_IEMPR   = :FF-IEMPR
                      AND ZM728_ICUENTA = :FF-ICUENTA
                      AND ZM728_ISECTIT = :FF-ISECTIT
                      AND ZM728_SVIGEN  = '1'
              END-EXEC
              IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
                 PERFORM 9600-VALIDA-SQL
              END-IF

              EXEC SQL
                   INSERT INTO ZMDT728
                        ( ZM728_IEMPR,     ZM728_ICUENTA,
                          ZM728_ISECTIT,   ZM728_ISECFORMA,
                          ZM728_TFORMA,    ZM728_FFIRMA,
                          ZM728_FVENCE,    ZM728_PTRATADO,
                          ZM728_IPAISTRAT, ZM728_SVIGEN,
                          ZM728_IUSUARIO,  ZM728_FSIST )
                   VALUES ( :FF-IEMPR,     :FF-ICUENTA,
                            :FF-ISECTIT,   :FF-ISECFORMA,
                            :FF-TFORMA,    :FF-FFIRMA,
                            :FF-FVENCE,    NULLIF(:FF-PTRATADO, 0),
                            NULLIF(:FF-IPAISTRAT, ' '), '1',
                            :FF-IUSUARIO,  CURRENT TIMESTAMP )
              END-EXEC
              PERFORM 9600-VALIDA-SQL
           END-IF.
      *----
      * ZMWSC303 : DOCUMENTACION DE LA CUENTA A LA FECHA FF-FECHA: EN
      *            CUENTAS CON MERCADO EXTRANJERO, CADA TITULAR
      *            (PRINCIPAL Y COTITULARES AUTORIZADOS) DEBE TENER SU
      *            FORMA VIGENTE. EL FALTANTE SOLO AVISA.
      *----
       9812-VERIFICA-FORMAS-CUENTA.
      *----
           SET FF-SIN-AVISO                TO TRUE
           SET FF-MERCADO-NACIONAL         TO TRUE
           MOVE SPACES                     TO FF-DMENSAJE
           MOVE SPACES                     TO FF-IPAISMDO
           MOVE 0                          TO FF-NUMTIT
           MOVE 0                          TO FF-NUMCONF
           MOVE 0                          TO FF-NUMSINF

           EXEC SQL
                SELECT COALESCE(IPAISMDO, ' ')
                  INTO :FF-IPAISMDO
                  FROM CUENTA
                 WHERE IEMPR   = :FF-IEMPR
                   AND ICUENTA = :FF-ICUENTA
           END-EXEC
           IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
              PERFORM 9600-VALIDA-SQL
           END-IF

           IF FF-IPAISMDO                  NOT = SPACES
              SET FF-MERCADO-EXTRANJERO    TO TRUE

              EXEC SQL
                   SELECT COUNT(*)
                     INTO :FF-NUMCOTIT
                     FROM ZMDT686
                    WHERE ZM686_IEMPR   = :FF-IEMPR
                      AND ZM686_ICUENTA = :FF-ICUENTA
                      AND ZM686_IESTADO = 'A'
              END-EXEC
              PERFORM 9600-VALIDA-SQL

              EXEC SQL
                   SELECT COUNT(DISTINCT F.ZM728_ISECTIT)
                     INTO :FF-NUMCONF
                     FROM ZMDT728 F
                    WHERE F.ZM728_IEMPR   = :FF-IEMPR
                      AND F.ZM728_ICUENTA = :FF-ICUENTA
                      AND F.ZM728_SVIGEN  = '1'
                      AND F.ZM728_FVENCE >= :FF-FECHA
                      AND ( F.ZM728_ISECTIT = 0
                         OR EXISTS
                          ( SELECT 1
                              FROM ZMDT686 J
                             WHERE J.ZM686_IEMPR   = F.ZM728_IEMPR
                               AND J.ZM686_ICUENTA = F.ZM728_ICUENTA
                               AND J.ZM686_ISECTIT = F.ZM728_ISECTIT
                               AND J.ZM686_IESTADO = 'A' ) )
              END-EXEC
              PERFORM 9600-VALIDA-SQL

              COMPUTE FF-NUMTIT  = FF-NUMCOTIT + 1
              COMPUTE FF-NUMSINF = FF-NUMTIT - FF-NUMCONF

              IF FF-NUMSINF                GREATER THAN 0
                 SET FF-CON-AVISO          TO TRUE
                 MOVE 'AVISO: TITULAR SIN FORMA W-8/W-9 VIGENTE'
                                           TO FF-DMENSAJE
              END-IF
           END-IF.
      *----
      * ZMWSC303 : TASA DE RETENCION DE LOS INGRESOS DEL MERCADO
      *            EXTRANJERO A LA FECHA FF-FECHA, SEGUN LA FORMA
      *            VIGENTE DEL TITULAR PRINCIPAL (VEA ZMWSC302).
      *----
       9813-TASA-FORMA-FISCAL.
      *----
           SET FF-SIN-FORMA                TO TRUE
           MOVE SPACES                     TO FF-TFORMA
           MOVE SPACES                     TO FF-FVENCE
           MOVE 0                          TO FF-PTRATADO
           MOVE 0                          TO FF-PTASA

           EXEC SQL
                SELECT ZM728_TFORMA, CHAR(ZM728_FVENCE),
                       COALESCE(ZM728_PTRATADO, 0)
                  INTO :FF-TFORMA,   :FF-FVENCE,
                       :FF-PTRATADO
                  FROM ZMDT728
                 WHERE ZM728_IEMPR   = :FF-IEMPR
                   AND ZM728_ICUENTA = :FF-ICUENTA
                   AND ZM728_ISECTIT = 0
                   AND ZM728_SVIGEN  = '1'
           END-EXEC

           IF SQLCODE EQUAL 0
              IF FF-FVENCE                 LESS THAN FF-FECHA
                 SET FF-FORMA-VENCIDA      TO TRUE
              ELSE
                 SET FF-FORMA-VIGENTE      TO TRUE
              END-IF
           ELSE
              IF SQLCODE NOT = 100
                 PERFORM 9600-VALIDA-SQL
              END-IF
           END-IF

           MOVE 'ISR'                      TO PV-ITIPOPAR
           MOVE SPACES                     TO PV-IPARAM
           MOVE FF-FECHA                   TO PV-FVIGENCIA

           EVALUATE TRUE
              WHEN FF-FORMA-VIGENTE
               AND FF-PTRATADO             GREATER THAN 0
                 MOVE FF-PTRATADO          TO FF-PTASA
              WHEN FF-FORMA-VIGENTE
               AND FF-FORMA-W9
                 MOVE 0                    TO FF-PTASA
                 MOVE 'EXTW9'              TO PV-IPARAM
              WHEN FF-FORMA-VIGENTE
                 MOVE .30000               TO FF-PTASA
                 MOVE 'EXTW8'              TO PV-IPARAM
              WHEN OTHER
                 MOVE .30000               TO FF-PTASA
                 MOVE 'EXTSINFORMA'        TO PV-IPARAM
           END-EVALUATE

           IF PV-IPARAM                    NOT = SPACES
              PERFORM 9180-LEE-PARAM-VIGENTE
              IF PV-ENCONTRADO
                 MOVE PV-DATOSPAR(1:6)     TO FF-PTASA-ALFA
                 IF FF-PTASA-ALFA          NUMERIC
                    MOVE FF-PTASA-ALFA-R   TO FF-PTASA
                 END-IF
              END-IF
           END-IF.
      *----
      * ZMWSC303 : REPORTE MENSUAL DE PERSECUCION DE FORMAS: UN
      *            RENGLON POR TITULAR DE CUENTA VIGENTE CON MERCADO
      *            EXTRANJERO SIN FORMA, CON LA FORMA VENCIDA A
      *            FF-FECHA O QUE VENCE A MAS TARDAR EN FF-FHASTA.
      *----
       9814-ABRE-PERSIGUE-FORMAS.
      *----
           MOVE 0                          TO FF-NUMPERS

           EXEC SQL
                DECLARE CFFPERS CURSOR FOR
                   SELECT T.IEMPR, T.ICUENTA, T.ISECTIT, T.NNOMBRE,
                          T.IPAISMDO,
                          COALESCE(F.ZM728_TFORMA, ' '),
                          COALESCE(CHAR(F.ZM728_FVENCE), ' ')
                     FROM ( SELECT C.IEMPR, C.ICUENTA,
                                   0 AS ISECTIT,
                                   C.NABREV AS NNOMBRE,
                                   C.IPAISMDO
                              FROM CUENTA C
                             WHERE C.SVIGEN    = '1'
                               AND C.IPAISMDO IS NOT NULL
                               AND C.IPAISMDO <> ' '
                            UNION ALL
                            SELECT J.ZM686_IEMPR, J.ZM686_ICUENTA,
                                   J.ZM686_ISECTIT,
                                   J.ZM686_NNOMBRE,
                                   C.IPAISMDO
                              FROM ZMDT686 J
                                   INNER JOIN CUENTA C
                                ON C.IEMPR   = J.ZM686_IEMPR
                               AND C.ICUENTA = J.ZM686_ICUENTA
                             WHERE J.ZM686_IESTADO = 'A'
                               AND C.SVIGEN    = '1'
                               AND C.IPAISMDO IS NOT NULL
                               AND C.IPAISMDO <> ' ' ) T
                          LEFT JOIN ZMDT728 F
                       ON F.ZM728_IEMPR   = T.IEMPR
                      AND F.ZM728_ICUENTA = T.ICUENTA
                      AND F.ZM728_ISECTIT = T.ISECTIT
                      AND F.ZM728_SVIGEN  = '1'
                    WHERE ( :FF-IEMPR = ' '
                         OR T.IEMPR   = :FF-IEMPR )
                      AND ( F.ZM728_FVENCE IS NULL
                         OR F.ZM728_FVENCE <= :FF-FHASTA )
                 ORDER BY T.IEMPR, T.ICUENTA, T.ISECTIT
           END-EXEC

           EXEC SQL
                OPEN CFFPERS
           END-EXEC
           PERFORM 9600-VALIDA-SQL.
      *----
       9815-LEE-PERSIGUE-FORMAS.
      *----
           EXEC SQL
                FETCH CFFPERS
                 INTO :FF-IEMPR,     :FF-ICUENTA,
                      :FF-ISECTIT,   :FF-NNOMBRE,
                      :FF-IPAISMDO,  :FF-TFORMA,
                      :FF-FVENCE
           END-EXEC

           IF SQLCODE EQUAL 0
              SET FF-HAY-DATOS             TO TRUE
              ADD 1                        TO FF-NUMPERS

              EVALUATE TRUE
                 WHEN FF-FVENCE            EQUAL SPACES
                    SET FF-SIN-FORMA       TO TRUE
                 WHEN FF-FVENCE            LESS THAN FF-FECHA
                    SET FF-FORMA-VENCIDA   TO TRUE
                 WHEN OTHER
                    SET FF-FORMA-POR-VENCER
                                           TO TRUE
              END-EVALUATE
           ELSE
              SET FF-FIN-DATOS             TO TRUE
              IF SQLCODE NOT = 100
                 PERFORM 9600-VALIDA-SQL
              END-IF
              EXEC SQL
                   CLOSE CFFPERS
              END-EXEC
           END-IF.
      *----
