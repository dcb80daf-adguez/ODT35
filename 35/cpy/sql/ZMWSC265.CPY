      *----
      * ZMWSC265 : LIBRO DE OFERTAS PUBLICAS (ZMDT698) Y ASIGNACION
      *            PRORRATA/POR GRUPO A LOS RENGLONES DE LAS CARTAS
      *            DE COLOCACION (ZMDT699). LAYOUT DE REFERENCIA
      *            ZMWSC264 (OF-REG).
      * NOTA: EL FOLIO DEL AVISO EN ZMDT622 SE RESERVA CON EL
      *       SERVIDOR DE FOLIOS ZMDT642 (9349-OBTEN-FOLIO) Y EL
      *       DESTINO SE RESUELVE DEL MAESTRO DE CONTACTOS
      *       (9431-RESUELVE-DESTINO-CUENTA); QUIEN INCLUYA ESTE COPY
      *       DEBE INCLUIR TAMBIEN ZMWSC142/ZMWSC143 Y ZMWSC178/
      *       ZMWSC179.
      *----
       9632-VALIDA-OFERTA-CARTA.
      *----
           SET OF-SIN-OFERTA               TO TRUE
           MOVE SPACES                     TO OF-DMENSAJE

           EXEC SQL
                SELECT ZM698_FAPERTURA,  ZM698_FCIERRE,
                       ZM698_CTITULOS,   ZM698_MPRECIOMIN,
                       ZM698_MPRECIOMAX, ZM698_TASIGNA,
                       ZM698_SESTADO
                  INTO :OF-FAPERTURA,    :OF-FCIERRE,
                       :OF-CTITULOS,     :OF-MPRECIOMIN,
                       :OF-MPRECIOMAX,   :OF-TASIGNA,
                       :OF-SESTADO
                  FROM ZMDT698
                 WHERE ZM698_IEMPR    = :OF-IEMPR
                   AND ZM698_IEMISORA = :OF-IEMISORA
                   AND ZM698_ISERIE   = :OF-ISERIE
                   AND ( ZM698_GRUPO  = :OF-GRUPO
                      OR ZM698_GRUPO  = 0 )
              ORDER BY ZM698_GRUPO DESC
                 FETCH FIRST 1 ROW ONLY
           END-EXEC

           IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
              PERFORM 9600-VALIDA-SQL
           END-IF

      *    SIN OFERTA REGISTRADA LA CARTA NO ES DE COLOCACION.
      *    PRECIO MAXIMO EN CERO = OFERTA SIN TOPE DE PRECIO.
           IF SQLCODE EQUAL 0
              SET OF-EN-VENTANA            TO TRUE

              EVALUATE TRUE
                 WHEN NOT OF-ABIERTA
                    SET OF-FUERA-VENTANA   TO TRUE
                    MOVE 'OFERTA CERRADA - YA NO SE RECIBEN CARTAS'
                                           TO OF-DMENSAJE
                 WHEN OF-FECHA             LESS THAN OF-FAPERTURA
                    SET OF-FUERA-VENTANA   TO TRUE
                    MOVE 'OFERTA AUN NO ABRE - VENTANA INICIA EL'
                                           TO OF-DMENSAJE
                    MOVE OF-FAPERTURA      TO OF-DMENSAJE(40:10)
                 WHEN OF-FECHA             GREATER THAN OF-FCIERRE
                    SET OF-FUERA-VENTANA   TO TRUE
                    MOVE 'VENTANA DE LA OFERTA CERRO EL'
                                           TO OF-DMENSAJE
                    MOVE OF-FCIERRE        TO OF-DMENSAJE(31:10)
                 WHEN OF-MPRECIO           GREATER THAN 0
                  AND (OF-MPRECIO          LESS THAN OF-MPRECIOMIN
                   OR (OF-MPRECIOMAX       GREATER THAN 0
                  AND  OF-MPRECIO          GREATER THAN OF-MPRECIOMAX))
                    SET OF-PRECIO-FUERA    TO TRUE
                    MOVE 'PRECIO FUERA DEL RANGO DE LA OFERTA'
                                           TO OF-DMENSAJE
                 WHEN OTHER
                    CONTINUE
              END-EVALUATE
           END-IF.
      *----
      * ZMWSC265 : CORRIDA DE ASIGNACION DE UNA OFERTA CERRADA. BORRA
      *            LA ASIGNACION PREVIA DE LA MISMA OFERTA (LA CORRIDA
      *            SE PUEDE REPETIR MIENTRAS NO SE LIQUIDE), REPARTE
      *            LOS TITULOS, MARCA LA OFERTA ASIGNADA ('S') Y
      *            ENCOLA LOS AVISOS POR CUENTA.
      *----
       9633-ASIGNA-OFERTA.
      *----
           MOVE 0                          TO OF-NUMRENG
           MOVE 0                          TO OF-NUMAVISOS
           MOVE 0                          TO OF-CASIGNADO

           EXEC SQL
                SELECT ZM698_FAPERTURA,  ZM698_FCIERRE,
                       ZM698_CTITULOS,   ZM698_MPRECIOMIN,
                       ZM698_MPRECIOMAX,
                       ZM698_TASIGNA,    ZM698_SESTADO
                  INTO :OF-FAPERTURA,    :OF-FCIERRE,
                       :OF-CTITULOS,     :OF-MPRECIOMIN,
                       :OF-MPRECIOMAX,
                       :OF-TASIGNA,      :OF-SESTADO
                  FROM ZMDT698
                 WHERE ZM698_IEMPR    = :OF-IEMPR
                   AND ZM698_IEMISORA = :OF-IEMISORA
                   AND ZM698_ISERIE   = :OF-ISERIE
                   AND ZM698_GRUPO    = :OF-GRUPO
           END-EXEC
           PERFORM 9600-VALIDA-SQL

      *    UNA OFERTA AUN ABIERTA Y DENTRO DE SU VENTANA NO SE ASIGNA.
           IF SQLCODE EQUAL 0
              AND (NOT OF-ABIERTA
               OR  OF-FECHA                GREATER THAN OF-FCIERRE)

              EXEC SQL
                   DELETE FROM ZMDT699
                    WHERE ZM699_IEMPR    = :OF-IEMPR
                      AND ZM699_IEMISORA = :OF-IEMISORA
                      AND ZM699_ISERIE   = :OF-ISERIE
                      AND ZM699_GRUPO    = :OF-GRUPO
              END-EXEC
              IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
                 PERFORM 9600-VALIDA-SQL
              END-IF

              MOVE OF-CTITULOS             TO OF-CDISPONIBLE

      *       EL IMPORTE SOLICITADO SE CONVIERTE A TITULOS CON EL
      *       PRECIO MAXIMO; SIN TOPE, CON EL MINIMO. SIN NINGUNO
      *       EL RENGLON SOLO POR IMPORTE NO SOLICITA TITULOS.
              IF OF-MPRECIOMAX             GREATER THAN 0
                 MOVE OF-MPRECIOMAX        TO OF-MPRECIOCONV
              ELSE
                 MOVE OF-MPRECIOMIN        TO OF-MPRECIOCONV
              END-IF

              IF OF-ASIGNA-PRIORIDAD
                 PERFORM 9634-ASIGNA-POR-GRUPO
              ELSE
                 MOVE 0                    TO OF-GRUPOCTA
                 PERFORM 9635-SUMA-SOLICITADO
                 PERFORM 9636-ASIGNA-GRUPO-OFERTA
              END-IF

              PERFORM 9639-REPARTE-REMANENTE

              EXEC SQL
                   UPDATE ZMDT698
                      SET ZM698_SESTADO  = 'S',
                          ZM698_FASIGNA  = CURRENT TIMESTAMP
                    WHERE ZM698_IEMPR    = :OF-IEMPR
                      AND ZM698_IEMISORA = :OF-IEMISORA
                      AND ZM698_ISERIE   = :OF-ISERIE
                      AND ZM698_GRUPO    = :OF-GRUPO
              END-EXEC
              PERFORM 9600-VALIDA-SQL

              PERFORM 9641-AVISA-ASIGNACION
           END-IF.
      *----
      * ZMWSC265 : PRIORIDAD POR GRUPO: LOS GRUPOS DE ZM606_GRUPO SE
      *            ATIENDEN DEL MENOR AL MAYOR CON LO QUE QUEDE POR
      *            ASIGNAR DE LA OFERTA.
      *----
       9634-ASIGNA-POR-GRUPO.
      *----
           EXEC SQL
                DECLARE COFEGRUPO CURSOR FOR
                   SELECT A.ZM606_GRUPO,
                          SUM(CASE WHEN COALESCE(B.ZM607_CTITULOS, 0)
                                        > 0
                                   THEN B.ZM607_CTITULOS
                                   ELSE COALESCE(TRUNCATE(
                                        COALESCE(B.ZM607_MIMPORTE, 0)
                                        / NULLIF(:OF-MPRECIOCONV, 0),
                                        0), 0)
                              END)
                     FROM ZMDT606 A, ZMDT607 B
                    WHERE A.ZM606_IEMPR    = :OF-IEMPR
                      AND A.ZM606_IEMISORA = :OF-IEMISORA
                      AND A.ZM606_ISERIE   = :OF-ISERIE
                      AND ( :OF-GRUPO      = 0
                         OR A.ZM606_GRUPO  = :OF-GRUPO )
                      AND A.ZM606_SVIGEN   = '1'
                      AND A.ZM606_FCANC    IS NULL
                      AND COALESCE(A.ZM606_IESTVIDA, 'R') <> 'V'
                      AND DATE(A.ZM606_FREG) BETWEEN :OF-FAPERTURA
                                                 AND :OF-FCIERRE
                      AND B.ZM607_IEMPR    = A.ZM606_IEMPR
                      AND B.ZM607_ICUENTA  = A.ZM606_ICUENTA
                      AND B.ZM607_ICONCEPT = A.ZM606_ICONCEPT
                      AND B.ZM607_FCANC    IS NULL
                 GROUP BY A.ZM606_GRUPO
                 ORDER BY A.ZM606_GRUPO
           END-EXEC

           EXEC SQL
                OPEN COFEGRUPO
           END-EXEC
           PERFORM 9600-VALIDA-SQL

           SET OF-HAY-GRUPOS               TO TRUE
           PERFORM 9637-LEE-GRUPOS-OFERTA
               UNTIL OF-FIN-GRUPOS

           EXEC SQL
                CLOSE COFEGRUPO
           END-EXEC.
      *----
      * ZMWSC265 : TOTAL SOLICITADO DE LA OFERTA COMPLETA (PRORRATA).
      *----
       9635-SUMA-SOLICITADO.
      *----
           MOVE 0                          TO OF-CSOLGRUPO

           EXEC SQL
                SELECT COALESCE(
                       SUM(CASE WHEN COALESCE(B.ZM607_CTITULOS, 0)
                                     > 0
                                THEN B.ZM607_CTITULOS
                                ELSE COALESCE(TRUNCATE(
                                     COALESCE(B.ZM607_MIMPORTE, 0)
                                     / NULLIF(:OF-MPRECIOCONV, 0),
                                     0), 0)
                           END), 0)
                  INTO :OF-CSOLGRUPO
                  FROM ZMDT606 A, ZMDT607 B
                 WHERE A.ZM606_IEMPR    = :OF-IEMPR
                   AND A.ZM606_IEMISORA = :OF-IEMISORA
                   AND A.ZM606_ISERIE   = :OF-ISERIE
                   AND ( :OF-GRUPO      = 0
                      OR A.ZM606_GRUPO  = :OF-GRUPO )
                   AND A.ZM606_SVIGEN   = '1'
                   AND A.ZM606_FCANC    IS NULL
                   AND COALESCE(A.ZM606_IESTVIDA, 'R') <> 'V'
                   AND DATE(A.ZM606_FREG) BETWEEN :OF-FAPERTURA
                                              AND :OF-FCIERRE
                   AND B.ZM607_IEMPR    = A.ZM606_IEMPR
                   AND B.ZM607_ICUENTA  = A.ZM606_ICUENTA
                   AND B.ZM607_ICONCEPT = A.ZM606_ICONCEPT
                   AND B.ZM607_FCANC    IS NULL
           END-EXEC
           PERFORM 9600-VALIDA-SQL.
      *----
      * ZMWSC265 : REPARTE LO DISPONIBLE ENTRE LOS RENGLONES DEL GRUPO
      *            OF-GRUPOCTA (0 = TODOS, PRORRATA): SI LO SOLICITADO
      *            CABE COMPLETO SE ASIGNA TAL CUAL; SI NO, CADA
      *            RENGLON RECIBE SU PARTE PROPORCIONAL EN TITULOS
      *            ENTEROS.
      *----
       9636-ASIGNA-GRUPO-OFERTA.
      *----
           IF OF-CSOLGRUPO                 NOT GREATER THAN
              OF-CDISPONIBLE
              MOVE 1                       TO OF-PFACTOR
           ELSE
              COMPUTE OF-PFACTOR = OF-CDISPONIBLE / OF-CSOLGRUPO
           END-IF

           EXEC SQL
                DECLARE COFERENG CURSOR FOR
                   SELECT B.ZM607_ICUENTA,  B.ZM607_ICONCEPT,
                          B.ZM607_LINEA,    A.ZM606_GRUPO,
                          A.ZM606_FREG,
                          CASE WHEN COALESCE(B.ZM607_CTITULOS, 0) > 0
                               THEN B.ZM607_CTITULOS
                               ELSE COALESCE(TRUNCATE(
                                    COALESCE(B.ZM607_MIMPORTE, 0)
                                    / NULLIF(:OF-MPRECIOCONV, 0),
                                    0), 0)
                          END
                     FROM ZMDT606 A, ZMDT607 B
                    WHERE A.ZM606_IEMPR    = :OF-IEMPR
                      AND A.ZM606_IEMISORA = :OF-IEMISORA
                      AND A.ZM606_ISERIE   = :OF-ISERIE
                      AND ( :OF-GRUPO      = 0
                         OR A.ZM606_GRUPO  = :OF-GRUPO )
                      AND ( :OF-GRUPOCTA   = 0
                         OR A.ZM606_GRUPO  = :OF-GRUPOCTA )
                      AND A.ZM606_SVIGEN   = '1'
                      AND A.ZM606_FCANC    IS NULL
                      AND COALESCE(A.ZM606_IESTVIDA, 'R') <> 'V'
                      AND DATE(A.ZM606_FREG) BETWEEN :OF-FAPERTURA
                                                 AND :OF-FCIERRE
                      AND B.ZM607_IEMPR    = A.ZM606_IEMPR
                      AND B.ZM607_ICUENTA  = A.ZM606_ICUENTA
                      AND B.ZM607_ICONCEPT = A.ZM606_ICONCEPT
                      AND B.ZM607_FCANC    IS NULL
                 ORDER BY A.ZM606_FREG, B.ZM607_ICUENTA,
                          B.ZM607_ICONCEPT, B.ZM607_LINEA
           END-EXEC

           EXEC SQL
                OPEN COFERENG
           END-EXEC
           PERFORM 9600-VALIDA-SQL

           SET OF-HAY-DATOS                TO TRUE
           PERFORM 9638-LEE-RENGLONES-OFERTA
               UNTIL OF-FIN-DATOS

           EXEC SQL
                CLOSE COFERENG
           END-EXEC.
      *----
       9637-LEE-GRUPOS-OFERTA.
      *----
           EXEC SQL
                FETCH COFEGRUPO
                 INTO :OF-GRUPOCTA, :OF-CSOLGRUPO
           END-EXEC

           IF SQLCODE EQUAL 0
              SET OF-HAY-GRUPOS            TO TRUE
              PERFORM 9636-ASIGNA-GRUPO-OFERTA
           ELSE
              SET OF-FIN-GRUPOS            TO TRUE
              IF SQLCODE NOT = 100
                 PERFORM 9600-VALIDA-SQL
              END-IF
           END-IF.
      *----
       9638-LEE-RENGLONES-OFERTA.
      *----
           EXEC SQL
                FETCH COFERENG
                 INTO :OF-ICUENTA,  :OF-ICONCEPT,
                      :OF-LINEA,    :OF-GRUPOLIN,
                      :OF-FREGCARTA,
                      :OF-CSOLICIT
           END-EXEC

           IF SQLCODE EQUAL 0
              SET OF-HAY-DATOS             TO TRUE

              IF OF-PFACTOR                EQUAL 1
                 MOVE OF-CSOLICIT          TO OF-CASIGNA
              ELSE
                 COMPUTE OF-CASIGNA-ENT = OF-CSOLICIT * OF-PFACTOR
                 MOVE OF-CASIGNA-ENT       TO OF-CASIGNA
              END-IF

              SUBTRACT OF-CASIGNA          FROM OF-CDISPONIBLE
              ADD OF-CASIGNA               TO OF-CASIGNADO
              ADD 1                        TO OF-NUMRENG

              EXEC SQL
                   INSERT INTO ZMDT699
                        ( ZM699_IEMPR,     ZM699_ICUENTA,
                          ZM699_ICONCEPT,  ZM699_LINEA,
                          ZM699_IEMISORA,  ZM699_ISERIE,
                          ZM699_GRUPO,     ZM699_GRUPOCTA,
                          ZM699_CSOLICIT,  ZM699_CASIGNA,
                          ZM699_FASIGNA,   ZM699_FREGCARTA )
                   VALUES ( :OF-IEMPR,     :OF-ICUENTA,
                            :OF-ICONCEPT,  :OF-LINEA,
                            :OF-IEMISORA,  :OF-ISERIE,
                            :OF-GRUPO,     :OF-GRUPOLIN,
                            :OF-CSOLICIT,  :OF-CASIGNA,
                            CURRENT TIMESTAMP,
                            :OF-FREGCARTA )
              END-EXEC
              PERFORM 9600-VALIDA-SQL
           ELSE
              SET OF-FIN-DATOS             TO TRUE
              IF SQLCODE NOT = 100
                 PERFORM 9600-VALIDA-SQL
              END-IF
           END-IF.
      *----
      * ZMWSC265 : EL REMANENTE QUE DEJA EL REDONDEO A TITULOS ENTEROS
      *            SE REPARTE DE UNO EN UNO A LOS RENGLONES QUE NO
      *            RECIBIERON TODO LO SOLICITADO, POR GRUPO Y POR
      *            ORDEN DE LLEGADA DE LA CARTA.
      *----
       9639-REPARTE-REMANENTE.
      *----
           EXEC SQL
                DECLARE COFEREMA CURSOR FOR
                   SELECT ZM699_ICUENTA, ZM699_ICONCEPT,
                          ZM699_LINEA
                     FROM ZMDT699
                    WHERE ZM699_IEMPR    = :OF-IEMPR
                      AND ZM699_IEMISORA = :OF-IEMISORA
                      AND ZM699_ISERIE   = :OF-ISERIE
                      AND ZM699_GRUPO    = :OF-GRUPO
                      AND ZM699_CASIGNA + 1 <= ZM699_CSOLICIT
                 ORDER BY ZM699_GRUPOCTA, ZM699_FREGCARTA,
                          ZM699_ICUENTA,  ZM699_ICONCEPT,
                          ZM699_LINEA
           END-EXEC

           IF OF-CDISPONIBLE               NOT LESS THAN 1
              EXEC SQL
                   OPEN COFEREMA
              END-EXEC
              PERFORM 9600-VALIDA-SQL

              SET OF-HAY-DATOS             TO TRUE
              PERFORM 9640-LEE-REMANENTE
                  UNTIL OF-FIN-DATOS
                     OR OF-CDISPONIBLE     LESS THAN 1

              EXEC SQL
                   CLOSE COFEREMA
              END-EXEC
           END-IF.
      *----
       9640-LEE-REMANENTE.
      *----
           EXEC SQL
                FETCH COFEREMA
                 INTO :OF-ICUENTA, :OF-ICONCEPT, :OF-LINEA
           END-EXEC

           IF SQLCODE EQUAL 0
              SET OF-HAY-DATOS             TO TRUE

              EXEC SQL
                   UPDATE ZMDT699
                      SET ZM699_CASIGNA  = ZM699_CASIGNA + 1
                    WHERE ZM699_IEMPR    = :OF-IEMPR
                      AND ZM699_ICUENTA  = :OF-ICUENTA
                      AND ZM699_ICONCEPT = :OF-ICONCEPT
                      AND ZM699_LINEA    = :OF-LINEA
              END-EXEC
              PERFORM 9600-VALIDA-SQL

              SUBTRACT 1                   FROM OF-CDISPONIBLE
              ADD 1                        TO OF-CASIGNADO
           ELSE
              SET OF-FIN-DATOS             TO TRUE
              IF SQLCODE NOT = 100
                 PERFORM 9600-VALIDA-SQL
              END-IF
           END-IF.
      *----
      * ZMWSC265 : ENCOLA EN ZMDT622 UN AVISO DE ASIGNACION POR CUENTA
      *            (LIGADO A SU PRIMERA CARTA DE LA OFERTA), AL
      *            DESTINO DEL MAESTRO DE CONTACTOS; SIN CONTACTOS EL
      *            AVISO VA AL PROMOTOR ('P'). SI LA CARTA YA TIENE UN
      *            AVISO SIN ENVIAR DE UNA ASIGNACION ANTERIOR NO SE
      *            ENCOLA OTRO.
      *----
       9641-AVISA-ASIGNACION.
      *----
           EXEC SQL
                DECLARE COFEAVIS CURSOR FOR
                   SELECT ZM699_ICUENTA, MIN(ZM699_ICONCEPT),
                          SUM(ZM699_CSOLICIT), SUM(ZM699_CASIGNA)
                     FROM ZMDT699
                    WHERE ZM699_IEMPR    = :OF-IEMPR
                      AND ZM699_IEMISORA = :OF-IEMISORA
                      AND ZM699_ISERIE   = :OF-ISERIE
                      AND ZM699_GRUPO    = :OF-GRUPO
                 GROUP BY ZM699_ICUENTA
                 ORDER BY ZM699_ICUENTA
           END-EXEC

           EXEC SQL
                OPEN COFEAVIS
           END-EXEC
           PERFORM 9600-VALIDA-SQL

           SET OF-HAY-DATOS                TO TRUE
           PERFORM 9642-LEE-AVISOS-ASIGNACION
               UNTIL OF-FIN-DATOS

           EXEC SQL
                CLOSE COFEAVIS
           END-EXEC.
      *----
       9642-LEE-AVISOS-ASIGNACION.
      *----
           EXEC SQL
                FETCH COFEAVIS
                 INTO :OF-ICUENTA,  :OF-ICONCEPT,
                      :OF-CSOLICIT, :OF-CASIGNA
           END-EXEC

           IF SQLCODE EQUAL 0
              SET OF-HAY-DATOS             TO TRUE

      *       UNA ASIGNACION REPETIDA NO DUPLICA EL AVISO QUE AUN NO
      *       SE ENVIA (PENDIENTE O EN REINTENTO) A LA MISMA CARTA.
              EXEC SQL
                   SELECT COUNT(*)
                     INTO :OF-NPENDIENTES
                     FROM ZMDT622
                    WHERE ZM622_IEMPR     = :OF-IEMPR
                      AND ZM622_ICUENTA   = :OF-ICUENTA
                      AND ZM622_ICONCEPT  = :OF-ICONCEPT
                      AND ZM622_SENVIADO IN ('0', '2')
                      AND ZM622_TMENSAJE IS NULL
              END-EXEC
              PERFORM 9600-VALIDA-SQL

              IF OF-NPENDIENTES            EQUAL 0
                 MOVE OF-IEMPR             TO CN-IEMPR
                 MOVE OF-ICUENTA           TO CN-ICUENTA
                 PERFORM 9431-RESUELVE-DESTINO-CUENTA

                 IF NOT CN-ENCONTRADO
                    MOVE 'P'               TO CN-TDESTINO
                    MOVE SPACES            TO CN-DDESTINO
                    STRING 'ASIGNACION DE OFERTA ' OF-IEMISORA
                           ' ' OF-ISERIE
                           DELIMITED BY SIZE  INTO CN-DDESTINO
                 END-IF

                 MOVE 'ZMDT622'            TO FO-ITABLA
                 MOVE OF-IEMPR             TO FO-LL-IEMPR
                 MOVE OF-ICUENTA           TO FO-LL-ICUENTA
                 MOVE OF-ICONCEPT          TO FO-LL-ICONCEPT
                 PERFORM 9349-OBTEN-FOLIO
                 MOVE FO-NFOLIO            TO OF-ISECUEN

                 EXEC SQL
                      INSERT INTO ZMDT622
                           ( ZM622_IEMPR,    ZM622_ICUENTA,
                             ZM622_ICONCEPT, ZM622_ISECUEN,
                             ZM622_TDESTINO, ZM622_DESTINO,
                             ZM622_SENVIADO, ZM622_FALTA,
                             ZM622_FENVIADO, ZM622_CINTENTOS,
                             ZM622_FULTINT )
                      VALUES ( :OF-IEMPR,    :OF-ICUENTA,
                               :OF-ICONCEPT, :OF-ISECUEN,
                               :CN-TDESTINO, :CN-DDESTINO,
                               '0',          CURRENT TIMESTAMP,
                               NULL,         0,
                               NULL )
                 END-EXEC
                 PERFORM 9600-VALIDA-SQL

                 ADD 1                     TO OF-NUMAVISOS
              END-IF
           ELSE
              SET OF-FIN-DATOS             TO TRUE
              IF SQLCODE NOT = 100
                 PERFORM 9600-VALIDA-SQL
              END-IF
           END-IF.
      *----
