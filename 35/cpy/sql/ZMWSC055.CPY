              END-EXEC
           END-IF.
      *----
      * ZMWSC055 : RESUMEN DE LA ACTIVIDAD DEL PROMOTOR EN EL RANGO,
      *            LEIDO DEL RESUMEN DIARIO ZMDT727 Y NO DEL DETALLE:
      *            9111 DEJA EN PR-RESUMEN LOS TOTALES Y 9112 REGRESA
      *            UN RENGLON POR EMPRESA/CUENTA (PR-RESCTA). EL
      *            PROMOTOR ES EL DE CADA CARTA (ZM727_PROMOT), IGUAL
      *            QUE EN 9204, ASI QUE UNA REASIGNACION DE LA CUENTA
      *            NO MUEVE LA HISTORIA.
      *----
       9111-ABRE-RES-ACTPROM.
      *----
           MOVE PR-PROMOT                  TO PN-IPROM
           PERFORM 9492-LEE-NOMBRE-PROMOTOR
           MOVE PN-NNOMBRE                 TO PR-NPROMOT

           EXEC SQL
                SELECT COALESCE(SUM(ZM727_NREG), 0),
                       COALESCE(SUM(ZM727_MREG), 0),
                       COALESCE(SUM(ZM727_NCAN), 0),
                       COALESCE(SUM(ZM727_MCAN), 0),
                       COALESCE(SUM(ZM727_NEJE), 0),
                       COALESCE(SUM(ZM727_MEJE), 0),
                       COALESCE(SUM(ZM727_NLIQ), 0),
                       COALESCE(SUM(ZM727_MLIQ), 0)
                  INTO :PR-NREG, :PR-MREG,
                       :PR-NCAN, :PR-MCAN,
                       :PR-NEJE, :PR-MEJE,
                       :PR-NLIQ, :PR-MLIQ
                  FROM ZMDT727
                 WHERE ZM727_PROMOT = :PR-PROMOT
                   AND ZM727_FACTIV BETWEEN :PR-FDESDE
                                        AND :PR-FHASTA
           END-EXEC
           PERFORM 9600-VALIDA-SQL

           EXEC SQL
                DECLARE CACTPRES CURSOR FOR
                   SELECT ZM727_IEMPR,       ZM727_ICUENTA,
                          SUM(ZM727_NREG),   SUM(ZM727_MREG),
                          SUM(ZM727_NCAN),   SUM(ZM727_MCAN),
                          SUM(ZM727_NEJE),   SUM(ZM727_MEJE),
                          SUM(ZM727_NLIQ),   SUM(ZM727_MLIQ)
                     FROM ZMDT727
                    WHERE ZM727_PROMOT = :PR-PROMOT
                      AND ZM727_FACTIV BETWEEN :PR-FDESDE
                                           AND :PR-FHASTA
                 GROUP BY ZM727_IEMPR,       ZM727_ICUENTA
                 ORDER BY 1, 2
           END-EXEC

           EXEC SQL
                OPEN CACTPRES
           END-EXEC
           PERFORM 9600-VALIDA-SQL.
      *----
       9112-LEE-RES-ACTPROM.
      *----
           EXEC SQL
                FETCH CACTPRES
                 INTO :PR-IEMPR,      :PR-ICUENTA,
                      :PR-NREGCTA,    :PR-MREGCTA,
                      :PR-NCANCTA,    :PR-MCANCTA,
                      :PR-NEJECTA,    :PR-MEJECTA,
                      :PR-NLIQCTA,    :PR-MLIQCTA
           END-EXEC

           IF SQLCODE EQUAL 0
              SET PR-HAY-DATOS             TO TRUE
           ELSE
              SET PR-FIN-DATOS             TO TRUE
              IF SQLCODE NOT = 100
                 PERFORM 9600-VALIDA-SQL
              END-IF
              EXEC SQL
                   CLOSE CACTPRES
              END-EXEC
           END-IF.
      *----
      * ZMWSC055 : DETALLE POR CARTA CANCELADA EN EL RANGO (ZMDT606)
      *            DEL PROMOTOR EN LA CUENTA PR-IEMPR/PR-ICUENTA,
      *            ELEGIDA DE LOS RENGLONES DE 9112.
      *----
       9104-ABRE-DET-ACTPROM.
      *----
           EXEC SQL
                DECLARE CACTPDET CURSOR FOR
                   SELECT ZM606_IEMPR,       ZM606_ICUENTA,
                          ZM606_ICONCEPT,    ZM606_IEMISORA,
                          ZM606_ISERIE,      ZM606_INSTRUMENTO,
                          ZM606_FCANC,       ZM606_IUSUARIO,
                          ZM606_ICODRAZ,     ZM606_DCOMENT
                     FROM ZMDT606
                    WHERE ZM606_PROMOT  = :PR-PROMOT
                      AND ZM606_IEMPR   = :PR-IEMPR
                      AND ZM606_ICUENTA = :PR-ICUENTA
                      AND ZM606_FCANC  >= :PR-FDESDE
                      AND ZM606_FCANC  <  :PR-FHASTA + 1 DAY
                 ORDER BY ZM606_FCANC
           END-EXEC

           EXEC SQL
                OPEN CACTPDET
           END-EXEC
           PERFORM 9600-VALIDA-SQL.
      *----
       9105-LEE-DET-ACTPROM.
      *----
           EXEC SQL
                FETCH CACTPDET
                 INTO :PR-IEMPR,      :PR-ICUENTA,
                      :PR-ICONCEPT,   :PR-IEMISORA,
                      :PR-ISERIE,     :PR-INSTRUMENTO,
                      :PR-FCANC,      :PR-IUSUARIO,
                      :PR-ICODRAZ,    :PR-DCOMENT
           END-EXEC

           IF SQLCODE EQUAL 0
              SET PR-HAY-DATOS             TO TRUE
           ELSE
              SET PR-FIN-DATOS             TO TRUE
              IF SQLCODE NOT = 100
                 PERFORM 9600-VALIDA-SQL
              END-IF
              EXEC SQL
                   CLOSE CACTPDET
              END-EXEC
           END-IF.
      *----
