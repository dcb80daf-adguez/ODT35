              END-EXEC
           END-IF.
      *----
      * ZMWSC053 : CONSULTA DE CANCELACIONES POR EMISORA Y,
      *            OPCIONALMENTE, SERIE, LEIDA DEL RESUMEN DIARIO
      *            ZMDT727 EN LUGAR DE RECORRER ZMDT606/ZMDT607: UN
      *            RENGLON POR EMPRESA/CUENTA/PROMOTOR DE LA CARTA CON
      *            LOS RENGLONES CANCELADOS (IC-NCAN) Y SU IMPORTE
      *            (IC-MIMPORTE). IC-ISERIE EN BLANCOS = TODAS LAS
      *            SERIES DE LA EMISORA.
      *----
       9108-ABRE-RES-EMISERIE.
      *----
           EXEC SQL
                DECLARE CEMISRES CURSOR FOR
                   SELECT ZM727_IEMPR,       ZM727_ICUENTA,
                          ZM727_PROMOT,
                          SUM(ZM727_NCAN),   SUM(ZM727_MCAN)
                     FROM ZMDT727
                    WHERE ZM727_IEMISORA = :IC-IEMISORA
                      AND (:IC-ISERIE = ' '
                           OR ZM727_ISERIE = :IC-ISERIE)
                 GROUP BY ZM727_IEMPR,       ZM727_ICUENTA,
                          ZM727_PROMOT
                   HAVING SUM(ZM727_NCAN) > 0
                 ORDER BY 1, 2, 3
           END-EXEC

           EXEC SQL
                OPEN CEMISRES
           END-EXEC
           PERFORM 9600-VALIDA-SQL.
      *----
       9109-LEE-RES-EMISERIE.
      *----
           EXEC SQL
                FETCH CEMISRES
                 INTO :IC-IEMPR,      :IC-ICUENTA,
                      :IC-PROMOT,
                      :IC-NCAN,       :IC-MIMPORTE
           END-EXEC

           IF SQLCODE EQUAL 0
              SET IC-HAY-DATOS             TO TRUE
           ELSE
              SET IC-FIN-DATOS             TO TRUE
              IF SQLCODE NOT = 100
                 PERFORM 9600-VALIDA-SQL
              END-IF
              EXEC SQL
                   CLOSE CEMISRES
              END-EXEC
           END-IF.
      *----
      * ZMWSC053 : DETALLE POR CARTA (ZMDT606) DEL RENGLON ELEGIDO DE
      *            9109: CUENTA IC-IEMPR/IC-ICUENTA Y PROMOTOR
      *            IC-PROMOT DE LA CARTA, EN LA EMISORA Y,
      *            OPCIONALMENTE, SERIE. IC-ISERIE EN BLANCOS REGRESA
      *            TODAS LAS SERIES DE LA EMISORA.
      *----
       9102-ABRE-DET-EMISERIE.
      *----
           EXEC SQL
                DECLARE CEMISDET CURSOR FOR
                   SELECT ZM606_IEMPR,       ZM606_ICUENTA,
                          ZM606_ICONCEPT,    ZM606_ISERIE,
                          ZM606_PROMOT,      ZM606_INSTRUMENTO,
                          ZM606_FCANC,       ZM606_IUSUARIO,
                          ZM606_ICODRAZ,     ZM606_DCOMENT,
                          ( SELECT COALESCE(SUM(B.ZM607_MIMPORTE), 0)
                              FROM ZMDT607 B
                             WHERE B.ZM607_IEMPR    = A.ZM606_IEMPR
                               AND B.ZM607_ICUENTA  = A.ZM606_ICUENTA
                               AND B.ZM607_ICONCEPT =
                                   A.ZM606_ICONCEPT ),
                          ( SELECT COALESCE(SUM(B.ZM607_CTITULOS), 0)
                              FROM ZMDT607 B
                             WHERE B.ZM607_IEMPR    = A.ZM606_IEMPR
                               AND B.ZM607_ICUENTA  = A.ZM606_ICUENTA
                               AND B.ZM607_ICONCEPT =
                                   A.ZM606_ICONCEPT )
                     FROM ZMDT606 A
                    WHERE A.ZM606_IEMPR    = :IC-IEMPR
                      AND A.ZM606_ICUENTA  = :IC-ICUENTA
                      AND A.ZM606_PROMOT   = :IC-PROMOT
                      AND A.ZM606_IEMISORA = :IC-IEMISORA
                      AND (:IC-ISERIE = ' '
                           OR A.ZM606_ISERIE = :IC-ISERIE)
                 ORDER BY A.ZM606_ISERIE, A.ZM606_FCANC
           END-EXEC

           EXEC SQL
                OPEN CEMISDET
           END-EXEC
           PERFORM 9600-VALIDA-SQL.
      *----
       9103-LEE-DET-EMISERIE.
      *----
           EXEC SQL
                FETCH CEMISDET
                 INTO :IC-IEMPR,      :IC-ICUENTA,
                      :IC-ICONCEPT,   :IC-ISERIE,
                      :IC-PROMOT,     :IC-INSTRUMENTO,
                      :IC-FCANC,      :IC-IUSUARIO,
                      :IC-ICODRAZ,    :IC-DCOMENT,
                      :IC-MIMPORTE,   :IC-CTITULOS
           END-EXEC

           IF SQLCODE EQUAL 0
              SET IC-HAY-DATOS             TO TRUE
           ELSE
              SET IC-FIN-DATOS             TO TRUE
              IF SQLCODE NOT = 100
                 PERFORM 9600-VALIDA-SQL
              END-IF
              EXEC SQL
                   CLOSE CEMISDET
              END-EXEC
           END-IF.
      *----
