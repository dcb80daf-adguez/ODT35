      * ZMWSC169 : CONSULTA CONSOLIDADA DEL CLIENTE: UNA LINEA POR
      *            CUENTA DEL RFC EN CUALQUIER EMPRESA, CON EL
      *            VOLUMEN OPERADO DEL PERIODO GC-IANIO/GC-IMES
      *            (ZMDT639), LOS ACUMULADOS ANUALES DE COMISION,
      *            LA LINEA DE CREDITO DE LA CUENTA Y SUS RENGLONES
      *            DE CARTAS REGISTRADOS, CANCELADOS, EJECUTADOS Y
      *            LIQUIDADOS EN EL MES, DEL RESUMEN DIARIO ZMDT727.
      *----
       9411-ABRE-CONS-GRUPO.
      *----
                          COALESCE(A.NABREV, ' '),
                          COALESCE(V.ZM639_MVOLUMEN, 0),
                          A.MABOANO, A.MCGOANO,
                          A.MLINCRB,
                          COALESCE(R.NREG, 0), COALESCE(R.MREG, 0),
                          COALESCE(R.NCAN, 0), COALESCE(R.MCAN, 0),
                          COALESCE(R.NEJE, 0), COALESCE(R.MEJE, 0),
                          COALESCE(R.NLIQ, 0), COALESCE(R.MLIQ, 0)
                     FROM CUENTA A
                          LEFT JOIN ZMDT639 V
                       ON V.ZM639_IEMPR   = A.IEMPR
                      AND V.ZM639_ICUENTA = A.ICUENTA
                      AND V.ZM639_IANIO   = :GC-IANIO
                      AND V.ZM639_IMES    = :GC-IMES
                          LEFT JOIN
                          ( SELECT S.ZM727_IEMPR       AS IEMPR,
                                   S.ZM727_ICUENTA     AS ICUENTA,
                                   SUM(S.ZM727_NREG)   AS NREG,
                                   SUM(S.ZM727_MREG)   AS MREG,
                                   SUM(S.ZM727_NCAN)   AS NCAN,
                                   SUM(S.ZM727_MCAN)   AS MCAN,
                                   SUM(S.ZM727_NEJE)   AS NEJE,
                                   SUM(S.ZM727_MEJE)   AS MEJE,
                                   SUM(S.ZM727_NLIQ)   AS NLIQ,
                                   SUM(S.ZM727_MLIQ)   AS MLIQ
                              FROM ZMDT727 S, CUENTA G
                             WHERE G.IRFC          = :GC-IRFC
                               AND S.ZM727_IEMPR   = G.IEMPR
                               AND S.ZM727_ICUENTA = G.ICUENTA
                               AND YEAR(S.ZM727_FACTIV)  = :GC-IANIO
                               AND MONTH(S.ZM727_FACTIV) = :GC-IMES
                             GROUP BY S.ZM727_IEMPR, S.ZM727_ICUENTA
                          ) AS R
                       ON R.IEMPR   = A.IEMPR
                      AND R.ICUENTA = A.ICUENTA
                    WHERE A.IRFC = :GC-IRFC
                 ORDER BY A.IEMPR, A.ICUENTA
           END-EXEC
                 INTO :GC-IEMPR,    :GC-ICUENTA,
                      :GC-SVIGEN,   :GC-NABREV,
                      :GC-MVOLUMEN, :GC-MABOANO,
                      :GC-MCGOANO,  :GC-MLINCRB,
                      :GC-NREG,     :GC-MREG,
                      :GC-NCAN,     :GC-MCAN,
                      :GC-NEJE,     :GC-MEJE,
                      :GC-NLIQ,     :GC-MLIQ
           END-EXEC

           IF SQLCODE EQUAL 0
