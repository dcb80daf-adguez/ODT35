      *            VA WITH HOLD, REPOSICIONA ADELANTE DE LA ULTIMA
      *            LLAVE CONFIRMADA Y POR ESO EL ORDEN DEL REPORTE
      *            PASO DE EMPRESA/FECHA A LA LLAVE COMPLETA.
      *            SOLO LEE EMPRESAS DEL RANGO CK-IEMPRDES/
      *            CK-IEMPRHAS (PARTICIONES PARALELAS, VEA ZMWSC108).
      *            SOLO ENTRAN CARTAS YA CANCELADAS (SVIGEN '0'; EN
      *            VIGENTES, REINSTALADAS Y COPIAS 'C' DEL ARCHIVO,
      *            FCANC NO ES FECHA DE CANCELACION) Y RC-NUMLIN
                       ON C.IEMPR   = A.ZM606_IEMPR
                      AND C.ICUENTA = A.ZM606_ICUENTA
                    WHERE A.ZM606_SVIGEN = '0'
                      AND A.ZM606_IEMPR BETWEEN :CK-IEMPRDES
                                        AND :CK-IEMPRHAS
                      AND ( A.ZM606_IEMPR > :CK-IEMPR
                         OR ( A.ZM606_IEMPR   = :CK-IEMPR
                          AND A.ZM606_ICUENTA > :CK-ICUENTA )
