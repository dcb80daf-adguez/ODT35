      *            REARRANCABLE (CK-REG, ZMWSC108/ZMWSC109): EL CURSOR
      *            VA WITH HOLD Y REPOSICIONA ADELANTE DE LA ULTIMA
      *            LLAVE CONFIRMADA (AQUI SOLO IEMPR/ICUENTA).
      *            SOLO LEE EMPRESAS DEL RANGO CK-IEMPRDES/
      *            CK-IEMPRHAS (PARTICIONES PARALELAS, VEA ZMWSC108).
      *            POR CADA CUENTA LEIDA, EL LOTE EMITE ADEMAS A SUS
      *            COTITULARES AUTORIZADOS (ZMDT686, 9567/9568 DE
      *            ZMWSC242/ZMWSC243) COMO TITULARES ADICIONALES DE
                    WHERE SVIGEN     = '1'
                      AND ICLAFATCA IS NOT NULL
                      AND ICLACRS   IS NOT NULL
                      AND IEMPR BETWEEN :CK-IEMPRDES
                                AND :CK-IEMPRHAS
                      AND ( IEMPR > :CK-IEMPR
                         OR ( IEMPR   = :CK-IEMPR
                          AND ICUENTA > :CK-ICUENTA ) )
