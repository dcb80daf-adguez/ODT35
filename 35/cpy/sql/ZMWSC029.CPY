      *            REARRANCABLE (CK-REG, ZMWSC108/ZMWSC109): EL CURSOR
      *            VA WITH HOLD Y REPOSICIONA ADELANTE DE LA ULTIMA
      *            LLAVE CONFIRMADA (AQUI SOLO IEMPR/ICUENTA).
      *            SOLO LEE EMPRESAS DEL RANGO CK-IEMPRDES/
      *            CK-IEMPRHAS (PARTICIONES PARALELAS, VEA ZMWSC108).
      *----
       9192-ABRE-RPT-EXCEPCION.
      *----
                    WHERE SVIGEN   = '1'
                      AND ( STARFIR  NOT = '1'
                         OR SPODERES NOT = '1' )
                      AND IEMPR BETWEEN :CK-IEMPRDES
                                AND :CK-IEMPRHAS
                      AND ( IEMPR > :CK-IEMPR
                         OR ( IEMPR   = :CK-IEMPR
                          AND ICUENTA > :CK-ICUENTA ) )
