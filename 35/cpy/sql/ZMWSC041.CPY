      *            (CK-REG, ZMWSC108/ZMWSC109; EL LLAMADOR HACE
      *            9289-RECUPERA-CHECKPOINT-BATCH ANTES DE ABRIR Y
      *            9292-CHECKPOINT-SI-TOCA POR CARTA PURGADA).
      *            SOLO LEE EMPRESAS DEL RANGO CK-IEMPRDES/
      *            CK-IEMPRHAS (PARTICIONES PARALELAS, VEA ZMWSC108).
      *----
       9199-ABRE-PURGA-CARTAS.
      *----
                     FROM ZMDT606
                    WHERE ZM606_FCANC < :PG-FCORTE
                      AND ZM606_SVIGEN = '0'
                      AND ZM606_IEMPR BETWEEN :CK-IEMPRDES
                                      AND :CK-IEMPRHAS
                      AND ( ZM606_IEMPR > :CK-IEMPR
                         OR ( ZM606_IEMPR   = :CK-IEMPR
                          AND ZM606_ICUENTA > :CK-ICUENTA )
