      *----
      * ZMWSC109 : CHECKPOINT/REARRANQUE DE LOTES DE CURSOR UNICO
      *            (ZMDT636). LAYOUT DE REFERENCIA ZMWSC108 (CK-REG).
      *            EL CHECKPOINT ES POR PROCESO Y PARTICION
      *            (CK-NPARTIC, 0 = CORRIDA UNICA).
      *----
       9289-RECUPERA-CHECKPOINT-BATCH.
      *----
           MOVE 0                          TO CK-NUMPROC
           MOVE 0                          TO CK-NUMUOW

           IF CK-IEMPRHAS                  EQUAL SPACES
              MOVE HIGH-VALUES             TO CK-IEMPRHAS
           END-IF

           EXEC SQL
                SELECT ZM636_IEMPR,   ZM636_ICUENTA,
                       ZM636_ICONCEPT,ZM636_NUMPROC
                       :CK-ICONCEPT, :CK-NUMPROC
                  FROM ZMDT636
                 WHERE ZM636_IPROCESO = :CK-IPROCESO
                   AND ZM636_NPARTIC  = :CK-NPARTIC
           END-EXEC

           IF SQLCODE EQUAL 0
           EXEC SQL
                DELETE FROM ZMDT636
                 WHERE ZM636_IPROCESO = :CK-IPROCESO
                   AND ZM636_NPARTIC  = :CK-NPARTIC
           END-EXEC
           PERFORM 9600-VALIDA-SQL

           EXEC SQL
                INSERT INTO ZMDT636
                     ( ZM636_IPROCESO, ZM636_NPARTIC, ZM636_IEMPR,
                       ZM636_ICUENTA,  ZM636_ICONCEPT,ZM636_NUMPROC,
                       ZM636_FCOMMIT )
                VALUES ( :CK-IPROCESO, :CK-NPARTIC,   :CK-IEMPR,
                         :CK-ICUENTA,  :CK-ICONCEPT,  :CK-NUMPROC,
                         CURRENT TIMESTAMP )
           END-EXEC
           PERFORM 9600-VALIDA-SQL
           EXEC SQL
                DELETE FROM ZMDT636
                 WHERE ZM636_IPROCESO = :CK-IPROCESO
                   AND ZM636_NPARTIC  = :CK-NPARTIC
           END-EXEC
           PERFORM 9600-VALIDA-SQL

