                     ( ZM671_ICONCEPT, ZM671_DDESCRIP,
                       ZM671_SVIGEN,   ZM671_SREQCTA2,
                       ZM671_DCLASESOK,ZM671_IPLAZODEF,
                       ZM671_SVERIFICA,
                       ZM671_IUSUARIO, ZM671_FSIST )
                VALUES ( :CO-ICONCEPT, :CO-DDESCRIP,
                         :CO-SVIGEN,   :CO-SREQCTA2,
                         :CO-DCLASESOK,:CO-IPLAZODEF,
                         :CO-SVERIFICA,
                         :CO-IUSUARIO, CURRENT TIMESTAMP )
           END-EXEC
           PERFORM 9600-VALIDA-SQL.
           MOVE SPACES                     TO CO-SREQCTA2
           MOVE SPACES                     TO CO-DCLASESOK
           MOVE 0                          TO CO-IPLAZODEF
           MOVE SPACES                     TO CO-SVERIFICA

           EXEC SQL
                SELECT ZM671_DDESCRIP, ZM671_SVIGEN,
                       ZM671_SREQCTA2, ZM671_DCLASESOK,
                       ZM671_IPLAZODEF, ZM671_SVERIFICA
                  INTO :CO-DDESCRIP,  :CO-SVIGEN,
                       :CO-SREQCTA2,  :CO-DCLASESOK,
                       :CO-IPLAZODEF, :CO-SVERIFICA
                  FROM ZMDT671
                 WHERE ZM671_ICONCEPT = :CO-ICONCEPT
           END-EXEC
