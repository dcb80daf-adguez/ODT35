                          ZM657_IIDENTIF,  ZM657_DPODERES,
                          ZM657_FVIGDESDE, ZM657_FVIGHASTA,
                          ZM657_SVIGEN,    ZM657_IUSUARIO,
                          ZM657_FSIST,     ZM657_IRFC )
                   VALUES ( :AP-IEMPR,     :AP-ICUENTA,
                            :AP-ISECAPOD,  :AP-NNOMBRE,
                            :AP-IIDENTIF,  :AP-DPODERES,
                            :AP-FVIGDESDE, NULL,
                            '1',           :AP-IUSUARIO,
                            CURRENT TIMESTAMP,
                            NULLIF(:AP-IRFC, ' ') )
              END-EXEC
           ELSE
              EXEC SQL
                          ZM657_IIDENTIF,  ZM657_DPODERES,
                          ZM657_FVIGDESDE, ZM657_FVIGHASTA,
                          ZM657_SVIGEN,    ZM657_IUSUARIO,
                          ZM657_FSIST,     ZM657_IRFC )
                   VALUES ( :AP-IEMPR,     :AP-ICUENTA,
                            :AP-ISECAPOD,  :AP-NNOMBRE,
                            :AP-IIDENTIF,  :AP-DPODERES,
                            :AP-FVIGDESDE, :AP-FVIGHASTA,
                            '1',           :AP-IUSUARIO,
                            CURRENT TIMESTAMP,
                            NULLIF(:AP-IRFC, ' ') )
              END-EXEC
           END-IF
           PERFORM 9600-VALIDA-SQL.
