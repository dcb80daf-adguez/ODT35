                       WHERE ZM679_SPROCESO = '0'
                 END-EXEC
                 PERFORM 9600-VALIDA-SQL
              WHEN FD-FEED-SPEIREC
                 EXEC SQL
                      SELECT COUNT(*),
                             COALESCE(SUM(ZM702_MIMPORTE), 0)
                        INTO :FD-NUMDETALLE, :FD-MHASHDET
                        FROM ZMDT702
                       WHERE ZM702_SPROCESO = '0'
                 END-EXEC
                 PERFORM 9600-VALIDA-SQL
              WHEN FD-FEED-EDOCTA
                 EXEC SQL
                      SELECT COUNT(*),
                             COALESCE(SUM(ZM706_MIMPORTE), 0)
                        INTO :FD-NUMDETALLE, :FD-MHASHDET
                        FROM ZMDT706
                       WHERE ZM706_SPROCESO = '0'
                 END-EXEC
                 PERFORM 9600-VALIDA-SQL
              WHEN FD-FEED-NAVFONDO
                 EXEC SQL
                      SELECT COUNT(*),
                             COALESCE(SUM(ZM747_MNAV), 0)
                        INTO :FD-NUMDETALLE, :FD-MHASHDET
                        FROM ZMDT747
                       WHERE ZM747_SPROCESO = '0'
                 END-EXEC
                 PERFORM 9600-VALIDA-SQL
              WHEN FD-FEED-CRLSAT
                 EXEC SQL
                      SELECT COUNT(*)
                        INTO :FD-NUMDETALLE
                        FROM ZMDT751
                       WHERE ZM751_SPROCESO = '0'
                 END-EXEC
                 PERFORM 9600-VALIDA-SQL
              WHEN FD-FEED-CODPOST
                 EXEC SQL
                      SELECT COUNT(*)
                        INTO :FD-NUMDETALLE
                        FROM ZMDT753
                       WHERE ZM753_SPROCESO = '0'
                 END-EXEC
                 PERFORM 9600-VALIDA-SQL
              WHEN OTHER
                 CONTINUE
           END-EVALUATE
                 END-EXEC
                 PERFORM 9600-VALIDA-SQL
              END-IF

              IF FD-FEED-SPEIREC
                 EXEC SQL
                      UPDATE ZMDT702
                         SET ZM702_SPROCESO = 'R'
                       WHERE ZM702_SPROCESO = '0'
                 END-EXEC
                 PERFORM 9600-VALIDA-SQL
              END-IF

              IF FD-FEED-EDOCTA
                 EXEC SQL
                      UPDATE ZMDT706
                         SET ZM706_SPROCESO = 'R'
                       WHERE ZM706_SPROCESO = '0'
                 END-EXEC
                 PERFORM 9600-VALIDA-SQL
              END-IF

              IF FD-FEED-NAVFONDO
                 EXEC SQL
                      UPDATE ZMDT747
                         SET ZM747_SPROCESO = 'R'
                       WHERE ZM747_SPROCESO = '0'
                 END-EXEC
                 PERFORM 9600-VALIDA-SQL
              END-IF

              IF FD-FEED-CRLSAT
                 EXEC SQL
                      UPDATE ZMDT751
                         SET ZM751_SPROCESO = 'R'
                       WHERE ZM751_SPROCESO = '0'
                 END-EXEC
                 PERFORM 9600-VALIDA-SQL
              END-IF

              IF FD-FEED-CODPOST
                 EXEC SQL
                      UPDATE ZMDT753
                         SET ZM753_SPROCESO = 'R'
                       WHERE ZM753_SPROCESO = '0'
                 END-EXEC
                 PERFORM 9600-VALIDA-SQL
              END-IF
           END-IF

           EXEC SQL
