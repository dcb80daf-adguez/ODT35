      * SI LA CUENTA AUN NO TIENE RENGLON EN EL PERIODO, LO ABRE.
      * EL -803 DE LA CARRERA POR ABRIR EL PERIODO SE RESUELVE
      * RE-APLICANDO EL UPDATE, NUNCA ABORTANDO.
      * SI EL MES EN CURSO YA ESTA CERRADO PARA LA EMPRESA (ZMDT776),
      * EL IMPORTE VA AL MES DE LA FECHA DE NEGOCIO ABIERTA Y QUEDA
      * ANOTADO COMO AJUSTE POSTERIOR AL CIERRE (9081).
      *----
       9316-ACUMULA-VOLUMEN-OPERADO.
      *----
           EXEC SQL
                SELECT YEAR(CURRENT DATE), MONTH(CURRENT DATE)
                  INTO :VA-IANIOACU, :VA-IMESACU
                  FROM SYSIBM.SYSDUMMY1
           END-EXEC
           PERFORM 9600-VALIDA-SQL

           MOVE VA-IEMPR                   TO CI-IEMPR
           MOVE VA-IANIOACU                TO CI-IANIO
           MOVE VA-IMESACU                 TO CI-IMES
           PERFORM 9080-VERIFICA-PERIODO-CERRADO

           IF CI-PERIODO-CERRADO
              PERFORM 9084-AJUSTA-VOLUMEN-CERRADO
           END-IF

           EXEC SQL
                UPDATE ZMDT639
                   SET ZM639_MVOLUMEN = ZM639_MVOLUMEN + :VA-MIMPORTE,
                       ZM639_FULTACT  = CURRENT TIMESTAMP
                 WHERE ZM639_IEMPR   = :VA-IEMPR
                   AND ZM639_ICUENTA = :VA-ICUENTA
                   AND ZM639_IANIO   = :VA-IANIOACU
                   AND ZM639_IMES    = :VA-IMESACU
           END-EXEC

           IF SQLCODE EQUAL 100
                          ZM639_IANIO,    ZM639_IMES,
                          ZM639_MVOLUMEN, ZM639_FULTACT )
                   VALUES ( :VA-IEMPR,    :VA-ICUENTA,
                            :VA-IANIOACU, :VA-IMESACU,
                            :VA-MIMPORTE, CURRENT TIMESTAMP )
              END-EXEC

                             ZM639_FULTACT  = CURRENT TIMESTAMP
                       WHERE ZM639_IEMPR   = :VA-IEMPR
                         AND ZM639_ICUENTA = :VA-ICUENTA
                         AND ZM639_IANIO   = :VA-IANIOACU
                         AND ZM639_IMES    = :VA-IMESACU
                 END-EXEC
                 PERFORM 9600-VALIDA-SQL
              ELSE
              PERFORM 9600-VALIDA-SQL
           END-IF.
      *----
      * ZMWSC123 : EL MES EN CURSO ESTA CERRADO: EL IMPORTE SE ACUMULA
      *            EN EL MES DE LA FECHA DE NEGOCIO ABIERTA (VXT001) Y
      *            SE ANOTA COMO AJUSTE AL MES CERRADO.
      *----
       9084-AJUSTA-VOLUMEN-CERRADO.
      *----
           MOVE 0                          TO CI-MANTERIOR

           EXEC SQL
                SELECT ZM639_MVOLUMEN
                  INTO :CI-MANTERIOR
                  FROM ZMDT639
                 WHERE ZM639_IEMPR   = :VA-IEMPR
                   AND ZM639_ICUENTA = :VA-ICUENTA
                   AND ZM639_IANIO   = :VA-IANIOACU
                   AND ZM639_IMES    = :VA-IMESACU
           END-EXEC
           PERFORM 9600-VALIDA-SQL

           MOVE 'ZMDT639'                  TO CI-ITABLA
           MOVE VA-ICUENTA                 TO CI-ICUENTA
           MOVE SPACES                     TO CI-ILLAVE
           MOVE 'MVOLUMEN'                 TO CI-ICAMPO
           MOVE VA-MIMPORTE                TO CI-MAJUSTE
           MOVE 'VOLUMEN OPERADO CON EL MES YA CERRADO'
                                           TO CI-DMOTIVO
           IF VA-IUSUARIO                  EQUAL SPACES
              OR VA-IUSUARIO               EQUAL LOW-VALUES
              MOVE 'BATCH'                 TO CI-IUSUARIO
           ELSE
              MOVE VA-IUSUARIO             TO CI-IUSUARIO
           END-IF
           MOVE W000-PROG                  TO CI-IPROGRAM
           PERFORM 9081-REGISTRA-AJUSTE-CIERRE

           MOVE CI-FAJUSTE(1:4)            TO VA-IANIOACU
           MOVE CI-FAJUSTE(6:2)            TO VA-IMESACU.
      *----
      * ZMWSC123 : REGRESA EL VOLUMEN ACUMULADO DEL PERIODO EN CURSO
      *            (CERO SI LA CUENTA NO HA OPERADO EN EL MES).
      *----
