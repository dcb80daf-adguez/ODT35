      *----
      * ZMWSC173 : GRABA LA LIQUIDACION DEL PROMOTOR (ZMDT656) Y ARMA
      *            EL REGISTRO DE LA INTERFAZ A NOMINA. RELIQUIDAR EL
      *            MISMO PERIODO REEMPLAZA EL RENGLON ANTERIOR, SALVO
      *            CON EL MES YA CERRADO (ZMDT776): ENTONCES EL RENGLON
      *            SE QUEDA, LA DIFERENCIA SE ANOTA COMO AJUSTE (9087)
      *            Y NO HAY REGISTRO DE NOMINA (PP-LIQ-AJUSTE).
      *----
       9420-GRABA-LIQ-PROMOTOR.
      *----
           SET PP-LIQ-NORMAL               TO TRUE
           MOVE SPACES                     TO CI-IEMPR
           MOVE PP-IANIO                   TO CI-IANIO
           MOVE PP-IMES                    TO CI-IMES
           PERFORM 9080-VERIFICA-PERIODO-CERRADO

           IF CI-PERIODO-CERRADO
              PERFORM 9087-AJUSTA-LIQ-CERRADA
           ELSE
              EXEC SQL
                   DELETE FROM ZMDT656
                    WHERE ZM656_IPROM = :PP-IPROM
                      AND ZM656_IANIO = :PP-IANIO
                      AND ZM656_IMES  = :PP-IMES
              END-EXEC
              PERFORM 9600-VALIDA-SQL

              EXEC SQL
                   INSERT INTO ZMDT656
                        ( ZM656_IPROM,    ZM656_IANIO,
                          ZM656_IMES,     ZM656_NCARTAS,
                          ZM656_MVOLUMEN, ZM656_PPAGO,
                          ZM656_MPAGO,    ZM656_FCALCULO )
                   VALUES ( :PP-IPROM,    :PP-IANIO,
                            :PP-IMES,     :PP-NCARTAS,
                            :PP-MVOLUMEN, :PP-PPAGO,
                            :PP-MPAGO,    CURRENT TIMESTAMP )
              END-EXEC
              PERFORM 9600-VALIDA-SQL

              ADD 1                        TO PP-NUMPROMS
              ADD PP-MPAGO                 TO PP-TOTPAGO

              MOVE PP-IPROM                TO PPX-IPROM
              MOVE PP-IANIO                TO PPX-IANIO
              MOVE PP-IMES                 TO PPX-IMES
              MOVE PP-MPAGO                TO PPX-MPAGO
           END-IF.
      *----
      * ZMWSC173 : RELIQUIDACION DE UN MES CERRADO: ANOTA LA DIFERENCIA
      *            CONTRA EL PAGO ARCHIVADO EN ZMDT656 MAS SUS AJUSTES
      *            ANTERIORES COMO AJUSTE POSTERIOR AL CIERRE (SIN
      *            EMPRESA: ZMDT656 ES GLOBAL).
      *----
       9087-AJUSTA-LIQ-CERRADA.
      *----
           SET PP-LIQ-AJUSTE               TO TRUE
           MOVE 0                          TO PP-MPAGOANT

           EXEC SQL
                SELECT ZM656_MPAGO
                  INTO :PP-MPAGOANT
                  FROM ZMDT656
                 WHERE ZM656_IPROM = :PP-IPROM
                   AND ZM656_IANIO = :PP-IANIO
                   AND ZM656_IMES  = :PP-IMES
           END-EXEC
           PERFORM 9600-VALIDA-SQL

      *    LOS AJUSTES YA ANOTADOS AL MES CERRADO CUENTAN COMO PAGO
      *    ANTERIOR: UNA RELIQUIDACION REPETIDA NO LOS DUPLICA.
           MOVE PP-IPROM                   TO PP-IPROM-ED
           MOVE 'ZMDT656'                  TO CI-ITABLA
           MOVE 0                          TO CI-ICUENTA
           MOVE PP-IPROM-ED                TO CI-ILLAVE
           MOVE 0                          TO CI-MAJUSTE
           EXEC SQL
                SELECT COALESCE(SUM(ZM777_MAJUSTE), 0)
                  INTO :CI-MAJUSTE
                  FROM ZMDT777
                 WHERE ZM777_ITABLA   = :CI-ITABLA
                   AND ZM777_IEMPR    = :CI-IEMPR
                   AND ZM777_ICUENTA  = :CI-ICUENTA
                   AND ZM777_ILLAVE   = :CI-ILLAVE
                   AND ZM777_IANIOCER = :PP-IANIO
                   AND ZM777_IMESCER  = :PP-IMES
           END-EXEC
           PERFORM 9600-VALIDA-SQL
           ADD CI-MAJUSTE                  TO PP-MPAGOANT

           IF PP-MPAGO                     NOT EQUAL PP-MPAGOANT
              MOVE 'MPAGO'                 TO CI-ICAMPO
              MOVE PP-MPAGOANT             TO CI-MANTERIOR
              COMPUTE CI-MAJUSTE = PP-MPAGO - PP-MPAGOANT
              MOVE 'RELIQUIDACION CON EL MES CERRADO'
                                           TO CI-DMOTIVO
              MOVE 'BATCH'                 TO CI-IUSUARIO
              MOVE W000-PROG               TO CI-IPROGRAM
              PERFORM 9081-REGISTRA-AJUSTE-CIERRE
           END-IF.
      *----
