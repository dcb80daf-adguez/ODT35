      *            FIJO O TASA SOBRE LA BASE. UNA REVALORACION DEL
      *            MISMO PERIODO REVIERTE EL IMPORTE ANTERIOR DEL
      *            ACUMULADO ANTES DE REAPLICAR, PARA NO COBRAR
      *            DOBLE. CARGO CERO NO SE GRABA. CON EL MES YA
      *            CERRADO (ZMDT776) EL DETALLE NO SE REESCRIBE: LA
      *            DIFERENCIA CONTRA LO ARCHIVADO MAS LOS AJUSTES YA
      *            ANOTADOS SE ANOTA COMO AJUSTE (9086) Y SOLO VIAJA
      *            EN LOS ACUMULADOS ABIERTOS DE CUENTA; SIN
      *            DIFERENCIA NO SE TOCA CUENTA.
      *----
       9546-APLICA-CARGO-CUENTA.
      *----
              END-EXEC
              PERFORM 9600-VALIDA-SQL

              MOVE FE-IEMPR                TO CI-IEMPR
              MOVE FE-IANIO                TO CI-IANIO
              MOVE FE-IMES                 TO CI-IMES
              PERFORM 9080-VERIFICA-PERIODO-CERRADO

              IF CI-PERIODO-CERRADO
      *          LOS AJUSTES YA ANOTADOS AL MES CERRADO CUENTAN COMO
      *          CARGO ANTERIOR: UNA CORRIDA REPETIDA NO LOS DUPLICA.
                 MOVE 'ZMDT681'            TO CI-ITABLA
                 MOVE FE-ICARGO            TO CI-ILLAVE
                 MOVE 0                    TO CI-MAJUSTE
                 EXEC SQL
                      SELECT COALESCE(SUM(ZM777_MAJUSTE), 0)
                        INTO :CI-MAJUSTE
                        FROM ZMDT777
                       WHERE ZM777_ITABLA   = :CI-ITABLA
                         AND ZM777_IEMPR    = :FE-IEMPR
                         AND ZM777_ICUENTA  = :FE-ICUENTA
                         AND ZM777_ILLAVE   = :CI-ILLAVE
                         AND ZM777_IANIOCER = :FE-IANIO
                         AND ZM777_IMESCER  = :FE-IMES
                 END-EXEC
                 PERFORM 9600-VALIDA-SQL
                 ADD CI-MAJUSTE            TO FE-MCARGOANT

                 PERFORM 9086-AJUSTA-CARGO-CERRADO
              ELSE
                 EXEC SQL
                      DELETE FROM ZMDT681
                       WHERE ZM681_IEMPR   = :FE-IEMPR
                         AND ZM681_ICUENTA = :FE-ICUENTA
                         AND ZM681_ICARGO  = :FE-ICARGO
                         AND ZM681_IANIO   = :FE-IANIO
                         AND ZM681_IMES    = :FE-IMES
                 END-EXEC
                 PERFORM 9600-VALIDA-SQL

                 EXEC SQL
                      INSERT INTO ZMDT681
                           ( ZM681_IEMPR,  ZM681_ICUENTA,
                             ZM681_ICARGO, ZM681_IANIO,
                             ZM681_IMES,   ZM681_MBASE,
                             ZM681_MCARGO, ZM681_FCALCULO )
                      VALUES ( :FE-IEMPR,  :FE-ICUENTA,
                               :FE-ICARGO, :FE-IANIO,
                               :FE-IMES,   :FE-MBASE,
                               :FE-MCARGO, CURRENT TIMESTAMP )
                 END-EXEC
                 PERFORM 9600-VALIDA-SQL
              END-IF

              IF FE-MCARGO                 NOT EQUAL FE-MCARGOANT
                 EXEC SQL
                      UPDATE CUENTA
                         SET MCGOMES = MCGOMES - :FE-MCARGOANT
                                               + :FE-MCARGO,
                             MCGOANO = MCGOANO - :FE-MCARGOANT
                                               + :FE-MCARGO
                       WHERE IEMPR   = :FE-IEMPR
                         AND ICUENTA = :FE-ICUENTA
                 END-EXEC
                 PERFORM 9600-VALIDA-SQL
              END-IF
           END-IF.
      *----
      * ZMWSC233 : REVALORACION DE UN MES CERRADO: ANOTA LA DIFERENCIA
      *            CONTRA EL DETALLE ARCHIVADO Y SUS AJUSTES ANTERIORES
      *            COMO AJUSTE POSTERIOR AL CIERRE (SIN DIFERENCIA NO
      *            HAY NADA QUE ANOTAR).
      *----
       9086-AJUSTA-CARGO-CERRADO.
      *----
           IF FE-MCARGO                    NOT EQUAL FE-MCARGOANT
              MOVE 'ZMDT681'               TO CI-ITABLA
              MOVE FE-ICUENTA              TO CI-ICUENTA
              MOVE FE-ICARGO               TO CI-ILLAVE
              MOVE 'MCARGO'                TO CI-ICAMPO
              MOVE FE-MCARGOANT            TO CI-MANTERIOR
              COMPUTE CI-MAJUSTE = FE-MCARGO - FE-MCARGOANT
              MOVE 'REVALORACION DE CARGO CON EL MES CERRADO'
                                           TO CI-DMOTIVO
              MOVE 'BATCH'                 TO CI-IUSUARIO
              MOVE W000-PROG               TO CI-IPROGRAM
              PERFORM 9081-REGISTRA-AJUSTE-CIERRE
           END-IF.
      *----
      * ZMWSC233 : POLIZA DEL PERIODO: UN GRUPO POR EMPRESA/CARGO
      *----
           MOVE 0                          TO FE-TOTCARGOS

           IF FE-IEMPRHAS                  EQUAL SPACES
              MOVE HIGH-VALUES             TO FE-IEMPRHAS
           END-IF

           EXEC SQL
                DECLARE CPOLCGO CURSOR FOR
                   SELECT A.ZM681_IEMPR, A.ZM681_ICARGO,
                       ON B.ZM680_ICARGO = A.ZM681_ICARGO
                    WHERE A.ZM681_IANIO = :FE-IANIO
                      AND A.ZM681_IMES  = :FE-IMES
                      AND A.ZM681_IEMPR BETWEEN :FE-IEMPRDES
                                            AND :FE-IEMPRHAS
                 GROUP BY A.ZM681_IEMPR, A.ZM681_ICARGO,
                          B.ZM680_ICTOCONTAB
                 ORDER BY A.ZM681_IEMPR, A.ZM681_ICARGO
              END-EXEC
           END-IF.
      *----
      * ZMWSC233 : EMPRESAS DEL RANGO FE-IEMPRDES/FE-IEMPRHAS DE LA
      *            PARTICION (VXT001); POR CADA UNA EL LOTE CORRE LOS
      *            CARGOS DEL PERIODO.
      *----
       9806-ABRE-EMPRESAS-CARGO.
      *----
           IF FE-IEMPRHAS                  EQUAL SPACES
              MOVE HIGH-VALUES             TO FE-IEMPRHAS
           END-IF

           EXEC SQL
                DECLARE CEMPCGO CURSOR FOR
                   SELECT VX1_IEMPR
                     FROM VXT001
                    WHERE VX1_IEMPR BETWEEN :FE-IEMPRDES
                                        AND :FE-IEMPRHAS
                 ORDER BY VX1_IEMPR
           END-EXEC

           EXEC SQL
                OPEN CEMPCGO
           END-EXEC
           PERFORM 9600-VALIDA-SQL.
      *----
       9807-LEE-EMPRESAS-CARGO.
      *----
           EXEC SQL
                FETCH CEMPCGO
                 INTO :FE-IEMPR
           END-EXEC

           IF SQLCODE EQUAL 0
              SET FE-HAY-EMPRESAS          TO TRUE
           ELSE
              SET FE-FIN-EMPRESAS          TO TRUE
              IF SQLCODE NOT = 100
                 PERFORM 9600-VALIDA-SQL
              END-IF
              EXEC SQL
                   CLOSE CEMPCGO
              END-EXEC
           END-IF.
      *----
