      *----
      * ZMWSC317 : CONCILIACION DEL AUXILIAR (ZMDT614/ZMDT660/ZMDT681)
      *            CONTRA LOS SALDOS DE LA CONTABILIDAD GENERAL
      *            (ZMDT740), CON SUS PARTIDAS EN CONCILIACION
      *            (ZMDT741) Y SU HISTORIA DE DISPOSICIONES (ZMDT742).
      *            LAYOUT DE REFERENCIA ZMWSC316 (GL-REG). MISMO
      *            PATRON DE STAGING QUE 9125-CONCILIA-CUSTODIA-FEED.
      *----
       9869-CONCILIA-SALDOS-GL.
      *----
           MOVE 0                          TO GL-NUMPROC
           MOVE 0                          TO GL-NUMROTAS
           MOVE 0                          TO GL-NUMCERR

           IF GL-MTOLER-ALFA-R             NUMERIC
              MOVE GL-MTOLER-ALFA-R        TO GL-MTOLER
           ELSE
              MOVE 0                       TO GL-MTOLER
           END-IF

           IF GL-IEMPRHAS                  EQUAL SPACES
              MOVE HIGH-VALUES             TO GL-IEMPRHAS
           END-IF

           EXEC SQL
                DECLARE CSALDOGL CURSOR FOR
                   SELECT ZM740_IEMPR,  ZM740_ICUENTA, ZM740_TFUENTE,
                          ZM740_IANIO,  ZM740_IMES,
                          CHAR(ZM740_FSALDO, ISO),
                          ZM740_MSALDOGL
                     FROM ZMDT740
                    WHERE ZM740_SPROCESO = '0'
                      AND ZM740_IEMPR BETWEEN :GL-IEMPRDES
                                          AND :GL-IEMPRHAS
                 ORDER BY ZM740_IEMPR, ZM740_ICUENTA, ZM740_TFUENTE,
                          ZM740_IANIO, ZM740_IMES, ZM740_FSALDO
           END-EXEC

           EXEC SQL
                OPEN CSALDOGL
           END-EXEC
           PERFORM 9600-VALIDA-SQL

           SET GL-HAY-DATOS                TO TRUE
           PERFORM 9870-LEE-SALDOS-GL
               UNTIL GL-FIN-DATOS

           EXEC SQL
                CLOSE CSALDOGL
           END-EXEC.
      *----
       9870-LEE-SALDOS-GL.
      *----
           EXEC SQL
                FETCH CSALDOGL
                 INTO :GL-IEMPR,  :GL-ICUENTA, :GL-TFUENTE,
                      :GL-IANIO,  :GL-IMES,
                      :GL-FSALDO,
                      :GL-MSALDOGL
           END-EXEC

           IF SQLCODE EQUAL 0
              PERFORM 9871-LEE-TOTAL-AUXILIAR

              COMPUTE GL-MDIFER = GL-MSALDOGL - GL-MSUBLEDGER
              IF GL-MDIFER                 LESS THAN 0
                 COMPUTE GL-MDIFABS = GL-MDIFER * -1
              ELSE
                 MOVE GL-MDIFER            TO GL-MDIFABS
              END-IF

              PERFORM 9872-ACTUALIZA-ROTURA-GL

              EXEC SQL
                   UPDATE ZMDT740
                      SET ZM740_SPROCESO = '1'
                    WHERE ZM740_IEMPR    = :GL-IEMPR
                      AND ZM740_ICUENTA  = :GL-ICUENTA
                      AND ZM740_TFUENTE  = :GL-TFUENTE
                      AND ZM740_IANIO    = :GL-IANIO
                      AND ZM740_IMES     = :GL-IMES
                      AND ZM740_FSALDO   = DATE(:GL-FSALDO)
              END-EXEC
              PERFORM 9600-VALIDA-SQL

              ADD 1                        TO GL-NUMPROC
           ELSE
              SET GL-FIN-DATOS             TO TRUE
              IF SQLCODE NOT = 100
                 PERFORM 9600-VALIDA-SQL
              END-IF
           END-IF.
      *----
      * ZMWSC317 : TOTAL DEL AUXILIAR DE LA CUENTA, FUENTE Y PERIODO
      *            (LO MISMO QUE LLEVAN LAS POLIZAS 9311/9435/9547).
      *----
       9871-LEE-TOTAL-AUXILIAR.
      *----
           MOVE 0                          TO GL-MSUBLEDGER

           EVALUATE TRUE
              WHEN GL-FTE-COMISION
                 EXEC SQL
                      SELECT COALESCE(SUM(ZM614_MCARIMES), 0)
                        INTO :GL-MSUBLEDGER
                        FROM ZMDT614
                       WHERE ZM614_IEMPR   = :GL-IEMPR
                         AND ZM614_ICUENTA = :GL-ICUENTA
                         AND ZM614_IANIO   = :GL-IANIO
                         AND ZM614_IMES    = :GL-IMES
                 END-EXEC
                 PERFORM 9600-VALIDA-SQL
              WHEN GL-FTE-INTERES
                 EXEC SQL
                      SELECT COALESCE(SUM(ZM660_MINTERES), 0)
                        INTO :GL-MSUBLEDGER
                        FROM ZMDT660
                       WHERE ZM660_IEMPR         = :GL-IEMPR
                         AND ZM660_ICUENTA       = :GL-ICUENTA
                         AND YEAR(ZM660_FECHA)   = :GL-IANIO
                         AND MONTH(ZM660_FECHA)  = :GL-IMES
                 END-EXEC
                 PERFORM 9600-VALIDA-SQL
              WHEN GL-FTE-CARGOS
                 EXEC SQL
                      SELECT COALESCE(SUM(ZM681_MCARGO), 0)
                        INTO :GL-MSUBLEDGER
                        FROM ZMDT681
                       WHERE ZM681_IEMPR   = :GL-IEMPR
                         AND ZM681_ICUENTA = :GL-ICUENTA
                         AND ZM681_IANIO   = :GL-IANIO
                         AND ZM681_IMES    = :GL-IMES
                 END-EXEC
                 PERFORM 9600-VALIDA-SQL
              WHEN OTHER
                 CONTINUE
           END-EVALUATE.
      *----
      * ZMWSC317 : FUERA DE TOLERANCIA, ACTUALIZA LA PARTIDA ABIERTA O
      *            ABRE UNA NUEVA; DENTRO, CIERRA LA ABIERTA (SI LA
      *            HAY) CON DISPOSICION 'R'.
      *----
       9872-ACTUALIZA-ROTURA-GL.
      *----
           MOVE SPACES                     TO GL-FAPERTURA

           EXEC SQL
                SELECT CHAR(ZM741_FAPERTURA, ISO)
                  INTO :GL-FAPERTURA
                  FROM ZMDT741
                 WHERE ZM741_IEMPR   = :GL-IEMPR
                   AND ZM741_ICUENTA = :GL-ICUENTA
                   AND ZM741_TFUENTE = :GL-TFUENTE
                   AND ZM741_IANIO   = :GL-IANIO
                   AND ZM741_IMES    = :GL-IMES
                   AND ZM741_SESTADO = 'A'
           END-EXEC

           IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
              PERFORM 9600-VALIDA-SQL
           END-IF

           EVALUATE TRUE
              WHEN GL-MDIFABS              GREATER THAN GL-MTOLER
               AND GL-FAPERTURA            EQUAL SPACES
                 MOVE GL-FECHA             TO GL-FAPERTURA
                 EXEC SQL
                      INSERT INTO ZMDT741
                           ( ZM741_IEMPR,      ZM741_ICUENTA,
                             ZM741_TFUENTE,    ZM741_IANIO,
                             ZM741_IMES,       ZM741_FAPERTURA,
                             ZM741_MSUBLEDGER, ZM741_MSALDOGL,
                             ZM741_MDIFER,     ZM741_FULTREV,
                             ZM741_NDIASANT,   ZM741_SESTADO,
                             ZM741_FCIERRE,    ZM741_IUSRCIERRE )
                      VALUES ( :GL-IEMPR,      :GL-ICUENTA,
                               :GL-TFUENTE,    :GL-IANIO,
                               :GL-IMES,       :GL-FAPERTURA,
                               :GL-MSUBLEDGER, :GL-MSALDOGL,
                               :GL-MDIFER,     :GL-FECHA,
                               0,              'A',
                               NULL,           NULL )
                 END-EXEC
                 PERFORM 9600-VALIDA-SQL
                 ADD 1                     TO GL-NUMROTAS
              WHEN GL-MDIFABS              GREATER THAN GL-MTOLER
                 EXEC SQL
                      UPDATE ZMDT741
                         SET ZM741_MSUBLEDGER = :GL-MSUBLEDGER,
                             ZM741_MSALDOGL   = :GL-MSALDOGL,
                             ZM741_MDIFER     = :GL-MDIFER,
                             ZM741_FULTREV    = :GL-FECHA
                       WHERE ZM741_IEMPR     = :GL-IEMPR
                         AND ZM741_ICUENTA   = :GL-ICUENTA
                         AND ZM741_TFUENTE   = :GL-TFUENTE
                         AND ZM741_IANIO     = :GL-IANIO
                         AND ZM741_IMES      = :GL-IMES
                         AND ZM741_FAPERTURA = :GL-FAPERTURA
                 END-EXEC
                 PERFORM 9600-VALIDA-SQL
              WHEN GL-FAPERTURA            NOT = SPACES
                 SET GL-DISP-RESUELTA      TO TRUE
                 MOVE 'LA DIFERENCIA REGRESO A LA TOLERANCIA'
                                           TO GL-DCOMENT
                 MOVE 'CONCILIA'           TO GL-IUSUARIO
                 PERFORM 9878-GRABA-DISPOSICION-GL

                 EXEC SQL
                      UPDATE ZMDT741
                         SET ZM741_MSUBLEDGER = :GL-MSUBLEDGER,
                             ZM741_MSALDOGL   = :GL-MSALDOGL,
                             ZM741_MDIFER     = :GL-MDIFER,
                             ZM741_FULTREV    = :GL-FECHA,
                             ZM741_SESTADO    = 'C',
                             ZM741_FCIERRE    = :GL-FECHA,
                             ZM741_IUSRCIERRE = :GL-IUSUARIO
                       WHERE ZM741_IEMPR     = :GL-IEMPR
                         AND ZM741_ICUENTA   = :GL-ICUENTA
                         AND ZM741_TFUENTE   = :GL-TFUENTE
                         AND ZM741_IANIO     = :GL-IANIO
                         AND ZM741_IMES      = :GL-IMES
                         AND ZM741_FAPERTURA = :GL-FAPERTURA
                 END-EXEC
                 PERFORM 9600-VALIDA-SQL
                 ADD 1                     TO GL-NUMCERR
              WHEN OTHER
                 CONTINUE
           END-EVALUATE.
      *----
      * ZMWSC317 : CUENTAS CON IMPORTE EN EL AUXILIAR SIN SALDO DE
      *            CONTABILIDAD EN LOS PERIODOS QUE SI LLEGARON EN EL
      *            SALDO DEL DIA GL-FECHA (POR EMPRESA Y FUENTE). LA
      *            PARTIDA SE ABRE CON SALDO DE CONTABILIDAD EN CERO;
      *            SI YA HAY UNA ABIERTA NO SE DUPLICA.
      *----
       9873-ROTURAS-SIN-SALDO-GL.
      *----
           MOVE 0                          TO GL-NUMSINGL

           IF GL-IEMPRHAS                  EQUAL SPACES
              MOVE HIGH-VALUES             TO GL-IEMPRHAS
           END-IF

           EXEC SQL
                INSERT INTO ZMDT741
                     ( ZM741_IEMPR,      ZM741_ICUENTA,
                       ZM741_TFUENTE,    ZM741_IANIO,
                       ZM741_IMES,       ZM741_FAPERTURA,
                       ZM741_MSUBLEDGER, ZM741_MSALDOGL,
                       ZM741_MDIFER,     ZM741_FULTREV,
                       ZM741_NDIASANT,   ZM741_SESTADO,
                       ZM741_FCIERRE,    ZM741_IUSRCIERRE )
                SELECT A.ZM614_IEMPR,    A.ZM614_ICUENTA,
                       'C',              A.ZM614_IANIO,
                       A.ZM614_IMES,     DATE(:GL-FECHA),
                       A.ZM614_MCARIMES, 0,
                       0 - A.ZM614_MCARIMES, DATE(:GL-FECHA),
                       0,                'A',
                       NULL,             NULL
                  FROM ZMDT614 A
                 WHERE A.ZM614_IEMPR BETWEEN :GL-IEMPRDES
                                         AND :GL-IEMPRHAS
                   AND ABS(A.ZM614_MCARIMES) > :GL-MTOLER
                   AND EXISTS
                     ( SELECT 1
                         FROM ZMDT740 P
                        WHERE P.ZM740_IEMPR   = A.ZM614_IEMPR
                          AND P.ZM740_TFUENTE = 'C'
                          AND P.ZM740_IANIO   = A.ZM614_IANIO
                          AND P.ZM740_IMES    = A.ZM614_IMES
                          AND P.ZM740_FSALDO  = DATE(:GL-FECHA) )
                   AND NOT EXISTS
                     ( SELECT 1
                         FROM ZMDT740 G
                        WHERE G.ZM740_IEMPR   = A.ZM614_IEMPR
                          AND G.ZM740_ICUENTA = A.ZM614_ICUENTA
                          AND G.ZM740_TFUENTE = 'C'
                          AND G.ZM740_IANIO   = A.ZM614_IANIO
                          AND G.ZM740_IMES    = A.ZM614_IMES
                          AND G.ZM740_FSALDO  = DATE(:GL-FECHA) )
                   AND NOT EXISTS
                     ( SELECT 1
                         FROM ZMDT741 R
                        WHERE R.ZM741_IEMPR   = A.ZM614_IEMPR
                          AND R.ZM741_ICUENTA = A.ZM614_ICUENTA
                          AND R.ZM741_TFUENTE = 'C'
                          AND R.ZM741_IANIO   = A.ZM614_IANIO
                          AND R.ZM741_IMES    = A.ZM614_IMES
                          AND ( R.ZM741_SESTADO   = 'A'
                             OR R.ZM741_FAPERTURA = DATE(:GL-FECHA) ) )
           END-EXEC
           IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
              PERFORM 9600-VALIDA-SQL
           END-IF
           IF SQLCODE EQUAL 0
              ADD SQLERRD(3)               TO GL-NUMSINGL
           END-IF

           EXEC SQL
                INSERT INTO ZMDT741
                     ( ZM741_IEMPR,      ZM741_ICUENTA,
                       ZM741_TFUENTE,    ZM741_IANIO,
                       ZM741_IMES,       ZM741_FAPERTURA,
                       ZM741_MSUBLEDGER, ZM741_MSALDOGL,
                       ZM741_MDIFER,     ZM741_FULTREV,
                       ZM741_NDIASANT,   ZM741_SESTADO,
                       ZM741_FCIERRE,    ZM741_IUSRCIERRE )
                SELECT A.ZM660_IEMPR,    A.ZM660_ICUENTA,
                       'I',              YEAR(A.ZM660_FECHA),
                       MONTH(A.ZM660_FECHA), DATE(:GL-FECHA),
                       SUM(A.ZM660_MINTERES), 0,
                       0 - SUM(A.ZM660_MINTERES), DATE(:GL-FECHA),
                       0,                'A',
                       NULL,             NULL
                  FROM ZMDT660 A
                 WHERE A.ZM660_IEMPR BETWEEN :GL-IEMPRDES
                                         AND :GL-IEMPRHAS
                   AND EXISTS
                     ( SELECT 1
                         FROM ZMDT740 P
                        WHERE P.ZM740_IEMPR   = A.ZM660_IEMPR
                          AND P.ZM740_TFUENTE = 'I'
                          AND P.ZM740_IANIO   = YEAR(A.ZM660_FECHA)
                          AND P.ZM740_IMES    = MONTH(A.ZM660_FECHA)
                          AND P.ZM740_FSALDO  = DATE(:GL-FECHA) )
                   AND NOT EXISTS
                     ( SELECT 1
                         FROM ZMDT740 G
                        WHERE G.ZM740_IEMPR   = A.ZM660_IEMPR
                          AND G.ZM740_ICUENTA = A.ZM660_ICUENTA
                          AND G.ZM740_TFUENTE = 'I'
                          AND G.ZM740_IANIO   = YEAR(A.ZM660_FECHA)
                          AND G.ZM740_IMES    = MONTH(A.ZM660_FECHA)
                          AND G.ZM740_FSALDO  = DATE(:GL-FECHA) )
                   AND NOT EXISTS
                     ( SELECT 1
                         FROM ZMDT741 R
                        WHERE R.ZM741_IEMPR   = A.ZM660_IEMPR
                          AND R.ZM741_ICUENTA = A.ZM660_ICUENTA
                          AND R.ZM741_TFUENTE = 'I'
                          AND R.ZM741_IANIO   = YEAR(A.ZM660_FECHA)
                          AND R.ZM741_IMES    = MONTH(A.ZM660_FECHA)
                          AND ( R.ZM741_SESTADO   = 'A'
                             OR R.ZM741_FAPERTURA = DATE(:GL-FECHA) ) )
              GROUP BY A.ZM660_IEMPR, A.ZM660_ICUENTA,
                       YEAR(A.ZM660_FECHA), MONTH(A.ZM660_FECHA)
                HAVING ABS(SUM(A.ZM660_MINTERES)) > :GL-MTOLER
           END-EXEC
           IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
              PERFORM 9600-VALIDA-SQL
           END-IF
           IF SQLCODE EQUAL 0
              ADD SQLERRD(3)               TO GL-NUMSINGL
           END-IF

           EXEC SQL
                INSERT INTO ZMDT741
                     ( ZM741_IEMPR,      ZM741_ICUENTA,
                       ZM741_TFUENTE,    ZM741_IANIO,
                       ZM741_IMES,       ZM741_FAPERTURA,
                       ZM741_MSUBLEDGER, ZM741_MSALDOGL,
                       ZM741_MDIFER,     ZM741_FULTREV,
                       ZM741_NDIASANT,   ZM741_SESTADO,
                       ZM741_FCIERRE,    ZM741_IUSRCIERRE )
                SELECT A.ZM681_IEMPR,    A.ZM681_ICUENTA,
                       'G',              A.ZM681_IANIO,
                       A.ZM681_IMES,     DATE(:GL-FECHA),
                       SUM(A.ZM681_MCARGO), 0,
                       0 - SUM(A.ZM681_MCARGO), DATE(:GL-FECHA),
                       0,                'A',
                       NULL,             NULL
                  FROM ZMDT681 A
                 WHERE A.ZM681_IEMPR BETWEEN :GL-IEMPRDES
                                         AND :GL-IEMPRHAS
                   AND EXISTS
                     ( SELECT 1
                         FROM ZMDT740 P
                        WHERE P.ZM740_IEMPR   = A.ZM681_IEMPR
                          AND P.ZM740_TFUENTE = 'G'
                          AND P.ZM740_IANIO   = A.ZM681_IANIO
                          AND P.ZM740_IMES    = A.ZM681_IMES
                          AND P.ZM740_FSALDO  = DATE(:GL-FECHA) )
                   AND NOT EXISTS
                     ( SELECT 1
                         FROM ZMDT740 G
                        WHERE G.ZM740_IEMPR   = A.ZM681_IEMPR
                          AND G.ZM740_ICUENTA = A.ZM681_ICUENTA
                          AND G.ZM740_TFUENTE = 'G'
                          AND G.ZM740_IANIO   = A.ZM681_IANIO
                          AND G.ZM740_IMES    = A.ZM681_IMES
                          AND G.ZM740_FSALDO  = DATE(:GL-FECHA) )
                   AND NOT EXISTS
                     ( SELECT 1
                         FROM ZMDT741 R
                        WHERE R.ZM741_IEMPR   = A.ZM681_IEMPR
                          AND R.ZM741_ICUENTA = A.ZM681_ICUENTA
                          AND R.ZM741_TFUENTE = 'G'
                          AND R.ZM741_IANIO   = A.ZM681_IANIO
                          AND R.ZM741_IMES    = A.ZM681_IMES
                          AND ( R.ZM741_SESTADO   = 'A'
                             OR R.ZM741_FAPERTURA = DATE(:GL-FECHA) ) )
              GROUP BY A.ZM681_IEMPR, A.ZM681_ICUENTA,
                       A.ZM681_IANIO, A.ZM681_IMES
                HAVING ABS(SUM(A.ZM681_MCARGO)) > :GL-MTOLER
           END-EXEC
           IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
              PERFORM 9600-VALIDA-SQL
           END-IF
           IF SQLCODE EQUAL 0
              ADD SQLERRD(3)               TO GL-NUMSINGL
           END-IF

           ADD GL-NUMSINGL                 TO GL-NUMROTAS.
      *----
      * ZMWSC317 : ANTIGUEDAD EN DIAS NATURALES DE LAS PARTIDAS
      *            ABIERTAS A GL-FECHA.
      *----
       9874-ENVEJECE-ROTURAS-GL.
      *----
           IF GL-IEMPRHAS                  EQUAL SPACES
              MOVE HIGH-VALUES             TO GL-IEMPRHAS
           END-IF

           EXEC SQL
                UPDATE ZMDT741
                   SET ZM741_NDIASANT = DAYS(DATE(:GL-FECHA))
                                      - DAYS(ZM741_FAPERTURA)
                 WHERE ZM741_SESTADO = 'A'
                   AND ZM741_IEMPR BETWEEN :GL-IEMPRDES
                                       AND :GL-IEMPRHAS
           END-EXEC

           IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
              PERFORM 9600-VALIDA-SQL
           END-IF.
      *----
      * ZMWSC317 : DISPOSICION DE LA MESA SOBRE LA PARTIDA ABIERTA
      *            (GL-IEMPR ... GL-FAPERTURA). 'C' LA CIERRA.
      *----
       9875-DISPOSICIONA-ROTURA-GL.
      *----
           SET GL-ACEPTADO                 TO TRUE
           MOVE SPACES                     TO GL-DMENSAJE

           IF NOT GL-DISP-VALIDA
              SET GL-RECHAZADO             TO TRUE
              MOVE 'DISPOSICION INVALIDA'  TO GL-DMENSAJE
           END-IF

           IF GL-ACEPTADO
              MOVE 0                       TO GL-NUMABIERTA
              EXEC SQL
                   SELECT COUNT(*)
                     INTO :GL-NUMABIERTA
                     FROM ZMDT741
                    WHERE ZM741_IEMPR     = :GL-IEMPR
                      AND ZM741_ICUENTA   = :GL-ICUENTA
                      AND ZM741_TFUENTE   = :GL-TFUENTE
                      AND ZM741_IANIO     = :GL-IANIO
                      AND ZM741_IMES      = :GL-IMES
                      AND ZM741_FAPERTURA = :GL-FAPERTURA
                      AND ZM741_SESTADO   = 'A'
              END-EXEC
              PERFORM 9600-VALIDA-SQL

              IF GL-NUMABIERTA             EQUAL 0
                 SET GL-RECHAZADO          TO TRUE
                 MOVE 'PARTIDA INEXISTENTE O YA CERRADA'
                                           TO GL-DMENSAJE
              END-IF
           END-IF

           IF GL-ACEPTADO
              PERFORM 9878-GRABA-DISPOSICION-GL

              IF GL-DISP-CIERRE
                 EXEC SQL
                      UPDATE ZMDT741
                         SET ZM741_SESTADO    = 'C',
                             ZM741_FCIERRE    = CURRENT DATE,
                             ZM741_IUSRCIERRE = :GL-IUSUARIO
                       WHERE ZM741_IEMPR     = :GL-IEMPR
                         AND ZM741_ICUENTA   = :GL-ICUENTA
                         AND ZM741_TFUENTE   = :GL-TFUENTE
                         AND ZM741_IANIO     = :GL-IANIO
                         AND ZM741_IMES      = :GL-IMES
                         AND ZM741_FAPERTURA = :GL-FAPERTURA
                 END-EXEC
                 PERFORM 9600-VALIDA-SQL
              END-IF
           END-IF.
      *----
      * ZMWSC317 : REPORTE DE PARTIDAS ABIERTAS DEL RANGO DE EMPRESAS,
      *            LAS MAS VIEJAS PRIMERO, CON SU ULTIMA DISPOSICION
      *            (GL-TDISP EN BLANCO SI NO TIENE).
      *----
       9876-ABRE-ROTURAS-GL.
      *----
           IF GL-IEMPRHAS                  EQUAL SPACES
              MOVE HIGH-VALUES             TO GL-IEMPRHAS
           END-IF

           EXEC SQL
                DECLARE CROTGL CURSOR FOR
                   SELECT A.ZM741_IEMPR,    A.ZM741_ICUENTA,
                          A.ZM741_TFUENTE,  A.ZM741_IANIO,
                          A.ZM741_IMES,
                          CHAR(A.ZM741_FAPERTURA, ISO),
                          A.ZM741_MSUBLEDGER, A.ZM741_MSALDOGL,
                          A.ZM741_MDIFER,   A.ZM741_NDIASANT,
                          COALESCE(
                          ( SELECT D.ZM742_TDISP
                              FROM ZMDT742 D
                             WHERE D.ZM742_IEMPR     = A.ZM741_IEMPR
                               AND D.ZM742_ICUENTA   = A.ZM741_ICUENTA
                               AND D.ZM742_TFUENTE   = A.ZM741_TFUENTE
                               AND D.ZM742_IANIO     = A.ZM741_IANIO
                               AND D.ZM742_IMES      = A.ZM741_IMES
                               AND D.ZM742_FAPERTURA =
                                                    A.ZM741_FAPERTURA
                               AND D.ZM742_ISECDISP  =
                                 ( SELECT MAX(E.ZM742_ISECDISP)
                                     FROM ZMDT742 E
                                    WHERE E.ZM742_IEMPR     =
                                                         D.ZM742_IEMPR
                                      AND E.ZM742_ICUENTA   =
                                                       D.ZM742_ICUENTA
                                      AND E.ZM742_TFUENTE   =
                                                       D.ZM742_TFUENTE
                                      AND E.ZM742_IANIO     =
                                                         D.ZM742_IANIO
                                      AND E.ZM742_IMES      =
                                                          D.ZM742_IMES
                                      AND E.ZM742_FAPERTURA =
                                                 D.ZM742_FAPERTURA ) ),
                          ' ')
                     FROM ZMDT741 A
                    WHERE A.ZM741_SESTADO = 'A'
                      AND A.ZM741_IEMPR BETWEEN :GL-IEMPRDES
                                            AND :GL-IEMPRHAS
                 ORDER BY A.ZM741_IEMPR, A.ZM741_NDIASANT DESC,
                          A.ZM741_ICUENTA
           END-EXEC

           EXEC SQL
                OPEN CROTGL
           END-EXEC
           PERFORM 9600-VALIDA-SQL.
      *----
       9877-LEE-ROTURAS-GL.
      *----
           EXEC SQL
                FETCH CROTGL
                 INTO :GL-IEMPR,      :GL-ICUENTA,
                      :GL-TFUENTE,    :GL-IANIO,
                      :GL-IMES,       :GL-FAPERTURA,
                      :GL-MSUBLEDGER, :GL-MSALDOGL,
                      :GL-MDIFER,     :GL-NDIASANT,
                      :GL-TDISP
           END-EXEC

           IF SQLCODE EQUAL 0
              SET GL-HAY-DATOS             TO TRUE
           ELSE
              SET GL-FIN-DATOS             TO TRUE
              IF SQLCODE NOT = 100
                 PERFORM 9600-VALIDA-SQL
              END-IF
              EXEC SQL
                   CLOSE CROTGL
              END-EXEC
           END-IF.
      *----
       9878-GRABA-DISPOSICION-GL.
      *----
           EXEC SQL
                SELECT COALESCE(MAX(ZM742_ISECDISP), 0) + 1
                  INTO :GL-ISECDISP
                  FROM ZMDT742
                 WHERE ZM742_IEMPR     = :GL-IEMPR
                   AND ZM742_ICUENTA   = :GL-ICUENTA
                   AND ZM742_TFUENTE   = :GL-TFUENTE
                   AND ZM742_IANIO     = :GL-IANIO
                   AND ZM742_IMES      = :GL-IMES
                   AND ZM742_FAPERTURA = :GL-FAPERTURA
           END-EXEC
           PERFORM 9600-VALIDA-SQL

           EXEC SQL
                INSERT INTO ZMDT742
                     ( ZM742_IEMPR,     ZM742_ICUENTA,
                       ZM742_TFUENTE,   ZM742_IANIO,
                       ZM742_IMES,      ZM742_FAPERTURA,
                       ZM742_ISECDISP,  ZM742_TDISP,
                       ZM742_DCOMENT,   ZM742_IUSUARIO,
                       ZM742_FSIST )
                VALUES ( :GL-IEMPR,     :GL-ICUENTA,
                         :GL-TFUENTE,   :GL-IANIO,
                         :GL-IMES,      :GL-FAPERTURA,
                         :GL-ISECDISP,  :GL-TDISP,
                         :GL-DCOMENT,   :GL-IUSUARIO,
                         CURRENT TIMESTAMP )
           END-EXEC
           PERFORM 9600-VALIDA-SQL.
      *----
