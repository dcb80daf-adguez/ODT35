      *----
      * ZMWSC285 : RENDIMIENTO MENSUAL PONDERADO POR TIEMPO POR CUENTA
      *            (ZMDT715). LAYOUT DE REFERENCIA ZMWSC284 (TW-REG).
      *            LOS PRECIOS SE RESUELVEN CON 9446-LEE-PRECIO-
      *            VIGENTE (ZMWSC186/ZMWSC187).
      *----
       9722-CALCULA-RENDIMIENTOS.
      *----
           MOVE 0                          TO TW-NUMCTAS
           MOVE TW-IANIO                   TO TW-FI-ANIO
           MOVE TW-IMES                    TO TW-FI-MES
           COMPUTE TW-IPERIODO = TW-IANIO * 100 + TW-IMES
           COMPUTE TW-IPERANIO = TW-IANIO * 100
           COMPUTE TW-IPER12M  = TW-IPERIODO - 100

           EXEC SQL
                SELECT CHAR(DATE(:TW-FINIMES-X) - 1 DAY, ISO),
                       CHAR(DATE(:TW-FINIMES-X) + 1 MONTH
                                                 - 1 DAY, ISO),
                       DAYS(DATE(:TW-FINIMES-X) + 1 MONTH) -
                       DAYS(DATE(:TW-FINIMES-X))
                  INTO :TW-FINI, :TW-FFIN, :TW-NDIAS
                  FROM SYSIBM.SYSDUMMY1
           END-EXEC
           PERFORM 9600-VALIDA-SQL

           EXEC SQL
                DECLARE CTWCTAS CURSOR WITH HOLD FOR
                   SELECT ICUENTA
                     FROM CUENTA
                    WHERE IEMPR  = :TW-IEMPR
                      AND SVIGEN = '1'
                 ORDER BY ICUENTA
           END-EXEC

           EXEC SQL
                OPEN CTWCTAS
           END-EXEC
           PERFORM 9600-VALIDA-SQL

           SET TW-HAY-DATOS                TO TRUE
           PERFORM 9723-LEE-CUENTA-RENDIMIENTO
               UNTIL TW-FIN-DATOS

           EXEC SQL
                CLOSE CTWCTAS
           END-EXEC.
      *----
       9723-LEE-CUENTA-RENDIMIENTO.
      *----
           EXEC SQL
                FETCH CTWCTAS
                 INTO :TW-ICUENTA
           END-EXEC

           IF SQLCODE EQUAL 0
              SET TW-HAY-DATOS             TO TRUE
              MOVE 0                       TO TW-NSINPRECIO

              MOVE TW-FINI                 TO TW-FECHA
              PERFORM 9724-VALUA-CARTERA
              MOVE TW-MCARTERA             TO TW-MVALINI

              MOVE TW-FFIN                 TO TW-FECHA
              PERFORM 9724-VALUA-CARTERA
              MOVE TW-MCARTERA             TO TW-MVALFIN

              PERFORM 9726-FLUJOS-EXTERNOS

              IF TW-MVALINI                NOT = 0
                 OR TW-MVALFIN             NOT = 0
                 OR TW-MFLUJOS             NOT = 0
                 PERFORM 9728-GRABA-RENDIMIENTO
                 ADD 1                     TO TW-NUMCTAS
              END-IF
           ELSE
              SET TW-FIN-DATOS             TO TRUE
              IF SQLCODE NOT = 100
                 PERFORM 9600-VALIDA-SQL
              END-IF
           END-IF.
      *----
      * ZMWSC285 : CARTERA DE LA CUENTA A TW-FECHA: SALDO DE EFECTIVO
      *            (ABONOS MENOS CARGOS CON FECHA VALOR HASTA ESE DIA;
      *            RESERVAS Y LIBERACIONES NO MUEVEN SALDO) MAS LOS
      *            TITULOS DEL LIBRO INTERNO A ESA FECHA VALOR AL
      *            PRECIO VIGENTE DEL DIA.
      *----
       9724-VALUA-CARTERA.
      *----
           MOVE 0                          TO TW-MEFECTIVO

           EXEC SQL
                SELECT COALESCE(SUM(CASE ZM700_TMOVTO
                                    WHEN 'A' THEN ZM700_MIMPORTE
                                    WHEN 'C' THEN 0 - ZM700_MIMPORTE
                                    ELSE 0 END), 0)
                  INTO :TW-MEFECTIVO
                  FROM ZMDT700
                 WHERE ZM700_IEMPR   = :TW-IEMPR
                   AND ZM700_ICUENTA = :TW-ICUENTA
                   AND ZM700_FVALOR <= :TW-FECHA
           END-EXEC
           PERFORM 9600-VALIDA-SQL

           MOVE TW-MEFECTIVO               TO TW-MCARTERA

           EXEC SQL
                DECLARE CTWPOS CURSOR FOR
                   SELECT ZM708_IEMISORA, ZM708_ISERIE,
                          SUM(ZM708_CTITULOS)
                     FROM ZMDT708
                    WHERE ZM708_IEMPR   = :TW-IEMPR
                      AND ZM708_ICUENTA = :TW-ICUENTA
                      AND ZM708_FVALOR <= :TW-FECHA
                 GROUP BY ZM708_IEMISORA, ZM708_ISERIE
                   HAVING SUM(ZM708_CTITULOS) <> 0
           END-EXEC

           EXEC SQL
                OPEN CTWPOS
           END-EXEC
           PERFORM 9600-VALIDA-SQL

           SET TW-HAY-POS                  TO TRUE
           PERFORM 9725-LEE-POSICION-VALUA
               UNTIL TW-FIN-POS

           EXEC SQL
                CLOSE CTWPOS
           END-EXEC.
      *----
       9725-LEE-POSICION-VALUA.
      *----
           EXEC SQL
                FETCH CTWPOS
                 INTO :TW-IEMISORA, :TW-ISERIE,
                      :TW-CTITULOS
           END-EXEC

           IF SQLCODE EQUAL 0
              SET TW-HAY-POS               TO TRUE

              MOVE TW-IEMISORA             TO VP-IEMISORA
              MOVE TW-ISERIE               TO VP-ISERIE
              MOVE TW-FECHA                TO VP-FECHA
              PERFORM 9446-LEE-PRECIO-VIGENTE

              IF VP-CON-PRECIO
                 COMPUTE TW-MVALOR ROUNDED =
                         TW-CTITULOS * VP-MPRECIO
                 ADD TW-MVALOR             TO TW-MCARTERA
              ELSE
                 ADD 1                     TO TW-NSINPRECIO
              END-IF
           ELSE
              SET TW-FIN-POS               TO TRUE
              IF SQLCODE NOT = 100
                 PERFORM 9600-VALIDA-SQL
              END-IF
           END-IF.
      *----
      * ZMWSC285 : FLUJOS EXTERNOS DEL MES (DESPUES DE TW-FINI HASTA
      *            TW-FFIN), CON SIGNO + LO QUE ENTRA A LA CUENTA. CADA
      *            FLUJO PONDERA POR LOS DIAS QUE FALTABAN PARA EL
      *            CIERRE. EFECTIVO: ABONOS Y CARGOS SPEI ('S') Y
      *            MANUALES ('M'). TITULOS: TRASPASOS ('T') Y SALDOS
      *            INICIALES ('I') AL PRECIO VIGENTE DE SU FECHA.
      *----
       9726-FLUJOS-EXTERNOS.
      *----
           MOVE 0                          TO TW-MFLUJOS
           MOVE 0                          TO TW-MFLUJOPOND

           EXEC SQL
                SELECT COALESCE(SUM(CASE ZM700_TMOVTO
                                    WHEN 'A' THEN ZM700_MIMPORTE
                                    ELSE 0 - ZM700_MIMPORTE END), 0),
                       COALESCE(SUM(CASE ZM700_TMOVTO
                                    WHEN 'A' THEN ZM700_MIMPORTE
                                    ELSE 0 - ZM700_MIMPORTE END
                                  * ( DAYS(DATE(:TW-FFIN))
                                    - DAYS(ZM700_FVALOR) )
                                  / :TW-NDIAS), 0)
                  INTO :TW-MFLUJOS, :TW-MFLUJOPOND
                  FROM ZMDT700
                 WHERE ZM700_IEMPR   = :TW-IEMPR
                   AND ZM700_ICUENTA = :TW-ICUENTA
                   AND ZM700_TORIGEN IN ('S', 'M')
                   AND ZM700_TMOVTO  IN ('A', 'C')
                   AND ZM700_FVALOR  > :TW-FINI
                   AND ZM700_FVALOR <= :TW-FFIN
           END-EXEC
           PERFORM 9600-VALIDA-SQL

           EXEC SQL
                DECLARE CTWFLU CURSOR FOR
                   SELECT ZM708_IEMISORA, ZM708_ISERIE,
                          ZM708_FVALOR,   SUM(ZM708_CTITULOS)
                     FROM ZMDT708
                    WHERE ZM708_IEMPR   = :TW-IEMPR
                      AND ZM708_ICUENTA = :TW-ICUENTA
                      AND ZM708_TMOVTO IN ('T', 'I')
                      AND ZM708_FVALOR  > :TW-FINI
                      AND ZM708_FVALOR <= :TW-FFIN
                 GROUP BY ZM708_IEMISORA, ZM708_ISERIE,
                          ZM708_FVALOR
           END-EXEC

           EXEC SQL
                OPEN CTWFLU
           END-EXEC
           PERFORM 9600-VALIDA-SQL

           SET TW-HAY-POS                  TO TRUE
           PERFORM 9727-LEE-FLUJO-TITULOS
               UNTIL TW-FIN-POS

           EXEC SQL
                CLOSE CTWFLU
           END-EXEC.
      *----
       9727-LEE-FLUJO-TITULOS.
      *----
           EXEC SQL
                FETCH CTWFLU
                 INTO :TW-IEMISORA, :TW-ISERIE,
                      :TW-FVALOR,   :TW-CTITULOS
           END-EXEC

           IF SQLCODE EQUAL 0
              SET TW-HAY-POS               TO TRUE

              MOVE TW-IEMISORA             TO VP-IEMISORA
              MOVE TW-ISERIE               TO VP-ISERIE
              MOVE TW-FVALOR               TO VP-FECHA
              PERFORM 9446-LEE-PRECIO-VIGENTE

              IF VP-CON-PRECIO
                 COMPUTE TW-MVALOR ROUNDED =
                         TW-CTITULOS * VP-MPRECIO
                 ADD TW-MVALOR             TO TW-MFLUJOS

                 EXEC SQL
                      SELECT DAYS(DATE(:TW-FFIN)) -
                             DAYS(DATE(:TW-FVALOR))
                        INTO :TW-NDIASFLU
                        FROM SYSIBM.SYSDUMMY1
                 END-EXEC
                 PERFORM 9600-VALIDA-SQL

                 COMPUTE TW-MFLUJOPOND ROUNDED = TW-MFLUJOPOND +
                         TW-MVALOR * TW-NDIASFLU / TW-NDIAS
              ELSE
                 ADD 1                     TO TW-NSINPRECIO
              END-IF
           ELSE
              SET TW-FIN-POS               TO TRUE
              IF SQLCODE NOT = 100
                 PERFORM 9600-VALIDA-SQL
              END-IF
           END-IF.
      *----
      * ZMWSC285 : RENDIMIENTO DEL MES (DIETZ MODIFICADO) Y SU
      *            ENCADENAMIENTO CON LOS MESES ANTERIORES YA
      *            GUARDADOS: EJERCICIO (ENERO AL MES ANTERIOR) Y DOCE
      *            MESES (LOS ONCE ANTERIORES). SIN BASE POSITIVA EL
      *            MES QUEDA EN CERO. EL RENGLON DEL MES SE REEMPLAZA.
      *----
       9728-GRABA-RENDIMIENTO.
      *----
           MOVE 0                          TO TW-PRENDMES
           COMPUTE TW-MBASE = TW-MVALINI + TW-MFLUJOPOND
           IF TW-MBASE                     GREATER THAN 0
              COMPUTE TW-PRENDMES ROUNDED =
                      ( TW-MVALFIN - TW-MVALINI - TW-MFLUJOS )
                      / TW-MBASE
                 ON SIZE ERROR
                    MOVE 0                 TO TW-PRENDMES
              END-COMPUTE
           END-IF

           MOVE 1                          TO TW-FFACTOR
           MOVE 0                          TO TW-NMESES
           EXEC SQL
                SELECT COALESCE(CAST(EXP(SUM(LN(1 + ZM715_PRENDMES)))
                                AS DECIMAL(14, 9)), 1)
                  INTO :TW-FFACTOR
                  FROM ZMDT715
                 WHERE ZM715_IEMPR   = :TW-IEMPR
                   AND ZM715_ICUENTA = :TW-ICUENTA
                   AND ZM715_IANIO * 100 + ZM715_IMES > :TW-IPERANIO
                   AND ZM715_IANIO * 100 + ZM715_IMES < :TW-IPERIODO
                   AND ZM715_PRENDMES > -1
           END-EXEC
           PERFORM 9600-VALIDA-SQL
           COMPUTE TW-PRENDANIO ROUNDED =
                   TW-FFACTOR * (1 + TW-PRENDMES) - 1
              ON SIZE ERROR
                 MOVE TW-PRENDMES          TO TW-PRENDANIO
           END-COMPUTE

           MOVE 1                          TO TW-FFACTOR
           EXEC SQL
                SELECT COALESCE(CAST(EXP(SUM(LN(1 + ZM715_PRENDMES)))
                                AS DECIMAL(14, 9)), 1),
                       COUNT(*)
                  INTO :TW-FFACTOR, :TW-NMESES
                  FROM ZMDT715
                 WHERE ZM715_IEMPR   = :TW-IEMPR
                   AND ZM715_ICUENTA = :TW-ICUENTA
                   AND ZM715_IANIO * 100 + ZM715_IMES > :TW-IPER12M
                   AND ZM715_IANIO * 100 + ZM715_IMES < :TW-IPERIODO
                   AND ZM715_PRENDMES > -1
           END-EXEC
           PERFORM 9600-VALIDA-SQL
           COMPUTE TW-PREND12M ROUNDED =
                   TW-FFACTOR * (1 + TW-PRENDMES) - 1
              ON SIZE ERROR
                 MOVE TW-PRENDMES          TO TW-PREND12M
           END-COMPUTE
           COMPUTE TW-NMESES12 = TW-NMESES + 1

           EXEC SQL
                DELETE FROM ZMDT715
                 WHERE ZM715_IEMPR   = :TW-IEMPR
                   AND ZM715_ICUENTA = :TW-ICUENTA
                   AND ZM715_IANIO   = :TW-IANIO
                   AND ZM715_IMES    = :TW-IMES
           END-EXEC
           IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
              PERFORM 9600-VALIDA-SQL
           END-IF

           EXEC SQL
                INSERT INTO ZMDT715
                     ( ZM715_IEMPR,      ZM715_ICUENTA,
                       ZM715_IANIO,      ZM715_IMES,
                       ZM715_MVALINI,    ZM715_MVALFIN,
                       ZM715_MFLUJOS,    ZM715_MFLUJOPOND,
                       ZM715_PRENDMES,   ZM715_PRENDANIO,
                       ZM715_PREND12M,   ZM715_NMESES12,
                       ZM715_NSINPRECIO, ZM715_FSIST )
                VALUES ( :TW-IEMPR,      :TW-ICUENTA,
                         :TW-IANIO,      :TW-IMES,
                         :TW-MVALINI,    :TW-MVALFIN,
                         :TW-MFLUJOS,    :TW-MFLUJOPOND,
                         :TW-PRENDMES,   :TW-PRENDANIO,
                         :TW-PREND12M,   :TW-NMESES12,
                         :TW-NSINPRECIO, CURRENT TIMESTAMP )
           END-EXEC
           PERFORM 9600-VALIDA-SQL.
      *----
      * ZMWSC285 : RENGLON DE RENDIMIENTOS DE LA CUENTA PARA EL ESTADO
      *            DE CUENTA INTEGRAL (MES, EJERCICIO Y DOCE MESES).
      *            SIN RENGLON LA SECCION NO SE IMPRIME.
      *----
       9729-LEE-RENDIMIENTO-EDOCTA.
      *----
           SET TW-SIN-RENDIMIENTO          TO TRUE

           EXEC SQL
                SELECT ZM715_MVALINI,    ZM715_MVALFIN,
                       ZM715_MFLUJOS,    ZM715_PRENDMES,
                       ZM715_PRENDANIO,  ZM715_PREND12M,
                       ZM715_NMESES12
                  INTO :TW-MVALINI,      :TW-MVALFIN,
                       :TW-MFLUJOS,      :TW-PRENDMES,
                       :TW-PRENDANIO,    :TW-PREND12M,
                       :TW-NMESES12
                  FROM ZMDT715
                 WHERE ZM715_IEMPR   = :TW-IEMPR
                   AND ZM715_ICUENTA = :TW-ICUENTA
                   AND ZM715_IANIO   = :TW-IANIO
                   AND ZM715_IMES    = :TW-IMES
           END-EXEC

           IF SQLCODE EQUAL 0
              SET TW-CON-RENDIMIENTO       TO TRUE
           ELSE
              IF SQLCODE NOT = 100
                 PERFORM 9600-VALIDA-SQL
              END-IF
           END-IF.
      *----
