      *----
      * ZMWSC361 : REPORTE MENSUAL DE TENENCIA EN CUSTODIA AL
      *            REGULADOR (CONTROL ZMDT781). LAYOUT DE REFERENCIA
      *            ZMWSC360 (RG-REG). QUIEN INCLUYA ESTE COPY DEBE
      *            INCLUIR TAMBIEN ZMWSC186/ZMWSC187 (9446),
      *            ZMWSC152/ZMWSC153 (9368) Y ZMWSC158/ZMWSC159 (9377).
      *----
      * LA POSICION AL CORTE ES ZM707_CLIQUIDA MENOS LOS MOVIMIENTOS
      * DE ZMDT708 LIQUIDADOS DESPUES DEL CORTE (ZM708_FLIQUIDA).
      *----
       9095-ABRE-TENENCIA-REGULADOR.
      *----
           SET RG-ACEPTADO                 TO TRUE
           MOVE SPACES                     TO RG-DMENSAJE
           SET RG-FIN-DATOS                TO TRUE
           MOVE 0                          TO RG-NUMREG
           MOVE 0                          TO RG-TOTTIT
           MOVE 0                          TO RG-TOTVALOR
           MOVE 0                          TO RG-NUMSINPRE
           MOVE 0                          TO RG-NUMDIFER

           IF RG-IEMPR                     EQUAL SPACES
              SET RG-RECHAZADO             TO TRUE
              MOVE 'FALTA LA EMPRESA DEL REPORTE DE TENENCIA'
                                           TO RG-DMENSAJE
           END-IF

           IF RG-ACEPTADO
              IF RG-IMES < 1 OR RG-IMES > 12
                 SET RG-RECHAZADO          TO TRUE
                 MOVE 'MES INVALIDO PARA EL REPORTE DE TENENCIA'
                                           TO RG-DMENSAJE
              END-IF
           END-IF

           IF RG-ACEPTADO
              MOVE RG-IANIO                TO RG-FINIMES-ANIO
              MOVE RG-IMES                 TO RG-FINIMES-MES

              EXEC SQL
                   SELECT CHAR(DATE(:RG-FINIMES-R) + 1 MONTH
                                                   - 1 DAY, ISO)
                     INTO :RG-FCORTE
                     FROM SYSIBM.SYSDUMMY1
              END-EXEC
              PERFORM 9600-VALIDA-SQL

              MOVE RG-FCORTE               TO VP-FECHA
              MOVE RG-FCORTE               TO TX-FECHA

              EXEC SQL
                   DECLARE CTENREG CURSOR FOR
                      SELECT COALESCE(S.ZM630_INSTRUMENTO, ' '),
                             P.IEMISORA,
                             P.ISERIE,
                             COALESCE(S.ZM630_DNOMBRE, ' '),
                             COALESCE(C.ICVEMDA, ' '),
                             SUM(P.CCORTE)
                        FROM ( SELECT A.ZM707_ICUENTA  AS ICUENTA,
                                      A.ZM707_IEMISORA AS IEMISORA,
                                      A.ZM707_ISERIE   AS ISERIE,
                                      A.ZM707_CLIQUIDA -
                                      COALESCE(M.CPOSTERIOR, 0)
                                                       AS CCORTE
                                 FROM ZMDT707 A
                                      LEFT JOIN
                                    ( SELECT ZM708_ICUENTA  AS ICUENTA,
                                             ZM708_IEMISORA AS IEMISORA,
                                             ZM708_ISERIE   AS ISERIE,
                                             SUM(ZM708_CTITULOS)
                                                        AS CPOSTERIOR
                                        FROM ZMDT708
                                       WHERE ZM708_IEMPR = :RG-IEMPR
                                         AND ZM708_FLIQUIDA IS NOT NULL
                                         AND DATE(ZM708_FLIQUIDA) >
                                             :RG-FCORTE
                                       GROUP BY ZM708_ICUENTA,
                                                ZM708_IEMISORA,
                                                ZM708_ISERIE ) M
                                  ON  M.ICUENTA  = A.ZM707_ICUENTA
                                  AND M.IEMISORA = A.ZM707_IEMISORA
                                  AND M.ISERIE   = A.ZM707_ISERIE
                                WHERE A.ZM707_IEMPR = :RG-IEMPR ) P
                             LEFT JOIN ZMDT630 S
                          ON S.ZM630_IEMISORA = P.IEMISORA
                         AND S.ZM630_ISERIE   = P.ISERIE
                             LEFT JOIN CUENTA C
                          ON C.IEMPR   = :RG-IEMPR
                         AND C.ICUENTA = P.ICUENTA
                    GROUP BY COALESCE(S.ZM630_INSTRUMENTO, ' '),
                             P.IEMISORA,
                             P.ISERIE,
                             COALESCE(S.ZM630_DNOMBRE, ' '),
                             COALESCE(C.ICVEMDA, ' ')
                      HAVING SUM(P.CCORTE) <> 0
                    ORDER BY 1, 2, 3, 5
              END-EXEC

              EXEC SQL
                   OPEN CTENREG
              END-EXEC
              PERFORM 9600-VALIDA-SQL

              SET RG-SIN-PENDIENTE         TO TRUE
              PERFORM 9097-ACUMULA-TENENCIA
           END-IF.
      *----
      * ZMWSC361 : REGRESA LA SIGUIENTE EMISORA DEL TIPO DE
      *            INSTRUMENTO CON SUS SERIES ACUMULADAS Y ARMA EL
      *            REGISTRO FIJO DEL REGULADOR; AL TERMINAR ARMA EL
      *            REGISTRO DE TOTALES DE CONTROL.
      *----
       9096-LEE-TENENCIA-REGULADOR.
      *----
           IF RG-SIN-PENDIENTE
              SET RG-FIN-DATOS             TO TRUE

              MOVE RG-IEMPR                TO RGX-IEMPR-CTL
              MOVE RG-IANIO                TO RGX-IANIO-CTL
              MOVE RG-IMES                 TO RGX-IMES-CTL
              MOVE RG-FCORTE               TO RGX-FCORTE
              MOVE RG-NUMREG               TO RGX-NUMREG
              MOVE RG-TOTTIT               TO RGX-TOTTIT
              MOVE RG-TOTVALOR             TO RGX-TOTVALOR
              MOVE RG-NUMSINPRE            TO RGX-NUMSINPRE
           ELSE
              SET RG-HAY-DATOS             TO TRUE

              MOVE RG-INSTRUMENTO-SIG      TO RG-INSTRUMENTO
              MOVE RG-IEMISORA-SIG         TO RG-IEMISORA
              MOVE RG-DNOMBRE-SIG          TO RG-DNOMBRE
              MOVE SPACES                  TO RG-ISERIE
              MOVE 0                       TO RG-NUMSERIES
              MOVE 0                       TO RG-CTITULOS
              MOVE 0                       TO RG-MVALOR

              PERFORM 9097-ACUMULA-TENENCIA
                  UNTIL RG-SIN-PENDIENTE
                     OR RG-INSTRUMENTO-SIG NOT EQUAL RG-INSTRUMENTO
                     OR RG-IEMISORA-SIG    NOT EQUAL RG-IEMISORA

              ADD 1                        TO RG-NUMREG
              ADD RG-CTITULOS              TO RG-TOTTIT
              ADD RG-MVALOR                TO RG-TOTVALOR

              MOVE RG-IEMPR                TO RGX-IEMPR
              MOVE RG-IANIO                TO RGX-IANIO
              MOVE RG-IMES                 TO RGX-IMES
              MOVE RG-INSTRUMENTO          TO RGX-INSTRUMENTO
              MOVE RG-IEMISORA             TO RGX-IEMISORA
              MOVE RG-DNOMBRE              TO RGX-DNOMBRE
              MOVE RG-NUMSERIES            TO RGX-NUMSERIES
              MOVE RG-CTITULOS             TO RGX-CTITULOS
              MOVE RG-MVALOR               TO RGX-MVALOR
           END-IF.
      *----
      * ZMWSC361 : VALUA EL RENGLON LEIDO POR ADELANTADO (SI LO HAY),
      *            LO SUMA A LA EMISORA Y LEE EL SIGUIENTE. LA SERIE
      *            SIN PRECIO AL CORTE SE REPORTA EN TITULOS CON
      *            VALOR CERO Y SE CUENTA EN RG-NUMSINPRE.
      *----
       9097-ACUMULA-TENENCIA.
      *----
           IF RG-CON-PENDIENTE
              MOVE RG-IEMISORA-SIG         TO VP-IEMISORA
              MOVE RG-ISERIE-SIG           TO VP-ISERIE
              PERFORM 9446-LEE-PRECIO-VIGENTE

              IF RG-ISERIE-SIG             NOT EQUAL RG-ISERIE
                 ADD 1                     TO RG-NUMSERIES
                 MOVE RG-ISERIE-SIG        TO RG-ISERIE
                 IF VP-SIN-PRECIO
                    ADD 1                  TO RG-NUMSINPRE
                 END-IF
              END-IF

              COMPUTE RG-MVALORIG ROUNDED =
                      RG-CTITULOS-SIG * VP-MPRECIO

              MOVE RG-ICVEMDA-SIG          TO TX-ICVEMDA
              MOVE RG-MVALORIG             TO TX-MORIGINAL
              PERFORM 9368-CONVIERTE-MONEDA

              ADD RG-CTITULOS-SIG          TO RG-CTITULOS
              ADD TX-MCONVERTIDO           TO RG-MVALOR
           END-IF

           EXEC SQL
                FETCH CTENREG
                 INTO :RG-INSTRUMENTO-SIG, :RG-IEMISORA-SIG,
                      :RG-ISERIE-SIG,      :RG-DNOMBRE-SIG,
                      :RG-ICVEMDA-SIG,     :RG-CTITULOS-SIG
           END-EXEC

           IF SQLCODE EQUAL 0
              SET RG-CON-PENDIENTE         TO TRUE
           ELSE
              SET RG-SIN-PENDIENTE         TO TRUE
              IF SQLCODE NOT = 100
                 PERFORM 9600-VALIDA-SQL
              END-IF
              EXEC SQL
                   CLOSE CTENREG
              END-EXEC
           END-IF.
      *----
      * ZMWSC361 : HOJA DE CONTROL. EMISORA/SERIE DE LA EMPRESA DONDE
      *            LA POSICION DEL LIBRO AL CORTE NO CUADRA CON LA
      *            ULTIMA FOTO DE CADA CUENTA RECIBIDA DEL CUSTODIO
      *            HASTA EL CORTE (SOLO CUENTAS QUE LLEVA EL LIBRO).
      *----
       9098-ABRE-DIFER-CUSTODIO.
      *----
           MOVE 0                          TO RG-NUMDIFER

           EXEC SQL
                DECLARE CTENDIF CURSOR FOR
                   SELECT COALESCE(P.IEMISORA, C.IEMISORA),
                          COALESCE(P.ISERIE, C.ISERIE),
                          COALESCE(P.CTITULOS, 0),
                          COALESCE(C.CTITULOS, 0)
                     FROM ( SELECT A.ZM707_IEMISORA AS IEMISORA,
                                   A.ZM707_ISERIE   AS ISERIE,
                                   SUM(A.ZM707_CLIQUIDA -
                                       COALESCE(M.CPOSTERIOR, 0))
                                                    AS CTITULOS
                              FROM ZMDT707 A
                                   LEFT JOIN
                                 ( SELECT ZM708_ICUENTA  AS ICUENTA,
                                          ZM708_IEMISORA AS IEMISORA,
                                          ZM708_ISERIE   AS ISERIE,
                                          SUM(ZM708_CTITULOS)
                                                     AS CPOSTERIOR
                                     FROM ZMDT708
                                    WHERE ZM708_IEMPR = :RG-IEMPR
                                      AND ZM708_FLIQUIDA IS NOT NULL
                                      AND DATE(ZM708_FLIQUIDA) >
                                          :RG-FCORTE
                                    GROUP BY ZM708_ICUENTA,
                                             ZM708_IEMISORA,
                                             ZM708_ISERIE ) M
                               ON  M.ICUENTA  = A.ZM707_ICUENTA
                               AND M.IEMISORA = A.ZM707_IEMISORA
                               AND M.ISERIE   = A.ZM707_ISERIE
                             WHERE A.ZM707_IEMPR = :RG-IEMPR
                             GROUP BY A.ZM707_IEMISORA,
                                      A.ZM707_ISERIE ) P
                     FULL OUTER JOIN
                          ( SELECT A.ZM624_IEMISORA AS IEMISORA,
                                   A.ZM624_ISERIE   AS ISERIE,
                                   SUM(A.ZM624_CTITULOS) AS CTITULOS
                              FROM ZMDT624 A
                             WHERE A.ZM624_IEMPR = :RG-IEMPR
                               AND A.ZM624_IEMISORA IS NOT NULL
                               AND A.ZM624_CTITULOS IS NOT NULL
                               AND DATE(A.ZM624_FRECIBIDO) =
                                 ( SELECT MAX(DATE(B.ZM624_FRECIBIDO))
                                     FROM ZMDT624 B
                                    WHERE B.ZM624_IEMPR   =
                                          A.ZM624_IEMPR
                                      AND B.ZM624_ICUENTA =
                                          A.ZM624_ICUENTA
                                      AND DATE(B.ZM624_FRECIBIDO) <=
                                          :RG-FCORTE )
                               AND EXISTS
                                 ( SELECT 1
                                     FROM ZMDT707 D
                                    WHERE D.ZM707_IEMPR   =
                                          A.ZM624_IEMPR
                                      AND D.ZM707_ICUENTA =
                                          A.ZM624_ICUENTA )
                             GROUP BY A.ZM624_IEMISORA,
                                      A.ZM624_ISERIE ) C
                       ON  P.IEMISORA = C.IEMISORA
                       AND P.ISERIE   = C.ISERIE
                    WHERE COALESCE(P.CTITULOS, 0) <>
                          COALESCE(C.CTITULOS, 0)
                 ORDER BY 1, 2
           END-EXEC

           EXEC SQL
                OPEN CTENDIF
           END-EXEC
           PERFORM 9600-VALIDA-SQL.
      *----
       9099-LEE-DIFER-CUSTODIO.
      *----
           EXEC SQL
                FETCH CTENDIF
                 INTO :RG-IEMISORA,  :RG-ISERIE,
                      :RG-CLIBRO,    :RG-CCUSTOD
           END-EXEC

           IF SQLCODE EQUAL 0
              SET RG-HAY-DATOS             TO TRUE
              COMPUTE RG-CDIFER = RG-CLIBRO - RG-CCUSTOD
              ADD 1                        TO RG-NUMDIFER
           ELSE
              SET RG-FIN-DATOS             TO TRUE
              IF SQLCODE NOT = 100
                 PERFORM 9600-VALIDA-SQL
              END-IF
              EXEC SQL
                   CLOSE CTENDIF
              END-EXEC
           END-IF.
      *----
      * ZMWSC361 : ARCHIVA LOS TOTALES DE CONTROL DEL PERIODO Y LAS
      *            DIFERENCIAS DE LA HOJA DE CONTROL (REGENERAR EL
      *            PERIODO REEMPLAZA EL RENGLON) E INDEXA EL REPORTE
      *            EN EL REPOSITORIO CON LA FECHA DE CORTE.
      *----
       9101-ARCHIVA-TENENCIA-REGULADOR.
      *----
           EXEC SQL
                DELETE FROM ZMDT781
                 WHERE ZM781_IEMPR = :RG-IEMPR
                   AND ZM781_IANIO = :RG-IANIO
                   AND ZM781_IMES  = :RG-IMES
           END-EXEC
           PERFORM 9600-VALIDA-SQL

           EXEC SQL
                INSERT INTO ZMDT781
                     ( ZM781_IEMPR,     ZM781_IANIO,
                       ZM781_IMES,      ZM781_FCORTE,
                       ZM781_NUMREG,    ZM781_CTITULOS,
                       ZM781_MVALOR,    ZM781_NUMSINPRE,
                       ZM781_NUMDIFER,  ZM781_IUSUARIO,
                       ZM781_FGENERA )
                VALUES ( :RG-IEMPR,     :RG-IANIO,
                         :RG-IMES,      :RG-FCORTE,
                         :RG-NUMREG,    :RG-TOTTIT,
                         :RG-TOTVALOR,  :RG-NUMSINPRE,
                         :RG-NUMDIFER,  :RG-IUSUARIO,
                         CURRENT TIMESTAMP )
           END-EXEC
           PERFORM 9600-VALIDA-SQL

           MOVE 'REGCUST'                  TO RR-IREPORTE
           MOVE RG-FCORTE                  TO RR-FCORRIDA
           MOVE RG-IEMPR                   TO RR-IEMPR
           MOVE RG-NUMPAGS                 TO RR-NUMPAGS
           MOVE RG-DSNAME                  TO RR-DSNAME
           PERFORM 9377-REGISTRA-REPORTE.
