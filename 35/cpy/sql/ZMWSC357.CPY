      *----
      * ZMWSC357 : CIERRE DE PERIODO MENSUAL POR EMPRESA (ZMDT776) Y
      *            AJUSTES POSTERIORES AL CIERRE (ZMDT777). LAYOUT DE
      *            REFERENCIA ZMWSC356 (CI-REG).
      *----
      * UN PERIODO CERRADO NO SE REESCRIBE: EL CAMBIO SE ASIENTA COMO
      * AJUSTE CON FECHA DEL PERIODO ABIERTO, REFERIDO AL CERRADO, Y
      * EL IMPORTE VIAJA EN LOS ACUMULADOS DEL PERIODO ABIERTO.
      *----
       9079-CIERRA-PERIODO-MES.
      *----
           PERFORM 9080-VERIFICA-PERIODO-CERRADO

           IF CI-PERIODO-ABIERTO
              EXEC SQL
                   INSERT INTO ZMDT776
                        ( ZM776_IEMPR,    ZM776_IANIO,
                          ZM776_IMES,     ZM776_FNEGOCIO,
                          ZM776_IUSUARIO, ZM776_FCIERRE )
                   VALUES ( :CI-IEMPR,    :CI-IANIO,
                            :CI-IMES,     :CI-FNEGOCIO,
                            :CI-IUSUARIO, CURRENT TIMESTAMP )
              END-EXEC
              PERFORM 9600-VALIDA-SQL
              SET CI-PERIODO-CERRADO       TO TRUE
           END-IF.
      *----
      * ZMWSC357 : PERIODO CI-IANIO/CI-IMES CERRADO PARA LA EMPRESA
      *            CI-IEMPR, O PARA CUALQUIERA SI VIENE EN BLANCOS.
      *----
       9080-VERIFICA-PERIODO-CERRADO.
      *----
           MOVE 0                          TO CI-NCIERRE

           EXEC SQL
                SELECT COUNT(*)
                  INTO :CI-NCIERRE
                  FROM ZMDT776
                 WHERE ( :CI-IEMPR = ' '
                         OR ZM776_IEMPR = :CI-IEMPR )
                   AND ZM776_IANIO = :CI-IANIO
                   AND ZM776_IMES  = :CI-IMES
           END-EXEC
           PERFORM 9600-VALIDA-SQL

           IF CI-NCIERRE                   EQUAL 0
              SET CI-PERIODO-ABIERTO       TO TRUE
           ELSE
              SET CI-PERIODO-CERRADO       TO TRUE
           END-IF.
      *----
      * ZMWSC357 : ASIENTA EL AJUSTE AL PERIODO CERRADO CI-IANIO/
      *            CI-IMES CON LA FECHA DE NEGOCIO DE LA EMPRESA (LOS
      *            AJUSTES SIN EMPRESA, CON LA FECHA DEL DIA).
      *----
       9081-REGISTRA-AJUSTE-CIERRE.
      *----
           MOVE SPACES                     TO CI-FAJUSTE

           IF CI-IEMPR                     NOT EQUAL SPACES
              EXEC SQL
                   SELECT VX1_TFECHOY
                     INTO :CI-FAJUSTE
                     FROM VXT001
                    WHERE VX1_IEMPR = :CI-IEMPR
              END-EXEC
              PERFORM 9600-VALIDA-SQL
           END-IF

           IF CI-FAJUSTE                   EQUAL SPACES
              EXEC SQL
                   SELECT CHAR(CURRENT DATE, ISO)
                     INTO :CI-FAJUSTE
                     FROM SYSIBM.SYSDUMMY1
              END-EXEC
              PERFORM 9600-VALIDA-SQL
           END-IF

           MOVE 'ZMDT777'                  TO FO-ITABLA
           MOVE SPACES                     TO FO-LL-IEMPR
           MOVE 0                          TO FO-LL-ICUENTA
           MOVE 0                          TO FO-LL-ICONCEPT
           PERFORM 9349-OBTEN-FOLIO
           MOVE FO-NFOLIO                  TO CI-IAJUSTE

           EXEC SQL
                INSERT INTO ZMDT777
                     ( ZM777_IAJUSTE,   ZM777_IEMPR,
                       ZM777_ITABLA,    ZM777_ICUENTA,
                       ZM777_ILLAVE,    ZM777_IANIOCER,
                       ZM777_IMESCER,   ZM777_FAJUSTE,
                       ZM777_ICAMPO,    ZM777_MANTERIOR,
                       ZM777_MAJUSTE,   ZM777_DMOTIVO,
                       ZM777_IUSUARIO,  ZM777_IPROGRAM,
                       ZM777_FREG )
                VALUES ( :CI-IAJUSTE,   :CI-IEMPR,
                         :CI-ITABLA,    :CI-ICUENTA,
                         :CI-ILLAVE,    :CI-IANIO,
                         :CI-IMES,      :CI-FAJUSTE,
                         :CI-ICAMPO,    :CI-MANTERIOR,
                         :CI-MAJUSTE,   :CI-DMOTIVO,
                         :CI-IUSUARIO,  :CI-IPROGRAM,
                         CURRENT TIMESTAMP )
           END-EXEC
           PERFORM 9600-VALIDA-SQL.
      *----
      * ZMWSC357 : REPORTE DE AJUSTES POSTERIORES AL CIERRE, POR
      *            EMPRESA, PERIODO CERRADO Y TABLA.
      *----
       9082-ABRE-AJUSTES-CIERRE.
      *----
           MOVE 0                          TO CI-NUMAJU
           MOVE 0                          TO CI-TOTAJU

           EXEC SQL
                DECLARE CAJUCIE CURSOR FOR
                   SELECT ZM777_IAJUSTE,   ZM777_IEMPR,
                          ZM777_ITABLA,    ZM777_ICUENTA,
                          ZM777_ILLAVE,    ZM777_IANIOCER,
                          ZM777_IMESCER,   CHAR(ZM777_FAJUSTE, ISO),
                          ZM777_ICAMPO,    ZM777_MANTERIOR,
                          ZM777_MAJUSTE,   ZM777_DMOTIVO,
                          ZM777_IUSUARIO,  ZM777_IPROGRAM
                     FROM ZMDT777
                    WHERE ( :CI-IEMPR = ' '
                            OR ZM777_IEMPR = :CI-IEMPR )
                      AND ( :CI-IANIO = 0
                            OR ( ZM777_IANIOCER = :CI-IANIO
                                 AND ZM777_IMESCER = :CI-IMES ) )
                      AND ZM777_FAJUSTE >= :CI-FDESDE
                      AND ZM777_FAJUSTE <= :CI-FHASTA
                 ORDER BY ZM777_IEMPR,   ZM777_IANIOCER,
                          ZM777_IMESCER, ZM777_ITABLA,
                          ZM777_ICUENTA, ZM777_IAJUSTE
           END-EXEC

           EXEC SQL
                OPEN CAJUCIE
           END-EXEC
           PERFORM 9600-VALIDA-SQL.
      *----
       9083-LEE-AJUSTES-CIERRE.
      *----
           EXEC SQL
                FETCH CAJUCIE
                 INTO :CI-IAJUSTE,   :CI-IEMPR,
                      :CI-ITABLA,    :CI-ICUENTA,
                      :CI-ILLAVE,    :CI-IANIO,
                      :CI-IMES,      :CI-FAJUSTE,
                      :CI-ICAMPO,    :CI-MANTERIOR,
                      :CI-MAJUSTE,   :CI-DMOTIVO,
                      :CI-IUSUARIO,  :CI-IPROGRAM
           END-EXEC

           IF SQLCODE EQUAL 0
              SET CI-HAY-DATOS             TO TRUE
              ADD 1                        TO CI-NUMAJU
              ADD CI-MAJUSTE               TO CI-TOTAJU
           ELSE
              SET CI-FIN-DATOS             TO TRUE
              IF SQLCODE NOT = 100
                 PERFORM 9600-VALIDA-SQL
              END-IF
              EXEC SQL
                   CLOSE CAJUCIE
              END-EXEC
           END-IF.
