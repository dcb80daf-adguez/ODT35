      *----
      * ZMWSC341 : RECONSTRUYE LA CUENTA AS-IEMPR/AS-ICUENTA COMO
      *            ESTABA AL CIERRE DE AS-FECHA, REGRESANDO EL RENGLON
      *            ACTUAL DE CUENTA CON LOS CAMBIOS POSTERIORES DEL
      *            HISTORICO ZMDT608. LAYOUT DE REFERENCIA ZMWSC340
      *            (AS-REG, AS-CAMPOS Y AS-EXTRACTO).
      *----
       9985-RECONSTRUYE-CUENTA-FECHA.
      *----
           EXEC SQL
                SELECT COALESCE(IPROM, 0),   SCANDADO,
                       PCOMCTA,              MLINCRB,
                       COALESCE(DCALLE, ' '),
                       COALESCE(DCOLON, ' '),
                       COALESCE(DPOBLA, ' '),
                       COALESCE(IPOS, 0),
                       COALESCE(DESTADO, ' '),
                       SVIGEN,
                       COALESCE(SDOCUM, ' '),
                       IESTRATO,             PCUSTOD,
                       CHAR(FALTA, ISO)
                  INTO :AS-IPROM,    :AS-SCANDADO,
                       :AS-PCOMCTA,  :AS-MLINCRB,
                       :AS-DCALLE,   :AS-DCOLON,
                       :AS-DPOBLA,   :AS-IPOS,
                       :AS-DESTADO,  :AS-SVIGEN,
                       :AS-SDOCUM,   :AS-IESTRATO,
                       :AS-PCUSTOD,  :AS-FALTA
                  FROM CUENTA
                 WHERE IEMPR   = :AS-IEMPR
                   AND ICUENTA = :AS-ICUENTA
           END-EXEC

           IF SQLCODE EQUAL 100
              SET AS-CUENTA-NO-HALLADA     TO TRUE
           ELSE
              PERFORM 9600-VALIDA-SQL
              SET AS-CUENTA-HALLADA        TO TRUE

              IF AS-FALTA                  GREATER THAN AS-FECHA
                 SET AS-NO-EXISTIA         TO TRUE
              ELSE
                 SET AS-EXISTIA            TO TRUE
              END-IF

              PERFORM 9988-CARGA-VALOR-ACTUAL

      *       CAMBIOS POSTERIORES AL DIA, DEL MAS ANTIGUO AL MAS
      *       RECIENTE: EL VALOR ANTERIOR DEL PRIMERO ES EL QUE EL
      *       CAMPO TENIA ESE DIA.
              EXEC SQL
                   DECLARE CHISTASF CURSOR FOR
                      SELECT ZM608_ICAMPO,
                             COALESCE(ZM608_DVALANT, ' '),
                             ZM608_IUSUARIO,
                             CHAR(ZM608_FCAMBIO)
                        FROM ZMDT608
                       WHERE ZM608_IEMPR   = :AS-IEMPR
                         AND ZM608_ICUENTA = :AS-ICUENTA
                         AND DATE(ZM608_FCAMBIO) > DATE(:AS-FECHA)
                    ORDER BY ZM608_FCAMBIO, ZM608_ISECUEN
              END-EXEC

              EXEC SQL
                   OPEN CHISTASF
              END-EXEC
              PERFORM 9600-VALIDA-SQL

              SET ASH-HAY-DATOS            TO TRUE
              PERFORM 9989-APLICA-CAMBIO-POSTERIOR
                 UNTIL ASH-FIN-DATOS
           END-IF.
      *----
      * ZMWSC341 : EXTRACTO POR LOTE: CUENTAS DE AS-IEMPR EN EL RANGO
      *            AS-ICUENTAINI A AS-ICUENTAFIN, CADA UNA RECONSTRUIDA
      *            A AS-FECHA Y ARMADA EN AS-EXTRACTO.
      *----
       9986-ABRE-EXTRACTO-FECHA.
      *----
           MOVE 0                          TO AS-NUMCTAS

           EXEC SQL
                DECLARE CCTASASF CURSOR FOR
                   SELECT ICUENTA
                     FROM CUENTA
                    WHERE IEMPR   = :AS-IEMPR
                      AND ICUENTA BETWEEN :AS-ICUENTAINI
                                      AND :AS-ICUENTAFIN
                 ORDER BY ICUENTA
           END-EXEC

           EXEC SQL
                OPEN CCTASASF
           END-EXEC
           PERFORM 9600-VALIDA-SQL.
      *----
       9987-LEE-EXTRACTO-FECHA.
      *----
           EXEC SQL
                FETCH CCTASASF
                 INTO :AS-ICUENTA
           END-EXEC

           IF SQLCODE EQUAL 0
              SET AS-HAY-DATOS             TO TRUE
              ADD 1                        TO AS-NUMCTAS
              PERFORM 9985-RECONSTRUYE-CUENTA-FECHA

              MOVE AS-IEMPR                TO ASX-IEMPR
              MOVE AS-ICUENTA              TO ASX-ICUENTA
              MOVE AS-FECHA                TO ASX-FECHA
              MOVE AS-SEXISTIA             TO ASX-SEXISTIA
              PERFORM 9992-ARMA-CAMPO-EXTRACTO
                  VARYING AS-K FROM 1 BY 1
                    UNTIL AS-K GREATER THAN AS-NUMCAMPOS
           ELSE
              SET AS-FIN-DATOS             TO TRUE
              IF SQLCODE NOT = 100
                 PERFORM 9600-VALIDA-SQL
              END-IF
              EXEC SQL
                   CLOSE CCTASASF
              END-EXEC
           END-IF.
      *----
      * ZMWSC341 : VALORES ACTUALES EN EL FORMATO DEL HISTORICO; DE
      *            ARRANQUE EL VALOR A LA FECHA ES EL ACTUAL.
      *----
       9988-CARGA-VALOR-ACTUAL.
      *----
           MOVE AS-IPROM                   TO AS-IPROM-X
           MOVE AS-IPROM-X                 TO AS-VALACT(1)
           MOVE AS-SCANDADO                TO AS-VALACT(2)
           MOVE AS-PCOMCTA                 TO AS-PORC-X
           MOVE AS-PORC-X                  TO AS-VALACT(3)
           MOVE AS-MLINCRB                 TO AS-MLINCRB-X
           MOVE AS-MLINCRB-X               TO AS-VALACT(4)
           MOVE AS-DCALLE                  TO AS-VALACT(5)
           MOVE AS-DCOLON                  TO AS-VALACT(6)
           MOVE AS-DPOBLA                  TO AS-VALACT(7)
           MOVE AS-IPOS                    TO AS-IPOS-X
           MOVE AS-IPOS-X                  TO AS-VALACT(8)
           MOVE AS-DESTADO                 TO AS-VALACT(9)
           MOVE AS-SVIGEN                  TO AS-VALACT(10)
           MOVE AS-SDOCUM                  TO AS-VALACT(11)
           MOVE AS-IESTRATO                TO AS-VALACT(12)
           MOVE AS-PCUSTOD                 TO AS-PORC-X
           MOVE AS-PORC-X                  TO AS-VALACT(13)

           PERFORM 9991-INICIA-CAMPO-FECHA
               VARYING AS-K FROM 1 BY 1
                 UNTIL AS-K GREATER THAN AS-NUMCAMPOS.
      *----
       9989-APLICA-CAMBIO-POSTERIOR.
      *----
           EXEC SQL
                FETCH CHISTASF
                 INTO :AS-ICAMPO,   :AS-DVALANT,
                      :AS-IUSUARIO, :AS-FCAMBIO
           END-EXEC

           IF SQLCODE EQUAL 0
              MOVE 0                       TO AS-KENC
              PERFORM 9990-BUSCA-CAMPO-FECHA
                  VARYING AS-K FROM 1 BY 1
                    UNTIL AS-K GREATER THAN AS-NUMCAMPOS
                       OR AS-KENC GREATER THAN 0

      *       LOS RENGLONES DE VOBOS (OVR...) Y DE CAMPOS QUE NO SE
      *       RECONSTRUYEN NO ENCUENTRAN CAMPO Y SE IGNORAN.
              IF AS-KENC                   GREATER THAN 0
                 ADD 1                     TO AS-NCAMBIOS(AS-KENC)
                 IF AS-SIN-CAMBIO(AS-KENC)
                    SET AS-CAMBIO-POSTERIOR(AS-KENC)
                                           TO TRUE
                    MOVE AS-DVALANT        TO AS-VALFECHA(AS-KENC)
                    MOVE AS-FCAMBIO        TO AS-FPRIMCAMB(AS-KENC)
                    MOVE AS-IUSUARIO       TO AS-IUSRCAMB(AS-KENC)
                 END-IF
              END-IF
           ELSE
              SET ASH-FIN-DATOS            TO TRUE
              IF SQLCODE NOT = 100
                 PERFORM 9600-VALIDA-SQL
              END-IF
              EXEC SQL
                   CLOSE CHISTASF
              END-EXEC
           END-IF.
      *----
       9990-BUSCA-CAMPO-FECHA.
      *----
           IF AS-NOM-CAMPO(AS-K)           EQUAL AS-ICAMPO
              MOVE AS-K                    TO AS-KENC
           END-IF.
      *----
       9991-INICIA-CAMPO-FECHA.
      *----
           MOVE AS-VALACT(AS-K)            TO AS-VALFECHA(AS-K)
           SET AS-SIN-CAMBIO(AS-K)         TO TRUE
           MOVE 0                          TO AS-NCAMBIOS(AS-K)
           MOVE SPACES                     TO AS-FPRIMCAMB(AS-K)
           MOVE SPACES                     TO AS-IUSRCAMB(AS-K).
      *----
       9992-ARMA-CAMPO-EXTRACTO.
      *----
           MOVE AS-NOM-CAMPO(AS-K)         TO ASX-ICAMPO(AS-K)
           MOVE AS-VALFECHA(AS-K)          TO ASX-VALOR(AS-K)
           IF AS-CAMBIO-POSTERIOR(AS-K)
              MOVE '*'                     TO ASX-MARCA(AS-K)
           ELSE
              MOVE SPACE                   TO ASX-MARCA(AS-K)
           END-IF.
      *----
