      *----
      * ZMWSC335 : BITACORA DE RECHAZOS Y VOBOS DE LA CAPTURA DE
      *            CARTAS (ZMDT760) Y SU REPORTE SEMANAL. LAYOUT DE
      *            REFERENCIA ZMWSC334 (RJ-REG).
      * NOTA: EL FOLIO SE RESERVA CON EL SERVIDOR DE FOLIOS ZMDT642
      *       (9349-OBTEN-FOLIO, LLAVE EN BLANCO); QUIEN INCLUYA ESTE
      *       COPY DEBE INCLUIR TAMBIEN ZMWSC142 Y ZMWSC143.
      *----
       9960-REGISTRA-RECHAZO-CAPTURA.
      *----
           IF RJ-ICHEQUEO                  EQUAL SPACES
              PERFORM 9961-RESUELVE-CHEQUEO
           END-IF

           MOVE SPACES                     TO RJ-ISUCCASA
           EXEC SQL
                SELECT ISUCCASA
                  INTO :RJ-ISUCCASA
                  FROM CUENTA
                 WHERE IEMPR   = :RJ-IEMPR
                   AND ICUENTA = :RJ-ICUENTA
           END-EXEC

           IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
              PERFORM 9600-VALIDA-SQL
           END-IF

           MOVE 'ZMDT760'                  TO FO-ITABLA
           MOVE SPACES                     TO FO-LL-IEMPR
           MOVE 0                          TO FO-LL-ICUENTA
           MOVE 0                          TO FO-LL-ICONCEPT
           PERFORM 9349-OBTEN-FOLIO
           MOVE FO-NFOLIO                  TO RJ-ISECREC

           EXEC SQL
                INSERT INTO ZMDT760
                     ( ZM760_ISECREC,   ZM760_IUSUARIO,
                       ZM760_IPROGRAM,  ZM760_ISUCCASA,
                       ZM760_IEMPR,     ZM760_ICUENTA,
                       ZM760_ICONCEPT,  ZM760_ICHEQUEO,
                       ZM760_ICODRECH,  ZM760_TEVENTO,
                       ZM760_IUSRAUT,   ZM760_DMENSAJE,
                       ZM760_FREG )
                VALUES ( :RJ-ISECREC,   :RJ-IUSUARIO,
                         :RJ-IPROGRAM,  :RJ-ISUCCASA,
                         :RJ-IEMPR,     :RJ-ICUENTA,
                         :RJ-ICONCEPT,  :RJ-ICHEQUEO,
                         :RJ-ICODRECH,  :RJ-TEVENTO,
                         NULLIF(:RJ-IUSRAUT, ' '),
                         :RJ-DMENSAJE,
                         CURRENT TIMESTAMP )
           END-EXEC
           PERFORM 9600-VALIDA-SQL.
      *----
      * ZMWSC335 : RUTINA DE VALIDACION QUE CORRESPONDE A CADA CODIGO
      *            DE RECHAZO DEL INTAKE ('01'-'07', '18'-'20') Y DEL
      *            SERVICIO DE REGISTRO ('08'-'17').
      *----
       9961-RESUELVE-CHEQUEO.
      *----
           EVALUATE RJ-ICODRECH
              WHEN '01'
              WHEN '18'
                 MOVE '9130'               TO RJ-ICHEQUEO
              WHEN '02'
                 MOVE '9245'               TO RJ-ICHEQUEO
              WHEN '03'
                 MOVE '9272'               TO RJ-ICHEQUEO
              WHEN '04'
                 MOVE '9392'               TO RJ-ICHEQUEO
              WHEN '05'
                 MOVE '9393'               TO RJ-ICHEQUEO
              WHEN '07'
                 MOVE '9495'               TO RJ-ICHEQUEO
              WHEN '08'
                 MOVE '9347'               TO RJ-ICHEQUEO
              WHEN '09'
                 MOVE '9243'               TO RJ-ICHEQUEO
              WHEN '10'
                 MOVE '9314'               TO RJ-ICHEQUEO
              WHEN '11'
                 MOVE '9423'               TO RJ-ICHEQUEO
              WHEN '12'
                 MOVE '9558'               TO RJ-ICHEQUEO
              WHEN '13'
                 MOVE '9522'               TO RJ-ICHEQUEO
              WHEN '14'
                 MOVE '9632'               TO RJ-ICHEQUEO
              WHEN '15'
                 MOVE '9702'               TO RJ-ICHEQUEO
              WHEN '16'
                 MOVE '9748'               TO RJ-ICHEQUEO
              WHEN '17'
                 MOVE '9913'               TO RJ-ICHEQUEO
              WHEN '19'
                 MOVE '9996'               TO RJ-ICHEQUEO
              WHEN '20'
                 MOVE '9007'               TO RJ-ICHEQUEO
              WHEN OTHER
                 MOVE '9273'               TO RJ-ICHEQUEO
           END-EVALUATE.
      *----
      * ZMWSC335 : REPORTE SEMANAL POR VALIDACION Y OPERADOR. LOS
      *            INTENTOS DEL OPERADOR SON LAS CARTAS QUE GRABO EN EL
      *            PERIODO MAS SUS INTENTOS RECHAZADOS (DE CUALQUIER
      *            VALIDACION).
      *----
       9962-ABRE-RECHAZOS-SEMANA.
      *----
           EXEC SQL
                DECLARE CRECHSEM CURSOR FOR
                   SELECT R.ZM760_ICHEQUEO, R.ZM760_IUSUARIO,
                          SUM(CASE WHEN R.ZM760_TEVENTO = 'R'
                                   THEN 1 ELSE 0 END),
                          SUM(CASE WHEN R.ZM760_TEVENTO = 'S'
                                   THEN 1 ELSE 0 END),
                          ( SELECT COUNT(*)
                              FROM ZMDT606 C
                             WHERE C.ZM606_IUSUARIO = R.ZM760_IUSUARIO
                               AND DATE(C.ZM606_FREG) BETWEEN
                                   DATE(:RJ-FINICIO) AND
                                   DATE(:RJ-FFIN) ),
                          ( SELECT COUNT(*)
                              FROM ZMDT760 T
                             WHERE T.ZM760_IUSUARIO = R.ZM760_IUSUARIO
                               AND T.ZM760_TEVENTO  = 'R'
                               AND DATE(T.ZM760_FREG) BETWEEN
                                   DATE(:RJ-FINICIO) AND
                                   DATE(:RJ-FFIN) )
                     FROM ZMDT760 R
                    WHERE DATE(R.ZM760_FREG) BETWEEN
                          DATE(:RJ-FINICIO) AND DATE(:RJ-FFIN)
                 GROUP BY R.ZM760_ICHEQUEO, R.ZM760_IUSUARIO
                 ORDER BY R.ZM760_ICHEQUEO, 3 DESC,
                          R.ZM760_IUSUARIO
           END-EXEC

           EXEC SQL
                OPEN CRECHSEM
           END-EXEC
           PERFORM 9600-VALIDA-SQL.
      *----
       9963-LEE-RECHAZOS-SEMANA.
      *----
           EXEC SQL
                FETCH CRECHSEM
                 INTO :RJ-ICHEQUEO,    :RJ-IUSUARIO,
                      :RJ-NRECHAZOS,   :RJ-NEXCEPCIONES,
                      :RJ-NCARTAS,     :RJ-NRECHOPER
           END-EXEC

           IF SQLCODE EQUAL 0
              SET RJ-HAY-DATOS             TO TRUE
              COMPUTE RJ-NINTENTOS = RJ-NCARTAS + RJ-NRECHOPER
              IF RJ-NINTENTOS              GREATER THAN 0
                 COMPUTE RJ-PRECHAZO ROUNDED =
                         RJ-NRECHAZOS * 100 / RJ-NINTENTOS
              ELSE
                 MOVE 0                    TO RJ-PRECHAZO
              END-IF
           ELSE
              SET RJ-FIN-DATOS             TO TRUE
              IF SQLCODE NOT = 100
                 PERFORM 9600-VALIDA-SQL
              END-IF
              EXEC SQL
                   CLOSE CRECHSEM
              END-EXEC
           END-IF.
      *----
      * ZMWSC335 : CUENTAS CON MAS VOBOS DE EXCEPCION EN EL PERIODO,
      *            CON CUANTAS VALIDACIONES DISTINTAS SE PASARON POR
      *            ALTO. SE CORTA AL LLEGAR A RJ-NTOP CUENTAS.
      *----
       9964-ABRE-EXCEPCIONES-CUENTA.
      *----
           MOVE 0                          TO RJ-NLEIDOS

           EXEC SQL
                DECLARE CEXCCTA CURSOR FOR
                   SELECT ZM760_IEMPR,  ZM760_ICUENTA,
                          MAX(ZM760_ISUCCASA),
                          COUNT(*),
                          COUNT(DISTINCT ZM760_ICHEQUEO)
                     FROM ZMDT760
                    WHERE ZM760_TEVENTO = 'S'
                      AND DATE(ZM760_FREG) BETWEEN
                          DATE(:RJ-FINICIO) AND DATE(:RJ-FFIN)
                 GROUP BY ZM760_IEMPR, ZM760_ICUENTA
                 ORDER BY 4 DESC, ZM760_IEMPR, ZM760_ICUENTA
           END-EXEC

           EXEC SQL
                OPEN CEXCCTA
           END-EXEC
           PERFORM 9600-VALIDA-SQL.
      *----
       9965-LEE-EXCEPCIONES-CUENTA.
      *----
           IF RJ-NLEIDOS                   NOT LESS THAN RJ-NTOP
              SET RJ-FIN-DATOS             TO TRUE
              EXEC SQL
                   CLOSE CEXCCTA
              END-EXEC
           ELSE
              EXEC SQL
                   FETCH CEXCCTA
                    INTO :RJ-IEMPR,        :RJ-ICUENTA,
                         :RJ-ISUCCASA,
                         :RJ-NEXCEPCIONES,
                         :RJ-NCHEQUEOS
              END-EXEC

              IF SQLCODE EQUAL 0
                 SET RJ-HAY-DATOS          TO TRUE
                 ADD 1                     TO RJ-NLEIDOS
              ELSE
                 SET RJ-FIN-DATOS          TO TRUE
                 IF SQLCODE NOT = 100
                    PERFORM 9600-VALIDA-SQL
                 END-IF
                 EXEC SQL
                      CLOSE CEXCCTA
                 END-EXEC
              END-IF
           END-IF.
      *----
