      *----
      * ZMWSC319 : PRESTAMO DE VALORES: CONTRATOS (ZMDT743), DEVENGO
      *            DIARIO DEL PREMIO (ZMDT744) E INSTRUCCIONES DE
      *            VENCIMIENTO (ZMDT745). LAYOUT DE REFERENCIA
      *            ZMWSC318 (PT-REG).
      * NOTA: FOLIO DEL CONTRATO CON 9349-OBTEN-FOLIO (ZMWSC142/
      *       ZMWSC143); DISPONIBLE CON 9347 (ZMWSC140/ZMWSC141).
      *----
       9879-ALTA-PRESTAMO-VALORES.
      *----
           SET PT-ACEPTADO                 TO TRUE
           MOVE SPACES                     TO PT-DMENSAJE

           EVALUATE TRUE
              WHEN PT-CTITULOS             NOT GREATER THAN 0
                 SET PT-RECHAZADO          TO TRUE
                 MOVE 'TITULOS A PRESTAR DEBEN SER MAYORES A CERO'
                                           TO PT-DMENSAJE
              WHEN PT-MPRECIO              NOT GREATER THAN 0
                 SET PT-RECHAZADO          TO TRUE
                 MOVE 'PRECIO PACTADO DEBE SER MAYOR A CERO'
                                           TO PT-DMENSAJE
              WHEN PT-PPREMIO              NOT GREATER THAN 0
                 SET PT-RECHAZADO          TO TRUE
                 MOVE 'TASA DE PREMIO DEBE SER MAYOR A CERO'
                                           TO PT-DMENSAJE
              WHEN PT-IPRESTAT             EQUAL SPACES
                 SET PT-RECHAZADO          TO TRUE
                 MOVE 'FALTA EL PRESTATARIO'
                                           TO PT-DMENSAJE
              WHEN PT-FDEVOL               NOT GREATER THAN PT-FINICIO
                 SET PT-RECHAZADO          TO TRUE
                 MOVE 'FECHA DE DEVOLUCION DEBE SER POSTERIOR AL INICIO'
                                           TO PT-DMENSAJE
              WHEN PT-PGARANTIA            LESS THAN 0
                 SET PT-RECHAZADO          TO TRUE
                 MOVE 'PORCENTAJE DE GARANTIA INVALIDO'
                                           TO PT-DMENSAJE
              WHEN OTHER
                 CONTINUE
           END-EVALUATE

      *    UN PRESTATARIO CLIENTE DE LA CASA DEBE TENER CUENTA VIGENTE
      *    Y NO PUEDE SER LA MISMA CUENTA PRESTAMISTA.
           IF PT-ACEPTADO
              AND PT-ICTAPREST             GREATER THAN 0
              MOVE 0                       TO PT-NCUENTA
              EXEC SQL
                   SELECT COUNT(*)
                     INTO :PT-NCUENTA
                     FROM CUENTA
                    WHERE IEMPR   = :PT-IEMPR
                      AND ICUENTA = :PT-ICTAPREST
                      AND SVIGEN  = '1'
              END-EXEC
              PERFORM 9600-VALIDA-SQL

              IF PT-NCUENTA                EQUAL 0
                 OR PT-ICTAPREST           EQUAL PT-ICUENTA
                 SET PT-RECHAZADO          TO TRUE
                 MOVE 'CUENTA DEL PRESTATARIO INVALIDA'
                                           TO PT-DMENSAJE
              END-IF
           END-IF

      *    LOS TITULOS DEBEN ESTAR DISPONIBLES A LA FECHA DE INICIO
      *    (POSICION MENOS GRAVAMENES Y OTROS PRESTAMOS).
           IF PT-ACEPTADO
              MOVE PT-IEMPR                TO PO-IEMPR
              MOVE PT-ICUENTA              TO PO-ICUENTA
              MOVE PT-IEMISORA             TO PO-IEMISORA
              MOVE PT-ISERIE               TO PO-ISERIE
              MOVE PT-CTITULOS             TO PO-CTITULOS
              MOVE PT-FINICIO              TO PO-FECHA
              PERFORM 9347-VALIDA-POSICION-CARTA

              IF NOT PO-SUFICIENTE
                 SET PT-RECHAZADO          TO TRUE
                 MOVE PO-DMENSAJE          TO PT-DMENSAJE
              END-IF
           END-IF

           IF PT-ACEPTADO
              COMPUTE PT-MVALOR ROUNDED =
                      PT-CTITULOS * PT-MPRECIO
              COMPUTE PT-MGARANTIA ROUNDED =
                      PT-MVALOR * PT-PGARANTIA / 100

              MOVE 'ZMDT743'               TO FO-ITABLA
              MOVE PT-IEMPR                TO FO-LL-IEMPR
              MOVE PT-ICUENTA              TO FO-LL-ICUENTA
              MOVE 0                       TO FO-LL-ICONCEPT
              PERFORM 9349-OBTEN-FOLIO
              MOVE FO-NFOLIO               TO PT-ISECPRES

              SET PT-PENDIENTE             TO TRUE

              EXEC SQL
                   INSERT INTO ZMDT743
                        ( ZM743_IEMPR,     ZM743_ICUENTA,
                          ZM743_ISECPRES,  ZM743_IPRESTAT,
                          ZM743_DPRESTAT,  ZM743_ICTAPREST,
                          ZM743_IEMISORA,  ZM743_ISERIE,
                          ZM743_CTITULOS,  ZM743_MPRECIO,
                          ZM743_MVALOR,    ZM743_PPREMIO,
                          ZM743_FINICIO,   ZM743_FDEVOL,
                          ZM743_PGARANTIA, ZM743_MGARANTIA,
                          ZM743_MPREMACUM, ZM743_FULTDEV,
                          ZM743_IESTADO,   ZM743_IUSRSOL,
                          ZM743_FSOLICIT,  ZM743_IUSRAUT,
                          ZM743_FAUTORIZ,  ZM743_FVENCE,
                          ZM743_FDEVUELTO )
                   VALUES ( :PT-IEMPR,     :PT-ICUENTA,
                            :PT-ISECPRES,  :PT-IPRESTAT,
                            :PT-DPRESTAT,  NULLIF(:PT-ICTAPREST, 0),
                            :PT-IEMISORA,  :PT-ISERIE,
                            :PT-CTITULOS,  :PT-MPRECIO,
                            :PT-MVALOR,    :PT-PPREMIO,
                            :PT-FINICIO,   :PT-FDEVOL,
                            :PT-PGARANTIA, :PT-MGARANTIA,
                            0,             NULL,
                            'P',           :PT-IUSRSOL,
                            CURRENT TIMESTAMP, NULL,
                            NULL,          NULL,
                            NULL )
              END-EXEC
              PERFORM 9600-VALIDA-SQL

              MOVE 'CONTRATO REGISTRADO - PENDIENTE DE AUTORIZAR'
                                           TO PT-DMENSAJE
           END-IF.
      *----
      * ZMWSC319 : RESUELVE UN CONTRATO PENDIENTE. PT-IESTADO TRAE 'A'
      *            O 'R'; EL AUTORIZADOR NO PUEDE SER EL SOLICITANTE
      *            (SI NO SE APLICA, PT-IESTADO REGRESA EN 'P').
      *----
       9880-AUTORIZA-PRESTAMO-VALORES.
      *----
           EXEC SQL
                UPDATE ZMDT743
                   SET ZM743_IESTADO  = :PT-IESTADO,
                       ZM743_IUSRAUT  = :PT-IUSRAUT,
                       ZM743_FAUTORIZ = CURRENT TIMESTAMP
                 WHERE ZM743_IEMPR    = :PT-IEMPR
                   AND ZM743_ICUENTA  = :PT-ICUENTA
                   AND ZM743_ISECPRES = :PT-ISECPRES
                   AND ZM743_IESTADO  = 'P'
                   AND ZM743_IUSRSOL <> :PT-IUSRAUT
           END-EXEC

           IF SQLCODE NOT = 0
              IF SQLCODE NOT = 100
                 PERFORM 9600-VALIDA-SQL
              END-IF
              SET PT-PENDIENTE             TO TRUE
           END-IF.
      *----
      * ZMWSC319 : ABRE LOS CONTRATOS ACTIVOS QUE DEVENGAN PREMIO EN
      *            PT-FECHA: DESDE SU INICIO Y HASTA EL DIA ANTERIOR
      *            A LA DEVOLUCION.
      *----
       9881-ABRE-DEVENGO-PRESTAMO.
      *----
           MOVE 0                          TO PT-NUMDEV
           MOVE 0                          TO PT-TOTPREMIO

           IF PT-IEMPRHAS                  EQUAL SPACES
              MOVE HIGH-VALUES             TO PT-IEMPRHAS
           END-IF

           EXEC SQL
                DECLARE CPTDEVEN CURSOR FOR
                   SELECT ZM743_IEMPR,  ZM743_ICUENTA,
                          ZM743_ISECPRES,
                          ZM743_MVALOR, ZM743_PPREMIO
                     FROM ZMDT743
                    WHERE ZM743_IESTADO  = 'A'
                      AND ZM743_FINICIO <= :PT-FECHA
                      AND ZM743_FDEVOL   > :PT-FECHA
                      AND ZM743_IEMPR BETWEEN :PT-IEMPRDES
                                          AND :PT-IEMPRHAS
                 ORDER BY ZM743_IEMPR, ZM743_ICUENTA, ZM743_ISECPRES
           END-EXEC

           EXEC SQL
                OPEN CPTDEVEN
           END-EXEC
           PERFORM 9600-VALIDA-SQL.
      *----
      * ZMWSC319 : LEE EL SIGUIENTE CONTRATO Y CALCULA EL PREMIO DEL
      *            DIA: VALOR PACTADO * TASA ANUAL / 360.
      *----
       9882-LEE-DEVENGO-PRESTAMO.
      *----
           EXEC SQL
                FETCH CPTDEVEN
                 INTO :PT-IEMPR,     :PT-ICUENTA,
                      :PT-ISECPRES,
                      :PT-MVALOR,    :PT-PPREMIO
           END-EXEC

           IF SQLCODE EQUAL 0
              SET PT-HAY-DATOS             TO TRUE
              COMPUTE PT-MPREMDIA ROUNDED =
                      PT-MVALOR * PT-PPREMIO / 360
           ELSE
              SET PT-FIN-DATOS             TO TRUE
              IF SQLCODE NOT = 100
                 PERFORM 9600-VALIDA-SQL
              END-IF
              EXEC SQL
                   CLOSE CPTDEVEN
              END-EXEC
           END-IF.
      *----
      * ZMWSC319 : GRABA EL PREMIO DEL DIA DEL CONTRATO (RECORRER EL
      *            MISMO DIA REEMPLAZA EL RENGLON), ACTUALIZA EL
      *            PREMIO ACUMULADO DEL CONTRATO CON LA SUMA DE SU
      *            HISTORICO Y LEE EL SIGUIENTE.
      *----
       9883-GRABA-DEVENGO-PRESTAMO.
      *----
           EXEC SQL
                DELETE FROM ZMDT744
                 WHERE ZM744_IEMPR    = :PT-IEMPR
                   AND ZM744_ICUENTA  = :PT-ICUENTA
                   AND ZM744_ISECPRES = :PT-ISECPRES
                   AND ZM744_FECHA    = :PT-FECHA
           END-EXEC
           IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
              PERFORM 9600-VALIDA-SQL
           END-IF

           EXEC SQL
                INSERT INTO ZMDT744
                     ( ZM744_IEMPR,      ZM744_ICUENTA,
                       ZM744_ISECPRES,   ZM744_FECHA,
                       ZM744_MVALOR,     ZM744_PPREMIO,
                       ZM744_MPREMIO,    ZM744_FSIST )
                VALUES ( :PT-IEMPR,      :PT-ICUENTA,
                         :PT-ISECPRES,   :PT-FECHA,
                         :PT-MVALOR,     :PT-PPREMIO,
                         :PT-MPREMDIA,   CURRENT TIMESTAMP )
           END-EXEC
           PERFORM 9600-VALIDA-SQL

           EXEC SQL
                UPDATE ZMDT743
                   SET ZM743_MPREMACUM =
                       ( SELECT COALESCE(SUM(ZM744_MPREMIO), 0)
                           FROM ZMDT744
                          WHERE ZM744_IEMPR    = :PT-IEMPR
                            AND ZM744_ICUENTA  = :PT-ICUENTA
                            AND ZM744_ISECPRES = :PT-ISECPRES ),
                       ZM743_FULTDEV   = :PT-FECHA
                 WHERE ZM743_IEMPR    = :PT-IEMPR
                   AND ZM743_ICUENTA  = :PT-ICUENTA
                   AND ZM743_ISECPRES = :PT-ISECPRES
           END-EXEC
           PERFORM 9600-VALIDA-SQL

           ADD 1                           TO PT-NUMDEV
           ADD PT-MPREMDIA                 TO PT-TOTPREMIO

           PERFORM 9882-LEE-DEVENGO-PRESTAMO.
      *----
      * ZMWSC319 : ABRE LOS CONTRATOS ACTIVOS QUE LLEGAN A SU FECHA
      *            DE DEVOLUCION (O LA PASARON SIN INSTRUIRSE).
      *----
       9884-ABRE-VENCE-PRESTAMO.
      *----
           MOVE 0                          TO PT-NUMVENC

           IF PT-IEMPRHAS                  EQUAL SPACES
              MOVE HIGH-VALUES             TO PT-IEMPRHAS
           END-IF

           EXEC SQL
                DECLARE CPTVENCE CURSOR FOR
                   SELECT ZM743_IEMPR,    ZM743_ICUENTA,
                          ZM743_ISECPRES, ZM743_IPRESTAT,
                          ZM743_IEMISORA, ZM743_ISERIE,
                          ZM743_CTITULOS,
                          CHAR(ZM743_FDEVOL, ISO)
                     FROM ZMDT743
                    WHERE ZM743_IESTADO  = 'A'
                      AND ZM743_FDEVOL  <= :PT-FECHA
                      AND ZM743_IEMPR BETWEEN :PT-IEMPRDES
                                          AND :PT-IEMPRHAS
                 ORDER BY ZM743_IEMPR, ZM743_ICUENTA, ZM743_ISECPRES
           END-EXEC

           EXEC SQL
                OPEN CPTVENCE
           END-EXEC
           PERFORM 9600-VALIDA-SQL.
      *----
       9885-LEE-VENCE-PRESTAMO.
      *----
           EXEC SQL
                FETCH CPTVENCE
                 INTO :PT-IEMPR,     :PT-ICUENTA,
                      :PT-ISECPRES,  :PT-IPRESTAT,
                      :PT-IEMISORA,  :PT-ISERIE,
                      :PT-CTITULOS,
                      :PT-FDEVOL
           END-EXEC

           IF SQLCODE EQUAL 0
              SET PT-HAY-DATOS             TO TRUE
           ELSE
              SET PT-FIN-DATOS             TO TRUE
              IF SQLCODE NOT = 100
                 PERFORM 9600-VALIDA-SQL
              END-IF
              EXEC SQL
                   CLOSE CPTVENCE
              END-EXEC
           END-IF.
      *----
      * ZMWSC319 : GENERA LAS INSTRUCCIONES DE VENCIMIENTO DEL CONTRATO
      *            LEIDO: DEVOLUCION DE LOS TITULOS ('D') Y, SI HUBO
      *            DEVENGO, LIQUIDACION DEL PREMIO ('P') POR LA SUMA
      *            DE ZMDT744. EL CONTRATO PASA A 'V' EN LA MISMA
      *            UNIDAD DE TRABAJO, ASI NO SE INSTRUYE DOS VECES.
      *            LEE EL SIGUIENTE.
      *----
       9890-GENERA-INSTR-PRESTAMO.
      *----
           MOVE 0                          TO PT-MPREMACUM

           EXEC SQL
                SELECT COALESCE(SUM(ZM744_MPREMIO), 0)
                  INTO :PT-MPREMACUM
                  FROM ZMDT744
                 WHERE ZM744_IEMPR    = :PT-IEMPR
                   AND ZM744_ICUENTA  = :PT-ICUENTA
                   AND ZM744_ISECPRES = :PT-ISECPRES
           END-EXEC
           PERFORM 9600-VALIDA-SQL

           EXEC SQL
                INSERT INTO ZMDT745
                     ( ZM745_IEMPR,      ZM745_ICUENTA,
                       ZM745_ISECPRES,   ZM745_TINSTR,
                       ZM745_FVALOR,     ZM745_IPRESTAT,
                       ZM745_IEMISORA,   ZM745_ISERIE,
                       ZM745_CTITULOS,   ZM745_MIMPORTE,
                       ZM745_SENVIADO,   ZM745_FGENERA,
                       ZM745_FENVIO )
                VALUES ( :PT-IEMPR,      :PT-ICUENTA,
                         :PT-ISECPRES,   'D',
                         :PT-FDEVOL,     :PT-IPRESTAT,
                         :PT-IEMISORA,   :PT-ISERIE,
                         :PT-CTITULOS,   0,
                         '0',            CURRENT TIMESTAMP,
                         NULL )
           END-EXEC
           PERFORM 9600-VALIDA-SQL

           IF PT-MPREMACUM                 GREATER THAN 0
              EXEC SQL
                   INSERT INTO ZMDT745
                        ( ZM745_IEMPR,      ZM745_ICUENTA,
                          ZM745_ISECPRES,   ZM745_TINSTR,
                          ZM745_FVALOR,     ZM745_IPRESTAT,
                          ZM745_IEMISORA,   ZM745_ISERIE,
                          ZM745_CTITULOS,   ZM745_MIMPORTE,
                          ZM745_SENVIADO,   ZM745_FGENERA,
                          ZM745_FENVIO )
                   VALUES ( :PT-IEMPR,      :PT-ICUENTA,
                            :PT-ISECPRES,   'P',
                            :PT-FDEVOL,     :PT-IPRESTAT,
                            :PT-IEMISORA,   :PT-ISERIE,
                            0,              :PT-MPREMACUM,
                            '0',            CURRENT TIMESTAMP,
                            NULL )
              END-EXEC
              PERFORM 9600-VALIDA-SQL
           END-IF

           EXEC SQL
                UPDATE ZMDT743
                   SET ZM743_IESTADO   = 'V',
                       ZM743_MPREMACUM = :PT-MPREMACUM,
                       ZM743_FVENCE    = CURRENT TIMESTAMP
                 WHERE ZM743_IEMPR    = :PT-IEMPR
                   AND ZM743_ICUENTA  = :PT-ICUENTA
                   AND ZM743_ISECPRES = :PT-ISECPRES
           END-EXEC
           PERFORM 9600-VALIDA-SQL

           ADD 1                           TO PT-NUMVENC

           PERFORM 9885-LEE-VENCE-PRESTAMO.
      *----
      * ZMWSC319 : CONFIRMA QUE EL PRESTATARIO DEVOLVIO LOS TITULOS DE
      *            UN CONTRATO VENCIDO: PASA A 'D' Y DEJA DE RESTAR
      *            DISPONIBLE.
      *----
       9891-CONFIRMA-DEVOLUCION-PREST.
      *----
           SET PT-ACEPTADO                 TO TRUE
           MOVE SPACES                     TO PT-DMENSAJE

           EXEC SQL
                UPDATE ZMDT743
                   SET ZM743_IESTADO   = 'D',
                       ZM743_FDEVUELTO = CURRENT TIMESTAMP
                 WHERE ZM743_IEMPR    = :PT-IEMPR
                   AND ZM743_ICUENTA  = :PT-ICUENTA
                   AND ZM743_ISECPRES = :PT-ISECPRES
                   AND ZM743_IESTADO  = 'V'
           END-EXEC

           IF SQLCODE NOT = 0
              IF SQLCODE NOT = 100
                 PERFORM 9600-VALIDA-SQL
              END-IF
              SET PT-RECHAZADO             TO TRUE
              MOVE 'CONTRATO NO ESTA VENCIDO PENDIENTE DE DEVOLUCION'
                                           TO PT-DMENSAJE
           ELSE
              SET PT-DEVUELTO              TO TRUE
           END-IF.
      *----
