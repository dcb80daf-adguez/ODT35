      *----
      * ZMWSC281 : DIVIDENDOS Y CUPONES: EVENTOS DE INGRESO (ZMDT711),
      *            DERECHOS POR CUENTA (ZMDT712) Y SU PAGO. LAYOUT DE
      *            REFERENCIA ZMWSC280 (IG-REG).
      * NOTA: EL FOLIO IEVENTO SE RESERVA CON EL SERVIDOR DE FOLIOS
      *       ZMDT642 (9349-OBTEN-FOLIO, LLAVE EN BLANCO COMO ZMDT662),
      *       LA TASA CON 9180-LEE-PARAM-VIGENTE Y EL ABONO CON
      *       9643-REGISTRA-MOVTO-EFECTIVO (ZMWSC266/ZMWSC267).
      *----
       9704-ALTA-EVENTO-INGRESO.
      *----
           MOVE 'ZMDT711'                  TO FO-ITABLA
           MOVE SPACES                     TO FO-LL-IEMPR
           MOVE 0                          TO FO-LL-ICUENTA
           MOVE 0                          TO FO-LL-ICONCEPT
           PERFORM 9349-OBTEN-FOLIO
           MOVE FO-NFOLIO                  TO IG-IEVENTO

           EXEC SQL
                INSERT INTO ZMDT711
                     ( ZM711_IEVENTO,    ZM711_TINGRESO,
                       ZM711_IEMISORA,   ZM711_ISERIE,
                       ZM711_FREGISTRO,  ZM711_FPAGO,
                       ZM711_MPORTIT,    ZM711_SESTADO,
                       ZM711_NTITULARES, ZM711_MBRUTO,
                       ZM711_MRETENIDO,  ZM711_IUSUARIO,
                       ZM711_FSIST,      ZM711_FPAGADO )
                VALUES ( :IG-IEVENTO,    :IG-TINGRESO,
                         :IG-IEMISORA,   :IG-ISERIE,
                         :IG-FREGISTRO,  :IG-FPAGO,
                         :IG-MPORTIT,    '0',
                         0,              0,
                         0,              :IG-IUSUARIO,
                         CURRENT TIMESTAMP, NULL )
           END-EXEC
           PERFORM 9600-VALIDA-SQL.
      *----
      * ZMWSC281 : DERECHOS DEL EVENTO IG-IEVENTO: UNO POR CUENTA CON
      *            POSICION LIQUIDADA POSITIVA EN LA EMISORA/SERIE A LA
      *            FECHA DE REGISTRO (MOVIMIENTOS 'L' DE ZMDT708 CON
      *            FECHA VALOR HASTA ESE DIA). UN EVENTO YA PAGADO NO
      *            SE RECALCULA; UNO REGISTRADO O CALCULADO SE VUELVE
      *            A CALCULAR DESDE CERO.
      *----
       9705-CALCULA-DERECHOS.
      *----
           SET IG-ACEPTADO                 TO TRUE
           MOVE SPACES                     TO IG-DMENSAJE
           MOVE 0                          TO IG-NTITULARES
           MOVE 0                          TO IG-MTOTBRUTO
           MOVE 0                          TO IG-MTOTRETEN

           EXEC SQL
                SELECT ZM711_TINGRESO,  ZM711_IEMISORA,
                       ZM711_ISERIE,    ZM711_FREGISTRO,
                       ZM711_FPAGO,     ZM711_MPORTIT,
                       ZM711_SESTADO
                  INTO :IG-TINGRESO,    :IG-IEMISORA,
                       :IG-ISERIE,      :IG-FREGISTRO,
                       :IG-FPAGO,       :IG-MPORTIT,
                       :IG-SESTEVT
                  FROM ZMDT711
                 WHERE ZM711_IEVENTO = :IG-IEVENTO
           END-EXEC

           IF SQLCODE EQUAL 100
              SET IG-RECHAZADO             TO TRUE
              MOVE 'EVENTO DE INGRESO NO REGISTRADO'
                                           TO IG-DMENSAJE
           ELSE
              PERFORM 9600-VALIDA-SQL
              IF IG-EVT-PAGADO
                 SET IG-RECHAZADO          TO TRUE
                 MOVE 'EVENTO DE INGRESO YA PAGADO'
                                           TO IG-DMENSAJE
              END-IF
           END-IF

           IF IG-ACEPTADO
              EXEC SQL
                   DELETE FROM ZMDT712
                    WHERE ZM712_IEVENTO = :IG-IEVENTO
              END-EXEC
              IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
                 PERFORM 9600-VALIDA-SQL
              END-IF

              EXEC SQL
                   DECLARE CIGPOS CURSOR FOR
                      SELECT ZM708_IEMPR, ZM708_ICUENTA,
                             SUM(ZM708_CTITULOS)
                        FROM ZMDT708
                       WHERE ZM708_IEMISORA = :IG-IEMISORA
                         AND ZM708_ISERIE   = :IG-ISERIE
                         AND ZM708_SESTADO  = 'L'
                         AND ZM708_FVALOR  <= :IG-FREGISTRO
                    GROUP BY ZM708_IEMPR, ZM708_ICUENTA
                      HAVING SUM(ZM708_CTITULOS) > 0
                    ORDER BY ZM708_IEMPR, ZM708_ICUENTA
              END-EXEC

              EXEC SQL
                   OPEN CIGPOS
              END-EXEC
              PERFORM 9600-VALIDA-SQL

              SET IG-HAY-DERECHOS          TO TRUE
              PERFORM 9706-LEE-POSICION-DERECHO
                  UNTIL IG-FIN-DERECHOS

              EXEC SQL
                   CLOSE CIGPOS
              END-EXEC

              EXEC SQL
                   UPDATE ZMDT711
                      SET ZM711_SESTADO    = 'C',
                          ZM711_NTITULARES = :IG-NTITULARES,
                          ZM711_MBRUTO     = :IG-MTOTBRUTO,
                          ZM711_MRETENIDO  = :IG-MTOTRETEN
                    WHERE ZM711_IEVENTO = :IG-IEVENTO
              END-EXEC
              PERFORM 9600-VALIDA-SQL
           END-IF.
      *----
       9706-LEE-POSICION-DERECHO.
      *----
           EXEC SQL
                FETCH CIGPOS
                 INTO :IG-IEMPR, :IG-ICUENTA,
                      :IG-CTITULOS
           END-EXEC

           IF SQLCODE EQUAL 0
              SET IG-HAY-DERECHOS          TO TRUE

              COMPUTE IG-MBRUTO ROUNDED =
                      IG-CTITULOS * IG-MPORTIT
              PERFORM 9707-LEE-TASA-DERECHO
              COMPUTE IG-MRETENIDO ROUNDED =
                      IG-MBRUTO * IG-PTASA
              COMPUTE IG-MNETO = IG-MBRUTO - IG-MRETENIDO

              EXEC SQL
                   INSERT INTO ZMDT712
                        ( ZM712_IEVENTO,   ZM712_IEMPR,
                          ZM712_ICUENTA,   ZM712_CTITULOS,
                          ZM712_MBRUTO,    ZM712_PTASA,
                          ZM712_MRETENIDO, ZM712_MNETO,
                          ZM712_SPAGADO,   ZM712_ISECMOV,
                          ZM712_FPAGO )
                   VALUES ( :IG-IEVENTO,   :IG-IEMPR,
                            :IG-ICUENTA,   :IG-CTITULOS,
                            :IG-MBRUTO,    :IG-PTASA,
                            :IG-MRETENIDO, :IG-MNETO,
                            '0',           NULL,
                            NULL )
              END-EXEC
              PERFORM 9600-VALIDA-SQL

              ADD 1                        TO IG-NTITULARES
              ADD IG-MBRUTO                TO IG-MTOTBRUTO
              ADD IG-MRETENIDO             TO IG-MTOTRETEN
           ELSE
              SET IG-FIN-DERECHOS          TO TRUE
              IF SQLCODE NOT = 100
                 PERFORM 9600-VALIDA-SQL
              END-IF
           END-IF.
      *----
      * ZMWSC281 : TASA DE ISR DEL DERECHO A LA FECHA DE PAGO: LA DEL
      *            TIPO DE INGRESO Y TRATAMIENTO ('D1', 'C1', ...) O,
      *            SIN ELLA, LA GENERAL DEL TRATAMIENTO. LA CUENTA
      *            CON MERCADO EXTRANJERO TOMA LA TASA DE LA FORMA
      *            W-8/W-9 DEL TITULAR PRINCIPAL (9813).
      *----
       9707-LEE-TASA-DERECHO.
      *----
           MOVE 0                          TO IG-PTASA
           MOVE SPACES                     TO IG-ITASAFIS
           MOVE SPACES                     TO IG-IPAISMDO

           EXEC SQL
                SELECT COALESCE(ITASAFIS, ' '),
                       COALESCE(IPAISMDO, ' ')
                  INTO :IG-ITASAFIS,
                       :IG-IPAISMDO
                  FROM CUENTA
                 WHERE IEMPR   = :IG-IEMPR
                   AND ICUENTA = :IG-ICUENTA
           END-EXEC
           IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
              PERFORM 9600-VALIDA-SQL
           END-IF

           IF IG-IPAISMDO                  NOT = SPACES
              MOVE IG-IEMPR                TO FF-IEMPR
              MOVE IG-ICUENTA              TO FF-ICUENTA
              MOVE IG-FPAGO                TO FF-FECHA
              PERFORM 9813-TASA-FORMA-FISCAL
              MOVE FF-PTASA                TO IG-PTASA
           END-IF

           IF IG-IPAISMDO                  EQUAL SPACES
              AND IG-ITASAFIS              NOT = SPACES
              MOVE 'ISR'                   TO PV-ITIPOPAR
              MOVE SPACES                  TO PV-IPARAM
              MOVE IG-TINGRESO             TO PV-IPARAM(1:1)
              MOVE IG-ITASAFIS             TO PV-IPARAM(2:1)
              MOVE IG-FPAGO                TO PV-FVIGENCIA
              PERFORM 9180-LEE-PARAM-VIGENTE

              IF NOT PV-ENCONTRADO
                 MOVE 'ISR'                TO PV-ITIPOPAR
                 MOVE SPACES               TO PV-IPARAM
                 MOVE IG-ITASAFIS          TO PV-IPARAM(1:1)
                 MOVE IG-FPAGO             TO PV-FVIGENCIA
                 PERFORM 9180-LEE-PARAM-VIGENTE
              END-IF

              IF PV-ENCONTRADO
                 MOVE PV-DATOSPAR(1:6)     TO IG-PTASA-ALFA
                 IF IG-PTASA-ALFA          NUMERIC
                    MOVE IG-PTASA-ALFA-R   TO IG-PTASA
                 END-IF
              END-IF
           END-IF.
      *----
      * ZMWSC281 : PAGO DE LOS EVENTOS CALCULADOS CUYA FECHA DE PAGO
      *            LLEGO (IG-FECHA). CADA DERECHO PENDIENTE SE ABONA
      *            NETO AL LIBRO DE EFECTIVO Y SU RETENCION SE ACUMULA
      *            EN ZMDT664 EN EL EJERCICIO DEL PAGO.
      *----
       9708-PAGA-DERECHOS.
      *----
           MOVE 0                          TO IG-NUMEVENTOS
           MOVE 0                          TO IG-NUMPAGOS

           EXEC SQL
                DECLARE CIGPAGO CURSOR WITH HOLD FOR
                   SELECT ZM711_IEVENTO,  ZM711_TINGRESO,
                          ZM711_IEMISORA, ZM711_ISERIE,
                          ZM711_FPAGO
                     FROM ZMDT711
                    WHERE ZM711_SESTADO = 'C'
                      AND ZM711_FPAGO  <= :IG-FECHA
                 ORDER BY ZM711_IEVENTO
           END-EXEC

           EXEC SQL
                OPEN CIGPAGO
           END-EXEC
           PERFORM 9600-VALIDA-SQL

           SET IG-HAY-DATOS                TO TRUE
           PERFORM 9709-LEE-EVENTO-PAGO
               UNTIL IG-FIN-DATOS

           EXEC SQL
                CLOSE CIGPAGO
           END-EXEC.
      *----
       9709-LEE-EVENTO-PAGO.
      *----
           EXEC SQL
                FETCH CIGPAGO
                 INTO :IG-IEVENTO,  :IG-TINGRESO,
                      :IG-IEMISORA, :IG-ISERIE,
                      :IG-FPAGO
           END-EXEC

           IF SQLCODE EQUAL 0
              SET IG-HAY-DATOS             TO TRUE
              ADD 1                        TO IG-NUMEVENTOS

              EXEC SQL
                   DECLARE CIGDERP CURSOR FOR
                      SELECT ZM712_IEMPR,     ZM712_ICUENTA,
                             ZM712_MBRUTO,    ZM712_MRETENIDO,
                             ZM712_MNETO
                        FROM ZMDT712
                       WHERE ZM712_IEVENTO = :IG-IEVENTO
                         AND ZM712_SPAGADO = '0'
                    ORDER BY ZM712_IEMPR, ZM712_ICUENTA
              END-EXEC

              EXEC SQL
                   OPEN CIGDERP
              END-EXEC
              PERFORM 9600-VALIDA-SQL

              SET IG-HAY-DERECHOS          TO TRUE
              PERFORM 9710-PAGA-DERECHO-CUENTA
                  UNTIL IG-FIN-DERECHOS

              EXEC SQL
                   CLOSE CIGDERP
              END-EXEC

              EXEC SQL
                   UPDATE ZMDT711
                      SET ZM711_SESTADO = '1',
                          ZM711_FPAGADO = CURRENT TIMESTAMP
                    WHERE ZM711_IEVENTO = :IG-IEVENTO
              END-EXEC
              PERFORM 9600-VALIDA-SQL
           ELSE
              SET IG-FIN-DATOS             TO TRUE
              IF SQLCODE NOT = 100
                 PERFORM 9600-VALIDA-SQL
              END-IF
           END-IF.
      *----
       9710-PAGA-DERECHO-CUENTA.
      *----
           EXEC SQL
                FETCH CIGDERP
                 INTO :IG-IEMPR,     :IG-ICUENTA,
                      :IG-MBRUTO,    :IG-MRETENIDO,
                      :IG-MNETO
           END-EXEC

           IF SQLCODE EQUAL 0
              SET IG-HAY-DERECHOS          TO TRUE

              IF IG-MNETO                  GREATER THAN 0
                 MOVE IG-IEMPR             TO EF-IEMPR
                 MOVE IG-ICUENTA           TO EF-ICUENTA
                 MOVE 0                    TO EF-ICONCEPT
                 MOVE IG-FPAGO             TO EF-FVALOR
                 SET EF-MOV-ABONO          TO TRUE
                 SET EF-ORIGEN-DERECHO     TO TRUE
                 MOVE IG-MNETO             TO EF-MIMPORTE
                 MOVE SPACES               TO EF-DREFER
                 IF IG-DIVIDENDO
                    STRING 'DIVIDENDO ' IG-IEMISORA ' ' IG-ISERIE
                           DELIMITED BY SIZE
                                           INTO EF-DREFER
                 ELSE
                    STRING 'CUPON ' IG-IEMISORA ' ' IG-ISERIE
                           DELIMITED BY SIZE
                                           INTO EF-DREFER
                 END-IF
                 MOVE 'BATCH'              TO EF-IUSUARIO
                 MOVE IG-IPROGRAM          TO EF-IPROGRAM
                 PERFORM 9643-REGISTRA-MOVTO-EFECTIVO
              ELSE
                 MOVE 0                    TO EF-ISECMOV
              END-IF

              EXEC SQL
                   UPDATE ZMDT712
                      SET ZM712_SPAGADO = '1',
                          ZM712_ISECMOV = NULLIF(:EF-ISECMOV, 0),
                          ZM712_FPAGO   = CURRENT TIMESTAMP
                    WHERE ZM712_IEVENTO = :IG-IEVENTO
                      AND ZM712_IEMPR   = :IG-IEMPR
                      AND ZM712_ICUENTA = :IG-ICUENTA
              END-EXEC
              PERFORM 9600-VALIDA-SQL

              PERFORM 9711-ACUMULA-RETENCION-DER
              ADD 1                        TO IG-NUMPAGOS
           ELSE
              SET IG-FIN-DERECHOS          TO TRUE
              IF SQLCODE NOT = 100
                 PERFORM 9600-VALIDA-SQL
              END-IF
           END-IF.
      *----
      * ZMWSC281 : ACUMULA BASE Y RETENIDO DEL DERECHO PAGADO EN
      *            ZMDT664 (EJERCICIO DE LA FECHA DE PAGO), IGUAL QUE
      *            9450 CON LAS CARTAS LIQUIDADAS; ASI LA CONSTANCIA
      *            ANUAL (9451/9452) INCLUYE DIVIDENDOS Y CUPONES.
      *----
       9711-ACUMULA-RETENCION-DER.
      *----
           IF IG-MRETENIDO                 GREATER THAN 0
              MOVE IG-FPAGO(1:4)           TO IG-IANIO

              EXEC SQL
                   UPDATE ZMDT664
                      SET ZM664_MBASE     = ZM664_MBASE +
                                            :IG-MBRUTO,
                          ZM664_MRETENIDO = ZM664_MRETENIDO +
                                            :IG-MRETENIDO,
                          ZM664_FULTACT   = CURRENT TIMESTAMP
                    WHERE ZM664_IEMPR   = :IG-IEMPR
                      AND ZM664_ICUENTA = :IG-ICUENTA
                      AND ZM664_IANIO   = :IG-IANIO
              END-EXEC

              IF SQLCODE EQUAL 100
                 EXEC SQL
                      INSERT INTO ZMDT664
                           ( ZM664_IEMPR,   ZM664_ICUENTA,
                             ZM664_IANIO,   ZM664_MBASE,
                             ZM664_MRETENIDO, ZM664_FULTACT )
                      VALUES ( :IG-IEMPR,   :IG-ICUENTA,
                               :IG-IANIO,   :IG-MBRUTO,
                               :IG-MRETENIDO, CURRENT TIMESTAMP )
                 END-EXEC
                 PERFORM 9600-VALIDA-SQL
              ELSE
                 PERFORM 9600-VALIDA-SQL
              END-IF
           END-IF.
      *----
      * ZMWSC281 : SECCION DE DIVIDENDOS Y CUPONES DEL ESTADO DE
      *            CUENTA INTEGRAL: DERECHOS DE LA CUENTA PAGADOS EN
      *            EL MES IG-IANIO/IG-IMES, BRUTO, RETENIDO Y NETO.
      *----
       9712-ABRE-DERECHOS-EDOCTA.
      *----
           EXEC SQL
                DECLARE CIGEDO CURSOR FOR
                   SELECT B.ZM711_TINGRESO,  B.ZM711_IEMISORA,
                          B.ZM711_ISERIE,    B.ZM711_FPAGO,
                          A.ZM712_CTITULOS,  A.ZM712_MBRUTO,
                          A.ZM712_MRETENIDO, A.ZM712_MNETO
                     FROM ZMDT712 A
                          INNER JOIN ZMDT711 B
                       ON B.ZM711_IEVENTO = A.ZM712_IEVENTO
                    WHERE A.ZM712_IEMPR   = :IG-IEMPR
                      AND A.ZM712_ICUENTA = :IG-ICUENTA
                      AND A.ZM712_SPAGADO = '1'
                      AND YEAR(B.ZM711_FPAGO)  = :IG-IANIO
                      AND MONTH(B.ZM711_FPAGO) = :IG-IMES
                 ORDER BY B.ZM711_FPAGO, B.ZM711_IEMISORA,
                          B.ZM711_ISERIE
           END-EXEC

           EXEC SQL
                OPEN CIGEDO
           END-EXEC
           PERFORM 9600-VALIDA-SQL.
      *----
       9713-LEE-DERECHOS-EDOCTA.
      *----
           EXEC SQL
                FETCH CIGEDO
                 INTO :IG-TINGRESO,  :IG-IEMISORA,
                      :IG-ISERIE,    :IG-FPAGO,
                      :IG-CTITULOS,  :IG-MBRUTO,
                      :IG-MRETENIDO, :IG-MNETO
           END-EXEC

           IF SQLCODE EQUAL 0
              SET IG-HAY-DERECHOS          TO TRUE
           ELSE
              SET IG-FIN-DERECHOS          TO TRUE
              IF SQLCODE NOT = 100
                 PERFORM 9600-VALIDA-SQL
              END-IF
              EXEC SQL
                   CLOSE CIGEDO
              END-EXEC
           END-IF.
      *----
