      *----
      * ZMWSC275 : LIBRO INTERNO DE POSICION EN VALORES (ZMDT707 Y
      *            SUS MOVIMIENTOS EN ZMDT708). LAYOUT DE REFERENCIA
      *            ZMWSC274 (PB-REG).
      * NOTA: EL FOLIO ISECMOV SE RESERVA CON EL SERVIDOR DE FOLIOS
      *       ZMDT642 (9349-OBTEN-FOLIO) Y EL SIGNO DE UN FILL SALE DE
      *       LA NATURALEZA DEL CONCEPTO (9649-LEE-NATURALEZA-
      *       EFECTIVO); QUIEN INCLUYA ESTE COPY DEBE INCLUIR TAMBIEN
      *       ZMWSC142/ZMWSC143 Y ZMWSC266/ZMWSC267, Y ZMWSC342/
      *       ZMWSC343 (EL TRASPASO ENTRE CUENTAS DE UNA CUENTA
      *       CONGELADA SE RECHAZA, 9996).
      *----
       9676-REGISTRA-MOVTO-POSICION.
      *----
           MOVE 'ZMDT708'                  TO FO-ITABLA
           MOVE PB-IEMPR                   TO FO-LL-IEMPR
           MOVE PB-ICUENTA                 TO FO-LL-ICUENTA
           MOVE 0                          TO FO-LL-ICONCEPT
           PERFORM 9349-OBTEN-FOLIO
           MOVE FO-NFOLIO                  TO PB-ISECMOV

           EXEC SQL
                INSERT INTO ZMDT708
                     ( ZM708_IEMPR,    ZM708_ICUENTA,
                       ZM708_ISECMOV,  ZM708_IEMISORA,
                       ZM708_ISERIE,   ZM708_TMOVTO,
                       ZM708_CTITULOS, ZM708_SESTADO,
                       ZM708_FVALOR,   ZM708_ICONCEPT,
                       ZM708_ILINEA,   ZM708_ISECFILL,
                       ZM708_IEVENTO,  ZM708_DREFER,
                       ZM708_IUSUARIO, ZM708_IPROGRAM,
                       ZM708_FSIST,    ZM708_FLIQUIDA )
                VALUES ( :PB-IEMPR,    :PB-ICUENTA,
                         :PB-ISECMOV,  :PB-IEMISORA,
                         :PB-ISERIE,   :PB-TMOVTO,
                         :PB-CTITULOS, :PB-SESTADO,
                         :PB-FVALOR,   NULLIF(:PB-ICONCEPT, 0),
                         NULLIF(:PB-ILINEA, 0),
                         NULLIF(:PB-ISECFILL, 0),
                         NULLIF(:PB-IEVENTO, 0),
                         :PB-DREFER,
                         :PB-IUSUARIO, :PB-IPROGRAM,
                         CURRENT TIMESTAMP, NULL )
           END-EXEC
           PERFORM 9600-VALIDA-SQL

           IF PB-PENDIENTE
              MOVE 0                       TO PB-CLIQMOV
              MOVE PB-CTITULOS             TO PB-CPENMOV
           ELSE
              MOVE PB-CTITULOS             TO PB-CLIQMOV
              MOVE 0                       TO PB-CPENMOV
              EXEC SQL
                   UPDATE ZMDT708
                      SET ZM708_FLIQUIDA = CURRENT TIMESTAMP
                    WHERE ZM708_IEMPR    = :PB-IEMPR
                      AND ZM708_ICUENTA  = :PB-ICUENTA
                      AND ZM708_ISECMOV  = :PB-ISECMOV
              END-EXEC
              PERFORM 9600-VALIDA-SQL
           END-IF

           PERFORM 9677-ACTUALIZA-SALDO-POSICION.
      *----
      * ZMWSC275 : SUMA PB-CLIQMOV AL SALDO LIQUIDADO Y PB-CPENMOV AL
      *            PENDIENTE DE LA CUENTA/EMISORA/SERIE; LA PRIMERA VEZ
      *            DA DE ALTA EL RENGLON DEL LIBRO.
      *----
       9677-ACTUALIZA-SALDO-POSICION.
      *----
           EXEC SQL
                UPDATE ZMDT707
                   SET ZM707_CLIQUIDA   = ZM707_CLIQUIDA + :PB-CLIQMOV,
                       ZM707_CPENDIENTE = ZM707_CPENDIENTE
                                        + :PB-CPENMOV,
                       ZM707_FULTMOV    = CURRENT TIMESTAMP
                 WHERE ZM707_IEMPR    = :PB-IEMPR
                   AND ZM707_ICUENTA  = :PB-ICUENTA
                   AND ZM707_IEMISORA = :PB-IEMISORA
                   AND ZM707_ISERIE   = :PB-ISERIE
           END-EXEC

           IF SQLCODE EQUAL 100
              EXEC SQL
                   INSERT INTO ZMDT707
                        ( ZM707_IEMPR,    ZM707_ICUENTA,
                          ZM707_IEMISORA, ZM707_ISERIE,
                          ZM707_CLIQUIDA, ZM707_CPENDIENTE,
                          ZM707_FULTMOV )
                   VALUES ( :PB-IEMPR,    :PB-ICUENTA,
                            :PB-IEMISORA, :PB-ISERIE,
                            :PB-CLIQMOV,  :PB-CPENMOV,
                            CURRENT TIMESTAMP )
              END-EXEC
           END-IF
           PERFORM 9600-VALIDA-SQL.
      *----
      * ZMWSC275 : EL FILL RECIEN GRABADO (FL-REG, 9464) ENTRA AL
      *            LIBRO COMO POSICION PENDIENTE DE LA EMISORA/SERIE
      *            DE LA CARTA: CON SIGNO + SI EL CONCEPTO ES DE CARGO
      *            (COMPRA) Y - SI ES DE ABONO (VENTA).
      *----
       9678-POSICION-FILL-CARTA.
      *----
           EXEC SQL
                SELECT ZM606_IEMISORA, ZM606_ISERIE
                  INTO :PB-IEMISORA,   :PB-ISERIE
                  FROM ZMDT606
                 WHERE ZM606_IEMPR    = :FL-IEMPR
                   AND ZM606_ICUENTA  = :FL-ICUENTA
                   AND ZM606_ICONCEPT = :FL-ICONCEPT
           END-EXEC
           PERFORM 9600-VALIDA-SQL

           MOVE FL-IEMPR                   TO EF-IEMPR
           MOVE FL-ICUENTA                 TO EF-ICUENTA
           MOVE FL-ICONCEPT                TO EF-ICONCEPT
           MOVE FL-FMERCADO(1:10)          TO EF-FVALOR
           PERFORM 9649-LEE-NATURALEZA-EFECTIVO

           MOVE FL-IEMPR                   TO PB-IEMPR
           MOVE FL-ICUENTA                 TO PB-ICUENTA
           MOVE FL-ICONCEPT                TO PB-ICONCEPT
           MOVE FL-ILINEA                  TO PB-ILINEA
           MOVE FL-ISECFILL                TO PB-ISECFILL
           MOVE 0                          TO PB-IEVENTO
           MOVE FL-FMERCADO(1:10)          TO PB-FVALOR
           IF EF-NATUR-ABONO
              COMPUTE PB-CTITULOS = 0 - FL-CTITFILL
           ELSE
              MOVE FL-CTITFILL             TO PB-CTITULOS
           END-IF
           SET PB-MOV-FILL                 TO TRUE
           SET PB-PENDIENTE                TO TRUE
           MOVE 'EJECUCION CARTA'          TO PB-DREFER
           PERFORM 9676-REGISTRA-MOVTO-POSICION.
      *----
      * ZMWSC275 : LIQUIDACION DE LA CARTA PB-IEMPR/PB-ICUENTA/
      *            PB-ICONCEPT: SUS FILLS PENDIENTES PASAN A
      *            LIQUIDADOS Y SU SUMA SE TRASLADA DEL SALDO
      *            PENDIENTE AL LIQUIDADO. UNA CARTA SIN FILLS
      *            PENDIENTES NO MUEVE EL LIBRO.
      *----
       9679-LIQUIDA-POSICION-CARTA.
      *----
           MOVE 0                          TO PB-CTITULOS

           EXEC SQL
                SELECT ZM708_IEMISORA, ZM708_ISERIE,
                       SUM(ZM708_CTITULOS)
                  INTO :PB-IEMISORA,   :PB-ISERIE,
                       :PB-CTITULOS
                  FROM ZMDT708
                 WHERE ZM708_IEMPR    = :PB-IEMPR
                   AND ZM708_ICUENTA  = :PB-ICUENTA
                   AND ZM708_ICONCEPT = :PB-ICONCEPT
                   AND ZM708_TMOVTO   = 'F'
                   AND ZM708_SESTADO  = 'P'
                 GROUP BY ZM708_IEMISORA, ZM708_ISERIE
                 FETCH FIRST 1 ROW ONLY
           END-EXEC

           IF SQLCODE EQUAL 0
              EXEC SQL
                   UPDATE ZMDT708
                      SET ZM708_SESTADO  = 'L',
                          ZM708_FLIQUIDA = CURRENT TIMESTAMP
                    WHERE ZM708_IEMPR    = :PB-IEMPR
                      AND ZM708_ICUENTA  = :PB-ICUENTA
                      AND ZM708_ICONCEPT = :PB-ICONCEPT
                      AND ZM708_TMOVTO   = 'F'
                      AND ZM708_SESTADO  = 'P'
              END-EXEC
              PERFORM 9600-VALIDA-SQL

              MOVE PB-CTITULOS             TO PB-CLIQMOV
              COMPUTE PB-CPENMOV = 0 - PB-CTITULOS
              PERFORM 9677-ACTUALIZA-SALDO-POSICION
           ELSE
              IF SQLCODE NOT = 100
                 PERFORM 9600-VALIDA-SQL
              END-IF
           END-IF.
      *----
      * ZMWSC275 : EVENTO CORPORATIVO (PB-IEVENTO, DATOS DE CA-REG):
      *            CADA CUENTA CON POSICION EN LA SERIE ANTERIOR SACA
      *            SU SALDO LIQUIDADO Y LO METE EN LA NUEVA POR EL
      *            FACTOR, CON DOS MOVIMIENTOS 'E' A LA FECHA
      *            EFECTIVA. LOS FILLS PENDIENTES SIGUEN A SU CARTA,
      *            QUE 9444 YA REESCRIBIO: SE PASAN A LA SERIE NUEVA
      *            POR EL FACTOR JUNTO CON EL SALDO PENDIENTE.
      *----
       9680-APLICA-EVENTO-POSICION.
      *----
           EXEC SQL
                DECLARE CPOSEVT CURSOR FOR
                   SELECT ZM707_IEMPR,    ZM707_ICUENTA,
                          ZM707_CLIQUIDA, ZM707_CPENDIENTE
                     FROM ZMDT707
                    WHERE ZM707_IEMISORA = :PB-IEMIANT
                      AND ZM707_ISERIE   = :PB-ISERANT
                      AND ( ZM707_CLIQUIDA   <> 0
                         OR ZM707_CPENDIENTE <> 0 )
                 ORDER BY ZM707_IEMPR, ZM707_ICUENTA
           END-EXEC

           EXEC SQL
                OPEN CPOSEVT
           END-EXEC
           PERFORM 9600-VALIDA-SQL

           SET PB-HAY-DATOS                TO TRUE
           PERFORM 9681-LEE-POSICION-EVENTO
               UNTIL PB-FIN-DATOS

           EXEC SQL
                CLOSE CPOSEVT
           END-EXEC

           EXEC SQL
                UPDATE ZMDT708
                   SET ZM708_IEMISORA = :PB-IEMINVA,
                       ZM708_ISERIE   = :PB-ISERNVA,
                       ZM708_CTITULOS = ZM708_CTITULOS * :PB-FFACTOR
                 WHERE ZM708_IEMISORA = :PB-IEMIANT
                   AND ZM708_ISERIE   = :PB-ISERANT
                   AND ZM708_TMOVTO   = 'F'
                   AND ZM708_SESTADO  = 'P'
           END-EXEC
           IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
              PERFORM 9600-VALIDA-SQL
           END-IF.
      *----
       9681-LEE-POSICION-EVENTO.
      *----
           EXEC SQL
                FETCH CPOSEVT
                 INTO :PB-IEMPR,    :PB-ICUENTA,
                      :PB-CLIQANT,  :PB-CPENANT
           END-EXEC

           IF SQLCODE EQUAL 0
              SET PB-HAY-DATOS             TO TRUE
              MOVE 0                       TO PB-ICONCEPT
              MOVE 0                       TO PB-ILINEA
              MOVE 0                       TO PB-ISECFILL
              SET PB-MOV-EVENTO            TO TRUE
              SET PB-LIQUIDADO             TO TRUE

              IF PB-CLIQANT                NOT = 0
                 MOVE PB-IEMIANT           TO PB-IEMISORA
                 MOVE PB-ISERANT           TO PB-ISERIE
                 COMPUTE PB-CTITULOS = 0 - PB-CLIQANT
                 MOVE 'SALIDA POR EVENTO CORPORATIVO'
                                           TO PB-DREFER
                 PERFORM 9676-REGISTRA-MOVTO-POSICION

                 MOVE PB-IEMINVA           TO PB-IEMISORA
                 MOVE PB-ISERNVA           TO PB-ISERIE
                 COMPUTE PB-CTITULOS ROUNDED =
                         PB-CLIQANT * PB-FFACTOR
                 MOVE 'ENTRADA POR EVENTO CORPORATIVO'
                                           TO PB-DREFER
                 PERFORM 9676-REGISTRA-MOVTO-POSICION
              END-IF

              IF PB-CPENANT                NOT = 0
                 MOVE 0                    TO PB-CLIQMOV
                 MOVE PB-IEMIANT           TO PB-IEMISORA
                 MOVE PB-ISERANT           TO PB-ISERIE
                 COMPUTE PB-CPENMOV = 0 - PB-CPENANT
                 PERFORM 9677-ACTUALIZA-SALDO-POSICION

                 MOVE PB-IEMINVA           TO PB-IEMISORA
                 MOVE PB-ISERNVA           TO PB-ISERIE
                 COMPUTE PB-CPENMOV ROUNDED =
                         PB-CPENANT * PB-FFACTOR
                 PERFORM 9677-ACTUALIZA-SALDO-POSICION
              END-IF
           ELSE
              SET PB-FIN-DATOS             TO TRUE
              IF SQLCODE NOT = 100
                 PERFORM 9600-VALIDA-SQL
              END-IF
           END-IF.
      *----
      * ZMWSC275 : TRASPASO DE PB-CTITULOS DE LA EMISORA/SERIE. CON
      *            SIGNO - SALEN DE PB-ICUENTA Y, SI PB-ICTADEST NO ES
      *            CERO, ENTRAN A ESA CUENTA; CON SIGNO + ENTRAN A
      *            PB-ICUENTA DESDE OTRO CUSTODIO. NO SE PUEDE SACAR
      *            MAS DE LO LIQUIDADO EN EL LIBRO, NI PASAR TITULOS A
      *            OTRA CUENTA DESDE UNA CUENTA CONGELADA. LA SALIDA
      *            A OTRO CUSTODIO NO SE VERIFICA AQUI: SE REGISTRA
      *            CUANDO EL FEED YA LA TRAE Y LA DETIENE ANTES EL
      *            TRASPASO DE CARTERA (9758/9760). SI EL TRASPASO ES
      *            A UN TERCERO LO RESUELVE LA CARTA (9357).
      *----
       9682-TRASPASO-POSICION.
      *----
           SET PB-ACEPTADO                 TO TRUE
           MOVE SPACES                     TO PB-DMENSAJE

           IF PB-CTITULOS                  EQUAL 0
              SET PB-RECHAZADO             TO TRUE
              MOVE 'TITULOS DEL TRASPASO EN CERO'
                                           TO PB-DMENSAJE
           END-IF

           IF PB-ACEPTADO
              AND PB-CTITULOS              LESS THAN 0
              PERFORM 9683-LEE-POSICION-PROYECTADA
              IF PB-CLIQUIDA + PB-CTITULOS LESS THAN 0
                 SET PB-RECHAZADO          TO TRUE
                 MOVE 'TRASPASO EXCEDE LA POSICION LIQUIDADA'
                                           TO PB-DMENSAJE
              END-IF
           END-IF

           IF PB-ACEPTADO
              AND PB-CTITULOS              LESS THAN 0
              AND PB-ICTADEST              NOT = 0
              MOVE PB-IEMPR                TO RX-IEMPR
              MOVE PB-ICUENTA              TO RX-ICUENTA
              SET RX-OPER-SALIDA           TO TRUE
              MOVE PB-FVALOR               TO RX-FECHA
              PERFORM 9996-VERIFICA-RESTRICCION
              IF RX-RESTRINGIDA
                 SET PB-RECHAZADO          TO TRUE
                 MOVE RX-DMENSAJE          TO PB-DMENSAJE
              END-IF
           END-IF

           IF PB-ACEPTADO
              MOVE 0                       TO PB-ICONCEPT
              MOVE 0                       TO PB-ILINEA
              MOVE 0                       TO PB-ISECFILL
              MOVE 0                       TO PB-IEVENTO
              SET PB-MOV-TRASPASO          TO TRUE
              SET PB-LIQUIDADO             TO TRUE
              MOVE 'TRASPASO'              TO PB-DREFER
              IF PB-ICTADEST               NOT = 0
                 MOVE PB-ICTADEST          TO PB-DREFER(10:7)
              END-IF
              PERFORM 9676-REGISTRA-MOVTO-POSICION

              IF PB-ICTADEST               NOT = 0
                 AND PB-CTITULOS           LESS THAN 0
                 MOVE PB-ICUENTA           TO PB-DREFER(10:7)
                 MOVE PB-ICTADEST          TO PB-ICUENTA
                 COMPUTE PB-CTITULOS = 0 - PB-CTITULOS
                 PERFORM 9676-REGISTRA-MOVTO-POSICION
              END-IF
           END-IF.
      *----
      * ZMWSC275 : POSICION DE LA CUENTA EN LA EMISORA/SERIE SEGUN EL
      *            LIBRO: LIQUIDADA, PENDIENTE Y PROYECTADA (SUMA DE
      *            LAS DOS). PB-SIN-LIBRO INDICA QUE LA CUENTA AUN NO
      *            TIENE NINGUN RENGLON EN EL LIBRO.
      *----
       9683-LEE-POSICION-PROYECTADA.
      *----
           MOVE 0                          TO PB-CLIQUIDA
           MOVE 0                          TO PB-CPENDIENTE
           MOVE 0                          TO PB-NUMLIBRO
           SET PB-SIN-LIBRO                TO TRUE

           EXEC SQL
                SELECT COUNT(*),
                       COALESCE(SUM(CASE
                            WHEN ZM707_IEMISORA = :PB-IEMISORA
                             AND ZM707_ISERIE   = :PB-ISERIE
                            THEN ZM707_CLIQUIDA ELSE 0 END), 0),
                       COALESCE(SUM(CASE
                            WHEN ZM707_IEMISORA = :PB-IEMISORA
                             AND ZM707_ISERIE   = :PB-ISERIE
                            THEN ZM707_CPENDIENTE ELSE 0 END), 0)
                  INTO :PB-NUMLIBRO,
                       :PB-CLIQUIDA,
                       :PB-CPENDIENTE
                  FROM ZMDT707
                 WHERE ZM707_IEMPR   = :PB-IEMPR
                   AND ZM707_ICUENTA = :PB-ICUENTA
           END-EXEC
           PERFORM 9600-VALIDA-SQL

           IF PB-NUMLIBRO                  GREATER THAN 0
              SET PB-EN-LIBRO              TO TRUE
           END-IF

           COMPUTE PB-CPROYECT = PB-CLIQUIDA + PB-CPENDIENTE.
      *----
      * ZMWSC275 : SALDO INICIAL DEL LIBRO PARA LAS CUENTAS QUE AUN NO
      *            TIENEN RENGLON: SE TOMA LA POSICION POR EMISION DEL
      *            ULTIMO FEED DEL CUSTODIO DE CADA CUENTA COMO
      *            MOVIMIENTO 'I' LIQUIDADO. PB-FVALOR ES LA FECHA DEL
      *            SALDO INICIAL.
      *----
       9684-CARGA-SALDO-INICIAL.
      *----
           EXEC SQL
                DECLARE CPOSINI CURSOR WITH HOLD FOR
                   SELECT A.ZM624_IEMPR,    A.ZM624_ICUENTA,
                          A.ZM624_IEMISORA, A.ZM624_ISERIE,
                          SUM(A.ZM624_CTITULOS)
                     FROM ZMDT624 A
                    WHERE A.ZM624_IEMISORA IS NOT NULL
                      AND A.ZM624_CTITULOS IS NOT NULL
                      AND DATE(A.ZM624_FRECIBIDO) =
                          ( SELECT MAX(DATE(B.ZM624_FRECIBIDO))
                              FROM ZMDT624 B
                             WHERE B.ZM624_IEMPR   = A.ZM624_IEMPR
                               AND B.ZM624_ICUENTA = A.ZM624_ICUENTA )
                      AND NOT EXISTS
                          ( SELECT 1
                              FROM ZMDT707 C
                             WHERE C.ZM707_IEMPR   = A.ZM624_IEMPR
                               AND C.ZM707_ICUENTA = A.ZM624_ICUENTA )
                 GROUP BY A.ZM624_IEMPR,    A.ZM624_ICUENTA,
                          A.ZM624_IEMISORA, A.ZM624_ISERIE
                 ORDER BY 1, 2, 3, 4
           END-EXEC

           EXEC SQL
                OPEN CPOSINI
           END-EXEC
           PERFORM 9600-VALIDA-SQL

           SET PB-HAY-DATOS                TO TRUE
           PERFORM 9685-LEE-SALDO-INICIAL
               UNTIL PB-FIN-DATOS

           EXEC SQL
                CLOSE CPOSINI
           END-EXEC.
      *----
       9685-LEE-SALDO-INICIAL.
      *----
           EXEC SQL
                FETCH CPOSINI
                 INTO :PB-IEMPR,     :PB-ICUENTA,
                      :PB-IEMISORA,  :PB-ISERIE,
                      :PB-CTITULOS
           END-EXEC

           IF SQLCODE EQUAL 0
              SET PB-HAY-DATOS             TO TRUE
              MOVE 0                       TO PB-ICONCEPT
              MOVE 0                       TO PB-ILINEA
              MOVE 0                       TO PB-ISECFILL
              MOVE 0                       TO PB-IEVENTO
              SET PB-MOV-INICIAL           TO TRUE
              SET PB-LIQUIDADO             TO TRUE
              MOVE 'SALDO INICIAL FEED CUSTODIO'
                                           TO PB-DREFER
              PERFORM 9676-REGISTRA-MOVTO-POSICION
           ELSE
              SET PB-FIN-DATOS             TO TRUE
              IF SQLCODE NOT = 100
                 PERFORM 9600-VALIDA-SQL
              END-IF
           END-IF.
      *----
      * ZMWSC275 : REPORTE NOCTURNO DE DIFERENCIAS EN TITULOS ENTRE EL
      *            LIBRO (SALDO LIQUIDADO) Y EL ULTIMO FEED DEL
      *            CUSTODIO DE CADA CUENTA, POR EMISORA/SERIE. SALEN
      *            LOS RENGLONES QUE NO CUADRAN, INCLUYENDO LOS QUE
      *            SOLO EXISTEN DE UN LADO (PB-CDIFER = LIBRO MENOS
      *            CUSTODIO). SOLO SE COMPARAN CUENTAS CON LIBRO.
      *----
       9686-ABRE-DIFER-POSICION.
      *----
           MOVE 0                          TO PB-NUMDIFER

           EXEC SQL
                DECLARE CPOSDIF CURSOR FOR
                   SELECT COALESCE(P.IEMPR, C.IEMPR),
                          COALESCE(P.ICUENTA, C.ICUENTA),
                          COALESCE(P.IEMISORA, C.IEMISORA),
                          COALESCE(P.ISERIE, C.ISERIE),
                          COALESCE(P.CLIQUIDA, 0),
                          COALESCE(C.CTITULOS, 0)
                     FROM ( SELECT ZM707_IEMPR    AS IEMPR,
                                   ZM707_ICUENTA  AS ICUENTA,
                                   ZM707_IEMISORA AS IEMISORA,
                                   ZM707_ISERIE   AS ISERIE,
                                   ZM707_CLIQUIDA AS CLIQUIDA
                              FROM ZMDT707
                             WHERE ZM707_CLIQUIDA <> 0 ) P
                     FULL OUTER JOIN
                          ( SELECT A.ZM624_IEMPR    AS IEMPR,
                                   A.ZM624_ICUENTA  AS ICUENTA,
                                   A.ZM624_IEMISORA AS IEMISORA,
                                   A.ZM624_ISERIE   AS ISERIE,
                                   SUM(A.ZM624_CTITULOS) AS CTITULOS
                              FROM ZMDT624 A
                             WHERE A.ZM624_IEMISORA IS NOT NULL
                               AND A.ZM624_CTITULOS IS NOT NULL
                               AND DATE(A.ZM624_FRECIBIDO) =
                                 ( SELECT MAX(DATE(B.ZM624_FRECIBIDO))
                                     FROM ZMDT624 B
                                    WHERE B.ZM624_IEMPR   =
                                          A.ZM624_IEMPR
                                      AND B.ZM624_ICUENTA =
                                          A.ZM624_ICUENTA )
                               AND EXISTS
                                 ( SELECT 1
                                     FROM ZMDT707 D
                                    WHERE D.ZM707_IEMPR   =
                                          A.ZM624_IEMPR
                                      AND D.ZM707_ICUENTA =
                                          A.ZM624_ICUENTA )
                             GROUP BY A.ZM624_IEMPR,
                                      A.ZM624_ICUENTA,
                                      A.ZM624_IEMISORA,
                                      A.ZM624_ISERIE ) C
                       ON  P.IEMPR    = C.IEMPR
                       AND P.ICUENTA  = C.ICUENTA
                       AND P.IEMISORA = C.IEMISORA
                       AND P.ISERIE   = C.ISERIE
                    WHERE COALESCE(P.CLIQUIDA, 0) <>
                          COALESCE(C.CTITULOS, 0)
                 ORDER BY 1, 2, 3, 4
           END-EXEC

           EXEC SQL
                OPEN CPOSDIF
           END-EXEC
           PERFORM 9600-VALIDA-SQL.
      *----
       9687-LEE-DIFER-POSICION.
      *----
           EXEC SQL
                FETCH CPOSDIF
                 INTO :PB-IEMPR,     :PB-ICUENTA,
                      :PB-IEMISORA,  :PB-ISERIE,
                      :PB-CLIQUIDA,  :PB-CCUSTOD
           END-EXEC

           IF SQLCODE EQUAL 0
              SET PB-HAY-DATOS             TO TRUE
              COMPUTE PB-CDIFER = PB-CLIQUIDA - PB-CCUSTOD
              ADD 1                        TO PB-NUMDIFER
           ELSE
              SET PB-FIN-DATOS             TO TRUE
              IF SQLCODE NOT = 100
                 PERFORM 9600-VALIDA-SQL
              END-IF
              EXEC SQL
                   CLOSE CPOSDIF
              END-EXEC
           END-IF.
      *----
