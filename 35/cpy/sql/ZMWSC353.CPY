      *----
      * ZMWSC353 : BOLETA DE OPERACION DE DIVISAS LIGADA A UNA CARTA
      *            (ZMDT772). LAYOUT DE REFERENCIA ZMWSC352 (FX-REG).
      *----
      * LA BOLETA NO MUEVE SALDOS POR SU CUENTA: CADA PATA ES UN
      * MOVIMIENTO DEL LIBRO DE EFECTIVO (9643) EN LA CUENTA QUE LLEVA
      * ESA MONEDA, CON LA FECHA VALOR DEL CALENDARIO DEL MERCADO DE LA
      * DIVISA. EL CLIENTE QUE COMPRA LA MONEDA BASE PAGA EL IMPORTE
      * COTIZADO; EL QUE LA VENDE PAGA EL IMPORTE BASE.
      *----
       9047-REGISTRA-OPERACION-DIVISAS.
      *----
           SET FX-ACEPTADO                 TO TRUE
           MOVE SPACES                     TO FX-DMENSAJE
           MOVE 0                          TO FX-MCOTIZ
           MOVE 0                          TO FX-TCREF
           MOVE 0                          TO FX-MSPREAD
           MOVE 0                          TO FX-MSPREADMN
           MOVE 0                          TO FX-ISECMOV1
           MOVE 0                          TO FX-ISECMOV2

           PERFORM 9048-VALIDA-OPERACION-DIVISAS

           IF FX-ACEPTADO
              PERFORM 9049-CALCULA-MARGEN-DIVISAS
           END-IF

           IF FX-ACEPTADO
              PERFORM 9056-FECHA-VALOR-DIVISAS
           END-IF

           IF FX-ACEPTADO
              PERFORM 9057-DEFINE-PATAS-DIVISAS
              MOVE FX-IEMPR                TO EF-IEMPR
              MOVE FX-ICTACARGO            TO EF-ICUENTA
              MOVE FX-MCARGO               TO EF-MIMPORTE
              PERFORM 9647-VALIDA-FONDOS-CARTA
              IF EF-SIN-FONDOS
                 SET FX-RECHAZADO          TO TRUE
                 MOVE EF-DMENSAJE          TO FX-DMENSAJE
              END-IF
           END-IF

           IF FX-ACEPTADO
              MOVE 'ZMDT772'               TO FO-ITABLA
              MOVE FX-IEMPR                TO FO-LL-IEMPR
              MOVE 0                       TO FO-LL-ICUENTA
              MOVE 0                       TO FO-LL-ICONCEPT
              PERFORM 9349-OBTEN-FOLIO
              MOVE FO-NFOLIO               TO FX-IDIVISA

              PERFORM 9050-ASIENTA-OPERACION-DIVISAS

              SET FX-ASENTADA              TO TRUE
              EXEC SQL
                   INSERT INTO ZMDT772
                        ( ZM772_IDIVISA,    ZM772_IEMPR,
                          ZM772_ICUENTA,    ZM772_ICONCEPT,
                          ZM772_ICUENTA2,   ZM772_TSENTIDO,
                          ZM772_IMDABASE,   ZM772_IMDACOT,
                          ZM772_MBASE,      ZM772_MCOTIZ,
                          ZM772_TCPACTADO,  ZM772_TCREF,
                          ZM772_MSPREAD,    ZM772_MSPREADMN,
                          ZM772_TPLAZO,     ZM772_IPAISMDO,
                          ZM772_FOPERA,     ZM772_FVALOR,
                          ZM772_IESTADO,    ZM772_ISECMOV1,
                          ZM772_ISECMOV2,   ZM772_IUSUARIO,
                          ZM772_IPROGRAM,   ZM772_FREG )
                   VALUES ( :FX-IDIVISA,    :FX-IEMPR,
                            :FX-ICUENTA,    :FX-ICONCEPT,
                            :FX-ICUENTA2,   :FX-TSENTIDO,
                            :FX-IMDABASE,   :FX-IMDACOT,
                            :FX-MBASE,      :FX-MCOTIZ,
                            :FX-TCPACTADO,  :FX-TCREF,
                            :FX-MSPREAD,    :FX-MSPREADMN,
                            :FX-TPLAZO,
                            NULLIF(:FX-IPAISMDO, ' '),
                            :FX-FOPERA,     :FX-FVALOR,
                            :FX-IESTADO,    :FX-ISECMOV1,
                            :FX-ISECMOV2,   :FX-IUSUARIO,
                            :FX-IPROGRAM,   CURRENT TIMESTAMP )
              END-EXEC
              PERFORM 9600-VALIDA-SQL
           END-IF.
      *----
      * ZMWSC353 : DATOS DE LA BOLETA, CARTA VIGENTE Y LAS DOS CUENTAS
      *            VIGENTES DE LA EMPRESA, CADA UNA EN UNA MONEDA DEL
      *            PAR.
      *----
       9048-VALIDA-OPERACION-DIVISAS.
      *----
           IF NOT FX-CLIENTE-COMPRA
              AND NOT FX-CLIENTE-VENDE
              SET FX-RECHAZADO             TO TRUE
              MOVE 'SENTIDO INVALIDO (C COMPRA / V VENDE)'
                                           TO FX-DMENSAJE
           END-IF

           IF FX-ACEPTADO
              IF FX-IMDABASE               EQUAL SPACES
                 OR FX-IMDACOT             EQUAL SPACES
                 OR FX-IMDABASE            EQUAL FX-IMDACOT
                 SET FX-RECHAZADO          TO TRUE
                 MOVE 'PAR DE MONEDAS INVALIDO'
                                           TO FX-DMENSAJE
              END-IF
           END-IF

           IF FX-ACEPTADO
              IF FX-MBASE                  NOT GREATER 0
                 OR FX-TCPACTADO           NOT GREATER 0
                 SET FX-RECHAZADO          TO TRUE
                 MOVE 'IMPORTE Y TIPO PACTADO DEBEN SER MAYORES A CERO'
                                           TO FX-DMENSAJE
              END-IF
           END-IF

           IF FX-ACEPTADO
              IF NOT FX-PLAZO-HOY AND NOT FX-PLAZO-VN
                 AND NOT FX-PLAZO-48 AND NOT FX-PLAZO-72
                 AND NOT FX-PLAZO-96
                 SET FX-RECHAZADO          TO TRUE
                 MOVE 'PLAZO INVALIDO (HY, VN, 48, 72, 96)'
                                           TO FX-DMENSAJE
              END-IF
           END-IF

           IF FX-ACEPTADO
              MOVE 0                       TO FX-NCONTEO
              EXEC SQL
                   SELECT COUNT(*)
                     INTO :FX-NCONTEO
                     FROM ZMDT606
                    WHERE ZM606_IEMPR    = :FX-IEMPR
                      AND ZM606_ICUENTA  = :FX-ICUENTA
                      AND ZM606_ICONCEPT = :FX-ICONCEPT
                      AND ZM606_SVIGEN   = '1'
              END-EXEC
              PERFORM 9600-VALIDA-SQL
              IF FX-NCONTEO                EQUAL 0
                 SET FX-RECHAZADO          TO TRUE
                 MOVE 'LA CARTA NO EXISTE O NO ESTA VIGENTE'
                                           TO FX-DMENSAJE
              END-IF
           END-IF

           IF FX-ACEPTADO
              AND FX-ICUENTA2              EQUAL FX-ICUENTA
              SET FX-RECHAZADO             TO TRUE
              MOVE 'LA CUENTA CONTRAPARTE DEBE SER OTRA CUENTA'
                                           TO FX-DMENSAJE
           END-IF

           IF FX-ACEPTADO
              EXEC SQL
                   SELECT COALESCE(NULLIF(ICVEMDA, ' '),
                                   :TX-ICVEMDA-REP)
                     INTO :FX-IMDAEMPR
                     FROM EMPRESA
                    WHERE IEMPR = :FX-IEMPR
              END-EXEC
              PERFORM 9600-VALIDA-SQL

              MOVE SPACES                  TO FX-IRFC1
              EXEC SQL
                   SELECT COALESCE(NULLIF(ICVEMDA, ' '),
                                   :FX-IMDAEMPR),
                          IRFC
                     INTO :FX-IMDACTA1,
                          :FX-IRFC1
                     FROM CUENTA
                    WHERE IEMPR   = :FX-IEMPR
                      AND ICUENTA = :FX-ICUENTA
                      AND SVIGEN  = '1'
              END-EXEC
              IF SQLCODE EQUAL 100
                 SET FX-RECHAZADO          TO TRUE
                 MOVE 'CUENTA DE LA CARTA NO VIGENTE'
                                           TO FX-DMENSAJE
              ELSE
                 PERFORM 9600-VALIDA-SQL
              END-IF
           END-IF

           IF FX-ACEPTADO
              EXEC SQL
                   SELECT COALESCE(NULLIF(ICVEMDA, ' '),
                                   :FX-IMDAEMPR)
                     INTO :FX-IMDACTA2
                     FROM CUENTA
                    WHERE IEMPR   = :FX-IEMPR
                      AND ICUENTA = :FX-ICUENTA2
                      AND SVIGEN  = '1'
              END-EXEC
              IF SQLCODE EQUAL 100
                 SET FX-RECHAZADO          TO TRUE
                 MOVE 'CUENTA CONTRAPARTE NO VIGENTE'
                                           TO FX-DMENSAJE
              ELSE
                 PERFORM 9600-VALIDA-SQL
              END-IF
           END-IF

           IF FX-ACEPTADO
              IF  (FX-IMDACTA1 EQUAL FX-IMDABASE
                   AND FX-IMDACTA2 EQUAL FX-IMDACOT)
               OR (FX-IMDACTA1 EQUAL FX-IMDACOT
                   AND FX-IMDACTA2 EQUAL FX-IMDABASE)
                 CONTINUE
              ELSE
                 SET FX-RECHAZADO          TO TRUE
                 MOVE 'LAS CUENTAS NO ESTAN EN LAS MONEDAS DEL PAR'
                                           TO FX-DMENSAJE
              END-IF
           END-IF

      *    AMBAS PATAS SON DEL PROPIO CLIENTE: EL TITULAR DE LA CUENTA
      *    DE LA CARTA DEBE SER TITULAR (PRINCIPAL O COTITULAR
      *    AUTORIZADO) DE LA CONTRAPARTE, IGUAL QUE LA CLABE (9569).
           IF FX-ACEPTADO
              MOVE FX-IEMPR                TO CJ-IEMPR
              MOVE FX-ICUENTA2             TO CJ-ICUENTA
              MOVE FX-IRFC1                TO CJ-IRFC
              PERFORM 9569-VERIFICA-RFC-TITULARES
              IF CJ-NO-ES-TITULAR
                 SET FX-RECHAZADO          TO TRUE
                 MOVE 'LA CUENTA CONTRAPARTE NO ES DEL MISMO TITULAR'
                                           TO FX-DMENSAJE
              END-IF
           END-IF.
      *----
      * ZMWSC353 : IMPORTE COTIZADO, CRUCE DE REFERENCIA Y MARGEN. EL
      *            CRUCE SALE DE LOS TIPOS DE ZMDT647 DE CADA MONEDA A
      *            LA DE REPORTE A LA FECHA DE OPERACION (9367); LA
      *            MONEDA DE REPORTE VALE 1. EL MARGEN ES LO QUE EL
      *            TIPO PACTADO SE SEPARA DEL CRUCE A FAVOR DE LA CASA
      *            (NEGATIVO SI QUEDO EN CONTRA).
      *----
       9049-CALCULA-MARGEN-DIVISAS.
      *----
           COMPUTE FX-MCOTIZ ROUNDED = FX-MBASE * FX-TCPACTADO

           MOVE FX-FOPERA                  TO TX-FECHA
           MOVE FX-IMDABASE                TO TX-ICVEMDA
           IF TX-ICVEMDA                   EQUAL TX-ICVEMDA-REP
              MOVE 1                       TO FX-TCBASE
           ELSE
              PERFORM 9367-LEE-TIPO-CAMBIO
              MOVE TX-TCAMBIO              TO FX-TCBASE
           END-IF

           MOVE FX-IMDACOT                 TO TX-ICVEMDA
           IF TX-ICVEMDA                   EQUAL TX-ICVEMDA-REP
              MOVE 1                       TO FX-TCCOT
           ELSE
              PERFORM 9367-LEE-TIPO-CAMBIO
              MOVE TX-TCAMBIO              TO FX-TCCOT
           END-IF

           IF FX-TCBASE                    NOT GREATER 0
              OR FX-TCCOT                  NOT GREATER 0
              SET FX-RECHAZADO             TO TRUE
              MOVE 'SIN TIPO DE CAMBIO DE REFERENCIA PARA EL PAR'
                                           TO FX-DMENSAJE
           ELSE
              COMPUTE FX-TCREF ROUNDED = FX-TCBASE / FX-TCCOT
              IF FX-CLIENTE-COMPRA
                 COMPUTE FX-MSPREAD ROUNDED =
                         (FX-TCPACTADO - FX-TCREF) * FX-MBASE
              ELSE
                 COMPUTE FX-MSPREAD ROUNDED =
                         (FX-TCREF - FX-TCPACTADO) * FX-MBASE
              END-IF
              COMPUTE FX-MSPREADMN ROUNDED = FX-MSPREAD * FX-TCCOT
           END-IF.
      *----
      * ZMWSC353 : FECHA VALOR AL PLAZO FX-TPLAZO CON EL CALENDARIO DEL
      *            MERCADO DE LA CUENTA EN MONEDA EXTRANJERA (9255 LEE
      *            ZMDT632 POR SU IPAISMDO; SIN IPAISMDO CAE AL
      *            CALENDARIO NACIONAL).
      *----
       9056-FECHA-VALOR-DIVISAS.
      *----
           MOVE FX-IEMPR                   TO MF-IEMPR
           IF FX-IMDACTA1                  NOT EQUAL FX-IMDAEMPR
              MOVE FX-ICUENTA              TO MF-ICUENTA
           ELSE
              MOVE FX-ICUENTA2             TO MF-ICUENTA
           END-IF

           PERFORM 9255-OBTENER-FECHAS-MERCADO

           IF MF-NO-ENCONTRADO
              SET FX-RECHAZADO             TO TRUE
              MOVE 'SIN CALENDARIO DEL MERCADO DE LA DIVISA'
                                           TO FX-DMENSAJE
           ELSE
              MOVE MF-IPAISMDO             TO FX-IPAISMDO
              EVALUATE TRUE
                 WHEN FX-PLAZO-HOY
                    MOVE MF-TFECHOY        TO FX-FVALOR
                 WHEN FX-PLAZO-VN
                    MOVE MF-TFECVN         TO FX-FVALOR
                 WHEN FX-PLAZO-48
                    MOVE MF-TFEC48         TO FX-FVALOR
                 WHEN FX-PLAZO-72
                    MOVE MF-TFEC72         TO FX-FVALOR
                 WHEN FX-PLAZO-96
                    MOVE MF-TFEC96         TO FX-FVALOR
              END-EVALUATE
           END-IF.
      *----
      * ZMWSC353 : CUENTA QUE PAGA Y CUENTA QUE RECIBE CON SUS
      *            IMPORTES SEGUN EL SENTIDO.
      *----
       9057-DEFINE-PATAS-DIVISAS.
      *----
           IF FX-CLIENTE-COMPRA
              MOVE FX-MCOTIZ               TO FX-MCARGO
              MOVE FX-MBASE                TO FX-MABONO
              IF FX-IMDACTA1               EQUAL FX-IMDACOT
                 MOVE FX-ICUENTA           TO FX-ICTACARGO
                 MOVE FX-ICUENTA2          TO FX-ICTAABONO
              ELSE
                 MOVE FX-ICUENTA2          TO FX-ICTACARGO
                 MOVE FX-ICUENTA           TO FX-ICTAABONO
              END-IF
           ELSE
              MOVE FX-MBASE                TO FX-MCARGO
              MOVE FX-MCOTIZ               TO FX-MABONO
              IF FX-IMDACTA1               EQUAL FX-IMDABASE
                 MOVE FX-ICUENTA           TO FX-ICTACARGO
                 MOVE FX-ICUENTA2          TO FX-ICTAABONO
              ELSE
                 MOVE FX-ICUENTA2          TO FX-ICTACARGO
                 MOVE FX-ICUENTA           TO FX-ICTAABONO
              END-IF
           END-IF.
      *----
      * ZMWSC353 : ASIENTA LAS DOS PATAS EN EL LIBRO DE EFECTIVO. LA
      *            PATA DE LA CUENTA DE LA CARTA LLEVA SU ICONCEPT; LA
      *            DE LA CONTRAPARTE VA SIN CARTA. AMBAS LLEVAN EL
      *            FOLIO DE LA BOLETA EN DREFER.
      *----
       9050-ASIENTA-OPERACION-DIVISAS.
      *----
           MOVE FX-IDIVISA                 TO FX-IDIVISA-ED
           MOVE SPACES                     TO EF-DREFER
           STRING 'DIVISAS '               FX-IDIVISA-ED
                  DELIMITED BY SIZE        INTO EF-DREFER

           MOVE FX-IEMPR                   TO EF-IEMPR
           MOVE FX-FVALOR                  TO EF-FVALOR
           SET EF-ORIGEN-DIVISAS           TO TRUE
           MOVE FX-IUSUARIO                TO EF-IUSUARIO
           MOVE FX-IPROGRAM                TO EF-IPROGRAM

           MOVE FX-ICTACARGO               TO EF-ICUENTA
           MOVE FX-MCARGO                  TO EF-MIMPORTE
           SET EF-MOV-CARGO                TO TRUE
           PERFORM 9058-ASIENTA-PATA-DIVISAS

           MOVE FX-ICTAABONO               TO EF-ICUENTA
           MOVE FX-MABONO                  TO EF-MIMPORTE
           SET EF-MOV-ABONO                TO TRUE
           PERFORM 9058-ASIENTA-PATA-DIVISAS.
      *----
       9058-ASIENTA-PATA-DIVISAS.
      *----
           IF EF-ICUENTA                   EQUAL FX-ICUENTA
              MOVE FX-ICONCEPT             TO EF-ICONCEPT
           ELSE
              MOVE 0                       TO EF-ICONCEPT
           END-IF

           PERFORM 9643-REGISTRA-MOVTO-EFECTIVO

           IF EF-ICUENTA                   EQUAL FX-ICUENTA
              MOVE EF-ISECMOV              TO FX-ISECMOV1
           ELSE
              MOVE EF-ISECMOV              TO FX-ISECMOV2
           END-IF.
      *----
      * ZMWSC353 : LEE LA BOLETA FX-IEMPR/FX-IDIVISA.
      *----
       9051-LEE-OPERACION-DIVISAS.
      *----
           SET FX-ACEPTADO                 TO TRUE
           MOVE SPACES                     TO FX-DMENSAJE

           EXEC SQL
                SELECT ZM772_ICUENTA,    ZM772_ICONCEPT,
                       ZM772_ICUENTA2,   ZM772_TSENTIDO,
                       ZM772_IMDABASE,   ZM772_IMDACOT,
                       ZM772_MBASE,      ZM772_MCOTIZ,
                       ZM772_TCPACTADO,  ZM772_TCREF,
                       ZM772_MSPREAD,    ZM772_MSPREADMN,
                       ZM772_TPLAZO,
                       COALESCE(ZM772_IPAISMDO, ' '),
                       CHAR(ZM772_FOPERA, ISO),
                       CHAR(ZM772_FVALOR, ISO),
                       ZM772_IESTADO,    ZM772_ISECMOV1,
                       ZM772_ISECMOV2,   ZM772_IUSUARIO,
                       ZM772_IPROGRAM
                  INTO :FX-ICUENTA,      :FX-ICONCEPT,
                       :FX-ICUENTA2,     :FX-TSENTIDO,
                       :FX-IMDABASE,     :FX-IMDACOT,
                       :FX-MBASE,        :FX-MCOTIZ,
                       :FX-TCPACTADO,    :FX-TCREF,
                       :FX-MSPREAD,      :FX-MSPREADMN,
                       :FX-TPLAZO,       :FX-IPAISMDO,
                       :FX-FOPERA,       :FX-FVALOR,
                       :FX-IESTADO,      :FX-ISECMOV1,
                       :FX-ISECMOV2,     :FX-IUSUARIO,
                       :FX-IPROGRAM
                  FROM ZMDT772
                 WHERE ZM772_IDIVISA = :FX-IDIVISA
                   AND ZM772_IEMPR   = :FX-IEMPR
           END-EXEC

           IF SQLCODE EQUAL 100
              SET FX-RECHAZADO             TO TRUE
              MOVE 'BOLETA DE DIVISAS INEXISTENTE'
                                           TO FX-DMENSAJE
           ELSE
              PERFORM 9600-VALIDA-SQL
           END-IF.
      *----
      * ZMWSC353 : POSICION DEL DIA FX-FOPERA POR MONEDA DE LA EMPRESA
      *            FX-IEMPR. MCOMPRA ES LO QUE LOS CLIENTES RECIBIERON
      *            DE ESA MONEDA Y MVENTA LO QUE ENTREGARON; LA
      *            POSICION DE LA CASA ES MVENTA - MCOMPRA.
      *----
       9052-ABRE-POSICION-DIVISAS.
      *----
           EXEC SQL
                DECLARE CPOSDIV CURSOR FOR
                   SELECT P.IMDA, COUNT(*),
                          SUM(P.MCOMPRA), SUM(P.MVENTA)
                     FROM ( SELECT ZM772_IMDABASE AS IMDA,
                                   CASE WHEN ZM772_TSENTIDO = 'C'
                                        THEN ZM772_MBASE
                                        ELSE 0 END AS MCOMPRA,
                                   CASE WHEN ZM772_TSENTIDO = 'V'
                                        THEN ZM772_MBASE
                                        ELSE 0 END AS MVENTA
                              FROM ZMDT772
                             WHERE ZM772_IEMPR   = :FX-IEMPR
                               AND ZM772_FOPERA  = :FX-FOPERA
                               AND ZM772_IESTADO = 'A'
                            UNION ALL
                            SELECT ZM772_IMDACOT AS IMDA,
                                   CASE WHEN ZM772_TSENTIDO = 'V'
                                        THEN ZM772_MCOTIZ
                                        ELSE 0 END AS MCOMPRA,
                                   CASE WHEN ZM772_TSENTIDO = 'C'
                                        THEN ZM772_MCOTIZ
                                        ELSE 0 END AS MVENTA
                              FROM ZMDT772
                             WHERE ZM772_IEMPR   = :FX-IEMPR
                               AND ZM772_FOPERA  = :FX-FOPERA
                               AND ZM772_IESTADO = 'A' ) AS P
                 GROUP BY P.IMDA
                 ORDER BY P.IMDA
           END-EXEC

           EXEC SQL
                OPEN CPOSDIV
           END-EXEC
           PERFORM 9600-VALIDA-SQL.
      *----
       9053-LEE-POSICION-DIVISAS.
      *----
           EXEC SQL
                FETCH CPOSDIV
                 INTO :FX-ICVEMDA, :FX-NOPERA,
                      :FX-MCOMPRA, :FX-MVENTA
           END-EXEC

           IF SQLCODE EQUAL 0
              SET FX-HAY-DATOS             TO TRUE
              COMPUTE FX-MPOSICION = FX-MVENTA - FX-MCOMPRA
           ELSE
              SET FX-FIN-DATOS             TO TRUE
              IF SQLCODE NOT = 100
                 PERFORM 9600-VALIDA-SQL
              END-IF
              EXEC SQL
                   CLOSE CPOSDIV
              END-EXEC
           END-IF.
      *----
      * ZMWSC353 : INGRESO POR MARGEN DEL DIA FX-FOPERA POR PAR DE LA
      *            EMPRESA FX-IEMPR, EN LA MONEDA DE REPORTE.
      *----
       9054-ABRE-MARGEN-DIVISAS.
      *----
           EXEC SQL
                DECLARE CMARDIV CURSOR FOR
                   SELECT ZM772_IMDABASE, ZM772_IMDACOT,
                          COUNT(*),
                          SUM(ZM772_MBASE),
                          SUM(ZM772_MSPREADMN)
                     FROM ZMDT772
                    WHERE ZM772_IEMPR   = :FX-IEMPR
                      AND ZM772_FOPERA  = :FX-FOPERA
                      AND ZM772_IESTADO = 'A'
                 GROUP BY ZM772_IMDABASE, ZM772_IMDACOT
                 ORDER BY ZM772_IMDABASE, ZM772_IMDACOT
           END-EXEC

           EXEC SQL
                OPEN CMARDIV
           END-EXEC
           PERFORM 9600-VALIDA-SQL.
      *----
       9055-LEE-MARGEN-DIVISAS.
      *----
           EXEC SQL
                FETCH CMARDIV
                 INTO :FX-IMDABASE,  :FX-IMDACOT,
                      :FX-NOPERA,    :FX-MBASE,
                      :FX-MSPREADMN
           END-EXEC

           IF SQLCODE EQUAL 0
              SET FX-HAY-DATOS             TO TRUE
           ELSE
              SET FX-FIN-DATOS             TO TRUE
              IF SQLCODE NOT = 100
                 PERFORM 9600-VALIDA-SQL
              END-IF
              EXEC SQL
                   CLOSE CMARDIV
              END-EXEC
           END-IF.
      *----
