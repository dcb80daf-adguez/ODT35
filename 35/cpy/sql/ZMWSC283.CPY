      *----
      * ZMWSC283 : COSTO PROMEDIO DE ADQUISICION (ZMDT713), GANANCIA
      *            REALIZADA (ZMDT714) Y CONSTANCIA ANUAL DE
      *            GANANCIAS. LAYOUT DE REFERENCIA ZMWSC282 (CP-REG).
      * NOTA: EL FOLIO ISECGAN SE RESERVA CON EL SERVIDOR DE FOLIOS
      *       ZMDT642 (9349-OBTEN-FOLIO, UNO POR CUENTA) Y LA
      *       NATURALEZA DEL CONCEPTO SE LEE CON 9649-LEE-NATURALEZA-
      *       EFECTIVO (ZMWSC266/ZMWSC267).
      *----
       9714-COSTO-LIQUIDA-CARTA.
      *----
           EXEC SQL
                SELECT A.ZM606_IEMISORA, A.ZM606_ISERIE,
                       COALESCE(SUM(B.ZM666_CTITEJEC), 0),
                       COALESCE(SUM(B.ZM666_CTITEJEC *
                                    B.ZM666_MPRECIO), 0)
                  INTO :CP-IEMISORA,     :CP-ISERIE,
                       :CP-CTITEJEC,     :CP-MIMPEJEC
                  FROM ZMDT606 A
                       LEFT JOIN ZMDT666 B
                    ON B.ZM666_IEMPR    = A.ZM606_IEMPR
                   AND B.ZM666_ICUENTA  = A.ZM606_ICUENTA
                   AND B.ZM666_ICONCEPT = A.ZM606_ICONCEPT
                 WHERE A.ZM606_IEMPR    = :CP-IEMPR
                   AND A.ZM606_ICUENTA  = :CP-ICUENTA
                   AND A.ZM606_ICONCEPT = :CP-ICONCEPT
                 GROUP BY A.ZM606_IEMISORA, A.ZM606_ISERIE
           END-EXEC

           IF SQLCODE EQUAL 100
              MOVE 0                       TO CP-CTITEJEC
           ELSE
              PERFORM 9600-VALIDA-SQL
           END-IF

           IF CP-CTITEJEC                  GREATER THAN 0
              MOVE CP-IEMPR                TO EF-IEMPR
              MOVE CP-ICUENTA              TO EF-ICUENTA
              MOVE CP-ICONCEPT             TO EF-ICONCEPT
              MOVE CP-FECHA                TO EF-FVALOR
              PERFORM 9649-LEE-NATURALEZA-EFECTIVO

              IF EF-NATUR-ABONO
                 PERFORM 9715-REALIZA-VENTA
              ELSE
                 EXEC SQL
                      UPDATE ZMDT713
                         SET ZM713_CTITULOS   = ZM713_CTITULOS
                                              + :CP-CTITEJEC,
                             ZM713_MCOSTOTOT  = ZM713_MCOSTOTOT
                                              + :CP-MIMPEJEC,
                             ZM713_MCOSTOPROM =
                                ( ZM713_MCOSTOTOT + :CP-MIMPEJEC )
                              / ( ZM713_CTITULOS + :CP-CTITEJEC ),
                             ZM713_FULTMOV    = CURRENT TIMESTAMP
                       WHERE ZM713_IEMPR    = :CP-IEMPR
                         AND ZM713_ICUENTA  = :CP-ICUENTA
                         AND ZM713_IEMISORA = :CP-IEMISORA
                         AND ZM713_ISERIE   = :CP-ISERIE
                 END-EXEC

                 IF SQLCODE EQUAL 100
                    COMPUTE CP-MCOSTOPROM ROUNDED =
                            CP-MIMPEJEC / CP-CTITEJEC
                    EXEC SQL
                         INSERT INTO ZMDT713
                              ( ZM713_IEMPR,     ZM713_ICUENTA,
                                ZM713_IEMISORA,  ZM713_ISERIE,
                                ZM713_CTITULOS,  ZM713_MCOSTOTOT,
                                ZM713_MCOSTOPROM, ZM713_FULTMOV )
                         VALUES ( :CP-IEMPR,     :CP-ICUENTA,
                                  :CP-IEMISORA,  :CP-ISERIE,
                                  :CP-CTITEJEC,  :CP-MIMPEJEC,
                                  :CP-MCOSTOPROM, CURRENT TIMESTAMP )
                    END-EXEC
                 END-IF
                 PERFORM 9600-VALIDA-SQL
              END-IF
           END-IF.
      *----
      * ZMWSC283 : VENTA LIQUIDADA: LOS TITULOS CON COSTO SALEN AL
      *            PROMEDIO VIGENTE (SI SALEN TODOS, SALE EL COSTO
      *            TOTAL, SIN RESIDUO DE REDONDEO) Y EL EXCEDENTE SE
      *            COSTEA EN CERO. EL PROMEDIO NO CAMBIA CON UNA VENTA.
      *----
       9715-REALIZA-VENTA.
      *----
           MOVE 0                          TO CP-CTITULOS
           MOVE 0                          TO CP-MCOSTOTOT
           MOVE 0                          TO CP-MCOSTOPROM

           EXEC SQL
                SELECT ZM713_CTITULOS,  ZM713_MCOSTOTOT,
                       ZM713_MCOSTOPROM
                  INTO :CP-CTITULOS,    :CP-MCOSTOTOT,
                       :CP-MCOSTOPROM
                  FROM ZMDT713
                 WHERE ZM713_IEMPR    = :CP-IEMPR
                   AND ZM713_ICUENTA  = :CP-ICUENTA
                   AND ZM713_IEMISORA = :CP-IEMISORA
                   AND ZM713_ISERIE   = :CP-ISERIE
           END-EXEC
           IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
              PERFORM 9600-VALIDA-SQL
           END-IF

           IF CP-CTITEJEC                  NOT LESS THAN CP-CTITULOS
              MOVE CP-CTITULOS             TO CP-CTITCOSTO
              MOVE CP-MCOSTOTOT            TO CP-MCOSTOVTA
           ELSE
              MOVE CP-CTITEJEC             TO CP-CTITCOSTO
              COMPUTE CP-MCOSTOVTA ROUNDED =
                      CP-CTITEJEC * CP-MCOSTOPROM
           END-IF
           COMPUTE CP-CTITSINCOS = CP-CTITEJEC - CP-CTITCOSTO
           COMPUTE CP-MGANANCIA  = CP-MIMPEJEC - CP-MCOSTOVTA

           IF CP-CTITCOSTO                 GREATER THAN 0
              EXEC SQL
                   UPDATE ZMDT713
                      SET ZM713_CTITULOS  = ZM713_CTITULOS
                                          - :CP-CTITCOSTO,
                          ZM713_MCOSTOTOT = ZM713_MCOSTOTOT
                                          - :CP-MCOSTOVTA,
                          ZM713_FULTMOV   = CURRENT TIMESTAMP
                    WHERE ZM713_IEMPR    = :CP-IEMPR
                      AND ZM713_ICUENTA  = :CP-ICUENTA
                      AND ZM713_IEMISORA = :CP-IEMISORA
                      AND ZM713_ISERIE   = :CP-ISERIE
              END-EXEC
              PERFORM 9600-VALIDA-SQL
           END-IF

           MOVE 'ZMDT714'                  TO FO-ITABLA
           MOVE CP-IEMPR                   TO FO-LL-IEMPR
           MOVE CP-ICUENTA                 TO FO-LL-ICUENTA
           MOVE 0                          TO FO-LL-ICONCEPT
           PERFORM 9349-OBTEN-FOLIO
           MOVE FO-NFOLIO                  TO CP-ISECGAN
           MOVE CP-FECHA(1:4)              TO CP-IANIO

           EXEC SQL
                INSERT INTO ZMDT714
                     ( ZM714_IEMPR,       ZM714_ICUENTA,
                       ZM714_ISECGAN,     ZM714_IEMISORA,
                       ZM714_ISERIE,      ZM714_ICONCEPT,
                       ZM714_FVENTA,      ZM714_IANIO,
                       ZM714_CTITULOS,    ZM714_CTITSINCOS,
                       ZM714_MIMPORTEVTA, ZM714_MCOSTOPROM,
                       ZM714_MCOSTOVTA,   ZM714_MGANANCIA,
                       ZM714_FSIST )
                VALUES ( :CP-IEMPR,       :CP-ICUENTA,
                         :CP-ISECGAN,     :CP-IEMISORA,
                         :CP-ISERIE,      :CP-ICONCEPT,
                         :CP-FECHA,       :CP-IANIO,
                         :CP-CTITEJEC,    :CP-CTITSINCOS,
                         :CP-MIMPEJEC,    :CP-MCOSTOPROM,
                         :CP-MCOSTOVTA,   :CP-MGANANCIA,
                         CURRENT TIMESTAMP )
           END-EXEC
           PERFORM 9600-VALIDA-SQL.
      *----
      * ZMWSC283 : EVENTO CORPORATIVO (CP-IEMIANT/CP-ISERANT A
      *            CP-IEMINVA/CP-ISERNVA POR CP-FFACTOR): EL COSTO DE
      *            CADA CUENTA EN LA SERIE ANTERIOR PASA A LA NUEVA.
      *            EN UNA FUSION LA CUENTA PUEDE YA TENER COSTO EN LA
      *            SERIE NUEVA: SE SUMAN Y SE RECALCULA EL PROMEDIO.
      *----
       9716-COSTO-EVENTO-CORP.
      *----
           EXEC SQL
                DECLARE CCPEVT CURSOR FOR
                   SELECT ZM713_IEMPR,    ZM713_ICUENTA,
                          ZM713_CTITULOS, ZM713_MCOSTOTOT
                     FROM ZMDT713
                    WHERE ZM713_IEMISORA = :CP-IEMIANT
                      AND ZM713_ISERIE   = :CP-ISERANT
                      AND ZM713_CTITULOS > 0
                 ORDER BY ZM713_IEMPR, ZM713_ICUENTA
           END-EXEC

           EXEC SQL
                OPEN CCPEVT
           END-EXEC
           PERFORM 9600-VALIDA-SQL

           SET CP-HAY-DATOS                TO TRUE
           PERFORM 9717-LEE-COSTO-EVENTO
               UNTIL CP-FIN-DATOS

           EXEC SQL
                CLOSE CCPEVT
           END-EXEC.
      *----
       9717-LEE-COSTO-EVENTO.
      *----
           EXEC SQL
                FETCH CCPEVT
                 INTO :CP-IEMPR,     :CP-ICUENTA,
                      :CP-CTITULOS,  :CP-MCOSTOTOT
           END-EXEC

           IF SQLCODE EQUAL 0
              SET CP-HAY-DATOS             TO TRUE

              EXEC SQL
                   UPDATE ZMDT713
                      SET ZM713_CTITULOS   = 0,
                          ZM713_MCOSTOTOT  = 0,
                          ZM713_MCOSTOPROM = 0,
                          ZM713_FULTMOV    = CURRENT TIMESTAMP
                    WHERE ZM713_IEMPR    = :CP-IEMPR
                      AND ZM713_ICUENTA  = :CP-ICUENTA
                      AND ZM713_IEMISORA = :CP-IEMIANT
                      AND ZM713_ISERIE   = :CP-ISERANT
              END-EXEC
              PERFORM 9600-VALIDA-SQL

              COMPUTE CP-CTITNVO ROUNDED =
                      CP-CTITULOS * CP-FFACTOR

              IF CP-CTITNVO                GREATER THAN 0
                 EXEC SQL
                      UPDATE ZMDT713
                         SET ZM713_CTITULOS   = ZM713_CTITULOS
                                              + :CP-CTITNVO,
                             ZM713_MCOSTOTOT  = ZM713_MCOSTOTOT
                                              + :CP-MCOSTOTOT,
                             ZM713_MCOSTOPROM =
                                ( ZM713_MCOSTOTOT + :CP-MCOSTOTOT )
                              / ( ZM713_CTITULOS + :CP-CTITNVO ),
                             ZM713_FULTMOV    = CURRENT TIMESTAMP
                       WHERE ZM713_IEMPR    = :CP-IEMPR
                         AND ZM713_ICUENTA  = :CP-ICUENTA
                         AND ZM713_IEMISORA = :CP-IEMINVA
                         AND ZM713_ISERIE   = :CP-ISERNVA
                 END-EXEC

                 IF SQLCODE EQUAL 100
                    COMPUTE CP-MCOSTOPROM ROUNDED =
                            CP-MCOSTOTOT / CP-CTITNVO
                    EXEC SQL
                         INSERT INTO ZMDT713
                              ( ZM713_IEMPR,     ZM713_ICUENTA,
                                ZM713_IEMISORA,  ZM713_ISERIE,
                                ZM713_CTITULOS,  ZM713_MCOSTOTOT,
                                ZM713_MCOSTOPROM, ZM713_FULTMOV )
                         VALUES ( :CP-IEMPR,     :CP-ICUENTA,
                                  :CP-IEMINVA,   :CP-ISERNVA,
                                  :CP-CTITNVO,   :CP-MCOSTOTOT,
                                  :CP-MCOSTOPROM, CURRENT TIMESTAMP )
                    END-EXEC
                 END-IF
                 PERFORM 9600-VALIDA-SQL
              END-IF
           ELSE
              SET CP-FIN-DATOS             TO TRUE
              IF SQLCODE NOT = 100
                 PERFORM 9600-VALIDA-SQL
              END-IF
           END-IF.
      *----
      * ZMWSC283 : CONSTANCIA ANUAL DE GANANCIAS: UNA POR CUENTA CON
      *            VENTAS EN EL EJERCICIO CP-IANIO, CON NOMBRE Y RFC
      *            DEL CLIENTE, IMPORTE VENDIDO, COSTO Y GANANCIA
      *            NETA DEL EJERCICIO.
      *----
       9718-ABRE-CONSTANCIA-GANANCIA.
      *----
           EXEC SQL
                DECLARE CCONSGAN CURSOR FOR
                   SELECT A.ZM714_ICUENTA,
                          COUNT(*),
                          SUM(A.ZM714_MIMPORTEVTA),
                          SUM(A.ZM714_MCOSTOVTA),
                          SUM(A.ZM714_MGANANCIA),
                          COALESCE(MAX(B.IRFC), ' '),
                          COALESCE(MAX(B.NABREV), ' ')
                     FROM ZMDT714 A
                          LEFT JOIN CUENTA B
                       ON B.IEMPR   = A.ZM714_IEMPR
                      AND B.ICUENTA = A.ZM714_ICUENTA
                    WHERE A.ZM714_IEMPR = :CP-IEMPR
                      AND A.ZM714_IANIO = :CP-IANIO
                 GROUP BY A.ZM714_ICUENTA
                 ORDER BY A.ZM714_ICUENTA
           END-EXEC

           EXEC SQL
                OPEN CCONSGAN
           END-EXEC
           PERFORM 9600-VALIDA-SQL.
      *----
       9719-LEE-CONSTANCIA-GANANCIA.
      *----
           EXEC SQL
                FETCH CCONSGAN
                 INTO :CP-ICUENTA,   :CP-NUMVENTAS,
                      :CP-MTOTVTA,   :CP-MTOTCOSTO,
                      :CP-MTOTGAN,
                      :CP-IRFC,      :CP-NABREV
           END-EXEC

           IF SQLCODE EQUAL 0
              SET CP-HAY-DATOS             TO TRUE
           ELSE
              SET CP-FIN-DATOS             TO TRUE
              IF SQLCODE NOT = 100
                 PERFORM 9600-VALIDA-SQL
              END-IF
              EXEC SQL
                   CLOSE CCONSGAN
              END-EXEC
           END-IF.
      *----
      * ZMWSC283 : DETALLE DE LA CONSTANCIA: VENTAS DE LA CUENTA EN
      *            CURSO EN EL EJERCICIO, EN ORDEN DE FECHA.
      *----
       9720-ABRE-DETALLE-GANANCIA.
      *----
           EXEC SQL
                DECLARE CDETGAN CURSOR FOR
                   SELECT ZM714_FVENTA,      ZM714_IEMISORA,
                          ZM714_ISERIE,      ZM714_CTITULOS,
                          ZM714_CTITSINCOS,  ZM714_MIMPORTEVTA,
                          ZM714_MCOSTOPROM,  ZM714_MCOSTOVTA,
                          ZM714_MGANANCIA
                     FROM ZMDT714
                    WHERE ZM714_IEMPR   = :CP-IEMPR
                      AND ZM714_ICUENTA = :CP-ICUENTA
                      AND ZM714_IANIO   = :CP-IANIO
                 ORDER BY ZM714_FVENTA, ZM714_ISECGAN
           END-EXEC

           EXEC SQL
                OPEN CDETGAN
           END-EXEC
           PERFORM 9600-VALIDA-SQL.
      *----
       9721-LEE-DETALLE-GANANCIA.
      *----
           EXEC SQL
                FETCH CDETGAN
                 INTO :CP-FECHA,      :CP-IEMISORA,
                      :CP-ISERIE,     :CP-CTITEJEC,
                      :CP-CTITSINCOS, :CP-MIMPEJEC,
                      :CP-MCOSTOPROM, :CP-MCOSTOVTA,
                      :CP-MGANANCIA
           END-EXEC

           IF SQLCODE EQUAL 0
              SET CP-HAY-DETALLE           TO TRUE
           ELSE
              SET CP-FIN-DETALLE           TO TRUE
              IF SQLCODE NOT = 100
                 PERFORM 9600-VALIDA-SQL
              END-IF
              EXEC SQL
                   CLOSE CDETGAN
              END-EXEC
           END-IF.
      *----
