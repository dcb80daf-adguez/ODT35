      *----
      * ZMWSC323 : INICIA LA COTIZACION DE COSTO DE UNA CARTA.
      *            LAYOUT DE REFERENCIA ZMWSC322 (CZ-REG). LA TASA DE
      *            IVA SIN PARAMETRIZAR COTIZA SIN IVA.
      *----
       9907-INICIA-COSTO-CARTA.
      *----
           MOVE 0                          TO CZ-NUMLIN
           MOVE 0                          TO CZ-TOT-MBASE
           MOVE 0                          TO CZ-TOT-MCOMISION
           MOVE 0                          TO CZ-TOT-MCARGO
           MOVE 0                          TO CZ-TOT-MIVA
           MOVE 0                          TO CZ-TOT-MCOSTO
           MOVE 0                          TO CZ-TOT-MCOMISION-E
           MOVE 0                          TO CZ-TOT-MCARGO-E
           MOVE 0                          TO CZ-TOT-MIVA-E
           MOVE 0                          TO CZ-TOT-MCOSTO-E
           MOVE 0                          TO CZ-PIVA
           MOVE SPACES                     TO CZ-ITIPOCTA

           EXEC SQL
                SELECT ITIPOCTA
                  INTO :CZ-ITIPOCTA
                  FROM CUENTA
                 WHERE IEMPR   = :CZ-IEMPR
                   AND ICUENTA = :CZ-ICUENTA
           END-EXEC
           PERFORM 9600-VALIDA-SQL

           MOVE CZ-IEMPR                   TO VA-IEMPR
           MOVE CZ-ICUENTA                 TO VA-ICUENTA
           PERFORM 9317-LEE-VOLUMEN-OPERADO
           MOVE VA-MVOLUMEN                TO CZ-MVOLMES

      *    CON HOGAR QUE ESCALONA JUNTO SE COTIZA CON EL VOLUMEN DEL
      *    HOGAR, IGUAL QUE 9196-LEE-COMISION-TIER.
           MOVE CZ-IEMPR                   TO HG-IEMPR
           MOVE CZ-ICUENTA                 TO HG-ICUENTA
           PERFORM 9938-LEE-VOLUMEN-HOGAR
           IF HG-EN-HOGAR AND HG-TIER-HOGAR
              MOVE HG-MVOLUMEN             TO CZ-MVOLMES
           END-IF

      *    LOS CARGOS RECURRENTES CON BASE EN VOLUMEN CRECEN CON CADA
      *    PESO OPERADO; LOS DE IMPORTE FIJO NO DEPENDEN DE LA CARTA.
           EXEC SQL
                SELECT COALESCE(SUM(ZM680_PTASA), 0)
                  INTO :CZ-PCARGO
                  FROM ZMDT680
                 WHERE ZM680_SVIGEN = '1'
                   AND ZM680_TBASE  = 'P'
           END-EXEC
           PERFORM 9600-VALIDA-SQL

           MOVE 'IVA'                      TO PV-ITIPOPAR
           MOVE 'COMISION'                 TO PV-IPARAM
           MOVE CZ-FECHA                   TO PV-FVIGENCIA
           PERFORM 9180-LEE-PARAM-VIGENTE

           IF PV-ENCONTRADO
              MOVE PV-DATOSPAR(1:6)        TO CZ-PIVA-ALFA
              MOVE CZ-PIVA-ALFA-R          TO CZ-PIVA
           END-IF.
      *----
      * ZMWSC323 : COTIZA UN RENGLON Y LO ACUMULA A LA CARTA. EL
      *            RENGLON INSTRUIDO SOLO EN TITULOS SE VALUA AL
      *            ULTIMO PRECIO DEL VECTOR (9446); SIN PRECIO NI
      *            IMPORTE LA BASE QUEDA EN CERO.
      *----
       9908-ESTIMA-COSTO-RENGLON.
      *----
           MOVE CZ-MIMPORTE                TO CZ-MBASE

           IF CZ-MBASE                     EQUAL 0
              AND CZ-CTITULOS              GREATER THAN 0
              MOVE CZ-IEMISORA             TO VP-IEMISORA
              MOVE CZ-ISERIE               TO VP-ISERIE
              MOVE CZ-FECHA                TO VP-FECHA
              PERFORM 9446-LEE-PRECIO-VIGENTE
              IF VP-CON-PRECIO
                 COMPUTE CZ-MBASE ROUNDED =
                         CZ-CTITULOS * VP-MPRECIO
              END-IF
           END-IF

      *    EL ESCALON SE RESUELVE CON EL VOLUMEN QUE LA CUENTA TENDRA
      *    UNA VEZ OPERADO EL RENGLON.
           MOVE CZ-IEMPR                   TO TC-IEMPR
           MOVE CZ-ITIPOCTA                TO TC-ITIPOCTA
           MOVE CZ-ICUENTA                 TO TC-ICUENTA
           COMPUTE TC-MVOLUMEN = CZ-MVOLMES + CZ-TOT-MBASE + CZ-MBASE
           PERFORM 9196-LEE-COMISION-TIER

           SET CZ-SIN-TARIFA               TO TRUE
           MOVE 0                          TO CZ-PCOMISION
           IF TC-ENCONTRADO
              MOVE TC-PCOMISION            TO CZ-PCOMISION
              IF CV-CON-CONVENIO AND CV-TASA-PROPIA
                 SET CZ-ORIGEN-CONVENIO    TO TRUE
              ELSE
                 IF CV-CON-CONVENIO AND CV-DESCUENTO
                    SET CZ-ORIGEN-DESCUENTO TO TRUE
                 ELSE
                    SET CZ-ORIGEN-TIER     TO TRUE
                 END-IF
              END-IF
           END-IF

           COMPUTE CZ-MCOMISION ROUNDED = CZ-MBASE * CZ-PCOMISION
           COMPUTE CZ-MCARGO ROUNDED    = CZ-MBASE * CZ-PCARGO
           COMPUTE CZ-MIVA ROUNDED      =
                   (CZ-MCOMISION + CZ-MCARGO) * CZ-PIVA
           COMPUTE CZ-MCOSTO = CZ-MCOMISION + CZ-MCARGO + CZ-MIVA
           MOVE CZ-MCOSTO                  TO CZ-MCOSTO-E

           ADD 1                           TO CZ-NUMLIN
           ADD CZ-MBASE                    TO CZ-TOT-MBASE
           ADD CZ-MCOMISION                TO CZ-TOT-MCOMISION
           ADD CZ-MCARGO                   TO CZ-TOT-MCARGO
           ADD CZ-MIVA                     TO CZ-TOT-MIVA
           ADD CZ-MCOSTO                   TO CZ-TOT-MCOSTO
           MOVE CZ-TOT-MCOMISION           TO CZ-TOT-MCOMISION-E
           MOVE CZ-TOT-MCARGO              TO CZ-TOT-MCARGO-E
           MOVE CZ-TOT-MIVA                TO CZ-TOT-MIVA-E
           MOVE CZ-TOT-MCOSTO              TO CZ-TOT-MCOSTO-E.
      *----
      * ZMWSC323 : GRABA EN ZMDT750 LA COTIZACION DE LOS RENGLONES
      *            VIGENTES DE LA CARTA CZ-ICONCEPT. VOLVER A GRABAR
      *            LA MISMA CARTA REEMPLAZA LA COTIZACION ANTERIOR.
      *----
       9909-GRABA-COSTO-CARTA.
      *----
           EXEC SQL
                SELECT ZM606_IEMISORA, ZM606_ISERIE
                  INTO :CZ-IEMISORA,   :CZ-ISERIE
                  FROM ZMDT606
                 WHERE ZM606_IEMPR    = :CZ-IEMPR
                   AND ZM606_ICUENTA  = :CZ-ICUENTA
                   AND ZM606_ICONCEPT = :CZ-ICONCEPT
           END-EXEC
           PERFORM 9600-VALIDA-SQL

           PERFORM 9907-INICIA-COSTO-CARTA

           EXEC SQL
                DELETE FROM ZMDT750
                 WHERE ZM750_IEMPR    = :CZ-IEMPR
                   AND ZM750_ICUENTA  = :CZ-ICUENTA
                   AND ZM750_ICONCEPT = :CZ-ICONCEPT
           END-EXEC
           IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
              PERFORM 9600-VALIDA-SQL
           END-IF

           EXEC SQL
                DECLARE CCZRENG CURSOR FOR
                   SELECT ZM607_LINEA,
                          COALESCE(ZM607_CTITULOS, 0),
                          COALESCE(ZM607_MIMPORTE, 0)
                     FROM ZMDT607
                    WHERE ZM607_IEMPR    = :CZ-IEMPR
                      AND ZM607_ICUENTA  = :CZ-ICUENTA
                      AND ZM607_ICONCEPT = :CZ-ICONCEPT
                      AND ZM607_FCANC    IS NULL
                 ORDER BY ZM607_LINEA
           END-EXEC

           EXEC SQL
                OPEN CCZRENG
           END-EXEC
           PERFORM 9600-VALIDA-SQL

           PERFORM 9910-LEE-RENGLON-COSTO
           PERFORM 9911-GRABA-COSTO-RENGLON
              UNTIL CZ-FIN-DATOS.
      *----
       9910-LEE-RENGLON-COSTO.
      *----
           EXEC SQL
                FETCH CCZRENG
                 INTO :CZ-ILINEA, :CZ-CTITULOS, :CZ-MIMPORTE
           END-EXEC

           IF SQLCODE EQUAL 0
              SET CZ-HAY-DATOS             TO TRUE
           ELSE
              SET CZ-FIN-DATOS             TO TRUE
              IF SQLCODE NOT = 100
                 PERFORM 9600-VALIDA-SQL
              END-IF
              EXEC SQL
                   CLOSE CCZRENG
              END-EXEC
           END-IF.
      *----
       9911-GRABA-COSTO-RENGLON.
      *----
           PERFORM 9908-ESTIMA-COSTO-RENGLON

           EXEC SQL
                INSERT INTO ZMDT750
                     ( ZM750_IEMPR,     ZM750_ICUENTA,
                       ZM750_ICONCEPT,  ZM750_LINEA,
                       ZM750_MBASE,     ZM750_TORIGEN,
                       ZM750_PCOMISION, ZM750_MCOMISION,
                       ZM750_PCARGO,    ZM750_MCARGO,
                       ZM750_PIVA,      ZM750_MIVA,
                       ZM750_MCOSTO,    ZM750_IUSUARIO,
                       ZM750_FESTIMA,   ZM750_MCOBRADO,
                       ZM750_FCOBRO )
                VALUES ( :CZ-IEMPR,     :CZ-ICUENTA,
                         :CZ-ICONCEPT,  :CZ-ILINEA,
                         :CZ-MBASE,     :CZ-TORIGEN,
                         :CZ-PCOMISION, :CZ-MCOMISION,
                         :CZ-PCARGO,    :CZ-MCARGO,
                         :CZ-PIVA,      :CZ-MIVA,
                         :CZ-MCOSTO,    :CZ-IUSUARIO,
                         CURRENT TIMESTAMP, NULL,
                         NULL )
           END-EXEC
           PERFORM 9600-VALIDA-SQL

           PERFORM 9910-LEE-RENGLON-COSTO.
      *----
      * ZMWSC323 : REGISTRA LO EFECTIVAMENTE COBRADO (COMISION, CARGOS
      *            E IVA) DEL RENGLON CZ-ILINEA Y DEJA EN CZ-MDIFER LA
      *            DIFERENCIA COBRADO MENOS COTIZADO. RENGLON SIN
      *            COTIZACION SALE CON CZ-RECHAZADO.
      *----
       9912-REGISTRA-COSTO-COBRADO.
      *----
           SET CZ-RECHAZADO                TO TRUE
           MOVE 0                          TO CZ-MCOSTO
           MOVE 0                          TO CZ-MDIFER

           EXEC SQL
                SELECT ZM750_MCOSTO
                  INTO :CZ-MCOSTO
                  FROM ZMDT750
                 WHERE ZM750_IEMPR    = :CZ-IEMPR
                   AND ZM750_ICUENTA  = :CZ-ICUENTA
                   AND ZM750_ICONCEPT = :CZ-ICONCEPT
                   AND ZM750_LINEA    = :CZ-ILINEA
           END-EXEC

           IF SQLCODE EQUAL 0
              EXEC SQL
                   UPDATE ZMDT750
                      SET ZM750_MCOBRADO = :CZ-MCOBRADO,
                          ZM750_FCOBRO   = CURRENT TIMESTAMP
                    WHERE ZM750_IEMPR    = :CZ-IEMPR
                      AND ZM750_ICUENTA  = :CZ-ICUENTA
                      AND ZM750_ICONCEPT = :CZ-ICONCEPT
                      AND ZM750_LINEA    = :CZ-ILINEA
              END-EXEC
              PERFORM 9600-VALIDA-SQL

              COMPUTE CZ-MDIFER = CZ-MCOBRADO - CZ-MCOSTO
              SET CZ-ACEPTADO              TO TRUE
           ELSE
              IF SQLCODE NOT = 100
                 PERFORM 9600-VALIDA-SQL
              END-IF
           END-IF.
      *----
