      *----
      * ZMWSC141 : VALIDA LA POSICION DE LA CUENTA EN LA EMISORA/SERIE
      *            INSTRUIDA CONTRA LA POSICION PROYECTADA (LIQUIDADA
      *            MAS PENDIENTE) DEL LIBRO INTERNO (ZMDT707, 9683).
      *            UNA CUENTA QUE AUN NO TIENE LIBRO SE VALIDA CONTRA
      *            EL ULTIMO FEED DEL CUSTODIO (ZMDT624): SOLO SE
      *            SUMAN LOS RENGLONES DE LA ULTIMA CARGA DE LA
      *            CUENTA (ZMDT624 CONSERVA UNA FOTO POR DIA DE FEED).
      *            LAYOUT DE REFERENCIA ZMWSC140 (PO-REG). EL
      *            DISPONIBLE DESCUENTA LOS GRAVAMENES ACTIVOS DE LA
      *            EMISION (ZMDT661, 9440-SUMA-GRAVAMEN-VIGENTE);
      *            QUIEN INCLUYA ESTE COPY DEBE INCLUIR TAMBIEN
      *            ZMWSC182/ZMWSC183 Y ZMWSC274/ZMWSC275.
      *----
       9347-VALIDA-POSICION-CARTA.
      *----
           MOVE SPACES                     TO PO-DMENSAJE
           MOVE 0                          TO PO-CPOSICION

           MOVE PO-IEMPR                   TO PB-IEMPR
           MOVE PO-ICUENTA                 TO PB-ICUENTA
           MOVE PO-IEMISORA                TO PB-IEMISORA
           MOVE PO-ISERIE                  TO PB-ISERIE
           PERFORM 9683-LEE-POSICION-PROYECTADA

           IF PB-EN-LIBRO
              MOVE PB-CPROYECT             TO PO-CPOSICION
           ELSE
              EXEC SQL
                   SELECT COALESCE(SUM(A.ZM624_CTITULOS), 0)
                     INTO :PO-CPOSICION
                     FROM ZMDT624 A
                    WHERE A.ZM624_IEMPR    = :PO-IEMPR
                      AND A.ZM624_ICUENTA  = :PO-ICUENTA
                      AND A.ZM624_IEMISORA = :PO-IEMISORA
                      AND A.ZM624_ISERIE   = :PO-ISERIE
                      AND DATE(A.ZM624_FRECIBIDO) =
                          ( SELECT MAX(DATE(B.ZM624_FRECIBIDO))
                              FROM ZMDT624 B
                             WHERE B.ZM624_IEMPR   = :PO-IEMPR
                               AND B.ZM624_ICUENTA = :PO-ICUENTA )
              END-EXEC
              PERFORM 9600-VALIDA-SQL
           END-IF

      *    EL DISPONIBLE RESTA LOS TITULOS GRAVADOS ACTIVOS (PRENDA,
      *    EMBARGO) Y LOS PRESTADOS (ZMDT743) DE LA MISMA EMISION A
      *    LA FECHA DE CAPTURA.
           MOVE PO-IEMPR                   TO GV-IEMPR
           MOVE PO-ICUENTA                 TO GV-ICUENTA
           MOVE PO-IEMISORA                TO GV-IEMISORA
