      *            PARA CARTAS REGISTRADAS ANTES DE ESTE MODELO (SIN
      *            DETALLE EN ZMDT607 HASTA CANCELARSE), 9207 DA DE
      *            ALTA EL RENGLON AL CANCELAR, COMO SE HACIA ANTES.
      *            AL REGISTRAR, 9394 RESERVA LOS FONDOS DE LA CARTA
      *            (9644), GRABA SU EVENTO DE REGISTRO (9789) Y SU
      *            COSTO ESTIMADO POR RENGLON (9909, ZMDT750);
      *            CADA RENGLON REGISTRADO O CANCELADO SE SUMA AL
      *            RESUMEN DIARIO ZMDT727 (9795). QUIEN INCLUYA ESTE
      *            COPY DEBE INCLUIR TAMBIEN ZMWSC266/ZMWSC267,
      *            ZMWSC011 (WX-TFECHOY), ZMWSC298/ZMWSC299,
      *            ZMWSC300/ZMWSC301 Y ZMWSC322/ZMWSC323 (CON SUS
      *            DEPENDENCIAS).
      *----
       9394-GRABA-DETALLE-REGISTRO.
      *----
           PERFORM 9395-INSERTA-RENGLON-REGISTRO
               VARYING GD-I FROM 1 BY 1 UNTIL GD-I > GD-NUMLIN

      *    COSTO ESTIMADO DE LOS RENGLONES GRABADOS, PARA LA
      *    CONFIRMACION Y LA COMPARACION CONTRA LO COBRADO.
           MOVE GD-IEMPR                   TO CZ-IEMPR
           MOVE GD-ICUENTA                 TO CZ-ICUENTA
           MOVE GD-ICONCEPT                TO CZ-ICONCEPT
           MOVE GD-IUSUARIO                TO CZ-IUSUARIO
           MOVE WX-TFECHOY                 TO CZ-FECHA
           PERFORM 9909-GRABA-COSTO-CARTA

      *    LOS FONDOS DE LOS RENGLONES GRABADOS QUEDAN RESERVADOS EN
      *    EL LIBRO DE EFECTIVO DE LA CUENTA.
           MOVE GD-IEMPR                   TO EF-IEMPR
           MOVE GD-ICUENTA                 TO EF-ICUENTA
           MOVE GD-ICONCEPT                TO EF-ICONCEPT
           MOVE WX-TFECHOY                 TO EF-FVALOR
           MOVE GD-IUSUARIO                TO EF-IUSUARIO
           MOVE GD-IPROGRAM                TO EF-IPROGRAM
           PERFORM 9644-RESERVA-FONDOS-CARTA

      *    EVENTO DE REGISTRO PARA LOS CONSUMIDORES EN LINEA.
           MOVE GD-IEMPR                   TO EV-IEMPR
           MOVE GD-ICUENTA                 TO EV-ICUENTA
           MOVE GD-ICONCEPT                TO EV-ICONCEPT
           SET EV-REGISTRO                 TO TRUE
           MOVE GD-IUSUARIO                TO EV-IUSUARIO
           MOVE GD-IPROGRAM                TO EV-IPROGRAM
           PERFORM 9789-REGISTRA-EVENTO-CARTA.
      *----
       9395-INSERTA-RENGLON-REGISTRO.
      *----
                            :GD-MIMPORTE(GD-I) )
              END-EXEC
              PERFORM 9600-VALIDA-SQL

              MOVE GD-IEMPR                TO DA-IEMPR
              MOVE GD-ICUENTA              TO DA-ICUENTA
              MOVE GD-ICONCEPT             TO DA-ICONCEPT
              MOVE GD-I                    TO DA-ILINEA
              MOVE SPACES                  TO DA-FACTIV
              SET DA-MOV-REGISTRO          TO TRUE
              PERFORM 9795-ACUMULA-RESUMEN-CARTAS
           END-IF.
      *----
      * ZMWSC065 : MARCA EN ZMDT607 LA CANCELACION DE LOS RENGLONES
              ELSE
                 PERFORM 9600-VALIDA-SQL
              END-IF

              MOVE GD-IEMPR                TO DA-IEMPR
              MOVE GD-ICUENTA              TO DA-ICUENTA
              MOVE GD-ICONCEPT             TO DA-ICONCEPT
              MOVE GD-I                    TO DA-ILINEA
              MOVE SPACES                  TO DA-FACTIV
              SET DA-MOV-CANCELACION       TO TRUE
              PERFORM 9795-ACUMULA-RESUMEN-CARTAS
           END-IF.
      *----
