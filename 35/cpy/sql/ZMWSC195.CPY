      *            ACTUALES DE LA CARATULA (Y 9630 LOS DEL RENGLON),
      *            ASI EL QUE ENMIENDA SOLO SOBREESCRIBE EL CAMPO
      *            QUE CAMBIA Y 9462/9463 NUNCA PISAN EL OTRO CON
      *            BASURA RESIDUAL. CADA CAMBIO APLICADO GRABA SU
      *            EVENTO (9794/9789); QUIEN INCLUYA ESTE COPY DEBE
      *            INCLUIR TAMBIEN ZMWSC298/ZMWSC299 Y ZMWSC142/
      *            ZMWSC143.
      *----
       9459-VALIDA-ENMIENDA-CARTA.
      *----
              SET EN-YA-EN-MERCADO         TO TRUE
              MOVE 'LA CARTA CAMBIO DE ESTADO - ENMIENDA NO APLICADA'
                                           TO EN-DMENSAJE
           ELSE
              MOVE 0                       TO EN-ILINEA
              PERFORM 9794-EVENTO-ENMIENDA
           END-IF.
      *----
      * ZMWSC195 : PRECARGA EN-CTITULOS/EN-MIMPORTE CON LOS VALORES
              END-IF
              MOVE 'RENGLON NO ENCONTRADO O CANCELADO'
                                           TO EN-DMENSAJE
           ELSE
              PERFORM 9794-EVENTO-ENMIENDA
           END-IF.
      *----
      * ZMWSC195 : EVENTO DE ENMIENDA PARA LOS CONSUMIDORES EN LINEA,
      *            UNO POR CAMBIO APLICADO (CARATULA CON EN-ILINEA EN
      *            CERO, O EL RENGLON), CON SU VERSION DE ZMDT665.
      *----
       9794-EVENTO-ENMIENDA.
      *----
           MOVE EN-IEMPR                   TO EV-IEMPR
           MOVE EN-ICUENTA                 TO EV-ICUENTA
           MOVE EN-ICONCEPT                TO EV-ICONCEPT
           SET EV-ENMIENDA                 TO TRUE
           MOVE EN-NVERSION                TO EV-NVERSION
           MOVE EN-ILINEA                  TO EV-ILINEA
           MOVE EN-IUSUARIO                TO EV-IUSUARIO
           MOVE EN-IPROGRAM                TO EV-IPROGRAM
           PERFORM 9789-REGISTRA-EVENTO-CARTA.
      *----
