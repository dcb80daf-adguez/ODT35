      * NOTA: EL FOLIO DE LA NOTIFICACION EN ZMDT622 SE RESERVA CON
      *       EL SERVIDOR DE FOLIOS ZMDT642 (9349-OBTEN-FOLIO);
      *       QUIEN INCLUYA ESTE COPY DEBE INCLUIR TAMBIEN
      *       ZMWSC142/ZMWSC143 Y ms35/ZMWSC018/ZMWSC019, Y EL
      *       LIBRO DE EFECTIVO ZMWSC266/ZMWSC267 (9470 LIBERA LA
      *       RESERVA DE FONDOS DE LA CARTA VENCIDA) Y LA BANDEJA
      *       DE EVENTOS ZMWSC298/ZMWSC299 (EL EVENTO DE
      *       EXPIRACION, 9789).
      *----
       9468-ABRE-CARTAS-VENCIDAS.
      *----
           IF SQLCODE EQUAL 0
              ADD 1                        TO VC-NUMEXPIRA
              PERFORM 9471-NOTIFICA-VENCIMIENTO

      *       LA CARTA VENCIDA LIBERA SUS FONDOS RESERVADOS.
              MOVE VC-IEMPR                TO EF-IEMPR
              MOVE VC-ICUENTA              TO EF-ICUENTA
              MOVE VC-ICONCEPT             TO EF-ICONCEPT
              MOVE VC-FECHA                TO EF-FVALOR
              MOVE 'BATCH'                 TO EF-IUSUARIO
              MOVE W000-PROG               TO EF-IPROGRAM
              PERFORM 9645-LIBERA-FONDOS-CARTA

              MOVE VC-IEMPR                TO EV-IEMPR
              MOVE VC-ICUENTA              TO EV-ICUENTA
              MOVE VC-ICONCEPT             TO EV-ICONCEPT
              SET EV-EXPIRACION            TO TRUE
              MOVE 'BATCH'                 TO EV-IUSUARIO
              MOVE W000-PROG               TO EV-IPROGRAM
              PERFORM 9789-REGISTRA-EVENTO-CARTA
           ELSE
              IF SQLCODE NOT = 100
                 PERFORM 9600-VALIDA-SQL
