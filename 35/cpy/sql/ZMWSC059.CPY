      *            ZMWSC058/RZ-REG). EL QUE AUTORIZA NO PUEDE SER EL
      *            MISMO QUE SOLICITO LA CANCELACION; EL CAMBIO A
      *            ZMDT606 (ZM606_FCANC/ZM606_ICODRAZ/ZM606_DCOMENT)
      *            SOLO OCURRE AL AUTORIZAR, Y CON EL SE LIBERA LA
      *            RESERVA DE FONDOS DE LA CARTA (9645).
      * NOTA: EL FOLIO ISECUEN DE ZMDT623 SE RESERVA CON EL
      *       SERVIDOR DE FOLIOS ZMDT642 (9349-OBTEN-FOLIO);
      *       QUIEN INCLUYA ESTE COPY DEBE INCLUIR TAMBIEN
      *       ZMWSC142 Y ZMWSC143, EL LIBRO DE EFECTIVO
      *       ZMWSC266/ZMWSC267 CON ZMWSC011 (WX-TFECHOY) Y LA
      *       BANDEJA DE EVENTOS ZMWSC298/ZMWSC299 (LA CANCELACION
      *       AUTORIZADA GRABA SU EVENTO, 9789).
      *----
       9164-SOLICITA-CANCELACION-CARTA.
      *----
                 MOVE RZ-TDESTINO         TO NT-TDESTINO
                 MOVE RZ-DESTINO          TO NT-DESTINO
                 PERFORM 9139-NOTIFICA-CANCELACION-CARTA

      *          LA CARTA CANCELADA YA NO NECESITA SUS FONDOS.
                 MOVE RZ-IEMPR            TO EF-IEMPR
                 MOVE RZ-ICUENTA          TO EF-ICUENTA
                 MOVE RZ-ICONCEPT         TO EF-ICONCEPT
                 MOVE WX-TFECHOY          TO EF-FVALOR
                 MOVE RZ-IUSRAUT          TO EF-IUSUARIO
                 MOVE W000-PROG           TO EF-IPROGRAM
                 PERFORM 9645-LIBERA-FONDOS-CARTA

                 MOVE RZ-IEMPR            TO EV-IEMPR
                 MOVE RZ-ICUENTA          TO EV-ICUENTA
                 MOVE RZ-ICONCEPT         TO EV-ICONCEPT
                 SET EV-CANCELACION       TO TRUE
                 MOVE RZ-IUSRAUT          TO EV-IUSUARIO
                 MOVE W000-PROG           TO EV-IPROGRAM
                 PERFORM 9789-REGISTRA-EVENTO-CARTA
              END-IF
           ELSE
              IF SQLCODE NOT = 100
