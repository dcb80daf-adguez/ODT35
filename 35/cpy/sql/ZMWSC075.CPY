      *            ZMDT629, VEA ZMWSC074/RI-REG). EL FOLIO ISECUEN SE
      *            RESERVA CON EL SERVIDOR DE FOLIOS ZMDT642 (9349-
      *            OBTEN-FOLIO); QUIEN INCLUYA ESTE COPY DEBE INCLUIR
      *            TAMBIEN ZMWSC142 Y ZMWSC143, ZMWSC298/ZMWSC299
      *            (EL EVENTO DE REINSTALACION, 9789) Y ZMWSC300/
      *            ZMWSC301 (LOS RENGLONES REINSTALADOS SALEN DE LOS
      *            CANCELADOS DEL RESUMEN DIARIO, 9797). ANTES DE
      *            GRABAR LA SOLICITUD SE VERIFICA QUE LA CARTA SIGA
      *            EN ZMDT606 Y QUE NO HAYA SIDO ARCHIVADA EN
      *            ZMDT627; SI YA FUE PURGADA O ARCHIVADA,
      *            RI-NO-PROCEDE REGRESA ENCENDIDO Y NO SE GRABA NADA.
      *----
       9232-SOLICITA-REINSTALA-CARTA.
      *----
              END-IF

              IF RI-APROBADA AND RI-PROCEDE
      *          SUS RENGLONES DEJAN DE CONTAR COMO CANCELADOS EN EL
      *          RESUMEN DIARIO.
                 MOVE RI-IEMPR            TO DA-IEMPR
                 MOVE RI-ICUENTA          TO DA-ICUENTA
                 MOVE RI-ICONCEPT         TO DA-ICONCEPT
                 PERFORM 9797-DESCUENTA-CANCELACION

                 EXEC SQL
                      UPDATE ZMDT607
                         SET ZM607_SESTADO = 'S',
                 MOVE RI-IUSRAUT          TO CH-IUSUARIO
                 MOVE W000-PROG           TO CH-IPROGRAM
                 PERFORM 9150-REGISTRA-HIST-CUENTA

                 MOVE RI-IEMPR            TO EV-IEMPR
                 MOVE RI-ICUENTA          TO EV-ICUENTA
                 MOVE RI-ICONCEPT         TO EV-ICONCEPT
                 SET EV-REINSTALACION     TO TRUE
                 MOVE RI-IUSRAUT          TO EV-IUSUARIO
                 MOVE W000-PROG           TO EV-IPROGRAM
                 PERFORM 9789-REGISTRA-EVENTO-CARTA
              END-IF
           ELSE
              IF SQLCODE NOT = 100
