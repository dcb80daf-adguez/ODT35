      *            LO QUE EN PANTALLA PIDE VOBO AQUI SE RECHAZA AL
      *            REPORTE DE SEGUIMIENTO MANUAL. TAMBIEN CORRE EL
      *            BLOQUEO PARAMETRIZADO DE EXPEDIENTE (9522) Y ARMA
      *            EL CALLBACK DE CARTAS GRANDES (9577) Y LA
      *            VERIFICACION A CIEGAS (9779) TRAS GRABAR.
      *            QUIEN INCLUYA ESTE COPY DEBE INCLUIR TAMBIEN
      *            ZMWSC098/ZMWSC099 (CON SUS DEPENDENCIAS),
      *            ZMWSC140/ZMWSC141 + ZMWSC182/ZMWSC183, ZMWSC082/
      *            ZMWSC083 + ZMWSC036/ZMWSC037, ZMWSC222/ZMWSC223,
      *            ZMWSC246/ZMWSC247, ZMWSC296/ZMWSC297 Y ms35/
      *            ZMWSC018/ZMWSC019.
      *----
       9475-ABRE-PLANES-DIA.
      *----
                 MOVE BK-ICONCEPT          TO CB-ICONCEPT
                 PERFORM 9577-VERIFICA-UMBRAL-CONFIRMA
              END-IF

      *       TAMBIEN SU VERIFICACION A CIEGAS (ZMDT724), POR
      *       CONCEPTO O POR IMPORTE; LA RECAPTURA LA HACE
      *       CUALQUIER OPERADOR, EL LOTE NO ES UN CAPTURISTA.
              MOVE SPACES                  TO VD-MUMBRAL-ALFA
              MOVE 'REG'                   TO PV-ITIPOPAR
              MOVE 'VERIFICA'              TO PV-IPARAM
              MOVE SI-FECHA                TO PV-FVIGENCIA
              PERFORM 9180-LEE-PARAM-VIGENTE

              IF PV-ENCONTRADO
                 MOVE PV-DATOSPAR(1:15)    TO VD-MUMBRAL-ALFA
              END-IF

              MOVE SI-IEMPR                TO VD-IEMPR
              MOVE SI-ICUENTA              TO VD-ICUENTA
              MOVE BK-ICONCEPT             TO VD-ICONCEPT
              MOVE BK-IUSUARIO             TO VD-IUSUARIO
              PERFORM 9779-VERIFICA-REQUIERE-DOBLE
           ELSE
              ADD 1                        TO SI-NUMRECHAZA
           END-IF.
