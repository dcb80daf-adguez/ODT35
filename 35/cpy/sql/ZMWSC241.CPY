      * ZMWSC241 : ARCHIVO DE INSTRUCCIONES DE TRASPASO A INDEVAL.
      *            LAYOUT DE REFERENCIA ZMWSC240 (IV-REG). LAS
      *            CARTAS CON CONFIRMACION TELEFONICA PENDIENTE
      *            (ZMDT688), LAS QUE ESPERAN SU VERIFICACION A
      *            CIEGAS (ZMDT724 FUERA DE 'V'), LAS DE EMPLEADOS SIN
      *            PREAUTORIZACION DE CUMPLIMIENTO (ZMDT759 FUERA DE
      *            'A') Y LAS DE TITULOS EN CERO (SOLO IMPORTE, NO
      *            VIAJAN A INDEVAL) NO SE TRANSMITEN.
      * NOTA: EL FOLIO DEL LOTE SE RESERVA CON EL SERVIDOR DE
      *       FOLIOS ZMDT642 (9349-OBTEN-FOLIO, LLAVE EN BLANCO);
      *       QUIEN INCLUYA ESTE COPY DEBE INCLUIR TAMBIEN
                               AND K.ZM688_ICONCEPT =
                                   A.ZM606_ICONCEPT
                               AND K.ZM688_IESTADO IN ('P', 'X') )
                      AND NOT EXISTS
                          ( SELECT 1
                              FROM ZMDT724 V
                             WHERE V.ZM724_IEMPR    = A.ZM606_IEMPR
                               AND V.ZM724_ICUENTA  =
                                   A.ZM606_ICUENTA
                               AND V.ZM724_ICONCEPT =
                                   A.ZM606_ICONCEPT
                               AND V.ZM724_IESTADO <> 'V' )
                      AND NOT EXISTS
                          ( SELECT 1
                              FROM ZMDT759 X
                             WHERE X.ZM759_IEMPR    = A.ZM606_IEMPR
                               AND X.ZM759_ICUENTA  =
                                   A.ZM606_ICUENTA
                               AND X.ZM759_ICONCEPT =
                                   A.ZM606_ICONCEPT
                               AND X.ZM759_IESTADO <> 'A' )
                 ORDER BY A.ZM606_IEMPR, A.ZM606_ICUENTA,
                          A.ZM606_ICONCEPT
           END-EXEC
