      * ZMWSC085 : VALIDA UNA EMISORA/SERIE/INSTRUMENTO CONTRA EL
      *            CATALOGO MAESTRO ZMDT630 Y DA MANTENIMIENTO AL
      *            CATALOGO. LAYOUT DE REFERENCIA ZMWSC084 (CE-REG).
      *            UN FONDO DE INVERSION (ZM630_TCLASE 'F') NO SE
      *            INSTRUYE POR CARTA: VA POR LAS ORDENES DE FONDO
      *            (ZMWSC320/ZMWSC321) CON SU NAV Y SU CALENDARIO.
      *----
       9245-VALIDA-EMISERIE.
      *----
           EXEC SQL
                SELECT ZM630_DNOMBRE,   ZM630_FVIGDESDE,
                       COALESCE(ZM630_FVIGHASTA, '9999-12-31'),
                       ZM630_SSUSPEND,  COALESCE(ZM630_TCLASE, ' ')
                  INTO :CE-DNOMBRE,    :CE-FVIGDESDE,
                       :CE-FVIGHASTA,  :CE-SSUSPEND,
                       :CE-TCLASE
                  FROM ZMDT630
                 WHERE ZM630_IEMISORA    = :CE-IEMISORA
                   AND ZM630_ISERIE      = :CE-ISERIE
                    SET CE-FUERA-VIGENCIA  TO TRUE
                    MOVE 'EMISION FUERA DE VIGENCIA'
                                           TO CE-DMENSAJE
                 WHEN CE-CLASE-FONDO
                    SET CE-ES-FONDO        TO TRUE
                    MOVE 'FONDO DE INVERSION - CAPTURE ORDEN DE FONDO'
                                           TO CE-DMENSAJE
                 WHEN OTHER
                    SET CE-VALIDA          TO TRUE
              END-EVALUATE
