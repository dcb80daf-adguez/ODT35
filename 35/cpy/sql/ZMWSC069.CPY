      *            RECORRE LAS NOTIFICACIONES NUEVAS ('0') Y FALLIDAS
      *            POR REINTENTAR ('2') QUE NO HAN AGOTADO DN-MAXINT
      *            INTENTOS, LAS ENTREGA AL GATEWAY DE CORREO/SMS Y
      *            ESTAMPA ESTADO, FECHA E INTENTOS. LA MERCADOTECNIA
      *            A CUENTAS OPUESTAS A ELLA SE SUPRIME ('4'). LAYOUT
      *            DE REFERENCIA ZMWSC068 (DN-REG).
      *----
       9218-DESPACHA-NOTIFICACIONES.
      *----
           MOVE 0                          TO DN-NUMENVIADAS
           MOVE 0                          TO DN-NUMFALLIDAS
           MOVE 0                          TO DN-NUMSUPRIM

           EXEC SQL
                DECLARE CNOTIPEND CURSOR FOR
                   SELECT ZM622_IEMPR,    ZM622_ICUENTA,
                          ZM622_ICONCEPT, ZM622_ISECUEN,
                          ZM622_TDESTINO, ZM622_DESTINO,
                          ZM622_CINTENTOS,
                          COALESCE(ZM622_TMENSAJE, ' ')
                     FROM ZMDT622
                    WHERE ZM622_SENVIADO  IN ('0', '2')
                      AND ZM622_CINTENTOS < :DN-MAXINT
                 INTO :DN-IEMPR,    :DN-ICUENTA,
                      :DN-ICONCEPT, :DN-ISECUEN,
                      :DN-TDESTINO, :DN-DESTINO,
                      :DN-CINTENTOS,
                      :DN-TMENSAJE
           END-EXEC

           IF SQLCODE EQUAL 0
              SET DN-HAY-DATOS             TO TRUE
              SET PC-SIN-CONSENTIMIENTO    TO TRUE
              SET PC-ACEPTA-MKT            TO TRUE
              IF DN-MSG-MERCADOTECNIA
                 MOVE DN-IEMPR             TO PC-IEMPR
                 MOVE DN-ICUENTA           TO PC-ICUENTA
                 PERFORM 9821-LEE-CONSENTIMIENTO
              END-IF

              IF PC-OPUESTO-MKT
                 PERFORM 9825-SUPRIME-NOTIFICACION
              ELSE
                 PERFORM 9220-ENVIA-NOTIFICACION
              END-IF
           ELSE
              SET DN-FIN-DATOS             TO TRUE
              IF SQLCODE NOT = 100
              END-IF
           END-IF.
      *----
      * ZMWSC069 : MENSAJE DE MERCADOTECNIA A UNA CUENTA QUE SE OPUSO
      *            A ESE USO EN SU AVISO DE PRIVACIDAD: NO SE ENTREGA
      *            AL GATEWAY Y QUEDA SUPRIMIDO ('4').
      *----
       9825-SUPRIME-NOTIFICACION.
      *----
           ADD 1                           TO DN-NUMSUPRIM

           EXEC SQL
                UPDATE ZMDT622
                   SET ZM622_SENVIADO  = '4',
                       ZM622_FULTINT   = CURRENT TIMESTAMP
                 WHERE ZM622_IEMPR     = :DN-IEMPR
                   AND ZM622_ICUENTA   = :DN-ICUENTA
                   AND ZM622_ICONCEPT  = :DN-ICONCEPT
                   AND ZM622_ISECUEN   = :DN-ISECUEN
           END-EXEC
           PERFORM 9600-VALIDA-SQL.
      *----
      * ZMWSC069 : ENTREGA UNA NOTIFICACION AL GATEWAY DE CORREO/SMS.
      *            DN-GW-WCODRET = 0 MARCA ENVIADA ('1'); CUALQUIER
      *            OTRO CODIGO MARCA FALLIDA ('2') O, SI CON ESTE
