      *----
      * ZMWSC325 : VERIFICA LA E.FIRMA DE UN RENGLON DE CARTA
      *            ELECTRONICA. LAYOUT DE REFERENCIA ZMWSC324 (FI-REG,
      *            FI-PARM Y FI-CONTENIDO). CADA REVISION CORRE SOLO
      *            SI LAS ANTERIORES PASARON; EL RESULTADO QUEDA EN
      *            FI-SEFIRMA Y SU MENSAJE EN FI-DMENSAJE.
      *----
       9913-VERIFICA-EFIRMA-CARTA.
      *----
           SET FI-VERIFICADA               TO TRUE
           MOVE SPACES                     TO FI-DMENSAJE
           MOVE SPACES                     TO FI-ICERTSER
           MOVE SPACES                     TO FI-IRFC

           IF FI-LFIRMA                    NOT > 0
              OR FI-LCERTIF                NOT > 0
              SET FI-SIN-FIRMA             TO TRUE
              MOVE 'CARTA ELECTRONICA SIN E.FIRMA'
                                           TO FI-DMENSAJE
           ELSE
              MOVE LENGTH OF FI-CONTENIDO  TO FI-LCONTENIDO
              MOVE FI-CONTENIDO            TO FI-DCONTENIDO
              PERFORM 9914-INVOCA-SERVICIO-FIRMA

              IF FI-FIRMA-INVALIDA
                 SET FI-FIRMA-NO-CORRESPONDE TO TRUE
                 MOVE 'LA E.FIRMA NO CORRESPONDE A LA CARTA'
                                           TO FI-DMENSAJE
              END-IF
           END-IF

           IF FI-VERIFICADA
              IF FI-CERT-NO-SAT
                 OR FI-FECHA               LESS THAN FI-FVIGDESDE
                 OR FI-FECHA               GREATER THAN FI-FVIGHASTA
                 SET FI-CERT-NO-VIGENTE    TO TRUE
                 MOVE 'CERTIFICADO NO VIGENTE O NO EMITIDO POR SAT'
                                           TO FI-DMENSAJE
              END-IF
           END-IF

      *    LISTA DE REVOCACION DEL SAT: CUENTA LA REVOCACION CON
      *    FECHA HASTA LA DE LA CARTA, DE UN ARCHIVO NO RECHAZADO.
           IF FI-VERIFICADA
              MOVE 0                       TO FI-NREVOCA
              EXEC SQL
                   SELECT COUNT(*)
                     INTO :FI-NREVOCA
                     FROM ZMDT751
                    WHERE ZM751_ICERTSER = :FI-ICERTSER
                      AND ZM751_SPROCESO <> 'R'
                      AND ZM751_FREVOCA  <= :FI-FECHA
              END-EXEC
              PERFORM 9600-VALIDA-SQL

              IF FI-NREVOCA                GREATER THAN 0
                 SET FI-CERT-REVOCADO      TO TRUE
                 MOVE 'CERTIFICADO DE E.FIRMA REVOCADO POR EL SAT'
                                           TO FI-DMENSAJE
              END-IF
           END-IF

      *    EL FIRMANTE ES EL TITULAR (RFC DE LA CUENTA) O UN
      *    APODERADO VIGENTE A LA FECHA CON SU RFC REGISTRADO.
           IF FI-VERIFICADA
              MOVE SPACES                  TO FI-IRFCCTA
              EXEC SQL
                   SELECT COALESCE(IRFC, ' ')
                     INTO :FI-IRFCCTA
                     FROM CUENTA
                    WHERE IEMPR   = :FI-IEMPR
                      AND ICUENTA = :FI-ICUENTA
              END-EXEC
              PERFORM 9600-VALIDA-SQL

              IF FI-IRFC                   NOT = FI-IRFCCTA
                 OR FI-IRFC                EQUAL SPACES
                 MOVE 0                    TO FI-NAPODER
                 EXEC SQL
                      SELECT COUNT(*)
                        INTO :FI-NAPODER
                        FROM ZMDT657
                       WHERE ZM657_IEMPR     = :FI-IEMPR
                         AND ZM657_ICUENTA   = :FI-ICUENTA
                         AND ZM657_IRFC      = :FI-IRFC
                         AND ZM657_SVIGEN    = '1'
                         AND ZM657_FVIGDESDE <= :FI-FECHA
                         AND COALESCE(ZM657_FVIGHASTA,
                                      '9999-12-31') >= :FI-FECHA
                 END-EXEC
                 PERFORM 9600-VALIDA-SQL

                 IF FI-NAPODER             EQUAL 0
                    SET FI-RFC-NO-CORRESPONDE TO TRUE
                    MOVE 'RFC DE LA E.FIRMA NO ES TITULAR NI APODERADO'
                                           TO FI-DMENSAJE
                 END-IF
              END-IF
           END-IF

      *    LOS RENGLONES 2+ SE FIRMAN CON EL MISMO CERTIFICADO QUE
      *    ABRIO LA CARTA.
           IF FI-VERIFICADA
              AND FI-ICONCEPT              NOT = 0
              MOVE SPACES                  TO FI-ICERTCARTA
              EXEC SQL
                   SELECT COALESCE(ZM606_ICERTSER, ' ')
                     INTO :FI-ICERTCARTA
                     FROM ZMDT606
                    WHERE ZM606_IEMPR    = :FI-IEMPR
                      AND ZM606_ICUENTA  = :FI-ICUENTA
                      AND ZM606_ICONCEPT = :FI-ICONCEPT
              END-EXEC
              IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
                 PERFORM 9600-VALIDA-SQL
              END-IF

              IF FI-ICERTCARTA             NOT = FI-ICERTSER
                 SET FI-OTRO-CERTIFICADO   TO TRUE
                 MOVE 'CERTIFICADO DISTINTO AL DE LA CARTA'
                                           TO FI-DMENSAJE
              END-IF
           END-IF.
      *----
      * ZMWSC325 : INVOCA EL SERVICIO DE FIRMA (ZM9CR442) QUE VERIFICA
      *            LA FIRMA SOBRE FI-DCONTENIDO Y REGRESA LOS DATOS DEL
      *            CERTIFICADO. MISMO PATRON DE INVOCACION QUE 9532.
      *----
       9914-INVOCA-SERVICIO-FIRMA.
      *----
           SET FI-FIRMA-INVALIDA           TO TRUE
           SET FI-CERT-NO-SAT              TO TRUE
           MOVE 0                          TO FI-WCODRET

           EXEC CICS
                LINK PROGRAM             (wsc-ZM9CR442)
                     COMMAREA            (FI-PARM)
                     LENGTH   (LENGTH  OF FI-PARM)
                     RESP                (W000-RESP)
           END-EXEC

           PERFORM 9500-VALIDA-CICS

           IF FI-WCODRET                 = ZM-WCODRET
              PERFORM 9888-ABORTA-RETURN
           END-IF.
      *----
      * ZMWSC325 : ESTAMPA EN LA CARATULA DE LA CARTA LA SERIE DEL
      *            CERTIFICADO, EL RESULTADO Y LA FECHA DE LA
      *            VERIFICACION.
      *----
       9915-GRABA-EFIRMA-CARTA.
      *----
           EXEC SQL
                UPDATE ZMDT606
                   SET ZM606_ICERTSER = :FI-ICERTSER,
                       ZM606_SEFIRMA  = :FI-SEFIRMA,
                       ZM606_FEFIRMA  = CURRENT TIMESTAMP
                 WHERE ZM606_IEMPR    = :FI-IEMPR
                   AND ZM606_ICUENTA  = :FI-ICUENTA
                   AND ZM606_ICONCEPT = :FI-ICONCEPT
           END-EXEC
           PERFORM 9600-VALIDA-SQL.
      *----
