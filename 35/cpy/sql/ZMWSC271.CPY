      *----
      * ZMWSC271 : REGISTRO DE CUENTAS BANCARIAS (CLABE) DEL CLIENTE
      *            (ZMDT705). LAYOUT DE REFERENCIA ZMWSC270 (BC-REG).
      * NOTA: EL FOLIO ISECCLB SE RESERVA CON EL SERVIDOR DE FOLIOS
      *       ZMDT642 (9349-OBTEN-FOLIO) Y LA TITULARIDAD DEL RFC SE
      *       VERIFICA CON 9569 (ZMWSC242/ZMWSC243); QUIEN INCLUYA
      *       ESTE COPY DEBE INCLUIR TAMBIEN ZMWSC142/ZMWSC143 Y
      *       ZMWSC242/ZMWSC243.
      *----
       9664-VALIDA-CLABE.
      *----
           SET BC-VALIDA                   TO TRUE
           MOVE SPACES                     TO BC-DMENSAJE

           IF BC-CLABE                     NOT NUMERIC
              SET BC-INVALIDA              TO TRUE
              MOVE 'CLABE DEBE SER DE 18 DIGITOS'
                                           TO BC-DMENSAJE
           ELSE
              MOVE 0                       TO BC-SUMA
              PERFORM 9668-SUMA-DIGITO-CLABE
                  VARYING BC-I FROM 1 BY 1 UNTIL BC-I > 17

              DIVIDE BC-SUMA BY 10
                     GIVING BC-COCIENTE REMAINDER BC-RESTO
              COMPUTE BC-DIGVER = 10 - BC-RESTO
              IF BC-DIGVER                 EQUAL 10
                 MOVE 0                    TO BC-DIGVER
              END-IF

              IF BC-DIGVER                 NOT = BC-CLABE-DIG(18)
                 SET BC-INVALIDA           TO TRUE
                 MOVE 'DIGITO VERIFICADOR DE LA CLABE INCORRECTO'
                                           TO BC-DMENSAJE
              END-IF
           END-IF.
      *----
      * ZMWSC271 : SOLICITA EL ALTA DE LA CLABE (QUEDA PENDIENTE DE
      *            AUTORIZAR). SE RECHAZA DE ENTRADA SI LA CLABE NO
      *            ES VALIDA, SI EL RFC DEL TITULAR NO ES DE UN
      *            TITULAR DE LA CUENTA O SI LA CLABE YA ESTA
      *            REGISTRADA (PENDIENTE O AUTORIZADA) EN LA CUENTA.
      *----
       9665-SOLICITA-CLABE.
      *----
           PERFORM 9664-VALIDA-CLABE

           IF BC-VALIDA
              MOVE BC-IEMPR                TO CJ-IEMPR
              MOVE BC-ICUENTA              TO CJ-ICUENTA
              MOVE BC-IRFCTIT              TO CJ-IRFC
              PERFORM 9569-VERIFICA-RFC-TITULARES
              IF CJ-NO-ES-TITULAR
                 SET BC-INVALIDA           TO TRUE
                 MOVE 'RFC DEL TITULAR DE LA CLABE AJENO A LA CUENTA'
                                           TO BC-DMENSAJE
              END-IF
           END-IF

           IF BC-VALIDA
              MOVE 0                       TO BC-NUMCLB

              EXEC SQL
                   SELECT COUNT(*)
                     INTO :BC-NUMCLB
                     FROM ZMDT705
                    WHERE ZM705_IEMPR   = :BC-IEMPR
                      AND ZM705_ICUENTA = :BC-ICUENTA
                      AND ZM705_CLABE   = :BC-CLABE
                      AND ZM705_IESTADO IN ('P', 'A')
              END-EXEC
              PERFORM 9600-VALIDA-SQL

              IF BC-NUMCLB                 GREATER THAN 0
                 SET BC-INVALIDA           TO TRUE
                 MOVE 'CLABE YA REGISTRADA EN LA CUENTA'
                                           TO BC-DMENSAJE
              END-IF
           END-IF

           IF BC-VALIDA
              MOVE 'ZMDT705'               TO FO-ITABLA
              MOVE BC-IEMPR                TO FO-LL-IEMPR
              MOVE BC-ICUENTA              TO FO-LL-ICUENTA
              MOVE 0                       TO FO-LL-ICONCEPT
              PERFORM 9349-OBTEN-FOLIO
              MOVE FO-NFOLIO               TO BC-ISECCLB

              SET BC-PENDIENTE             TO TRUE

              EXEC SQL
                   INSERT INTO ZMDT705
                        ( ZM705_IEMPR,    ZM705_ICUENTA,
                          ZM705_ISECCLB,  ZM705_CLABE,
                          ZM705_IBANCO,   ZM705_NTITULAR,
                          ZM705_IRFCTIT,  ZM705_IUSRSOL,
                          ZM705_FSOLICIT, ZM705_IESTADO,
                          ZM705_IUSRAUT,  ZM705_FAUTORIZ )
                   VALUES ( :BC-IEMPR,    :BC-ICUENTA,
                            :BC-ISECCLB,  :BC-CLABE,
                            :BC-CLABE-BANCO, :BC-NTITULAR,
                            :BC-IRFCTIT,  :BC-IUSRSOL,
                            CURRENT TIMESTAMP, 'P',
                            NULL,         NULL )
              END-EXEC
              PERFORM 9600-VALIDA-SQL
           END-IF.
      *----
      * ZMWSC271 : RESUELVE LA SOLICITUD ('A'/'R'/'B' EN BC-IESTADO;
      *            LA BAJA DE UNA CLABE TAMBIEN PASA POR AQUI). EL
      *            AUTORIZADOR NO PUEDE SER EL SOLICITANTE.
      *----
       9666-AUTORIZA-CLABE.
      *----
           EXEC SQL
                UPDATE ZMDT705
                   SET ZM705_IESTADO  = :BC-IESTADO,
                       ZM705_IUSRAUT  = :BC-IUSRAUT,
                       ZM705_FAUTORIZ = CURRENT TIMESTAMP
                 WHERE ZM705_IEMPR   = :BC-IEMPR
                   AND ZM705_ICUENTA = :BC-ICUENTA
                   AND ZM705_ISECCLB = :BC-ISECCLB
                   AND ZM705_IESTADO IN ('P', 'A')
                   AND ZM705_IUSRSOL <> :BC-IUSRAUT
           END-EXEC

           IF SQLCODE NOT = 0
              IF SQLCODE NOT = 100
                 PERFORM 9600-VALIDA-SQL
              END-IF
              SET BC-PENDIENTE             TO TRUE
           END-IF.
      *----
      * ZMWSC271 : DICE SI BC-CLABE ESTA REGISTRADA Y AUTORIZADA PARA
      *            LA CUENTA BC-IEMPR/BC-ICUENTA.
      *----
       9667-VERIFICA-CLABE-CUENTA.
      *----
           SET BC-NO-REGISTRADA            TO TRUE
           MOVE 0                          TO BC-NUMCLB

           EXEC SQL
                SELECT COUNT(*)
                  INTO :BC-NUMCLB
                  FROM ZMDT705
                 WHERE ZM705_IEMPR   = :BC-IEMPR
                   AND ZM705_ICUENTA = :BC-ICUENTA
                   AND ZM705_CLABE   = :BC-CLABE
                   AND ZM705_IESTADO = 'A'
           END-EXEC
           PERFORM 9600-VALIDA-SQL

           IF BC-NUMCLB                    GREATER THAN 0
              SET BC-REGISTRADA            TO TRUE
           END-IF.
      *----
       9668-SUMA-DIGITO-CLABE.
      *----
           COMPUTE BC-PRODUCTO = BC-CLABE-DIG(BC-I) * BC-PESO(BC-I)
           DIVIDE BC-PRODUCTO BY 10
                  GIVING BC-COCIENTE REMAINDER BC-RESTO
           ADD BC-RESTO                    TO BC-SUMA.
      *----
      * ZMWSC271 : CLABE AUTORIZADA MAS RECIENTE DE LA CUENTA, A LA
      *            QUE TESORERIA PAGA LAS INSTRUCCIONES DE EFECTIVO.
      *            SIN CLABE AUTORIZADA REGRESA BC-NO-REGISTRADA.
      *----
       9669-LEE-CLABE-VIGENTE.
      *----
           SET BC-NO-REGISTRADA            TO TRUE
           MOVE SPACES                     TO BC-CLABE

           EXEC SQL
                SELECT ZM705_CLABE
                  INTO :BC-CLABE
                  FROM ZMDT705
                 WHERE ZM705_IEMPR   = :BC-IEMPR
                   AND ZM705_ICUENTA = :BC-ICUENTA
                   AND ZM705_IESTADO = 'A'
                 ORDER BY ZM705_ISECCLB DESC
                 FETCH FIRST 1 ROW ONLY
           END-EXEC

           IF SQLCODE EQUAL 0
              SET BC-REGISTRADA            TO TRUE
           ELSE
              IF SQLCODE NOT = 100
                 PERFORM 9600-VALIDA-SQL
              END-IF
           END-IF.
      *----
