      *----
      * ZMWSC315 : CAPTURA DE CARTAS EN CONTINGENCIA Y SU REENVIO AL
      *            SERVICIO DE REGISTRO. LAYOUT DE REFERENCIA ZMWSC314
      *            (SF-REG Y SF-DIARIO).
      * NOTA: 9859, 9860 Y 9861 NO USAN DB2, PORQUE CORREN
      *       JUSTAMENTE CUANDO DB2 NO ESTA DISPONIBLE.
      *----
       9859-CAMBIA-MODO-CONTINGENCIA.
      *----
           PERFORM 9300-USER-FECHA-HORA
           PERFORM 9867-ARMA-FECHA-CONTINGENCIA

           MOVE 0                          TO SF-LL-IFOLIO
           MOVE 0                          TO SF-LL-ILINEA

           EXEC CICS
                READ FILE                (SF-IARCHIVO)
                     INTO                (SF-DIARIO)
                     RIDFLD              (SF-LLAVE)
                     UPDATE
                     RESP                (W000-RESP)
           END-EXEC

           IF W000-RESP                    EQUAL DFHRESP(NOTFND)
              MOVE SPACES                  TO SF-DI-DATOS
              MOVE SF-SMODO                TO SF-DC-SMODO
              MOVE 0                       TO SF-DC-NULTFOLIO
              MOVE SF-IUSUARIO             TO SF-DC-IUSUARIO
              MOVE SF-FCAPTURA-X           TO SF-DC-FCAMBIO
              EXEC CICS
                   WRITE FILE            (SF-IARCHIVO)
                         FROM            (SF-DIARIO)
                         RIDFLD          (SF-LLAVE)
                         RESP            (W000-RESP)
              END-EXEC
              PERFORM 9500-VALIDA-CICS
           ELSE
              PERFORM 9500-VALIDA-CICS
              MOVE SF-SMODO                TO SF-DC-SMODO
              MOVE SF-IUSUARIO             TO SF-DC-IUSUARIO
              MOVE SF-FCAPTURA-X           TO SF-DC-FCAMBIO
              EXEC CICS
                   REWRITE FILE          (SF-IARCHIVO)
                           FROM          (SF-DIARIO)
                           RESP          (W000-RESP)
              END-EXEC
              PERFORM 9500-VALIDA-CICS
           END-IF.
      *----
      * ZMWSC315 : SIN REGISTRO DE CONTROL EL MODO ES NORMAL.
      *----
       9860-LEE-MODO-CONTINGENCIA.
      *----
           SET SF-MODO-NORMAL              TO TRUE
           MOVE 0                          TO SF-LL-IFOLIO
           MOVE 0                          TO SF-LL-ILINEA

           EXEC CICS
                READ FILE                (SF-IARCHIVO)
                     INTO                (SF-DIARIO)
                     RIDFLD              (SF-LLAVE)
                     RESP                (W000-RESP)
           END-EXEC

           IF W000-RESP                    NOT = DFHRESP(NOTFND)
              PERFORM 9500-VALIDA-CICS
              MOVE SF-DC-SMODO             TO SF-SMODO
           END-IF.
      *----
      * ZMWSC315 : GRABA EN EL DIARIO EL RENGLON CARGADO EN RS-ENTRADA.
      *            EL RENGLON 1 TOMA EL SIGUIENTE FOLIO PROVISIONAL
      *            DEL REGISTRO DE CONTROL (BLOQUEADO SOLO DURANTE EL
      *            READ UPDATE/REWRITE).
      *----
       9861-CAPTURA-CONTINGENCIA.
      *----
           SET SF-ACEPTADO                 TO TRUE
           MOVE SPACES                     TO SF-DMENSAJE

           PERFORM 9862-VALIDA-FUERA-LINEA

           IF SF-ACEPTADO
              AND RS-ILINEA                EQUAL 1
              MOVE 0                       TO SF-LL-IFOLIO
              MOVE 0                       TO SF-LL-ILINEA
              EXEC CICS
                   READ FILE             (SF-IARCHIVO)
                        INTO             (SF-DIARIO)
                        RIDFLD           (SF-LLAVE)
                        UPDATE
                        RESP             (W000-RESP)
              END-EXEC
              PERFORM 9500-VALIDA-CICS

              ADD 1                        TO SF-DC-NULTFOLIO
              MOVE SF-DC-NULTFOLIO         TO SF-IFOLIO
              EXEC CICS
                   REWRITE FILE          (SF-IARCHIVO)
                           FROM          (SF-DIARIO)
                           RESP          (W000-RESP)
              END-EXEC
              PERFORM 9500-VALIDA-CICS
           END-IF

           IF SF-ACEPTADO
              PERFORM 9300-USER-FECHA-HORA
              PERFORM 9867-ARMA-FECHA-CONTINGENCIA

              MOVE SPACES                  TO SF-DI-DATOS
              MOVE SF-IFOLIO               TO SF-LL-IFOLIO
              MOVE RS-ILINEA               TO SF-LL-ILINEA
              MOVE SF-FCAPTURA-X           TO SF-DI-FCAPTURA
              SET SF-DI-PENDIENTE          TO TRUE
              MOVE RS-ENTRADA              TO SF-DI-ENTRADA
              MOVE 0                       TO SF-DI-ICONCEPT

              EXEC CICS
                   WRITE FILE            (SF-IARCHIVO)
                         FROM            (SF-DIARIO)
                         RIDFLD          (SF-LLAVE)
                         RESP            (W000-RESP)
              END-EXEC

              IF W000-RESP                 EQUAL DFHRESP(DUPREC)
                 SET SF-RECHAZADO          TO TRUE
                 MOVE 'RENGLON YA CAPTURADO EN CONTINGENCIA'
                                           TO SF-DMENSAJE
              ELSE
                 PERFORM 9500-VALIDA-CICS
                 MOVE 'CARTA EN CONTINGENCIA, FOLIO PROVISIONAL'
                                           TO SF-DMENSAJE
                 MOVE SF-IFOLIO            TO SF-DMENSAJE(42:9)
              END-IF
           END-IF.
      *----
      * ZMWSC315 : LO QUE SE PUEDE VALIDAR SIN DB2: DATOS OBLIGATORIOS,
      *            CANTIDADES, Y QUE LOS RENGLONES 2+ SEAN DE UNA CARTA
      *            ABIERTA EN EL DIARIO. CONTRATO, EMISORA, POSICION,
      *            LINEA, VENTANA Y DEMAS SE VALIDAN EN EL REENVIO.
      *            LAS CARTAS DE CANAL ELECTRONICO NO SE RECIBEN: SU
      *            E.FIRMA SE VERIFICA CONTRA DB2 Y NO CABE EN EL
      *            DIARIO.
      *----
       9862-VALIDA-FUERA-LINEA.
      *----
           EVALUATE TRUE
              WHEN RS-IEMPR                EQUAL SPACES
                OR RS-ICUENTA              NOT > 0
                 SET SF-RECHAZADO          TO TRUE
                 MOVE 'FALTA LA EMPRESA O LA CUENTA'
                                           TO SF-DMENSAJE
              WHEN RS-IEMISORA             EQUAL SPACES
                OR RS-ISERIE               EQUAL SPACES
                 SET SF-RECHAZADO          TO TRUE
                 MOVE 'FALTA LA EMISORA O LA SERIE'
                                           TO SF-DMENSAJE
              WHEN RS-ILINEA               NOT > 0
                 SET SF-RECHAZADO          TO TRUE
                 MOVE 'NUMERO DE RENGLON INVALIDO'
                                           TO SF-DMENSAJE
              WHEN RS-CTITULOS             NOT > 0
                OR RS-MIMPORTE             NOT > 0
                 SET SF-RECHAZADO          TO TRUE
                 MOVE 'TITULOS E IMPORTE DEBEN SER MAYORES A CERO'
                                           TO SF-DMENSAJE
              WHEN RS-IUSUARIO             EQUAL SPACES
                 SET SF-RECHAZADO          TO TRUE
                 MOVE 'FALTA EL USUARIO DE LA CAPTURA'
                                           TO SF-DMENSAJE
              WHEN RS-CANAL-EFIRMA
                 SET SF-RECHAZADO          TO TRUE
                 MOVE 'CARTA CON E.FIRMA NO SE RECIBE EN CONTINGENCIA'
                                           TO SF-DMENSAJE
              WHEN RS-ILINEA               EQUAL 1
                 MOVE 0                    TO SF-IFOLIO
              WHEN SF-IFOLIO               EQUAL 0
                 SET SF-RECHAZADO          TO TRUE
                 MOVE 'EL RENGLON REQUIERE EL FOLIO PROVISIONAL'
                                           TO SF-DMENSAJE
              WHEN OTHER
                 MOVE SF-IFOLIO            TO SF-LL-IFOLIO
                 MOVE 1                    TO SF-LL-ILINEA
                 EXEC CICS
                      READ FILE          (SF-IARCHIVO)
                           INTO          (SF-DIARIO)
                           RIDFLD        (SF-LLAVE)
                           RESP          (W000-RESP)
                 END-EXEC
                 IF W000-RESP              EQUAL DFHRESP(NOTFND)
                    SET SF-RECHAZADO       TO TRUE
                    MOVE 'FOLIO PROVISIONAL NO EXISTE'
                                           TO SF-DMENSAJE
                 ELSE
                    PERFORM 9500-VALIDA-CICS
                    IF NOT SF-DI-PENDIENTE
                       SET SF-RECHAZADO    TO TRUE
                       MOVE 'FOLIO PROVISIONAL YA REENVIADO'
                                           TO SF-DMENSAJE
                    END-IF
                 END-IF
           END-EVALUATE.
      *----
      * ZMWSC315 : EL REENVIO SOLO CORRE CON EL MODO APAGADO, PARA NO
      *            COMPETIR CON LA CAPTURA QUE SIGUE ESCRIBIENDO EN
      *            EL DIARIO.
      *----
       9863-ABRE-REENVIO-CONTINGENCIA.
      *----
           SET SF-ACEPTADO                 TO TRUE
           MOVE SPACES                     TO SF-DMENSAJE
           MOVE 0                          TO SF-NUMREENV
           MOVE 0                          TO SF-NUMRECH
           MOVE 0                          TO SF-IFOLIOACT
           SET SF-HAY-DATOS                TO TRUE

           PERFORM 9860-LEE-MODO-CONTINGENCIA

           IF SF-EN-CONTINGENCIA
              SET SF-RECHAZADO             TO TRUE
              SET SF-FIN-DATOS             TO TRUE
              MOVE 'APAGUE EL MODO CONTINGENCIA ANTES DEL REENVIO'
                                           TO SF-DMENSAJE
           ELSE
              MOVE 0                       TO SF-LL-IFOLIO
              MOVE 1                       TO SF-LL-ILINEA
           END-IF.
      *----
      * ZMWSC315 : REENVIA EL SIGUIENTE RENGLON PENDIENTE DEL DIARIO
      *            (LLAVE IGUAL O MAYOR A SF-LLAVE). LOS RENGLONES YA
      *            RESUELTOS DE UNA CORRIDA ANTERIOR SOLO AVANZAN.
      *----
       9864-REENVIA-CONTINGENCIA.
      *----
           EXEC CICS
                READ FILE                (SF-IARCHIVO)
                     INTO                (SF-DIARIO)
                     RIDFLD              (SF-LLAVE)
                     GTEQ
                     RESP                (W000-RESP)
           END-EXEC

           IF W000-RESP                    EQUAL DFHRESP(NOTFND)
              OR W000-RESP                 EQUAL DFHRESP(ENDFILE)
              SET SF-FIN-DATOS             TO TRUE
           ELSE
              PERFORM 9500-VALIDA-CICS

      *       PRIMER RENGLON QUE SE VE DE ESTE FOLIO: EL RESULTADO DE
      *       SU RENGLON 1 DECIDE EL CONCEPTO DE LOS DEMAS.
              IF SF-LL-IFOLIO              NOT = SF-IFOLIOACT
                 MOVE SF-LL-IFOLIO         TO SF-IFOLIOACT
                 MOVE SF-DI-ICONCEPT       TO SF-ICONCEPTACT
                 MOVE SF-DI-IESTADO        TO SF-SCARTAACT
                 IF SF-LL-ILINEA           NOT = 1
                    SET SF-CARTA-RECHAZADA TO TRUE
                 END-IF
              END-IF

              IF SF-DI-PENDIENTE
                 MOVE SF-DI-ENTRADA        TO RS-ENTRADA
                 INITIALIZE                   RS-FIRMA
                 EVALUATE TRUE
                    WHEN SF-LL-ILINEA      EQUAL 1
                       MOVE 0              TO RS-ICONCEPT
                       PERFORM 9532-REGISTRA-CARTA-SERVICIO
                    WHEN SF-CARTA-REGISTRADA
                       MOVE SF-ICONCEPTACT TO RS-ICONCEPT
                       PERFORM 9532-REGISTRA-CARTA-SERVICIO
                    WHEN OTHER
                       SET RS-RECHAZADA    TO TRUE
                       MOVE SPACES         TO RS-ICODRECH
                       MOVE 'EL RENGLON 1 DE LA CARTA FUE RECHAZADO'
                                           TO RS-DRECHAZO
                 END-EVALUATE

                 EXEC CICS
                      READ FILE          (SF-IARCHIVO)
                           INTO          (SF-DIARIO)
                           RIDFLD        (SF-LLAVE)
                           UPDATE
                           RESP          (W000-RESP)
                 END-EXEC
                 PERFORM 9500-VALIDA-CICS

                 IF RS-ACEPTADA
                    SET SF-DI-REGISTRADO   TO TRUE
                    MOVE RS-ICONCEPT       TO SF-DI-ICONCEPT
                    ADD 1                  TO SF-NUMREENV
                 ELSE
                    SET SF-DI-RECHAZADO    TO TRUE
                    MOVE RS-ICODRECH       TO SF-DI-ICODRECH
                    MOVE RS-DRECHAZO       TO SF-DI-DRECHAZO
                    ADD 1                  TO SF-NUMRECH
                 END-IF

                 EXEC CICS
                      REWRITE FILE       (SF-IARCHIVO)
                              FROM       (SF-DIARIO)
                              RESP       (W000-RESP)
                 END-EXEC
                 PERFORM 9500-VALIDA-CICS

                 IF SF-LL-ILINEA           EQUAL 1
                    MOVE SF-DI-ICONCEPT    TO SF-ICONCEPTACT
                    MOVE SF-DI-IESTADO     TO SF-SCARTAACT
                 END-IF

                 EXEC CICS
                      SYNCPOINT
                 END-EXEC
              END-IF

              IF SF-LL-ILINEA              EQUAL 99
                 ADD 1                     TO SF-LL-IFOLIO
                 MOVE 0                    TO SF-LL-ILINEA
              ELSE
                 ADD 1                     TO SF-LL-ILINEA
              END-IF
           END-IF.
      *----
      * ZMWSC315 : RENGLONES RECHAZADOS EN EL REENVIO. CADA UNO
      *            REGRESA EN SF-DIARIO, CON SU ENTRADA YA CARGADA EN
      *            RS-ENTRADA (EMPRESA, CUENTA, USUARIO DE CAPTURA).
      *----
       9865-ABRE-RECHAZOS-CONTINGENCIA.
      *----
           SET SF-HAY-DATOS                TO TRUE
           MOVE 0                          TO SF-LL-IFOLIO
           MOVE 1                          TO SF-LL-ILINEA

           EXEC CICS
                STARTBR FILE             (SF-IARCHIVO)
                        RIDFLD           (SF-LLAVE)
                        GTEQ
                        RESP             (W000-RESP)
           END-EXEC

           IF W000-RESP                    EQUAL DFHRESP(NOTFND)
              SET SF-FIN-DATOS             TO TRUE
           ELSE
              PERFORM 9500-VALIDA-CICS
           END-IF.
      *----
       9866-LEE-RECHAZOS-CONTINGENCIA.
      *----
           MOVE SPACES                     TO SF-DI-IESTADO

           PERFORM 9868-LEE-SIGUIENTE-DIARIO
               UNTIL SF-FIN-DATOS
                  OR SF-DI-RECHAZADO

           IF SF-DI-RECHAZADO
              MOVE SF-DI-ENTRADA           TO RS-ENTRADA
           END-IF.
      *----
       9868-LEE-SIGUIENTE-DIARIO.
      *----
           EXEC CICS
                READNEXT FILE            (SF-IARCHIVO)
                         INTO            (SF-DIARIO)
                         RIDFLD          (SF-LLAVE)
                         RESP            (W000-RESP)
           END-EXEC

           IF W000-RESP                    EQUAL DFHRESP(ENDFILE)
              SET SF-FIN-DATOS             TO TRUE
              MOVE SPACES                  TO SF-DI-IESTADO
              EXEC CICS
                   ENDBR FILE            (SF-IARCHIVO)
              END-EXEC
           ELSE
              PERFORM 9500-VALIDA-CICS
           END-IF.
      *----
      * ZMWSC315 : FECHA Y HORA DE CICS (9300) EN FORMATO TIMESTAMP DE
      *            DB2, PARA QUE EL REENVIO Y LOS REPORTES LA COMPAREN
      *            CON LAS FECHAS DE LAS TABLAS.
      *----
       9867-ARMA-FECHA-CONTINGENCIA.
      *----
           MOVE FH-FECHA-10                TO SF-FC-FECHA
           MOVE FH-HORA                    TO SF-FC-HORA
           INSPECT SF-FC-HORA              REPLACING ALL ':' BY '.'
           MOVE FH-CENTESIMAS              TO SF-FC-CENTESIMAS
           MOVE FH-USUARIO                 TO SF-IUSUARIO.
      *----
