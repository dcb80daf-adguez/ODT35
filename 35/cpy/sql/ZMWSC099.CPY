      *            APLICAN EN LA PANTALLA, PORQUE EL INTAKE ASIGNA EL
      *            NUMERO DE CONCEPTO HASTA GRABAR. QUIEN INCLUYA
      *            ESTE COPY DEBE INCLUIR TAMBIEN ZMWSC166/ZMWSC167,
      *            ZMWSC210/ZMWSC211, ZMWSC016/ZMWSC017 DE MS35 Y EL
      *            LIBRO DE EFECTIVO ZMWSC266/ZMWSC267 (LA RESERVA DE
      *            FONDOS AL GRABAR, CON FECHA WX-TFECHOY DE
      *            ZMWSC011), LA BANDEJA DE EVENTOS ZMWSC298/
      *            ZMWSC299 (EL EVENTO DE REGISTRO, 9789) Y EL
      *            RESUMEN DIARIO ZMWSC300/ZMWSC301 (9795). EL
      *            CONTRATO SE VALIDA CONTRA EL ALCANCE DE BK-IUSUARIO
      *            (ZMWSC326/ZMWSC327, CON ZMWSC212/ZMWSC213); FUERA
      *            DE ALCANCE SE RECHAZA CON '18'. LA CARTA DE UNA
      *            CUENTA DE EMPLEADO O RELACIONADA ABRE SU SOLICITUD
      *            DE PREAUTORIZACION (9945, ZMWSC332/ZMWSC333) Y
      *            CADA RECHAZO SE GRABA EN LA BITACORA DE RECHAZOS DE
      *            CAPTURA (9960, ZMWSC334/ZMWSC335). UNA CUENTA CON
      *            RESTRICCION VIGENTE DE COMPRAS, VENTAS O
      *            CONGELAMIENTO (9996, ZMWSC342/ZMWSC343) SE RECHAZA
      *            CON '19' SOLO SI LA RESTRICCION ES DEL SENTIDO DE
      *            LA CARTA, QUE DA LA NATURALEZA (9649) DEL CONCEPTO
      *            QUE TOCARA AL GRABAR. UNA CUENTA AUN PENDIENTE DE
      *            ACTIVACION (9007, ZMWSC344/ZMWSC345) SE RECHAZA
      *            CON '20'.
      *----
       9273-VALIDA-REGISTRO-INTAKE.
      *----
           ELSE
           MOVE BK-IEMPR                   TO CT-IEMPR
           MOVE BK-ICUENTA                 TO CT-ICUENTA
           MOVE BK-IUSUARIO                TO CT-IUSUARIO
           PERFORM 9130-LEE-NOMBRE-CUENTA

           IF CT-NO-ENCONTRADA
              MOVE '01'                    TO BK-ICODRECH
              MOVE 'CONTRATO NO EXISTE'    TO BK-DRECHAZO
           ELSE
           IF CT-FUERA-ALCANCE
              MOVE '18'                    TO BK-ICODRECH
              MOVE 'CONTRATO FUERA DEL ALCANCE DEL USUARIO'
                                           TO BK-DRECHAZO
           ELSE
              MOVE BK-IEMISORA             TO CE-IEMISORA
              MOVE BK-ISERIE               TO CE-ISERIE
                 END-IF
              END-IF
           END-IF
           END-IF

      *    EL SENTIDO DE LA CARTA LO DA LA NATURALEZA DEL CONCEPTO
      *    (9649: CARGO = COMPRA, ABONO = VENTA). EL RENGLON 1 TOMA
      *    EL CONCEPTO QUE LE ASIGNARA 9274; LOS 2+ EL DE SU CARTA.
           IF BK-ACEPTADO
              IF BK-LINEA                  EQUAL 1
                 MOVE 0                    TO EF-ICONCEPT
                 EXEC SQL
                      SELECT COALESCE(MAX(ZM606_ICONCEPT), 0)
                        INTO :EF-ICONCEPT
                        FROM ZMDT606
                       WHERE ZM606_IEMPR   = :BK-IEMPR
                         AND ZM606_ICUENTA = :BK-ICUENTA
                 END-EXEC
                 PERFORM 9600-VALIDA-SQL
                 ADD 1                     TO EF-ICONCEPT
              ELSE
                 MOVE BK-ICONCEPT          TO EF-ICONCEPT
              END-IF

              MOVE BK-IEMPR                TO EF-IEMPR
              MOVE BK-ICUENTA              TO EF-ICUENTA
              MOVE WX-TFECHOY              TO EF-FVALOR
              PERFORM 9649-LEE-NATURALEZA-EFECTIVO

              MOVE BK-IEMPR                TO RX-IEMPR
              MOVE BK-ICUENTA              TO RX-ICUENTA
              IF EF-NATUR-ABONO
                 SET RX-OPER-VENTA         TO TRUE
              ELSE
                 SET RX-OPER-COMPRA        TO TRUE
              END-IF
              MOVE WX-TFECHOY              TO RX-FECHA
              PERFORM 9996-VERIFICA-RESTRICCION

              IF RX-RESTRINGIDA
                 MOVE '19'                 TO BK-ICODRECH
                 MOVE RX-DMENSAJE          TO BK-DRECHAZO
              END-IF
           END-IF

           IF BK-ACEPTADO
              MOVE BK-IEMPR                TO AI-IEMPR
              MOVE BK-ICUENTA              TO AI-ICUENTA
              PERFORM 9007-VERIFICA-CUENTA-PENDIENTE

              IF AI-CUENTA-PENDIENTE
                 MOVE '20'                 TO BK-ICODRECH
                 MOVE AI-DMENSAJE          TO BK-DRECHAZO
              END-IF
           END-IF

           IF BK-ACEPTADO
              PERFORM 9399-VALIDA-LINEA-INTAKE
              ADD 1                        TO BK-NUMACEPTA
           ELSE
              ADD 1                        TO BK-NUMRECHAZA

      *       CADA RECHAZO QUEDA EN LA BITACORA DE RECHAZOS DE
      *       CAPTURA; LOS '06' EN CADENA NO SON UNA VALIDACION.
              IF NOT BK-RECH-CARTA-PREVIA
                 MOVE BK-IUSUARIO          TO RJ-IUSUARIO
                 MOVE BK-IPROGRAM          TO RJ-IPROGRAM
                 MOVE BK-IEMPR             TO RJ-IEMPR
                 MOVE BK-ICUENTA           TO RJ-ICUENTA
                 MOVE BK-ICONCEPT          TO RJ-ICONCEPT
                 IF BK-LINEA               EQUAL 1
                    MOVE 0                 TO RJ-ICONCEPT
                 END-IF
                 MOVE SPACES               TO RJ-ICHEQUEO
                 MOVE BK-ICODRECH          TO RJ-ICODRECH
                 MOVE SPACES               TO RJ-IUSRAUT
                 MOVE BK-DRECHAZO          TO RJ-DMENSAJE
                 SET RJ-RECHAZO            TO TRUE
                 PERFORM 9960-REGISTRA-RECHAZO-CAPTURA
              END-IF
           END-IF.
      *----
      * ZMWSC099 : GRABA EL REGISTRO YA VALIDADO. EL RENGLON 1 ABRE LA
                            :BK-IDOCSCAN,    :BK-IPLAZO )
              END-EXEC
              PERFORM 9600-VALIDA-SQL

      *       EVENTO DE REGISTRO PARA LOS CONSUMIDORES EN LINEA.
              MOVE BK-IEMPR                TO EV-IEMPR
              MOVE BK-ICUENTA              TO EV-ICUENTA
              MOVE BK-ICONCEPT             TO EV-ICONCEPT
              SET EV-REGISTRO              TO TRUE
              MOVE BK-IUSUARIO             TO EV-IUSUARIO
              MOVE BK-IPROGRAM             TO EV-IPROGRAM
              PERFORM 9789-REGISTRA-EVENTO-CARTA

      *       CUENTA DE EMPLEADO O RELACIONADA: LA CARTA ESPERA LA
      *       PREAUTORIZACION DE CUMPLIMIENTO ANTES DE IR A MERCADO.
              MOVE BK-IEMPR                TO PX-IEMPR
              MOVE BK-ICUENTA              TO PX-ICUENTA
              MOVE BK-ICONCEPT             TO PX-ICONCEPT
              MOVE BK-IEMISORA             TO PX-IEMISORA
              MOVE BK-ISERIE               TO PX-ISERIE
              MOVE BK-IUSUARIO             TO PX-IUSUARIO
              PERFORM 9945-VERIFICA-PREAUTORIZACION
           END-IF

           EXEC SQL
                         NULL,         CURRENT TIMESTAMP,
                         :BK-CTITULOS, :BK-MIMPORTE )
           END-EXEC
           PERFORM 9600-VALIDA-SQL

           MOVE BK-IEMPR                   TO DA-IEMPR
           MOVE BK-ICUENTA                 TO DA-ICUENTA
           MOVE BK-ICONCEPT                TO DA-ICONCEPT
           MOVE BK-LINEA                   TO DA-ILINEA
           MOVE SPACES                     TO DA-FACTIV
           SET DA-MOV-REGISTRO             TO TRUE
           PERFORM 9795-ACUMULA-RESUMEN-CARTAS

      *    LOS FONDOS DEL RENGLON QUEDAN RESERVADOS EN EL LIBRO DE
      *    EFECTIVO DE LA CUENTA HASTA QUE LA CARTA SE LIQUIDE,
      *    CANCELE O VENZA.
           MOVE BK-IEMPR                   TO EF-IEMPR
           MOVE BK-ICUENTA                 TO EF-ICUENTA
           MOVE BK-ICONCEPT                TO EF-ICONCEPT
           MOVE WX-TFECHOY                 TO EF-FVALOR
           MOVE BK-IUSUARIO                TO EF-IUSUARIO
           MOVE BK-IPROGRAM                TO EF-IPROGRAM
           PERFORM 9644-RESERVA-FONDOS-CARTA.
      *----
      * ZMWSC099 : VALIDA TITULOS E IMPORTE DEL RENGLON CON LAS
      *            MISMAS RUTINAS DE LA PANTALLA (9392/9393). LA
