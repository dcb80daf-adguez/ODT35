      *----
      * ZMWSC267 : LIBRO DE EFECTIVO DEL CLIENTE (ZMDT700/ZMDT701) Y
      *            RESERVA DE FONDOS DE LAS CARTAS. LAYOUT DE
      *            REFERENCIA ZMWSC266 (EF-REG).
      * NOTA: EL FOLIO ISECMOV DE ZMDT700 SE RESERVA CON EL
      *       SERVIDOR DE FOLIOS ZMDT642 (9349-OBTEN-FOLIO, UNO POR
      *       CUENTA) Y LA NATURALEZA DEL CONCEPTO SE LEE DE ZMDT612
      *       (9180-LEE-PARAM-VIGENTE); QUIEN INCLUYA ESTE COPY DEBE
      *       INCLUIR TAMBIEN ZMWSC142/ZMWSC143 Y ms35/ZMWSC018/
      *       ZMWSC019.
      *----
       9643-REGISTRA-MOVTO-EFECTIVO.
      *----
           MOVE 0                          TO EF-DSALDO
           MOVE 0                          TO EF-DRESERV

           EVALUATE TRUE
              WHEN EF-MOV-RESERVA
                 MOVE EF-MIMPORTE          TO EF-DRESERV
              WHEN EF-MOV-LIBERACION
                 COMPUTE EF-DRESERV = 0 - EF-MIMPORTE
              WHEN EF-MOV-CARGO
                 COMPUTE EF-DSALDO  = 0 - EF-MIMPORTE
              WHEN EF-MOV-ABONO
                 MOVE EF-MIMPORTE          TO EF-DSALDO
           END-EVALUATE

           EXEC SQL
                UPDATE ZMDT701
                   SET ZM701_MSALDO   = ZM701_MSALDO  + :EF-DSALDO,
                       ZM701_MRESERV  = ZM701_MRESERV + :EF-DRESERV,
                       ZM701_FULTMOV  = CURRENT TIMESTAMP
                 WHERE ZM701_IEMPR    = :EF-IEMPR
                   AND ZM701_ICUENTA  = :EF-ICUENTA
           END-EXEC

           IF SQLCODE EQUAL 100
              EXEC SQL
                   INSERT INTO ZMDT701
                        ( ZM701_IEMPR,    ZM701_ICUENTA,
                          ZM701_MSALDO,   ZM701_MRESERV,
                          ZM701_FULTMOV )
                   VALUES ( :EF-IEMPR,    :EF-ICUENTA,
                            :EF-DSALDO,   :EF-DRESERV,
                            CURRENT TIMESTAMP )
              END-EXEC
           END-IF
           PERFORM 9600-VALIDA-SQL

           EXEC SQL
                SELECT ZM701_MSALDO, ZM701_MRESERV
                  INTO :EF-MSALDO,   :EF-MRESERV
                  FROM ZMDT701
                 WHERE ZM701_IEMPR   = :EF-IEMPR
                   AND ZM701_ICUENTA = :EF-ICUENTA
           END-EXEC
           PERFORM 9600-VALIDA-SQL

           MOVE 'ZMDT700'                  TO FO-ITABLA
           MOVE EF-IEMPR                   TO FO-LL-IEMPR
           MOVE EF-ICUENTA                 TO FO-LL-ICUENTA
           MOVE 0                          TO FO-LL-ICONCEPT
           PERFORM 9349-OBTEN-FOLIO
           MOVE FO-NFOLIO                  TO EF-ISECMOV

           MOVE 'A'                        TO EF-SESTADO

           EXEC SQL
                INSERT INTO ZMDT700
                     ( ZM700_IEMPR,    ZM700_ICUENTA,
                       ZM700_ISECMOV,  ZM700_FVALOR,
                       ZM700_TMOVTO,   ZM700_TORIGEN,
                       ZM700_ICONCEPT, ZM700_MIMPORTE,
                       ZM700_MSALDO,   ZM700_MRESERV,
                       ZM700_SESTADO,  ZM700_DREFER,
                       ZM700_IUSUARIO, ZM700_IPROGRAM,
                       ZM700_FREG )
                VALUES ( :EF-IEMPR,    :EF-ICUENTA,
                         :EF-ISECMOV,  :EF-FVALOR,
                         :EF-TMOVTO,   :EF-TORIGEN,
                         :EF-ICONCEPT, :EF-MIMPORTE,
                         :EF-MSALDO,   :EF-MRESERV,
                         :EF-SESTADO,  :EF-DREFER,
                         :EF-IUSUARIO, :EF-IPROGRAM,
                         CURRENT TIMESTAMP )
           END-EXEC
           PERFORM 9600-VALIDA-SQL.
      *----
      * ZMWSC267 : RESERVA LOS FONDOS DE LA CARTA EF-ICONCEPT: LA SUMA
      *            DE SUS RENGLONES VIGENTES MENOS LO YA RESERVADO
      *            (EL INTAKE GRABA RENGLON POR RENGLON, ASI CADA
      *            LLAMADA SOLO APARTA LO QUE ENTRO DE NUEVO). LOS
      *            CONCEPTOS DE NATURALEZA ABONO NO RESERVAN.
      *----
       9644-RESERVA-FONDOS-CARTA.
      *----
           PERFORM 9649-LEE-NATURALEZA-EFECTIVO

           IF EF-NATUR-CARGO
              PERFORM 9648-SUMA-RENGLONES-CARTA

              COMPUTE EF-MIMPORTE = EF-MREQUERIDO - EF-MRESACT

              IF EF-MIMPORTE               GREATER THAN 0
                 SET EF-MOV-RESERVA        TO TRUE
                 SET EF-ORIGEN-CARTA       TO TRUE
                 MOVE 'RESERVA CARTA'      TO EF-DREFER
                 PERFORM 9643-REGISTRA-MOVTO-EFECTIVO
              END-IF
           END-IF.
      *----
      * ZMWSC267 : LIBERA LA RESERVA ACTIVA DE LA CARTA. EF-SRESFIN
      *            DICE COMO QUEDAN LAS RESERVAS: 'L' LIBERADAS
      *            (CANCELACION/VENCIMIENTO) O 'X' APLICADAS (LA
      *            LIQUIDACION, 9646).
      *----
       9645-LIBERA-FONDOS-CARTA.
      *----
           IF NOT EF-RESERVA-APLICADA
              SET EF-RESERVA-LIBERADA      TO TRUE
           END-IF

           MOVE 0                          TO EF-MRESACT

           EXEC SQL
                SELECT COALESCE(SUM(ZM700_MIMPORTE), 0)
                  INTO :EF-MRESACT
                  FROM ZMDT700
                 WHERE ZM700_IEMPR    = :EF-IEMPR
                   AND ZM700_ICUENTA  = :EF-ICUENTA
                   AND ZM700_ICONCEPT = :EF-ICONCEPT
                   AND ZM700_TMOVTO   = 'R'
                   AND ZM700_SESTADO  = 'A'
           END-EXEC
           PERFORM 9600-VALIDA-SQL

           IF EF-MRESACT                   GREATER THAN 0
              EXEC SQL
                   UPDATE ZMDT700
                      SET ZM700_SESTADO  = :EF-SRESFIN
                    WHERE ZM700_IEMPR    = :EF-IEMPR
                      AND ZM700_ICUENTA  = :EF-ICUENTA
                      AND ZM700_ICONCEPT = :EF-ICONCEPT
                      AND ZM700_TMOVTO   = 'R'
                      AND ZM700_SESTADO  = 'A'
              END-EXEC
              PERFORM 9600-VALIDA-SQL

              MOVE EF-MRESACT              TO EF-MIMPORTE
              SET EF-MOV-LIBERACION        TO TRUE
              SET EF-ORIGEN-CARTA          TO TRUE
              IF EF-RESERVA-APLICADA
                 MOVE 'RESERVA APLICADA EN LIQUIDACION'
                                           TO EF-DREFER
              ELSE
                 MOVE 'LIBERA RESERVA CARTA'
                                           TO EF-DREFER
              END-IF
              PERFORM 9643-REGISTRA-MOVTO-EFECTIVO
           END-IF

           MOVE SPACES                     TO EF-SRESFIN.
      *----
      * ZMWSC267 : LIQUIDACION DE LA CARTA: LA RESERVA SE CONVIERTE EN
      *            CARGO (O SE REGISTRA EL ABONO, SEGUN LA NATURALEZA
      *            DEL CONCEPTO) POR LA SUMA DE SUS RENGLONES
      *            VIGENTES, A LA FECHA VALOR EF-FVALOR. UNA CARTA YA
      *            LIQUIDADA EN EL LIBRO NO SE VUELVE A APLICAR.
      *----
       9646-APLICA-FONDOS-CARTA.
      *----
           MOVE 0                          TO EF-NUMLIQ

           EXEC SQL
                SELECT COUNT(*)
                  INTO :EF-NUMLIQ
                  FROM ZMDT700
                 WHERE ZM700_IEMPR    = :EF-IEMPR
                   AND ZM700_ICUENTA  = :EF-ICUENTA
                   AND ZM700_ICONCEPT = :EF-ICONCEPT
                   AND ZM700_TORIGEN  = 'C'
                   AND ZM700_TMOVTO   IN ('C', 'A')
           END-EXEC
           PERFORM 9600-VALIDA-SQL

           IF EF-NUMLIQ                    EQUAL 0
              PERFORM 9649-LEE-NATURALEZA-EFECTIVO

              IF EF-NATUR-CARGO
                 SET EF-RESERVA-APLICADA   TO TRUE
                 PERFORM 9645-LIBERA-FONDOS-CARTA
              END-IF

              PERFORM 9648-SUMA-RENGLONES-CARTA
              MOVE EF-MREQUERIDO           TO EF-MIMPORTE

              IF EF-MIMPORTE               GREATER THAN 0
                 IF EF-NATUR-ABONO
                    SET EF-MOV-ABONO       TO TRUE
                 ELSE
                    SET EF-MOV-CARGO       TO TRUE
                 END-IF
                 SET EF-ORIGEN-CARTA       TO TRUE
                 MOVE 'LIQUIDACION CARTA'  TO EF-DREFER
                 PERFORM 9643-REGISTRA-MOVTO-EFECTIVO
              END-IF
           END-IF.
      *----
      * ZMWSC267 : AVISO AL CAPTURAR: EL DISPONIBLE DE LA CUENTA MAS
      *            SU LINEA DE CREDITO DEBE CUBRIR EF-MIMPORTE. NO
      *            RECHAZA; EL LLAMADOR MUESTRA EF-DMENSAJE.
      *----
       9647-VALIDA-FONDOS-CARTA.
      *----
           SET EF-CUBIERTA                 TO TRUE
           MOVE SPACES                     TO EF-DMENSAJE
           MOVE 0                          TO EF-MSALDO
           MOVE 0                          TO EF-MRESERV
           MOVE 0                          TO EF-MLINCRB

           EXEC SQL
                SELECT ZM701_MSALDO, ZM701_MRESERV
                  INTO :EF-MSALDO,   :EF-MRESERV
                  FROM ZMDT701
                 WHERE ZM701_IEMPR   = :EF-IEMPR
                   AND ZM701_ICUENTA = :EF-ICUENTA
           END-EXEC

           IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
              PERFORM 9600-VALIDA-SQL
           END-IF

           EXEC SQL
                SELECT COALESCE(MLINCRB, 0)
                  INTO :EF-MLINCRB
                  FROM CUENTA
                 WHERE IEMPR   = :EF-IEMPR
                   AND ICUENTA = :EF-ICUENTA
           END-EXEC

           IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
              PERFORM 9600-VALIDA-SQL
           END-IF

           COMPUTE EF-MDISPON = EF-MSALDO - EF-MRESERV + EF-MLINCRB

           IF EF-MIMPORTE                  GREATER THAN EF-MDISPON
              SET EF-SIN-FONDOS            TO TRUE
              MOVE EF-MDISPON              TO EF-MDISPON-ED
              STRING 'EFECTIVO+LINEA NO CUBRE. DISPONIBLE '
                     EF-MDISPON-ED
                     DELIMITED BY SIZE     INTO EF-DMENSAJE
           END-IF.
      *----
      * ZMWSC267 : IMPORTE DE LOS RENGLONES VIGENTES DE LA CARTA Y LO
      *            QUE TIENE RESERVADO ACTIVO.
      *----
       9648-SUMA-RENGLONES-CARTA.
      *----
           MOVE 0                          TO EF-MREQUERIDO
           MOVE 0                          TO EF-MRESACT

           EXEC SQL
                SELECT COALESCE(SUM(ZM607_MIMPORTE), 0)
                  INTO :EF-MREQUERIDO
                  FROM ZMDT607
                 WHERE ZM607_IEMPR    = :EF-IEMPR
                   AND ZM607_ICUENTA  = :EF-ICUENTA
                   AND ZM607_ICONCEPT = :EF-ICONCEPT
                   AND ZM607_FCANC    IS NULL
           END-EXEC
           PERFORM 9600-VALIDA-SQL

           EXEC SQL
                SELECT COALESCE(SUM(ZM700_MIMPORTE), 0)
                  INTO :EF-MRESACT
                  FROM ZMDT700
                 WHERE ZM700_IEMPR    = :EF-IEMPR
                   AND ZM700_ICUENTA  = :EF-ICUENTA
                   AND ZM700_ICONCEPT = :EF-ICONCEPT
                   AND ZM700_TMOVTO   = 'R'
                   AND ZM700_SESTADO  = 'A'
           END-EXEC
           PERFORM 9600-VALIDA-SQL.
      *----
      * ZMWSC267 : NATURALEZA DE EFECTIVO DEL CONCEPTO (ZMDT612 'EFE').
      *            SIN PARAMETRO EL CONCEPTO ES DE CARGO.
      *----
       9649-LEE-NATURALEZA-EFECTIVO.
      *----
           SET EF-NATUR-CARGO              TO TRUE

           MOVE 'EFE'                      TO PV-ITIPOPAR
           MOVE SPACES                     TO PV-IPARAM
           MOVE EF-ICONCEPT                TO EF-ICONCEPT-ED
           MOVE EF-ICONCEPT-ED             TO PV-IPARAM(1:5)
           MOVE EF-FVALOR                  TO PV-FVIGENCIA
           PERFORM 9180-LEE-PARAM-VIGENTE

           IF PV-ENCONTRADO
              AND PV-DATOSPAR(1:1)         EQUAL 'A'
              SET EF-NATUR-ABONO           TO TRUE
           END-IF.
      *----
