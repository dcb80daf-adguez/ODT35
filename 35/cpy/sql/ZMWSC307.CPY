      *----
      * ZMWSC307 : CORRECCION POSTERIOR A LA LIQUIDACION (CANCELACION
      *            Y REFACTURACION) DE CARTAS EN 'L' (ZMDT732/ZMDT733).
      *            LAYOUT DE REFERENCIA ZMWSC306 (RB-REG).
      * NOTA: LA FECHA DE LIQUIDACION ES LA DEL EVENTO 'L' DEL SISTEMA
      *       DE OPERACION EN ZMDT641 (LA DEL DIA SI YA SE DEPURO); CON
      *       ELLA SE RESUELVEN LA TASA Y EL EJERCICIO DEL ISR Y EL
      *       PERIODO DE LA COMISION, PARA QUE EL REVERSO CAIGA DONDE
      *       CAYO EL CARGO ORIGINAL.
      *----
       9826-SOLICITA-CORRECCION.
      *----
           SET RB-ACEPTADO                 TO TRUE
           MOVE SPACES                     TO RB-DMENSAJE
           MOVE SPACES                     TO RB-IESTVIDA
           MOVE SPACES                     TO RB-SVIGEN

           EXEC SQL
                SELECT COALESCE(ZM606_IESTVIDA, 'R'), ZM606_SVIGEN
                  INTO :RB-IESTVIDA, :RB-SVIGEN
                  FROM ZMDT606
                 WHERE ZM606_IEMPR    = :RB-IEMPR
                   AND ZM606_ICUENTA  = :RB-ICUENTA
                   AND ZM606_ICONCEPT = :RB-ICONCEPT
           END-EXEC
           IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
              PERFORM 9600-VALIDA-SQL
           END-IF

           EVALUATE TRUE
              WHEN NOT RB-MOTIVO-VALIDO
                 SET RB-RECHAZADO          TO TRUE
                 MOVE 'MOTIVO DE CORRECCION INVALIDO (C, P O A)'
                                           TO RB-DMENSAJE
              WHEN RB-SVIGEN               NOT = '1'
                 SET RB-RECHAZADO          TO TRUE
                 MOVE 'CARTA NO EXISTE O YA ESTA CANCELADA'
                                           TO RB-DMENSAJE
              WHEN RB-IESTVIDA             NOT = 'L'
                 SET RB-RECHAZADO          TO TRUE
                 MOVE 'SOLO SE CORRIGEN CARTAS LIQUIDADAS (L)'
                                           TO RB-DMENSAJE
              WHEN RB-ICODRAZ              EQUAL SPACES
                OR RB-DMOTIVO              EQUAL SPACES
                 SET RB-RECHAZADO          TO TRUE
                 MOVE 'FALTA LA RAZON O EL MOTIVO DE LA CORRECCION'
                                           TO RB-DMENSAJE
              WHEN OTHER
                 CONTINUE
           END-EVALUATE

      *    LA CORRECCION DE PRECIO SE REFACTURA A LA MISMA CUENTA.
           IF RB-ACEPTADO
              IF RB-MOTIVO-PRECIO
                 MOVE RB-ICUENTA           TO RB-ICUENTANVA
              ELSE
                 MOVE 0                    TO RB-NUMREG

                 EXEC SQL
                      SELECT COUNT(*)
                        INTO :RB-NUMREG
                        FROM CUENTA
                       WHERE IEMPR   = :RB-IEMPR
                         AND ICUENTA = :RB-ICUENTANVA
                         AND SVIGEN  = '1'
                 END-EXEC
                 PERFORM 9600-VALIDA-SQL

                 EVALUATE TRUE
                    WHEN RB-ICUENTANVA     EQUAL RB-ICUENTA
                       SET RB-RECHAZADO    TO TRUE
                       MOVE 'LA CUENTA CORRECTA ES LA MISMA DE LA CARTA'
                                           TO RB-DMENSAJE
                    WHEN RB-NUMREG         EQUAL 0
                       SET RB-RECHAZADO    TO TRUE
                       MOVE 'CUENTA CORRECTA NO EXISTE O NO VIGENTE'
                                           TO RB-DMENSAJE
                    WHEN OTHER
                       CONTINUE
                 END-EVALUATE
              END-IF
           END-IF

           IF RB-ACEPTADO
              MOVE 0                       TO RB-NUMREG

              EXEC SQL
                   SELECT COUNT(*)
                     INTO :RB-NUMREG
                     FROM ZMDT732
                    WHERE ZM732_IEMPR    = :RB-IEMPR
                      AND ZM732_ICUENTA  = :RB-ICUENTA
                      AND ZM732_ICONCEPT = :RB-ICONCEPT
                      AND ZM732_IESTADO  = 'P'
              END-EXEC
              PERFORM 9600-VALIDA-SQL

              IF RB-NUMREG                 NOT = 0
                 SET RB-RECHAZADO          TO TRUE
                 MOVE 'LA CARTA YA TIENE UNA CORRECCION PENDIENTE'
                                           TO RB-DMENSAJE
              END-IF
           END-IF

           IF RB-ACEPTADO
              EXEC SQL
                   SELECT COALESCE(DATE(MAX(ZM641_FEVENTO)),
                                   CURRENT DATE)
                     INTO :RB-FLIQUIDA
                     FROM ZMDT641
                    WHERE ZM641_IEMPR    = :RB-IEMPR
                      AND ZM641_ICUENTA  = :RB-ICUENTA
                      AND ZM641_ICONCEPT = :RB-ICONCEPT
                      AND ZM641_SESTATUS = 'L'
              END-EXEC
              PERFORM 9600-VALIDA-SQL

              EXEC SQL
                   SELECT COALESCE(SUM(ZM607_MIMPORTE), 0)
                     INTO :RB-MIMPORTEORI
                     FROM ZMDT607
                    WHERE ZM607_IEMPR    = :RB-IEMPR
                      AND ZM607_ICUENTA  = :RB-ICUENTA
                      AND ZM607_ICONCEPT = :RB-ICONCEPT
                      AND ZM607_FCANC    IS NULL
              END-EXEC
              PERFORM 9600-VALIDA-SQL
              MOVE RB-MIMPORTEORI          TO RB-MIMPORTENVO

              EXEC SQL
                   SELECT COALESCE(MAX(ZM732_ISECCORR), 0) + 1
                     INTO :RB-ISECCORR
                     FROM ZMDT732
                    WHERE ZM732_IEMPR    = :RB-IEMPR
                      AND ZM732_ICUENTA  = :RB-ICUENTA
                      AND ZM732_ICONCEPT = :RB-ICONCEPT
              END-EXEC
              PERFORM 9600-VALIDA-SQL

              SET RB-PENDIENTE             TO TRUE
              SET RB-PERIODO-ABIERTO       TO TRUE

              EXEC SQL
                   INSERT INTO ZMDT732
                        ( ZM732_IEMPR,       ZM732_ICUENTA,
                          ZM732_ICONCEPT,    ZM732_ISECCORR,
                          ZM732_TMOTIVO,     ZM732_ICUENTANVA,
                          ZM732_ICONCEPTNVO, ZM732_ICODRAZ,
                          ZM732_DMOTIVO,     ZM732_FLIQUIDA,
                          ZM732_MIMPORTEORI, ZM732_MIMPORTENVO,
                          ZM732_MCOMISORI,   ZM732_MCOMISNVA,
                          ZM732_MRETORI,     ZM732_MRETNVO,
                          ZM732_SPERCERR,    ZM732_IESTADO,
                          ZM732_IUSRSOL,     ZM732_FSOLICIT,
                          ZM732_IUSRAUT,     ZM732_FAUTORIZ )
                   VALUES ( :RB-IEMPR,       :RB-ICUENTA,
                            :RB-ICONCEPT,    :RB-ISECCORR,
                            :RB-TMOTIVO,     :RB-ICUENTANVA,
                            NULL,            :RB-ICODRAZ,
                            :RB-DMOTIVO,     :RB-FLIQUIDA,
                            :RB-MIMPORTEORI, :RB-MIMPORTENVO,
                            0,               0,
                            0,               0,
                            :RB-SPERCERR,    :RB-IESTADO,
                            :RB-IUSRSOL,     CURRENT TIMESTAMP,
                            NULL,            NULL )
              END-EXEC
              PERFORM 9600-VALIDA-SQL

              EXEC SQL
                   INSERT INTO ZMDT733
                        ( ZM733_IEMPR,       ZM733_ICUENTA,
                          ZM733_ICONCEPT,    ZM733_ISECCORR,
                          ZM733_ILINEA,      ZM733_ICONTR,
                          ZM733_CTITULOS,    ZM733_MIMPORTEORI,
                          ZM733_MIMPORTENVO )
                   SELECT ZM607_IEMPR,       ZM607_ICUENTA,
                          ZM607_ICONCEPT,    :RB-ISECCORR,
                          ZM607_LINEA,       ZM607_ICONTR,
                          ZM607_CTITULOS,    ZM607_MIMPORTE,
                          ZM607_MIMPORTE
                     FROM ZMDT607
                    WHERE ZM607_IEMPR    = :RB-IEMPR
                      AND ZM607_ICUENTA  = :RB-ICUENTA
                      AND ZM607_ICONCEPT = :RB-ICONCEPT
                      AND ZM607_FCANC    IS NULL
              END-EXEC
              IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
                 PERFORM 9600-VALIDA-SQL
              END-IF
           END-IF.
      *----
      * ZMWSC307 : CORRIGE EL IMPORTE DE UN RENGLON DE UNA CORRECCION
      *            PENDIENTE DE PRECIO ('P' O 'A') Y RECALCULA EL
      *            IMPORTE CORREGIDO DE LA CARATULA.
      *----
       9827-CORRIGE-RENGLON-CORRECCION.
      *----
           SET RB-ACEPTADO                 TO TRUE
           MOVE SPACES                     TO RB-DMENSAJE

           IF RB-MIMPORTELIN               NOT > 0
              SET RB-RECHAZADO             TO TRUE
              MOVE 'EL IMPORTE CORREGIDO DEBE SER MAYOR A CERO'
                                           TO RB-DMENSAJE
           END-IF

           IF RB-ACEPTADO
              EXEC SQL
                   UPDATE ZMDT733
                      SET ZM733_MIMPORTENVO = :RB-MIMPORTELIN
                    WHERE ZM733_IEMPR    = :RB-IEMPR
                      AND ZM733_ICUENTA  = :RB-ICUENTA
                      AND ZM733_ICONCEPT = :RB-ICONCEPT
                      AND ZM733_ISECCORR = :RB-ISECCORR
                      AND ZM733_ILINEA   = :RB-ILINEA
                      AND EXISTS
                        ( SELECT 1
                            FROM ZMDT732
                           WHERE ZM732_IEMPR    = ZM733_IEMPR
                             AND ZM732_ICUENTA  = ZM733_ICUENTA
                             AND ZM732_ICONCEPT = ZM733_ICONCEPT
                             AND ZM732_ISECCORR = ZM733_ISECCORR
                             AND ZM732_IESTADO  = 'P'
                             AND ZM732_TMOTIVO IN ('P', 'A') )
              END-EXEC

              IF SQLCODE EQUAL 100
                 SET RB-RECHAZADO          TO TRUE
                 MOVE 'RENGLON NO EXISTE O CORRECCION NO ES DE PRECIO'
                                           TO RB-DMENSAJE
              ELSE
                 PERFORM 9600-VALIDA-SQL

                 EXEC SQL
                      UPDATE ZMDT732
                         SET ZM732_MIMPORTENVO =
                           ( SELECT COALESCE(SUM(ZM733_MIMPORTENVO), 0)
                               FROM ZMDT733
                              WHERE ZM733_IEMPR    = :RB-IEMPR
                                AND ZM733_ICUENTA  = :RB-ICUENTA
                                AND ZM733_ICONCEPT = :RB-ICONCEPT
                                AND ZM733_ISECCORR = :RB-ISECCORR )
                       WHERE ZM732_IEMPR    = :RB-IEMPR
                         AND ZM732_ICUENTA  = :RB-ICUENTA
                         AND ZM732_ICONCEPT = :RB-ICONCEPT
                         AND ZM732_ISECCORR = :RB-ISECCORR
                 END-EXEC
                 PERFORM 9600-VALIDA-SQL
              END-IF
           END-IF.
      *----
      * ZMWSC307 : RESUELVE UNA CORRECCION. RB-IESTADO TRAE 'A'
      *            (APROBADA) O 'R' (RECHAZADA) AL ENTRAR; SI YA NO
      *            ESTA PENDIENTE, O SI RB-IUSRAUT ES EL SOLICITANTE,
      *            NO SE APLICA Y RB-IESTADO REGRESA EN 'P' PARA QUE
      *            EL LLAMADOR LO DETECTE. AL APROBAR SE APLICA EN LA
      *            MISMA UNIDAD DE TRABAJO (9829).
      *----
       9828-AUTORIZA-CORRECCION.
      *----
           EXEC SQL
                UPDATE ZMDT732
                   SET ZM732_IESTADO  = :RB-IESTADO,
                       ZM732_IUSRAUT  = :RB-IUSRAUT,
                       ZM732_FAUTORIZ = CURRENT TIMESTAMP
                 WHERE ZM732_IEMPR    = :RB-IEMPR
                   AND ZM732_ICUENTA  = :RB-ICUENTA
                   AND ZM732_ICONCEPT = :RB-ICONCEPT
                   AND ZM732_ISECCORR = :RB-ISECCORR
                   AND ZM732_IESTADO  = 'P'
                   AND ZM732_IUSRSOL <> :RB-IUSRAUT
           END-EXEC

           IF SQLCODE EQUAL 0
              IF RB-APROBADA
                 PERFORM 9829-APLICA-CORRECCION
              END-IF
           ELSE
              IF SQLCODE NOT = 100
                 PERFORM 9600-VALIDA-SQL
              END-IF
              SET RB-PENDIENTE             TO TRUE
           END-IF.
      *----
      * ZMWSC307 : APLICA LA CORRECCION APROBADA:
      *            1. REVIERTE EL ISR DE LA ORIGINAL (9450 EN MODO
      *               REVERSO, SOBRE SUS RENGLONES AUN ABIERTOS);
      *            2. GRABA LA CARTA REFACTURADA EN LA CUENTA
      *               CORRECTA CON LOS IMPORTES CORREGIDOS, YA EN 'L'
      *               Y CON LA MISMA REFERENCIA DE INDEVAL (NO SE
      *               RETRANSMITE), LIGADA A LA ORIGINAL EN DCOMENT;
      *            3. CANCELA LA ORIGINAL CON LA RAZON DE LA CORRECCION;
      *            4. RETIENE ISR SOBRE LA REFACTURADA;
      *            5. REVIERTE Y REAPLICA VOLUMEN Y COMISION (9832).
      *----
       9829-APLICA-CORRECCION.
      *----
           EXEC SQL
                SELECT ZM732_TMOTIVO,     ZM732_ICUENTANVA,
                       ZM732_ICODRAZ,     ZM732_DMOTIVO,
                       ZM732_FLIQUIDA,    ZM732_MIMPORTEORI,
                       ZM732_MIMPORTENVO
                  INTO :RB-TMOTIVO,       :RB-ICUENTANVA,
                       :RB-ICODRAZ,       :RB-DMOTIVO,
                       :RB-FLIQUIDA,      :RB-MIMPORTEORI,
                       :RB-MIMPORTENVO
                  FROM ZMDT732
                 WHERE ZM732_IEMPR    = :RB-IEMPR
                   AND ZM732_ICUENTA  = :RB-ICUENTA
                   AND ZM732_ICONCEPT = :RB-ICONCEPT
                   AND ZM732_ISECCORR = :RB-ISECCORR
           END-EXEC
           PERFORM 9600-VALIDA-SQL

           MOVE RB-IEMPR                   TO RW-IEMPR
           MOVE RB-ICUENTA                 TO RW-ICUENTA
           MOVE RB-ICONCEPT                TO RW-ICONCEPT
           MOVE RB-FLIQUIDA                TO RW-FECHA
           SET RW-REVERSION                TO TRUE
           PERFORM 9450-CALCULA-RETENCION-ISR
           COMPUTE RB-MRETORI = 0 - RW-MRETENIDO

           EXEC SQL
                SELECT COALESCE(MAX(ZM606_ICONCEPT), 0) + 1
                  INTO :RB-ICONCEPTNVO
                  FROM ZMDT606
                 WHERE ZM606_IEMPR   = :RB-IEMPR
                   AND ZM606_ICUENTA = :RB-ICUENTANVA
           END-EXEC
           PERFORM 9600-VALIDA-SQL

           MOVE RB-ICUENTA                 TO RB-ICUENTA-ED
           MOVE RB-ICONCEPT                TO RB-ICONCEPT-ED
           MOVE RB-ISECCORR                TO RB-ISECCORR-ED
           MOVE SPACES                     TO RB-DCOMENT
           STRING 'REFACTURA DE LA CTA '   RB-ICUENTA-ED
                  ' CARTA '                RB-ICONCEPT-ED
                  ' CORRECCION '           RB-ISECCORR-ED
                  DELIMITED BY SIZE      INTO RB-DCOMENT

      *    EL PROMOTOR Y EL APODERADO SON LOS DE LA CUENTA CORRECTA:
      *    EN CAMBIO DE CUENTA SE TOMA EL PROMOTOR DE CUENTA Y EL
      *    APODERADO QUEDA NULO (ERA DE LA CUENTA EQUIVOCADA).
           EXEC SQL
                INSERT INTO ZMDT606
                     ( ZM606_IEMPR,       ZM606_ICUENTA,
                       ZM606_ICONCEPT,    ZM606_IEMISORA,
                       ZM606_ISERIE,      ZM606_IEMICOL,
                       ZM606_SVIGEN,      ZM606_IND_CARTAS,
                       ZM606_PROMOT,      ZM606_GRUPO,
                       ZM606_INSTRUMENTO, ZM606_FCANC,
                       ZM606_IUSUARIO,    ZM606_IPROGRAM,
                       ZM606_ITERM,       ZM606_FREG,
                       ZM606_ICODRAZ,     ZM606_DCOMENT,
                       ZM606_IDOCSCAN,    ZM606_ICUENTA2,
                       ZM606_IESTVIDA,    ZM606_ICODTRAS,
                       ZM606_IPLAZO,      ZM606_IAPODER,
                       ZM606_FVIGCARTA,   ZM606_IREFINDE )
                SELECT A.ZM606_IEMPR,     :RB-ICUENTANVA,
                       :RB-ICONCEPTNVO,   A.ZM606_IEMISORA,
                       A.ZM606_ISERIE,    A.ZM606_IEMICOL,
                       '1',               A.ZM606_IND_CARTAS,
                       CASE WHEN :RB-ICUENTANVA = A.ZM606_ICUENTA
                            THEN A.ZM606_PROMOT
                            ELSE COALESCE(B.IPROM, A.ZM606_PROMOT)
                       END,
                       A.ZM606_GRUPO,
                       A.ZM606_INSTRUMENTO, CURRENT TIMESTAMP,
                       :RB-IUSRAUT,       :RB-IPROGRAM,
                       A.ZM606_ITERM,     CURRENT TIMESTAMP,
                       NULL,              :RB-DCOMENT,
                       A.ZM606_IDOCSCAN,  A.ZM606_ICUENTA2,
                       'L',               A.ZM606_ICODTRAS,
                       A.ZM606_IPLAZO,
                       CASE WHEN :RB-ICUENTANVA = A.ZM606_ICUENTA
                            THEN A.ZM606_IAPODER
                            ELSE NULL
                       END,
                       A.ZM606_FVIGCARTA, A.ZM606_IREFINDE
                  FROM ZMDT606 A
                       LEFT JOIN CUENTA B
                    ON B.IEMPR   = A.ZM606_IEMPR
                   AND B.ICUENTA = :RB-ICUENTANVA
                 WHERE A.ZM606_IEMPR    = :RB-IEMPR
                   AND A.ZM606_ICUENTA  = :RB-ICUENTA
                   AND A.ZM606_ICONCEPT = :RB-ICONCEPT
           END-EXEC
           PERFORM 9600-VALIDA-SQL

           EXEC SQL
                INSERT INTO ZMDT607
                     ( ZM607_IEMPR,    ZM607_ICUENTA,
                       ZM607_ICONCEPT, ZM607_LINEA,
                       ZM607_ICONTR,   ZM607_SESTADO,
                       ZM607_IUSUARIO, ZM607_IPROGRAM,
                       ZM607_FCANC,    ZM607_FREG,
                       ZM607_CTITULOS, ZM607_MIMPORTE )
                SELECT B.ZM733_IEMPR,  :RB-ICUENTANVA,
                       :RB-ICONCEPTNVO, B.ZM733_ILINEA,
                       B.ZM733_ICONTR, A.ZM607_SESTADO,
                       :RB-IUSRAUT,    :RB-IPROGRAM,
                       NULL,           CURRENT TIMESTAMP,
                       B.ZM733_CTITULOS, B.ZM733_MIMPORTENVO
                  FROM ZMDT733 B
                       INNER JOIN ZMDT607 A
                    ON A.ZM607_IEMPR    = B.ZM733_IEMPR
                   AND A.ZM607_ICUENTA  = B.ZM733_ICUENTA
                   AND A.ZM607_ICONCEPT = B.ZM733_ICONCEPT
                   AND A.ZM607_LINEA    = B.ZM733_ILINEA
                 WHERE B.ZM733_IEMPR    = :RB-IEMPR
                   AND B.ZM733_ICUENTA  = :RB-ICUENTA
                   AND B.ZM733_ICONCEPT = :RB-ICONCEPT
                   AND B.ZM733_ISECCORR = :RB-ISECCORR
           END-EXEC
           IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
              PERFORM 9600-VALIDA-SQL
           END-IF

           EXEC SQL
                UPDATE ZMDT607
                   SET ZM607_FCANC    = CURRENT TIMESTAMP
                 WHERE ZM607_IEMPR    = :RB-IEMPR
                   AND ZM607_ICUENTA  = :RB-ICUENTA
                   AND ZM607_ICONCEPT = :RB-ICONCEPT
                   AND ZM607_FCANC    IS NULL
           END-EXEC
           IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
              PERFORM 9600-VALIDA-SQL
           END-IF

           EXEC SQL
                UPDATE ZMDT606
                   SET ZM606_SVIGEN  = '0',
                       ZM606_FCANC   = CURRENT TIMESTAMP,
                       ZM606_ICODRAZ = :RB-ICODRAZ,
                       ZM606_DCOMENT = :RB-DMOTIVO
                 WHERE ZM606_IEMPR    = :RB-IEMPR
                   AND ZM606_ICUENTA  = :RB-ICUENTA
                   AND ZM606_ICONCEPT = :RB-ICONCEPT
           END-EXEC
           PERFORM 9600-VALIDA-SQL

           MOVE RB-IEMPR                   TO RW-IEMPR
           MOVE RB-ICUENTANVA              TO RW-ICUENTA
           MOVE RB-ICONCEPTNVO             TO RW-ICONCEPT
           MOVE RB-FLIQUIDA                TO RW-FECHA
           PERFORM 9450-CALCULA-RETENCION-ISR
           MOVE RW-MRETENIDO               TO RB-MRETNVO

      *    EL PERIODO DE LA LIQUIDACION YA ESTA CERRADO SI LA CUENTA
      *    ORIGINAL TIENE SU ARCHIVO DE COMISION EN ZMDT614.
           MOVE 0                          TO RB-NUMREG

           EXEC SQL
                SELECT COUNT(*)
                  INTO :RB-NUMREG
                  FROM ZMDT614
                 WHERE ZM614_IEMPR   = :RB-IEMPR
                   AND ZM614_ICUENTA = :RB-ICUENTA
                   AND ZM614_IANIO   = YEAR(DATE(:RB-FLIQUIDA))
                   AND ZM614_IMES    = MONTH(DATE(:RB-FLIQUIDA))
           END-EXEC
           PERFORM 9600-VALIDA-SQL

           IF RB-NUMREG                    EQUAL 0
              SET RB-PERIODO-ABIERTO       TO TRUE
           ELSE
              SET RB-PERIODO-CERRADO       TO TRUE
           END-IF

      *    CON EL MES YA CERRADO (ZMDT776) EL ARCHIVO NO SE REESCRIBE:
      *    LA COMISION VA A LOS ACUMULADOS ABIERTOS COMO AJUSTE.
           SET RB-SIN-AJUSTE-POSCIERRE     TO TRUE
           MOVE RB-IEMPR                   TO CI-IEMPR
           MOVE RB-FLIQUIDA(1:4)           TO CI-IANIO
           MOVE RB-FLIQUIDA(6:2)           TO CI-IMES
           PERFORM 9080-VERIFICA-PERIODO-CERRADO
           IF CI-PERIODO-CERRADO
              SET RB-PERIODO-ABIERTO       TO TRUE
              SET RB-AJUSTE-POSCIERRE      TO TRUE
           END-IF

      *    REVERSO DE LA ORIGINAL
           MOVE RB-ICUENTA                 TO RB-ICTAAJUSTE
           COMPUTE RB-MAJUSTE = 0 - RB-MIMPORTEORI
           PERFORM 9832-AJUSTA-VOLUMEN-COMISION
           COMPUTE RB-MCOMISORI = 0 - RB-MAJUSTE

      *    REFACTURA
           MOVE RB-ICUENTANVA              TO RB-ICTAAJUSTE
           MOVE RB-MIMPORTENVO             TO RB-MAJUSTE
           PERFORM 9832-AJUSTA-VOLUMEN-COMISION
           MOVE RB-MAJUSTE                 TO RB-MCOMISNVA

           EXEC SQL
                UPDATE ZMDT732
                   SET ZM732_ICONCEPTNVO = :RB-ICONCEPTNVO,
                       ZM732_MCOMISORI   = :RB-MCOMISORI,
                       ZM732_MCOMISNVA   = :RB-MCOMISNVA,
                       ZM732_MRETORI     = :RB-MRETORI,
                       ZM732_MRETNVO     = :RB-MRETNVO,
                       ZM732_SPERCERR    = :RB-SPERCERR
                 WHERE ZM732_IEMPR    = :RB-IEMPR
                   AND ZM732_ICUENTA  = :RB-ICUENTA
                   AND ZM732_ICONCEPT = :RB-ICONCEPT
                   AND ZM732_ISECCORR = :RB-ISECCORR
           END-EXEC
           PERFORM 9600-VALIDA-SQL.
      *----
      * ZMWSC307 : AJUSTA VOLUMEN Y COMISION DE LA CUENTA
      *            RB-ICTAAJUSTE POR EL IMPORTE RB-MAJUSTE (NEGATIVO EN
      *            EL REVERSO). LA COMISION SE CALCULA CON EL ESCALON
      *            VIGENTE DE LA CUENTA (9196) Y REGRESA EN RB-MAJUSTE
      *            CON EL MISMO SIGNO; SE APLICA AL ARCHIVO ZMDT614 DEL
      *            PERIODO DE LA LIQUIDACION SI ESTA CERRADO, O A LOS
      *            ACUMULADOS DE CUENTA SI AUN ESTA ABIERTO.
      *----
       9832-AJUSTA-VOLUMEN-COMISION.
      *----
           MOVE RB-IEMPR                   TO VA-IEMPR
           MOVE RB-ICTAAJUSTE              TO VA-ICUENTA
           MOVE RB-MAJUSTE                 TO VA-MIMPORTE
           MOVE RB-IUSRAUT                 TO VA-IUSUARIO
           PERFORM 9316-ACUMULA-VOLUMEN-OPERADO

           MOVE SPACES                     TO RB-ITIPOCTA

           EXEC SQL
                SELECT ITIPOCTA
                  INTO :RB-ITIPOCTA
                  FROM CUENTA
                 WHERE IEMPR   = :RB-IEMPR
                   AND ICUENTA = :RB-ICTAAJUSTE
           END-EXEC
           PERFORM 9600-VALIDA-SQL

           MOVE RB-IEMPR                   TO TC-IEMPR
           MOVE RB-ITIPOCTA                TO TC-ITIPOCTA
           MOVE RB-ICTAAJUSTE              TO TC-ICUENTA
           MOVE 0                          TO TC-MVOLUMEN
           PERFORM 9196-LEE-COMISION-TIER

           IF TC-ENCONTRADO
              COMPUTE RB-MAJUSTE ROUNDED =
                      RB-MAJUSTE * TC-PCOMISION
           ELSE
              MOVE 0                       TO RB-MAJUSTE
           END-IF

           IF RB-MAJUSTE                   NOT = 0
              IF RB-PERIODO-CERRADO
                 EXEC SQL
                      UPDATE ZMDT614
                         SET ZM614_MCARIMES = ZM614_MCARIMES
                                              + :RB-MAJUSTE,
                             ZM614_MCARACT  = ZM614_MCARACT
                                              + :RB-MAJUSTE
                       WHERE ZM614_IEMPR   = :RB-IEMPR
                         AND ZM614_ICUENTA = :RB-ICTAAJUSTE
                         AND ZM614_IANIO   = YEAR(DATE(:RB-FLIQUIDA))
                         AND ZM614_IMES    = MONTH(DATE(:RB-FLIQUIDA))
                 END-EXEC

      *          LA CUENTA CORRECTA PUDO NO HABER OPERADO EN ESE
      *          PERIODO: SE LE ABRE SU RENGLON DE ARCHIVO.
                 IF SQLCODE EQUAL 100
                    EXEC SQL
                         INSERT INTO ZMDT614
                              ( ZM614_IEMPR,    ZM614_ICUENTA,
                                ZM614_IANIO,    ZM614_IMES,
                                ZM614_MABOANO,  ZM614_MABOMES,
                                ZM614_MCGOANO,  ZM614_MCGOMES,
                                ZM614_MCARACT,  ZM614_MCARIMES,
                                ZM614_FARCHIVO )
                         VALUES ( :RB-IEMPR,    :RB-ICTAAJUSTE,
                                  YEAR(DATE(:RB-FLIQUIDA)),
                                  MONTH(DATE(:RB-FLIQUIDA)),
                                  0,            0,
                                  0,            0,
                                  :RB-MAJUSTE,  :RB-MAJUSTE,
                                  CURRENT TIMESTAMP )
                    END-EXEC
                    PERFORM 9600-VALIDA-SQL
                 ELSE
                    PERFORM 9600-VALIDA-SQL
                 END-IF
              ELSE
                 EXEC SQL
                      UPDATE CUENTA
                         SET MCARIMES = MCARIMES + :RB-MAJUSTE,
                             MCARACT  = MCARACT  + :RB-MAJUSTE
                       WHERE IEMPR   = :RB-IEMPR
                         AND ICUENTA = :RB-ICTAAJUSTE
                 END-EXEC
                 PERFORM 9600-VALIDA-SQL

                 IF RB-AJUSTE-POSCIERRE
                    PERFORM 9085-AJUSTA-COMISION-CERRADA
                 END-IF
              END-IF
           END-IF.
      *----
      * ZMWSC307 : ANOTA LA COMISION CORREGIDA COMO AJUSTE AL ARCHIVO
      *            ZMDT614 DEL MES CERRADO DE LA LIQUIDACION.
      *----
       9085-AJUSTA-COMISION-CERRADA.
      *----
           MOVE 0                          TO CI-MANTERIOR

           EXEC SQL
                SELECT ZM614_MCARIMES
                  INTO :CI-MANTERIOR
                  FROM ZMDT614
                 WHERE ZM614_IEMPR   = :RB-IEMPR
                   AND ZM614_ICUENTA = :RB-ICTAAJUSTE
                   AND ZM614_IANIO   = YEAR(DATE(:RB-FLIQUIDA))
                   AND ZM614_IMES    = MONTH(DATE(:RB-FLIQUIDA))
           END-EXEC
           PERFORM 9600-VALIDA-SQL

           MOVE RB-IEMPR                   TO CI-IEMPR
           MOVE RB-FLIQUIDA(1:4)           TO CI-IANIO
           MOVE RB-FLIQUIDA(6:2)           TO CI-IMES
           MOVE 'ZMDT614'                  TO CI-ITABLA
           MOVE RB-ICTAAJUSTE              TO CI-ICUENTA
           MOVE SPACES                     TO CI-ILLAVE
           MOVE 'MCARIMES'                 TO CI-ICAMPO
           MOVE RB-MAJUSTE                 TO CI-MAJUSTE
           MOVE 'CORRECCION DE CARTA CON EL MES CERRADO'
                                           TO CI-DMOTIVO
           MOVE RB-IUSRAUT                 TO CI-IUSUARIO
           MOVE RB-IPROGRAM                TO CI-IPROGRAM
           PERFORM 9081-REGISTRA-AJUSTE-CIERRE.
      *----
      * ZMWSC307 : POLIZA DE CORRECCIONES: LAS APLICADAS EN EL
      *            PERIODO RB-IANIO/RB-IMES CON EL CENTRO DE COSTO Y
      *            LA MONEDA DE LA CUENTA ORIGINAL Y EL CENTRO DE COSTO
      *            DE LA CORRECTA. POR CADA UNA EL LOTE ESCRIBE EL PAR
      *            DE REVERSO (IMPORTES ORI) Y EL DE REFACTURA
      *            (IMPORTES NVO); LA COMISION SOLO SI
      *            RB-PERIODO-CERRADO. LOS LEE ACUMULAN LOS TOTALES DE
      *            CONTROL.
      *----
       9830-ABRE-POLIZA-CORRECCION.
      *----
           MOVE 0                          TO RB-NUMCORR
           MOVE 0                          TO RB-TOTREVERSO
           MOVE 0                          TO RB-TOTREFACT

           EXEC SQL
                DECLARE CPOLCORR CURSOR FOR
                   SELECT A.ZM732_IEMPR,       A.ZM732_ICUENTA,
                          A.ZM732_ICONCEPT,    A.ZM732_ISECCORR,
                          COALESCE(B.ICCOSTO, 0),
                          COALESCE(B.ICVEMDA, ' '),
                          A.ZM732_ICUENTANVA,
                          COALESCE(A.ZM732_ICONCEPTNVO, 0),
                          COALESCE(C.ICCOSTO, 0),
                          A.ZM732_MIMPORTEORI, A.ZM732_MIMPORTENVO,
                          A.ZM732_MCOMISORI,   A.ZM732_MCOMISNVA,
                          A.ZM732_MRETORI,     A.ZM732_MRETNVO,
                          A.ZM732_SPERCERR
                     FROM ZMDT732 A
                          LEFT JOIN CUENTA B
                       ON B.IEMPR   = A.ZM732_IEMPR
                      AND B.ICUENTA = A.ZM732_ICUENTA
                          LEFT JOIN CUENTA C
                       ON C.IEMPR   = A.ZM732_IEMPR
                      AND C.ICUENTA = A.ZM732_ICUENTANVA
                    WHERE A.ZM732_IESTADO = 'A'
                      AND YEAR(A.ZM732_FAUTORIZ)  = :RB-IANIO
                      AND MONTH(A.ZM732_FAUTORIZ) = :RB-IMES
                 ORDER BY A.ZM732_IEMPR, 5, A.ZM732_ICUENTA,
                          A.ZM732_ICONCEPT, A.ZM732_ISECCORR
           END-EXEC

           EXEC SQL
                OPEN CPOLCORR
           END-EXEC
           PERFORM 9600-VALIDA-SQL.
      *----
       9831-LEE-POLIZA-CORRECCION.
      *----
           EXEC SQL
                FETCH CPOLCORR
                 INTO :RB-IEMPR,       :RB-ICUENTA,
                      :RB-ICONCEPT,    :RB-ISECCORR,
                      :RB-ICCOSTO,     :RB-ICVEMDA,
                      :RB-ICUENTANVA,  :RB-ICONCEPTNVO,
                      :RB-ICCOSTONVO,
                      :RB-MIMPORTEORI, :RB-MIMPORTENVO,
                      :RB-MCOMISORI,   :RB-MCOMISNVA,
                      :RB-MRETORI,     :RB-MRETNVO,
                      :RB-SPERCERR
           END-EXEC

           IF SQLCODE EQUAL 0
              SET RB-HAY-DATOS             TO TRUE
              ADD 1                        TO RB-NUMCORR
              ADD RB-MIMPORTEORI           TO RB-TOTREVERSO
              ADD RB-MIMPORTENVO           TO RB-TOTREFACT
           ELSE
              SET RB-FIN-DATOS             TO TRUE
              IF SQLCODE NOT = 100
                 PERFORM 9600-VALIDA-SQL
              END-IF
              EXEC SQL
                   CLOSE CPOLCORR
              END-EXEC
           END-IF.
      *----
