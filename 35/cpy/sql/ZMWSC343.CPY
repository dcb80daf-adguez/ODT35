      *----
      * ZMWSC343 : SOLICITA LA RESTRICCION RX-TRESTRIC SOBRE LA CUENTA
      *            RX-IEMPR/RX-ICUENTA, CON SU FUNDAMENTO LEGAL Y SU
      *            VIGENCIA RX-FINICIO A RX-FFIN (EN BLANCOS = HASTA
      *            QUE SE LEVANTE). QUEDA SOLICITADA ('P') HASTA QUE
      *            OTRO USUARIO LA AUTORICE (9994). LAYOUT DE
      *            REFERENCIA ZMWSC342 (RX-REG).
      *----
       9993-SOLICITA-RESTRICCION.
      *----
           SET RX-ACEPTADO                 TO TRUE
           MOVE SPACES                     TO RX-DMENSAJE

           EVALUATE TRUE
              WHEN NOT RX-TIPO-VALIDO
                 SET RX-RECHAZADO          TO TRUE
                 MOVE 'TIPO DE RESTRICCION INVALIDO (C/V/R/T/F)'
                                           TO RX-DMENSAJE
              WHEN RX-DREFLEGAL            EQUAL SPACES
                 SET RX-RECHAZADO          TO TRUE
                 MOVE 'FALTA EL FUNDAMENTO LEGAL DE LA RESTRICCION'
                                           TO RX-DMENSAJE
              WHEN RX-FINICIO              EQUAL SPACES
                 SET RX-RECHAZADO          TO TRUE
                 MOVE 'FALTA LA FECHA DE INICIO DE LA RESTRICCION'
                                           TO RX-DMENSAJE
              WHEN RX-FFIN                 NOT = SPACES
               AND RX-FFIN                 LESS THAN RX-FINICIO
                 SET RX-RECHAZADO          TO TRUE
                 MOVE 'LA FECHA FIN ES ANTERIOR A LA DE INICIO'
                                           TO RX-DMENSAJE
              WHEN OTHER
                 CONTINUE
           END-EVALUATE

           IF RX-ACEPTADO
              MOVE 0                       TO RX-NUMREG
              EXEC SQL
                   SELECT COUNT(*)
                     INTO :RX-NUMREG
                     FROM CUENTA
                    WHERE IEMPR   = :RX-IEMPR
                      AND ICUENTA = :RX-ICUENTA
              END-EXEC
              PERFORM 9600-VALIDA-SQL

              IF RX-NUMREG                 EQUAL 0
                 SET RX-RECHAZADO          TO TRUE
                 MOVE 'CONTRATO NO EXISTE' TO RX-DMENSAJE
              END-IF
           END-IF

           IF RX-ACEPTADO
              MOVE 'ZMDT763'               TO FO-ITABLA
              MOVE RX-IEMPR                TO FO-LL-IEMPR
              MOVE RX-ICUENTA              TO FO-LL-ICUENTA
              MOVE 0                       TO FO-LL-ICONCEPT
              PERFORM 9349-OBTEN-FOLIO
              MOVE FO-NFOLIO               TO RX-ISECREST

              SET RX-SOLICITADA            TO TRUE
              MOVE RX-IUSUARIO             TO RX-IUSRSOL

              EXEC SQL
                   INSERT INTO ZMDT763
                        ( ZM763_IEMPR,      ZM763_ICUENTA,
                          ZM763_ISECREST,   ZM763_TRESTRIC,
                          ZM763_DREFLEGAL,  ZM763_FINICIO,
                          ZM763_FFIN,       ZM763_IESTADO,
                          ZM763_IUSRSOL,    ZM763_FSOLICIT,
                          ZM763_IUSRAUT,    ZM763_FAUTORIZ,
                          ZM763_DMOTLEV,    ZM763_IUSRSOLLEV,
                          ZM763_FSOLLEV,    ZM763_IUSRAUTLEV,
                          ZM763_FLEVANTA )
                   VALUES ( :RX-IEMPR,      :RX-ICUENTA,
                            :RX-ISECREST,   :RX-TRESTRIC,
                            :RX-DREFLEGAL,  DATE(:RX-FINICIO),
                            DATE(NULLIF(:RX-FFIN, ' ')),
                            :RX-IESTADO,
                            :RX-IUSRSOL,    CURRENT TIMESTAMP,
                            NULL,           NULL,
                            NULL,           NULL,
                            NULL,           NULL,
                            NULL )
              END-EXEC
              PERFORM 9600-VALIDA-SQL
           END-IF.
      *----
      * ZMWSC343 : RESUELVE LO PENDIENTE DE LA RESTRICCION RX-ISECREST.
      *            RX-SDECISION TRAE 'A' O 'R' Y RX-IUSUARIO ES QUIEN
      *            AUTORIZA, QUE NO PUEDE SER EL SOLICITANTE. UN ALTA
      *            ('P') QUEDA VIGENTE ('A') O RECHAZADA ('R'); UN
      *            LEVANTAMIENTO ('Q') QUEDA LEVANTADO ('L') O LA
      *            RESTRICCION REGRESA A VIGENTE.
      *----
       9994-AUTORIZA-RESTRICCION.
      *----
           SET RX-ACEPTADO                 TO TRUE
           MOVE SPACES                     TO RX-DMENSAJE

           EXEC SQL
                SELECT ZM763_IESTADO,
                       ZM763_IUSRSOL,
                       COALESCE(ZM763_IUSRSOLLEV, ' ')
                  INTO :RX-IESTADO,
                       :RX-IUSRSOL,
                       :RX-IUSRPEND
                  FROM ZMDT763
                 WHERE ZM763_IEMPR    = :RX-IEMPR
                   AND ZM763_ICUENTA  = :RX-ICUENTA
                   AND ZM763_ISECREST = :RX-ISECREST
           END-EXEC

           IF SQLCODE EQUAL 100
              SET RX-RECHAZADO             TO TRUE
              MOVE 'RESTRICCION NO EXISTE' TO RX-DMENSAJE
           ELSE
              PERFORM 9600-VALIDA-SQL
              EVALUATE TRUE
                 WHEN RX-SOLICITADA
                    MOVE RX-IUSRSOL        TO RX-IUSRPEND
                 WHEN RX-LEVANTA-SOLICITADO
                    CONTINUE
                 WHEN OTHER
                    SET RX-RECHAZADO       TO TRUE
                    MOVE 'LA RESTRICCION NO TIENE SOLICITUD PENDIENTE'
                                           TO RX-DMENSAJE
              END-EVALUATE
           END-IF

           IF RX-ACEPTADO
              AND RX-IUSRPEND              EQUAL RX-IUSUARIO
              SET RX-RECHAZADO             TO TRUE
              MOVE 'EL AUTORIZADOR NO PUEDE SER EL SOLICITANTE'
                                           TO RX-DMENSAJE
           END-IF

           IF RX-ACEPTADO
              AND RX-SOLICITADA
              IF RX-AUTORIZAR
                 SET RX-VIGENTE            TO TRUE
              ELSE
                 SET RX-RECHAZADA          TO TRUE
              END-IF

              EXEC SQL
                   UPDATE ZMDT763
                      SET ZM763_IESTADO  = :RX-IESTADO,
                          ZM763_IUSRAUT  = :RX-IUSUARIO,
                          ZM763_FAUTORIZ = CURRENT TIMESTAMP
                    WHERE ZM763_IEMPR    = :RX-IEMPR
                      AND ZM763_ICUENTA  = :RX-ICUENTA
                      AND ZM763_ISECREST = :RX-ISECREST
                      AND ZM763_IESTADO  = 'P'
              END-EXEC
              PERFORM 9600-VALIDA-SQL
           END-IF

           IF RX-ACEPTADO
              AND RX-LEVANTA-SOLICITADO
              IF RX-AUTORIZAR
                 SET RX-LEVANTADA          TO TRUE

                 EXEC SQL
                      UPDATE ZMDT763
                         SET ZM763_IESTADO    = 'L',
                             ZM763_IUSRAUTLEV = :RX-IUSUARIO,
                             ZM763_FLEVANTA   = CURRENT TIMESTAMP
                       WHERE ZM763_IEMPR    = :RX-IEMPR
                         AND ZM763_ICUENTA  = :RX-ICUENTA
                         AND ZM763_ISECREST = :RX-ISECREST
                         AND ZM763_IESTADO  = 'Q'
                 END-EXEC
              ELSE
                 SET RX-VIGENTE            TO TRUE

                 EXEC SQL
                      UPDATE ZMDT763
                         SET ZM763_IESTADO    = 'A',
                             ZM763_DMOTLEV    = NULL,
                             ZM763_IUSRSOLLEV = NULL,
                             ZM763_FSOLLEV    = NULL
                       WHERE ZM763_IEMPR    = :RX-IEMPR
                         AND ZM763_ICUENTA  = :RX-ICUENTA
                         AND ZM763_ISECREST = :RX-ISECREST
                         AND ZM763_IESTADO  = 'Q'
                 END-EXEC
              END-IF
              PERFORM 9600-VALIDA-SQL
           END-IF.
      *----
      * ZMWSC343 : SOLICITA LEVANTAR ANTES DE SU FIN LA RESTRICCION
      *            VIGENTE RX-ISECREST, CON EL MOTIVO RX-DMOTLEV (EL
      *            OFICIO DE LEVANTAMIENTO). MIENTRAS NO SE AUTORICE
      *            CON 9994 LA RESTRICCION SIGUE APLICANDO.
      *----
       9995-LEVANTA-RESTRICCION.
      *----
           SET RX-ACEPTADO                 TO TRUE
           MOVE SPACES                     TO RX-DMENSAJE

           IF RX-DMOTLEV                   EQUAL SPACES
              SET RX-RECHAZADO             TO TRUE
              MOVE 'FALTA EL MOTIVO DEL LEVANTAMIENTO'
                                           TO RX-DMENSAJE
           END-IF

           IF RX-ACEPTADO
              EXEC SQL
                   UPDATE ZMDT763
                      SET ZM763_IESTADO    = 'Q',
                          ZM763_DMOTLEV    = :RX-DMOTLEV,
                          ZM763_IUSRSOLLEV = :RX-IUSUARIO,
                          ZM763_FSOLLEV    = CURRENT TIMESTAMP
                    WHERE ZM763_IEMPR    = :RX-IEMPR
                      AND ZM763_ICUENTA  = :RX-ICUENTA
                      AND ZM763_ISECREST = :RX-ISECREST
                      AND ZM763_IESTADO  = 'A'
              END-EXEC

              IF SQLCODE EQUAL 100
                 SET RX-RECHAZADO          TO TRUE
                 MOVE 'LA RESTRICCION NO ESTA VIGENTE'
                                           TO RX-DMENSAJE
              ELSE
                 PERFORM 9600-VALIDA-SQL
                 SET RX-LEVANTA-SOLICITADO TO TRUE
              END-IF
           END-IF.
      *----
      * ZMWSC343 : VERIFICA SI LA OPERACION RX-TOPERA ESTA RESTRINGIDA
      *            EN LA CUENTA RX-IEMPR/RX-ICUENTA A LA FECHA
      *            RX-FECHA. SOLO CUENTAN LAS RESTRICCIONES VIGENTES
      *            (O CON LEVANTAMIENTO AUN SIN AUTORIZAR) CUYA
      *            VIGENCIA CUBRE LA FECHA, DEL TIPO DE LA OPERACION O
      *            DE CONGELAMIENTO TOTAL. CON VARIAS, SE REPORTA LA
      *            MAS ANTIGUA.
      *----
       9996-VERIFICA-RESTRICCION.
      *----
           SET RX-LIBRE                    TO TRUE
           MOVE SPACES                     TO RX-DMENSAJE

           EXEC SQL
                SELECT ZM763_ISECREST, ZM763_TRESTRIC,
                       ZM763_DREFLEGAL
                  INTO :RX-ISECREST,   :RX-TRESTRIC,
                       :RX-DREFLEGAL
                  FROM ZMDT763
                 WHERE ZM763_IEMPR    = :RX-IEMPR
                   AND ZM763_ICUENTA  = :RX-ICUENTA
                   AND ZM763_IESTADO IN ('A', 'Q')
                   AND ZM763_FINICIO <= DATE(:RX-FECHA)
                   AND ( ZM763_FFIN IS NULL
                      OR ZM763_FFIN >= DATE(:RX-FECHA) )
                   AND ( ZM763_TRESTRIC = 'F'
                      OR ZM763_TRESTRIC = :RX-TOPERA
                      OR ( :RX-TOPERA = 'N'
                       AND ZM763_TRESTRIC IN ('C', 'V') ) )
                 ORDER BY ZM763_FINICIO, ZM763_ISECREST
                 FETCH FIRST 1 ROW ONLY
           END-EXEC

           IF SQLCODE EQUAL 0
              SET RX-RESTRINGIDA           TO TRUE
              MOVE RX-ISECREST             TO RX-ISECREST-X
              STRING 'CUENTA RESTRINGIDA ('   DELIMITED BY SIZE
                     RX-TRESTRIC              DELIMITED BY SIZE
                     ') FOLIO '               DELIMITED BY SIZE
                     RX-ISECREST-X            DELIMITED BY SIZE
                     ' '                      DELIMITED BY SIZE
                     RX-DREFLEGAL             DELIMITED BY SIZE
                INTO RX-DMENSAJE
              END-STRING
           ELSE
              IF SQLCODE NOT = 100
                 PERFORM 9600-VALIDA-SQL
              END-IF
           END-IF.
      *----
      * ZMWSC343 : RESTRICCIONES DE LA CUENTA RX-IEMPR/RX-ICUENTA PARA
      *            LA CONSULTA, DE LA MAS RECIENTE A LA MAS ANTIGUA,
      *            EN CUALQUIER ESTADO.
      *----
       9997-ABRE-RESTRICCIONES.
      *----
           MOVE 0                          TO RX-NUMREG

           EXEC SQL
                DECLARE CRESTCTA CURSOR FOR
                   SELECT ZM763_ISECREST,  ZM763_TRESTRIC,
                          ZM763_DREFLEGAL,
                          CHAR(ZM763_FINICIO, ISO),
                          COALESCE(CHAR(ZM763_FFIN, ISO), ' '),
                          ZM763_IESTADO,   ZM763_IUSRSOL,
                          COALESCE(ZM763_IUSRAUT, ' '),
                          COALESCE(ZM763_DMOTLEV, ' ')
                     FROM ZMDT763
                    WHERE ZM763_IEMPR   = :RX-IEMPR
                      AND ZM763_ICUENTA = :RX-ICUENTA
                 ORDER BY ZM763_ISECREST DESC
           END-EXEC

           EXEC SQL
                OPEN CRESTCTA
           END-EXEC
           PERFORM 9600-VALIDA-SQL.
      *----
       9998-LEE-RESTRICCIONES.
      *----
           EXEC SQL
                FETCH CRESTCTA
                 INTO :RX-ISECREST,  :RX-TRESTRIC,
                      :RX-DREFLEGAL, :RX-FINICIO,
                      :RX-FFIN,      :RX-IESTADO,
                      :RX-IUSRSOL,   :RX-IUSRAUT,
                      :RX-DMOTLEV
           END-EXEC

           IF SQLCODE EQUAL 0
              SET RX-HAY-DATOS             TO TRUE
              ADD 1                        TO RX-NUMREG
           ELSE
              SET RX-FIN-DATOS             TO TRUE
              IF SQLCODE NOT = 100
                 PERFORM 9600-VALIDA-SQL
              END-IF
              EXEC SQL
                   CLOSE CRESTCTA
              END-EXEC
           END-IF.
      *----
