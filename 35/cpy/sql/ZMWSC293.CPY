      *----
      * ZMWSC293 : TRASPASO DE CARTERA COMPLETA (ZMDT721/ZMDT722).
      *            LAYOUT DE REFERENCIA ZMWSC292 (TP-REG). ABRE EL CASO
      *            DE LA CUENTA VIGENTE TP-ICUENTA CON LA CASA DE BOLSA
      *            TP-IINSTIT. EN SALIDA CADA EMISORA/SERIE LIQUIDADA
      *            DEL LIBRO QUEDA COMO RENGLON POR ENVIAR; EN ENTRADA
      *            LOS RENGLONES SE AGREGAN CON 9759. SOLO PUEDE HABER
      *            UN CASO ABIERTO POR CUENTA.
      *----
       9758-ALTA-TRASPASO-CARTERA.
      *----
           SET TP-ACEPTADO                 TO TRUE
           MOVE SPACES                     TO TP-DMENSAJE
           MOVE 0                          TO TP-NUMLINEAS

           EVALUATE TRUE
              WHEN NOT TP-SALIDA
               AND NOT TP-ENTRADA
                 SET TP-RECHAZADO          TO TRUE
                 MOVE 'SENTIDO DEL TRASPASO INVALIDO (S/E)'
                                           TO TP-DMENSAJE
              WHEN TP-IINSTIT              EQUAL SPACES
                 SET TP-RECHAZADO          TO TRUE
                 MOVE 'FALTA LA CASA DE BOLSA CONTRAPARTE'
                                           TO TP-DMENSAJE
              WHEN OTHER
                 CONTINUE
           END-EVALUATE

           IF TP-ACEPTADO
              MOVE 0                       TO TP-NUMLINEAS
              EXEC SQL
                   SELECT COUNT(*)
                     INTO :TP-NUMLINEAS
                     FROM CUENTA
                    WHERE IEMPR   = :TP-IEMPR
                      AND ICUENTA = :TP-ICUENTA
                      AND SVIGEN  = '1'
              END-EXEC
              PERFORM 9600-VALIDA-SQL

              IF TP-NUMLINEAS              EQUAL 0
                 SET TP-RECHAZADO          TO TRUE
                 MOVE 'CUENTA INEXISTENTE O DADA DE BAJA'
                                           TO TP-DMENSAJE
              END-IF
           END-IF

      *    LA CARTERA DE UNA CUENTA CONGELADA NO SALE DE LA CASA.
           IF TP-ACEPTADO
              AND TP-SALIDA
              MOVE TP-IEMPR                TO RX-IEMPR
              MOVE TP-ICUENTA              TO RX-ICUENTA
              SET RX-OPER-SALIDA           TO TRUE
              MOVE WX-TFECHOY              TO RX-FECHA
              PERFORM 9996-VERIFICA-RESTRICCION
              IF RX-RESTRINGIDA
                 SET TP-RECHAZADO          TO TRUE
                 MOVE RX-DMENSAJE          TO TP-DMENSAJE
              END-IF
           END-IF

           IF TP-ACEPTADO
              MOVE 0                       TO TP-NUMLINEAS
              EXEC SQL
                   SELECT COUNT(*)
                     INTO :TP-NUMLINEAS
                     FROM ZMDT721
                    WHERE ZM721_IEMPR   = :TP-IEMPR
                      AND ZM721_ICUENTA = :TP-ICUENTA
                      AND ZM721_SESTADO = 'A'
              END-EXEC
              PERFORM 9600-VALIDA-SQL

              IF TP-NUMLINEAS              GREATER THAN 0
                 SET TP-RECHAZADO          TO TRUE
                 MOVE 'LA CUENTA YA TIENE UN TRASPASO ABIERTO'
                                           TO TP-DMENSAJE
              END-IF
              MOVE 0                       TO TP-NUMLINEAS
           END-IF

           IF TP-ACEPTADO
              MOVE 'ZMDT721'               TO FO-ITABLA
              MOVE TP-IEMPR                TO FO-LL-IEMPR
              MOVE TP-ICUENTA              TO FO-LL-ICUENTA
              MOVE 0                       TO FO-LL-ICONCEPT
              PERFORM 9349-OBTEN-FOLIO
              MOVE FO-NFOLIO               TO TP-ISECTRAS

              EXEC SQL
                   INSERT INTO ZMDT721
                        ( ZM721_IEMPR,     ZM721_ICUENTA,
                          ZM721_ISECTRAS,  ZM721_TSENTIDO,
                          ZM721_IINSTIT,   ZM721_DINSTIT,
                          ZM721_CEXINDEVCP,
                          ZM721_SESTADO,   ZM721_ISECLOTE,
                          ZM721_IUSRALTA,  ZM721_FALTA,
                          ZM721_FCIERRE )
                   VALUES ( :TP-IEMPR,     :TP-ICUENTA,
                            :TP-ISECTRAS,  :TP-TSENTIDO,
                            :TP-IINSTIT,   :TP-DINSTIT,
                            NULLIF(:TP-CEXINDEVCP, ' '),
                            'A',           NULL,
                            :TP-IUSUARIO,  CURRENT TIMESTAMP,
                            NULL )
              END-EXEC
              PERFORM 9600-VALIDA-SQL
           END-IF

           IF TP-ACEPTADO
              AND TP-SALIDA
              MOVE 0                       TO TP-ISECLIN

              EXEC SQL
                   DECLARE CTPPOSIC CURSOR FOR
                      SELECT ZM707_IEMISORA, ZM707_ISERIE,
                             ZM707_CLIQUIDA
                        FROM ZMDT707
                       WHERE ZM707_IEMPR    = :TP-IEMPR
                         AND ZM707_ICUENTA  = :TP-ICUENTA
                         AND ZM707_CLIQUIDA > 0
                    ORDER BY ZM707_IEMISORA, ZM707_ISERIE
              END-EXEC

              EXEC SQL
                   OPEN CTPPOSIC
              END-EXEC
              PERFORM 9600-VALIDA-SQL

              SET TP-HAY-DATOS             TO TRUE
              PERFORM 9768-LEE-POSICION-TRASPASO
                  UNTIL TP-FIN-DATOS

              EXEC SQL
                   CLOSE CTPPOSIC
              END-EXEC
           END-IF.
      *----
      * ZMWSC293 : AGREGA A UN CASO DE ENTRADA ABIERTO LA POSICION
      *            ESPERADA TP-IEMISORA/TP-ISERIE POR TP-CTITULOS. LA
      *            BASE ES LO QUE EL ULTIMO FEED YA TRAE DE ESA EMISION,
      *            PARA CASAR SOLO LO QUE LLEGUE DESPUES.
      *----
       9759-ALTA-LINEA-ESPERADA.
      *----
           SET TP-ACEPTADO                 TO TRUE
           MOVE SPACES                     TO TP-DMENSAJE

           EVALUATE TRUE
              WHEN TP-IEMISORA             EQUAL SPACES
                 SET TP-RECHAZADO          TO TRUE
                 MOVE 'FALTA LA EMISORA DE LA POSICION ESPERADA'
                                           TO TP-DMENSAJE
              WHEN TP-CTITULOS             NOT GREATER THAN 0
                 SET TP-RECHAZADO          TO TRUE
                 MOVE 'TITULOS ESPERADOS EN CERO'
                                           TO TP-DMENSAJE
              WHEN OTHER
                 CONTINUE
           END-EVALUATE

           IF TP-ACEPTADO
              EXEC SQL
                   SELECT ZM721_TSENTIDO
                     INTO :TP-TSENTIDO
                     FROM ZMDT721
                    WHERE ZM721_IEMPR    = :TP-IEMPR
                      AND ZM721_ICUENTA  = :TP-ICUENTA
                      AND ZM721_ISECTRAS = :TP-ISECTRAS
                      AND ZM721_SESTADO  = 'A'
              END-EXEC

              IF SQLCODE EQUAL 100
                 SET TP-RECHAZADO          TO TRUE
                 MOVE 'CASO DE TRASPASO INEXISTENTE O CERRADO'
                                           TO TP-DMENSAJE
              ELSE
                 PERFORM 9600-VALIDA-SQL
                 IF NOT TP-ENTRADA
                    SET TP-RECHAZADO       TO TRUE
                    MOVE 'EL CASO DE TRASPASO NO ES DE ENTRADA'
                                           TO TP-DMENSAJE
                 END-IF
              END-IF
           END-IF

           IF TP-ACEPTADO
              EXEC SQL
                   SELECT COALESCE(MAX(ZM722_ISECLIN), 0)
                     INTO :TP-ISECLIN
                     FROM ZMDT722
                    WHERE ZM722_IEMPR    = :TP-IEMPR
                      AND ZM722_ICUENTA  = :TP-ICUENTA
                      AND ZM722_ISECTRAS = :TP-ISECTRAS
              END-EXEC
              PERFORM 9600-VALIDA-SQL

              PERFORM 9769-GRABA-LINEA-TRASPASO
           END-IF.
      *----
      * ZMWSC293 : ABRE LOS RENGLONES POR ENVIAR DEL CASO DE SALIDA
      *            TP-ISECTRAS COMO UN LOTE DEL ARCHIVO DE INSTRUCCIONES
      *            A INDEVAL. EL FOLIO DE LOTE Y LOS TOTALES DE CONTROL
      *            SON LOS MISMOS QUE LOS DE LAS CARTAS (9562); LA CASA
      *            CONTRAPARTE VIAJA COMO SEGUNDA CUENTA INDEVAL. SI LA
      *            CUENTA QUEDO CONGELADA (ZMDT763 'F') DESPUES DE ABRIR
      *            EL CASO, SUS RENGLONES SIGUEN POR ENVIAR.
      *----
       9760-ABRE-INSTR-TRASPASO.
      *----
           MOVE 0                          TO IV-NUMINSTR
           MOVE 0                          TO IV-TOTTITULOS

           MOVE 'ZMDT606I'                 TO FO-ITABLA
           MOVE SPACES                     TO FO-LL-IEMPR
           MOVE 0                          TO FO-LL-ICUENTA
           MOVE 0                          TO FO-LL-ICONCEPT
           PERFORM 9349-OBTEN-FOLIO
           MOVE FO-NFOLIO                  TO IV-ISECLOTE

           EXEC SQL
                DECLARE CTPINSTR CURSOR FOR
                   SELECT A.ZM722_ISECLIN,
                          A.ZM722_IEMISORA, A.ZM722_ISERIE,
                          COALESCE(C.CEXINDEV, ' '),
                          COALESCE(B.ZM721_CEXINDEVCP, ' '),
                          A.ZM722_CTITULOS
                     FROM ZMDT722 A
                          INNER JOIN ZMDT721 B
                       ON B.ZM721_IEMPR    = A.ZM722_IEMPR
                      AND B.ZM721_ICUENTA  = A.ZM722_ICUENTA
                      AND B.ZM721_ISECTRAS = A.ZM722_ISECTRAS
                          LEFT JOIN CUENTA C
                       ON C.IEMPR   = A.ZM722_IEMPR
                      AND C.ICUENTA = A.ZM722_ICUENTA
                    WHERE A.ZM722_IEMPR    = :TP-IEMPR
                      AND A.ZM722_ICUENTA  = :TP-ICUENTA
                      AND A.ZM722_ISECTRAS = :TP-ISECTRAS
                      AND A.ZM722_SESTADO  = 'P'
                      AND A.ZM722_CTITULOS > 0
                      AND B.ZM721_TSENTIDO = 'S'
                      AND B.ZM721_SESTADO  = 'A'
                      AND NOT EXISTS
                          ( SELECT 1
                              FROM ZMDT763 R
                             WHERE R.ZM763_IEMPR    = A.ZM722_IEMPR
                               AND R.ZM763_ICUENTA  = A.ZM722_ICUENTA
                               AND R.ZM763_TRESTRIC = 'F'
                               AND R.ZM763_IESTADO IN ('A', 'Q')
                               AND R.ZM763_FINICIO <= CURRENT DATE
                               AND ( R.ZM763_FFIN IS NULL
                                  OR R.ZM763_FFIN >= CURRENT DATE ) )
                 ORDER BY A.ZM722_ISECLIN
           END-EXEC

           EXEC SQL
                OPEN CTPINSTR
           END-EXEC
           PERFORM 9600-VALIDA-SQL.
      *----
      * ZMWSC293 : LEE EL SIGUIENTE RENGLON A TRANSMITIR Y ARMA EL
      *            REGISTRO DEL ARCHIVO IGUAL QUE 9563.
      *----
       9761-LEE-INSTR-TRASPASO.
      *----
           EXEC SQL
                FETCH CTPINSTR
                 INTO :TP-ISECLIN,
                      :IV-IEMISORA, :IV-ISERIE,
                      :IV-CEXINDEV, :IV-CEXINDEV2,
                      :IV-CTITULOS
           END-EXEC

           IF SQLCODE EQUAL 0
              SET IV-HAY-DATOS             TO TRUE
              MOVE TP-IEMPR                TO IV-IEMPR
              MOVE TP-ICUENTA              TO IV-ICUENTA
              MOVE 0                       TO IV-ICONCEPT

              ADD 1                        TO IV-NUMINSTR
              ADD IV-CTITULOS              TO IV-TOTTITULOS

              MOVE IV-ISECLOTE             TO IV-REF-LOTE
              MOVE IV-NUMINSTR             TO IV-REF-CONSEC

              MOVE IV-IREFINDE             TO IVX-IREFINDE
              MOVE IV-CEXINDEV             TO IVX-CEXINDEV
              MOVE IV-CEXINDEV2            TO IVX-CEXINDEV2
              MOVE IV-IEMISORA             TO IVX-IEMISORA
              MOVE IV-ISERIE               TO IVX-ISERIE
              MOVE IV-CTITULOS             TO IVX-CTITULOS
           ELSE
              SET IV-FIN-DATOS             TO TRUE
              IF SQLCODE NOT = 100
                 PERFORM 9600-VALIDA-SQL
              END-IF
              EXEC SQL
                   CLOSE CTPINSTR
              END-EXEC
           END-IF.
      *----
      * ZMWSC293 : ESTAMPA EN EL RENGLON ESCRITO LA REFERENCIA DE
      *            TRANSMISION Y LO PASA A ENVIADO; EL CASO GUARDA EL
      *            LOTE.
      *----
       9762-ESTAMPA-INSTR-TRASPASO.
      *----
           EXEC SQL
                UPDATE ZMDT722
                   SET ZM722_IREFINDE = :IV-IREFINDE,
                       ZM722_SESTADO  = 'E',
                       ZM722_FESTADO  = CURRENT TIMESTAMP
                 WHERE ZM722_IEMPR    = :TP-IEMPR
                   AND ZM722_ICUENTA  = :TP-ICUENTA
                   AND ZM722_ISECTRAS = :TP-ISECTRAS
                   AND ZM722_ISECLIN  = :TP-ISECLIN
                   AND ZM722_SESTADO  = 'P'
           END-EXEC
           PERFORM 9600-VALIDA-SQL

           EXEC SQL
                UPDATE ZMDT721
                   SET ZM721_ISECLOTE = :IV-ISECLOTE
                 WHERE ZM721_IEMPR    = :TP-IEMPR
                   AND ZM721_ICUENTA  = :TP-ICUENTA
                   AND ZM721_ISECTRAS = :TP-ISECTRAS
           END-EXEC
           PERFORM 9600-VALIDA-SQL.
      *----
      * ZMWSC293 : TITULOS DE TP-IEMISORA/TP-ISERIE QUE TRAE EL ULTIMO
      *            FEED DEL CUSTODIO PARA TP-ICUENTA (CERO SI NO TRAE).
      *----
       9763-LEE-POSICION-FEED.
      *----
           MOVE 0                          TO TP-CFEED

           EXEC SQL
                SELECT COALESCE(SUM(A.ZM624_CTITULOS), 0)
                  INTO :TP-CFEED
                  FROM ZMDT624 A
                 WHERE A.ZM624_IEMPR    = :TP-IEMPR
                   AND A.ZM624_ICUENTA  = :TP-ICUENTA
                   AND A.ZM624_IEMISORA = :TP-IEMISORA
                   AND A.ZM624_ISERIE   = :TP-ISERIE
                   AND DATE(A.ZM624_FRECIBIDO) =
                       ( SELECT MAX(DATE(B.ZM624_FRECIBIDO))
                           FROM ZMDT624 B
                          WHERE B.ZM624_IEMPR   = A.ZM624_IEMPR
                            AND B.ZM624_ICUENTA = A.ZM624_ICUENTA )
           END-EXEC
           PERFORM 9600-VALIDA-SQL.
      *----
      * ZMWSC293 : CORRIDA NOCTURNA DE TP-IEMPR. CASA CONTRA EL ULTIMO
      *            FEED LOS RENGLONES ESPERADOS DE ENTRADA Y LOS
      *            ENVIADOS DE SALIDA DE LOS CASOS ABIERTOS:
      *              - ENTRADA: LLEGO SI EL FEED SUPERA LA BASE EN AL
      *                MENOS TP-CTITULOS; SE ABONA AL LIBRO;
      *              - SALIDA: SALIO SI EL FEED BAJO DE LA BASE EN AL
      *                MENOS TP-CTITULOS; SE CARGA AL LIBRO.
      *            AL FINAL CIERRA LOS CASOS COMPLETOS (9766).
      *            TP-NUMRECIB CUENTA LOS RENGLONES CASADOS.
      *----
       9764-CONCILIA-TRASPASOS.
      *----
           MOVE 0                          TO TP-NUMRECIB

           EXEC SQL
                DECLARE CTPCONC CURSOR WITH HOLD FOR
                   SELECT A.ZM722_ICUENTA,  A.ZM722_ISECTRAS,
                          A.ZM722_ISECLIN,  B.ZM721_TSENTIDO,
                          A.ZM722_IEMISORA, A.ZM722_ISERIE,
                          A.ZM722_CTITULOS, A.ZM722_CBASE
                     FROM ZMDT722 A
                          INNER JOIN ZMDT721 B
                       ON B.ZM721_IEMPR    = A.ZM722_IEMPR
                      AND B.ZM721_ICUENTA  = A.ZM722_ICUENTA
                      AND B.ZM721_ISECTRAS = A.ZM722_ISECTRAS
                    WHERE A.ZM722_IEMPR    = :TP-IEMPR
                      AND B.ZM721_SESTADO  = 'A'
                      AND ( ( B.ZM721_TSENTIDO = 'E'
                          AND A.ZM722_SESTADO  = 'P' )
                         OR ( B.ZM721_TSENTIDO = 'S'
                          AND A.ZM722_SESTADO  = 'E' ) )
                 ORDER BY A.ZM722_ICUENTA, A.ZM722_ISECTRAS,
                          A.ZM722_ISECLIN
           END-EXEC

           EXEC SQL
                OPEN CTPCONC
           END-EXEC
           PERFORM 9600-VALIDA-SQL

           SET TP-HAY-DATOS                TO TRUE
           PERFORM 9767-LEE-LINEA-TRASPASO
               UNTIL TP-FIN-DATOS

           EXEC SQL
                CLOSE CTPCONC
           END-EXEC

           PERFORM 9766-CIERRA-TRASPASOS-COMPLETOS.
      *----
      * ZMWSC293 : DA DE BAJA EL RENGLON TP-ISECLIN AUN NO RECIBIDO
      *            (POR ENVIAR, ENVIADO O ESPERADO) CON SU MOTIVO. EL
      *            CASO SE CIERRA SI YA NO LE QUEDAN RENGLONES
      *            ABIERTOS.
      *----
       9765-BAJA-LINEA-TRASPASO.
      *----
           SET TP-ACEPTADO                 TO TRUE
           MOVE SPACES                     TO TP-DMENSAJE

           EVALUATE TRUE
              WHEN TP-DMOTIVO              EQUAL SPACES
                 SET TP-RECHAZADO          TO TRUE
                 MOVE 'FALTA EL MOTIVO DE LA BAJA'
                                           TO TP-DMENSAJE
              WHEN TP-IUSUARIO             EQUAL SPACES
                 SET TP-RECHAZADO          TO TRUE
                 MOVE 'FALTA EL USUARIO QUE DA DE BAJA'
                                           TO TP-DMENSAJE
              WHEN OTHER
                 CONTINUE
           END-EVALUATE

           IF TP-ACEPTADO
              EXEC SQL
                   UPDATE ZMDT722
                      SET ZM722_SESTADO  = 'B',
                          ZM722_DMOTIVO  = :TP-DMOTIVO,
                          ZM722_IUSRBAJA = :TP-IUSUARIO,
                          ZM722_FESTADO  = CURRENT TIMESTAMP
                    WHERE ZM722_IEMPR    = :TP-IEMPR
                      AND ZM722_ICUENTA  = :TP-ICUENTA
                      AND ZM722_ISECTRAS = :TP-ISECTRAS
                      AND ZM722_ISECLIN  = :TP-ISECLIN
                      AND ZM722_SESTADO IN ('P', 'E')
              END-EXEC

              IF SQLCODE EQUAL 100
                 SET TP-RECHAZADO          TO TRUE
                 MOVE 'RENGLON INEXISTENTE O YA CERRADO'
                                           TO TP-DMENSAJE
              ELSE
                 PERFORM 9600-VALIDA-SQL
                 PERFORM 9766-CIERRA-TRASPASOS-COMPLETOS
              END-IF
           END-IF.
      *----
      * ZMWSC293 : CIERRA LOS CASOS ABIERTOS DE TP-IEMPR QUE TIENEN
      *            RENGLONES Y NINGUNO POR ENVIAR, ENVIADO O ESPERADO.
      *            TP-NUMCERRADOS REGRESA CUANTOS SE CERRARON.
      *----
       9766-CIERRA-TRASPASOS-COMPLETOS.
      *----
           MOVE 0                          TO TP-NUMCERRADOS

           EXEC SQL
                UPDATE ZMDT721 A
                   SET A.ZM721_SESTADO = 'C',
                       A.ZM721_FCIERRE = CURRENT TIMESTAMP
                 WHERE A.ZM721_IEMPR   = :TP-IEMPR
                   AND A.ZM721_SESTADO = 'A'
                   AND EXISTS
                       ( SELECT 1
                           FROM ZMDT722 B
                          WHERE B.ZM722_IEMPR    = A.ZM721_IEMPR
                            AND B.ZM722_ICUENTA  = A.ZM721_ICUENTA
                            AND B.ZM722_ISECTRAS = A.ZM721_ISECTRAS )
                   AND NOT EXISTS
                       ( SELECT 1
                           FROM ZMDT722 C
                          WHERE C.ZM722_IEMPR    = A.ZM721_IEMPR
                            AND C.ZM722_ICUENTA  = A.ZM721_ICUENTA
                            AND C.ZM722_ISECTRAS = A.ZM721_ISECTRAS
                            AND C.ZM722_SESTADO IN ('P', 'E') )
           END-EXEC

           IF SQLCODE EQUAL 0
              MOVE SQLERRD(3)              TO TP-NUMCERRADOS
           ELSE
              IF SQLCODE NOT = 100
                 PERFORM 9600-VALIDA-SQL
              END-IF
           END-IF.
      *----
      * ZMWSC293 : CASA UN RENGLON DE LA CORRIDA NOCTURNA CONTRA EL
      *            FEED. SI EL LIBRO RECHAZA EL MOVIMIENTO EL RENGLON
      *            SIGUE ABIERTO Y SE VUELVE A INTENTAR LA NOCHE
      *            SIGUIENTE.
      *----
       9767-LEE-LINEA-TRASPASO.
      *----
           EXEC SQL
                FETCH CTPCONC
                 INTO :TP-ICUENTA,  :TP-ISECTRAS,
                      :TP-ISECLIN,  :TP-TSENTIDO,
                      :TP-IEMISORA, :TP-ISERIE,
                      :TP-CTITULOS, :TP-CBASE
           END-EXEC

           IF SQLCODE EQUAL 0
              SET TP-HAY-DATOS             TO TRUE
              PERFORM 9763-LEE-POSICION-FEED

              IF TP-ENTRADA
                 COMPUTE TP-CMOVIDOS = TP-CFEED - TP-CBASE
              ELSE
                 COMPUTE TP-CMOVIDOS = TP-CBASE - TP-CFEED
              END-IF

              IF TP-CMOVIDOS               NOT LESS THAN TP-CTITULOS
                 MOVE TP-IEMPR             TO PB-IEMPR
                 MOVE TP-ICUENTA           TO PB-ICUENTA
                 MOVE 0                    TO PB-ICTADEST
                 MOVE TP-IEMISORA          TO PB-IEMISORA
                 MOVE TP-ISERIE            TO PB-ISERIE
                 IF TP-ENTRADA
                    MOVE TP-CTITULOS       TO PB-CTITULOS
                 ELSE
                    COMPUTE PB-CTITULOS = 0 - TP-CTITULOS
                 END-IF
                 MOVE TP-FECHA             TO PB-FVALOR
                 MOVE TP-IUSUARIO          TO PB-IUSUARIO
                 MOVE TP-IPROGRAM          TO PB-IPROGRAM
                 PERFORM 9682-TRASPASO-POSICION

                 IF PB-ACEPTADO
                    MOVE PB-ISECMOV        TO TP-ISECMOV
                    EXEC SQL
                         UPDATE ZMDT722
                            SET ZM722_SESTADO  = 'R',
                                ZM722_CMOVIDOS = :TP-CTITULOS,
                                ZM722_ISECMOV  = :TP-ISECMOV,
                                ZM722_FESTADO  = CURRENT TIMESTAMP
                          WHERE ZM722_IEMPR    = :TP-IEMPR
                            AND ZM722_ICUENTA  = :TP-ICUENTA
                            AND ZM722_ISECTRAS = :TP-ISECTRAS
                            AND ZM722_ISECLIN  = :TP-ISECLIN
                    END-EXEC
                    PERFORM 9600-VALIDA-SQL
                    ADD 1                  TO TP-NUMRECIB
                 END-IF
              ELSE
                 IF TP-CMOVIDOS            LESS THAN 0
                    MOVE 0                 TO TP-CMOVIDOS
                 END-IF
                 EXEC SQL
                      UPDATE ZMDT722
                         SET ZM722_CMOVIDOS = :TP-CMOVIDOS
                       WHERE ZM722_IEMPR    = :TP-IEMPR
                         AND ZM722_ICUENTA  = :TP-ICUENTA
                         AND ZM722_ISECTRAS = :TP-ISECTRAS
                         AND ZM722_ISECLIN  = :TP-ISECLIN
                 END-EXEC
                 PERFORM 9600-VALIDA-SQL
              END-IF
           ELSE
              SET TP-FIN-DATOS             TO TRUE
              IF SQLCODE NOT = 100
                 PERFORM 9600-VALIDA-SQL
              END-IF
           END-IF.
      *----
       9768-LEE-POSICION-TRASPASO.
      *----
           EXEC SQL
                FETCH CTPPOSIC
                 INTO :TP-IEMISORA, :TP-ISERIE,
                      :TP-CTITULOS
           END-EXEC

           IF SQLCODE EQUAL 0
              SET TP-HAY-DATOS             TO TRUE
              PERFORM 9769-GRABA-LINEA-TRASPASO
           ELSE
              SET TP-FIN-DATOS             TO TRUE
              IF SQLCODE NOT = 100
                 PERFORM 9600-VALIDA-SQL
              END-IF
           END-IF.
      *----
      * ZMWSC293 : RENGLON SIGUIENTE A TP-ISECLIN DEL CASO, CON LA
      *            BASE DEL ULTIMO FEED PARA LA EMISORA/SERIE.
      *----
       9769-GRABA-LINEA-TRASPASO.
      *----
           ADD 1                           TO TP-ISECLIN
           ADD 1                           TO TP-NUMLINEAS
           PERFORM 9763-LEE-POSICION-FEED
           MOVE TP-CFEED                   TO TP-CBASE

           EXEC SQL
                INSERT INTO ZMDT722
                     ( ZM722_IEMPR,    ZM722_ICUENTA,
                       ZM722_ISECTRAS, ZM722_ISECLIN,
                       ZM722_IEMISORA, ZM722_ISERIE,
                       ZM722_CTITULOS, ZM722_CBASE,
                       ZM722_CMOVIDOS, ZM722_SESTADO,
                       ZM722_IREFINDE, ZM722_ISECMOV,
                       ZM722_DMOTIVO,  ZM722_IUSRBAJA,
                       ZM722_FESTADO )
                VALUES ( :TP-IEMPR,    :TP-ICUENTA,
                         :TP-ISECTRAS, :TP-ISECLIN,
                         :TP-IEMISORA, :TP-ISERIE,
                         :TP-CTITULOS, :TP-CBASE,
                         0,            'P',
                         NULL,         NULL,
                         NULL,         NULL,
                         CURRENT TIMESTAMP )
           END-EXEC
           PERFORM 9600-VALIDA-SQL.
