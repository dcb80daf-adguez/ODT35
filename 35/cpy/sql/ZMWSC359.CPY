      *----
      * ZMWSC359 : BLOQUES DE ORDENES (ZMDT778/ZMDT779/ZMDT780).
      *            LAYOUT DE REFERENCIA ZMWSC358 (BO-REG).
      * NOTA: IBLOQUE E ISECFILL SE RESERVAN CON EL SERVIDOR DE FOLIOS
      *       ZMDT642 (9349-OBTEN-FOLIO); LA ASIGNACION GRABA LOS FILLS
      *       DE CADA RENGLON CON 9464-GRABA-FILL-CARTA (ZMWSC197).
      *----
      * ZMWSC359 : ARMA EL BLOQUE CON LOS RENGLONES ELEGIBLES DE LA
      *            EMISORA/SERIE Y SENTIDO. SIN RENGLONES NO HAY
      *            BLOQUE.
      *----
       9088-ARMA-BLOQUE.
      *----
           SET BO-ACEPTADO                 TO TRUE
           MOVE SPACES                     TO BO-DMENSAJE
           MOVE 0                          TO BO-NRENGLONES
           MOVE 0                          TO BO-CTITULOS

           IF NOT BO-COMPRA
              AND NOT BO-VENTA
              SET BO-RECHAZADO             TO TRUE
              MOVE 'SENTIDO INVALIDO (C COMPRA / V VENTA)'
                                           TO BO-DMENSAJE
           END-IF

           IF BO-ACEPTADO
              IF BO-IEMISORA               EQUAL SPACES
                 OR BO-ISERIE              EQUAL SPACES
                 SET BO-RECHAZADO          TO TRUE
                 MOVE 'CAPTURE EMISORA Y SERIE DEL BLOQUE'
                                           TO BO-DMENSAJE
              END-IF
           END-IF

           IF BO-ACEPTADO
              MOVE 'ZMDT778'               TO FO-ITABLA
              MOVE BO-IEMPR                TO FO-LL-IEMPR
              MOVE 0                       TO FO-LL-ICUENTA
              MOVE 0                       TO FO-LL-ICONCEPT
              PERFORM 9349-OBTEN-FOLIO
              MOVE FO-NFOLIO               TO BO-IBLOQUE

              EXEC SQL
                   DECLARE CBLOQCAN CURSOR FOR
                      SELECT B.ZM607_ICUENTA,  B.ZM607_ICONCEPT,
                             B.ZM607_LINEA,    B.ZM607_CTITULOS
                        FROM ZMDT606 A
                             INNER JOIN ZMDT607 B
                          ON B.ZM607_IEMPR    = A.ZM606_IEMPR
                         AND B.ZM607_ICUENTA  = A.ZM606_ICUENTA
                         AND B.ZM607_ICONCEPT = A.ZM606_ICONCEPT
                       WHERE A.ZM606_IEMPR    = :BO-IEMPR
                         AND A.ZM606_IEMISORA = :BO-IEMISORA
                         AND A.ZM606_ISERIE   = :BO-ISERIE
                         AND A.ZM606_SVIGEN   = '1'
                         AND ( A.ZM606_IESTVIDA = 'R'
                            OR A.ZM606_IESTVIDA IS NULL )
                         AND B.ZM607_FCANC    IS NULL
                         AND B.ZM607_CTITULOS > 0
                         AND NOT EXISTS
                           ( SELECT 1
                               FROM ZMDT666 F
                              WHERE F.ZM666_IEMPR    = B.ZM607_IEMPR
                                AND F.ZM666_ICUENTA  = B.ZM607_ICUENTA
                                AND F.ZM666_ICONCEPT = B.ZM607_ICONCEPT
                                AND F.ZM666_ILINEA   = B.ZM607_LINEA )
                         AND NOT EXISTS
                           ( SELECT 1
                               FROM ZMDT779 M
                                    INNER JOIN ZMDT778 H
                                 ON H.ZM778_IBLOQUE = M.ZM779_IBLOQUE
                              WHERE M.ZM779_IEMPR    = B.ZM607_IEMPR
                                AND M.ZM779_ICUENTA  = B.ZM607_ICUENTA
                                AND M.ZM779_ICONCEPT = B.ZM607_ICONCEPT
                                AND M.ZM779_ILINEA   = B.ZM607_LINEA
                                AND H.ZM778_SESTADO  <> 'X' )
                         AND NOT EXISTS
                           ( SELECT 1
                               FROM ZMDT688 K
                              WHERE K.ZM688_IEMPR    = A.ZM606_IEMPR
                                AND K.ZM688_ICUENTA  = A.ZM606_ICUENTA
                                AND K.ZM688_ICONCEPT = A.ZM606_ICONCEPT
                                AND K.ZM688_IESTADO IN ('P', 'X') )
                         AND NOT EXISTS
                           ( SELECT 1
                               FROM ZMDT724 V
                              WHERE V.ZM724_IEMPR    = A.ZM606_IEMPR
                                AND V.ZM724_ICUENTA  = A.ZM606_ICUENTA
                                AND V.ZM724_ICONCEPT = A.ZM606_ICONCEPT
                                AND V.ZM724_IESTADO <> 'V' )
                         AND NOT EXISTS
                           ( SELECT 1
                               FROM ZMDT759 X
                              WHERE X.ZM759_IEMPR    = A.ZM606_IEMPR
                                AND X.ZM759_ICUENTA  = A.ZM606_ICUENTA
                                AND X.ZM759_ICONCEPT = A.ZM606_ICONCEPT
                                AND X.ZM759_IESTADO <> 'A' )
                    ORDER BY B.ZM607_ICUENTA, B.ZM607_ICONCEPT,
                             B.ZM607_LINEA
              END-EXEC

              EXEC SQL
                   OPEN CBLOQCAN
              END-EXEC
              PERFORM 9600-VALIDA-SQL

              SET BO-HAY-DATOS             TO TRUE
              PERFORM 9089-AGREGA-RENGLON-BLOQUE
                  UNTIL BO-FIN-DATOS

              IF BO-NRENGLONES             EQUAL 0
                 SET BO-RECHAZADO          TO TRUE
                 MOVE 'SIN RENGLONES ABIERTOS ELEGIBLES PARA EL BLOQUE'
                                           TO BO-DMENSAJE
              ELSE
                 SET BO-ABIERTO            TO TRUE
                 EXEC SQL
                      INSERT INTO ZMDT778
                           ( ZM778_IBLOQUE,    ZM778_IEMPR,
                             ZM778_IEMISORA,   ZM778_ISERIE,
                             ZM778_TSENTIDO,   ZM778_SESTADO,
                             ZM778_NRENGLONES, ZM778_CTITULOS,
                             ZM778_CTITEJEC,   ZM778_CTITASIG,
                             ZM778_MIMPASIG,   ZM778_MPRECPROM,
                             ZM778_IUSUARIO,   ZM778_IPROGRAM,
                             ZM778_FALTA,      ZM778_FULTMOV )
                      VALUES ( :BO-IBLOQUE,    :BO-IEMPR,
                               :BO-IEMISORA,   :BO-ISERIE,
                               :BO-TSENTIDO,   :BO-SESTADO,
                               :BO-NRENGLONES, :BO-CTITULOS,
                               0,              0,
                               0,              0,
                               :BO-IUSUARIO,   :BO-IPROGRAM,
                               CURRENT TIMESTAMP,
                               CURRENT TIMESTAMP )
                 END-EXEC
                 PERFORM 9600-VALIDA-SQL
              END-IF
           END-IF.
      *----
      * ZMWSC359 : AGREGA AL BLOQUE EL RENGLON LEIDO SI SU CARTA ES DEL
      *            SENTIDO DEL BLOQUE (NATURALEZA DEL CONCEPTO, 9649:
      *            CARGO ES COMPRA, ABONO ES VENTA).
      *----
       9089-AGREGA-RENGLON-BLOQUE.
      *----
           EXEC SQL
                FETCH CBLOQCAN
                 INTO :BO-ICUENTA,  :BO-ICONCEPT,
                      :BO-ILINEA,   :BO-CTITLIN
           END-EXEC

           IF SQLCODE EQUAL 0
              SET BO-HAY-DATOS             TO TRUE
              MOVE BO-IEMPR                TO EF-IEMPR
              MOVE BO-ICUENTA              TO EF-ICUENTA
              MOVE BO-ICONCEPT             TO EF-ICONCEPT
              MOVE BO-FNEGOCIO             TO EF-FVALOR
              PERFORM 9649-LEE-NATURALEZA-EFECTIVO

              IF ( BO-COMPRA AND EF-NATUR-CARGO )
                 OR ( BO-VENTA AND EF-NATUR-ABONO )
                 EXEC SQL
                      INSERT INTO ZMDT779
                           ( ZM779_IBLOQUE,   ZM779_IEMPR,
                             ZM779_ICUENTA,   ZM779_ICONCEPT,
                             ZM779_ILINEA,    ZM779_CTITULOS,
                             ZM779_CTITASIG,  ZM779_MIMPASIG,
                             ZM779_MPRECPROM, ZM779_FULTASIG )
                      VALUES ( :BO-IBLOQUE,   :BO-IEMPR,
                               :BO-ICUENTA,   :BO-ICONCEPT,
                               :BO-ILINEA,    :BO-CTITLIN,
                               0,             0,
                               0,             NULL )
                 END-EXEC
                 PERFORM 9600-VALIDA-SQL
                 ADD 1                     TO BO-NRENGLONES
                 ADD BO-CTITLIN            TO BO-CTITULOS
              END-IF
           ELSE
              SET BO-FIN-DATOS             TO TRUE
              IF SQLCODE NOT = 100
                 PERFORM 9600-VALIDA-SQL
              END-IF
              EXEC SQL
                   CLOSE CBLOQCAN
              END-EXEC
           END-IF.
      *----
      * ZMWSC359 : RECIBE UNA EJECUCION CONTRA EL BLOQUE. EL BLOQUE
      *            DEBE ESTAR ABIERTO Y LO EJECUTADO NO PUEDE PASAR DE
      *            LO INSTRUIDO.
      *----
       9090-GRABA-FILL-BLOQUE.
      *----
           SET BO-ACEPTADO                 TO TRUE
           MOVE SPACES                     TO BO-DMENSAJE
           MOVE SPACES                     TO BO-SESTADO

           EXEC SQL
                SELECT ZM778_SESTADO,  ZM778_CTITULOS,
                       ZM778_CTITEJEC
                  INTO :BO-SESTADO,    :BO-CTITULOS,
                       :BO-CTITEJEC
                  FROM ZMDT778
                 WHERE ZM778_IBLOQUE = :BO-IBLOQUE
           END-EXEC
           PERFORM 9600-VALIDA-SQL

           IF NOT BO-ABIERTO
              SET BO-RECHAZADO             TO TRUE
              MOVE 'BLOQUE INEXISTENTE O YA NO ESTA ABIERTO'
                                           TO BO-DMENSAJE
           END-IF

           IF BO-ACEPTADO
              IF BO-CTITFILL               NOT GREATER 0
                 OR BO-MPRECIO             NOT GREATER 0
                 SET BO-RECHAZADO          TO TRUE
                 MOVE 'TITULOS Y PRECIO DEBEN SER MAYORES A CERO'
                                           TO BO-DMENSAJE
              END-IF
           END-IF

           IF BO-ACEPTADO
              IF BO-CTITEJEC + BO-CTITFILL GREATER BO-CTITULOS
                 SET BO-RECHAZADO          TO TRUE
                 MOVE 'LA EJECUCION EXCEDE LOS TITULOS DEL BLOQUE'
                                           TO BO-DMENSAJE
              END-IF
           END-IF

           IF BO-ACEPTADO
              MOVE 'ZMDT780'               TO FO-ITABLA
              MOVE SPACES                  TO FO-LL-IEMPR
              MOVE 0                       TO FO-LL-ICUENTA
              MOVE 0                       TO FO-LL-ICONCEPT
              PERFORM 9349-OBTEN-FOLIO
              MOVE FO-NFOLIO               TO BO-ISECFILL

              EXEC SQL
                   INSERT INTO ZMDT780
                        ( ZM780_IBLOQUE,   ZM780_ISECFILL,
                          ZM780_CTITEJEC,  ZM780_MPRECIO,
                          ZM780_FMERCADO,  ZM780_FRECIBIDO,
                          ZM780_SASIGNADO, ZM780_FASIGNA )
                   VALUES ( :BO-IBLOQUE,   :BO-ISECFILL,
                            :BO-CTITFILL,  :BO-MPRECIO,
                            :BO-FMERCADO,  CURRENT TIMESTAMP,
                            '0',           NULL )
              END-EXEC
              PERFORM 9600-VALIDA-SQL

              EXEC SQL
                   UPDATE ZMDT778
                      SET ZM778_CTITEJEC = ZM778_CTITEJEC
                                         + :BO-CTITFILL,
                          ZM778_FULTMOV  = CURRENT TIMESTAMP
                    WHERE ZM778_IBLOQUE  = :BO-IBLOQUE
              END-EXEC
              PERFORM 9600-VALIDA-SQL
           END-IF.
      *----
      * ZMWSC359 : ASIGNA A LOS RENGLONES LAS EJECUCIONES PENDIENTES
      *            DEL BLOQUE, AL PRECIO PROMEDIO DE ESAS EJECUCIONES Y
      *            A PRORRATA DE LO QUE LE FALTA A CADA RENGLON. EL
      *            BLOQUE QUEDA COMPLETO CUANDO TODO LO INSTRUIDO QUEDO
      *            ASIGNADO.
      *----
       9091-ASIGNA-BLOQUE.
      *----
           MOVE 0                          TO BO-NUMASIG
           MOVE 0                          TO BO-MIMPASIG
           MOVE 0                          TO BO-ISECMAX
           MOVE 0                          TO BO-CTITRONDA
           MOVE 0                          TO BO-MIMPRONDA

           EXEC SQL
                SELECT COALESCE(MAX(ZM780_ISECFILL), 0),
                       COALESCE(SUM(ZM780_CTITEJEC), 0),
                       COALESCE(SUM(ZM780_CTITEJEC *
                                    ZM780_MPRECIO), 0),
                       COALESCE(MAX(ZM780_FMERCADO),
                                CURRENT TIMESTAMP)
                  INTO :BO-ISECMAX,    :BO-CTITRONDA,
                       :BO-MIMPRONDA,  :BO-FMERCRONDA
                  FROM ZMDT780
                 WHERE ZM780_IBLOQUE   = :BO-IBLOQUE
                   AND ZM780_SASIGNADO = '0'
           END-EXEC
           PERFORM 9600-VALIDA-SQL

           IF BO-CTITRONDA                 GREATER 0
              COMPUTE BO-MPRECRONDA ROUNDED =
                      BO-MIMPRONDA / BO-CTITRONDA
              MOVE BO-CTITRONDA            TO BO-CTITREST
              MOVE 0                       TO BO-CTITABIERTO

              EXEC SQL
                   SELECT COALESCE(SUM(ZM779_CTITULOS
                                     - ZM779_CTITASIG), 0)
                     INTO :BO-CTITABIERTO
                     FROM ZMDT779
                    WHERE ZM779_IBLOQUE = :BO-IBLOQUE
              END-EXEC
              PERFORM 9600-VALIDA-SQL

              EXEC SQL
                   DECLARE CBLOQREN CURSOR FOR
                      SELECT ZM779_IEMPR,    ZM779_ICUENTA,
                             ZM779_ICONCEPT, ZM779_ILINEA,
                             ZM779_CTITULOS - ZM779_CTITASIG
                        FROM ZMDT779
                       WHERE ZM779_IBLOQUE  = :BO-IBLOQUE
                         AND ZM779_CTITULOS > ZM779_CTITASIG
                    ORDER BY 5 DESC, ZM779_ICUENTA,
                             ZM779_ICONCEPT, ZM779_ILINEA
              END-EXEC

              EXEC SQL
                   OPEN CBLOQREN
              END-EXEC
              PERFORM 9600-VALIDA-SQL

              SET BO-HAY-DATOS             TO TRUE
              PERFORM 9092-ASIGNA-RENGLON-BLOQUE
                  UNTIL BO-FIN-DATOS

              EXEC SQL
                   UPDATE ZMDT780
                      SET ZM780_SASIGNADO = '1',
                          ZM780_FASIGNA   = CURRENT TIMESTAMP
                    WHERE ZM780_IBLOQUE   = :BO-IBLOQUE
                      AND ZM780_SASIGNADO = '0'
                      AND ZM780_ISECFILL <= :BO-ISECMAX
              END-EXEC
              PERFORM 9600-VALIDA-SQL

              EXEC SQL
                   UPDATE ZMDT778
                      SET ZM778_CTITASIG  = ZM778_CTITASIG
                                          + :BO-CTITRONDA,
                          ZM778_MIMPASIG  = ZM778_MIMPASIG
                                          + :BO-MIMPASIG,
                          ZM778_MPRECPROM =
                             ( ZM778_MIMPASIG + :BO-MIMPASIG )
                           / ( ZM778_CTITASIG + :BO-CTITRONDA ),
                          ZM778_SESTADO   =
                             CASE WHEN ZM778_CTITASIG + :BO-CTITRONDA
                                       >= ZM778_CTITULOS
                                  THEN 'C'
                                  ELSE ZM778_SESTADO
                             END,
                          ZM778_FULTMOV   = CURRENT TIMESTAMP
                    WHERE ZM778_IBLOQUE   = :BO-IBLOQUE
              END-EXEC
              PERFORM 9600-VALIDA-SQL
           END-IF.
      *----
      * ZMWSC359 : PARTE DEL RENGLON LEIDO: SU PROPORCION DE LO QUE
      *            FALTA POR REPARTIR, EN TITULOS ENTEROS; EL ULTIMO
      *            RENGLON TOMA EL REMANENTE EXACTO. LA PARTE SE GRABA
      *            COMO FILL DEL RENGLON (9464) Y SE ACUMULA EN ZMDT779.
      *----
       9092-ASIGNA-RENGLON-BLOQUE.
      *----
           EXEC SQL
                FETCH CBLOQREN
                 INTO :BO-IEMPR,     :BO-ICUENTA,
                      :BO-ICONCEPT,  :BO-ILINEA,
                      :BO-CTITLINABI
           END-EXEC

           IF SQLCODE EQUAL 0
              SET BO-HAY-DATOS             TO TRUE

              IF BO-CTITABIERTO            NOT GREATER BO-CTITLINABI
                 MOVE BO-CTITREST          TO BO-CTITLIN
              ELSE
                 COMPUTE BO-CTITPARTE ROUNDED =
                         BO-CTITREST * BO-CTITLINABI / BO-CTITABIERTO
                 MOVE BO-CTITPARTE         TO BO-CTITLIN
              END-IF

              IF BO-CTITLIN                GREATER BO-CTITLINABI
                 MOVE BO-CTITLINABI        TO BO-CTITLIN
              END-IF
              IF BO-CTITLIN                GREATER BO-CTITREST
                 MOVE BO-CTITREST          TO BO-CTITLIN
              END-IF

              SUBTRACT BO-CTITLIN          FROM BO-CTITREST
              SUBTRACT BO-CTITLINABI       FROM BO-CTITABIERTO

              IF BO-CTITLIN                GREATER 0
                 MOVE BO-IEMPR             TO FL-IEMPR
                 MOVE BO-ICUENTA           TO FL-ICUENTA
                 MOVE BO-ICONCEPT          TO FL-ICONCEPT
                 MOVE BO-ILINEA            TO FL-ILINEA
                 MOVE BO-CTITLIN           TO FL-CTITFILL
                 MOVE BO-MPRECRONDA        TO FL-MPRECIO
                 MOVE BO-FMERCRONDA        TO FL-FMERCADO
                 PERFORM 9464-GRABA-FILL-CARTA

                 COMPUTE BO-MIMPLINASIG ROUNDED =
                         BO-CTITLIN * BO-MPRECRONDA

                 EXEC SQL
                      UPDATE ZMDT779
                         SET ZM779_CTITASIG  = ZM779_CTITASIG
                                             + :BO-CTITLIN,
                             ZM779_MIMPASIG  = ZM779_MIMPASIG
                                             + :BO-MIMPLINASIG,
                             ZM779_MPRECPROM =
                                ( ZM779_MIMPASIG + :BO-MIMPLINASIG )
                              / ( ZM779_CTITASIG + :BO-CTITLIN ),
                             ZM779_FULTASIG  = CURRENT TIMESTAMP
                       WHERE ZM779_IBLOQUE  = :BO-IBLOQUE
                         AND ZM779_IEMPR    = :BO-IEMPR
                         AND ZM779_ICUENTA  = :BO-ICUENTA
                         AND ZM779_ICONCEPT = :BO-ICONCEPT
                         AND ZM779_ILINEA   = :BO-ILINEA
                 END-EXEC
                 PERFORM 9600-VALIDA-SQL

                 ADD BO-MIMPLINASIG        TO BO-MIMPASIG
                 ADD 1                     TO BO-NUMASIG
              END-IF
           ELSE
              SET BO-FIN-DATOS             TO TRUE
              IF SQLCODE NOT = 100
                 PERFORM 9600-VALIDA-SQL
              END-IF
              EXEC SQL
                   CLOSE CBLOQREN
              END-EXEC
           END-IF.
      *----
      * ZMWSC359 : CANCELA UN BLOQUE ABIERTO QUE AUN NO TIENE
      *            EJECUCIONES; SUS RENGLONES VUELVEN A SER ELEGIBLES
      *            (PARA OTRO BLOQUE O PARA OPERARSE POR SEPARADO).
      *----
       9093-CANCELA-BLOQUE.
      *----
           SET BO-ACEPTADO                 TO TRUE
           MOVE SPACES                     TO BO-DMENSAJE
           MOVE SPACES                     TO BO-SESTADO
           MOVE 0                          TO BO-CTITEJEC

           EXEC SQL
                SELECT ZM778_SESTADO,  ZM778_CTITEJEC
                  INTO :BO-SESTADO,    :BO-CTITEJEC
                  FROM ZMDT778
                 WHERE ZM778_IBLOQUE = :BO-IBLOQUE
           END-EXEC
           PERFORM 9600-VALIDA-SQL

           IF NOT BO-ABIERTO
              OR BO-CTITEJEC               GREATER 0
              SET BO-RECHAZADO             TO TRUE
              MOVE 'SOLO SE CANCELA UN BLOQUE ABIERTO SIN EJECUCIONES'
                                           TO BO-DMENSAJE
           ELSE
              SET BO-CANCELADO             TO TRUE
              EXEC SQL
                   UPDATE ZMDT778
                      SET ZM778_SESTADO  = :BO-SESTADO,
                          ZM778_IUSUARIO = :BO-IUSUARIO,
                          ZM778_IPROGRAM = :BO-IPROGRAM,
                          ZM778_FULTMOV  = CURRENT TIMESTAMP
                    WHERE ZM778_IBLOQUE  = :BO-IBLOQUE
                      AND ZM778_SESTADO  = 'A'
                      AND ZM778_CTITEJEC = 0
              END-EXEC
              PERFORM 9600-VALIDA-SQL
           END-IF.
      *----
      * ZMWSC359 : ASIGNACION DEL RENGLON BO-IEMPR/BO-ICUENTA/
      *            BO-ICONCEPT/BO-ILINEA EN SU BLOQUE NO CANCELADO,
      *            PARA LA COMISION Y EL ESTADO DE CUENTA.
      *----
       9094-LEE-ASIGNACION-RENGLON.
      *----
           SET BO-RENGLON-SIN-BLOQUE       TO TRUE
           MOVE 0                          TO BO-IBLOQUE
           MOVE 0                          TO BO-CTITLINASIG
           MOVE 0                          TO BO-MIMPLINASIG
           MOVE 0                          TO BO-MPRECLIN

           EXEC SQL
                SELECT M.ZM779_IBLOQUE,   M.ZM779_CTITULOS,
                       M.ZM779_CTITASIG,  M.ZM779_MIMPASIG,
                       M.ZM779_MPRECPROM, H.ZM778_SESTADO
                  INTO :BO-IBLOQUE,       :BO-CTITLIN,
                       :BO-CTITLINASIG,   :BO-MIMPLINASIG,
                       :BO-MPRECLIN,      :BO-SESTADO
                  FROM ZMDT779 M
                       INNER JOIN ZMDT778 H
                    ON H.ZM778_IBLOQUE = M.ZM779_IBLOQUE
                 WHERE M.ZM779_IEMPR    = :BO-IEMPR
                   AND M.ZM779_ICUENTA  = :BO-ICUENTA
                   AND M.ZM779_ICONCEPT = :BO-ICONCEPT
                   AND M.ZM779_ILINEA   = :BO-ILINEA
                   AND H.ZM778_SESTADO  <> 'X'
           END-EXEC
           PERFORM 9600-VALIDA-SQL

           IF SQLCODE EQUAL 0
              SET BO-RENGLON-EN-BLOQUE     TO TRUE
           END-IF.
