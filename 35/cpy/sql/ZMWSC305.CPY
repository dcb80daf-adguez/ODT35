      *----
      * ZMWSC305 : AVISO DE PRIVACIDAD: VERSIONES (ZMDT730) Y
      *            CONSENTIMIENTO POR CUENTA (ZMDT731). LAYOUT DE
      *            REFERENCIA ZMWSC304 (PC-REG).
      * NOTA: LA SOLICITUD DE REACEPTACION SE ENCOLA EN ZMDT622 CON EL
      *       FOLIO DEL SERVIDOR ZMDT642 (9349-OBTEN-FOLIO) Y EL
      *       DESTINO DEL MAESTRO DE CONTACTOS (9431).
      *----
       9819-ALTA-VERSION-AVISO.
      *----
           SET PC-ACEPTADO                 TO TRUE
           MOVE SPACES                     TO PC-DMENSAJE

           IF PC-DTITULO                   EQUAL SPACES
              OR PC-FPUBLICA               EQUAL SPACES
              SET PC-RECHAZADO             TO TRUE
              MOVE 'FALTA EL TITULO O LA FECHA DE PUBLICACION'
                                           TO PC-DMENSAJE
           END-IF

           IF PC-ACEPTADO
              EXEC SQL
                   SELECT COALESCE(MAX(ZM730_IVERSION), 0) + 1
                     INTO :PC-IVERSION
                     FROM ZMDT730
                    WHERE ZM730_IEMPR = :PC-IEMPR
              END-EXEC
              PERFORM 9600-VALIDA-SQL

              EXEC SQL
                   UPDATE ZMDT730
                      SET ZM730_SVIGEN = '0'
                    WHERE ZM730_IEMPR  = :PC-IEMPR
                      AND ZM730_SVIGEN = '1'
              END-EXEC
              IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
                 PERFORM 9600-VALIDA-SQL
              END-IF

              EXEC SQL
                   INSERT INTO ZMDT730
                        ( ZM730_IEMPR,    ZM730_IVERSION,
                          ZM730_DTITULO,  ZM730_FPUBLICA,
                          ZM730_SVIGEN,   ZM730_IUSUARIO,
                          ZM730_FSIST )
                   VALUES ( :PC-IEMPR,    :PC-IVERSION,
                            :PC-DTITULO,  :PC-FPUBLICA,
                            '1',          :PC-IUSUARIO,
                            CURRENT TIMESTAMP )
              END-EXEC
              PERFORM 9600-VALIDA-SQL
           END-IF.
      *----
      * ZMWSC305 : REGISTRA LA ACEPTACION DEL AVISO DE LA CUENTA CON
      *            SUS NEGATIVAS A LOS USOS SECUNDARIOS. LA VERSION
      *            DEBE EXISTIR EN EL CATALOGO DE LA EMPRESA.
      *----
       9820-REGISTRA-CONSENTIMIENTO.
      *----
           SET PC-ACEPTADO                 TO TRUE
           MOVE SPACES                     TO PC-DMENSAJE
           MOVE 0                          TO PC-ISECCONS

           EXEC SQL
                SELECT COUNT(*)
                  INTO :PC-ISECCONS
                  FROM CUENTA
                 WHERE IEMPR   = :PC-IEMPR
                   AND ICUENTA = :PC-ICUENTA
           END-EXEC
           PERFORM 9600-VALIDA-SQL

           IF PC-ISECCONS                  EQUAL 0
              SET PC-RECHAZADO             TO TRUE
              MOVE 'CUENTA NO EXISTE'      TO PC-DMENSAJE
           ELSE
              MOVE 0                       TO PC-ISECCONS

              EXEC SQL
                   SELECT COUNT(*)
                     INTO :PC-ISECCONS
                     FROM ZMDT730
                    WHERE ZM730_IEMPR    = :PC-IEMPR
                      AND ZM730_IVERSION = :PC-IVERSION
              END-EXEC
              PERFORM 9600-VALIDA-SQL
           END-IF

           EVALUATE TRUE
              WHEN PC-RECHAZADO
                 CONTINUE
              WHEN PC-ISECCONS             EQUAL 0
                 SET PC-RECHAZADO          TO TRUE
                 MOVE 'VERSION DEL AVISO NO EXISTE EN EL CATALOGO'
                                           TO PC-DMENSAJE
              WHEN PC-FACEPTA              EQUAL SPACES
                 SET PC-RECHAZADO          TO TRUE
                 MOVE 'FALTA LA FECHA DE ACEPTACION'
                                           TO PC-DMENSAJE
              WHEN NOT PC-CANAL-VALIDO
                 SET PC-RECHAZADO          TO TRUE
                 MOVE 'CANAL DE ACEPTACION INVALIDO (S, W, M O T)'
                                           TO PC-DMENSAJE
              WHEN NOT PC-OPUESTO-MKT
               AND NOT PC-ACEPTA-MKT
                OR NOT PC-OPUESTO-COMP
               AND NOT PC-ACEPTA-COMP
                 SET PC-RECHAZADO          TO TRUE
                 MOVE 'LAS NEGATIVAS A USOS SECUNDARIOS DEBEN SER 0 O 1'
                                           TO PC-DMENSAJE
              WHEN OTHER
                 CONTINUE
           END-EVALUATE

           IF PC-ACEPTADO
              EXEC SQL
                   SELECT COALESCE(MAX(ZM731_ISECCONS), 0) + 1
                     INTO :PC-ISECCONS
                     FROM ZMDT731
                    WHERE ZM731_IEMPR   = :PC-IEMPR
                      AND ZM731_ICUENTA = :PC-ICUENTA
              END-EXEC
              PERFORM 9600-VALIDA-SQL

              EXEC SQL
                   UPDATE ZMDT731
                      SET ZM731_SVIGEN  = '0'
                    WHERE ZM731_IEMPR   = :PC-IEMPR
                      AND ZM731_ICUENTA = :PC-ICUENTA
                      AND ZM731_SVIGEN  = '1'
              END-EXEC
              IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
                 PERFORM 9600-VALIDA-SQL
              END-IF

              EXEC SQL
                   INSERT INTO ZMDT731
                        ( ZM731_IEMPR,    ZM731_ICUENTA,
                          ZM731_ISECCONS, ZM731_IVERSION,
                          ZM731_FACEPTA,  ZM731_TCANAL,
                          ZM731_SNOMKT,   ZM731_SNOCOMP,
                          ZM731_SVIGEN,   ZM731_IUSUARIO,
                          ZM731_FSIST )
                   VALUES ( :PC-IEMPR,    :PC-ICUENTA,
                            :PC-ISECCONS, :PC-IVERSION,
                            :PC-FACEPTA,  :PC-TCANAL,
                            :PC-SNOMKT,   :PC-SNOCOMP,
                            '1',          :PC-IUSUARIO,
                            CURRENT TIMESTAMP )
              END-EXEC
              PERFORM 9600-VALIDA-SQL
           END-IF.
      *----
      * ZMWSC305 : CONSENTIMIENTO VIGENTE DE LA CUENTA. SIN ACEPTACION
      *            REGISTRADA NO HAY NEGATIVAS QUE RESPETAR TODAVIA:
      *            REGRESA PC-SIN-CONSENTIMIENTO CON LAS NEGATIVAS EN
      *            '0'.
      *----
       9821-LEE-CONSENTIMIENTO.
      *----
           SET PC-SIN-CONSENTIMIENTO       TO TRUE
           SET PC-ACEPTA-MKT               TO TRUE
           SET PC-ACEPTA-COMP              TO TRUE
           MOVE 0                          TO PC-IVERSION
           MOVE SPACES                     TO PC-FACEPTA
           MOVE SPACES                     TO PC-TCANAL

           EXEC SQL
                SELECT ZM731_IVERSION, CHAR(ZM731_FACEPTA),
                       ZM731_TCANAL,   ZM731_SNOMKT,
                       ZM731_SNOCOMP
                  INTO :PC-IVERSION,   :PC-FACEPTA,
                       :PC-TCANAL,     :PC-SNOMKT,
                       :PC-SNOCOMP
                  FROM ZMDT731
                 WHERE ZM731_IEMPR   = :PC-IEMPR
                   AND ZM731_ICUENTA = :PC-ICUENTA
                   AND ZM731_SVIGEN  = '1'
           END-EXEC

           IF SQLCODE EQUAL 0
              SET PC-CON-CONSENTIMIENTO    TO TRUE
           ELSE
              IF SQLCODE NOT = 100
                 PERFORM 9600-VALIDA-SQL
              END-IF
           END-IF.
      *----
      * ZMWSC305 : CUENTAS VIGENTES DE LA EMPRESA PC-IEMPR POR
      *            REACEPTAR: SU ACEPTACION ES DE UNA VERSION ANTERIOR
      *            A LA VIGENTE (O NO TIENEN) Y NO TIENEN SOLICITUD
      *            ('A') ENCOLADA DESDE LA PUBLICACION. SIN VERSION
      *            VIGENTE NO ABRE EL CURSOR Y DEJA PC-FIN-DATOS.
      *----
       9822-ABRE-REACEPTACION.
      *----
           MOVE 0                          TO PC-NUMENCOLA
           MOVE 0                          TO PC-IVERACT
           MOVE SPACES                     TO PC-FPUBLICA

           EXEC SQL
                SELECT ZM730_IVERSION, CHAR(ZM730_FPUBLICA)
                  INTO :PC-IVERACT,    :PC-FPUBLICA
                  FROM ZMDT730
                 WHERE ZM730_IEMPR  = :PC-IEMPR
                   AND ZM730_SVIGEN = '1'
           END-EXEC

           IF SQLCODE EQUAL 0
              EXEC SQL
                   DECLARE CPCREACEP CURSOR FOR
                      SELECT C.ICUENTA,
                             COALESCE(K.ZM731_IVERSION, 0)
                        FROM CUENTA C
                             LEFT JOIN ZMDT731 K
                          ON K.ZM731_IEMPR   = C.IEMPR
                         AND K.ZM731_ICUENTA = C.ICUENTA
                         AND K.ZM731_SVIGEN  = '1'
                       WHERE C.IEMPR  = :PC-IEMPR
                         AND C.SVIGEN = '1'
                         AND ( K.ZM731_IVERSION IS NULL
                            OR K.ZM731_IVERSION < :PC-IVERACT )
                         AND NOT EXISTS
                           ( SELECT 1
                               FROM ZMDT622 N
                              WHERE N.ZM622_IEMPR    = C.IEMPR
                                AND N.ZM622_ICUENTA  = C.ICUENTA
                                AND N.ZM622_TMENSAJE = 'A'
                                AND DATE(N.ZM622_FALTA)
                                    >= :PC-FPUBLICA )
                    ORDER BY C.ICUENTA
              END-EXEC

              EXEC SQL
                   OPEN CPCREACEP
              END-EXEC
              PERFORM 9600-VALIDA-SQL
              SET PC-HAY-DATOS             TO TRUE
           ELSE
              IF SQLCODE NOT = 100
                 PERFORM 9600-VALIDA-SQL
              END-IF
              SET PC-FIN-DATOS             TO TRUE
              MOVE 'LA EMPRESA NO TIENE AVISO DE PRIVACIDAD VIGENTE'
                                           TO PC-DMENSAJE
           END-IF.
      *----
       9823-LEE-REACEPTACION.
      *----
           EXEC SQL
                FETCH CPCREACEP
                 INTO :PC-ICUENTA,   :PC-IVERACEP
           END-EXEC

           IF SQLCODE EQUAL 0
              SET PC-HAY-DATOS             TO TRUE
           ELSE
              SET PC-FIN-DATOS             TO TRUE
              IF SQLCODE NOT = 100
                 PERFORM 9600-VALIDA-SQL
              END-IF
              EXEC SQL
                   CLOSE CPCREACEP
              END-EXEC
           END-IF.
      *----
      * ZMWSC305 : ENCOLA EN ZMDT622 (SIN CARTA, CONCEPTO CERO,
      *            TMENSAJE 'A') LA SOLICITUD DE REACEPTACION DE LA
      *            CUENTA PC-ICUENTA AL DESTINO DEL MAESTRO DE
      *            CONTACTOS; SIN CONTACTOS, AL PROMOTOR.
      *----
       9824-ENCOLA-REACEPTACION.
      *----
           MOVE PC-IEMPR                   TO CN-IEMPR
           MOVE PC-ICUENTA                 TO CN-ICUENTA
           PERFORM 9431-RESUELVE-DESTINO-CUENTA

           IF NOT CN-ENCONTRADO
              MOVE 'P'                     TO CN-TDESTINO
              MOVE SPACES                  TO CN-DDESTINO
              MOVE PC-IVERACT              TO PC-IVERACT-ED
              STRING 'REACEPTACION DEL AVISO DE PRIVACIDAD, VERSION '
                     PC-IVERACT-ED
                     DELIMITED BY SIZE     INTO CN-DDESTINO
           END-IF

           MOVE 'ZMDT622'                  TO FO-ITABLA
           MOVE PC-IEMPR                   TO FO-LL-IEMPR
           MOVE PC-ICUENTA                 TO FO-LL-ICUENTA
           MOVE 0                          TO FO-LL-ICONCEPT
           PERFORM 9349-OBTEN-FOLIO
           MOVE FO-NFOLIO                  TO PC-ISECUEN

           EXEC SQL
                INSERT INTO ZMDT622
                     ( ZM622_IEMPR,    ZM622_ICUENTA,
                       ZM622_ICONCEPT, ZM622_ISECUEN,
                       ZM622_TDESTINO, ZM622_DESTINO,
                       ZM622_SENVIADO, ZM622_FALTA,
                       ZM622_FENVIADO, ZM622_CINTENTOS,
                       ZM622_FULTINT,  ZM622_TMENSAJE )
                VALUES ( :PC-IEMPR,    :PC-ICUENTA,
                         0,            :PC-ISECUEN,
                         :CN-TDESTINO, :CN-DDESTINO,
                         '0',          CURRENT TIMESTAMP,
                         NULL,         0,
                         NULL,         'A' )
           END-EXEC
           PERFORM 9600-VALIDA-SQL

           ADD 1                           TO PC-NUMENCOLA.
      *----
