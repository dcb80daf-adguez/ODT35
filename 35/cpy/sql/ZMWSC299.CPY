      *----
      * ZMWSC299 : GRABA UN EVENTO DEL CICLO DE VIDA DE LA CARTA EN
      *            LA BANDEJA DE SALIDA (ZMDT726). LAYOUT DE
      *            REFERENCIA ZMWSC298 (EV-REG). NO HACE COMMIT: EL
      *            EVENTO QUEDA EN LA UNIDAD DE TRABAJO DEL LLAMADOR.
      *            EV-NVERSION/EV-ILINEA SOLO VIENEN EN LA ENMIENDA Y
      *            EV-IESTVIDA EN EL CAMBIO DE ESTADO; 9789 LOS DEJA
      *            EN CERO/BLANCO EN LOS DEMAS EVENTOS.
      *----
       9789-REGISTRA-EVENTO-CARTA.
      *----
           IF NOT EV-ENMIENDA
              MOVE 0                       TO EV-NVERSION
              MOVE 0                       TO EV-ILINEA
           END-IF

           IF NOT EV-CAMBIO-ESTADO
              MOVE SPACES                  TO EV-IESTVIDA
           END-IF

           MOVE WC-ICORRELA                TO EV-ICORRELA

           MOVE 'ZMDT726'                  TO FO-ITABLA
           MOVE SPACES                     TO FO-LL-IEMPR
           MOVE 0                          TO FO-LL-ICUENTA
           MOVE 0                          TO FO-LL-ICONCEPT
           PERFORM 9349-OBTEN-FOLIO
           MOVE FO-NFOLIO                  TO EV-IEVENTO

           EXEC SQL
                INSERT INTO ZMDT726
                     ( ZM726_IEVENTO,   ZM726_IEMPR,
                       ZM726_ICUENTA,   ZM726_ICONCEPT,
                       ZM726_TEVENTO,   ZM726_NVERSION,
                       ZM726_ILINEA,    ZM726_IESTVIDA,
                       ZM726_ICORRELA,  ZM726_IUSUARIO,
                       ZM726_IPROGRAM,  ZM726_FEVENTO,
                       ZM726_SPUBLICA,  ZM726_CINTENTOS,
                       ZM726_FULTINT,   ZM726_FPUBLICA )
                VALUES ( :EV-IEVENTO,   :EV-IEMPR,
                         :EV-ICUENTA,   :EV-ICONCEPT,
                         :EV-TEVENTO,   :EV-NVERSION,
                         :EV-ILINEA,    :EV-IESTVIDA,
                         :EV-ICORRELA,  :EV-IUSUARIO,
                         :EV-IPROGRAM,  CURRENT TIMESTAMP,
                         '0',           0,
                         NULL,          NULL )
           END-EXEC
           PERFORM 9600-VALIDA-SQL.
      *----
      * ZMWSC299 : RELEVO DE LA BANDEJA DE SALIDA A MQ. RECORRE LOS
      *            EVENTOS NUEVOS ('0') Y FALLIDOS POR REINTENTAR
      *            ('2') QUE NO HAN AGOTADO EV-MAXINT INTENTOS, EN
      *            ORDEN DE FOLIO, CON LA EMISORA/SERIE Y VIGENCIA
      *            ACTUALES DE LA CARATULA (EN BLANCO SI LA CARTA YA
      *            SE ARCHIVO).
      *----
       9790-PUBLICA-EVENTOS-CARTA.
      *----
           MOVE 0                          TO EV-NUMPUBLICA
           MOVE 0                          TO EV-NUMFALLIDOS

           EXEC SQL
                DECLARE CEVTPEND CURSOR FOR
                   SELECT E.ZM726_IEVENTO,   E.ZM726_IEMPR,
                          E.ZM726_ICUENTA,   E.ZM726_ICONCEPT,
                          E.ZM726_TEVENTO,   E.ZM726_NVERSION,
                          E.ZM726_ILINEA,    E.ZM726_IESTVIDA,
                          E.ZM726_ICORRELA,  E.ZM726_IUSUARIO,
                          E.ZM726_IPROGRAM,  E.ZM726_FEVENTO,
                          E.ZM726_CINTENTOS,
                          COALESCE(A.ZM606_IEMISORA, ' '),
                          COALESCE(A.ZM606_ISERIE,   ' '),
                          COALESCE(A.ZM606_SVIGEN,   ' ')
                     FROM ZMDT726 E LEFT JOIN ZMDT606 A
                       ON A.ZM606_IEMPR    = E.ZM726_IEMPR
                      AND A.ZM606_ICUENTA  = E.ZM726_ICUENTA
                      AND A.ZM606_ICONCEPT = E.ZM726_ICONCEPT
                    WHERE E.ZM726_SPUBLICA  IN ('0', '2')
                      AND E.ZM726_CINTENTOS < :EV-MAXINT
                 ORDER BY E.ZM726_IEVENTO
           END-EXEC

           EXEC SQL
                OPEN CEVTPEND
           END-EXEC
           PERFORM 9600-VALIDA-SQL

           SET EV-HAY-DATOS                TO TRUE
           PERFORM 9791-LEE-CEVTPEND
               VARYING EV-I FROM 1 BY 1
                 UNTIL EV-FIN-DATOS

           EXEC SQL
                CLOSE CEVTPEND
           END-EXEC.
      *----
       9791-LEE-CEVTPEND.
      *----
           EXEC SQL
                FETCH CEVTPEND
                 INTO :EV-IEVENTO,   :EV-IEMPR,
                      :EV-ICUENTA,   :EV-ICONCEPT,
                      :EV-TEVENTO,   :EV-NVERSION,
                      :EV-ILINEA,    :EV-IESTVIDA,
                      :EV-ICORRELA,  :EV-IUSUARIO,
                      :EV-IPROGRAM,  :EV-FEVENTO,
                      :EV-CINTENTOS,
                      :EV-IEMISORA,
                      :EV-ISERIE,
                      :EV-SVIGEN
           END-EXEC

           IF SQLCODE EQUAL 0
              SET EV-HAY-DATOS             TO TRUE
              PERFORM 9792-PUBLICA-EVENTO
           ELSE
              SET EV-FIN-DATOS             TO TRUE
              IF SQLCODE NOT = 100
                 PERFORM 9600-VALIDA-SQL
              END-IF
           END-IF.
      *----
      * ZMWSC299 : ENTREGA UN EVENTO AL PUENTE MQ. EV-MQ-WCODRET = 0
      *            MARCA PUBLICADO ('1'); CUALQUIER OTRO CODIGO MARCA
      *            FALLIDO ('2') O, SI CON ESTE INTENTO SE AGOTA
      *            EV-MAXINT, AGOTADO ('3'). SI EL RELEVO SE CAE
      *            ANTES DE SU COMMIT, LOS EVENTOS YA ENTREGADOS
      *            SALEN OTRA VEZ: EL CONSUMIDOR DESCARTA LOS
      *            REPETIDOS POR EV-MQ-IEVENTO.
      *----
       9792-PUBLICA-EVENTO.
      *----
           INITIALIZE                      EV-MQ-MENSAJE
           MOVE 0                          TO EV-MQ-WCODRET
           MOVE EV-IEVENTO                 TO EV-MQ-IEVENTO
           MOVE EV-TEVENTO                 TO EV-MQ-TEVENTO
           MOVE EV-IEMPR                   TO EV-MQ-IEMPR
           MOVE EV-ICUENTA                 TO EV-MQ-ICUENTA
           MOVE EV-ICONCEPT                TO EV-MQ-ICONCEPT
           MOVE EV-NVERSION                TO EV-MQ-NVERSION
           MOVE EV-ILINEA                  TO EV-MQ-ILINEA
           MOVE EV-IESTVIDA                TO EV-MQ-IESTVIDA
           MOVE EV-ICORRELA                TO EV-MQ-ICORRELA
           MOVE EV-IUSUARIO                TO EV-MQ-IUSUARIO
           MOVE EV-IPROGRAM                TO EV-MQ-IPROGRAM
           MOVE EV-FEVENTO                 TO EV-MQ-FEVENTO
           MOVE EV-IEMISORA                TO EV-MQ-IEMISORA
           MOVE EV-ISERIE                  TO EV-MQ-ISERIE
           MOVE EV-SVIGEN                  TO EV-MQ-SVIGEN

           EXEC CICS
                LINK
                PROGRAM          (EV-PROGRAMA-MQ)
                COMMAREA         (EV-MQ-COMMAREA)
                LENGTH           (LENGTH OF EV-MQ-COMMAREA)
                RESP             (W000-RESP)
           END-EXEC

           IF W000-RESP             NOT = DFHRESP(NORMAL)
              MOVE 1                       TO EV-MQ-WCODRET
           END-IF

           ADD 1                           TO EV-CINTENTOS

           IF EV-MQ-WCODRET                EQUAL 0
              ADD 1                        TO EV-NUMPUBLICA
              EXEC SQL
                   UPDATE ZMDT726
                      SET ZM726_SPUBLICA  = '1',
                          ZM726_FPUBLICA  = CURRENT TIMESTAMP,
                          ZM726_CINTENTOS = :EV-CINTENTOS,
                          ZM726_FULTINT   = CURRENT TIMESTAMP
                    WHERE ZM726_IEVENTO   = :EV-IEVENTO
              END-EXEC
              PERFORM 9600-VALIDA-SQL
           ELSE
              ADD 1                        TO EV-NUMFALLIDOS
              IF EV-CINTENTOS              LESS THAN EV-MAXINT
                 EXEC SQL
                      UPDATE ZMDT726
                         SET ZM726_SPUBLICA  = '2',
                             ZM726_CINTENTOS = :EV-CINTENTOS,
                             ZM726_FULTINT   = CURRENT TIMESTAMP
                       WHERE ZM726_IEVENTO   = :EV-IEVENTO
                 END-EXEC
                 PERFORM 9600-VALIDA-SQL
              ELSE
                 EXEC SQL
                      UPDATE ZMDT726
                         SET ZM726_SPUBLICA  = '3',
                             ZM726_CINTENTOS = :EV-CINTENTOS,
                             ZM726_FULTINT   = CURRENT TIMESTAMP
                       WHERE ZM726_IEVENTO   = :EV-IEVENTO
                 END-EXEC
                 PERFORM 9600-VALIDA-SQL
              END-IF
           END-IF.
      *----
