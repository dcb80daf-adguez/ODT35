      *----
      * ZMWSC329 : PUBLICA EL CATALOGO DE CODIGOS POSTALES RECIBIDO.
      *            LAYOUT DE REFERENCIA ZMWSC328 (PS-REG). SOLO SE
      *            LLAMA CON FD-CUADRADO (9355, ZMWSC146/ZMWSC147): EL
      *            ARCHIVO TRAE EL CATALOGO COMPLETO, ASI QUE EL
      *            VIGENTE SE BORRA Y EL RECIBIDO QUEDA EN '1'.
      *----
       9921-PUBLICA-CATALOGO-CP.
      *----
           EXEC SQL
                DELETE FROM ZMDT753
                 WHERE ZM753_SPROCESO = '1'
           END-EXEC

           IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
              PERFORM 9600-VALIDA-SQL
           END-IF

           EXEC SQL
                UPDATE ZMDT753
                   SET ZM753_SPROCESO = '1'
                 WHERE ZM753_SPROCESO = '0'
           END-EXEC

           IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
              PERFORM 9600-VALIDA-SQL
           END-IF.
      *----
      * ZMWSC329 : VALIDA UN DOMICILIO CONTRA EL CATALOGO VIGENTE.
      *            EL CODIGO POSTAL PUEDE TENER VARIOS ASENTAMIENTOS;
      *            CADA DATO DEL DOMICILIO CUADRA SI CUADRA CON
      *            ALGUNO DE ELLOS. SE REPORTA LA PRIMERA FALLA EN
      *            ESTE ORDEN: ESTADO, MUNICIPIO, COLONIA.
      *----
       9922-VALIDA-DOMICILIO-CP.
      *----
           SET PS-DOMIC-VALIDO             TO TRUE
           MOVE SPACES                     TO PS-DMENSAJE

           IF PS-IPOS                      NOT > 0
              SET PS-SIN-DOMICILIO         TO TRUE
              MOVE 'DOMICILIO SIN CODIGO POSTAL'
                                           TO PS-DMENSAJE
           ELSE
              MOVE PS-DCOLON               TO PS-TEXTO
              PERFORM 9928-NORMALIZA-TEXTO-CP
              IF PS-TEXTO(1:4)             EQUAL 'COL '
                 MOVE PS-TEXTO(5:56)       TO PS-TEXTO-R
                 MOVE PS-TEXTO-R           TO PS-TEXTO
                 SUBTRACT 4                FROM PS-NLARGO
              END-IF
              IF PS-TEXTO(1:8)             EQUAL 'COLONIA '
                 MOVE PS-TEXTO(9:52)       TO PS-TEXTO-R
                 MOVE PS-TEXTO-R           TO PS-TEXTO
                 SUBTRACT 8                FROM PS-NLARGO
              END-IF
              MOVE PS-TEXTO                TO PS-N-DCOLON
              MOVE PS-NLARGO               TO PS-L-DCOLON

              MOVE PS-DPOBLA               TO PS-TEXTO
              PERFORM 9928-NORMALIZA-TEXTO-CP
              MOVE PS-TEXTO                TO PS-N-DPOBLA
              MOVE PS-NLARGO               TO PS-L-DPOBLA

              MOVE PS-DESTADO              TO PS-TEXTO
              PERFORM 9928-NORMALIZA-TEXTO-CP
              MOVE PS-TEXTO                TO PS-N-DESTADO
              MOVE PS-NLARGO               TO PS-L-DESTADO

              MOVE '0'                     TO PS-SCOLONIA
              MOVE '0'                     TO PS-SMUNICIPIO
              MOVE '0'                     TO PS-SESTADO

              PERFORM 9923-ABRE-CATALOGO-CP
              PERFORM 9924-LEE-CATALOGO-CP

              IF PS-CAT-FIN-DATOS
                 SET PS-CP-INEXISTENTE     TO TRUE
                 MOVE 'CODIGO POSTAL NO EXISTE EN EL CATALOGO'
                                           TO PS-DMENSAJE
              ELSE
                 PERFORM 9925-COMPARA-ASENTAMIENTO
                     UNTIL PS-CAT-FIN-DATOS

                 IF NOT PS-ESTADO-OK
                    SET PS-ESTADO-NO-CUADRA TO TRUE
                    MOVE 'ESTADO NO CORRESPONDE AL CODIGO POSTAL'
                                           TO PS-DMENSAJE
                 ELSE
                    IF NOT PS-MUNICIPIO-OK
                       SET PS-MUNICIPIO-NO-CUADRA TO TRUE
                       MOVE 'MUNICIPIO NO CORRESPONDE AL CODIGO POSTAL'
                                           TO PS-DMENSAJE
                    ELSE
                       IF NOT PS-COLONIA-OK
                          SET PS-COLONIA-NO-CUADRA TO TRUE
                          MOVE 'COLONIA NO CORRESPONDE AL CODIGO POSTAL'
                                           TO PS-DMENSAJE
                       END-IF
                    END-IF
                 END-IF
              END-IF
           END-IF.
      *----
      * ZMWSC329 : ASENTAMIENTOS VIGENTES DEL CODIGO POSTAL PS-IPOS.
      *----
       9923-ABRE-CATALOGO-CP.
      *----
           EXEC SQL
                DECLARE CCATCP CURSOR FOR
                   SELECT ZM753_DASENTA, ZM753_DMUNICIPIO,
                          COALESCE(ZM753_DCIUDAD, ' '),
                          ZM753_DESTADO
                     FROM ZMDT753
                    WHERE ZM753_ICP      = :PS-IPOS
                      AND ZM753_SPROCESO = '1'
           END-EXEC

           EXEC SQL
                OPEN CCATCP
           END-EXEC
           PERFORM 9600-VALIDA-SQL.
      *----
       9924-LEE-CATALOGO-CP.
      *----
           EXEC SQL
                FETCH CCATCP
                 INTO :PS-CAT-DASENTA,    :PS-CAT-DMUNICIPIO,
                      :PS-CAT-DCIUDAD,    :PS-CAT-DESTADO
           END-EXEC

           IF SQLCODE EQUAL 0
              SET PS-CAT-HAY-DATOS         TO TRUE
           ELSE
              SET PS-CAT-FIN-DATOS         TO TRUE
              IF SQLCODE NOT = 100
                 PERFORM 9600-VALIDA-SQL
              END-IF
              EXEC SQL
                   CLOSE CCATCP
              END-EXEC
           END-IF.
      *----
      * ZMWSC329 : COMPARA EL DOMICILIO CONTRA UN ASENTAMIENTO DEL
      *            CODIGO POSTAL Y LEE EL SIGUIENTE. LA POBLACION DE
      *            LA CUENTA CUADRA CON EL MUNICIPIO O CON LA CIUDAD.
      *----
       9925-COMPARA-ASENTAMIENTO.
      *----
           MOVE PS-CAT-DESTADO             TO PS-TEXTO
           PERFORM 9928-NORMALIZA-TEXTO-CP
           MOVE PS-N-DESTADO               TO PS-TEXTO-A
           MOVE PS-L-DESTADO               TO PS-NLARGO-A
           PERFORM 9930-COINCIDE-TEXTO-CP
           IF PS-COINCIDE
              MOVE '1'                     TO PS-SESTADO
           END-IF

           MOVE PS-CAT-DMUNICIPIO          TO PS-TEXTO
           PERFORM 9928-NORMALIZA-TEXTO-CP
           MOVE PS-N-DPOBLA                TO PS-TEXTO-A
           MOVE PS-L-DPOBLA                TO PS-NLARGO-A
           PERFORM 9930-COINCIDE-TEXTO-CP
           IF PS-NO-COINCIDE
              MOVE PS-CAT-DCIUDAD          TO PS-TEXTO
              PERFORM 9928-NORMALIZA-TEXTO-CP
              PERFORM 9930-COINCIDE-TEXTO-CP
           END-IF
           IF PS-COINCIDE
              MOVE '1'                     TO PS-SMUNICIPIO
           END-IF

           MOVE PS-CAT-DASENTA             TO PS-TEXTO
           PERFORM 9928-NORMALIZA-TEXTO-CP
           MOVE PS-N-DCOLON                TO PS-TEXTO-A
           MOVE PS-L-DCOLON                TO PS-NLARGO-A
           PERFORM 9930-COINCIDE-TEXTO-CP
           IF PS-COINCIDE
              MOVE '1'                     TO PS-SCOLONIA
           END-IF

           PERFORM 9924-LEE-CATALOGO-CP.
      *----
      * ZMWSC329 : LOTE DE LIMPIEZA: CUENTAS VIGENTES CON SUS DOS
      *            DOMICILIOS, ORDENADAS POR SUCURSAL PARA EL CORTE
      *            DEL REPORTE.
      *----
       9926-ABRE-DOMICILIOS-CTA.
      *----
           MOVE 0                          TO PS-NUMCTAS
           MOVE 0                          TO PS-NUMERR

           EXEC SQL
                DECLARE CDOMCTA CURSOR FOR
                   SELECT ISUCCASA, IEMPR, ICUENTA,
                          COALESCE(NABREV, ' '),
                          COALESCE(IPOS, 0),
                          COALESCE(DCOLON, ' '),
                          COALESCE(DPOBLA, ' '),
                          COALESCE(DESTADO, ' '),
                          COALESCE(IPOSP, 0),
                          COALESCE(DCOLONP, ' '),
                          COALESCE(DPOBLAP, ' '),
                          COALESCE(DESTADOP, ' ')
                     FROM CUENTA
                    WHERE SVIGEN = '1'
                      AND ( :PS-FILSUCUR = ' '
                         OR ISUCCASA     = :PS-FILSUCUR )
                 ORDER BY ISUCCASA, IEMPR, ICUENTA
           END-EXEC

           EXEC SQL
                OPEN CDOMCTA
           END-EXEC
           PERFORM 9600-VALIDA-SQL.
      *----
      * ZMWSC329 : LEE LA SIGUIENTE CUENTA Y VALIDA SUS DOMICILIOS.
      *            EL POSTAL SOLO SE VALIDA SI TIENE ALGO CAPTURADO.
      *----
       9927-LEE-DOMICILIOS-CTA.
      *----
           EXEC SQL
                FETCH CDOMCTA
                 INTO :PS-ISUCCASA,  :PS-IEMPR,
                      :PS-ICUENTA,   :PS-NABREV,
                      :PS-F-IPOS,    :PS-F-DCOLON,
                      :PS-F-DPOBLA,  :PS-F-DESTADO,
                      :PS-P-IPOS,    :PS-P-DCOLON,
                      :PS-P-DPOBLA,  :PS-P-DESTADO
           END-EXEC

           IF SQLCODE EQUAL 0
              SET PS-HAY-DATOS             TO TRUE
              SET PS-DOMIC-SIN-ERROR       TO TRUE
              ADD 1                        TO PS-NUMCTAS

              MOVE PS-F-IPOS               TO PS-IPOS
              MOVE PS-F-DCOLON             TO PS-DCOLON
              MOVE PS-F-DPOBLA             TO PS-DPOBLA
              MOVE PS-F-DESTADO            TO PS-DESTADO
              PERFORM 9922-VALIDA-DOMICILIO-CP
              MOVE PS-SDOMIC               TO PS-SFISCAL
              MOVE PS-DMENSAJE             TO PS-DMSGFIS
              IF NOT PS-DOMIC-VALIDO
                 SET PS-DOMIC-CON-ERROR    TO TRUE
              END-IF

              MOVE SPACES                  TO PS-SPOSTAL
              MOVE SPACES                  TO PS-DMSGPOS
              IF PS-P-IPOS                 GREATER THAN 0
                 OR PS-P-DCOLON            NOT = SPACES
                 OR PS-P-DPOBLA            NOT = SPACES
                 OR PS-P-DESTADO           NOT = SPACES
                 MOVE PS-P-IPOS            TO PS-IPOS
                 MOVE PS-P-DCOLON          TO PS-DCOLON
                 MOVE PS-P-DPOBLA          TO PS-DPOBLA
                 MOVE PS-P-DESTADO         TO PS-DESTADO
                 PERFORM 9922-VALIDA-DOMICILIO-CP
                 MOVE PS-SDOMIC            TO PS-SPOSTAL
                 MOVE PS-DMENSAJE          TO PS-DMSGPOS
                 IF NOT PS-DOMIC-VALIDO
                    SET PS-DOMIC-CON-ERROR TO TRUE
                 END-IF
              END-IF

              IF PS-DOMIC-CON-ERROR
                 ADD 1                     TO PS-NUMERR
              END-IF
           ELSE
              SET PS-FIN-DATOS             TO TRUE
              IF SQLCODE NOT = 100
                 PERFORM 9600-VALIDA-SQL
              END-IF
              EXEC SQL
                   CLOSE CDOMCTA
              END-EXEC
           END-IF.
      *----
      * ZMWSC329 : NORMALIZA PS-TEXTO: MAYUSCULAS, PUNTUACION A
      *            BLANCOS, SIN BLANCOS AL PRINCIPIO NI REPETIDOS.
      *            DEJA EN PS-NLARGO EL LARGO DEL TEXTO QUE QUEDA.
      *----
       9928-NORMALIZA-TEXTO-CP.
      *----
           INSPECT PS-TEXTO
                   CONVERTING PS-MINUSCULAS TO PS-MAYUSCULAS
           MOVE SPACES                     TO PS-TEXTO-R
           MOVE 0                          TO PS-J
           SET PS-ANTERIOR-BLANCO          TO TRUE

           PERFORM 9929-COMPACTA-CARACTER
               VARYING PS-I FROM 1 BY 1
                 UNTIL PS-I > LENGTH OF PS-TEXTO

           IF PS-J                         GREATER THAN 0
              IF PS-TEXTO-R(PS-J:1)        EQUAL SPACE
                 SUBTRACT 1                FROM PS-J
              END-IF
           END-IF

           MOVE PS-TEXTO-R                 TO PS-TEXTO
           MOVE PS-J                       TO PS-NLARGO.
      *----
       9929-COMPACTA-CARACTER.
      *----
           IF PS-TEXTO(PS-I:1)             EQUAL SPACE
              IF PS-ANTERIOR-LETRA
                 ADD 1                     TO PS-J
                 SET PS-ANTERIOR-BLANCO    TO TRUE
              END-IF
           ELSE
              ADD 1                        TO PS-J
              MOVE PS-TEXTO(PS-I:1)        TO PS-TEXTO-R(PS-J:1)
              SET PS-ANTERIOR-LETRA        TO TRUE
           END-IF.
      *----
      * ZMWSC329 : EL TEXTO DE LA CUENTA (PS-TEXTO-A, YA NORMALIZADO)
      *            CUADRA SI TIENE 3 LETRAS O MAS Y ES EL PRINCIPIO
      *            DEL TEXTO DEL CATALOGO (PS-TEXTO, NORMALIZADO).
      *----
       9930-COINCIDE-TEXTO-CP.
      *----
           SET PS-NO-COINCIDE              TO TRUE

           IF PS-NLARGO-A                  NOT < 3
              AND PS-NLARGO                NOT < PS-NLARGO-A
              IF PS-TEXTO(1:PS-NLARGO-A)   EQUAL
                 PS-TEXTO-A(1:PS-NLARGO-A)
                 SET PS-COINCIDE           TO TRUE
              END-IF
           END-IF.
      *----
