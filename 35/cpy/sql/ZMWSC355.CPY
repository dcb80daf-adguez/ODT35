      *----
      * ZMWSC355 : CATALOGO DE EXTRACTOS DEFINIDOS POR USUARIO
      *            (ZMDT773/ZMDT774, LISTA BLANCA ZMDT775). LAYOUT DE
      *            REFERENCIA ZMWSC354 (XD-REG).
      *----
      * EL USUARIO NO ESCRIBE SQL: ESCOGE LA FUENTE, HASTA 5 CRITERIOS
      * Y 12 COLUMNAS DE SALIDA Y DOS LLAVES DE ORDEN, TODO SOBRE LAS
      * COLUMNAS QUE SEGURIDAD DEJO EN LA LISTA BLANCA. EL EXTRACTO
      * CORRE CON UN SOLO CURSOR ESTATICO (9067) QUE REGRESA LAS 17
      * COLUMNAS DE LA FUENTE COMO TEXTO Y APLICA LOS CRITERIOS Y EL
      * ORDEN POR POSICION.
      *----
       9059-GRABA-DEFINICION-EXTRACTO.
      *----
           SET XD-ACEPTADO                 TO TRUE
           MOVE SPACES                     TO XD-DMENSAJE

           PERFORM 9071-VALIDA-AUTORIDAD-EXTRACTO

           IF XD-ACEPTADO
              IF NOT XD-ACCION-ALTA
                 AND NOT XD-ACCION-CAMBIO
                 AND NOT XD-ACCION-BAJA
                 SET XD-RECHAZADO          TO TRUE
                 MOVE 'ACCION INVALIDA (A ALTA / C CAMBIO / B BAJA)'
                                           TO XD-DMENSAJE
              END-IF
           END-IF

           IF XD-ACEPTADO
              AND NOT XD-ACCION-ALTA
              PERFORM 9075-LEE-DEFINICION-EXTRACTO
           END-IF

           IF XD-ACEPTADO
              AND NOT XD-ACCION-BAJA
              PERFORM 9076-VALIDA-DEFINICION-EXTRACTO
           END-IF

           IF XD-ACEPTADO
              EVALUATE TRUE
                 WHEN XD-ACCION-ALTA
                    MOVE 'ZMDT773'         TO FO-ITABLA
                    MOVE SPACES            TO FO-LL-IEMPR
                    MOVE 0                 TO FO-LL-ICUENTA
                    MOVE 0                 TO FO-LL-ICONCEPT
                    PERFORM 9349-OBTEN-FOLIO
                    MOVE FO-NFOLIO         TO XD-NFOLIO-ED
                    MOVE SPACES            TO XD-IEXTRACTO
                    STRING 'XD' XD-NFOLIO-ED
                           DELIMITED BY SIZE INTO XD-IEXTRACTO
                    SET XD-ACTIVO          TO TRUE
                    EXEC SQL
                         INSERT INTO ZMDT773
                              ( ZM773_IEXTRACTO, ZM773_IEMPR,
                                ZM773_DEXTRACTO, ZM773_IFUENTE,
                                ZM773_TFRECUEN,  ZM773_SESTADO,
                                ZM773_SSOLICITA, ZM773_IUSRSOL,
                                ZM773_IORDEN1,   ZM773_TORDEN1,
                                ZM773_IORDEN2,   ZM773_TORDEN2,
                                ZM773_IUSRALTA,  ZM773_FALTA,
                                ZM773_IUSRMOD,   ZM773_FMOD,
                                ZM773_FULTCORR,  ZM773_NULTREG )
                         VALUES ( :XD-IEXTRACTO, :XD-IEMPR,
                                  :XD-DEXTRACTO, :XD-IFUENTE,
                                  :XD-TFRECUEN,  :XD-SESTADO,
                                  '0',           NULL,
                                  NULLIF(:XD-IORDEN1, ' '),
                                  :XD-TORDEN1,
                                  NULLIF(:XD-IORDEN2, ' '),
                                  :XD-TORDEN2,
                                  :XD-IUSUARIO,  CURRENT TIMESTAMP,
                                  :XD-IUSUARIO,  CURRENT TIMESTAMP,
                                  NULL,          0 )
                    END-EXEC
                    PERFORM 9600-VALIDA-SQL
                 WHEN XD-ACCION-CAMBIO
                    EXEC SQL
                         UPDATE ZMDT773
                            SET ZM773_DEXTRACTO = :XD-DEXTRACTO,
                                ZM773_TFRECUEN  = :XD-TFRECUEN,
                                ZM773_IORDEN1   =
                                       NULLIF(:XD-IORDEN1, ' '),
                                ZM773_TORDEN1   = :XD-TORDEN1,
                                ZM773_IORDEN2   =
                                       NULLIF(:XD-IORDEN2, ' '),
                                ZM773_TORDEN2   = :XD-TORDEN2,
                                ZM773_IUSRMOD   = :XD-IUSUARIO,
                                ZM773_FMOD      = CURRENT TIMESTAMP
                          WHERE ZM773_IEXTRACTO = :XD-IEXTRACTO
                    END-EXEC
                    PERFORM 9600-VALIDA-SQL
                 WHEN XD-ACCION-BAJA
                    EXEC SQL
                         UPDATE ZMDT773
                            SET ZM773_SESTADO   = 'B',
                                ZM773_SSOLICITA = '0',
                                ZM773_IUSRSOL   = NULL,
                                ZM773_IUSRMOD   = :XD-IUSUARIO,
                                ZM773_FMOD      = CURRENT TIMESTAMP
                          WHERE ZM773_IEXTRACTO = :XD-IEXTRACTO
                    END-EXEC
                    PERFORM 9600-VALIDA-SQL
              END-EVALUATE
           END-IF.
      *----
      * ZMWSC355 : AGREGA (XD-ACCION-ALTA) O QUITA (XD-ACCION-BAJA, POR
      *            XD-TLINEA Y XD-ISECUEN) UN RENGLON DE LA DEFINICION.
      *            LOS VALORES DE CRITERIOS NUMERICOS SE GUARDAN CON
      *            CEROS A LA IZQUIERDA, COMO LOS REGRESA EL EXTRACTO.
      *----
       9060-GRABA-RENGLON-EXTRACTO.
      *----
           SET XD-ACEPTADO                 TO TRUE
           MOVE SPACES                     TO XD-DMENSAJE

           PERFORM 9071-VALIDA-AUTORIDAD-EXTRACTO

           IF XD-ACEPTADO
              IF NOT XD-ACCION-ALTA
                 AND NOT XD-ACCION-BAJA
                 SET XD-RECHAZADO          TO TRUE
                 MOVE 'ACCION INVALIDA (A ALTA / B BAJA)'
                                           TO XD-DMENSAJE
              END-IF
           END-IF

           IF XD-ACEPTADO
              IF NOT XD-LINEA-CRITERIO
                 AND NOT XD-LINEA-SALIDA
                 SET XD-RECHAZADO          TO TRUE
                 MOVE 'RENGLON INVALIDO (C CRITERIO / S SALIDA)'
                                           TO XD-DMENSAJE
              END-IF
           END-IF

           IF XD-ACEPTADO
              PERFORM 9075-LEE-DEFINICION-EXTRACTO
           END-IF

           IF XD-ACEPTADO
              AND XD-ACCION-ALTA
              PERFORM 9078-VALIDA-RENGLON-EXTRACTO
           END-IF

           IF XD-ACEPTADO
              IF XD-ACCION-ALTA
                 EXEC SQL
                      SELECT COALESCE(MAX(ZM774_ISECUEN), 0) + 1
                        INTO :XD-ISECUEN
                        FROM ZMDT774
                       WHERE ZM774_IEXTRACTO = :XD-IEXTRACTO
                         AND ZM774_TLINEA    = :XD-TLINEA
                 END-EXEC
                 PERFORM 9600-VALIDA-SQL

                 EXEC SQL
                      INSERT INTO ZMDT774
                           ( ZM774_IEXTRACTO, ZM774_TLINEA,
                             ZM774_ISECUEN,   ZM774_ICOLUMNA,
                             ZM774_TOPERADOR, ZM774_DVALOR )
                      VALUES ( :XD-IEXTRACTO, :XD-TLINEA,
                               :XD-ISECUEN,   :XD-ICOLUMNA,
                               :XD-TOPERADOR, :XD-DVALOR )
                 END-EXEC
                 PERFORM 9600-VALIDA-SQL
              ELSE
                 EXEC SQL
                      DELETE FROM ZMDT774
                       WHERE ZM774_IEXTRACTO = :XD-IEXTRACTO
                         AND ZM774_TLINEA    = :XD-TLINEA
                         AND ZM774_ISECUEN   = :XD-ISECUEN
                 END-EXEC
                 IF SQLCODE EQUAL 100
                    SET XD-RECHAZADO       TO TRUE
                    MOVE 'EL RENGLON NO EXISTE EN EL EXTRACTO'
                                           TO XD-DMENSAJE
                 ELSE
                    PERFORM 9600-VALIDA-SQL
                 END-IF
              END-IF
           END-IF

           IF XD-ACEPTADO
              EXEC SQL
                   UPDATE ZMDT773
                      SET ZM773_IUSRMOD   = :XD-IUSUARIO,
                          ZM773_FMOD      = CURRENT TIMESTAMP
                    WHERE ZM773_IEXTRACTO = :XD-IEXTRACTO
              END-EXEC
              PERFORM 9600-VALIDA-SQL
           END-IF.
      *----
      * ZMWSC355 : PIDE UNA CORRIDA A PETICION; LA TOMA LA SIGUIENTE
      *            PASADA DEL PROCESO DE EXTRACTOS (XD-TCORRIDA 'P' O
      *            LA NOCTURNA).
      *----
       9061-SOLICITA-EXTRACTO.
      *----
           SET XD-ACEPTADO                 TO TRUE
           MOVE SPACES                     TO XD-DMENSAJE

           PERFORM 9071-VALIDA-AUTORIDAD-EXTRACTO

           IF XD-ACEPTADO
              PERFORM 9075-LEE-DEFINICION-EXTRACTO
           END-IF

           IF XD-ACEPTADO
              EXEC SQL
                   UPDATE ZMDT773
                      SET ZM773_SSOLICITA = '1',
                          ZM773_IUSRSOL   = :XD-IUSUARIO
                    WHERE ZM773_IEXTRACTO = :XD-IEXTRACTO
              END-EXEC
              PERFORM 9600-VALIDA-SQL
           END-IF.
      *----
      * ZMWSC355 : DEFINICIONES ACTIVAS QUE TOCA CORRER: EN LA CORRIDA
      *            NOCTURNA LAS NOCTURNAS Y LAS PEDIDAS, EN LA DE
      *            PETICION SOLO LAS PEDIDAS.
      *----
       9062-ABRE-EXTRACTOS-PENDIENTES.
      *----
           EXEC SQL
                DECLARE CXDPEND CURSOR WITH HOLD FOR
                   SELECT ZM773_IEXTRACTO, ZM773_IEMPR,
                          ZM773_DEXTRACTO, ZM773_IFUENTE,
                          ZM773_TFRECUEN,  ZM773_SSOLICITA,
                          COALESCE(ZM773_IUSRSOL, ' '),
                          COALESCE(ZM773_IORDEN1, ' '),
                          ZM773_TORDEN1,
                          COALESCE(ZM773_IORDEN2, ' '),
                          ZM773_TORDEN2
                     FROM ZMDT773
                    WHERE ZM773_SESTADO = 'A'
                      AND ( ( :XD-TCORRIDA   = 'N'
                              AND ZM773_TFRECUEN = 'N' )
                            OR ZM773_SSOLICITA = '1' )
                 ORDER BY ZM773_IEMPR, ZM773_IEXTRACTO
           END-EXEC

           EXEC SQL
                OPEN CXDPEND
           END-EXEC
           PERFORM 9600-VALIDA-SQL.
      *----
       9063-LEE-EXTRACTO-PENDIENTE.
      *----
           EXEC SQL
                FETCH CXDPEND
                 INTO :XD-IEXTRACTO, :XD-IEMPR,
                      :XD-DEXTRACTO, :XD-IFUENTE,
                      :XD-TFRECUEN,  :XD-SSOLICITA,
                      :XD-IUSRSOL,   :XD-IORDEN1,
                      :XD-TORDEN1,   :XD-IORDEN2,
                      :XD-TORDEN2
           END-EXEC

           IF SQLCODE EQUAL 0
              SET XD-HAY-DATOS             TO TRUE
           ELSE
              SET XD-FIN-DATOS             TO TRUE
              IF SQLCODE NOT = 100
                 PERFORM 9600-VALIDA-SQL
              END-IF
              EXEC SQL
                   CLOSE CXDPEND
              END-EXEC
           END-IF.
      *----
      * ZMWSC355 : CARGA LOS CRITERIOS, LAS COLUMNAS DE SALIDA Y LAS
      *            LLAVES DE ORDEN DE LA DEFINICION LEIDA POR 9063. SOLO
      *            TOMA LOS RENGLONES CUYA COLUMNA SIGUE EN LA LISTA
      *            BLANCA CON EL USO QUE SE LE DIO. SI ALGUN CRITERIO
      *            QUEDA FUERA LA DEFINICION SE RECHAZA: CORRERLA SIN
      *            EL SACARIA MAS RENGLONES DE LOS PEDIDOS.
      *----
       9064-CARGA-DEFINICION-EXTRACTO.
      *----
           SET XD-ACEPTADO                 TO TRUE
           MOVE SPACES                     TO XD-DMENSAJE
           MOVE 0                          TO XD-NCRITERIOS
           MOVE 0                          TO XD-NSALIDAS
           MOVE 0                          TO XD-NREG
           MOVE 0                          TO XD-SPOS1
           MOVE 0                          TO XD-SPOS2
           INITIALIZE XD-CRITERIOS

           IF XD-IORDEN1                   NOT EQUAL SPACES
              MOVE XD-IORDEN1              TO XD-ICOLUMNA
              PERFORM 9073-LEE-COLUMNA-PERMITIDA
              MOVE XD-NPOSIC               TO XD-SPOS1
           END-IF

           IF XD-IORDEN2                   NOT EQUAL SPACES
              MOVE XD-IORDEN2              TO XD-ICOLUMNA
              PERFORM 9073-LEE-COLUMNA-PERMITIDA
              MOVE XD-NPOSIC               TO XD-SPOS2
           END-IF

           EXEC SQL
                DECLARE CXDREN CURSOR FOR
                   SELECT R.ZM774_TLINEA,   R.ZM774_ICOLUMNA,
                          R.ZM774_TOPERADOR, R.ZM774_DVALOR,
                          L.ZM775_NPOSIC,   L.ZM775_NLONG
                     FROM ZMDT774 R, ZMDT773 D, ZMDT775 L
                    WHERE R.ZM774_IEXTRACTO = :XD-IEXTRACTO
                      AND D.ZM773_IEXTRACTO = R.ZM774_IEXTRACTO
                      AND L.ZM775_IFUENTE   = D.ZM773_IFUENTE
                      AND L.ZM775_ICOLUMNA  = R.ZM774_ICOLUMNA
                      AND ( ( R.ZM774_TLINEA    = 'C'
                              AND L.ZM775_SCRITERIO = '1' )
                         OR ( R.ZM774_TLINEA    = 'S'
                              AND L.ZM775_SSALIDA   = '1' ) )
                 ORDER BY R.ZM774_TLINEA, R.ZM774_ISECUEN
           END-EXEC

           EXEC SQL
                SELECT COUNT(*)
                  INTO :XD-NCONTEO
                  FROM ZMDT774
                 WHERE ZM774_IEXTRACTO = :XD-IEXTRACTO
                   AND ZM774_TLINEA    = 'C'
           END-EXEC
           PERFORM 9600-VALIDA-SQL

           EXEC SQL
                OPEN CXDREN
           END-EXEC
           PERFORM 9600-VALIDA-SQL

           PERFORM 9065-LEE-RENGLON-DEFINICION
           PERFORM 9066-COLOCA-RENGLON-DEFINICION
              UNTIL XD-FIN-RENGLON

           IF XD-NCRITERIOS                LESS XD-NCONTEO
              SET XD-RECHAZADO             TO TRUE
              MOVE 'CRITERIO SOBRE COLUMNA YA NO PERMITIDA, NO SE CORRE'
                                           TO XD-DMENSAJE
           ELSE
              IF XD-NSALIDAS               EQUAL 0
                 SET XD-RECHAZADO          TO TRUE
                 MOVE 'EL EXTRACTO NO TIENE COLUMNAS DE SALIDA'
                                           TO XD-DMENSAJE
              END-IF
           END-IF.
      *----
       9065-LEE-RENGLON-DEFINICION.
      *----
           EXEC SQL
                FETCH CXDREN
                 INTO :XD-TLINEA,    :XD-ICOLUMNA,
                      :XD-TOPERADOR, :XD-DVALOR,
                      :XD-NPOSIC,    :XD-NLONG
           END-EXEC

           IF SQLCODE EQUAL 0
              SET XD-HAY-RENGLON           TO TRUE
           ELSE
              SET XD-FIN-RENGLON           TO TRUE
              IF SQLCODE NOT = 100
                 PERFORM 9600-VALIDA-SQL
              END-IF
              EXEC SQL
                   CLOSE CXDREN
              END-EXEC
           END-IF.
      *----
      * ZMWSC355 : PASA EL RENGLON LEIDO A LOS CRITERIOS O A LAS
      *            SALIDAS Y LEE EL SIGUIENTE.
      *----
       9066-COLOCA-RENGLON-DEFINICION.
      *----
           IF XD-LINEA-CRITERIO
              AND XD-NCRITERIOS            LESS 5
              ADD 1                        TO XD-NCRITERIOS
              MOVE XD-NPOSIC               TO XD-CPOS (XD-NCRITERIOS)
              MOVE XD-TOPERADOR            TO XD-COPER (XD-NCRITERIOS)
              MOVE XD-DVALOR               TO XD-CVALOR (XD-NCRITERIOS)
           END-IF

           IF XD-LINEA-SALIDA
              AND XD-NSALIDAS              LESS 12
              ADD 1                        TO XD-NSALIDAS
              MOVE XD-NPOSIC               TO XD-SA-NPOSIC (XD-NSALIDAS)
              MOVE XD-ICOLUMNA             TO XD-SA-ICOLUMNA
                                                (XD-NSALIDAS)
              IF XD-NLONG                  LESS 10
                 MOVE 10                   TO XD-SA-NLONG (XD-NSALIDAS)
              ELSE
                 MOVE XD-NLONG             TO XD-SA-NLONG (XD-NSALIDAS)
              END-IF
           END-IF

           PERFORM 9065-LEE-RENGLON-DEFINICION.
      *----
      * ZMWSC355 : ABRE EL EXTRACTO DE LA DEFINICION CARGADA. LA TABLA T
      *            TRAE LAS 17 COLUMNAS DE LA FUENTE XD-IFUENTE COMO
      *            TEXTO (LLAVES NUMERICAS CON DIGITS, FECHAS ISO,
      *            IMPORTES CON SIGNO Y 15 DIGITOS, LOS NEGATIVOS EN
      *            COMPLEMENTO, PARA QUE EL TEXTO ORDENE COMO EL
      *            NUMERO; LAS FUENTES CON MENOS COLUMNAS LAS
      *            COMPLETAN EN BLANCOS); U LE
      *            AGREGA EL VALOR DE CADA CRITERIO (K1-K5) Y DE CADA
      *            LLAVE DE ORDEN (S1-S2) SEGUN SU POSICION. POSICION
      *            EN CERO U OPERADOR EN BLANCOS NO FILTRA NI ORDENA.
      *            LAS POSICIONES DEBEN CORRESPONDER A ZM775_NPOSIC.
      *----
       9067-ABRE-EXTRACTO-USUARIO.
      *----
           EXEC SQL
                DECLARE CXDUSR CURSOR WITH HOLD FOR
                   SELECT U.C01, U.C02, U.C03, U.C04,
                          U.C05, U.C06, U.C07, U.C08,
                          U.C09, U.C10, U.C11, U.C12,
                          U.C13, U.C14, U.C15, U.C16,
                          U.C17
                     FROM ( SELECT T.*,
                   CASE :XD-CPOS1 WHEN 1 THEN T.C01 WHEN 2 THEN T.C02
                     WHEN 3 THEN T.C03   WHEN 4 THEN T.C04
                     WHEN 5 THEN T.C05   WHEN 6 THEN T.C06
                     WHEN 7 THEN T.C07   WHEN 8 THEN T.C08
                     WHEN 9 THEN T.C09   WHEN 10 THEN T.C10
                     WHEN 11 THEN T.C11  WHEN 12 THEN T.C12
                     WHEN 13 THEN T.C13  WHEN 14 THEN T.C14
                     WHEN 15 THEN T.C15  WHEN 16 THEN T.C16
                     WHEN 17 THEN T.C17
                     ELSE ' ' END AS K1,
                   CASE :XD-CPOS2 WHEN 1 THEN T.C01 WHEN 2 THEN T.C02
                     WHEN 3 THEN T.C03   WHEN 4 THEN T.C04
                     WHEN 5 THEN T.C05   WHEN 6 THEN T.C06
                     WHEN 7 THEN T.C07   WHEN 8 THEN T.C08
                     WHEN 9 THEN T.C09   WHEN 10 THEN T.C10
                     WHEN 11 THEN T.C11  WHEN 12 THEN T.C12
                     WHEN 13 THEN T.C13  WHEN 14 THEN T.C14
                     WHEN 15 THEN T.C15  WHEN 16 THEN T.C16
                     WHEN 17 THEN T.C17
                     ELSE ' ' END AS K2,
                   CASE :XD-CPOS3 WHEN 1 THEN T.C01 WHEN 2 THEN T.C02
                     WHEN 3 THEN T.C03   WHEN 4 THEN T.C04
                     WHEN 5 THEN T.C05   WHEN 6 THEN T.C06
                     WHEN 7 THEN T.C07   WHEN 8 THEN T.C08
                     WHEN 9 THEN T.C09   WHEN 10 THEN T.C10
                     WHEN 11 THEN T.C11  WHEN 12 THEN T.C12
                     WHEN 13 THEN T.C13  WHEN 14 THEN T.C14
                     WHEN 15 THEN T.C15  WHEN 16 THEN T.C16
                     WHEN 17 THEN T.C17
                     ELSE ' ' END AS K3,
                   CASE :XD-CPOS4 WHEN 1 THEN T.C01 WHEN 2 THEN T.C02
                     WHEN 3 THEN T.C03   WHEN 4 THEN T.C04
                     WHEN 5 THEN T.C05   WHEN 6 THEN T.C06
                     WHEN 7 THEN T.C07   WHEN 8 THEN T.C08
                     WHEN 9 THEN T.C09   WHEN 10 THEN T.C10
                     WHEN 11 THEN T.C11  WHEN 12 THEN T.C12
                     WHEN 13 THEN T.C13  WHEN 14 THEN T.C14
                     WHEN 15 THEN T.C15  WHEN 16 THEN T.C16
                     WHEN 17 THEN T.C17
                     ELSE ' ' END AS K4,
                   CASE :XD-CPOS5 WHEN 1 THEN T.C01 WHEN 2 THEN T.C02
                     WHEN 3 THEN T.C03   WHEN 4 THEN T.C04
                     WHEN 5 THEN T.C05   WHEN 6 THEN T.C06
                     WHEN 7 THEN T.C07   WHEN 8 THEN T.C08
                     WHEN 9 THEN T.C09   WHEN 10 THEN T.C10
                     WHEN 11 THEN T.C11  WHEN 12 THEN T.C12
                     WHEN 13 THEN T.C13  WHEN 14 THEN T.C14
                     WHEN 15 THEN T.C15  WHEN 16 THEN T.C16
                     WHEN 17 THEN T.C17
                     ELSE ' ' END AS K5,
                   CASE :XD-SPOS1 WHEN 1 THEN T.C01 WHEN 2 THEN T.C02
                     WHEN 3 THEN T.C03   WHEN 4 THEN T.C04
                     WHEN 5 THEN T.C05   WHEN 6 THEN T.C06
                     WHEN 7 THEN T.C07   WHEN 8 THEN T.C08
                     WHEN 9 THEN T.C09   WHEN 10 THEN T.C10
                     WHEN 11 THEN T.C11  WHEN 12 THEN T.C12
                     WHEN 13 THEN T.C13  WHEN 14 THEN T.C14
                     WHEN 15 THEN T.C15  WHEN 16 THEN T.C16
                     WHEN 17 THEN T.C17
                     ELSE ' ' END AS S1,
                   CASE :XD-SPOS2 WHEN 1 THEN T.C01 WHEN 2 THEN T.C02
                     WHEN 3 THEN T.C03   WHEN 4 THEN T.C04
                     WHEN 5 THEN T.C05   WHEN 6 THEN T.C06
                     WHEN 7 THEN T.C07   WHEN 8 THEN T.C08
                     WHEN 9 THEN T.C09   WHEN 10 THEN T.C10
                     WHEN 11 THEN T.C11  WHEN 12 THEN T.C12
                     WHEN 13 THEN T.C13  WHEN 14 THEN T.C14
                     WHEN 15 THEN T.C15  WHEN 16 THEN T.C16
                     WHEN 17 THEN T.C17
                     ELSE ' ' END AS S2
                     FROM (
                            SELECT C.IEMPR                 AS C01,
                                   DIGITS(C.ICUENTA)       AS C02,
                                   C.SVIGEN                AS C03,
                                   C.ITIPOCTA              AS C04,
                                   C.ISUCCASA              AS C05,
                                   C.IZONECO               AS C06,
                                   DIGITS(C.ICCOSTO)       AS C07,
                                   COALESCE(DIGITS(C.IPROM), '0000')
                                                           AS C08,
                                   C.IESTRATO              AS C09,
                                   COALESCE(C.NABREV, ' ') AS C10,
                                   CHAR(C.FALTA, ISO)      AS C11,
                                   COALESCE(C.ICVEMDA, ' ')
                                                           AS C12,
                                   COALESCE(C.IPAISMDO, ' ')
                                                           AS C13,
                                   COALESCE(C.IPERFINV, ' ')
                                                           AS C14,
                                   CASE WHEN C.MABOANO < 0
                                   THEN '-' CONCAT
                                        DIGITS(CAST(C.MABOANO
                                        + 9999999999999.99
                                        AS DECIMAL(15, 2)))
                                   ELSE '0' CONCAT
                                        DIGITS(C.MABOANO)
                                   END                     AS C15,
                                   CASE WHEN C.MCGOANO < 0
                                   THEN '-' CONCAT
                                        DIGITS(CAST(C.MCGOANO
                                        + 9999999999999.99
                                        AS DECIMAL(15, 2)))
                                   ELSE '0' CONCAT
                                        DIGITS(C.MCGOANO)
                                   END                     AS C16,
                                   CASE WHEN C.MLINCRB < 0
                                   THEN '-' CONCAT
                                        DIGITS(CAST(C.MLINCRB
                                        + 9999999999999.99
                                        AS DECIMAL(15, 2)))
                                   ELSE '0' CONCAT
                                        DIGITS(C.MLINCRB)
                                   END                     AS C17
                              FROM CUENTA C
                             WHERE :XD-IFUENTE = 'CTA'
                               AND C.IEMPR     = :XD-IEMPR
                            UNION ALL
                            SELECT A.ZM606_IEMPR,
                                   DIGITS(A.ZM606_ICUENTA),
                                   DIGITS(A.ZM606_ICONCEPT),
                                   A.ZM606_IEMISORA,
                                   A.ZM606_ISERIE,
                                   A.ZM606_SVIGEN,
                                   A.ZM606_INSTRUMENTO,
                                   DIGITS(A.ZM606_PROMOT),
                                   COALESCE(A.ZM606_IESTVIDA, ' '),
                                   COALESCE(CHAR(A.ZM606_FVIGCARTA,
                                                 ISO), ' '),
                                   CHAR(DATE(A.ZM606_FREG), ISO),
                                   A.ZM606_IUSUARIO,
                                   C.ISUCCASA,
                                   C.IESTRATO,
                                   COALESCE(C.NABREV, ' '),
                                   A.ZM606_IPROGRAM,
                                   ' '
                              FROM ZMDT606 A, CUENTA C
                             WHERE :XD-IFUENTE   = 'CAR'
                               AND A.ZM606_IEMPR = :XD-IEMPR
                               AND C.IEMPR       = A.ZM606_IEMPR
                               AND C.ICUENTA     = A.ZM606_ICUENTA
                            UNION ALL
                            SELECT M.ZM700_IEMPR,
                                   DIGITS(M.ZM700_ICUENTA),
                                   DIGITS(M.ZM700_ISECMOV),
                                   CHAR(M.ZM700_FVALOR, ISO),
                                   M.ZM700_TMOVTO,
                                   M.ZM700_TORIGEN,
                                   DIGITS(M.ZM700_ICONCEPT),
                                   M.ZM700_SESTADO,
                                   M.ZM700_IUSUARIO,
                                   M.ZM700_IPROGRAM,
                                   M.ZM700_DREFER,
                                   C.ISUCCASA,
                                   COALESCE(C.NABREV, ' '),
                                   CHAR(DATE(M.ZM700_FREG), ISO),
                                   CASE WHEN M.ZM700_MIMPORTE < 0
                                   THEN '-' CONCAT
                                        DIGITS(CAST(M.ZM700_MIMPORTE
                                        + 9999999999999.99
                                        AS DECIMAL(15, 2)))
                                   ELSE '0' CONCAT
                                        DIGITS(M.ZM700_MIMPORTE)
                                   END,
                                   CASE WHEN M.ZM700_MSALDO < 0
                                   THEN '-' CONCAT
                                        DIGITS(CAST(M.ZM700_MSALDO
                                        + 9999999999999.99
                                        AS DECIMAL(15, 2)))
                                   ELSE '0' CONCAT
                                        DIGITS(M.ZM700_MSALDO)
                                   END,
                                   ' '
                              FROM ZMDT700 M, CUENTA C
                             WHERE :XD-IFUENTE   = 'EFE'
                               AND M.ZM700_IEMPR = :XD-IEMPR
                               AND C.IEMPR       = M.ZM700_IEMPR
                               AND C.ICUENTA     = M.ZM700_ICUENTA
                          ) AS T ) AS U
                    WHERE ( :XD-COPER1 = ' '
                        OR ( :XD-COPER1 = 'EQ'
                             AND U.K1 = :XD-CVALOR1 )
                        OR ( :XD-COPER1 = 'NE'
                             AND U.K1 <> :XD-CVALOR1 )
                        OR ( :XD-COPER1 = 'GT'
                             AND U.K1 > :XD-CVALOR1 )
                        OR ( :XD-COPER1 = 'GE'
                             AND U.K1 >= :XD-CVALOR1 )
                        OR ( :XD-COPER1 = 'LT'
                             AND U.K1 < :XD-CVALOR1 )
                        OR ( :XD-COPER1 = 'LE'
                             AND U.K1 <= :XD-CVALOR1 ) )
                      AND ( :XD-COPER2 = ' '
                        OR ( :XD-COPER2 = 'EQ'
                             AND U.K2 = :XD-CVALOR2 )
                        OR ( :XD-COPER2 = 'NE'
                             AND U.K2 <> :XD-CVALOR2 )
                        OR ( :XD-COPER2 = 'GT'
                             AND U.K2 > :XD-CVALOR2 )
                        OR ( :XD-COPER2 = 'GE'
                             AND U.K2 >= :XD-CVALOR2 )
                        OR ( :XD-COPER2 = 'LT'
                             AND U.K2 < :XD-CVALOR2 )
                        OR ( :XD-COPER2 = 'LE'
                             AND U.K2 <= :XD-CVALOR2 ) )
                      AND ( :XD-COPER3 = ' '
                        OR ( :XD-COPER3 = 'EQ'
                             AND U.K3 = :XD-CVALOR3 )
                        OR ( :XD-COPER3 = 'NE'
                             AND U.K3 <> :XD-CVALOR3 )
                        OR ( :XD-COPER3 = 'GT'
                             AND U.K3 > :XD-CVALOR3 )
                        OR ( :XD-COPER3 = 'GE'
                             AND U.K3 >= :XD-CVALOR3 )
                        OR ( :XD-COPER3 = 'LT'
                             AND U.K3 < :XD-CVALOR3 )
                        OR ( :XD-COPER3 = 'LE'
                             AND U.K3 <= :XD-CVALOR3 ) )
                      AND ( :XD-COPER4 = ' '
                        OR ( :XD-COPER4 = 'EQ'
                             AND U.K4 = :XD-CVALOR4 )
                        OR ( :XD-COPER4 = 'NE'
                             AND U.K4 <> :XD-CVALOR4 )
                        OR ( :XD-COPER4 = 'GT'
                             AND U.K4 > :XD-CVALOR4 )
                        OR ( :XD-COPER4 = 'GE'
                             AND U.K4 >= :XD-CVALOR4 )
                        OR ( :XD-COPER4 = 'LT'
                             AND U.K4 < :XD-CVALOR4 )
                        OR ( :XD-COPER4 = 'LE'
                             AND U.K4 <= :XD-CVALOR4 ) )
                      AND ( :XD-COPER5 = ' '
                        OR ( :XD-COPER5 = 'EQ'
                             AND U.K5 = :XD-CVALOR5 )
                        OR ( :XD-COPER5 = 'NE'
                             AND U.K5 <> :XD-CVALOR5 )
                        OR ( :XD-COPER5 = 'GT'
                             AND U.K5 > :XD-CVALOR5 )
                        OR ( :XD-COPER5 = 'GE'
                             AND U.K5 >= :XD-CVALOR5 )
                        OR ( :XD-COPER5 = 'LT'
                             AND U.K5 < :XD-CVALOR5 )
                        OR ( :XD-COPER5 = 'LE'
                             AND U.K5 <= :XD-CVALOR5 ) )
                 ORDER BY CASE WHEN :XD-TORDEN1 = 'D'
                               THEN ' ' ELSE U.S1 END,
                          CASE WHEN :XD-TORDEN1 = 'D'
                               THEN U.S1 ELSE ' ' END DESC,
                          CASE WHEN :XD-TORDEN2 = 'D'
                               THEN ' ' ELSE U.S2 END,
                          CASE WHEN :XD-TORDEN2 = 'D'
                               THEN U.S2 ELSE ' ' END DESC,
                          U.C01, U.C02, U.C03
           END-EXEC

           EXEC SQL
                OPEN CXDUSR
           END-EXEC
           PERFORM 9600-VALIDA-SQL.
      *----
      * ZMWSC355 : LEE EL SIGUIENTE RENGLON DEL EXTRACTO Y LO ARMA EN
      *            XD-LINEA CON LAS COLUMNAS DE SALIDA EN SU ORDEN.
      *----
       9068-LEE-EXTRACTO-USUARIO.
      *----
           EXEC SQL
                FETCH CXDUSR
                 INTO :XD-C01, :XD-C02, :XD-C03, :XD-C04,
                      :XD-C05, :XD-C06, :XD-C07, :XD-C08,
                      :XD-C09, :XD-C10, :XD-C11, :XD-C12,
                      :XD-C13, :XD-C14, :XD-C15, :XD-C16,
                      :XD-C17
           END-EXEC

           IF SQLCODE EQUAL 0
              SET XD-HAY-DATOS             TO TRUE
              ADD 1                        TO XD-NREG
              MOVE SPACES                  TO XD-LINEA
              MOVE 1                       TO XD-PTR
              PERFORM 9072-AGREGA-COLUMNA-SALIDA
                 VARYING XD-I FROM 1 BY 1
                   UNTIL XD-I GREATER XD-NSALIDAS
           ELSE
              SET XD-FIN-DATOS             TO TRUE
              IF SQLCODE NOT = 100
                 PERFORM 9600-VALIDA-SQL
              END-IF
              EXEC SQL
                   CLOSE CXDUSR
              END-EXEC
           END-IF.
      *----
      * ZMWSC355 : ENCABEZADO DEL EXTRACTO EN XD-LINEA: EL NOMBRE DE
      *            CADA COLUMNA DE SALIDA CON SU ANCHO.
      *----
       9069-ENCABEZADO-EXTRACTO.
      *----
           MOVE SPACES                     TO XD-LINEA
           MOVE 1                          TO XD-PTR
           PERFORM 9077-AGREGA-TITULO-SALIDA
              VARYING XD-I FROM 1 BY 1
                UNTIL XD-I GREATER XD-NSALIDAS.
      *----
      * ZMWSC355 : CIERRA LA CORRIDA: DEJA EN LA DEFINICION LA FECHA Y
      *            LOS RENGLONES DE LA ULTIMA CORRIDA, APAGA LA
      *            PETICION Y REGISTRA EL DATASET EN ZMDT650 CON EL
      *            IEXTRACTO COMO REPORTE. UNA SEGUNDA CORRIDA DEL
      *            MISMO DIA REEMPLAZA A LA PRIMERA EN EL INDICE.
      *----
       9070-TERMINA-EXTRACTO.
      *----
           MOVE XD-NREG                    TO XD-NULTREG
           EXEC SQL
                UPDATE ZMDT773
                   SET ZM773_FULTCORR  = CURRENT TIMESTAMP,
                       ZM773_NULTREG   = :XD-NULTREG,
                       ZM773_SSOLICITA = '0',
                       ZM773_IUSRSOL   = NULL
                 WHERE ZM773_IEXTRACTO = :XD-IEXTRACTO
           END-EXEC
           PERFORM 9600-VALIDA-SQL

           MOVE XD-IEXTRACTO               TO RR-IREPORTE
           MOVE XD-FCORRIDA                TO RR-FCORRIDA
           MOVE XD-IEMPR                   TO RR-IEMPR
           MOVE XD-NUMPAGS                 TO RR-NUMPAGS
           MOVE XD-DSNAME                  TO RR-DSNAME
           PERFORM 9377-REGISTRA-REPORTE.
      *----
      * ZMWSC355 : EL USUARIO XD-IUSUARIO CON PERFIL XD-IPERFIL DEBE
      *            TENER LA FUNCION 'EXTRACTO' CON NIVEL 1 O MAYOR.
      *----
       9071-VALIDA-AUTORIDAD-EXTRACTO.
      *----
           MOVE XD-IPERFIL                 TO PF-IPERFIL
           MOVE 'EXTRACTO'                 TO PF-CFUNCION
           MOVE XD-IUSUARIO                TO PF-IUSUARIO
           PERFORM 9214-LEE-NIVEL-PERFIL

           IF PF-NO-ENCONTRADO
              OR PF-NNIVEL                 LESS 1
              SET XD-RECHAZADO             TO TRUE
              MOVE 'USUARIO SIN AUTORIDAD PARA MANTENER EXTRACTOS'
                                           TO XD-DMENSAJE
           END-IF.
      *----
       9072-AGREGA-COLUMNA-SALIDA.
      *----
           MOVE XD-SA-NPOSIC (XD-I)        TO XD-NINICIO
           MOVE XD-SA-NLONG (XD-I)         TO XD-NLARGO
           STRING XD-COL (XD-NINICIO) (1:XD-NLARGO) ' '
                  DELIMITED BY SIZE INTO XD-LINEA
                  WITH POINTER XD-PTR.
      *----
      * ZMWSC355 : COLUMNA XD-ICOLUMNA DE LA FUENTE XD-IFUENTE EN LA
      *            LISTA BLANCA. SI NO ESTA, XD-NPOSIC SALE EN CERO.
      *----
       9073-LEE-COLUMNA-PERMITIDA.
      *----
           MOVE 0                          TO XD-NPOSIC
           MOVE SPACES                     TO XD-TTIPO
           MOVE 0                          TO XD-NLONG
           MOVE '0'                        TO XD-SCRITERIO
           MOVE '0'                        TO XD-SSALIDA

           EXEC SQL
                SELECT ZM775_NPOSIC,    ZM775_TTIPO,
                       ZM775_NLONG,     ZM775_SCRITERIO,
                       ZM775_SSALIDA
                  INTO :XD-NPOSIC,      :XD-TTIPO,
                       :XD-NLONG,       :XD-SCRITERIO,
                       :XD-SSALIDA
                  FROM ZMDT775
                 WHERE ZM775_IFUENTE  = :XD-IFUENTE
                   AND ZM775_ICOLUMNA = :XD-ICOLUMNA
           END-EXEC
           IF SQLCODE EQUAL 100
              MOVE 0                       TO XD-NPOSIC
           ELSE
              PERFORM 9600-VALIDA-SQL
           END-IF.
      *----
      * ZMWSC355 : VALOR DE UN CRITERIO SEGUN EL TIPO DE SU COLUMNA:
      *            NUMERICO SOLO DIGITOS, QUE SE RELLENAN CON CEROS A
      *            LA IZQUIERDA AL ANCHO DE LA COLUMNA; FECHA EN
      *            AAAA-MM-DD; IMPORTE COMO LO REGRESA EL CURSOR (9107).
      *----
       9074-NORMALIZA-VALOR-CRITERIO.
      *----
           IF XD-TIPO-NUMERO
              MOVE 0                       TO XD-NLARGO
              INSPECT XD-DVALOR TALLYING XD-NLARGO
                      FOR CHARACTERS BEFORE INITIAL SPACE
              IF XD-NLARGO                 EQUAL 0
                 OR XD-NLARGO              GREATER XD-NLONG
                 SET XD-RECHAZADO          TO TRUE
                 MOVE 'VALOR NUMERICO VACIO O MAS LARGO QUE LA COLUMNA'
                                           TO XD-DMENSAJE
              ELSE
                 IF XD-DVALOR (1:XD-NLARGO) NOT NUMERIC
                    SET XD-RECHAZADO       TO TRUE
                    MOVE 'EL VALOR DEL CRITERIO DEBE SER NUMERICO'
                                           TO XD-DMENSAJE
                 ELSE
                    MOVE XD-DVALOR (1:XD-NLARGO) TO XD-NUMERO
                    COMPUTE XD-NINICIO = 16 - XD-NLONG
                    MOVE XD-NLONG          TO XD-NLARGO
                    MOVE SPACES            TO XD-DVALOR
                    MOVE XD-NUMERO-X (XD-NINICIO:XD-NLARGO)
                                           TO XD-DVALOR
                 END-IF
              END-IF
           END-IF

           IF XD-TIPO-FECHA
              IF XD-DVALOR (1:4)           NOT NUMERIC
                 OR XD-DVALOR (5:1)        NOT EQUAL '-'
                 OR XD-DVALOR (6:2)        NOT NUMERIC
                 OR XD-DVALOR (8:1)        NOT EQUAL '-'
                 OR XD-DVALOR (9:2)        NOT NUMERIC
                 OR XD-DVALOR (11:20)      NOT EQUAL SPACES
                 SET XD-RECHAZADO          TO TRUE
                 MOVE 'FECHA DEL CRITERIO INVALIDA (AAAA-MM-DD)'
                                           TO XD-DMENSAJE
              END-IF
           END-IF

           IF XD-TIPO-IMPORTE
              PERFORM 9107-NORMALIZA-IMPORTE-CRITERIO
           END-IF.
      *----
      * ZMWSC355 : LEE LA DEFINICION XD-IEXTRACTO (EMPRESA, FUENTE Y
      *            ESTADO); LA RECHAZA SI NO EXISTE O ESTA DE BAJA.
      *----
       9075-LEE-DEFINICION-EXTRACTO.
      *----
           EXEC SQL
                SELECT ZM773_IEMPR, ZM773_IFUENTE, ZM773_SESTADO
                  INTO :XD-IEMPR,   :XD-IFUENTE,   :XD-SESTADO
                  FROM ZMDT773
                 WHERE ZM773_IEXTRACTO = :XD-IEXTRACTO
           END-EXEC
           IF SQLCODE EQUAL 100
              SET XD-RECHAZADO             TO TRUE
              MOVE 'EL EXTRACTO NO EXISTE'  TO XD-DMENSAJE
           ELSE
              PERFORM 9600-VALIDA-SQL
              IF XD-DADO-DE-BAJA
                 SET XD-RECHAZADO          TO TRUE
                 MOVE 'EL EXTRACTO ESTA DADO DE BAJA'
                                           TO XD-DMENSAJE
              END-IF
           END-IF.
      *----
      * ZMWSC355 : DATOS DE LA DEFINICION EN ALTA O CAMBIO. LA FUENTE
      *            NO CAMBIA DESPUES DEL ALTA (9075 LA RELEE).
      *----
       9076-VALIDA-DEFINICION-EXTRACTO.
      *----
           IF NOT XD-FUENTE-CUENTAS
              AND NOT XD-FUENTE-CARTAS
              AND NOT XD-FUENTE-EFECTIVO
              SET XD-RECHAZADO             TO TRUE
              MOVE 'FUENTE INVALIDA (CTA, CAR, EFE)'
                                           TO XD-DMENSAJE
           END-IF

           IF XD-ACEPTADO
              IF XD-IEMPR                  EQUAL SPACES
                 OR XD-DEXTRACTO           EQUAL SPACES
                 SET XD-RECHAZADO          TO TRUE
                 MOVE 'FALTA LA EMPRESA O LA DESCRIPCION DEL EXTRACTO'
                                           TO XD-DMENSAJE
              END-IF
           END-IF

           IF XD-ACEPTADO
              IF NOT XD-NOCTURNO
                 AND NOT XD-A-PETICION
                 SET XD-RECHAZADO          TO TRUE
                 MOVE 'FRECUENCIA INVALIDA (N NOCTURNA / P A PETICION)'
                                           TO XD-DMENSAJE
              END-IF
           END-IF

           IF XD-TORDEN1                   EQUAL SPACES
              MOVE 'A'                     TO XD-TORDEN1
           END-IF
           IF XD-TORDEN2                   EQUAL SPACES
              MOVE 'A'                     TO XD-TORDEN2
           END-IF

           IF XD-ACEPTADO
              IF ( XD-TORDEN1 NOT EQUAL 'A' AND NOT EQUAL 'D' )
                 OR ( XD-TORDEN2 NOT EQUAL 'A' AND NOT EQUAL 'D' )
                 SET XD-RECHAZADO          TO TRUE
                 MOVE 'ORDEN INVALIDO (A ASCENDENTE / D DESCENDENTE)'
                                           TO XD-DMENSAJE
              END-IF
           END-IF

           IF XD-ACEPTADO
              AND XD-IORDEN1               NOT EQUAL SPACES
              MOVE XD-IORDEN1              TO XD-ICOLUMNA
              PERFORM 9073-LEE-COLUMNA-PERMITIDA
              IF XD-NPOSIC                 EQUAL 0
                 SET XD-RECHAZADO          TO TRUE
                 MOVE 'COLUMNA DE ORDEN 1 NO PERMITIDA PARA LA FUENTE'
                                           TO XD-DMENSAJE
              END-IF
           END-IF

           IF XD-ACEPTADO
              AND XD-IORDEN2               NOT EQUAL SPACES
              MOVE XD-IORDEN2              TO XD-ICOLUMNA
              PERFORM 9073-LEE-COLUMNA-PERMITIDA
              IF XD-NPOSIC                 EQUAL 0
                 SET XD-RECHAZADO          TO TRUE
                 MOVE 'COLUMNA DE ORDEN 2 NO PERMITIDA PARA LA FUENTE'
                                           TO XD-DMENSAJE
              END-IF
           END-IF.
      *----
       9077-AGREGA-TITULO-SALIDA.
      *----
           MOVE XD-SA-NLONG (XD-I)         TO XD-NLARGO
           MOVE XD-SA-ICOLUMNA (XD-I)      TO XD-TITULO
           STRING XD-TITULO (1:XD-NLARGO) ' '
                  DELIMITED BY SIZE INTO XD-LINEA
                  WITH POINTER XD-PTR.
      *----
      * ZMWSC355 : RENGLON NUEVO: COLUMNA EN LA LISTA BLANCA CON EL USO
      *            PEDIDO, OPERADOR Y VALOR DEL CRITERIO, Y TOPE DE
      *            RENGLONES DE SU TIPO.
      *----
       9078-VALIDA-RENGLON-EXTRACTO.
      *----
           PERFORM 9073-LEE-COLUMNA-PERMITIDA
           IF XD-NPOSIC                    EQUAL 0
              SET XD-RECHAZADO             TO TRUE
              MOVE 'COLUMNA NO PERMITIDA PARA LA FUENTE DEL EXTRACTO'
                                           TO XD-DMENSAJE
           END-IF

           IF XD-ACEPTADO
              IF XD-LINEA-CRITERIO
                 IF XD-SCRITERIO           NOT EQUAL '1'
                    SET XD-RECHAZADO       TO TRUE
                    MOVE 'LA COLUMNA NO SE PUEDE USAR COMO CRITERIO'
                                           TO XD-DMENSAJE
                 ELSE
                    IF NOT XD-OPERADOR-VALIDO
                       SET XD-RECHAZADO    TO TRUE
                       MOVE 'OPERADOR INVALIDO (EQ NE GT GE LT LE)'
                                           TO XD-DMENSAJE
                    ELSE
                       PERFORM 9074-NORMALIZA-VALOR-CRITERIO
                    END-IF
                 END-IF
              ELSE
                 IF XD-SSALIDA             NOT EQUAL '1'
                    SET XD-RECHAZADO       TO TRUE
                    MOVE 'LA COLUMNA NO SE PUEDE MOSTRAR EN LA SALIDA'
                                           TO XD-DMENSAJE
                 ELSE
                    MOVE SPACES            TO XD-TOPERADOR
                    MOVE SPACES            TO XD-DVALOR
                 END-IF
              END-IF
           END-IF

           IF XD-ACEPTADO
              EXEC SQL
                   SELECT COUNT(*)
                     INTO :XD-NCONTEO
                     FROM ZMDT774
                    WHERE ZM774_IEXTRACTO = :XD-IEXTRACTO
                      AND ZM774_TLINEA    = :XD-TLINEA
              END-EXEC
              PERFORM 9600-VALIDA-SQL
              IF XD-LINEA-CRITERIO
                 AND XD-NCONTEO            NOT LESS 5
                 SET XD-RECHAZADO          TO TRUE
                 MOVE 'MAXIMO 5 CRITERIOS POR EXTRACTO'
                                           TO XD-DMENSAJE
              END-IF
              IF XD-LINEA-SALIDA
                 AND XD-NCONTEO            NOT LESS 12
                 SET XD-RECHAZADO          TO TRUE
                 MOVE 'MAXIMO 12 COLUMNAS DE SALIDA POR EXTRACTO'
                                           TO XD-DMENSAJE
              END-IF
           END-IF.
      *----
      * ZMWSC355 : IMPORTE DE UN CRITERIO ('-' OPCIONAL, HASTA 13
      *            ENTEROS Y HASTA 2 DECIMALES TRAS EL PUNTO) LLEVADO A
      *            LA FORMA EN QUE 9067 REGRESA LOS IMPORTES: '0' Y 15
      *            DIGITOS, O '-' Y EL COMPLEMENTO A 9999999999999.99
      *            SI ES NEGATIVO, PARA QUE EL TEXTO COMPARE COMO EL
      *            NUMERO.
      *----
       9107-NORMALIZA-IMPORTE-CRITERIO.
      *----
           SET XD-IMPORTE-POSITIVO         TO TRUE
           MOVE 1                          TO XD-NINICIO
           IF XD-DVALOR (1:1)              EQUAL '-'
              SET XD-IMPORTE-NEGATIVO      TO TRUE
              MOVE 2                       TO XD-NINICIO
           END-IF

           MOVE 0                          TO XD-NLARGO
           INSPECT XD-DVALOR (XD-NINICIO:) TALLYING XD-NLARGO
                   FOR CHARACTERS BEFORE INITIAL SPACE
           MOVE 0                          TO XD-NENTEROS
           MOVE 0                          TO XD-NDECIM
           IF XD-NLARGO                    GREATER 0
              INSPECT XD-DVALOR (XD-NINICIO:XD-NLARGO)
                      TALLYING XD-NENTEROS
                      FOR CHARACTERS BEFORE INITIAL '.'
              IF XD-NENTEROS               LESS XD-NLARGO
                 COMPUTE XD-NDECIM = XD-NLARGO - XD-NENTEROS - 1
              END-IF
           END-IF

           IF XD-NENTEROS                  EQUAL 0
              OR XD-NENTEROS               GREATER 13
              OR XD-NDECIM                 GREATER 2
              SET XD-RECHAZADO             TO TRUE
           ELSE
              IF XD-DVALOR (XD-NINICIO:XD-NENTEROS) NOT NUMERIC
                 SET XD-RECHAZADO          TO TRUE
              END-IF
              IF XD-NDECIM                 GREATER 0
                 COMPUTE XD-NINICIO = XD-NINICIO + XD-NENTEROS + 1
                 IF XD-DVALOR (XD-NINICIO:XD-NDECIM) NOT NUMERIC
                    SET XD-RECHAZADO       TO TRUE
                 END-IF
                 COMPUTE XD-NINICIO = XD-NINICIO - XD-NENTEROS - 1
              END-IF
           END-IF

           IF XD-RECHAZADO
              MOVE 'IMPORTE DEL CRITERIO INVALIDO (-9999999999999.99)'
                                           TO XD-DMENSAJE
           ELSE
              MOVE ALL '0'                 TO XD-CIFRAS
              COMPUTE XD-NLARGO = 14 - XD-NENTEROS
              MOVE XD-DVALOR (XD-NINICIO:XD-NENTEROS)
                                TO XD-CIFRAS (XD-NLARGO:XD-NENTEROS)
              IF XD-NDECIM                 GREATER 0
                 COMPUTE XD-NINICIO = XD-NINICIO + XD-NENTEROS + 1
                 MOVE XD-DVALOR (XD-NINICIO:XD-NDECIM)
                                           TO XD-CIFRAS (14:XD-NDECIM)
              END-IF
              MOVE XD-CIFRAS               TO XD-IMPORTE-X
              MOVE XD-IMPORTE-N            TO XD-IMPORTE
              MOVE SPACES                  TO XD-DVALOR
              IF XD-IMPORTE-NEGATIVO
                 AND XD-IMPORTE            GREATER 0
                 COMPUTE XD-IMPORTE-N = 9999999999999.99 - XD-IMPORTE
                 MOVE '-'                  TO XD-DVALOR (1:1)
              ELSE
                 MOVE '0'                  TO XD-DVALOR (1:1)
              END-IF
              MOVE XD-IMPORTE-X            TO XD-DVALOR (2:15)
           END-IF.
