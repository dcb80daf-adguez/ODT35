      *----
      * ZMWSC311 : FOTOGRAFIAS (BASELINES) DE LA CONFIGURACION DE
      *            NEGOCIO Y REPORTE DE DIFERENCIAS (ZMDT736/ZMDT737).
      *            LAYOUT DE REFERENCIA ZMWSC310 (BL-REG).
      * NOTA: CADA TABLA SE GUARDA COMO LLAVE + DATOS EN TEXTO; UN
      *       CAMBIO DE CUALQUIER COLUMNA CAMBIA DDATOS Y EL REPORTE LO
      *       MUESTRA ANTES/DESPUES SIN CONOCER EL LAYOUT DE LA TABLA.
      *----
       9845-TOMA-BASELINE-CONFIG.
      *----
           SET BL-ACEPTADO                 TO TRUE
           MOVE SPACES                     TO BL-DMENSAJE

           IF NOT BL-TOMA-VALIDA
              SET BL-RECHAZADO             TO TRUE
              MOVE 'TIPO DE FOTOGRAFIA INVALIDO (D O M)'
                                           TO BL-DMENSAJE
           END-IF

           IF BL-ACEPTADO
              EXEC SQL
                   SELECT COALESCE(MAX(ZM736_IBASE), 0) + 1
                     INTO :BL-IBASE
                     FROM ZMDT736
              END-EXEC
              PERFORM 9600-VALIDA-SQL

              MOVE 0                       TO BL-NUMRENG

              EXEC SQL
                   INSERT INTO ZMDT736
                        ( ZM736_IBASE,    ZM736_TTOMA,
                          ZM736_DDESCRIP, ZM736_NUMRENG,
                          ZM736_IUSUARIO, ZM736_FTOMA )
                   VALUES ( :BL-IBASE,    :BL-TTOMA,
                            :BL-DDESCRIP, :BL-NUMRENG,
                            :BL-IUSUARIO, CURRENT TIMESTAMP )
              END-EXEC
              PERFORM 9600-VALIDA-SQL

              PERFORM 9846-FOTO-PARAMETROS
              PERFORM 9847-FOTO-COMISIONES
              PERFORM 9848-FOTO-SEGURIDAD
              PERFORM 9849-FOTO-REGLAS

              EXEC SQL
                   SELECT COUNT(*)
                     INTO :BL-NUMRENG
                     FROM ZMDT737
                    WHERE ZM737_IBASE = :BL-IBASE
              END-EXEC
              PERFORM 9600-VALIDA-SQL

              EXEC SQL
                   UPDATE ZMDT736
                      SET ZM736_NUMRENG = :BL-NUMRENG
                    WHERE ZM736_IBASE   = :BL-IBASE
              END-EXEC
              PERFORM 9600-VALIDA-SQL
           END-IF.
      *----
      * ZMWSC311 : PARAMETROS GENERALES (PARAM) Y VERSIONADOS (ZMDT612).
      *----
       9846-FOTO-PARAMETROS.
      *----
           EXEC SQL
                INSERT INTO ZMDT737
                     ( ZM737_IBASE,    ZM737_ITABLA,
                       ZM737_DLLAVE,   ZM737_DDATOS,
                       ZM737_IUSUARIO, ZM737_FULTCAMB )
                SELECT :BL-IBASE,      'PARAM',
                       CAST(ITIPOPAR CONCAT ' ' CONCAT IPARAM
                            AS CHAR(60)),
                       CAST(DATOSPAR AS CHAR(250)),
                       NULL,           NULL
                  FROM PARAM
           END-EXEC
           IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
              PERFORM 9600-VALIDA-SQL
           END-IF

           EXEC SQL
                INSERT INTO ZMDT737
                     ( ZM737_IBASE,    ZM737_ITABLA,
                       ZM737_DLLAVE,   ZM737_DDATOS,
                       ZM737_IUSUARIO, ZM737_FULTCAMB )
                SELECT :BL-IBASE,      'ZMDT612',
                       CAST(ZM612_ITIPOPAR CONCAT ' '
                            CONCAT ZM612_IPARAM CONCAT ' '
                            CONCAT CHAR(ZM612_FVIGENCIA, ISO)
                            AS CHAR(60)),
                       CAST(ZM612_DATOSPAR AS CHAR(250)),
                       NULL,           NULL
                  FROM ZMDT612
           END-EXEC
           IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
              PERFORM 9600-VALIDA-SQL
           END-IF.
      *----
      * ZMWSC311 : ESCALONADO DE COMISION (ZMDT613, CON EL ULTIMO
      *            CAMBIO AUTORIZADO DEL ESCALONADO EN ZMDT649) Y
      *            CATALOGO DE CARGOS (ZMDT680).
      *----
       9847-FOTO-COMISIONES.
      *----
           EXEC SQL
                INSERT INTO ZMDT737
                     ( ZM737_IBASE,    ZM737_ITABLA,
                       ZM737_DLLAVE,   ZM737_DDATOS,
                       ZM737_IUSUARIO, ZM737_FULTCAMB )
                SELECT :BL-IBASE,      'ZMDT613',
                       CAST(A.ZM613_IEMPR CONCAT ' '
                            CONCAT A.ZM613_ITIPOCTA CONCAT ' '
                            CONCAT CHAR(A.ZM613_ICUENTA) CONCAT ' '
                            CONCAT CHAR(A.ZM613_ISECUEN)
                            AS CHAR(60)),
                       CAST('DESDE ' CONCAT CHAR(A.ZM613_MVOLDESDE)
                            CONCAT ' COMISION '
                            CONCAT CHAR(A.ZM613_PCOMISION)
                            AS CHAR(250)),
                       ( SELECT MAX(U.ZM649_IUSRAUT)
                           FROM ZMDT649 U
                          WHERE U.ZM649_IEMPR    = A.ZM613_IEMPR
                            AND U.ZM649_ITIPOCTA = A.ZM613_ITIPOCTA
                            AND U.ZM649_ICUENTA  = A.ZM613_ICUENTA
                            AND U.ZM649_IESTADO  = 'A'
                            AND U.ZM649_FAUTORIZ =
                              ( SELECT MAX(V.ZM649_FAUTORIZ)
                                  FROM ZMDT649 V
                                 WHERE V.ZM649_IEMPR    = A.ZM613_IEMPR
                                   AND V.ZM649_ITIPOCTA =
                                                       A.ZM613_ITIPOCTA
                                   AND V.ZM649_ICUENTA  =
                                                       A.ZM613_ICUENTA
                                   AND V.ZM649_IESTADO  = 'A' ) ),
                       ( SELECT MAX(W.ZM649_FAUTORIZ)
                           FROM ZMDT649 W
                          WHERE W.ZM649_IEMPR    = A.ZM613_IEMPR
                            AND W.ZM649_ITIPOCTA = A.ZM613_ITIPOCTA
                            AND W.ZM649_ICUENTA  = A.ZM613_ICUENTA
                            AND W.ZM649_IESTADO  = 'A' )
                  FROM ZMDT613 A
           END-EXEC
           IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
              PERFORM 9600-VALIDA-SQL
           END-IF

           EXEC SQL
                INSERT INTO ZMDT737
                     ( ZM737_IBASE,    ZM737_ITABLA,
                       ZM737_DLLAVE,   ZM737_DDATOS,
                       ZM737_IUSUARIO, ZM737_FULTCAMB )
                SELECT :BL-IBASE,      'ZMDT680',
                       CAST(ZM680_ICARGO AS CHAR(60)),
                       CAST(ZM680_DDESCRIP CONCAT ' BASE '
                            CONCAT ZM680_TBASE CONCAT ' TARIFA '
                            CONCAT CHAR(ZM680_MTARIFA) CONCAT ' TASA '
                            CONCAT CHAR(ZM680_PTASA) CONCAT ' PERIOD '
                            CONCAT ZM680_IPERIODIC CONCAT ' CONTAB '
                            CONCAT ZM680_ICTOCONTAB CONCAT ' VIGEN '
                            CONCAT ZM680_SVIGEN
                            AS CHAR(250)),
                       ZM680_IUSUARIO, ZM680_FSIST
                  FROM ZMDT680
           END-EXEC
           IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
              PERFORM 9600-VALIDA-SQL
           END-IF.
      *----
      * ZMWSC311 : TECLAS DE MENU (ZMDT617) Y MATRIZ DE PERMISOS
      *            (ZMDT619).
      *----
       9848-FOTO-SEGURIDAD.
      *----
           EXEC SQL
                INSERT INTO ZMDT737
                     ( ZM737_IBASE,    ZM737_ITABLA,
                       ZM737_DLLAVE,   ZM737_DDATOS,
                       ZM737_IUSUARIO, ZM737_FULTCAMB )
                SELECT :BL-IBASE,      'ZMDT617',
                       CAST(ZM617_IPROGRAMA CONCAT ' '
                            CONCAT ZM617_ITECLA
                            AS CHAR(60)),
                       CAST('PFK ' CONCAT CHAR(ZM617_IPFK)
                            AS CHAR(250)),
                       NULL,           NULL
                  FROM ZMDT617
           END-EXEC
           IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
              PERFORM 9600-VALIDA-SQL
           END-IF

           EXEC SQL
                INSERT INTO ZMDT737
                     ( ZM737_IBASE,    ZM737_ITABLA,
                       ZM737_DLLAVE,   ZM737_DDATOS,
                       ZM737_IUSUARIO, ZM737_FULTCAMB )
                SELECT :BL-IBASE,      'ZMDT619',
                       CAST(ZM619_IPERFIL CONCAT ' '
                            CONCAT ZM619_CFUNCION
                            AS CHAR(60)),
                       CAST('NIVEL ' CONCAT CHAR(ZM619_NNIVEL)
                            AS CHAR(250)),
                       NULL,           NULL
                  FROM ZMDT619
           END-EXEC
           IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
              PERFORM 9600-VALIDA-SQL
           END-IF.
      *----
      * ZMWSC311 : UMBRALES DE ACTIVIDAD INUSUAL (ZMDT645), REGLAS DE
      *            CALIDAD DE DATOS (ZMDT651) Y CATALOGO DE CONCEPTOS
      *            (ZMDT671).
      *----
       9849-FOTO-REGLAS.
      *----
           EXEC SQL
                INSERT INTO ZMDT737
                     ( ZM737_IBASE,    ZM737_ITABLA,
                       ZM737_DLLAVE,   ZM737_DDATOS,
                       ZM737_IUSUARIO, ZM737_FULTCAMB )
                SELECT :BL-IBASE,      'ZMDT645',
                       CAST(ZM645_ICODREGLA CONCAT ' '
                            CONCAT ZM645_IESTRATO CONCAT ' '
                            CONCAT ZM645_ITIPOCTA
                            AS CHAR(60)),
                       CAST('UMBRAL ' CONCAT CHAR(ZM645_NUMBRAL)
                            CONCAT ' PUNTOS ' CONCAT CHAR(ZM645_NPUNTOS)
                            CONCAT ' ACTIVA ' CONCAT ZM645_SACTIVA
                            AS CHAR(250)),
                       NULL,           NULL
                  FROM ZMDT645
           END-EXEC
           IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
              PERFORM 9600-VALIDA-SQL
           END-IF

           EXEC SQL
                INSERT INTO ZMDT737
                     ( ZM737_IBASE,    ZM737_ITABLA,
                       ZM737_DLLAVE,   ZM737_DDATOS,
                       ZM737_IUSUARIO, ZM737_FULTCAMB )
                SELECT :BL-IBASE,      'ZMDT651',
                       CAST(ZM651_ICODREGLA CONCAT ' '
                            CONCAT ZM651_ICAMPO
                            AS CHAR(60)),
                       CAST('SEVERIDAD ' CONCAT ZM651_SSEVERIDAD
                            CONCAT ' ACTIVA ' CONCAT ZM651_SACTIVA
                            CONCAT ' ' CONCAT ZM651_DDESCRIP
                            CONCAT ' ' CONCAT ZM651_DCONDICION
                            AS CHAR(250)),
                       NULL,           NULL
                  FROM ZMDT651
           END-EXEC
           IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
              PERFORM 9600-VALIDA-SQL
           END-IF

           EXEC SQL
                INSERT INTO ZMDT737
                     ( ZM737_IBASE,    ZM737_ITABLA,
                       ZM737_DLLAVE,   ZM737_DDATOS,
                       ZM737_IUSUARIO, ZM737_FULTCAMB )
                SELECT :BL-IBASE,      'ZMDT671',
                       CAST(CHAR(ZM671_ICONCEPT) AS CHAR(60)),
                       CAST(ZM671_DDESCRIP CONCAT ' VIGEN '
                            CONCAT ZM671_SVIGEN CONCAT ' CTA2 '
                            CONCAT ZM671_SREQCTA2 CONCAT ' PLAZO '
                            CONCAT CHAR(ZM671_IPLAZODEF)
                            CONCAT ' VERIFICA ' CONCAT ZM671_SVERIFICA
                            CONCAT ' CLASES ' CONCAT ZM671_DCLASESOK
                            AS CHAR(250)),
                       ZM671_IUSUARIO, ZM671_FSIST
                  FROM ZMDT671
           END-EXEC
           IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
              PERFORM 9600-VALIDA-SQL
           END-IF.
      *----
      * ZMWSC311 : DIFERENCIAS ENTRE BL-IBASEANT Y BL-IBASENVA POR
      *            TABLA Y LLAVE. LAS DOS FOTOGRAFIAS DEBEN EXISTIR;
      *            SI NO, SALE CON BL-RECHAZADO SIN ABRIR EL CURSOR.
      *            UN RENGLON ELIMINADO NO TIENE USUARIO NI FECHA
      *            (LA BAJA NO QUEDA EN LA TABLA DE ORIGEN).
      *----
       9850-ABRE-COMPARA-BASELINE.
      *----
           SET BL-ACEPTADO                 TO TRUE
           MOVE SPACES                     TO BL-DMENSAJE
           MOVE 0                          TO BL-NUMAGREG
           MOVE 0                          TO BL-NUMELIM
           MOVE 0                          TO BL-NUMCAMB
           MOVE 0                          TO BL-NUMBASES

           EXEC SQL
                SELECT COUNT(*)
                  INTO :BL-NUMBASES
                  FROM ZMDT736
                 WHERE ZM736_IBASE IN (:BL-IBASEANT, :BL-IBASENVA)
           END-EXEC
           PERFORM 9600-VALIDA-SQL

           IF BL-NUMBASES                  NOT = 2
              SET BL-RECHAZADO             TO TRUE
              SET BL-FIN-DATOS             TO TRUE
              MOVE 'FOTOGRAFIA INEXISTENTE O LAS DOS SON LA MISMA'
                                           TO BL-DMENSAJE
           ELSE
              EXEC SQL
                   DECLARE CCOMPBAS CURSOR FOR
                      SELECT 'A', N.ZM737_ITABLA, N.ZM737_DLLAVE,
                             ' ', N.ZM737_DDATOS,
                             COALESCE(N.ZM737_IUSUARIO, ' '),
                             COALESCE(CHAR(N.ZM737_FULTCAMB), ' ')
                        FROM ZMDT737 N
                       WHERE N.ZM737_IBASE = :BL-IBASENVA
                         AND NOT EXISTS
                           ( SELECT 1
                               FROM ZMDT737 V
                              WHERE V.ZM737_IBASE  = :BL-IBASEANT
                                AND V.ZM737_ITABLA = N.ZM737_ITABLA
                                AND V.ZM737_DLLAVE = N.ZM737_DLLAVE )
                      UNION ALL
                      SELECT 'E', V.ZM737_ITABLA, V.ZM737_DLLAVE,
                             V.ZM737_DDATOS, ' ',
                             ' ', ' '
                        FROM ZMDT737 V
                       WHERE V.ZM737_IBASE = :BL-IBASEANT
                         AND NOT EXISTS
                           ( SELECT 1
                               FROM ZMDT737 N
                              WHERE N.ZM737_IBASE  = :BL-IBASENVA
                                AND N.ZM737_ITABLA = V.ZM737_ITABLA
                                AND N.ZM737_DLLAVE = V.ZM737_DLLAVE )
                      UNION ALL
                      SELECT 'C', N.ZM737_ITABLA, N.ZM737_DLLAVE,
                             V.ZM737_DDATOS, N.ZM737_DDATOS,
                             COALESCE(N.ZM737_IUSUARIO, ' '),
                             COALESCE(CHAR(N.ZM737_FULTCAMB), ' ')
                        FROM ZMDT737 N
                             INNER JOIN ZMDT737 V
                          ON V.ZM737_IBASE  = :BL-IBASEANT
                         AND V.ZM737_ITABLA = N.ZM737_ITABLA
                         AND V.ZM737_DLLAVE = N.ZM737_DLLAVE
                       WHERE N.ZM737_IBASE  = :BL-IBASENVA
                         AND N.ZM737_DDATOS <> V.ZM737_DDATOS
                    ORDER BY 2, 3
              END-EXEC

              EXEC SQL
                   OPEN CCOMPBAS
              END-EXEC
              PERFORM 9600-VALIDA-SQL
           END-IF.
      *----
       9851-LEE-COMPARA-BASELINE.
      *----
           EXEC SQL
                FETCH CCOMPBAS
                 INTO :BL-TCAMBIO,   :BL-ITABLA,
                      :BL-DLLAVE,
                      :BL-DDATOSANT, :BL-DDATOSNVO,
                      :BL-IUSRCAMB,  :BL-FULTCAMB
           END-EXEC

           IF SQLCODE EQUAL 0
              SET BL-HAY-DATOS             TO TRUE
              EVALUATE TRUE
                 WHEN BL-RENGLON-AGREGADO
                    ADD 1                  TO BL-NUMAGREG
                 WHEN BL-RENGLON-ELIMINADO
                    ADD 1                  TO BL-NUMELIM
                 WHEN OTHER
                    ADD 1                  TO BL-NUMCAMB
              END-EVALUATE
           ELSE
              SET BL-FIN-DATOS             TO TRUE
              IF SQLCODE NOT = 100
                 PERFORM 9600-VALIDA-SQL
              END-IF
              EXEC SQL
                   CLOSE CCOMPBAS
              END-EXEC
           END-IF.
      *----
