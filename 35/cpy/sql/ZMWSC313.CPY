      *----
      * ZMWSC313 : REGISTRO DE EVENTOS DE PERDIDA OPERATIVA (ZMDT738)
      *            Y SUS RECUPERACIONES (ZMDT739). LAYOUT DE
      *            REFERENCIA ZMWSC312 (PE-REG).
      * NOTA: FOLIO DEL EVENTO CON 9349-OBTEN-FOLIO (ZMWSC142/
      *       ZMWSC143); LINEA Y SUCURSAL CON 9488 (ZMWSC206/ZMWSC207).
      *----
       9852-ALTA-EVENTO-PERDIDA.
      *----
           SET PE-ACEPTADO                 TO TRUE
           MOVE SPACES                     TO PE-DMENSAJE

           EVALUATE TRUE
              WHEN NOT PE-EVE-VALIDO
                 SET PE-RECHAZADO          TO TRUE
                 MOVE 'TIPO DE EVENTO INVALIDO'
                                           TO PE-DMENSAJE
              WHEN NOT PE-CAUSA-VALIDA
                 SET PE-RECHAZADO          TO TRUE
                 MOVE 'CATEGORIA DE CAUSA RAIZ INVALIDA'
                                           TO PE-DMENSAJE
              WHEN PE-MPERDIDA             NOT > 0
                 SET PE-RECHAZADO          TO TRUE
                 MOVE 'LA PERDIDA BRUTA DEBE SER MAYOR A CERO'
                                           TO PE-DMENSAJE
              WHEN OTHER
                 CONTINUE
           END-EVALUATE

           IF PE-ACEPTADO
              PERFORM 9853-VALIDA-LIGAS-PERDIDA
           END-IF

           IF PE-ACEPTADO
              MOVE 'LIN'                   TO CG-ICATALOGO
              MOVE PE-ILINEA               TO CG-ICODIGO
              PERFORM 9488-VALIDA-CODIGO-ORG
              IF NOT CG-VALIDO
                 SET PE-RECHAZADO          TO TRUE
                 MOVE CG-DMENSAJE          TO PE-DMENSAJE
              END-IF
           END-IF

           IF PE-ACEPTADO
              MOVE 'SUC'                   TO CG-ICATALOGO
              MOVE SPACES                  TO CG-ICODIGO
              MOVE PE-ISUCCASA             TO CG-ICODIGO(1:3)
              PERFORM 9488-VALIDA-CODIGO-ORG
              IF NOT CG-VALIDO
                 SET PE-RECHAZADO          TO TRUE
                 MOVE CG-DMENSAJE          TO PE-DMENSAJE
              END-IF
           END-IF

           IF PE-ACEPTADO
              MOVE 'ZMDT738'               TO FO-ITABLA
              MOVE PE-IEMPR                TO FO-LL-IEMPR
              MOVE 0                       TO FO-LL-ICUENTA
              MOVE 0                       TO FO-LL-ICONCEPT
              PERFORM 9349-OBTEN-FOLIO
              MOVE FO-NFOLIO               TO PE-ISECEVE

              EXEC SQL
                   INSERT INTO ZMDT738
                        ( ZM738_IEMPR,     ZM738_ISECEVE,
                          ZM738_TEVENTO,   ZM738_FEVENTO,
                          ZM738_DEVENTO,   ZM738_MPERDIDA,
                          ZM738_MRECUPERA, ZM738_ICAUSA,
                          ZM738_ILINEA,    ZM738_ISUCCASA,
                          ZM738_ICUENTA,   ZM738_ICONCEPT,
                          ZM738_FFALLO,    ZM738_FABORT,
                          ZM738_ITASKABO,  ZM738_ISECQUEJA,
                          ZM738_IESTADO,   ZM738_IUSRSOL,
                          ZM738_FSOLICIT,  ZM738_IUSRAUT,
                          ZM738_FAUTORIZ )
                   VALUES ( :PE-IEMPR,     :PE-ISECEVE,
                            :PE-TEVENTO,   :PE-FEVENTO,
                            :PE-DEVENTO,   :PE-MPERDIDA,
                            0,             :PE-ICAUSA,
                            :PE-ILINEA,    :PE-ISUCCASA,
                            NULLIF(:PE-ICUENTA, 0),
                            NULLIF(:PE-ICONCEPT, 0),
                            TIMESTAMP(NULLIF(:PE-FFALLO, ' ')),
                            TIMESTAMP(NULLIF(:PE-FABORT, ' ')),
                            NULLIF(:PE-ITASKABO, 0),
                            NULLIF(:PE-ISECQUEJA, 0),
                            'P',           :PE-IUSRSOL,
                            CURRENT TIMESTAMP, NULL,
                            NULL )
              END-EXEC
              PERFORM 9600-VALIDA-SQL
              SET PE-PENDIENTE             TO TRUE
           END-IF.
      *----
      * ZMWSC313 : LAS LIGAS QUE VIENEN DEBEN EXISTIR. LA CARTA, EL
      *            CASO DE FALLO Y LA QUEJA SON DE LA CUENTA
      *            PE-ICUENTA; SIN SUCURSAL CAPTURADA SE TOMA LA DE
      *            ESA CUENTA.
      *----
       9853-VALIDA-LIGAS-PERDIDA.
      *----
           IF PE-ICUENTA                   EQUAL 0
              AND ( PE-ICONCEPT            NOT = 0
                 OR PE-FFALLO              NOT = SPACES
                 OR PE-ISECQUEJA           NOT = 0 )
              SET PE-RECHAZADO             TO TRUE
              MOVE 'LA CARTA, EL FALLO O LA QUEJA REQUIEREN CUENTA'
                                           TO PE-DMENSAJE
           END-IF

           IF PE-ACEPTADO
              AND PE-FFALLO                NOT = SPACES
              AND PE-ICONCEPT              EQUAL 0
              SET PE-RECHAZADO             TO TRUE
              MOVE 'EL CASO DE FALLO REQUIERE LA CARTA'
                                           TO PE-DMENSAJE
           END-IF

           IF PE-ACEPTADO
              AND PE-ICUENTA               NOT = 0
              MOVE SPACES                  TO CG-ICODIGO
              EXEC SQL
                   SELECT ISUCCASA
                     INTO :CG-ICODIGO
                     FROM CUENTA
                    WHERE IEMPR   = :PE-IEMPR
                      AND ICUENTA = :PE-ICUENTA
              END-EXEC
              IF SQLCODE EQUAL 100
                 SET PE-RECHAZADO          TO TRUE
                 MOVE 'LA CUENTA LIGADA NO EXISTE'
                                           TO PE-DMENSAJE
              ELSE
                 PERFORM 9600-VALIDA-SQL
                 IF PE-ISUCCASA            EQUAL SPACES
                    MOVE CG-ICODIGO(1:3)   TO PE-ISUCCASA
                 END-IF
              END-IF
           END-IF

           IF PE-ACEPTADO
              AND PE-ICONCEPT              NOT = 0
              MOVE 0                       TO PE-NUMLIGA
              EXEC SQL
                   SELECT COUNT(*)
                     INTO :PE-NUMLIGA
                     FROM ZMDT606
                    WHERE ZM606_IEMPR    = :PE-IEMPR
                      AND ZM606_ICUENTA  = :PE-ICUENTA
                      AND ZM606_ICONCEPT = :PE-ICONCEPT
              END-EXEC
              PERFORM 9600-VALIDA-SQL
              IF PE-NUMLIGA                EQUAL 0
                 SET PE-RECHAZADO          TO TRUE
                 MOVE 'LA CARTA LIGADA NO EXISTE EN LA CUENTA'
                                           TO PE-DMENSAJE
              END-IF
           END-IF

           IF PE-ACEPTADO
              AND PE-FFALLO                NOT = SPACES
              MOVE 0                       TO PE-NUMLIGA
              EXEC SQL
                   SELECT COUNT(*)
                     INTO :PE-NUMLIGA
                     FROM ZMDT674
                    WHERE ZM674_IEMPR    = :PE-IEMPR
                      AND ZM674_ICUENTA  = :PE-ICUENTA
                      AND ZM674_ICONCEPT = :PE-ICONCEPT
                      AND ZM674_FALTA    = TIMESTAMP(:PE-FFALLO)
              END-EXEC
              PERFORM 9600-VALIDA-SQL
              IF PE-NUMLIGA                EQUAL 0
                 SET PE-RECHAZADO          TO TRUE
                 MOVE 'EL CASO DE FALLO LIGADO NO EXISTE'
                                           TO PE-DMENSAJE
              END-IF
           END-IF

           IF PE-ACEPTADO
              AND PE-FABORT                NOT = SPACES
              MOVE 0                       TO PE-NUMLIGA
              EXEC SQL
                   SELECT COUNT(*)
                     INTO :PE-NUMLIGA
                     FROM ZMDT609
                    WHERE ZM609_FREGISTRO = TIMESTAMP(:PE-FABORT)
                      AND ZM609_ITASK     = :PE-ITASKABO
              END-EXEC
              PERFORM 9600-VALIDA-SQL
              IF PE-NUMLIGA                EQUAL 0
                 SET PE-RECHAZADO          TO TRUE
                 MOVE 'EL ABORT LIGADO NO EXISTE EN EL LOG'
                                           TO PE-DMENSAJE
              END-IF
           END-IF

           IF PE-ACEPTADO
              AND PE-ISECQUEJA             NOT = 0
              MOVE 0                       TO PE-NUMLIGA
              EXEC SQL
                   SELECT COUNT(*)
                     INTO :PE-NUMLIGA
                     FROM ZMDT716
                    WHERE ZM716_IEMPR     = :PE-IEMPR
                      AND ZM716_ICUENTA   = :PE-ICUENTA
                      AND ZM716_ISECQUEJA = :PE-ISECQUEJA
              END-EXEC
              PERFORM 9600-VALIDA-SQL
              IF PE-NUMLIGA                EQUAL 0
                 SET PE-RECHAZADO          TO TRUE
                 MOVE 'LA QUEJA LIGADA NO EXISTE EN LA CUENTA'
                                           TO PE-DMENSAJE
              END-IF
           END-IF.
      *----
      * ZMWSC313 : PE-IESTADO TRAE 'A' APROBADO O 'R' RECHAZADO. EL
      *            AUTORIZADOR DEBE SER OTRO USUARIO; SI NO, O SI EL
      *            EVENTO YA NO ESTA PENDIENTE, REGRESA PE-PENDIENTE.
      *----
       9854-AUTORIZA-EVENTO-PERDIDA.
      *----
           EXEC SQL
                UPDATE ZMDT738
                   SET ZM738_IESTADO  = :PE-IESTADO,
                       ZM738_IUSRAUT  = :PE-IUSRAUT,
                       ZM738_FAUTORIZ = CURRENT TIMESTAMP
                 WHERE ZM738_IEMPR    = :PE-IEMPR
                   AND ZM738_ISECEVE  = :PE-ISECEVE
                   AND ZM738_IESTADO  = 'P'
                   AND ZM738_IUSRSOL <> :PE-IUSRAUT
           END-EXEC

           IF SQLCODE NOT = 0
              IF SQLCODE NOT = 100
                 PERFORM 9600-VALIDA-SQL
              END-IF
              SET PE-PENDIENTE             TO TRUE
           END-IF.
      *----
      * ZMWSC313 : REGISTRA UNA RECUPERACION ('P') DE UN EVENTO YA
      *            APROBADO.
      *----
       9855-ALTA-RECUPERACION-PERDIDA.
      *----
           SET PE-ACEPTADO                 TO TRUE
           MOVE SPACES                     TO PE-DMENSAJE

           EVALUATE TRUE
              WHEN NOT PE-REC-VALIDA
                 SET PE-RECHAZADO          TO TRUE
                 MOVE 'TIPO DE RECUPERACION INVALIDO'
                                           TO PE-DMENSAJE
              WHEN PE-MRECUP               NOT > 0
                 SET PE-RECHAZADO          TO TRUE
                 MOVE 'LA RECUPERACION DEBE SER MAYOR A CERO'
                                           TO PE-DMENSAJE
              WHEN OTHER
                 CONTINUE
           END-EVALUATE

           IF PE-ACEPTADO
              MOVE 0                       TO PE-NUMLIGA
              EXEC SQL
                   SELECT COUNT(*)
                     INTO :PE-NUMLIGA
                     FROM ZMDT738
                    WHERE ZM738_IEMPR   = :PE-IEMPR
                      AND ZM738_ISECEVE = :PE-ISECEVE
                      AND ZM738_IESTADO = 'A'
              END-EXEC
              PERFORM 9600-VALIDA-SQL
              IF PE-NUMLIGA                EQUAL 0
                 SET PE-RECHAZADO          TO TRUE
                 MOVE 'EL EVENTO NO EXISTE O NO ESTA APROBADO'
                                           TO PE-DMENSAJE
              END-IF
           END-IF

           IF PE-ACEPTADO
              EXEC SQL
                   SELECT COALESCE(MAX(ZM739_ISECREC), 0) + 1
                     INTO :PE-ISECREC
                     FROM ZMDT739
                    WHERE ZM739_IEMPR   = :PE-IEMPR
                      AND ZM739_ISECEVE = :PE-ISECEVE
              END-EXEC
              PERFORM 9600-VALIDA-SQL

              EXEC SQL
                   INSERT INTO ZMDT739
                        ( ZM739_IEMPR,     ZM739_ISECEVE,
                          ZM739_ISECREC,   ZM739_TRECUPERA,
                          ZM739_FRECUPERA, ZM739_MRECUPERA,
                          ZM739_DRECUPERA, ZM739_IESTADO,
                          ZM739_IUSRSOL,   ZM739_FSOLICIT,
                          ZM739_IUSRAUT,   ZM739_FAUTORIZ )
                   VALUES ( :PE-IEMPR,     :PE-ISECEVE,
                            :PE-ISECREC,   :PE-TRECUPERA,
                            :PE-FRECUPERA, :PE-MRECUP,
                            :PE-DRECUPERA, 'P',
                            :PE-IUSRSOL,   CURRENT TIMESTAMP,
                            NULL,          NULL )
              END-EXEC
              PERFORM 9600-VALIDA-SQL
              SET PE-PENDIENTE             TO TRUE
           END-IF.
      *----
      * ZMWSC313 : AUTORIZA LA RECUPERACION PE-ISECREC DEL EVENTO. LA
      *            APROBADA SE SUMA A ZM738_MRECUPERA EN LA MISMA
      *            UNIDAD DE TRABAJO.
      *----
       9856-AUTORIZA-RECUPERACION.
      *----
           EXEC SQL
                UPDATE ZMDT739
                   SET ZM739_IESTADO  = :PE-IESTADO,
                       ZM739_IUSRAUT  = :PE-IUSRAUT,
                       ZM739_FAUTORIZ = CURRENT TIMESTAMP
                 WHERE ZM739_IEMPR    = :PE-IEMPR
                   AND ZM739_ISECEVE  = :PE-ISECEVE
                   AND ZM739_ISECREC  = :PE-ISECREC
                   AND ZM739_IESTADO  = 'P'
                   AND ZM739_IUSRSOL <> :PE-IUSRAUT
           END-EXEC

           IF SQLCODE EQUAL 0
              IF PE-APROBADO
                 EXEC SQL
                      UPDATE ZMDT738
                         SET ZM738_MRECUPERA = ZM738_MRECUPERA +
                           ( SELECT ZM739_MRECUPERA
                               FROM ZMDT739
                              WHERE ZM739_IEMPR   = :PE-IEMPR
                                AND ZM739_ISECEVE = :PE-ISECEVE
                                AND ZM739_ISECREC = :PE-ISECREC )
                       WHERE ZM738_IEMPR   = :PE-IEMPR
                         AND ZM738_ISECEVE = :PE-ISECEVE
                 END-EXEC
                 PERFORM 9600-VALIDA-SQL
              END-IF
           ELSE
              IF SQLCODE NOT = 100
                 PERFORM 9600-VALIDA-SQL
              END-IF
              SET PE-PENDIENTE             TO TRUE
           END-IF.
      *----
      * ZMWSC313 : REPORTE TRIMESTRAL PE-IANIO/PE-ITRIM DE LA EMPRESA
      *            PE-IEMPR POR LINEA DE NEGOCIO, CAUSA Y SUCURSAL.
      *            ENTRAN LOS EVENTOS APROBADOS CON FECHA DE EVENTO EN
      *            EL TRIMESTRE, CON LO RECUPERADO A LA FECHA.
      *----
       9857-ABRE-REPORTE-PERDIDAS.
      *----
           MOVE PE-IANIO                   TO PE-FT-ANIO
           COMPUTE PE-FT-MES = PE-ITRIM * 3 - 2

           EXEC SQL
                SELECT CHAR(DATE(:PE-FINITRIM-X) + 3 MONTHS
                                                 - 1 DAY, ISO)
                  INTO :PE-FFINTRIM
                  FROM SYSIBM.SYSDUMMY1
           END-EXEC
           PERFORM 9600-VALIDA-SQL

           EXEC SQL
                DECLARE CPETRIM CURSOR FOR
                   SELECT ZM738_ILINEA, ZM738_ICAUSA, ZM738_ISUCCASA,
                          COUNT(*),
                          SUM(ZM738_MPERDIDA),
                          SUM(ZM738_MRECUPERA),
                          SUM(ZM738_MPERDIDA - ZM738_MRECUPERA)
                     FROM ZMDT738
                    WHERE ZM738_IEMPR    = :PE-IEMPR
                      AND ZM738_IESTADO  = 'A'
                      AND ZM738_FEVENTO BETWEEN DATE(:PE-FINITRIM-X)
                                            AND DATE(:PE-FFINTRIM)
                 GROUP BY ZM738_ILINEA, ZM738_ICAUSA, ZM738_ISUCCASA
                 ORDER BY ZM738_ILINEA, ZM738_ICAUSA, ZM738_ISUCCASA
           END-EXEC

           EXEC SQL
                OPEN CPETRIM
           END-EXEC
           PERFORM 9600-VALIDA-SQL.
      *----
       9858-LEE-REPORTE-PERDIDAS.
      *----
           EXEC SQL
                FETCH CPETRIM
                 INTO :PE-ILINEA,     :PE-ICAUSA,
                      :PE-ISUCCASA,   :PE-NEVENTOS,
                      :PE-MPERDIDA,   :PE-MRECUPERA,
                      :PE-MNETO
           END-EXEC

           IF SQLCODE EQUAL 0
              SET PE-HAY-DATOS             TO TRUE
           ELSE
              SET PE-FIN-DATOS             TO TRUE
              IF SQLCODE NOT = 100
                 PERFORM 9600-VALIDA-SQL
              END-IF
              EXEC SQL
                   CLOSE CPETRIM
              END-EXEC
           END-IF.
      *----
