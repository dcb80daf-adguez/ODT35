      *----
      * ZMWSC347 : UTILITARIO DE CIERRE Y CONSOLIDACION DE SUCURSALES
      *            (SOLICITUD ZMDT765). LAYOUT DE REFERENCIA ZMWSC346
      *            (MS-REG).
      *----
      * LA SUCURSAL ES GLOBAL (CATALOGO 'SUC' DE ZMDT669): EL CIERRE
      * RECORRE LAS CUENTAS DE TODAS LAS EMPRESAS QUE LA TIENEN COMO
      * SUCURSAL CASA. QUE VIAJA:
      * - CUENTA.ISUCCASA (Y ICCOSTO/IZONECO SI LA SOLICITUD LOS
      *   TRAE), CADA CAMPO CON SU RENGLON EN ZMDT608 (9015);
      * - LOS PROMOTORES ACTIVOS DE ZMDT670 (9016);
      * - LAS ASIGNACIONES DE ALCANCE DE USUARIOS EN ZMDT752, QUE
      *   DETERMINAN QUIEN VE Y A QUIEN SE RUTEAN LOS REPORTES DE LA
      *   SUCURSAL (9016).
      * LOS HALLAZGOS DE CALIDAD (ZMDT652) Y LOS CASOS DE FALLO
      * (ZMDT674) ESTAN LLAVEADOS POR EMPRESA+CUENTA, NO POR
      * SUCURSAL: AL MOVERSE LA CUENTA QUEDAN EN LA COLA DE LA
      * SUCURSAL DESTINO SIN NECESIDAD DE TOCARLOS. LA SIMULACION LOS
      * CUENTA Y LISTA PARA QUE EL AREA DESTINO SEPA QUE RECIBE.
      *----
       9008-SIMULA-CIERRE-SUCURSAL.
      *----
           MOVE 0                          TO MS-NCUENTAS
           MOVE 0                          TO MS-NPROMOT
           MOVE 0                          TO MS-NHALLAZGO
           MOVE 0                          TO MS-NFALLOS
           MOVE 0                          TO MS-NUSUARIOS

           EXEC SQL
                SELECT COUNT(*)
                  INTO :MS-NCUENTAS
                  FROM CUENTA
                 WHERE ISUCCASA = :MS-ISUCORI
           END-EXEC
           PERFORM 9600-VALIDA-SQL

           EXEC SQL
                SELECT COUNT(*)
                  INTO :MS-NPROMOT
                  FROM ZMDT670
                 WHERE ZM670_ISUCCASA = :MS-ISUCORI
                   AND ZM670_SESTADO  = 'A'
           END-EXEC
           PERFORM 9600-VALIDA-SQL

           EXEC SQL
                SELECT COUNT(*)
                  INTO :MS-NHALLAZGO
                  FROM ZMDT652 H, CUENTA C
                 WHERE C.ISUCCASA      = :MS-ISUCORI
                   AND H.ZM652_IEMPR   = C.IEMPR
                   AND H.ZM652_ICUENTA = C.ICUENTA
                   AND H.ZM652_SDISPOS = '0'
           END-EXEC
           PERFORM 9600-VALIDA-SQL

           EXEC SQL
                SELECT COUNT(*)
                  INTO :MS-NFALLOS
                  FROM ZMDT674 F, CUENTA C
                 WHERE C.ISUCCASA      = :MS-ISUCORI
                   AND F.ZM674_IEMPR   = C.IEMPR
                   AND F.ZM674_ICUENTA = C.ICUENTA
                   AND F.ZM674_IESTADO = 'A'
           END-EXEC
           PERFORM 9600-VALIDA-SQL

           EXEC SQL
                SELECT COUNT(*)
                  INTO :MS-NUSUARIOS
                  FROM ZMDT752
                 WHERE ZM752_ISUCCASA = :MS-ISUCORI
                   AND ZM752_SESTADO  = 'A'
           END-EXEC
           PERFORM 9600-VALIDA-SQL.
      *----
      * ZMWSC347 : DETALLE DE LA SIMULACION. UN RENGLON POR CUENTA
      *            ('C'), PROMOTOR ('P', MS-ICLAVE = NUMERO DE
      *            PROMOTOR), HALLAZGO ABIERTO ('D', MS-ICLAVE =
      *            REGLA) Y CASO DE FALLO ABIERTO ('F', MS-ICLAVE =
      *            CONCEPTO) DE LA SUCURSAL MS-ISUCORI.
      *----
       9009-ABRE-DETALLE-CIERRE.
      *----
           EXEC SQL
                DECLARE CDETCIER CURSOR FOR
                   SELECT 'C', IEMPR, ICUENTA,
                          CAST(' ' AS CHAR(10)),
                          CAST(' ' AS CHAR(40))
                     FROM CUENTA
                    WHERE ISUCCASA = :MS-ISUCORI
                   UNION ALL
                   SELECT 'P', '   ', 0,
                          CAST(DIGITS(ZM670_IPROM) AS CHAR(10)),
                          ZM670_NNOMBRE
                     FROM ZMDT670
                    WHERE ZM670_ISUCCASA = :MS-ISUCORI
                      AND ZM670_SESTADO  = 'A'
                   UNION ALL
                   SELECT 'D', H.ZM652_IEMPR, H.ZM652_ICUENTA,
                          CAST(H.ZM652_ICODREGLA AS CHAR(10)),
                          CAST(CHAR(H.ZM652_FDETECTA) AS CHAR(40))
                     FROM ZMDT652 H, CUENTA C
                    WHERE C.ISUCCASA      = :MS-ISUCORI
                      AND H.ZM652_IEMPR   = C.IEMPR
                      AND H.ZM652_ICUENTA = C.ICUENTA
                      AND H.ZM652_SDISPOS = '0'
                   UNION ALL
                   SELECT 'F', F.ZM674_IEMPR, F.ZM674_ICUENTA,
                          CAST(DIGITS(F.ZM674_ICONCEPT) AS CHAR(10)),
                          CAST(COALESCE(F.ZM674_DCOMENT, ' ')
                               AS CHAR(40))
                     FROM ZMDT674 F, CUENTA C
                    WHERE C.ISUCCASA      = :MS-ISUCORI
                      AND F.ZM674_IEMPR   = C.IEMPR
                      AND F.ZM674_ICUENTA = C.ICUENTA
                      AND F.ZM674_IESTADO = 'A'
                 ORDER BY 1, 2, 3, 4
           END-EXEC

           EXEC SQL
                OPEN CDETCIER
           END-EXEC
           PERFORM 9600-VALIDA-SQL.
      *----
       9010-LEE-DETALLE-CIERRE.
      *----
           EXEC SQL
                FETCH CDETCIER
                 INTO :MS-TAFECTA,  :MS-IEMPR,
                      :MS-ICUENTA,  :MS-ICLAVE,
                      :MS-DDETALLE
           END-EXEC

           IF SQLCODE EQUAL 0
              SET MS-HAY-DATOS             TO TRUE
           ELSE
              SET MS-FIN-DATOS             TO TRUE
              IF SQLCODE NOT = 100
                 PERFORM 9600-VALIDA-SQL
              END-IF
              EXEC SQL
                   CLOSE CDETCIER
              END-EXEC
           END-IF.
      *----
      * ZMWSC347 : SOLICITUD DE CIERRE (QUIEN PIDE). VALIDA CONTRA EL
      *            CATALOGO ORGANIZACIONAL LAS SUCURSALES ORIGEN Y
      *            DESTINO (DISTINTAS) Y, SI SE DAN, EL CENTRO DE
      *            COSTO (MS-ICCOSTO NO CERO) Y LA ZONA (MS-IZONECO NO
      *            EN BLANCO) QUE TOMARAN LAS CUENTAS. CORRE LA
      *            SIMULACION Y GRABA LA SOLICITUD CON SUS CONTEOS EN
      *            ESTADO 'P'. REGRESA EL FOLIO EN MS-ICIERRE.
      *----
       9011-SOLICITA-CIERRE-SUCURSAL.
      *----
           SET MS-ACEPTADO                 TO TRUE
           MOVE SPACES                     TO MS-DMENSAJE

           IF MS-ISUCORI                   EQUAL MS-ISUCDES
              SET MS-RECHAZADO             TO TRUE
              MOVE 'SUCURSAL DESTINO IGUAL A LA DE ORIGEN'
                                           TO MS-DMENSAJE
           END-IF

           IF MS-ACEPTADO
              MOVE 'SUC'                   TO CG-ICATALOGO
              MOVE MS-ISUCORI              TO CG-ICODIGO
              PERFORM 9488-VALIDA-CODIGO-ORG
              IF NOT CG-VALIDO
                 SET MS-RECHAZADO          TO TRUE
                 MOVE CG-DMENSAJE          TO MS-DMENSAJE
              END-IF
           END-IF

           IF MS-ACEPTADO
              MOVE 'SUC'                   TO CG-ICATALOGO
              MOVE MS-ISUCDES              TO CG-ICODIGO
              PERFORM 9488-VALIDA-CODIGO-ORG
              IF NOT CG-VALIDO
                 SET MS-RECHAZADO          TO TRUE
                 MOVE CG-DMENSAJE          TO MS-DMENSAJE
              END-IF
           END-IF

           IF MS-ACEPTADO AND MS-ICCOSTO NOT = 0
              MOVE MS-ICCOSTO              TO MS-ICCOSTO-ED
              MOVE 'CCO'                   TO CG-ICATALOGO
              MOVE MS-ICCOSTO-ED           TO CG-ICODIGO
              PERFORM 9488-VALIDA-CODIGO-ORG
              IF NOT CG-VALIDO
                 SET MS-RECHAZADO          TO TRUE
                 MOVE CG-DMENSAJE          TO MS-DMENSAJE
              END-IF
           END-IF

           IF MS-ACEPTADO AND MS-IZONECO NOT = SPACES
              MOVE 'ZON'                   TO CG-ICATALOGO
              MOVE MS-IZONECO              TO CG-ICODIGO
              PERFORM 9488-VALIDA-CODIGO-ORG
              IF NOT CG-VALIDO
                 SET MS-RECHAZADO          TO TRUE
                 MOVE CG-DMENSAJE          TO MS-DMENSAJE
              END-IF
           END-IF

      *    NO SE ADMITEN DOS CIERRES VIVOS DE LA MISMA SUCURSAL
           IF MS-ACEPTADO
              MOVE 0                       TO MS-NCUENTAS
              EXEC SQL
                   SELECT COUNT(*)
                     INTO :MS-NCUENTAS
                     FROM ZMDT765
                    WHERE ZM765_ISUCORI = :MS-ISUCORI
                      AND ZM765_IESTADO IN ('P', 'A')
              END-EXEC
              PERFORM 9600-VALIDA-SQL
              IF MS-NCUENTAS               GREATER 0
                 SET MS-RECHAZADO          TO TRUE
                 MOVE 'YA EXISTE UN CIERRE EN CURSO DE LA SUCURSAL'
                                           TO MS-DMENSAJE
              END-IF
           END-IF

           IF MS-ACEPTADO
              PERFORM 9008-SIMULA-CIERRE-SUCURSAL

              MOVE 'ZMDT765'               TO FO-ITABLA
              MOVE SPACES                  TO FO-LL-IEMPR
              MOVE 0                       TO FO-LL-ICUENTA
              MOVE 0                       TO FO-LL-ICONCEPT
              PERFORM 9349-OBTEN-FOLIO
              MOVE FO-NFOLIO               TO MS-ICIERRE

              SET MS-SOLICITADO            TO TRUE
              MOVE MS-IUSUARIO             TO MS-IUSRSOL
              MOVE 0                       TO MS-NMOVIDAS

              EXEC SQL
                   INSERT INTO ZMDT765
                        ( ZM765_ICIERRE,    ZM765_ISUCORI,
                          ZM765_ISUCDES,    ZM765_ICCOSTO,
                          ZM765_IZONECO,    ZM765_IESTADO,
                          ZM765_NCUENTAS,   ZM765_NPROMOT,
                          ZM765_NHALLAZGO,  ZM765_NFALLOS,
                          ZM765_NMOVIDAS,   ZM765_IUSRSOL,
                          ZM765_FSOLICIT,   ZM765_IUSRAUT,
                          ZM765_FAUTORIZ,   ZM765_FTERMINA )
                   VALUES ( :MS-ICIERRE,    :MS-ISUCORI,
                            :MS-ISUCDES,
                            NULLIF(:MS-ICCOSTO, 0),
                            NULLIF(:MS-IZONECO, '   '),
                            :MS-IESTADO,
                            :MS-NCUENTAS,   :MS-NPROMOT,
                            :MS-NHALLAZGO,  :MS-NFALLOS,
                            :MS-NMOVIDAS,   :MS-IUSRSOL,
                            CURRENT TIMESTAMP, NULL,
                            NULL,           NULL )
              END-EXEC
              PERFORM 9600-VALIDA-SQL
           END-IF.
      *----
      * ZMWSC347 : LEE LA SOLICITUD MS-ICIERRE. ICCOSTO/IZONECO NULOS
      *            REGRESAN EN CERO/BLANCOS (CADA CUENTA CONSERVA LOS
      *            SUYOS).
      *----
       9017-LEE-CIERRE-SUCURSAL.
      *----
           SET MS-ACEPTADO                 TO TRUE
           MOVE SPACES                     TO MS-DMENSAJE

           EXEC SQL
                SELECT ZM765_ISUCORI,  ZM765_ISUCDES,
                       COALESCE(ZM765_ICCOSTO, 0),
                       COALESCE(ZM765_IZONECO, '   '),
                       ZM765_IESTADO,  ZM765_IUSRSOL,
                       ZM765_NCUENTAS, ZM765_NPROMOT,
                       ZM765_NHALLAZGO, ZM765_NFALLOS,
                       ZM765_NMOVIDAS
                  INTO :MS-ISUCORI,    :MS-ISUCDES,
                       :MS-ICCOSTO,
                       :MS-IZONECO,
                       :MS-IESTADO,    :MS-IUSRSOL,
                       :MS-NCUENTAS,   :MS-NPROMOT,
                       :MS-NHALLAZGO,  :MS-NFALLOS,
                       :MS-NMOVIDAS
                  FROM ZMDT765
                 WHERE ZM765_ICIERRE = :MS-ICIERRE
           END-EXEC

           IF SQLCODE EQUAL 100
              SET MS-RECHAZADO             TO TRUE
              MOVE 'SOLICITUD DE CIERRE NO EXISTE'
                                           TO MS-DMENSAJE
           ELSE
              PERFORM 9600-VALIDA-SQL
           END-IF.
      *----
      * ZMWSC347 : DECISION DEL AUTORIZADOR SOBRE LA SOLICITUD
      *            MS-ICIERRE (MS-SDECISION 'A' O 'R'). MS-IUSUARIO
      *            NO PUEDE SER QUIEN LA SOLICITO. SOLO SE DECIDE UNA
      *            SOLICITUD EN ESTADO 'P'.
      *----
       9012-AUTORIZA-CIERRE-SUCURSAL.
      *----
           PERFORM 9017-LEE-CIERRE-SUCURSAL

           IF MS-ACEPTADO AND NOT MS-SOLICITADO
              SET MS-RECHAZADO             TO TRUE
              MOVE 'LA SOLICITUD DE CIERRE YA FUE DECIDIDA'
                                           TO MS-DMENSAJE
           END-IF

           IF MS-ACEPTADO AND MS-IUSUARIO EQUAL MS-IUSRSOL
              SET MS-RECHAZADO             TO TRUE
              MOVE 'EL AUTORIZADOR NO PUEDE SER EL SOLICITANTE'
                                           TO MS-DMENSAJE
           END-IF

           IF MS-ACEPTADO AND NOT MS-AUTORIZAR AND NOT MS-RECHAZAR
              SET MS-RECHAZADO             TO TRUE
              MOVE 'DECISION INVALIDA, DEBE SER A O R'
                                           TO MS-DMENSAJE
           END-IF

           IF MS-ACEPTADO
              IF MS-AUTORIZAR
                 SET MS-AUTORIZADO         TO TRUE
              ELSE
                 SET MS-RECHAZADO-SOL      TO TRUE
              END-IF

              EXEC SQL
                   UPDATE ZMDT765
                      SET ZM765_IESTADO  = :MS-IESTADO,
                          ZM765_IUSRAUT  = :MS-IUSUARIO,
                          ZM765_FAUTORIZ = CURRENT TIMESTAMP
                    WHERE ZM765_ICIERRE = :MS-ICIERRE
                      AND ZM765_IESTADO = 'P'
              END-EXEC
              PERFORM 9600-VALIDA-SQL
           END-IF.
      *----
      * ZMWSC347 : CURSOR DEL LOTE SOBRE LAS CUENTAS QUE SIGUEN EN LA
      *            SUCURSAL ORIGEN DE LA SOLICITUD AUTORIZADA
      *            MS-ICIERRE. UNA CUENTA MOVIDA DEJA DE CALIFICAR,
      *            ASI QUE EL CURSOR ES REARRANCABLE POR SI MISMO;
      *            ADEMAS FILTRA ADELANTE DEL CHECKPOINT Y POR EL
      *            RANGO DE EMPRESAS DE LA PARTICION (ZMWSC108).
      *----
       9013-ABRE-CUENTAS-SUCURSAL.
      *----
           PERFORM 9017-LEE-CIERRE-SUCURSAL

           IF MS-ACEPTADO AND NOT MS-AUTORIZADO
              SET MS-RECHAZADO             TO TRUE
              MOVE 'LA SOLICITUD DE CIERRE NO ESTA AUTORIZADA'
                                           TO MS-DMENSAJE
           END-IF

           IF MS-ACEPTADO
              EXEC SQL
                   DECLARE CCIERSUC CURSOR WITH HOLD FOR
                      SELECT IEMPR, ICUENTA, ISUCCASA,
                             ICCOSTO, IZONECO
                        FROM CUENTA
                       WHERE ISUCCASA = :MS-ISUCORI
                         AND IEMPR BETWEEN :CK-IEMPRDES
                                       AND :CK-IEMPRHAS
                         AND ( IEMPR > :CK-IEMPR
                            OR ( IEMPR   = :CK-IEMPR
                             AND ICUENTA > :CK-ICUENTA ) )
                    ORDER BY IEMPR, ICUENTA
              END-EXEC

              EXEC SQL
                   OPEN CCIERSUC
              END-EXEC
              PERFORM 9600-VALIDA-SQL
           ELSE
              SET MS-FIN-DATOS             TO TRUE
           END-IF.
      *----
       9014-LEE-CUENTAS-SUCURSAL.
      *----
           IF MS-ACEPTADO
              EXEC SQL
                   FETCH CCIERSUC
                    INTO :MS-IEMPR,      :MS-ICUENTA,
                         :MS-ISUCANT,    :MS-ICCOSTOANT,
                         :MS-IZONECOANT
              END-EXEC

              IF SQLCODE EQUAL 0
                 SET MS-HAY-DATOS          TO TRUE
              ELSE
                 SET MS-FIN-DATOS          TO TRUE
                 IF SQLCODE NOT = 100
                    PERFORM 9600-VALIDA-SQL
                 END-IF
                 EXEC SQL
                      CLOSE CCIERSUC
                 END-EXEC
              END-IF
           END-IF.
      *----
      * ZMWSC347 : RE-UBICA LA CUENTA MS-IEMPR/MS-ICUENTA EN LA
      *            SUCURSAL DESTINO; SI LA SOLICITUD TRAE CENTRO DE
      *            COSTO O ZONA, TAMBIEN LOS CAMBIA. CADA CAMPO QUE
      *            CAMBIA QUEDA EN ZMDT608 Y EL AVANCE SE ACUMULA EN
      *            LA SOLICITUD DENTRO DE LA MISMA UNIDAD DE TRABAJO.
      *----
       9015-MUEVE-CUENTA-SUCURSAL.
      *----
           EXEC SQL
                UPDATE CUENTA
                   SET ISUCCASA = :MS-ISUCDES,
                       ICCOSTO  = COALESCE(NULLIF(:MS-ICCOSTO, 0),
                                           ICCOSTO),
                       IZONECO  = COALESCE(NULLIF(:MS-IZONECO, '   '),
                                           IZONECO)
                 WHERE IEMPR    = :MS-IEMPR
                   AND ICUENTA  = :MS-ICUENTA
           END-EXEC
           PERFORM 9600-VALIDA-SQL

           MOVE MS-IEMPR                   TO CH-IEMPR
           MOVE MS-ICUENTA                 TO CH-ICUENTA
           MOVE MS-IUSUARIO                TO CH-IUSUARIO
           MOVE MS-IPROGRAM                TO CH-IPROGRAM

           MOVE 'ISUCCASA'                 TO CH-ICAMPO
           MOVE MS-ISUCANT                 TO CH-DVALANT
           MOVE MS-ISUCDES                 TO CH-DVALNVO
           PERFORM 9150-REGISTRA-HIST-CUENTA

           IF MS-ICCOSTO NOT = 0 AND MS-ICCOSTO NOT = MS-ICCOSTOANT
              MOVE 'ICCOSTO'               TO CH-ICAMPO
              MOVE MS-ICCOSTOANT           TO MS-ICCOSTO-ED
              MOVE MS-ICCOSTO-ED           TO CH-DVALANT
              MOVE MS-ICCOSTO              TO MS-ICCOSTO-ED
              MOVE MS-ICCOSTO-ED           TO CH-DVALNVO
              PERFORM 9150-REGISTRA-HIST-CUENTA
           END-IF

           IF MS-IZONECO NOT = SPACES AND MS-IZONECO NOT = MS-IZONECOANT
              MOVE 'IZONECO'               TO CH-ICAMPO
              MOVE MS-IZONECOANT           TO CH-DVALANT
              MOVE MS-IZONECO              TO CH-DVALNVO
              PERFORM 9150-REGISTRA-HIST-CUENTA
           END-IF

           EXEC SQL
                UPDATE ZMDT765
                   SET ZM765_NMOVIDAS = ZM765_NMOVIDAS + 1
                 WHERE ZM765_ICIERRE = :MS-ICIERRE
           END-EXEC
           PERFORM 9600-VALIDA-SQL

           ADD 1                           TO MS-NMOVIDAS.
      *----
      * ZMWSC347 : CIERRA LA SOLICITUD CUANDO YA NO QUEDAN CUENTAS EN
      *            LA SUCURSAL ORIGEN: PASA LOS PROMOTORES ACTIVOS Y
      *            LAS ASIGNACIONES DE ALCANCE DE USUARIOS (QUE RUTEAN
      *            LOS REPORTES) A LA SUCURSAL DESTINO, DA DE BAJA LA
      *            SUCURSAL ORIGEN EN EL CATALOGO ZMDT669 Y MARCA LA
      *            SOLICITUD 'T'. SI QUEDAN CUENTAS (OTRA PARTICION
      *            AUN CORRE) NO HACE NADA Y LO AVISA EN MS-DMENSAJE.
      *----
       9016-TERMINA-CIERRE-SUCURSAL.
      *----
           PERFORM 9017-LEE-CIERRE-SUCURSAL

           IF MS-ACEPTADO AND NOT MS-AUTORIZADO
              SET MS-RECHAZADO             TO TRUE
              MOVE 'LA SOLICITUD DE CIERRE NO ESTA AUTORIZADA'
                                           TO MS-DMENSAJE
           END-IF

           IF MS-ACEPTADO
              MOVE 0                       TO MS-NCUENTAS
              EXEC SQL
                   SELECT COUNT(*)
                     INTO :MS-NCUENTAS
                     FROM CUENTA
                    WHERE ISUCCASA = :MS-ISUCORI
              END-EXEC
              PERFORM 9600-VALIDA-SQL
              IF MS-NCUENTAS               GREATER 0
                 SET MS-RECHAZADO          TO TRUE
                 MOVE 'AUN HAY CUENTAS EN LA SUCURSAL ORIGEN'
                                           TO MS-DMENSAJE
              END-IF
           END-IF

           IF MS-ACEPTADO
              EXEC SQL
                   UPDATE ZMDT670
                      SET ZM670_ISUCCASA = :MS-ISUCDES,
                          ZM670_IUSUARIO = :MS-IUSUARIO,
                          ZM670_FSIST    = CURRENT TIMESTAMP
                    WHERE ZM670_ISUCCASA = :MS-ISUCORI
                      AND ZM670_SESTADO  = 'A'
              END-EXEC
              IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
                 PERFORM 9600-VALIDA-SQL
              END-IF

      *       ALCANCE DE USUARIOS: REACTIVA LA ASIGNACION A LA DESTINO
      *       SI YA EXISTIA DADA DE BAJA, CREA LA QUE FALTE (COMO
      *       9919) Y DA DE BAJA LA DE LA ORIGEN (COMO 9920).
              EXEC SQL
                   UPDATE ZMDT752 D
                      SET D.ZM752_SESTADO  = 'A',
                          D.ZM752_IUSRALTA = :MS-IUSUARIO,
                          D.ZM752_FALTA    = CURRENT TIMESTAMP
                    WHERE D.ZM752_ISUCCASA = :MS-ISUCDES
                      AND D.ZM752_SESTADO  = 'I'
                      AND EXISTS
                        ( SELECT 1
                            FROM ZMDT752 O
                           WHERE O.ZM752_IUSUARIO = D.ZM752_IUSUARIO
                             AND O.ZM752_IEMPR    = D.ZM752_IEMPR
                             AND O.ZM752_ISUCCASA = :MS-ISUCORI
                             AND O.ZM752_SESTADO  = 'A' )
              END-EXEC
              IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
                 PERFORM 9600-VALIDA-SQL
              END-IF

              EXEC SQL
                   INSERT INTO ZMDT752
                        ( ZM752_IUSUARIO, ZM752_IEMPR,
                          ZM752_ISUCCASA, ZM752_SESTADO,
                          ZM752_IUSRALTA, ZM752_FALTA )
                   SELECT O.ZM752_IUSUARIO, O.ZM752_IEMPR,
                          :MS-ISUCDES,      'A',
                          :MS-IUSUARIO,     CURRENT TIMESTAMP
                     FROM ZMDT752 O
                    WHERE O.ZM752_ISUCCASA = :MS-ISUCORI
                      AND O.ZM752_SESTADO  = 'A'
                      AND NOT EXISTS
                        ( SELECT 1
                            FROM ZMDT752 D
                           WHERE D.ZM752_IUSUARIO = O.ZM752_IUSUARIO
                             AND D.ZM752_IEMPR    = O.ZM752_IEMPR
                             AND D.ZM752_ISUCCASA = :MS-ISUCDES )
              END-EXEC
              IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
                 PERFORM 9600-VALIDA-SQL
              END-IF

              EXEC SQL
                   UPDATE ZMDT752
                      SET ZM752_SESTADO  = 'I'
                    WHERE ZM752_ISUCCASA = :MS-ISUCORI
                      AND ZM752_SESTADO  = 'A'
              END-EXEC
              IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
                 PERFORM 9600-VALIDA-SQL
              END-IF

              EXEC SQL
                   UPDATE ZMDT669
                      SET ZM669_SVIGEN   = '0',
                          ZM669_IUSUARIO = :MS-IUSUARIO,
                          ZM669_FSIST    = CURRENT TIMESTAMP
                    WHERE ZM669_ICATALOGO = 'SUC'
                      AND ZM669_ICODIGO   = :MS-ISUCORI
              END-EXEC
              PERFORM 9600-VALIDA-SQL

              SET MS-TERMINADO             TO TRUE
              EXEC SQL
                   UPDATE ZMDT765
                      SET ZM765_IESTADO  = 'T',
                          ZM765_FTERMINA = CURRENT TIMESTAMP
                    WHERE ZM765_ICIERRE = :MS-ICIERRE
              END-EXEC
              PERFORM 9600-VALIDA-SQL
           END-IF.
      *----
