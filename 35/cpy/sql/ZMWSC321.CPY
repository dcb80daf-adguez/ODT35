      *----
      * ZMWSC321 : ORDENES DE FONDOS DE INVERSION: PARAMETROS DEL
      *            FONDO (ZMDT746), NAV PUBLICADO (ZMDT747), CALENDARIO
      *            DEL FONDO (ZMDT748) Y ORDENES (ZMDT749). LAYOUT DE
      *            REFERENCIA ZMWSC320 (FN-REG).
      * NOTA: FOLIO DE LA ORDEN CON 9349-OBTEN-FOLIO (ZMWSC142/
      *       ZMWSC143); DISPONIBLE CON 9347 (ZMWSC140/ZMWSC141);
      *       MOVIMIENTOS DEL LIBRO CON 9676/9677 (ZMWSC274/ZMWSC275).
      *----
       9892-LEE-PARAM-FONDO.
      *----
           SET FN-NO-ES-FONDO              TO TRUE
           MOVE 0                          TO FN-HCORTE
           MOVE 0                          TO FN-NDIASLIQ
           MOVE 0                          TO FN-MMINIMO

           EXEC SQL
                SELECT B.ZM746_HCORTE,   B.ZM746_NDIASLIQ,
                       B.ZM746_MMINIMO,  A.ZM630_SSUSPEND,
                       CASE WHEN A.ZM630_FVIGDESDE <= :FN-FECHA
                             AND COALESCE(A.ZM630_FVIGHASTA,
                                          '9999-12-31') >= :FN-FECHA
                            THEN '1' ELSE '0' END
                  INTO :FN-HCORTE,       :FN-NDIASLIQ,
                       :FN-MMINIMO,      :FN-SSUSPEND,
                       :FN-SVIGENTE
                  FROM ZMDT630 A, ZMDT746 B
                 WHERE A.ZM630_IEMISORA = :FN-IEMISORA
                   AND A.ZM630_ISERIE   = :FN-ISERIE
                   AND A.ZM630_TCLASE   = 'F'
                   AND B.ZM746_IEMISORA = A.ZM630_IEMISORA
                   AND B.ZM746_ISERIE   = A.ZM630_ISERIE
                 FETCH FIRST 1 ROW ONLY
           END-EXEC

           IF SQLCODE EQUAL 0
              SET FN-ES-FONDO              TO TRUE
           ELSE
              IF SQLCODE NOT = 100
                 PERFORM 9600-VALIDA-SQL
              END-IF
           END-IF.
      *----
      * ZMWSC321 : ALTA O ACTUALIZACION DE LOS PARAMETROS DE UN FONDO
      *            DESDE LA PANTALLA DE MANTENIMIENTO DEL CATALOGO. LA
      *            EMISION DEBE EXISTIR EN ZMDT630 Y QUEDA MARCADA
      *            COMO FONDO ('F').
      *----
       9893-GRABA-PARAM-FONDO.
      *----
           SET FN-ACEPTADO                 TO TRUE
           MOVE SPACES                     TO FN-DMENSAJE

           IF FN-HCORTE                    LESS THAN 0
              OR FN-HCORTE                 GREATER THAN 2359
              OR FN-NDIASLIQ               LESS THAN 0
              OR FN-MMINIMO                LESS THAN 0
              SET FN-RECHAZADO             TO TRUE
              MOVE 'CORTE, DIAS DE LIQUIDACION O MINIMO INVALIDO'
                                           TO FN-DMENSAJE
           END-IF

           IF FN-ACEPTADO
              EXEC SQL
                   UPDATE ZMDT630
                      SET ZM630_TCLASE   = 'F',
                          ZM630_IUSUARIO = :FN-IUSUARIO,
                          ZM630_FSIST    = CURRENT TIMESTAMP
                    WHERE ZM630_IEMISORA = :FN-IEMISORA
                      AND ZM630_ISERIE   = :FN-ISERIE
              END-EXEC

              IF SQLCODE EQUAL 100
                 SET FN-RECHAZADO          TO TRUE
                 MOVE 'EMISORA/SERIE NO EXISTE EN EL CATALOGO'
                                           TO FN-DMENSAJE
              ELSE
                 PERFORM 9600-VALIDA-SQL
              END-IF
           END-IF

           IF FN-ACEPTADO
              EXEC SQL
                   UPDATE ZMDT746
                      SET ZM746_HCORTE   = :FN-HCORTE,
                          ZM746_NDIASLIQ = :FN-NDIASLIQ,
                          ZM746_MMINIMO  = :FN-MMINIMO,
                          ZM746_IUSUARIO = :FN-IUSUARIO,
                          ZM746_FSIST    = CURRENT TIMESTAMP
                    WHERE ZM746_IEMISORA = :FN-IEMISORA
                      AND ZM746_ISERIE   = :FN-ISERIE
              END-EXEC

              IF SQLCODE EQUAL 100
                 EXEC SQL
                      INSERT INTO ZMDT746
                           ( ZM746_IEMISORA, ZM746_ISERIE,
                             ZM746_HCORTE,   ZM746_NDIASLIQ,
                             ZM746_MMINIMO,  ZM746_IUSUARIO,
                             ZM746_FSIST )
                      VALUES ( :FN-IEMISORA, :FN-ISERIE,
                               :FN-HCORTE,   :FN-NDIASLIQ,
                               :FN-MMINIMO,  :FN-IUSUARIO,
                               CURRENT TIMESTAMP )
                 END-EXEC
              END-IF
              PERFORM 9600-VALIDA-SQL
           END-IF.
      *----
      * ZMWSC321 : CAPTURA DE UNA ORDEN DE SUSCRIPCION O REDENCION.
      *            LA ORDEN EN IMPORTE GUARDA LOS TITULOS ESTIMADOS AL
      *            ULTIMO NAV Y LA ORDEN EN TITULOS EL IMPORTE
      *            ESTIMADO; AMBOS SE FIJAN AL VALUARSE (9901).
      *----
       9894-ALTA-ORDEN-FONDO.
      *----
           SET FN-ACEPTADO                 TO TRUE
           MOVE SPACES                     TO FN-DMENSAJE

           PERFORM 9892-LEE-PARAM-FONDO

           EVALUATE TRUE
              WHEN FN-NO-ES-FONDO
                 SET FN-RECHAZADO          TO TRUE
                 MOVE 'EMISION NO ES FONDO O NO TIENE PARAMETROS'
                                           TO FN-DMENSAJE
              WHEN FN-SUSPENDIDO
                 SET FN-RECHAZADO          TO TRUE
                 MOVE 'FONDO SUSPENDIDO EN EL CATALOGO'
                                           TO FN-DMENSAJE
              WHEN NOT FN-VIGENTE
                 SET FN-RECHAZADO          TO TRUE
                 MOVE 'FONDO FUERA DE VIGENCIA'
                                           TO FN-DMENSAJE
              WHEN NOT FN-SUSCRIPCION
               AND NOT FN-REDENCION
                 SET FN-RECHAZADO          TO TRUE
                 MOVE 'TIPO DE ORDEN INVALIDO'
                                           TO FN-DMENSAJE
              WHEN FN-EN-IMPORTE
               AND FN-MIMPORTE             NOT GREATER THAN 0
                 SET FN-RECHAZADO          TO TRUE
                 MOVE 'IMPORTE DE LA ORDEN DEBE SER MAYOR A CERO'
                                           TO FN-DMENSAJE
              WHEN FN-EN-TITULOS
               AND FN-CTITULOS             NOT GREATER THAN 0
                 SET FN-RECHAZADO          TO TRUE
                 MOVE 'TITULOS DE LA ORDEN DEBEN SER MAYORES A CERO'
                                           TO FN-DMENSAJE
              WHEN NOT FN-EN-IMPORTE
               AND NOT FN-EN-TITULOS
                 SET FN-RECHAZADO          TO TRUE
                 MOVE 'MODO DE CAPTURA INVALIDO'
                                           TO FN-DMENSAJE
              WHEN OTHER
                 CONTINUE
           END-EVALUATE

           IF FN-ACEPTADO
              PERFORM 9905-LEE-NAV-VIGENTE
              MOVE 0                       TO FN-MESTIMADO
              MOVE 0                       TO FN-CESTIMADO

              IF FN-EN-IMPORTE
                 MOVE FN-MIMPORTE          TO FN-MESTIMADO
                 IF FN-CON-NAV
                    COMPUTE FN-CESTIMADO =
                            FN-MIMPORTE / FN-MNAV
                 END-IF
              ELSE
                 MOVE FN-CTITULOS          TO FN-CESTIMADO
                 IF FN-CON-NAV
                    COMPUTE FN-MESTIMADO ROUNDED =
                            FN-CTITULOS * FN-MNAV
                 END-IF
              END-IF
           END-IF

      *    SUSCRIPCION: INVERSION MINIMA DEL FONDO (UNA ORDEN EN
      *    TITULOS SIN NAV PUBLICADO NO SE PUEDE ESTIMAR Y PASA).
           IF FN-ACEPTADO
              AND FN-SUSCRIPCION
              AND FN-MESTIMADO             LESS THAN FN-MMINIMO
              AND ( FN-EN-IMPORTE OR FN-CON-NAV )
              SET FN-RECHAZADO             TO TRUE
              MOVE 'IMPORTE MENOR A LA INVERSION MINIMA DEL FONDO'
                                           TO FN-DMENSAJE
           END-IF

      *    REDENCION: LA POSICION DISPONIBLE DEBE CUBRIR ESTA ORDEN MAS
      *    LAS REDENCIONES CAPTURADAS AUN NO VALUADAS (LAS VALUADAS YA
      *    ESTAN EN EL LIBRO COMO PENDIENTE).
           IF FN-ACEPTADO
              AND FN-REDENCION
              MOVE 0                       TO FN-CCOMPROM
              EXEC SQL
                   SELECT COALESCE(SUM(ZM749_CTITULOS), 0)
                     INTO :FN-CCOMPROM
                     FROM ZMDT749
                    WHERE ZM749_IEMPR    = :FN-IEMPR
                      AND ZM749_ICUENTA  = :FN-ICUENTA
                      AND ZM749_IEMISORA = :FN-IEMISORA
                      AND ZM749_ISERIE   = :FN-ISERIE
                      AND ZM749_TOPERA   = 'R'
                      AND ZM749_SESTADO  = 'C'
              END-EXEC
              PERFORM 9600-VALIDA-SQL

              MOVE FN-IEMPR                TO PO-IEMPR
              MOVE FN-ICUENTA              TO PO-ICUENTA
              MOVE FN-IEMISORA             TO PO-IEMISORA
              MOVE FN-ISERIE               TO PO-ISERIE
              COMPUTE PO-CTITULOS = FN-CESTIMADO + FN-CCOMPROM
              MOVE FN-FECHA                TO PO-FECHA
              PERFORM 9347-VALIDA-POSICION-CARTA

              IF NOT PO-SUFICIENTE
                 SET FN-RECHAZADO          TO TRUE
                 MOVE PO-DMENSAJE          TO FN-DMENSAJE
              END-IF
           END-IF

           IF FN-ACEPTADO
              PERFORM 9895-RESUELVE-FECHAS-FONDO

              IF FN-EN-IMPORTE
                 MOVE FN-CESTIMADO         TO FN-CTITULOS
              ELSE
                 MOVE FN-MESTIMADO         TO FN-MIMPORTE
              END-IF

              MOVE 'ZMDT749'               TO FO-ITABLA
              MOVE FN-IEMPR                TO FO-LL-IEMPR
              MOVE FN-ICUENTA              TO FO-LL-ICUENTA
              MOVE 0                       TO FO-LL-ICONCEPT
              PERFORM 9349-OBTEN-FOLIO
              MOVE FO-NFOLIO               TO FN-ISECORDEN

              SET FN-CAPTURADA             TO TRUE

              EXEC SQL
                   INSERT INTO ZMDT749
                        ( ZM749_IEMPR,     ZM749_ICUENTA,
                          ZM749_ISECORDEN, ZM749_IEMISORA,
                          ZM749_ISERIE,    ZM749_TOPERA,
                          ZM749_TMODO,     ZM749_MIMPORTE,
                          ZM749_CTITULOS,  ZM749_MNAV,
                          ZM749_FCAPTURA,  ZM749_FOPERA,
                          ZM749_FLIQUIDA,  ZM749_SESTADO,
                          ZM749_ISECMOV,   ZM749_IUSUARIO,
                          ZM749_FVALUA,    ZM749_FLIQUIDADO )
                   VALUES ( :FN-IEMPR,     :FN-ICUENTA,
                            :FN-ISECORDEN, :FN-IEMISORA,
                            :FN-ISERIE,    :FN-TOPERA,
                            :FN-TMODO,     :FN-MIMPORTE,
                            :FN-CTITULOS,  0,
                            CURRENT TIMESTAMP, :FN-FOPERA,
                            :FN-FLIQUIDA,  'C',
                            NULL,          :FN-IUSUARIO,
                            NULL,          NULL )
              END-EXEC
              PERFORM 9600-VALIDA-SQL

              STRING 'ORDEN REGISTRADA - OPERA ' FN-FOPERA
                     ' LIQUIDA ' FN-FLIQUIDA
                     DELIMITED BY SIZE     INTO FN-DMENSAJE
           END-IF.
      *----
      * ZMWSC321 : FECHA DE OPERACION Y DE LIQUIDACION DE LA ORDEN CON
      *            EL CALENDARIO DEL FONDO: OPERA EL PRIMER DIA HABIL
      *            DEL FONDO A PARTIR DE FN-FECHA, O EL SIGUIENTE SI
      *            HOY ES HABIL Y YA PASO LA HORA DE CORTE; LIQUIDA
      *            NDIASLIQ DIAS HABILES DEL FONDO DESPUES.
      *----
       9895-RESUELVE-FECHAS-FONDO.
      *----
           EXEC SQL
                SELECT CHAR(DATE(:FN-FECHA) - 1 DAY, ISO),
                       HOUR(CURRENT TIME) * 100 + MINUTE(CURRENT TIME)
                  INTO :FN-FTRABAJO, :FN-HCAPTURA
                  FROM SYSIBM.SYSDUMMY1
           END-EXEC
           PERFORM 9600-VALIDA-SQL

           PERFORM 9896-SIGUIENTE-HABIL-FONDO

           IF FN-FTRABAJO                  EQUAL FN-FECHA
              AND FN-HCAPTURA              GREATER THAN FN-HCORTE
              PERFORM 9896-SIGUIENTE-HABIL-FONDO
           END-IF
           MOVE FN-FTRABAJO                TO FN-FOPERA

           PERFORM 9896-SIGUIENTE-HABIL-FONDO FN-NDIASLIQ TIMES
           MOVE FN-FTRABAJO                TO FN-FLIQUIDA.
      *----
      * ZMWSC321 : AVANZA FN-FTRABAJO AL SIGUIENTE DIA HABIL DEL
      *            FONDO.
      *----
       9896-SIGUIENTE-HABIL-FONDO.
      *----
           PERFORM 9897-AVANZA-DIA-FONDO
           PERFORM 9897-AVANZA-DIA-FONDO
               UNTIL FN-DIA-HABIL.
      *----
      * ZMWSC321 : AVANZA FN-FTRABAJO UN DIA NATURAL Y DICE SI ES
      *            HABIL PARA EL FONDO: NI SABADO NI DOMINGO NI DIA
      *            INHABIL DE LA EMISORA EN ZMDT748.
      *----
       9897-AVANZA-DIA-FONDO.
      *----
           EXEC SQL
                SELECT CHAR(DATE(:FN-FTRABAJO) + 1 DAY, ISO),
                       DAYOFWEEK(DATE(:FN-FTRABAJO) + 1 DAY)
                  INTO :FN-FTRABAJO, :FN-NDIASEM
                  FROM SYSIBM.SYSDUMMY1
           END-EXEC
           PERFORM 9600-VALIDA-SQL

           MOVE 0                          TO FN-NINHABIL
           EXEC SQL
                SELECT COUNT(*)
                  INTO :FN-NINHABIL
                  FROM ZMDT748
                 WHERE ZM748_IEMISORA = :FN-IEMISORA
                   AND ZM748_FINHABIL = :FN-FTRABAJO
           END-EXEC
           PERFORM 9600-VALIDA-SQL

           IF FN-NDIASEM                   EQUAL 1
              OR FN-NDIASEM                EQUAL 7
              OR FN-NINHABIL               GREATER THAN 0
              SET FN-DIA-INHABIL           TO TRUE
           ELSE
              SET FN-DIA-HABIL             TO TRUE
           END-IF.
      *----
      * ZMWSC321 : ABRE LAS ORDENES CAPTURADAS CUYA FECHA DE OPERACION
      *            YA LLEGO, CON EL NAV PUBLICADO DE ESA FECHA (CERO SI
      *            LA OPERADORA AUN NO LO MANDA O EL ARCHIVO SE
      *            RECHAZO: LA ORDEN ESPERA A LA SIGUIENTE CORRIDA).
      *----
       9898-ABRE-VALUA-FONDO.
      *----
           MOVE 0                          TO FN-NUMVAL
           MOVE 0                          TO FN-NUMSINNAV

           EXEC SQL
                DECLARE CFNVALUA CURSOR FOR
                   SELECT O.ZM749_IEMPR,    O.ZM749_ICUENTA,
                          O.ZM749_ISECORDEN,
                          O.ZM749_IEMISORA, O.ZM749_ISERIE,
                          O.ZM749_TOPERA,   O.ZM749_TMODO,
                          O.ZM749_MIMPORTE, O.ZM749_CTITULOS,
                          CHAR(O.ZM749_FLIQUIDA, ISO),
                          COALESCE(N.ZM747_MNAV, 0)
                     FROM ZMDT749 O
                          LEFT JOIN ZMDT747 N
                       ON N.ZM747_IEMISORA = O.ZM749_IEMISORA
                      AND N.ZM747_ISERIE   = O.ZM749_ISERIE
                      AND N.ZM747_FECHA    = O.ZM749_FOPERA
                      AND N.ZM747_SPROCESO <> 'R'
                    WHERE O.ZM749_SESTADO  = 'C'
                      AND O.ZM749_FOPERA  <= :FN-FECHA
                 ORDER BY O.ZM749_IEMPR, O.ZM749_ICUENTA,
                          O.ZM749_ISECORDEN
           END-EXEC

           EXEC SQL
                OPEN CFNVALUA
           END-EXEC
           PERFORM 9600-VALIDA-SQL.
      *----
       9899-LEE-VALUA-FONDO.
      *----
           EXEC SQL
                FETCH CFNVALUA
                 INTO :FN-IEMPR,     :FN-ICUENTA,
                      :FN-ISECORDEN,
                      :FN-IEMISORA,  :FN-ISERIE,
                      :FN-TOPERA,    :FN-TMODO,
                      :FN-MIMPORTE,  :FN-CTITULOS,
                      :FN-FLIQUIDA,
                      :FN-MNAV
           END-EXEC

           IF SQLCODE EQUAL 0
              SET FN-HAY-DATOS             TO TRUE
           ELSE
              SET FN-FIN-DATOS             TO TRUE
              IF SQLCODE NOT = 100
                 PERFORM 9600-VALIDA-SQL
              END-IF
              EXEC SQL
                   CLOSE CFNVALUA
              END-EXEC
           END-IF.
      *----
      * ZMWSC321 : VALUA LA ORDEN LEIDA AL NAV DE SU FECHA DE
      *            OPERACION: LA ORDEN EN IMPORTE RECIBE LOS TITULOS
      *            (TRUNCADOS A 2 DECIMALES) Y SU IMPORTE SE AJUSTA A
      *            TITULOS * NAV; LA ORDEN EN TITULOS RECIBE SU
      *            IMPORTE. LOS TITULOS ENTRAN AL LIBRO COMO PENDIENTE
      *            (+ SUSCRIPCION, - REDENCION) CON VALOR A LA FECHA
      *            DE LIQUIDACION. LEE LA SIGUIENTE.
      *----
       9901-VALUA-ORDEN-FONDO.
      *----
           IF FN-MNAV                      GREATER THAN 0
              IF FN-EN-IMPORTE
                 COMPUTE FN-CTITULOS =
                         FN-MIMPORTE / FN-MNAV
              END-IF
              COMPUTE FN-MIMPORTE ROUNDED =
                      FN-CTITULOS * FN-MNAV

              MOVE FN-IEMPR                TO PB-IEMPR
              MOVE FN-ICUENTA              TO PB-ICUENTA
              MOVE FN-IEMISORA             TO PB-IEMISORA
              MOVE FN-ISERIE               TO PB-ISERIE
              IF FN-REDENCION
                 COMPUTE PB-CTITULOS = 0 - FN-CTITULOS
              ELSE
                 MOVE FN-CTITULOS          TO PB-CTITULOS
              END-IF
              MOVE FN-FLIQUIDA             TO PB-FVALOR
              MOVE 0                       TO PB-ICONCEPT
              MOVE 0                       TO PB-ILINEA
              MOVE 0                       TO PB-ISECFILL
              MOVE 0                       TO PB-IEVENTO
              SET PB-MOV-FONDO             TO TRUE
              SET PB-PENDIENTE             TO TRUE
              MOVE 'ORDEN DE FONDO'        TO PB-DREFER
              MOVE FN-ISECORDEN            TO PB-DREFER(16:9)
              MOVE FN-IUSUARIO             TO PB-IUSUARIO
              MOVE FN-IPROGRAM             TO PB-IPROGRAM
              PERFORM 9676-REGISTRA-MOVTO-POSICION
              MOVE PB-ISECMOV              TO FN-ISECMOV

              EXEC SQL
                   UPDATE ZMDT749
                      SET ZM749_MNAV      = :FN-MNAV,
                          ZM749_CTITULOS  = :FN-CTITULOS,
                          ZM749_MIMPORTE  = :FN-MIMPORTE,
                          ZM749_ISECMOV   = :FN-ISECMOV,
                          ZM749_SESTADO   = 'V',
                          ZM749_FVALUA    = CURRENT TIMESTAMP
                    WHERE ZM749_IEMPR     = :FN-IEMPR
                      AND ZM749_ICUENTA   = :FN-ICUENTA
                      AND ZM749_ISECORDEN = :FN-ISECORDEN
              END-EXEC
              PERFORM 9600-VALIDA-SQL

              ADD 1                        TO FN-NUMVAL
           ELSE
              ADD 1                        TO FN-NUMSINNAV
           END-IF

           PERFORM 9899-LEE-VALUA-FONDO.
      *----
      * ZMWSC321 : ABRE LAS ORDENES VALUADAS QUE LIQUIDAN A FN-FECHA.
      *----
       9902-ABRE-LIQUIDA-FONDO.
      *----
           MOVE 0                          TO FN-NUMLIQ

           EXEC SQL
                DECLARE CFNLIQUI CURSOR FOR
                   SELECT ZM749_IEMPR,    ZM749_ICUENTA,
                          ZM749_ISECORDEN,
                          ZM749_IEMISORA, ZM749_ISERIE,
                          ZM749_TOPERA,   ZM749_CTITULOS,
                          COALESCE(ZM749_ISECMOV, 0)
                     FROM ZMDT749
                    WHERE ZM749_SESTADO  = 'V'
                      AND ZM749_FLIQUIDA <= :FN-FECHA
                 ORDER BY ZM749_IEMPR, ZM749_ICUENTA, ZM749_ISECORDEN
           END-EXEC

           EXEC SQL
                OPEN CFNLIQUI
           END-EXEC
           PERFORM 9600-VALIDA-SQL.
      *----
       9903-LEE-LIQUIDA-FONDO.
      *----
           EXEC SQL
                FETCH CFNLIQUI
                 INTO :FN-IEMPR,     :FN-ICUENTA,
                      :FN-ISECORDEN,
                      :FN-IEMISORA,  :FN-ISERIE,
                      :FN-TOPERA,    :FN-CTITULOS,
                      :FN-ISECMOV
           END-EXEC

           IF SQLCODE EQUAL 0
              SET FN-HAY-DATOS             TO TRUE
           ELSE
              SET FN-FIN-DATOS             TO TRUE
              IF SQLCODE NOT = 100
                 PERFORM 9600-VALIDA-SQL
              END-IF
              EXEC SQL
                   CLOSE CFNLIQUI
              END-EXEC
           END-IF.
      *----
      * ZMWSC321 : LIQUIDA LA ORDEN LEIDA: SU MOVIMIENTO DEL LIBRO PASA
      *            DE PENDIENTE A LIQUIDADO (MISMO AJUSTE DE SALDOS QUE
      *            9679) Y LA ORDEN QUEDA EN 'L'. LEE LA SIGUIENTE.
      *----
       9904-LIQUIDA-ORDEN-FONDO.
      *----
           EXEC SQL
                UPDATE ZMDT708
                   SET ZM708_SESTADO  = 'L',
                       ZM708_FLIQUIDA = CURRENT TIMESTAMP
                 WHERE ZM708_IEMPR    = :FN-IEMPR
                   AND ZM708_ICUENTA  = :FN-ICUENTA
                   AND ZM708_ISECMOV  = :FN-ISECMOV
                   AND ZM708_TMOVTO   = 'N'
                   AND ZM708_SESTADO  = 'P'
           END-EXEC

           IF SQLCODE EQUAL 0
              MOVE FN-IEMPR                TO PB-IEMPR
              MOVE FN-ICUENTA              TO PB-ICUENTA
              MOVE FN-IEMISORA             TO PB-IEMISORA
              MOVE FN-ISERIE               TO PB-ISERIE
              IF FN-REDENCION
                 COMPUTE PB-CLIQMOV = 0 - FN-CTITULOS
              ELSE
                 MOVE FN-CTITULOS          TO PB-CLIQMOV
              END-IF
              COMPUTE PB-CPENMOV = 0 - PB-CLIQMOV
              PERFORM 9677-ACTUALIZA-SALDO-POSICION
           ELSE
              IF SQLCODE NOT = 100
                 PERFORM 9600-VALIDA-SQL
              END-IF
           END-IF

           EXEC SQL
                UPDATE ZMDT749
                   SET ZM749_SESTADO    = 'L',
                       ZM749_FLIQUIDADO = CURRENT TIMESTAMP
                 WHERE ZM749_IEMPR     = :FN-IEMPR
                   AND ZM749_ICUENTA   = :FN-ICUENTA
                   AND ZM749_ISECORDEN = :FN-ISECORDEN
           END-EXEC
           PERFORM 9600-VALIDA-SQL

           ADD 1                           TO FN-NUMLIQ

           PERFORM 9903-LEE-LIQUIDA-FONDO.
      *----
      * ZMWSC321 : ULTIMO NAV PUBLICADO DEL FONDO A LA FECHA FN-FECHA
      *            (MISMA REGLA QUE 9446 CON EL VECTOR DE PRECIOS).
      *----
       9905-LEE-NAV-VIGENTE.
      *----
           SET FN-SIN-NAV                  TO TRUE
           MOVE 0                          TO FN-MNAV

           EXEC SQL
                SELECT ZM747_MNAV
                  INTO :FN-MNAV
                  FROM ZMDT747
                 WHERE ZM747_IEMISORA = :FN-IEMISORA
                   AND ZM747_ISERIE   = :FN-ISERIE
                   AND ZM747_SPROCESO <> 'R'
                   AND ZM747_FECHA    =
                         ( SELECT MAX(A.ZM747_FECHA)
                             FROM ZMDT747 A
                            WHERE A.ZM747_IEMISORA = :FN-IEMISORA
                              AND A.ZM747_ISERIE   = :FN-ISERIE
                              AND A.ZM747_SPROCESO <> 'R'
                              AND A.ZM747_FECHA   <= :FN-FECHA )
                 FETCH FIRST 1 ROW ONLY
           END-EXEC

           IF SQLCODE EQUAL 0
              AND FN-MNAV                  GREATER THAN 0
              SET FN-CON-NAV               TO TRUE
           ELSE
              IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
                 PERFORM 9600-VALIDA-SQL
              END-IF
           END-IF.
      *----
      * ZMWSC321 : CANCELA UNA ORDEN QUE AUN NO SE VALUA.
      *----
       9906-CANCELA-ORDEN-FONDO.
      *----
           SET FN-ACEPTADO                 TO TRUE
           MOVE SPACES                     TO FN-DMENSAJE

           EXEC SQL
                UPDATE ZMDT749
                   SET ZM749_SESTADO   = 'X',
                       ZM749_IUSUARIO  = :FN-IUSUARIO
                 WHERE ZM749_IEMPR     = :FN-IEMPR
                   AND ZM749_ICUENTA   = :FN-ICUENTA
                   AND ZM749_ISECORDEN = :FN-ISECORDEN
                   AND ZM749_SESTADO   = 'C'
           END-EXEC

           IF SQLCODE NOT = 0
              IF SQLCODE NOT = 100
                 PERFORM 9600-VALIDA-SQL
              END-IF
              SET FN-RECHAZADO             TO TRUE
              MOVE 'ORDEN NO EXISTE O YA FUE VALUADA'
                                           TO FN-DMENSAJE
           ELSE
              SET FN-CANCELADA             TO TRUE
           END-IF.
      *----
