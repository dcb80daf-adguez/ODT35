      *----
      * ZMWSC225 : CONTROL DE CORRIDAS DEL NOCTURNO (ZMDT677/
      *            ZMDT678). LAYOUT DE REFERENCIA ZMWSC224 (RN-REG).
      *            LA CORRIDA ES POR PROCESO, FECHA Y PARTICION
      *            (RN-NPARTIC, 0 = CORRIDA UNICA O CONSOLIDADA).
      *----
       9525-INICIA-PROCESO-RC.
      *----
           MOVE SPACES                     TO RN-DMENSAJE
           MOVE SPACES                     TO RN-IPREDECESOR

           IF RN-IEMPRHAS                  EQUAL SPACES
              MOVE HIGH-VALUES             TO RN-IEMPRHAS
           END-IF

           EXEC SQL
                SELECT COALESCE(ZM677_IPREDECESOR, ' ')
                  INTO :RN-IPREDECESOR

      *    EL PREDECESOR DECLARADO DEBE HABER TERMINADO BIEN ('1')
      *    EN LA MISMA FECHA DE NEGOCIO; FALLIDO O AUSENTE, EL
      *    PROCESO NO ARRANCA. DE UN PREDECESOR PARTICIONADO CUENTA
      *    SOLO LA CORRIDA CONSOLIDADA (NPARTIC 0).
           IF RN-IPREDECESOR               NOT = SPACES
              MOVE SPACES                  TO RN-SESTADO

                     FROM ZMDT678
                    WHERE ZM678_IPROCESO = :RN-IPREDECESOR
                      AND ZM678_FNEGOCIO = :RN-FNEGOCIO
                      AND ZM678_NPARTIC  = 0
              END-EXEC

              IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
              END-IF
           END-IF

      *    UNA PARTICION QUE ARRANCA TAMBIEN BORRA LA CORRIDA
      *    CONSOLIDADA DE LA FECHA, PARA QUE LOS SUCESORES ESPEREN A
      *    QUE LA FUSION LA VUELVA A GRABAR.
           IF RN-ARRANQUE-OK
              EXEC SQL
                   DELETE FROM ZMDT678
                    WHERE ZM678_IPROCESO = :RN-IPROCESO
                      AND ZM678_FNEGOCIO = :RN-FNEGOCIO
                      AND ( ZM678_NPARTIC = :RN-NPARTIC
                         OR ZM678_NPARTIC = 0 )
              END-EXEC
              PERFORM 9600-VALIDA-SQL

              EXEC SQL
                   INSERT INTO ZMDT678
                        ( ZM678_IPROCESO, ZM678_FNEGOCIO,
                          ZM678_NPARTIC,  ZM678_IEMPRDES,
                          ZM678_IEMPRHAS,
                          ZM678_FINICIA,  ZM678_FTERMINA,
                          ZM678_SESTADO,  ZM678_NUMPROC,
                          ZM678_NUMERROR, ZM678_MCONTROL,
                          ZM678_IUSUARIO )
                   VALUES ( :RN-IPROCESO, :RN-FNEGOCIO,
                            :RN-NPARTIC,  :RN-IEMPRDES,
                            :RN-IEMPRHAS,
                            CURRENT TIMESTAMP, NULL,
                            '0',          0,
                            0,            0,
                            NULL )
              END-EXEC
              PERFORM 9600-VALIDA-SQL
           END-IF.
      *----
      * ZMWSC225 : CIERRA LA CORRIDA CON SU ESTADO ('1' O 'E') Y
      *            CONTADORES (Y EL IMPORTE DE CONTROL RN-MCONTROL).
      *----
       9526-TERMINA-PROCESO-RC.
      *----
                   SET ZM678_FTERMINA = CURRENT TIMESTAMP,
                       ZM678_SESTADO  = :RN-SESTADO,
                       ZM678_NUMPROC  = :RN-NUMPROC,
                       ZM678_NUMERROR = :RN-NUMERROR,
                       ZM678_MCONTROL = :RN-MCONTROL
                 WHERE ZM678_IPROCESO = :RN-IPROCESO
                   AND ZM678_FNEGOCIO = :RN-FNEGOCIO
                   AND ZM678_NPARTIC  = :RN-NPARTIC
           END-EXEC
           PERFORM 9600-VALIDA-SQL.
      *----
      * ZMWSC225 : TABLERO DE LA NOCHE: TODOS LOS PROCESOS ACTIVOS
      *            DEL CATALOGO CON SU CORRIDA DE LA FECHA (O SIN
      *            ELLA, PARA QUE LOS QUE NO HAN CORRIDO TAMBIEN SE
      *            VEAN). DE LOS PROCESOS PARTICIONADOS SE VE LA
      *            CORRIDA CONSOLIDADA (NPARTIC 0).
      *----
       9527-ABRE-TABLERO-CIERRE.
      *----
                          COALESCE(CHAR(B.ZM678_FINICIA), ' '),
                          COALESCE(CHAR(B.ZM678_FTERMINA), ' '),
                          COALESCE(B.ZM678_NUMPROC, 0),
                          COALESCE(B.ZM678_NUMERROR, 0),
                          COALESCE(B.ZM678_MCONTROL, 0)
                     FROM ZMDT677 A
                          LEFT JOIN ZMDT678 B
                       ON B.ZM678_IPROCESO = A.ZM677_IPROCESO
                      AND B.ZM678_FNEGOCIO = :RN-FNEGOCIO
                      AND B.ZM678_NPARTIC  = 0
                    WHERE A.ZM677_SACTIVO = '1'
                 ORDER BY A.ZM677_IPROCESO
           END-EXEC
                 INTO :RN-IPROCESO, :RN-DDESCRIP,
                      :RN-SESTADO,  :RN-FINICIA,
                      :RN-FTERMINA, :RN-NUMPROC,
                      :RN-NUMERROR, :RN-MCONTROL
           END-EXEC

           IF SQLCODE EQUAL 0
                DELETE FROM ZMDT678
                 WHERE ZM678_IPROCESO = 'SIGNOFF'
                   AND ZM678_FNEGOCIO = :RN-FNEGOCIO
                   AND ZM678_NPARTIC  = 0
           END-EXEC
           PERFORM 9600-VALIDA-SQL

           EXEC SQL
                INSERT INTO ZMDT678
                     ( ZM678_IPROCESO, ZM678_FNEGOCIO,
                       ZM678_NPARTIC,  ZM678_IEMPRDES,
                       ZM678_IEMPRHAS,
                       ZM678_FINICIA,  ZM678_FTERMINA,
                       ZM678_SESTADO,  ZM678_NUMPROC,
                       ZM678_NUMERROR, ZM678_MCONTROL,
                       ZM678_IUSUARIO )
                VALUES ( 'SIGNOFF',    :RN-FNEGOCIO,
                         0,            ' ',
                         ' ',
                         CURRENT TIMESTAMP, CURRENT TIMESTAMP,
                         '1',          0,
                         0,            0,
                         :RN-IUSUARIO )
           END-EXEC
           PERFORM 9600-VALIDA-SQL.
      *----
      * ZMWSC225 : FUSION DE LAS PARTICIONES DE RN-IPROCESO EN
      *            RN-FNEGOCIO: TODAS DEBEN HABER TERMINADO BIEN, SER
      *            AL MENOS RN-NUMPART (0 = NO SE VERIFICA), NO
      *            TRASLAPAR SUS RANGOS Y CUBRIR TODAS LAS EMPRESAS DE
      *            VXT001. GRABA LA CORRIDA CONSOLIDADA (NPARTIC 0) CON
      *            EL INICIO MAS TEMPRANO Y LA SUMA DE CONTADORES E
      *            IMPORTE DE CONTROL; SI ALGO FALTA QUEDA EN 'E' Y
      *            LOS SUCESORES NO ARRANCAN.
      *----
       9808-CONSOLIDA-PARTICIONES.
      *----
           SET RN-CONSOLIDA-OK             TO TRUE
           MOVE SPACES                     TO RN-DMENSAJE
           MOVE 0                          TO RN-NUMREG
           MOVE 0                          TO RN-NUMTERM
           MOVE 0                          TO RN-NUMTRASL
           MOVE 0                          TO RN-NUMSINPART

           EXEC SQL
                SELECT COUNT(*),
                       COALESCE(SUM(CASE WHEN ZM678_SESTADO = '1'
                                         THEN 1 ELSE 0 END), 0),
                       COALESCE(CHAR(MIN(ZM678_FINICIA)),
                                CHAR(CURRENT TIMESTAMP)),
                       COALESCE(SUM(ZM678_NUMPROC), 0),
                       COALESCE(SUM(ZM678_NUMERROR), 0),
                       COALESCE(SUM(ZM678_MCONTROL), 0),
                       COALESCE(MIN(ZM678_IEMPRDES), ' '),
                       COALESCE(MAX(ZM678_IEMPRHAS), ' ')
                  INTO :RN-NUMREG,    :RN-NUMTERM,
                       :RN-FINICIA,   :RN-NUMPROC,
                       :RN-NUMERROR,  :RN-MCONTROL,
                       :RN-IEMPRDES,  :RN-IEMPRHAS
                  FROM ZMDT678
                 WHERE ZM678_IPROCESO = :RN-IPROCESO
                   AND ZM678_FNEGOCIO = :RN-FNEGOCIO
                   AND ZM678_NPARTIC  > 0
           END-EXEC
           PERFORM 9600-VALIDA-SQL

           EXEC SQL
                SELECT COUNT(*)
                  INTO :RN-NUMTRASL
                  FROM ZMDT678 A
                       INNER JOIN ZMDT678 B
                    ON B.ZM678_IPROCESO  = A.ZM678_IPROCESO
                   AND B.ZM678_FNEGOCIO  = A.ZM678_FNEGOCIO
                   AND B.ZM678_NPARTIC   > A.ZM678_NPARTIC
                   AND B.ZM678_IEMPRDES <= A.ZM678_IEMPRHAS
                   AND B.ZM678_IEMPRHAS >= A.ZM678_IEMPRDES
                 WHERE A.ZM678_IPROCESO  = :RN-IPROCESO
                   AND A.ZM678_FNEGOCIO  = :RN-FNEGOCIO
                   AND A.ZM678_NPARTIC   > 0
           END-EXEC
           PERFORM 9600-VALIDA-SQL

           EXEC SQL
                SELECT COUNT(*)
                  INTO :RN-NUMSINPART
                  FROM VXT001 V
                 WHERE NOT EXISTS
                     ( SELECT 1
                         FROM ZMDT678 P
                        WHERE P.ZM678_IPROCESO  = :RN-IPROCESO
                          AND P.ZM678_FNEGOCIO  = :RN-FNEGOCIO
                          AND P.ZM678_NPARTIC   > 0
                          AND P.ZM678_IEMPRDES <= V.VX1_IEMPR
                          AND P.ZM678_IEMPRHAS >= V.VX1_IEMPR )
           END-EXEC
           PERFORM 9600-VALIDA-SQL

           EVALUATE TRUE
              WHEN RN-NUMREG               EQUAL 0
                 SET RN-CONSOLIDA-FALLA    TO TRUE
                 MOVE 'NO HAY PARTICIONES DEL PROCESO EN LA FECHA'
                                           TO RN-DMENSAJE
              WHEN RN-NUMREG               LESS THAN RN-NUMPART
                 SET RN-CONSOLIDA-FALLA    TO TRUE
                 MOVE 'FALTAN PARTICIONES POR CORRER'
                                           TO RN-DMENSAJE
              WHEN RN-NUMTERM              LESS THAN RN-NUMREG
                 SET RN-CONSOLIDA-FALLA    TO TRUE
                 MOVE 'PARTICION SIN TERMINAR O TERMINADA EN ERROR'
                                           TO RN-DMENSAJE
              WHEN RN-NUMTRASL             GREATER THAN 0
                 SET RN-CONSOLIDA-FALLA    TO TRUE
                 MOVE 'RANGOS DE EMPRESAS TRASLAPADOS ENTRE PARTICIONES'
                                           TO RN-DMENSAJE
              WHEN RN-NUMSINPART           GREATER THAN 0
                 SET RN-CONSOLIDA-FALLA    TO TRUE
                 MOVE 'EMPRESAS FUERA DE LOS RANGOS DE LAS PARTICIONES'
                                           TO RN-DMENSAJE
           END-EVALUATE

           IF RN-CONSOLIDA-FALLA
              SET RN-TERMINO-ERROR         TO TRUE
           ELSE
              SET RN-TERMINO-BIEN          TO TRUE
           END-IF

           EXEC SQL
                DELETE FROM ZMDT678
                 WHERE ZM678_IPROCESO = :RN-IPROCESO
                   AND ZM678_FNEGOCIO = :RN-FNEGOCIO
                   AND ZM678_NPARTIC  = 0
           END-EXEC
           PERFORM 9600-VALIDA-SQL

           EXEC SQL
                INSERT INTO ZMDT678
                     ( ZM678_IPROCESO, ZM678_FNEGOCIO,
                       ZM678_NPARTIC,  ZM678_IEMPRDES,
                       ZM678_IEMPRHAS,
                       ZM678_FINICIA,  ZM678_FTERMINA,
                       ZM678_SESTADO,  ZM678_NUMPROC,
                       ZM678_NUMERROR, ZM678_MCONTROL,
                       ZM678_IUSUARIO )
                VALUES ( :RN-IPROCESO, :RN-FNEGOCIO,
                         0,            :RN-IEMPRDES,
                         :RN-IEMPRHAS,
                         :RN-FINICIA,  CURRENT TIMESTAMP,
                         :RN-SESTADO,  :RN-NUMPROC,
                         :RN-NUMERROR, :RN-MCONTROL,
                         NULL )
           END-EXEC
           PERFORM 9600-VALIDA-SQL.
      *----
      * ZMWSC225 : PARTICIONES DE RN-IPROCESO EN RN-FNEGOCIO EN ORDEN
      *            DE EMPRESA: LA FUSION CONCATENA EN ESTE ORDEN LOS
      *            REPORTES PARCIALES E IMPRIME POR PARTICION SUS
      *            TOTALES DE CONTROL.
      *----
       9809-ABRE-PARTICIONES-RC.
      *----
           EXEC SQL
                DECLARE CPARTIC CURSOR FOR
                   SELECT ZM678_NPARTIC,  ZM678_IEMPRDES,
                          ZM678_IEMPRHAS, ZM678_SESTADO,
                          CHAR(ZM678_FINICIA),
                          COALESCE(CHAR(ZM678_FTERMINA), ' '),
                          ZM678_NUMPROC,  ZM678_NUMERROR,
                          ZM678_MCONTROL
                     FROM ZMDT678
                    WHERE ZM678_IPROCESO = :RN-IPROCESO
                      AND ZM678_FNEGOCIO = :RN-FNEGOCIO
                      AND ZM678_NPARTIC  > 0
                 ORDER BY ZM678_IEMPRDES, ZM678_NPARTIC
           END-EXEC

           EXEC SQL
                OPEN CPARTIC
           END-EXEC
           PERFORM 9600-VALIDA-SQL.
      *----
       9810-LEE-PARTICIONES-RC.
      *----
           EXEC SQL
                FETCH CPARTIC
                 INTO :RN-NPARTIC,  :RN-IEMPRDES,
                      :RN-IEMPRHAS, :RN-SESTADO,
                      :RN-FINICIA,  :RN-FTERMINA,
                      :RN-NUMPROC,  :RN-NUMERROR,
                      :RN-MCONTROL
           END-EXEC

           IF SQLCODE EQUAL 0
              SET RN-HAY-DATOS             TO TRUE
           ELSE
              SET RN-FIN-DATOS             TO TRUE
              IF SQLCODE NOT = 100
                 PERFORM 9600-VALIDA-SQL
              END-IF
              EXEC SQL
                   CLOSE CPARTIC
              END-EXEC
           END-IF.
      *----
