      *----
      * ZMWSC309 : BARRIDO NOCTURNO DE INTEGRIDAD REFERENCIAL
      *            (CATALOGO ZMDT734, HALLAZGOS ZMDT735). LAYOUT DE
      *            REFERENCIA ZMWSC308 (IR-REG).
      *----
       9833-ABRE-REGLAS-RI.
      *----
           MOVE 0                          TO IR-NUMREGLAS
           MOVE 0                          TO IR-TOTHALL
           MOVE 0                          TO IR-TOTREP

           IF IR-IEMPRHAS                  EQUAL SPACES
              MOVE HIGH-VALUES             TO IR-IEMPRHAS
           END-IF

           EXEC SQL
                DECLARE CREGLARI CURSOR FOR
                   SELECT ZM734_IREGLA,   ZM734_DREGLA,
                          ZM734_ITABHIJA, ZM734_ITABPADRE,
                          ZM734_SAUTOREP
                     FROM ZMDT734
                    WHERE ZM734_SACTIVA = '1'
                 ORDER BY ZM734_IREGLA
           END-EXEC

           EXEC SQL
                OPEN CREGLARI
           END-EXEC
           PERFORM 9600-VALIDA-SQL.
      *----
       9834-LEE-REGLAS-RI.
      *----
           EXEC SQL
                FETCH CREGLARI
                 INTO :IR-IREGLA,   :IR-DREGLA,
                      :IR-ITABHIJA, :IR-ITABPADRE,
                      :IR-SAUTOREP
           END-EXEC

           IF SQLCODE EQUAL 0
              SET IR-HAY-REGLAS            TO TRUE
              ADD 1                        TO IR-NUMREGLAS
           ELSE
              SET IR-FIN-REGLAS            TO TRUE
              IF SQLCODE NOT = 100
                 PERFORM 9600-VALIDA-SQL
              END-IF
              EXEC SQL
                   CLOSE CREGLARI
              END-EXEC
           END-IF.
      *----
      * ZMWSC309 : CORRE LA REGLA IR-IREGLA SOBRE EL RANGO DE EMPRESAS
      *            Y DEJA EN IR-NUMHALL/IR-NUMREP SUS HALLAZGOS Y
      *            REPARADOS. LOS HALLAZGOS DE LA MISMA FECHA Y RANGO
      *            SE REEMPLAZAN, ASI LA CORRIDA SE PUEDE REPETIR.
      *----
       9835-EJECUTA-REGLA-RI.
      *----
           MOVE 0                          TO IR-NUMHALL
           MOVE 0                          TO IR-NUMREP
           SET IR-REGLA-PROGRAMADA         TO TRUE

           IF IR-IEMPRHAS                  EQUAL SPACES
              MOVE HIGH-VALUES             TO IR-IEMPRHAS
           END-IF

           EXEC SQL
                DELETE FROM ZMDT735
                 WHERE ZM735_FCORRIDA = :IR-FCORRIDA
                   AND ZM735_IREGLA   = :IR-IREGLA
                   AND ZM735_IEMPR BETWEEN :IR-IEMPRDES
                                       AND :IR-IEMPRHAS
           END-EXEC
           IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
              PERFORM 9600-VALIDA-SQL
           END-IF

           EVALUATE TRUE
              WHEN IR-REGLA-607-606
                 PERFORM 9836-HUERFANOS-607-606
              WHEN IR-REGLA-622-606
                 PERFORM 9837-HUERFANOS-622-606
              WHEN IR-REGLA-666-606
                 PERFORM 9838-HUERFANOS-666-606
              WHEN IR-REGLA-CTA-670
                 PERFORM 9839-HUERFANOS-CTA-670
              WHEN IR-REGLA-CTA-669
                 PERFORM 9840-HUERFANOS-CTA-669
              WHEN IR-REGLA-636-EMP
                 PERFORM 9841-HUERFANOS-636-EMP
              WHEN OTHER
                 SET IR-REGLA-SIN-CODIGO   TO TRUE
           END-EVALUATE

           IF IR-REGLA-PROGRAMADA
              EXEC SQL
                   SELECT COUNT(*)
                     INTO :IR-NUMHALL
                     FROM ZMDT735
                    WHERE ZM735_FCORRIDA = :IR-FCORRIDA
                      AND ZM735_IREGLA   = :IR-IREGLA
                      AND ZM735_IEMPR BETWEEN :IR-IEMPRDES
                                          AND :IR-IEMPRHAS
              END-EXEC
              PERFORM 9600-VALIDA-SQL

              IF IR-AUTOREPARABLE
                 AND IR-NUMHALL            > 0
                 PERFORM 9842-REPARA-REGLA-RI
              END-IF
           END-IF

           ADD IR-NUMHALL                  TO IR-TOTHALL
           ADD IR-NUMREP                   TO IR-TOTREP.
      *----
      * ZMWSC309 : RI607606 - RENGLONES ZMDT607 SIN CARATULA ZMDT606.
      *----
       9836-HUERFANOS-607-606.
      *----
           EXEC SQL
                INSERT INTO ZMDT735
                     ( ZM735_FCORRIDA, ZM735_IREGLA,
                       ZM735_IEMPR,    ZM735_DLLAVE,
                       ZM735_SREPARADO, ZM735_FSIST )
                SELECT :IR-FCORRIDA,   :IR-IREGLA,
                       A.ZM607_IEMPR,
                       CAST('CTA ' CONCAT CHAR(A.ZM607_ICUENTA)
                            CONCAT ' CARTA '
                            CONCAT CHAR(A.ZM607_ICONCEPT)
                            CONCAT ' LINEA '
                            CONCAT CHAR(A.ZM607_LINEA)
                            AS CHAR(60)),
                       '0',            CURRENT TIMESTAMP
                  FROM ZMDT607 A
                 WHERE A.ZM607_IEMPR BETWEEN :IR-IEMPRDES
                                         AND :IR-IEMPRHAS
                   AND NOT EXISTS
                     ( SELECT 1
                         FROM ZMDT606 B
                        WHERE B.ZM606_IEMPR    = A.ZM607_IEMPR
                          AND B.ZM606_ICUENTA  = A.ZM607_ICUENTA
                          AND B.ZM606_ICONCEPT = A.ZM607_ICONCEPT )
           END-EXEC
           IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
              PERFORM 9600-VALIDA-SQL
           END-IF.
      *----
      * ZMWSC309 : RI622606 - NOTIFICACIONES ZMDT622 DE CARTAS QUE YA
      *            NO EXISTEN. LAS DE ICONCEPT 0 (AVISOS DE CUENTA,
      *            COMO LA REACEPTACION DEL AVISO DE PRIVACIDAD) NO
      *            TIENEN CARTA Y NO SE REVISAN.
      *----
       9837-HUERFANOS-622-606.
      *----
           EXEC SQL
                INSERT INTO ZMDT735
                     ( ZM735_FCORRIDA, ZM735_IREGLA,
                       ZM735_IEMPR,    ZM735_DLLAVE,
                       ZM735_SREPARADO, ZM735_FSIST )
                SELECT :IR-FCORRIDA,   :IR-IREGLA,
                       A.ZM622_IEMPR,
                       CAST('CTA ' CONCAT CHAR(A.ZM622_ICUENTA)
                            CONCAT ' CARTA '
                            CONCAT CHAR(A.ZM622_ICONCEPT)
                            CONCAT ' SEC '
                            CONCAT CHAR(A.ZM622_ISECUEN)
                            CONCAT ' ESTADO '
                            CONCAT A.ZM622_SENVIADO
                            AS CHAR(60)),
                       '0',            CURRENT TIMESTAMP
                  FROM ZMDT622 A
                 WHERE A.ZM622_IEMPR BETWEEN :IR-IEMPRDES
                                         AND :IR-IEMPRHAS
                   AND A.ZM622_ICONCEPT <> 0
                   AND NOT EXISTS
                     ( SELECT 1
                         FROM ZMDT606 B
                        WHERE B.ZM606_IEMPR    = A.ZM622_IEMPR
                          AND B.ZM606_ICUENTA  = A.ZM622_ICUENTA
                          AND B.ZM606_ICONCEPT = A.ZM622_ICONCEPT )
           END-EXEC
           IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
              PERFORM 9600-VALIDA-SQL
           END-IF.
      *----
      * ZMWSC309 : RI666606 - EJECUCIONES ZMDT666 DE CARTAS QUE NO
      *            EXISTEN EN ZMDT606.
      *----
       9838-HUERFANOS-666-606.
      *----
           EXEC SQL
                INSERT INTO ZMDT735
                     ( ZM735_FCORRIDA, ZM735_IREGLA,
                       ZM735_IEMPR,    ZM735_DLLAVE,
                       ZM735_SREPARADO, ZM735_FSIST )
                SELECT :IR-FCORRIDA,   :IR-IREGLA,
                       A.ZM666_IEMPR,
                       CAST('CTA ' CONCAT CHAR(A.ZM666_ICUENTA)
                            CONCAT ' CARTA '
                            CONCAT CHAR(A.ZM666_ICONCEPT)
                            CONCAT ' LINEA '
                            CONCAT CHAR(A.ZM666_ILINEA)
                            CONCAT ' FILL '
                            CONCAT CHAR(A.ZM666_ISECFILL)
                            AS CHAR(60)),
                       '0',            CURRENT TIMESTAMP
                  FROM ZMDT666 A
                 WHERE A.ZM666_IEMPR BETWEEN :IR-IEMPRDES
                                         AND :IR-IEMPRHAS
                   AND NOT EXISTS
                     ( SELECT 1
                         FROM ZMDT606 B
                        WHERE B.ZM606_IEMPR    = A.ZM666_IEMPR
                          AND B.ZM606_ICUENTA  = A.ZM666_ICUENTA
                          AND B.ZM606_ICONCEPT = A.ZM666_ICONCEPT )
           END-EXEC
           IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
              PERFORM 9600-VALIDA-SQL
           END-IF.
      *----
      * ZMWSC309 : RICTA670 - CUENTAS CUYO PROMOTOR (CUENTA.IPROM) NO
      *            EXISTE EN EL MAESTRO ZMDT670. IPROM NULO NO ES
      *            HALLAZGO.
      *----
       9839-HUERFANOS-CTA-670.
      *----
           EXEC SQL
                INSERT INTO ZMDT735
                     ( ZM735_FCORRIDA, ZM735_IREGLA,
                       ZM735_IEMPR,    ZM735_DLLAVE,
                       ZM735_SREPARADO, ZM735_FSIST )
                SELECT :IR-FCORRIDA,   :IR-IREGLA,
                       A.IEMPR,
                       CAST('CTA ' CONCAT CHAR(A.ICUENTA)
                            CONCAT ' PROMOTOR '
                            CONCAT CHAR(A.IPROM)
                            AS CHAR(60)),
                       '0',            CURRENT TIMESTAMP
                  FROM CUENTA A
                 WHERE A.IEMPR BETWEEN :IR-IEMPRDES
                                   AND :IR-IEMPRHAS
                   AND A.IPROM IS NOT NULL
                   AND NOT EXISTS
                     ( SELECT 1
                         FROM ZMDT670 B
                        WHERE B.ZM670_IPROM = A.IPROM )
           END-EXEC
           IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
              PERFORM 9600-VALIDA-SQL
           END-IF.
      *----
      * ZMWSC309 : RICTA669 - CUENTAS CUYA SUCURSAL (CUENTA.ISUCCASA)
      *            NO EXISTE EN EL CATALOGO 'SUC' DE ZMDT669.
      *----
       9840-HUERFANOS-CTA-669.
      *----
           EXEC SQL
                INSERT INTO ZMDT735
                     ( ZM735_FCORRIDA, ZM735_IREGLA,
                       ZM735_IEMPR,    ZM735_DLLAVE,
                       ZM735_SREPARADO, ZM735_FSIST )
                SELECT :IR-FCORRIDA,   :IR-IREGLA,
                       A.IEMPR,
                       CAST('CTA ' CONCAT CHAR(A.ICUENTA)
                            CONCAT ' SUCURSAL '
                            CONCAT A.ISUCCASA
                            AS CHAR(60)),
                       '0',            CURRENT TIMESTAMP
                  FROM CUENTA A
                 WHERE A.IEMPR BETWEEN :IR-IEMPRDES
                                   AND :IR-IEMPRHAS
                   AND NOT EXISTS
                     ( SELECT 1
                         FROM ZMDT669 B
                        WHERE B.ZM669_ICATALOGO = 'SUC'
                          AND B.ZM669_ICODIGO   = A.ISUCCASA )
           END-EXEC
           IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
              PERFORM 9600-VALIDA-SQL
           END-IF.
      *----
      * ZMWSC309 : RI636EMP - CHECKPOINTS DE REARRANQUE (ZMDT636) CUYA
      *            EMPRESA YA NO EXISTE EN VXT001.
      *----
       9841-HUERFANOS-636-EMP.
      *----
           EXEC SQL
                INSERT INTO ZMDT735
                     ( ZM735_FCORRIDA, ZM735_IREGLA,
                       ZM735_IEMPR,    ZM735_DLLAVE,
                       ZM735_SREPARADO, ZM735_FSIST )
                SELECT :IR-FCORRIDA,   :IR-IREGLA,
                       A.ZM636_IEMPR,
                       CAST('PROCESO ' CONCAT A.ZM636_IPROCESO
                            CONCAT ' PARTICION '
                            CONCAT CHAR(A.ZM636_NPARTIC)
                            AS CHAR(60)),
                       '0',            CURRENT TIMESTAMP
                  FROM ZMDT636 A
                 WHERE A.ZM636_IEMPR BETWEEN :IR-IEMPRDES
                                         AND :IR-IEMPRHAS
                   AND NOT EXISTS
                     ( SELECT 1
                         FROM VXT001 B
                        WHERE B.VX1_IEMPR = A.ZM636_IEMPR )
           END-EXEC
           IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
              PERFORM 9600-VALIDA-SQL
           END-IF.
      *----
      * ZMWSC309 : REPARA LOS HUERFANOS DE UNA REGLA AUTORREPARABLE.
      *            SOLO TIENEN REPARACION PROGRAMADA LAS REGLAS DONDE
      *            ES SEGURA; LAS DEMAS QUEDAN PARA REVISION MANUAL
      *            AUNQUE EL CATALOGO LAS MARQUE.
      *----
       9842-REPARA-REGLA-RI.
      *----
           EVALUATE TRUE
              WHEN IR-REGLA-636-EMP
      *          UN CHECKPOINT SIN EMPRESA NO TIENE LOTE QUE LO
      *          RETOME; BORRARLO SOLO HACE QUE LA SIGUIENTE CORRIDA
      *          EMPIECE DESDE EL PRINCIPIO.
                 EXEC SQL
                      DELETE FROM ZMDT636 A
                       WHERE A.ZM636_IEMPR BETWEEN :IR-IEMPRDES
                                               AND :IR-IEMPRHAS
                         AND NOT EXISTS
                           ( SELECT 1
                               FROM VXT001 B
                              WHERE B.VX1_IEMPR = A.ZM636_IEMPR )
                 END-EXEC
                 IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
                    PERFORM 9600-VALIDA-SQL
                 END-IF

                 EXEC SQL
                      UPDATE ZMDT735
                         SET ZM735_SREPARADO = '1'
                       WHERE ZM735_FCORRIDA = :IR-FCORRIDA
                         AND ZM735_IREGLA   = :IR-IREGLA
                         AND ZM735_IEMPR BETWEEN :IR-IEMPRDES
                                             AND :IR-IEMPRHAS
                 END-EXEC
                 IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
                    PERFORM 9600-VALIDA-SQL
                 END-IF

                 MOVE IR-NUMHALL           TO IR-NUMREP
              WHEN OTHER
                 CONTINUE
           END-EVALUATE.
      *----
      * ZMWSC309 : RESUMEN DE LA CORRIDA IR-FCORRIDA POR REGLA, CON LA
      *            DESCRIPCION DEL CATALOGO. LAS REGLAS ACTIVAS SIN
      *            HALLAZGOS SALEN CON CERO.
      *----
       9843-ABRE-RESUMEN-RI.
      *----
           IF IR-IEMPRHAS                  EQUAL SPACES
              MOVE HIGH-VALUES             TO IR-IEMPRHAS
           END-IF

           EXEC SQL
                DECLARE CRESUMRI CURSOR FOR
                   SELECT A.ZM734_IREGLA,   A.ZM734_DREGLA,
                          A.ZM734_ITABHIJA, A.ZM734_ITABPADRE,
                          A.ZM734_SAUTOREP,
                          COUNT(B.ZM735_IREGLA),
                          COALESCE(SUM(CASE B.ZM735_SREPARADO
                                       WHEN '1' THEN 1
                                       ELSE 0 END), 0)
                     FROM ZMDT734 A
                          LEFT JOIN ZMDT735 B
                       ON B.ZM735_IREGLA   = A.ZM734_IREGLA
                      AND B.ZM735_FCORRIDA = :IR-FCORRIDA
                      AND B.ZM735_IEMPR BETWEEN :IR-IEMPRDES
                                            AND :IR-IEMPRHAS
                    WHERE A.ZM734_SACTIVA = '1'
                 GROUP BY A.ZM734_IREGLA,   A.ZM734_DREGLA,
                          A.ZM734_ITABHIJA, A.ZM734_ITABPADRE,
                          A.ZM734_SAUTOREP
                 ORDER BY A.ZM734_IREGLA
           END-EXEC

           EXEC SQL
                OPEN CRESUMRI
           END-EXEC
           PERFORM 9600-VALIDA-SQL.
      *----
       9844-LEE-RESUMEN-RI.
      *----
           EXEC SQL
                FETCH CRESUMRI
                 INTO :IR-IREGLA,   :IR-DREGLA,
                      :IR-ITABHIJA, :IR-ITABPADRE,
                      :IR-SAUTOREP,
                      :IR-NUMHALL,  :IR-NUMREP
           END-EXEC

           IF SQLCODE EQUAL 0
              SET IR-HAY-DATOS             TO TRUE
           ELSE
              SET IR-FIN-DATOS             TO TRUE
              IF SQLCODE NOT = 100
                 PERFORM 9600-VALIDA-SQL
              END-IF
              EXEC SQL
                   CLOSE CRESUMRI
              END-EXEC
           END-IF.
      *----
