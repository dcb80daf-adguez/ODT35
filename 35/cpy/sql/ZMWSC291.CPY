      *----
      * ZMWSC291 : CASO DE SUCESION (ZMDT719/ZMDT720). LAYOUT DE
      *            REFERENCIA ZMWSC290 (HE-REG). ABRE EL CASO DE LA
      *            CUENTA VIGENTE HE-ICUENTA, QUE QUEDA CONGELADA, Y
      *            DEJA EL ACTA DE DEFUNCION EN EL EXPEDIENTE.
      *----
       9747-ABRE-SUCESION.
      *----
           SET HE-ACEPTADO                 TO TRUE
           MOVE SPACES                     TO HE-DMENSAJE

           EVALUATE TRUE
              WHEN HE-FDEFUNC              EQUAL SPACES
                 SET HE-RECHAZADO          TO TRUE
                 MOVE 'FALTA LA FECHA DE DEFUNCION'
                                           TO HE-DMENSAJE
              WHEN HE-IACTA                EQUAL SPACES
                 SET HE-RECHAZADO          TO TRUE
                 MOVE 'FALTA EL NUMERO DEL ACTA DE DEFUNCION'
                                           TO HE-DMENSAJE
              WHEN OTHER
                 CONTINUE
           END-EVALUATE

           IF HE-ACEPTADO
              MOVE 0                       TO HE-NUMPEND
              EXEC SQL
                   SELECT COUNT(*)
                     INTO :HE-NUMPEND
                     FROM CUENTA
                    WHERE IEMPR   = :HE-IEMPR
                      AND ICUENTA = :HE-ICUENTA
                      AND SVIGEN  = '1'
              END-EXEC
              PERFORM 9600-VALIDA-SQL

              IF HE-NUMPEND                EQUAL 0
                 SET HE-RECHAZADO          TO TRUE
                 MOVE 'CUENTA INEXISTENTE O DADA DE BAJA'
                                           TO HE-DMENSAJE
              END-IF
           END-IF

           IF HE-ACEPTADO
              PERFORM 9748-VERIFICA-BLOQUEO-SUCESION
              IF HE-BLOQUEADA
                 SET HE-RECHAZADO          TO TRUE
                 MOVE 'LA CUENTA YA TIENE UN CASO DE SUCESION ABIERTO'
                                           TO HE-DMENSAJE
              END-IF
           END-IF

           IF HE-ACEPTADO
              MOVE 'ZMDT719'               TO FO-ITABLA
              MOVE HE-IEMPR                TO FO-LL-IEMPR
              MOVE HE-ICUENTA              TO FO-LL-ICUENTA
              MOVE 0                       TO FO-LL-ICONCEPT
              PERFORM 9349-OBTEN-FOLIO
              MOVE FO-NFOLIO               TO HE-ISECSUC

              EXEC SQL
                   INSERT INTO ZMDT719
                        ( ZM719_IEMPR,    ZM719_ICUENTA,
                          ZM719_ISECSUC,  ZM719_FDEFUNC,
                          ZM719_IACTA,    ZM719_IDOCSCAN,
                          ZM719_SESTADO,  ZM719_IUSRALTA,
                          ZM719_FALTA,    ZM719_IUSRSOL,
                          ZM719_FSOLICIT, ZM719_IUSRAUT,
                          ZM719_FAUTORIZ, ZM719_FCIERRE )
                   VALUES ( :HE-IEMPR,    :HE-ICUENTA,
                            :HE-ISECSUC,  :HE-FDEFUNC,
                            :HE-IACTA,    NULLIF(:HE-IDOCSCAN, ' '),
                            'A',          :HE-IUSUARIO,
                            CURRENT TIMESTAMP, NULL,
                            NULL,         NULL,
                            NULL,         NULL )
              END-EXEC
              PERFORM 9600-VALIDA-SQL

              MOVE 'DEFU'                  TO HE-IDOCUM
              MOVE 'SUC'                   TO PV-ITIPOPAR
              MOVE 'DOCDEFUNC'             TO PV-IPARAM
              MOVE HE-FECHA                TO PV-FVIGENCIA
              PERFORM 9180-LEE-PARAM-VIGENTE
              IF PV-ENCONTRADO
                 AND PV-DATOSPAR(1:4)      NOT = SPACES
                 MOVE PV-DATOSPAR(1:4)     TO HE-IDOCUM
              END-IF

              EXEC SQL
                   UPDATE ZMDT676
                      SET ZM676_FRECIBIDO = :HE-FECHA,
                          ZM676_FEXPIRA   = NULL,
                          ZM676_IDOCSCAN  = NULLIF(:HE-IDOCSCAN, ' '),
                          ZM676_IUSUARIO  = :HE-IUSUARIO,
                          ZM676_FSIST     = CURRENT TIMESTAMP
                    WHERE ZM676_IEMPR   = :HE-IEMPR
                      AND ZM676_ICUENTA = :HE-ICUENTA
                      AND ZM676_IDOCUM  = :HE-IDOCUM
              END-EXEC

              IF SQLCODE EQUAL 100
                 EXEC SQL
                      INSERT INTO ZMDT676
                           ( ZM676_IEMPR,     ZM676_ICUENTA,
                             ZM676_IDOCUM,    ZM676_FRECIBIDO,
                             ZM676_FEXPIRA,   ZM676_IDOCSCAN,
                             ZM676_IUSUARIO,  ZM676_FSIST )
                      VALUES ( :HE-IEMPR,     :HE-ICUENTA,
                               :HE-IDOCUM,    :HE-FECHA,
                               NULL,          NULLIF(:HE-IDOCSCAN, ' '),
                               :HE-IUSUARIO,  CURRENT TIMESTAMP )
                 END-EXEC
              END-IF
              PERFORM 9600-VALIDA-SQL
           END-IF.
      *----
      * ZMWSC291 : CANDADO DE LA CUENTA EN SUCESION: HE-BLOQUEADA SI
      *            TIENE UN CASO QUE NO ESTA CERRADO. HE-ISECSUC Y
      *            HE-SESTADO REGRESAN CON EL CASO.
      *----
       9748-VERIFICA-BLOQUEO-SUCESION.
      *----
           SET HE-LIBRE                    TO TRUE

           EXEC SQL
                SELECT ZM719_ISECSUC, ZM719_SESTADO
                  INTO :HE-ISECSUC,   :HE-SESTADO
                  FROM ZMDT719
                 WHERE ZM719_IEMPR    = :HE-IEMPR
                   AND ZM719_ICUENTA  = :HE-ICUENTA
                   AND ZM719_SESTADO <> 'C'
           END-EXEC

           IF SQLCODE EQUAL 0
              SET HE-BLOQUEADA             TO TRUE
           ELSE
              IF SQLCODE NOT = 100
                 PERFORM 9600-VALIDA-SQL
              END-IF
           END-IF.
      *----
      * ZMWSC291 : PROPONE EL REPARTO DEL CASO ABIERTO DE HE-ICUENTA.
      *            CADA EMISORA/SERIE LIQUIDADA SE REPARTE EN TITULOS
      *            ENTEROS Y EL EFECTIVO DISPONIBLE EN CENTAVOS; LO QUE
      *            SOBRA DEL REDONDEO VA AL BENEFICIARIO DE MAYOR
      *            PORCENTAJE. NO SE PROPONE CON TITULOS PENDIENTES DE
      *            LIQUIDAR NI CON EFECTIVO RESERVADO.
      *----
       9749-PROPONE-REPARTO.
      *----
           SET HE-ACEPTADO                 TO TRUE
           MOVE SPACES                     TO HE-DMENSAJE

           PERFORM 9748-VERIFICA-BLOQUEO-SUCESION

           IF NOT HE-BLOQUEADA
              OR ( NOT HE-CASO-ABIERTO
               AND NOT HE-CASO-PROPUESTO )
              SET HE-RECHAZADO             TO TRUE
              MOVE 'NO HAY CASO DE SUCESION POR PROPONER'
                                           TO HE-DMENSAJE
           END-IF

           IF HE-ACEPTADO
              MOVE 0                       TO HE-NUMPEND
              EXEC SQL
                   SELECT ( SELECT COUNT(*) FROM ZMDT707
                             WHERE ZM707_IEMPR      = :HE-IEMPR
                               AND ZM707_ICUENTA    = :HE-ICUENTA
                               AND ZM707_CPENDIENTE <> 0 )
                        + ( SELECT COUNT(*) FROM ZMDT701
                             WHERE ZM701_IEMPR    = :HE-IEMPR
                               AND ZM701_ICUENTA  = :HE-ICUENTA
                               AND ZM701_MRESERV <> 0 )
                     INTO :HE-NUMPEND
                     FROM SYSIBM.SYSDUMMY1
              END-EXEC
              PERFORM 9600-VALIDA-SQL

              IF HE-NUMPEND                GREATER THAN 0
                 SET HE-RECHAZADO          TO TRUE
                 MOVE 'HAY TITULOS POR LIQUIDAR O EFECTIVO RESERVADO'
                                           TO HE-DMENSAJE
              END-IF
           END-IF

           IF HE-ACEPTADO
              MOVE 0                       TO HE-NUMBEN
              MOVE 0                       TO HE-PTOTAL

              EXEC SQL
                   DECLARE CHEBENEF CURSOR FOR
                      SELECT ZM658_ISECBEN, ZM658_NNOMBRE,
                             ZM658_PPORCENT
                        FROM ZMDT658
                       WHERE ZM658_IEMPR   = :HE-IEMPR
                         AND ZM658_ICUENTA = :HE-ICUENTA
                         AND ZM658_IESTADO = 'A'
                    ORDER BY ZM658_PPORCENT DESC, ZM658_ISECBEN
              END-EXEC

              EXEC SQL
                   OPEN CHEBENEF
              END-EXEC
              PERFORM 9600-VALIDA-SQL

              SET HE-HAY-DATOS             TO TRUE
              PERFORM 9750-LEE-BENEF-SUCESION
                  UNTIL HE-FIN-DATOS

              EXEC SQL
                   CLOSE CHEBENEF
              END-EXEC

              IF HE-PTOTAL                 NOT = 100
                 SET HE-RECHAZADO          TO TRUE
                 MOVE 'BENEFICIARIOS AUTORIZADOS NO SUMAN 100'
                                           TO HE-DMENSAJE
              END-IF
           END-IF

           IF HE-ACEPTADO
              EXEC SQL
                   DELETE FROM ZMDT720
                    WHERE ZM720_IEMPR   = :HE-IEMPR
                      AND ZM720_ICUENTA = :HE-ICUENTA
                      AND ZM720_ISECSUC = :HE-ISECSUC
              END-EXEC
              IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
                 PERFORM 9600-VALIDA-SQL
              END-IF

              MOVE 0                       TO HE-ISECLIN

              EXEC SQL
                   DECLARE CHEPOSIC CURSOR FOR
                      SELECT ZM707_IEMISORA, ZM707_ISERIE,
                             ZM707_CLIQUIDA
                        FROM ZMDT707
                       WHERE ZM707_IEMPR    = :HE-IEMPR
                         AND ZM707_ICUENTA  = :HE-ICUENTA
                         AND ZM707_CLIQUIDA > 0
                    ORDER BY ZM707_IEMISORA, ZM707_ISERIE
              END-EXEC

              EXEC SQL
                   OPEN CHEPOSIC
              END-EXEC
              PERFORM 9600-VALIDA-SQL

              SET HE-HAY-DATOS             TO TRUE
              PERFORM 9751-LEE-POSICION-SUCESION
                  UNTIL HE-FIN-DATOS

              EXEC SQL
                   CLOSE CHEPOSIC
              END-EXEC

              MOVE 0                       TO HE-MTOTAL
              EXEC SQL
                   SELECT ZM701_MSALDO - ZM701_MRESERV
                     INTO :HE-MTOTAL
                     FROM ZMDT701
                    WHERE ZM701_IEMPR   = :HE-IEMPR
                      AND ZM701_ICUENTA = :HE-ICUENTA
              END-EXEC
              IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
                 PERFORM 9600-VALIDA-SQL
              END-IF

              IF HE-MTOTAL                 GREATER THAN 0
                 SET HE-ACTIVO-EFECTIVO    TO TRUE
                 MOVE SPACES               TO HE-IEMISORA
                 MOVE SPACES               TO HE-ISERIE
                 MOVE 0                    TO HE-MASIGNADO
                 PERFORM 9752-GRABA-LINEA-REPARTO
                     VARYING HE-I FROM 1 BY 1 UNTIL HE-I > HE-NUMBEN

                 IF HE-MASIGNADO           LESS THAN HE-MTOTAL
                    COMPUTE HE-MIMPORTE = HE-MTOTAL - HE-MASIGNADO
                    EXEC SQL
                         UPDATE ZMDT720
                            SET ZM720_MIMPORTE = ZM720_MIMPORTE
                                               + :HE-MIMPORTE
                          WHERE ZM720_IEMPR   = :HE-IEMPR
                            AND ZM720_ICUENTA = :HE-ICUENTA
                            AND ZM720_ISECSUC = :HE-ISECSUC
                            AND ZM720_ISECLIN = :HE-ISECLIN1
                    END-EXEC
                    PERFORM 9600-VALIDA-SQL
                 END-IF
              END-IF

              EXEC SQL
                   UPDATE ZMDT719
                      SET ZM719_SESTADO = 'P'
                    WHERE ZM719_IEMPR   = :HE-IEMPR
                      AND ZM719_ICUENTA = :HE-ICUENTA
                      AND ZM719_ISECSUC = :HE-ISECSUC
              END-EXEC
              PERFORM 9600-VALIDA-SQL
           END-IF.
      *----
       9750-LEE-BENEF-SUCESION.
      *----
           IF HE-NUMBEN                    NOT LESS THAN 20
              SET HE-FIN-DATOS             TO TRUE
           ELSE
              ADD 1                        TO HE-NUMBEN
              EXEC SQL
                   FETCH CHEBENEF
                    INTO :HE-BEN-ISECBEN(HE-NUMBEN),
                         :HE-BEN-NNOMBRE(HE-NUMBEN),
                         :HE-BEN-PPORCENT(HE-NUMBEN)
              END-EXEC

              IF SQLCODE EQUAL 0
                 ADD HE-BEN-PPORCENT(HE-NUMBEN)
                                           TO HE-PTOTAL
              ELSE
                 SUBTRACT 1                FROM HE-NUMBEN
                 SET HE-FIN-DATOS          TO TRUE
                 IF SQLCODE NOT = 100
                    PERFORM 9600-VALIDA-SQL
                 END-IF
              END-IF
           END-IF.
      *----
       9751-LEE-POSICION-SUCESION.
      *----
           EXEC SQL
                FETCH CHEPOSIC
                 INTO :HE-IEMISORA, :HE-ISERIE,
                      :HE-CTOTAL
           END-EXEC

           IF SQLCODE EQUAL 0
              SET HE-HAY-DATOS             TO TRUE
              SET HE-ACTIVO-VALORES        TO TRUE
              MOVE 0                       TO HE-CASIGNADO
              PERFORM 9752-GRABA-LINEA-REPARTO
                  VARYING HE-I FROM 1 BY 1 UNTIL HE-I > HE-NUMBEN

              IF HE-CASIGNADO              LESS THAN HE-CTOTAL
                 COMPUTE HE-CTITULOS = HE-CTOTAL - HE-CASIGNADO
                 EXEC SQL
                      UPDATE ZMDT720
                         SET ZM720_CTITULOS = ZM720_CTITULOS
                                            + :HE-CTITULOS
                       WHERE ZM720_IEMPR   = :HE-IEMPR
                         AND ZM720_ICUENTA = :HE-ICUENTA
                         AND ZM720_ISECSUC = :HE-ISECSUC
                         AND ZM720_ISECLIN = :HE-ISECLIN1
                 END-EXEC
                 PERFORM 9600-VALIDA-SQL
              END-IF
           ELSE
              SET HE-FIN-DATOS             TO TRUE
              IF SQLCODE NOT = 100
                 PERFORM 9600-VALIDA-SQL
              END-IF
           END-IF.
      *----
      * ZMWSC291 : RENGLON DEL BENEFICIARIO HE-I PARA EL ACTIVO EN
      *            CURSO. LA CUENTA QUE RECIBE SE ASIGNA DESPUES
      *            (9753).
      *----
       9752-GRABA-LINEA-REPARTO.
      *----
           ADD 1                           TO HE-ISECLIN
           IF HE-I                         EQUAL 1
              MOVE HE-ISECLIN              TO HE-ISECLIN1
           END-IF

           MOVE 0                          TO HE-CTITULOS
           MOVE 0                          TO HE-MIMPORTE

           IF HE-ACTIVO-VALORES
              COMPUTE HE-CENTEROS = HE-CTOTAL
                                  * HE-BEN-PPORCENT(HE-I) / 100
              MOVE HE-CENTEROS             TO HE-CTITULOS
              ADD HE-CTITULOS              TO HE-CASIGNADO
           ELSE
              COMPUTE HE-MIMPORTE = HE-MTOTAL
                                  * HE-BEN-PPORCENT(HE-I) / 100
              ADD HE-MIMPORTE              TO HE-MASIGNADO
           END-IF

           EXEC SQL
                INSERT INTO ZMDT720
                     ( ZM720_IEMPR,    ZM720_ICUENTA,
                       ZM720_ISECSUC,  ZM720_ISECLIN,
                       ZM720_ISECBEN,  ZM720_NNOMBRE,
                       ZM720_PPORCENT, ZM720_ICTABEN,
                       ZM720_TACTIVO,  ZM720_IEMISORA,
                       ZM720_ISERIE,   ZM720_CTITULOS,
                       ZM720_MIMPORTE, ZM720_SESTADO,
                       ZM720_ISECMOV,  ZM720_FAPLICA )
                VALUES ( :HE-IEMPR,    :HE-ICUENTA,
                         :HE-ISECSUC,  :HE-ISECLIN,
                         :HE-BEN-ISECBEN(HE-I),
                         :HE-BEN-NNOMBRE(HE-I),
                         :HE-BEN-PPORCENT(HE-I),
                         0,
                         :HE-TACTIVO,  NULLIF(:HE-IEMISORA, ' '),
                         NULLIF(:HE-ISERIE, ' '),
                         :HE-CTITULOS,
                         :HE-MIMPORTE, 'P',
                         NULL,         NULL )
           END-EXEC
           PERFORM 9600-VALIDA-SQL.
      *----
      * ZMWSC291 : ASIGNA LA CUENTA HE-ICTABEN QUE RECIBE LA PARTE DEL
      *            BENEFICIARIO HE-ISECBEN. DEBE SER UNA CUENTA VIGENTE
      *            DE LA EMPRESA, SIN CASO DE SUCESION PROPIO.
      *----
       9753-ASIGNA-CUENTA-BENEF.
      *----
           SET HE-ACEPTADO                 TO TRUE
           MOVE SPACES                     TO HE-DMENSAJE
           MOVE 0                          TO HE-NUMPEND

           IF HE-ICTABEN                   NOT = HE-ICUENTA
              EXEC SQL
                   SELECT COUNT(*)
                     INTO :HE-NUMPEND
                     FROM CUENTA A
                    WHERE A.IEMPR   = :HE-IEMPR
                      AND A.ICUENTA = :HE-ICTABEN
                      AND A.SVIGEN  = '1'
                      AND NOT EXISTS
                        ( SELECT 1 FROM ZMDT719 B
                           WHERE B.ZM719_IEMPR    = A.IEMPR
                             AND B.ZM719_ICUENTA  = A.ICUENTA
                             AND B.ZM719_SESTADO <> 'C' )
              END-EXEC
              PERFORM 9600-VALIDA-SQL
           END-IF

           IF HE-NUMPEND                   EQUAL 0
              SET HE-RECHAZADO             TO TRUE
              MOVE 'CUENTA DEL BENEFICIARIO INVALIDA'
                                           TO HE-DMENSAJE
           ELSE
              EXEC SQL
                   UPDATE ZMDT720
                      SET ZM720_ICTABEN = :HE-ICTABEN
                    WHERE ZM720_IEMPR   = :HE-IEMPR
                      AND ZM720_ICUENTA = :HE-ICUENTA
                      AND ZM720_ISECSUC = :HE-ISECSUC
                      AND ZM720_ISECBEN = :HE-ISECBEN
                      AND ZM720_SESTADO = 'P'
                      AND EXISTS
                        ( SELECT 1 FROM ZMDT719
                           WHERE ZM719_IEMPR   = ZM720_IEMPR
                             AND ZM719_ICUENTA = ZM720_ICUENTA
                             AND ZM719_ISECSUC = ZM720_ISECSUC
                             AND ZM719_SESTADO = 'P' )
              END-EXEC

              IF SQLCODE EQUAL 100
                 SET HE-RECHAZADO          TO TRUE
                 MOVE 'BENEFICIARIO SIN RENGLONES POR ASIGNAR'
                                           TO HE-DMENSAJE
              ELSE
                 PERFORM 9600-VALIDA-SQL
              END-IF
           END-IF.
      *----
      * ZMWSC291 : SOLICITA LOS TRASPASOS DE LA PROPUESTA. TODOS LOS
      *            RENGLONES DEBEN TENER CUENTA QUE RECIBE.
      *----
       9754-SOLICITA-TRASPASO-SUC.
      *----
           SET HE-ACEPTADO                 TO TRUE
           MOVE SPACES                     TO HE-DMENSAJE
           MOVE 0                          TO HE-NUMLINEAS
           MOVE 0                          TO HE-NUMSINCTA

           EXEC SQL
                SELECT COUNT(*),
                       COALESCE(SUM(CASE WHEN ZM720_ICTABEN = 0
                                         THEN 1 ELSE 0 END), 0)
                  INTO :HE-NUMLINEAS, :HE-NUMSINCTA
                  FROM ZMDT720
                 WHERE ZM720_IEMPR   = :HE-IEMPR
                   AND ZM720_ICUENTA = :HE-ICUENTA
                   AND ZM720_ISECSUC = :HE-ISECSUC
           END-EXEC
           PERFORM 9600-VALIDA-SQL

           EVALUATE TRUE
              WHEN HE-NUMLINEAS            EQUAL 0
                 SET HE-RECHAZADO          TO TRUE
                 MOVE 'EL CASO NO TIENE PROPUESTA DE REPARTO'
                                           TO HE-DMENSAJE
              WHEN HE-NUMSINCTA            GREATER THAN 0
                 SET HE-RECHAZADO          TO TRUE
                 MOVE 'HAY BENEFICIARIOS SIN CUENTA ASIGNADA'
                                           TO HE-DMENSAJE
              WHEN OTHER
                 EXEC SQL
                      UPDATE ZMDT719
                         SET ZM719_SESTADO  = 'S',
                             ZM719_IUSRSOL  = :HE-IUSUARIO,
                             ZM719_FSOLICIT = CURRENT TIMESTAMP
                       WHERE ZM719_IEMPR   = :HE-IEMPR
                         AND ZM719_ICUENTA = :HE-ICUENTA
                         AND ZM719_ISECSUC = :HE-ISECSUC
                         AND ZM719_SESTADO = 'P'
                 END-EXEC

                 IF SQLCODE EQUAL 100
                    SET HE-RECHAZADO       TO TRUE
                    MOVE 'EL CASO NO ESTA EN PROPUESTA'
                                           TO HE-DMENSAJE
                 ELSE
                    PERFORM 9600-VALIDA-SQL
                 END-IF
           END-EVALUATE.
      *----
      * ZMWSC291 : AUTORIZA (HE-AUTORIZAR) O RECHAZA (HE-RECHAZAR) LOS
      *            TRASPASOS SOLICITADOS. EL QUE AUTORIZA (HE-IUSUARIO)
      *            NO PUEDE SER EL QUE SOLICITO. AL RECHAZAR EL CASO
      *            REGRESA A PROPUESTA. AL AUTORIZAR SE APLICAN LOS
      *            RENGLONES AUN NO APLICADOS; SI ALGUNO FALLA EL CASO
      *            SIGUE SOLICITADO Y SE PUEDE VOLVER A AUTORIZAR.
      *----
       9755-AUTORIZA-TRASPASO-SUC.
      *----
           SET HE-ACEPTADO                 TO TRUE
           MOVE SPACES                     TO HE-DMENSAJE
           MOVE 0                          TO HE-NUMFALLAS

           EXEC SQL
                SELECT ZM719_IUSRSOL
                  INTO :HE-IUSRSOL
                  FROM ZMDT719
                 WHERE ZM719_IEMPR   = :HE-IEMPR
                   AND ZM719_ICUENTA = :HE-ICUENTA
                   AND ZM719_ISECSUC = :HE-ISECSUC
                   AND ZM719_SESTADO = 'S'
           END-EXEC

           IF SQLCODE NOT = 0
              IF SQLCODE NOT = 100
                 PERFORM 9600-VALIDA-SQL
              END-IF
              SET HE-RECHAZADO             TO TRUE
              MOVE 'CASO SIN TRASPASOS POR AUTORIZAR'
                                           TO HE-DMENSAJE
           END-IF

           IF HE-ACEPTADO
              AND HE-IUSRSOL               EQUAL HE-IUSUARIO
              SET HE-RECHAZADO             TO TRUE
              MOVE 'AUTORIZA UN USUARIO DISTINTO AL QUE SOLICITO'
                                           TO HE-DMENSAJE
           END-IF

           IF HE-ACEPTADO
              AND HE-RECHAZAR
              EXEC SQL
                   UPDATE ZMDT719
                      SET ZM719_SESTADO  = 'P',
                          ZM719_IUSRAUT  = :HE-IUSUARIO,
                          ZM719_FAUTORIZ = CURRENT TIMESTAMP
                    WHERE ZM719_IEMPR   = :HE-IEMPR
                      AND ZM719_ICUENTA = :HE-ICUENTA
                      AND ZM719_ISECSUC = :HE-ISECSUC
              END-EXEC
              PERFORM 9600-VALIDA-SQL
           END-IF

           IF HE-ACEPTADO
              AND HE-AUTORIZAR
              EXEC SQL
                   DECLARE CHELINEA CURSOR FOR
                      SELECT ZM720_ISECLIN,  ZM720_ICTABEN,
                             ZM720_TACTIVO,
                             COALESCE(ZM720_IEMISORA, ' '),
                             COALESCE(ZM720_ISERIE, ' '),
                             ZM720_CTITULOS, ZM720_MIMPORTE
                        FROM ZMDT720
                       WHERE ZM720_IEMPR   = :HE-IEMPR
                         AND ZM720_ICUENTA = :HE-ICUENTA
                         AND ZM720_ISECSUC = :HE-ISECSUC
                         AND ZM720_SESTADO = 'P'
                    ORDER BY ZM720_ISECLIN
              END-EXEC

              EXEC SQL
                   OPEN CHELINEA
              END-EXEC
              PERFORM 9600-VALIDA-SQL

              SET HE-HAY-DATOS             TO TRUE
              PERFORM 9756-APLICA-LINEA-REPARTO
                  UNTIL HE-FIN-DATOS

              EXEC SQL
                   CLOSE CHELINEA
              END-EXEC

              IF HE-NUMFALLAS              GREATER THAN 0
                 SET HE-RECHAZADO          TO TRUE
                 MOVE 'HAY TRASPASOS QUE NO SE APLICARON'
                                           TO HE-DMENSAJE
              ELSE
                 EXEC SQL
                      UPDATE ZMDT719
                         SET ZM719_SESTADO  = 'T',
                             ZM719_IUSRAUT  = :HE-IUSUARIO,
                             ZM719_FAUTORIZ = CURRENT TIMESTAMP
                       WHERE ZM719_IEMPR   = :HE-IEMPR
                         AND ZM719_ICUENTA = :HE-ICUENTA
                         AND ZM719_ISECSUC = :HE-ISECSUC
                 END-EXEC
                 PERFORM 9600-VALIDA-SQL
              END-IF
           END-IF.
      *----
       9756-APLICA-LINEA-REPARTO.
      *----
           EXEC SQL
                FETCH CHELINEA
                 INTO :HE-ISECLIN,   :HE-ICTABEN,
                      :HE-TACTIVO,
                      :HE-IEMISORA,
                      :HE-ISERIE,
                      :HE-CTITULOS,  :HE-MIMPORTE
           END-EXEC

           IF SQLCODE EQUAL 0
              SET HE-HAY-DATOS             TO TRUE
              MOVE 0                       TO HE-ISECMOV
              MOVE HE-ISECSUC              TO HE-ISECSUC-ED
              MOVE HE-NUMFALLAS            TO HE-NUMPEND

              IF HE-ACTIVO-VALORES
                 AND HE-CTITULOS           GREATER THAN 0
                 MOVE HE-IEMPR             TO PB-IEMPR
                 MOVE HE-ICUENTA           TO PB-ICUENTA
                 MOVE HE-ICTABEN           TO PB-ICTADEST
                 MOVE HE-IEMISORA          TO PB-IEMISORA
                 MOVE HE-ISERIE            TO PB-ISERIE
                 COMPUTE PB-CTITULOS = 0 - HE-CTITULOS
                 MOVE HE-FECHA             TO PB-FVALOR
                 MOVE HE-IUSUARIO          TO PB-IUSUARIO
                 MOVE HE-IPROGRAM          TO PB-IPROGRAM
                 PERFORM 9682-TRASPASO-POSICION
                 IF PB-RECHAZADO
                    ADD 1                  TO HE-NUMFALLAS
                 ELSE
                    MOVE PB-ISECMOV        TO HE-ISECMOV
                 END-IF
              END-IF

              IF HE-ACTIVO-EFECTIVO
                 AND HE-MIMPORTE           GREATER THAN 0
                 MOVE HE-IEMPR             TO EF-IEMPR
                 MOVE HE-ICUENTA           TO EF-ICUENTA
                 MOVE 0                    TO EF-ICONCEPT
                 MOVE HE-FECHA             TO EF-FVALOR
                 SET EF-MOV-CARGO          TO TRUE
                 SET EF-ORIGEN-MANUAL      TO TRUE
                 MOVE HE-MIMPORTE          TO EF-MIMPORTE
                 MOVE SPACES               TO EF-DREFER
                 STRING 'SUCESION ' HE-ISECSUC-ED
                        DELIMITED BY SIZE  INTO EF-DREFER
                 MOVE HE-IUSUARIO          TO EF-IUSUARIO
                 MOVE HE-IPROGRAM          TO EF-IPROGRAM
                 PERFORM 9643-REGISTRA-MOVTO-EFECTIVO

                 MOVE HE-ICTABEN           TO EF-ICUENTA
                 SET EF-MOV-ABONO          TO TRUE
                 PERFORM 9643-REGISTRA-MOVTO-EFECTIVO
                 MOVE EF-ISECMOV           TO HE-ISECMOV
              END-IF

              IF HE-NUMFALLAS              EQUAL HE-NUMPEND
                 EXEC SQL
                      UPDATE ZMDT720
                         SET ZM720_SESTADO = 'A',
                             ZM720_ISECMOV = NULLIF(:HE-ISECMOV, 0),
                             ZM720_FAPLICA = CURRENT TIMESTAMP
                       WHERE ZM720_IEMPR   = :HE-IEMPR
                         AND ZM720_ICUENTA = :HE-ICUENTA
                         AND ZM720_ISECSUC = :HE-ISECSUC
                         AND ZM720_ISECLIN = :HE-ISECLIN
                 END-EXEC
                 PERFORM 9600-VALIDA-SQL
              END-IF
           ELSE
              SET HE-FIN-DATOS             TO TRUE
              IF SQLCODE NOT = 100
                 PERFORM 9600-VALIDA-SQL
              END-IF
           END-IF.
      *----
      * ZMWSC291 : CIERRA EL CASO TRASPASADO CON LA BAJA GUIADA DE LA
      *            CUENTA. SI 9327 ENCUENTRA PENDIENTES (CARTAS AUN
      *            VIGENTES, AUTORIZACIONES, ENVIOS) EL CASO SIGUE
      *            ABIERTO Y LOS CONTADORES CC- DICEN POR QUE. SIN
      *            CARTAS VIGENTES NO HAY LINEA DISPUESTA.
      *----
       9757-CIERRA-SUCESION.
      *----
           SET HE-ACEPTADO                 TO TRUE
           MOVE SPACES                     TO HE-DMENSAJE

           PERFORM 9748-VERIFICA-BLOQUEO-SUCESION

           IF NOT HE-BLOQUEADA
              OR NOT HE-CASO-TRASPASADO
              SET HE-RECHAZADO             TO TRUE
              MOVE 'EL CASO NO TIENE LOS TRASPASOS APLICADOS'
                                           TO HE-DMENSAJE
           END-IF

           IF HE-ACEPTADO
              MOVE HE-IEMPR                TO CC-IEMPR
              MOVE HE-ICUENTA              TO CC-ICUENTA
              MOVE 0                       TO CC-MUTILIZADO
              PERFORM 9327-VALIDA-CIERRE-CUENTA

              IF CC-CIERRE-BLOQUEADO
                 SET HE-RECHAZADO          TO TRUE
                 MOVE 'LA CUENTA TIENE PENDIENTES QUE IMPIDEN LA BAJA'
                                           TO HE-DMENSAJE
              ELSE
                 SET CC-SIN-OVERRIDE       TO TRUE
                 MOVE HE-IUSUARIO          TO CC-IUSUARIO
                 PERFORM 9328-CIERRA-CUENTA

                 IF CC-BAJA-APLICADA
                    EXEC SQL
                         UPDATE ZMDT719
                            SET ZM719_SESTADO = 'C',
                                ZM719_FCIERRE = CURRENT TIMESTAMP
                          WHERE ZM719_IEMPR   = :HE-IEMPR
                            AND ZM719_ICUENTA = :HE-ICUENTA
                            AND ZM719_ISECSUC = :HE-ISECSUC
                    END-EXEC
                    PERFORM 9600-VALIDA-SQL
                 ELSE
                    SET HE-RECHAZADO       TO TRUE
                    MOVE 'NO SE APLICO LA BAJA DE LA CUENTA'
                                           TO HE-DMENSAJE
                 END-IF
              END-IF
           END-IF.
      *----
