      *----
      * ZMWSC297 : VERIFICACION A CIEGAS (DOBLE CAPTURA) DE CARTAS
      *            (ZMDT724/ZMDT725). LAYOUT DE REFERENCIA ZMWSC296
      *            (VD-REG). SE EVALUA TRAS CADA RENGLON GRABADO
      *            PORQUE EL IMPORTE SE ACUMULA; VD-MUMBRAL-ALFA
      *            LLEGA CON EL UMBRAL 'REG'/'VERIFICA' O EN BLANCO.
      *----
       9779-VERIFICA-REQUIERE-DOBLE.
      *----
           SET VD-SIN-VERIFICA             TO TRUE
           MOVE SPACES                     TO VD-SMOTIVO
           MOVE 0                          TO VD-MIMPORTE
           MOVE 0                          TO VD-MUMBRAL

           IF VD-MUMBRAL-ALFA              NUMERIC
              MOVE VD-MUMBRAL-ALFA-R       TO VD-MUMBRAL
           END-IF

      *    EL CONCEPTO PROPIO O EL RENGLON GENERAL (ICONCEPT = 0)
      *    DEL CATALOGO PUEDEN PEDIR LA VERIFICACION DE TODAS SUS
      *    CARTAS, SIN IMPORTAR EL IMPORTE.
           EXEC SQL
                SELECT COALESCE(MAX(ZM671_SVERIFICA), 'N')
                  INTO :VD-SVERIFICA
                  FROM ZMDT671
                 WHERE ZM671_ICONCEPT IN (:VD-ICONCEPT, 0)
                   AND ZM671_SVIGEN   = '1'
           END-EXEC
           PERFORM 9600-VALIDA-SQL

           EXEC SQL
                SELECT COALESCE(SUM(ZM607_MIMPORTE), 0)
                  INTO :VD-MIMPORTE
                  FROM ZMDT607
                 WHERE ZM607_IEMPR    = :VD-IEMPR
                   AND ZM607_ICUENTA  = :VD-ICUENTA
                   AND ZM607_ICONCEPT = :VD-ICONCEPT
                   AND ZM607_FCANC    IS NULL
           END-EXEC
           PERFORM 9600-VALIDA-SQL

           EVALUATE TRUE
              WHEN VD-SVERIFICA            EQUAL 'S'
                 SET VD-REQUIERE-VERIFICA  TO TRUE
                 SET VD-POR-CONCEPTO       TO TRUE
              WHEN VD-MUMBRAL              GREATER THAN 0
               AND VD-MIMPORTE             NOT LESS THAN VD-MUMBRAL
                 SET VD-REQUIERE-VERIFICA  TO TRUE
                 SET VD-POR-IMPORTE        TO TRUE
           END-EVALUATE

           IF VD-REQUIERE-VERIFICA
              MOVE 0                       TO VD-NUMCTL

              EXEC SQL
                   SELECT COUNT(*)
                     INTO :VD-NUMCTL
                     FROM ZMDT724
                    WHERE ZM724_IEMPR    = :VD-IEMPR
                      AND ZM724_ICUENTA  = :VD-ICUENTA
                      AND ZM724_ICONCEPT = :VD-ICONCEPT
              END-EXEC
              PERFORM 9600-VALIDA-SQL

              IF VD-NUMCTL                 EQUAL 0
                 EXEC SQL
                      INSERT INTO ZMDT724
                           ( ZM724_IEMPR,    ZM724_ICUENTA,
                             ZM724_ICONCEPT, ZM724_SMOTIVO,
                             ZM724_MIMPORTE, ZM724_MUMBRAL,
                             ZM724_IESTADO,  ZM724_IUSRCAPT,
                             ZM724_FALTA,    ZM724_NINTENTOS,
                             ZM724_IUSRVERIF,ZM724_FVERIF,
                             ZM724_DDIFER )
                      VALUES ( :VD-IEMPR,    :VD-ICUENTA,
                               :VD-ICONCEPT, :VD-SMOTIVO,
                               :VD-MIMPORTE, :VD-MUMBRAL,
                               'P',          :VD-IUSUARIO,
                               CURRENT TIMESTAMP, 0,
                               NULL,         NULL,
                               NULL )
                 END-EXEC
              ELSE
      *          RENGLON NUEVO SOBRE UNA CARTA YA VERIFICADA O
      *          DEVUELTA: LO VERIFICADO YA NO ES LA CARTA COMPLETA,
      *          SE VUELVE A VERIFICAR CON EL NUEVO CAPTURISTA. LA
      *          LISTA DDIFER SE CONSERVA HASTA LA SIGUIENTE
      *          VERIFICACION.
                 EXEC SQL
                      UPDATE ZMDT724
                         SET ZM724_IESTADO   = 'P',
                             ZM724_SMOTIVO   = :VD-SMOTIVO,
                             ZM724_MIMPORTE  = :VD-MIMPORTE,
                             ZM724_MUMBRAL   = :VD-MUMBRAL,
                             ZM724_IUSRCAPT  = :VD-IUSUARIO,
                             ZM724_IUSRVERIF = NULL,
                             ZM724_FVERIF    = NULL
                       WHERE ZM724_IEMPR    = :VD-IEMPR
                         AND ZM724_ICUENTA  = :VD-ICUENTA
                         AND ZM724_ICONCEPT = :VD-ICONCEPT
                 END-EXEC
              END-IF
              PERFORM 9600-VALIDA-SQL
           END-IF.
      *----
      * ZMWSC297 : CANDADO DE LIBERACION A MERCADO: UNA CARTA CON
      *            CONTROL DE VERIFICACION QUE NO ESTE EN 'V' NO
      *            SALE.
      *----
       9780-VERIFICA-LIBERA-CARTA.
      *----
           SET VD-CARTA-LIBERADA           TO TRUE
           MOVE 0                          TO VD-NUMCTL

           EXEC SQL
                SELECT COUNT(*)
                  INTO :VD-NUMCTL
                  FROM ZMDT724
                 WHERE ZM724_IEMPR    = :VD-IEMPR
                   AND ZM724_ICUENTA  = :VD-ICUENTA
                   AND ZM724_ICONCEPT = :VD-ICONCEPT
                   AND ZM724_IESTADO <> 'V'
           END-EXEC
           PERFORM 9600-VALIDA-SQL

           IF VD-NUMCTL                    GREATER THAN 0
              SET VD-CARTA-RETENIDA        TO TRUE
           END-IF.
      *----
      * ZMWSC297 : RECAPTURA DEL VERIFICADOR. SOLO SOBRE UNA CARTA EN
      *            'P' Y POR UN USUARIO DISTINTO DEL QUE LA CAPTURO.
      *----
       9781-COMPARA-VERIFICACION.
      *----
           SET VD-RECHAZADO                TO TRUE
           MOVE SPACES                     TO VD-DMENSAJE
           MOVE SPACES                     TO VD-IESTADO
           MOVE SPACES                     TO VD-IUSRCAPT
           MOVE 0                          TO VD-NINTENTOS

           EXEC SQL
                SELECT ZM724_IESTADO, ZM724_IUSRCAPT,
                       ZM724_NINTENTOS
                  INTO :VD-IESTADO,   :VD-IUSRCAPT,
                       :VD-NINTENTOS
                  FROM ZMDT724
                 WHERE ZM724_IEMPR    = :VD-IEMPR
                   AND ZM724_ICUENTA  = :VD-ICUENTA
                   AND ZM724_ICONCEPT = :VD-ICONCEPT
           END-EXEC

           EVALUATE TRUE
              WHEN SQLCODE                 EQUAL 100
                 MOVE 'LA CARTA NO REQUIERE VERIFICACION'
                                           TO VD-DMENSAJE
              WHEN SQLCODE                 NOT = 0
                 PERFORM 9600-VALIDA-SQL
              WHEN NOT VD-PENDIENTE
                 MOVE 'LA CARTA NO ESTA PENDIENTE DE VERIFICAR'
                                           TO VD-DMENSAJE
              WHEN VD-IUSRCAPT             EQUAL VD-IUSUARIO
                 MOVE 'QUIEN CAPTURO LA CARTA NO PUEDE VERIFICARLA'
                                           TO VD-DMENSAJE
              WHEN VD-NUMLIN               GREATER THAN 99
                 MOVE 'LA VERIFICACION ADMITE HASTA 99 RENGLONES'
                                           TO VD-DMENSAJE
              WHEN OTHER
                 PERFORM 9782-COMPARA-CARTA
           END-EVALUATE.
      *----
      * ZMWSC297 : COMPARA CAMPO POR CAMPO Y DEJA LA CARTA EN 'V' O
      *            DEVUELTA EN 'D' CON SU DETALLE EN ZMDT725.
      *----
       9782-COMPARA-CARTA.
      *----
           MOVE SPACES                     TO VD-IEMISORA
           MOVE SPACES                     TO VD-ISERIE
           MOVE 0                          TO VD-NUMLINC
           MOVE 0                          TO VD-NUMDIF
           MOVE SPACES                     TO VD-DDIFER
           MOVE '0'                        TO VD-SDIFCTA
           MOVE '0'                        TO VD-SDIFEMI
           MOVE '0'                        TO VD-SDIFSER
           MOVE '0'                        TO VD-SDIFNLIN

           EXEC SQL
                SELECT ZM606_IEMISORA, ZM606_ISERIE
                  INTO :VD-IEMISORA,   :VD-ISERIE
                  FROM ZMDT606
                 WHERE ZM606_IEMPR    = :VD-IEMPR
                   AND ZM606_ICUENTA  = :VD-ICUENTA
                   AND ZM606_ICONCEPT = :VD-ICONCEPT
           END-EXEC
           PERFORM 9600-VALIDA-SQL

           EXEC SQL
                SELECT COUNT(*)
                  INTO :VD-NUMLINC
                  FROM ZMDT607
                 WHERE ZM607_IEMPR    = :VD-IEMPR
                   AND ZM607_ICUENTA  = :VD-ICUENTA
                   AND ZM607_ICONCEPT = :VD-ICONCEPT
                   AND ZM607_FCANC    IS NULL
           END-EXEC
           PERFORM 9600-VALIDA-SQL

      *    EL DETALLE ANTERIOR SE REEMPLAZA CON EL DE ESTA PASADA.
           EXEC SQL
                DELETE FROM ZMDT725
                 WHERE ZM725_IEMPR    = :VD-IEMPR
                   AND ZM725_ICUENTA  = :VD-ICUENTA
                   AND ZM725_ICONCEPT = :VD-ICONCEPT
           END-EXEC
           IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
              PERFORM 9600-VALIDA-SQL
           END-IF

      *    CARATULA
           MOVE 0                          TO VD-DCAMPO-LIN

           IF VD-ICUENTAV                  NOT = VD-ICUENTA
              MOVE '1'                     TO VD-SDIFCTA
              MOVE 'CONTRA'                TO VD-DCAMPO-NOM
              PERFORM 9788-AGREGA-DIFERENCIA
           END-IF

           IF VD-IEMISORAV                 NOT = VD-IEMISORA
              MOVE '1'                     TO VD-SDIFEMI
              MOVE 'EMISOR'                TO VD-DCAMPO-NOM
              PERFORM 9788-AGREGA-DIFERENCIA
           END-IF

           IF VD-ISERIEV                   NOT = VD-ISERIE
              MOVE '1'                     TO VD-SDIFSER
              MOVE 'SERIE'                 TO VD-DCAMPO-NOM
              PERFORM 9788-AGREGA-DIFERENCIA
           END-IF

           IF VD-NUMLIN                    NOT = VD-NUMLINC
              MOVE '1'                     TO VD-SDIFNLIN
              MOVE 'NUMLIN'                TO VD-DCAMPO-NOM
              PERFORM 9788-AGREGA-DIFERENCIA
           END-IF

           IF VD-NUMDIF                    GREATER THAN 0
              EXEC SQL
                   INSERT INTO ZMDT725
                        ( ZM725_IEMPR,     ZM725_ICUENTA,
                          ZM725_ICONCEPT,  ZM725_LINEA,
                          ZM725_SDIFCONTR, ZM725_SDIFEMI,
                          ZM725_SDIFSER,   ZM725_SDIFTIT,
                          ZM725_SDIFIMP,   ZM725_SDIFLIN,
                          ZM725_FSIST )
                   VALUES ( :VD-IEMPR,     :VD-ICUENTA,
                            :VD-ICONCEPT,  0,
                            :VD-SDIFCTA,   :VD-SDIFEMI,
                            :VD-SDIFSER,   '0',
                            '0',           :VD-SDIFNLIN,
                            CURRENT TIMESTAMP )
              END-EXEC
              PERFORM 9600-VALIDA-SQL
           END-IF

      *    RENGLONES
           PERFORM 9783-COMPARA-RENGLON
              VARYING VD-I FROM 1 BY 1
                UNTIL VD-I GREATER THAN VD-NUMLIN

           IF VD-NUMDIF                    EQUAL 0
              EXEC SQL
                   UPDATE ZMDT724
                      SET ZM724_IESTADO   = 'V',
                          ZM724_IUSRVERIF = :VD-IUSUARIO,
                          ZM724_FVERIF    = CURRENT TIMESTAMP,
                          ZM724_DDIFER    = NULL
                    WHERE ZM724_IEMPR    = :VD-IEMPR
                      AND ZM724_ICUENTA  = :VD-ICUENTA
                      AND ZM724_ICONCEPT = :VD-ICONCEPT
              END-EXEC
              PERFORM 9600-VALIDA-SQL
              SET VD-VERIFICADA            TO TRUE
              SET VD-ACEPTADO              TO TRUE
           ELSE
              ADD 1                        TO VD-NINTENTOS
              EXEC SQL
                   UPDATE ZMDT724
                      SET ZM724_IESTADO   = 'D',
                          ZM724_NINTENTOS = :VD-NINTENTOS,
                          ZM724_IUSRVERIF = :VD-IUSUARIO,
                          ZM724_FVERIF    = CURRENT TIMESTAMP,
                          ZM724_DDIFER    = :VD-DDIFER
                    WHERE ZM724_IEMPR    = :VD-IEMPR
                      AND ZM724_ICUENTA  = :VD-ICUENTA
                      AND ZM724_ICONCEPT = :VD-ICONCEPT
              END-EXEC
              PERFORM 9600-VALIDA-SQL
              SET VD-DEVUELTA              TO TRUE
              MOVE 'NO COINCIDE; LA CARTA SE DEVUELVE AL CAPTURISTA'
                                           TO VD-DMENSAJE
           END-IF.
      *----
      * ZMWSC297 : UN RENGLON TECLEADO CONTRA EL GRABADO CON EL MISMO
      *            NUMERO DE LINEA.
      *----
       9783-COMPARA-RENGLON.
      *----
           MOVE VD-LIN-ILINEA(VD-I)        TO VD-ILINEA
           MOVE '0'                        TO VD-SDIFCONTR
           MOVE '0'                        TO VD-SDIFTIT
           MOVE '0'                        TO VD-SDIFIMP
           MOVE '0'                        TO VD-SDIFLIN
           MOVE 0                          TO VD-ICONTR
           MOVE 0                          TO VD-CTITULOS
           MOVE 0                          TO VD-MIMPLIN
           MOVE VD-ILINEA                  TO VD-DCAMPO-LIN

           EXEC SQL
                SELECT ZM607_ICONTR,
                       COALESCE(ZM607_CTITULOS, 0),
                       COALESCE(ZM607_MIMPORTE, 0)
                  INTO :VD-ICONTR,
                       :VD-CTITULOS,
                       :VD-MIMPLIN
                  FROM ZMDT607
                 WHERE ZM607_IEMPR    = :VD-IEMPR
                   AND ZM607_ICUENTA  = :VD-ICUENTA
                   AND ZM607_ICONCEPT = :VD-ICONCEPT
                   AND ZM607_LINEA    = :VD-ILINEA
                   AND ZM607_FCANC    IS NULL
           END-EXEC

           EVALUATE TRUE
              WHEN SQLCODE                 EQUAL 100
                 MOVE '1'                  TO VD-SDIFLIN
                 MOVE 'RENGLO'             TO VD-DCAMPO-NOM
                 PERFORM 9788-AGREGA-DIFERENCIA
              WHEN SQLCODE                 NOT = 0
                 PERFORM 9600-VALIDA-SQL
              WHEN OTHER
                 IF VD-LIN-ICONTR(VD-I)    NOT = VD-ICONTR
                    MOVE '1'               TO VD-SDIFCONTR
                    MOVE 'CONTRA'          TO VD-DCAMPO-NOM
                    PERFORM 9788-AGREGA-DIFERENCIA
                 END-IF
                 IF VD-LIN-CTITULOS(VD-I)  NOT = VD-CTITULOS
                    MOVE '1'               TO VD-SDIFTIT
                    MOVE 'TITULO'          TO VD-DCAMPO-NOM
                    PERFORM 9788-AGREGA-DIFERENCIA
                 END-IF
                 IF VD-LIN-MIMPORTE(VD-I)  NOT = VD-MIMPLIN
                    MOVE '1'               TO VD-SDIFIMP
                    MOVE 'IMPORT'          TO VD-DCAMPO-NOM
                    PERFORM 9788-AGREGA-DIFERENCIA
                 END-IF
           END-EVALUATE

           MOVE VD-SDIFCONTR               TO VD-LIN-SDIFCONTR(VD-I)
           MOVE VD-SDIFTIT                 TO VD-LIN-SDIFTIT(VD-I)
           MOVE VD-SDIFIMP                 TO VD-LIN-SDIFIMP(VD-I)
           MOVE VD-SDIFLIN                 TO VD-LIN-SDIFLIN(VD-I)

           IF VD-SDIFCONTR                 EQUAL '1'
              OR VD-SDIFTIT                EQUAL '1'
              OR VD-SDIFIMP                EQUAL '1'
              OR VD-SDIFLIN                EQUAL '1'
              EXEC SQL
                   INSERT INTO ZMDT725
                        ( ZM725_IEMPR,     ZM725_ICUENTA,
                          ZM725_ICONCEPT,  ZM725_LINEA,
                          ZM725_SDIFCONTR, ZM725_SDIFEMI,
                          ZM725_SDIFSER,   ZM725_SDIFTIT,
                          ZM725_SDIFIMP,   ZM725_SDIFLIN,
                          ZM725_FSIST )
                   VALUES ( :VD-IEMPR,     :VD-ICUENTA,
                            :VD-ICONCEPT,  :VD-ILINEA,
                            :VD-SDIFCONTR, '0',
                            '0',           :VD-SDIFTIT,
                            :VD-SDIFIMP,   :VD-SDIFLIN,
                            CURRENT TIMESTAMP )
              END-EXEC
              PERFORM 9600-VALIDA-SQL
           END-IF.
      *----
      * ZMWSC297 : COLA DE CARTAS CON VERIFICACION. VD-IESTADO ENTRA
      *            CON 'P' (POR VERIFICAR; NO SE LISTAN AL
      *            VERIFICADOR LAS QUE EL MISMO CAPTURO) O 'D'
      *            (DEVUELTAS AL CAPTURISTA, CON SU LISTA DE CAMPOS).
      *            LAS MAS ANTIGUAS PRIMERO.
      *----
       9784-ABRE-COLA-VERIFICA.
      *----
           EXEC SQL
                DECLARE CVDCOLA CURSOR FOR
                   SELECT V.ZM724_ICUENTA,  V.ZM724_ICONCEPT,
                          V.ZM724_SMOTIVO,  V.ZM724_MIMPORTE,
                          V.ZM724_IUSRCAPT, V.ZM724_FALTA,
                          V.ZM724_NINTENTOS,
                          COALESCE(A.ZM606_IDOCSCAN, ' '),
                          COALESCE(V.ZM724_DDIFER, ' ')
                     FROM ZMDT724 V,
                          ZMDT606 A
                    WHERE V.ZM724_IEMPR    = :VD-IEMPR
                      AND V.ZM724_IESTADO  = :VD-IESTADO
                      AND ( V.ZM724_IESTADO  = 'D'
                         OR V.ZM724_IUSRCAPT <> :VD-IUSUARIO )
                      AND A.ZM606_IEMPR    = V.ZM724_IEMPR
                      AND A.ZM606_ICUENTA  = V.ZM724_ICUENTA
                      AND A.ZM606_ICONCEPT = V.ZM724_ICONCEPT
                 ORDER BY V.ZM724_FALTA
           END-EXEC

           EXEC SQL
                OPEN CVDCOLA
           END-EXEC
           PERFORM 9600-VALIDA-SQL.
      *----
       9785-LEE-COLA-VERIFICA.
      *----
           EXEC SQL
                FETCH CVDCOLA
                 INTO :VD-ICUENTA,   :VD-ICONCEPT,
                      :VD-SMOTIVO,   :VD-MIMPORTE,
                      :VD-IUSRCAPT,  :VD-FALTA,
                      :VD-NINTENTOS,
                      :VD-IDOCSCAN,
                      :VD-DDIFER
           END-EXEC

           IF SQLCODE EQUAL 0
              SET VD-HAY-DATOS             TO TRUE
           ELSE
              SET VD-FIN-DATOS             TO TRUE
              IF SQLCODE NOT = 100
                 PERFORM 9600-VALIDA-SQL
              END-IF
              EXEC SQL
                   CLOSE CVDCOLA
              END-EXEC
           END-IF.
      *----
      * ZMWSC297 : BANDERAS DE LA ULTIMA VERIFICACION DE LA CARTA
      *            (ZMDT725) PARA RESALTAR EN LA PANTALLA DEL
      *            CAPTURISTA: LA LINEA 0 VA A LAS DE LA CARATULA,
      *            CADA RENGLON CON DIFERENCIA A UNA POSICION DE
      *            VD-LINEA (VD-NUMLIN RENGLONES).
      *----
       9786-CARGA-DIFERENCIAS.
      *----
           MOVE 0                          TO VD-NUMLIN
           MOVE '0'                        TO VD-SDIFCTA
           MOVE '0'                        TO VD-SDIFEMI
           MOVE '0'                        TO VD-SDIFSER
           MOVE '0'                        TO VD-SDIFNLIN

           EXEC SQL
                DECLARE CVDDIFS CURSOR FOR
                   SELECT ZM725_LINEA,     ZM725_SDIFCONTR,
                          ZM725_SDIFEMI,   ZM725_SDIFSER,
                          ZM725_SDIFTIT,   ZM725_SDIFIMP,
                          ZM725_SDIFLIN
                     FROM ZMDT725
                    WHERE ZM725_IEMPR    = :VD-IEMPR
                      AND ZM725_ICUENTA  = :VD-ICUENTA
                      AND ZM725_ICONCEPT = :VD-ICONCEPT
                 ORDER BY ZM725_LINEA
           END-EXEC

           EXEC SQL
                OPEN CVDDIFS
           END-EXEC
           PERFORM 9600-VALIDA-SQL

           SET VD-HAY-DATOS                TO TRUE
           PERFORM 9787-LEE-DIFERENCIAS
              UNTIL VD-FIN-DATOS

           EXEC SQL
                CLOSE CVDDIFS
           END-EXEC.
      *----
       9787-LEE-DIFERENCIAS.
      *----
           EXEC SQL
                FETCH CVDDIFS
                 INTO :VD-ILINEA,    :VD-SDIFCONTR,
                      :VD-SDIFEMIL,  :VD-SDIFSERL,
                      :VD-SDIFTIT,   :VD-SDIFIMP,
                      :VD-SDIFLIN
           END-EXEC

           EVALUATE TRUE
              WHEN SQLCODE                 EQUAL 100
                 SET VD-FIN-DATOS          TO TRUE
              WHEN SQLCODE                 NOT = 0
                 SET VD-FIN-DATOS          TO TRUE
                 PERFORM 9600-VALIDA-SQL
              WHEN VD-ILINEA               EQUAL 0
                 MOVE VD-SDIFCONTR         TO VD-SDIFCTA
                 MOVE VD-SDIFEMIL          TO VD-SDIFEMI
                 MOVE VD-SDIFSERL          TO VD-SDIFSER
                 MOVE VD-SDIFLIN           TO VD-SDIFNLIN
              WHEN VD-NUMLIN               LESS THAN 99
                 ADD 1                     TO VD-NUMLIN
                 MOVE VD-NUMLIN            TO VD-I
                 MOVE VD-ILINEA            TO VD-LIN-ILINEA(VD-I)
                 MOVE VD-SDIFCONTR         TO VD-LIN-SDIFCONTR(VD-I)
                 MOVE VD-SDIFTIT           TO VD-LIN-SDIFTIT(VD-I)
                 MOVE VD-SDIFIMP           TO VD-LIN-SDIFIMP(VD-I)
                 MOVE VD-SDIFLIN           TO VD-LIN-SDIFLIN(VD-I)
           END-EVALUATE.
      *----
      * ZMWSC297 : AGREGA EL CAMPO VD-DCAMPO (RENGLON Y NOMBRE) A LA
      *            LISTA DDIFER; LA LISTA GUARDA LOS PRIMEROS 8, EL
      *            DETALLE COMPLETO QUEDA EN ZMDT725.
      *----
       9788-AGREGA-DIFERENCIA.
      *----
           ADD 1                           TO VD-NUMDIF

           IF VD-NUMDIF                    NOT GREATER THAN 8
              MOVE VD-DCAMPO               TO VD-DIFCAMPO(VD-NUMDIF)
           END-IF.
