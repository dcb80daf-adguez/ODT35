      *----
      * ZMWSC351 : MODO ENTRENAMIENTO POR USUARIO (ZMDT770/ZMDT771).
      *            LAYOUT DE REFERENCIA ZMWSC350 (TR-REG).
      *----
      * EL ENTRENAMIENTO NO CAMBIA LA LOGICA DE NINGUN PROGRAMA: SOLO
      * CAMBIA LA COLECCION DE PAQUETES DE LA TAREA (9035), Y CON ELLA
      * EL ESQUEMA DE LAS TABLAS. ZMDT770/ZMDT771 Y LOS CATALOGOS SON
      * ALIAS A PRODUCCION EN ZMENTREN, ASI QUE 9034 LEE LO MISMO EN
      * CUALQUIER AMBIENTE. LA CARGA Y EL REINICIO CORREN EN
      * PRODUCCION: LEEN LAS TABLAS DE PRODUCCION Y ESCRIBEN LAS DE
      * ZMENTREN CALIFICADAS.
      *----
       9034-LEE-MODO-ENTRENAMIENTO.
      *----
           SET TR-PRODUCCION               TO TRUE

           EXEC SQL
                SELECT ZM770_SACTIVO
                  INTO :TR-SACTIVO
                  FROM ZMDT770
                 WHERE ZM770_IUSUARIO = :TR-IUSUARIO
           END-EXEC

           IF SQLCODE EQUAL 100
              SET TR-PRODUCCION            TO TRUE
           ELSE
              PERFORM 9600-VALIDA-SQL
           END-IF.
      *----
      * ZMWSC351 : FIJA EL AMBIENTE DE DATOS DE LA TAREA SEGUN
      *            TR-SACTIVO: LA COLECCION DE ENTRENAMIENTO O, EN
      *            BLANCO, LA LISTA DE PAQUETES DEL PLAN.
      *----
       9035-FIJA-AMBIENTE-SESION.
      *----
           IF TR-ENTRENAMIENTO
              EXEC SQL
                   SET CURRENT PACKAGESET = :TR-COLECCION
              END-EXEC
           ELSE
              EXEC SQL
                   SET CURRENT PACKAGESET = :TR-COLPROD
              END-EXEC
           END-IF
           PERFORM 9600-VALIDA-SQL.
      *----
      * ZMWSC351 : PONE (TR-SACTIVO '1', CON TR-NCUENTAS DE JUEGO) O
      *            QUITA ('0') AL USUARIO TR-IUSUARIO DEL MODO
      *            ENTRENAMIENTO. LO HACE TR-IUSRALTA, QUE NO PUEDE SER
      *            EL MISMO USUARIO. QUITARLO NO BORRA SU JUEGO DE
      *            CUENTAS: LO CONSERVA PARA CUANDO VUELVA.
      *----
       9036-INSCRIBE-ENTRENAMIENTO.
      *----
           SET TR-ACEPTADO                 TO TRUE
           MOVE SPACES                     TO TR-DMENSAJE

           IF TR-IUSRALTA                  EQUAL SPACES
              OR TR-IUSRALTA               EQUAL TR-IUSUARIO
              SET TR-RECHAZADO             TO TRUE
              MOVE 'EL USUARIO NO PUEDE PONERSE EN ENTRENAMIENTO A SI'
                                           TO TR-DMENSAJE
           END-IF

           IF TR-ACEPTADO
              AND TR-SACTIVO               NOT EQUAL '1'
              AND TR-SACTIVO               NOT EQUAL '0'
              SET TR-RECHAZADO             TO TRUE
              MOVE 'INDICADOR DE ENTRENAMIENTO INVALIDO'
                                           TO TR-DMENSAJE
           END-IF

           IF TR-ACEPTADO
              AND TR-ENTRENAMIENTO
              AND TR-NCUENTAS              NOT GREATER 0
              SET TR-RECHAZADO             TO TRUE
              MOVE 'INDIQUE CUANTAS CUENTAS LLEVA EL JUEGO'
                                           TO TR-DMENSAJE
           END-IF

           IF TR-ACEPTADO
              MOVE 0                       TO TR-NELEGIBLE
              EXEC SQL
                   SELECT COUNT(*)
                     INTO :TR-NELEGIBLE
                     FROM USUARIO
                    WHERE IUSUARIO = :TR-IUSUARIO
                      AND SVIGEN   = '1'
              END-EXEC
              PERFORM 9600-VALIDA-SQL
              IF TR-NELEGIBLE              EQUAL 0
                 SET TR-RECHAZADO          TO TRUE
                 MOVE 'USUARIO INEXISTENTE O NO VIGENTE'
                                           TO TR-DMENSAJE
              END-IF
           END-IF

           IF TR-ACEPTADO
              EXEC SQL
                   UPDATE ZMDT770
                      SET ZM770_SACTIVO  = :TR-SACTIVO,
                          ZM770_NCUENTAS =
                              COALESCE(NULLIF(:TR-NCUENTAS, 0),
                                       ZM770_NCUENTAS),
                          ZM770_IUSRALTA = :TR-IUSRALTA,
                          ZM770_FALTA    = CURRENT TIMESTAMP
                    WHERE ZM770_IUSUARIO = :TR-IUSUARIO
              END-EXEC
              IF SQLCODE EQUAL 100
                 EXEC SQL
                      INSERT INTO ZMDT770
                           ( ZM770_IUSUARIO,  ZM770_SACTIVO,
                             ZM770_NCUENTAS,  ZM770_FCARGA,
                             ZM770_IUSRALTA,  ZM770_FALTA )
                      VALUES ( :TR-IUSUARIO,  :TR-SACTIVO,
                               :TR-NCUENTAS,  NULL,
                               :TR-IUSRALTA,  CURRENT TIMESTAMP )
                 END-EXEC
              END-IF
              PERFORM 9600-VALIDA-SQL
           END-IF.
      *----
      * ZMWSC351 : CARGA (O COMPLETA) EL JUEGO DE CUENTAS DEL USUARIO
      *            TR-IUSUARIO HASTA SU ZM770_NCUENTAS, TOMANDO DEL
      *            EXTRACTO ANONIMIZADO (AN-NMUESTRA Y AN-SCERO-MONTOS
      *            LOS DA EL LLAMADOR) LAS CUENTAS DE SU ALCANCE
      *            (ZMDT752) QUE NO TENGA YA OTRO USUARIO.
      *----
       9037-CARGA-ENTRENAMIENTO.
      *----
           SET TR-ACEPTADO                 TO TRUE
           MOVE SPACES                     TO TR-DMENSAJE
           MOVE 0                          TO TR-NCUENTAS
           MOVE 0                          TO TR-NCARGADAS
           MOVE 0                          TO TR-NCARTAS

           EXEC SQL
                SELECT ZM770_NCUENTAS
                  INTO :TR-NCUENTAS
                  FROM ZMDT770
                 WHERE ZM770_IUSUARIO = :TR-IUSUARIO
                   AND ZM770_SACTIVO  = '1'
           END-EXEC
           IF SQLCODE EQUAL 100
              SET TR-RECHAZADO             TO TRUE
              MOVE 'EL USUARIO NO ESTA EN MODO ENTRENAMIENTO'
                                           TO TR-DMENSAJE
           ELSE
              PERFORM 9600-VALIDA-SQL
           END-IF

           IF TR-ACEPTADO
              EXEC SQL
                   SELECT COUNT(*)
                     INTO :TR-NCARGADAS
                     FROM ZMDT771
                    WHERE ZM771_IUSUARIO = :TR-IUSUARIO
              END-EXEC
              PERFORM 9600-VALIDA-SQL

              IF AN-NMUESTRA               NOT GREATER 0
                 MOVE 1                    TO AN-NMUESTRA
              END-IF

              PERFORM 9339-ABRE-EXT-ANONIMO
              PERFORM 9340-LEE-EXT-ANONIMO
              PERFORM 9039-CARGA-SIGUIENTE-ENTRENA
                 UNTIL AN-FIN-DATOS
                    OR TR-NCARGADAS        NOT LESS TR-NCUENTAS

      *       SI EL JUEGO SE LLENO ANTES DE TERMINAR LA MUESTRA, EL
      *       CURSOR DEL EXTRACTO SIGUE ABIERTO.
              IF AN-HAY-DATOS
                 EXEC SQL
                      CLOSE CEXTANON
                 END-EXEC
              END-IF

              EXEC SQL
                   UPDATE ZMDT770
                      SET ZM770_FCARGA   = CURRENT TIMESTAMP
                    WHERE ZM770_IUSUARIO = :TR-IUSUARIO
              END-EXEC
              PERFORM 9600-VALIDA-SQL

              IF TR-NCARGADAS              LESS TR-NCUENTAS
                 MOVE 'NO ALCANZARON LAS CUENTAS DE SU ALCANCE'
                                           TO TR-DMENSAJE
              END-IF
           END-IF.
      *----
      * ZMWSC351 : CUENTA DEL EXTRACTO YA LEIDA EN AN-REG: SI ESTA EN
      *            EL ALCANCE DEL USUARIO Y ES DE NADIE MAS, SE COPIA Y
      *            SE LE ASIGNA. DESPUES LEE LA SIGUIENTE.
      *----
       9039-CARGA-SIGUIENTE-ENTRENA.
      *----
           MOVE 0                          TO TR-NELEGIBLE
           EXEC SQL
                SELECT COUNT(*)
                  INTO :TR-NELEGIBLE
                  FROM CUENTA A
                 WHERE A.IEMPR   = :AN-IEMPR
                   AND A.ICUENTA = :AN-ICUENTA
                   AND NOT EXISTS
                       ( SELECT 1
                           FROM ZMDT771 T
                          WHERE T.ZM771_IEMPR   = A.IEMPR
                            AND T.ZM771_ICUENTA = A.ICUENTA )
                   AND EXISTS
                       ( SELECT 1
                           FROM ZMDT752 S
                          WHERE S.ZM752_IUSUARIO = :TR-IUSUARIO
                            AND S.ZM752_IEMPR    = A.IEMPR
                            AND S.ZM752_SESTADO  = 'A'
                            AND ( S.ZM752_ISUCCASA = ' '
                               OR S.ZM752_ISUCCASA = A.ISUCCASA ) )
           END-EXEC
           PERFORM 9600-VALIDA-SQL

           IF TR-NELEGIBLE                 GREATER 0
              PERFORM 9038-COPIA-CUENTA-ENTRENA

              EXEC SQL
                   INSERT INTO ZMDT771
                        ( ZM771_IUSUARIO, ZM771_IEMPR,
                          ZM771_ICUENTA )
                   VALUES ( :TR-IUSUARIO, :AN-IEMPR,
                            :AN-ICUENTA )
              END-EXEC
              PERFORM 9600-VALIDA-SQL

              ADD 1                        TO TR-NCARGADAS
           END-IF

           PERFORM 9340-LEE-EXT-ANONIMO.
      *----
      * ZMWSC351 : COPIA A ZMENTREN LA CUENTA DE AN-REG (YA PASADA POR
      *            9338) CON SUS CARTAS, SU DETALLE Y SUS COLAS DE
      *            AUTORIZACION. PRIMERO BORRA LO QUE HUBIERA DE ELLA
      *            EN ZMENTREN (9044), ASI QUE SIRVE IGUAL PARA LA
      *            CARGA QUE PARA EL REINICIO. LOS DATOS PERSONALES QUE
      *            9338 NO TRAE (DOMICILIO PARTICULAR, EXTENSIONES) Y
      *            LOS TEXTOS LIBRES SE REVUELVEN CON EL MISMO ALFABETO
      *            (TRANSLATE) O SE DEJAN NULOS.
      *----
       9038-COPIA-CUENTA-ENTRENA.
      *----
           PERFORM 9044-PURGA-CUENTA-ENTRENA

           EXEC SQL
                INSERT INTO ZMENTREN.CUENTA
                SELECT *
                  FROM CUENTA
                 WHERE IEMPR   = :AN-IEMPR
                   AND ICUENTA = :AN-ICUENTA
           END-EXEC
           PERFORM 9600-VALIDA-SQL

           EXEC SQL
                UPDATE ZMENTREN.CUENTA
                   SET NOMBRE   = NULLIF(:AN-NOMBRE, ' '),
                       NAPELL1  = :AN-NAPELL1,
                       NAPELL2  = NULLIF(:AN-NAPELL2, ' '),
                       NABREV   = NULLIF(:AN-NABREV, ' '),
                       IRFC     = NULLIF(:AN-IRFC, ' '),
                       ITINEXT  = NULLIF(:AN-ITINEXT, ' '),
                       DCALLE   = NULLIF(:AN-DCALLE, ' '),
                       DCOLON   = NULLIF(:AN-DCOLON, ' '),
                       DPOBLA   = NULLIF(:AN-DPOBLA, ' '),
                       ITEL1    = NULLIF(:AN-ITEL1, 0),
                       ITEL2    = NULLIF(:AN-ITEL2, 0),
                       IEXT1    = NULL,
                       IEXT2    = NULL,
                       DCALLEP  = TRANSLATE(DCALLEP, :AN-ALFA-MASCARA,
                                            :AN-ALFA-CLARO),
                       DCOLONP  = TRANSLATE(DCOLONP, :AN-ALFA-MASCARA,
                                            :AN-ALFA-CLARO),
                       DPOBLAP  = TRANSLATE(DPOBLAP, :AN-ALFA-MASCARA,
                                            :AN-ALFA-CLARO),
                       MABOANO  = :AN-MABOANO,
                       MABOMES  = :AN-MABOMES,
                       MCGOANO  = :AN-MCGOANO,
                       MCGOMES  = :AN-MCGOMES
                 WHERE IEMPR   = :AN-IEMPR
                   AND ICUENTA = :AN-ICUENTA
           END-EXEC
           PERFORM 9600-VALIDA-SQL

           PERFORM 9341-ABRE-CARTAS-ANONIMO
           PERFORM 9342-LEE-CARTAS-ANONIMO
           PERFORM 9045-COPIA-CARTA-ENTRENA
              UNTIL ANC-FIN-DATOS

           EXEC SQL
                INSERT INTO ZMENTREN.ZMDT610
                SELECT *
                  FROM ZMDT610
                 WHERE ZM610_IEMPR   = :AN-IEMPR
                   AND ZM610_ICUENTA = :AN-ICUENTA
           END-EXEC
           PERFORM 9600-VALIDA-SQL

           EXEC SQL
                INSERT INTO ZMENTREN.ZMDT616
                SELECT *
                  FROM ZMDT616
                 WHERE ZM616_IEMPR   = :AN-IEMPR
                   AND ZM616_ICUENTA = :AN-ICUENTA
           END-EXEC
           PERFORM 9600-VALIDA-SQL

           EXEC SQL
                INSERT INTO ZMENTREN.ZMDT623
                SELECT *
                  FROM ZMDT623
                 WHERE ZM623_IEMPR   = :AN-IEMPR
                   AND ZM623_ICUENTA = :AN-ICUENTA
           END-EXEC
           PERFORM 9600-VALIDA-SQL

      *    EL MOTIVO LIBRE SE REVUELVE IGUAL QUE EN 9404.
           EXEC SQL
                UPDATE ZMENTREN.ZMDT610
                   SET ZM610_DMOTIVO = TRANSLATE(ZM610_DMOTIVO,
                                         :AN-ALFA-MASCARA,
                                         :AN-ALFA-CLARO)
                 WHERE ZM610_IEMPR   = :AN-IEMPR
                   AND ZM610_ICUENTA = :AN-ICUENTA
           END-EXEC
           PERFORM 9600-VALIDA-SQL

           EXEC SQL
                UPDATE ZMENTREN.ZMDT616
                   SET ZM616_DMOTIVO = TRANSLATE(ZM616_DMOTIVO,
                                         :AN-ALFA-MASCARA,
                                         :AN-ALFA-CLARO)
                 WHERE ZM616_IEMPR   = :AN-IEMPR
                   AND ZM616_ICUENTA = :AN-ICUENTA
           END-EXEC
           PERFORM 9600-VALIDA-SQL

           EXEC SQL
                UPDATE ZMENTREN.ZMDT623
                   SET ZM623_DCOMENT = TRANSLATE(ZM623_DCOMENT,
                                         :AN-ALFA-MASCARA,
                                         :AN-ALFA-CLARO)
                 WHERE ZM623_IEMPR   = :AN-IEMPR
                   AND ZM623_ICUENTA = :AN-ICUENTA
           END-EXEC
           PERFORM 9600-VALIDA-SQL.
      *----
      * ZMWSC351 : COPIA LA CARTA AN-ICONCEPT (ZMDT606 CON SU
      *            COMENTARIO REVUELTO Y SU DETALLE ZMDT607) Y LEE LA
      *            SIGUIENTE.
      *----
       9045-COPIA-CARTA-ENTRENA.
      *----
           EXEC SQL
                INSERT INTO ZMENTREN.ZMDT606
                SELECT *
                  FROM ZMDT606
                 WHERE ZM606_IEMPR    = :AN-IEMPR
                   AND ZM606_ICUENTA  = :AN-ICUENTA
                   AND ZM606_ICONCEPT = :AN-ICONCEPT
           END-EXEC
           PERFORM 9600-VALIDA-SQL

           EXEC SQL
                UPDATE ZMENTREN.ZMDT606
                   SET ZM606_DCOMENT  = TRANSLATE(ZM606_DCOMENT,
                                          :AN-ALFA-MASCARA,
                                          :AN-ALFA-CLARO)
                 WHERE ZM606_IEMPR    = :AN-IEMPR
                   AND ZM606_ICUENTA  = :AN-ICUENTA
                   AND ZM606_ICONCEPT = :AN-ICONCEPT
           END-EXEC
           PERFORM 9600-VALIDA-SQL

           EXEC SQL
                INSERT INTO ZMENTREN.ZMDT607
                SELECT *
                  FROM ZMDT607
                 WHERE ZM607_IEMPR    = :AN-IEMPR
                   AND ZM607_ICUENTA  = :AN-ICUENTA
                   AND ZM607_ICONCEPT = :AN-ICONCEPT
           END-EXEC
           PERFORM 9600-VALIDA-SQL

           ADD 1                           TO TR-NCARTAS

           PERFORM 9342-LEE-CARTAS-ANONIMO.
      *----
      * ZMWSC351 : REINICIA LA SESION DE ENTRENAMIENTO DE TR-IUSUARIO:
      *            CADA CUENTA DE SU JUEGO SE VUELVE A COPIAR DE
      *            PRODUCCION (9046), LO QUE BORRA TODO LO QUE CAPTURO
      *            SOBRE ELLA, Y SE LIMPIA SU BITACORA DE RECHAZOS DE
      *            ZMENTREN. LAS CUENTAS QUE YA NO ESTAN VIGENTES EN
      *            PRODUCCION SALEN DEL JUEGO. NO TOCA CUENTAS DE OTROS
      *            USUARIOS.
      *----
       9040-REINICIA-ENTRENAMIENTO.
      *----
           SET TR-ACEPTADO                 TO TRUE
           MOVE SPACES                     TO TR-DMENSAJE
           MOVE 0                          TO TR-NCARGADAS
           MOVE 0                          TO TR-NCARTAS

           MOVE 0                          TO TR-NELEGIBLE
           EXEC SQL
                SELECT COUNT(*)
                  INTO :TR-NELEGIBLE
                  FROM ZMDT770
                 WHERE ZM770_IUSUARIO = :TR-IUSUARIO
           END-EXEC
           PERFORM 9600-VALIDA-SQL
           IF TR-NELEGIBLE                 EQUAL 0
              SET TR-RECHAZADO             TO TRUE
              MOVE 'EL USUARIO NO ESTA DADO DE ALTA EN ENTRENAMIENTO'
                                           TO TR-DMENSAJE
           END-IF

           IF TR-ACEPTADO
              PERFORM 9041-ABRE-CUENTAS-ENTRENA
              PERFORM 9042-LEE-CUENTAS-ENTRENA
              PERFORM 9046-REINICIA-CUENTA-ENTRENA
                 UNTIL TR-FIN-DATOS

              EXEC SQL
                   DELETE FROM ZMENTREN.ZMDT760
                    WHERE ZM760_IUSUARIO = :TR-IUSUARIO
              END-EXEC
              PERFORM 9600-VALIDA-SQL

              EXEC SQL
                   UPDATE ZMDT770
                      SET ZM770_FCARGA   = CURRENT TIMESTAMP
                    WHERE ZM770_IUSUARIO = :TR-IUSUARIO
              END-EXEC
              PERFORM 9600-VALIDA-SQL
           END-IF.
      *----
      * ZMWSC351 : CUENTAS DEL JUEGO DE ENTRENAMIENTO DE TR-IUSUARIO.
      *----
       9041-ABRE-CUENTAS-ENTRENA.
      *----
           EXEC SQL
                DECLARE CCTAENT CURSOR FOR
                   SELECT ZM771_IEMPR, ZM771_ICUENTA
                     FROM ZMDT771
                    WHERE ZM771_IUSUARIO = :TR-IUSUARIO
                 ORDER BY ZM771_IEMPR, ZM771_ICUENTA
           END-EXEC

           EXEC SQL
                OPEN CCTAENT
           END-EXEC
           PERFORM 9600-VALIDA-SQL.
      *----
       9042-LEE-CUENTAS-ENTRENA.
      *----
           EXEC SQL
                FETCH CCTAENT
                 INTO :TR-IEMPR, :TR-ICUENTA
           END-EXEC

           IF SQLCODE EQUAL 0
              SET TR-HAY-DATOS             TO TRUE
           ELSE
              SET TR-FIN-DATOS             TO TRUE
              IF SQLCODE NOT = 100
                 PERFORM 9600-VALIDA-SQL
              END-IF
              EXEC SQL
                   CLOSE CCTAENT
              END-EXEC
           END-IF.
      *----
      * ZMWSC351 : REINICIA UNA CUENTA DEL JUEGO Y LEE LA SIGUIENTE.
      *----
       9046-REINICIA-CUENTA-ENTRENA.
      *----
           MOVE TR-IEMPR                   TO AN-IEMPR
           MOVE TR-ICUENTA                 TO AN-ICUENTA
           PERFORM 9043-LEE-CUENTA-ANONIMA

           IF AN-HAY-DATOS
              PERFORM 9038-COPIA-CUENTA-ENTRENA
              ADD 1                        TO TR-NCARGADAS
           ELSE
              PERFORM 9044-PURGA-CUENTA-ENTRENA
              EXEC SQL
                   DELETE FROM ZMDT771
                    WHERE ZM771_IUSUARIO = :TR-IUSUARIO
                      AND ZM771_IEMPR    = :AN-IEMPR
                      AND ZM771_ICUENTA  = :AN-ICUENTA
              END-EXEC
              PERFORM 9600-VALIDA-SQL
           END-IF

           PERFORM 9042-LEE-CUENTAS-ENTRENA.
      *----
      * ZMWSC351 : LEE DE PRODUCCION LA CUENTA AN-IEMPR/AN-ICUENTA CON
      *            LOS MISMOS CAMPOS QUE 9340 Y LA ENMASCARA (9338).
      *            AN-FIN-DATOS SI YA NO ESTA VIGENTE.
      *----
       9043-LEE-CUENTA-ANONIMA.
      *----
           EXEC SQL
                SELECT COALESCE(NOMBRE, ' '), NAPELL1,
                       COALESCE(NAPELL2, ' '),
                       COALESCE(NABREV, ' '),
                       COALESCE(IRFC, ' '),
                       COALESCE(ITINEXT, ' '),
                       COALESCE(DCALLE, ' '),
                       COALESCE(DCOLON, ' '),
                       COALESCE(DPOBLA, ' '),
                       COALESCE(ITEL1, 0), COALESCE(ITEL2, 0),
                       MABOANO, MABOMES, MCGOANO, MCGOMES
                  INTO :AN-NOMBRE,  :AN-NAPELL1,
                       :AN-NAPELL2, :AN-NABREV,
                       :AN-IRFC,    :AN-ITINEXT,
                       :AN-DCALLE,  :AN-DCOLON,
                       :AN-DPOBLA,
                       :AN-ITEL1,   :AN-ITEL2,
                       :AN-MABOANO, :AN-MABOMES,
                       :AN-MCGOANO, :AN-MCGOMES
                  FROM CUENTA
                 WHERE IEMPR   = :AN-IEMPR
                   AND ICUENTA = :AN-ICUENTA
                   AND SVIGEN  = '1'
           END-EXEC

           IF SQLCODE EQUAL 0
              SET AN-HAY-DATOS             TO TRUE
              PERFORM 9338-ANONIMIZA-CUENTA
           ELSE
              SET AN-FIN-DATOS             TO TRUE
              IF SQLCODE NOT = 100
                 PERFORM 9600-VALIDA-SQL
              END-IF
           END-IF.
      *----
      * ZMWSC351 : BORRA DE ZMENTREN TODO LO DE LA CUENTA AN-IEMPR/
      *            AN-ICUENTA: LAS COPIAS Y LO QUE EL USUARIO GENERO AL
      *            CAPTURAR (HISTORICO, AVISOS, EVENTOS, EFECTIVO,
      *            VALIDACIONES). LOS HIJOS VAN ANTES QUE CUENTA.
      *----
       9044-PURGA-CUENTA-ENTRENA.
      *----
           EXEC SQL
                DELETE FROM ZMENTREN.ZMDT607
                 WHERE ZM607_IEMPR   = :AN-IEMPR
                   AND ZM607_ICUENTA = :AN-ICUENTA
           END-EXEC
           PERFORM 9600-VALIDA-SQL

           EXEC SQL
                DELETE FROM ZMENTREN.ZMDT606
                 WHERE ZM606_IEMPR   = :AN-IEMPR
                   AND ZM606_ICUENTA = :AN-ICUENTA
           END-EXEC
           PERFORM 9600-VALIDA-SQL

           EXEC SQL
                DELETE FROM ZMENTREN.ZMDT608
                 WHERE ZM608_IEMPR   = :AN-IEMPR
                   AND ZM608_ICUENTA = :AN-ICUENTA
           END-EXEC
           PERFORM 9600-VALIDA-SQL

           EXEC SQL
                DELETE FROM ZMENTREN.ZMDT610
                 WHERE ZM610_IEMPR   = :AN-IEMPR
                   AND ZM610_ICUENTA = :AN-ICUENTA
           END-EXEC
           PERFORM 9600-VALIDA-SQL

           EXEC SQL
                DELETE FROM ZMENTREN.ZMDT616
                 WHERE ZM616_IEMPR   = :AN-IEMPR
                   AND ZM616_ICUENTA = :AN-ICUENTA
           END-EXEC
           PERFORM 9600-VALIDA-SQL

           EXEC SQL
                DELETE FROM ZMENTREN.ZMDT622
                 WHERE ZM622_IEMPR   = :AN-IEMPR
                   AND ZM622_ICUENTA = :AN-ICUENTA
           END-EXEC
           PERFORM 9600-VALIDA-SQL

           EXEC SQL
                DELETE FROM ZMENTREN.ZMDT623
                 WHERE ZM623_IEMPR   = :AN-IEMPR
                   AND ZM623_ICUENTA = :AN-ICUENTA
           END-EXEC
           PERFORM 9600-VALIDA-SQL

           EXEC SQL
                DELETE FROM ZMENTREN.ZMDT701
                 WHERE ZM701_IEMPR   = :AN-IEMPR
                   AND ZM701_ICUENTA = :AN-ICUENTA
           END-EXEC
           PERFORM 9600-VALIDA-SQL

           EXEC SQL
                DELETE FROM ZMENTREN.ZMDT700
                 WHERE ZM700_IEMPR   = :AN-IEMPR
                   AND ZM700_ICUENTA = :AN-ICUENTA
           END-EXEC
           PERFORM 9600-VALIDA-SQL

           EXEC SQL
                DELETE FROM ZMENTREN.ZMDT726
                 WHERE ZM726_IEMPR   = :AN-IEMPR
                   AND ZM726_ICUENTA = :AN-ICUENTA
           END-EXEC
           PERFORM 9600-VALIDA-SQL

           EXEC SQL
                DELETE FROM ZMENTREN.ZMDT750
                 WHERE ZM750_IEMPR   = :AN-IEMPR
                   AND ZM750_ICUENTA = :AN-ICUENTA
           END-EXEC
           PERFORM 9600-VALIDA-SQL

           EXEC SQL
                DELETE FROM ZMENTREN.CUENTA
                 WHERE IEMPR   = :AN-IEMPR
                   AND ICUENTA = :AN-ICUENTA
           END-EXEC
           PERFORM 9600-VALIDA-SQL.
      *----
