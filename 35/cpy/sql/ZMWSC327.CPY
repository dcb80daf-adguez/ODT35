      *----
      * ZMWSC327 : VALIDA QUE UNA CUENTA ESTE DENTRO DEL ALCANCE DE
      *            EMPRESAS/SUCURSALES DEL USUARIO (ZMDT752). LAYOUT DE
      *            REFERENCIA ZMWSC326 (AL-REG). UNA ASIGNACION CON
      *            SUCURSAL EN BLANCO CUBRE TODA LA EMPRESA. EN BATCH
      *            (AL-ORIGEN-LOTE) O SIN USUARIO NO SE VALIDA.
      *----
       9916-VALIDA-ALCANCE-CUENTA.
      *----
           SET AL-DENTRO-ALCANCE           TO TRUE
           MOVE SPACES                     TO AL-ISUCCASA

           IF AL-ORIGEN-LINEA
              AND AL-IUSUARIO              NOT EQUAL SPACES
              EXEC SQL
                   SELECT ISUCCASA
                     INTO :AL-ISUCCASA
                     FROM CUENTA
                    WHERE IEMPR   = :AL-IEMPR
                      AND ICUENTA = :AL-ICUENTA
              END-EXEC

              IF SQLCODE EQUAL 0
                 MOVE 0                    TO AL-NASIGNA
                 EXEC SQL
                      SELECT COUNT(*)
                        INTO :AL-NASIGNA
                        FROM ZMDT752
                       WHERE ZM752_IUSUARIO = :AL-IUSUARIO
                         AND ZM752_IEMPR    = :AL-IEMPR
                         AND ZM752_SESTADO  = 'A'
                         AND ( ZM752_ISUCCASA = ' '
                            OR ZM752_ISUCCASA = :AL-ISUCCASA )
                 END-EXEC
                 PERFORM 9600-VALIDA-SQL

                 IF AL-NASIGNA             EQUAL 0
                    SET AL-FUERA-ALCANCE   TO TRUE
                    PERFORM 9918-REGISTRA-ACCESO-NEGADO
                 END-IF
              ELSE
                 IF SQLCODE NOT = 100
                    PERFORM 9600-VALIDA-SQL
                 END-IF
              END-IF
           END-IF.
      *----
      * ZMWSC327 : VALIDA UNA EMPRESA (Y LA SUCURSAL AL-ISUCCASA SI NO
      *            VIENE EN BLANCO) PARA UNA BUSQUEDA. SIN SUCURSAL
      *            BASTA CUALQUIER ASIGNACION EN LA EMPRESA: EL CURSOR
      *            DE LA BUSQUEDA FILTRA LAS SUCURSALES RENGLON POR
      *            RENGLON. EN BATCH O SIN USUARIO NO SE VALIDA.
      *----
       9917-VALIDA-ALCANCE-EMPRESA.
      *----
           SET AL-DENTRO-ALCANCE           TO TRUE
           MOVE 0                          TO AL-NASIGNA
           MOVE 0                          TO AL-ICUENTA

           IF AL-ORIGEN-LINEA
              AND AL-IUSUARIO              NOT EQUAL SPACES
              EXEC SQL
                   SELECT COUNT(*)
                     INTO :AL-NASIGNA
                     FROM ZMDT752
                    WHERE ZM752_IUSUARIO = :AL-IUSUARIO
                      AND ZM752_IEMPR    = :AL-IEMPR
                      AND ZM752_SESTADO  = 'A'
                      AND ( ZM752_ISUCCASA = ' '
                         OR :AL-ISUCCASA   = ' '
                         OR ZM752_ISUCCASA = :AL-ISUCCASA )
              END-EXEC
              PERFORM 9600-VALIDA-SQL

              IF AL-NASIGNA                EQUAL 0
                 SET AL-FUERA-ALCANCE      TO TRUE
                 PERFORM 9918-REGISTRA-ACCESO-NEGADO
              END-IF
           END-IF.
      *----
      * ZMWSC327 : GRABA EL INTENTO NEGADO EN LA BITACORA DE
      *            CONSULTAS (ZMDT672, TCONSULTA 'NEGA').
      *----
       9918-REGISTRA-ACCESO-NEGADO.
      *----
           MOVE AL-IUSUARIO                TO AX-IUSUARIO
           MOVE AL-ITERM                   TO AX-ITERM
           MOVE AL-ITRANS                  TO AX-ITRANS
           MOVE AL-IEMPR                   TO AX-IEMPR
           MOVE AL-ICUENTA                 TO AX-ICUENTA
           MOVE 'NEGA'                     TO AX-TCONSULTA
           PERFORM 9498-REGISTRA-CONSULTA-DATOS.
      *----
      * ZMWSC327 : ASIGNA AL USUARIO UNA EMPRESA (AL-ISUCCASA EN
      *            BLANCO) O UNA SUCURSAL DE ELLA. SI LA ASIGNACION YA
      *            EXISTIA DADA DE BAJA, LA REACTIVA.
      *----
       9919-ASIGNA-ALCANCE-USUARIO.
      *----
           EXEC SQL
                UPDATE ZMDT752
                   SET ZM752_SESTADO  = 'A',
                       ZM752_IUSRALTA = :AL-IUSRALTA,
                       ZM752_FALTA    = CURRENT TIMESTAMP
                 WHERE ZM752_IUSUARIO = :AL-IUSUARIO
                   AND ZM752_IEMPR    = :AL-IEMPR
                   AND ZM752_ISUCCASA = :AL-ISUCCASA
           END-EXEC

           IF SQLCODE EQUAL 100
              EXEC SQL
                   INSERT INTO ZMDT752
                        ( ZM752_IUSUARIO, ZM752_IEMPR,
                          ZM752_ISUCCASA, ZM752_SESTADO,
                          ZM752_IUSRALTA, ZM752_FALTA )
                   VALUES ( :AL-IUSUARIO, :AL-IEMPR,
                            :AL-ISUCCASA, 'A',
                            :AL-IUSRALTA, CURRENT TIMESTAMP )
              END-EXEC
           END-IF
           PERFORM 9600-VALIDA-SQL.
      *----
      * ZMWSC327 : DA DE BAJA (SESTADO 'I') UNA ASIGNACION SIN BORRAR
      *            EL RENGLON, COMO 9171-BAJA-PROMOTOR.
      *----
       9920-BAJA-ALCANCE-USUARIO.
      *----
           EXEC SQL
                UPDATE ZMDT752
                   SET ZM752_SESTADO  = 'I'
                 WHERE ZM752_IUSUARIO = :AL-IUSUARIO
                   AND ZM752_IEMPR    = :AL-IEMPR
                   AND ZM752_ISUCCASA = :AL-ISUCCASA
                   AND ZM752_SESTADO  = 'A'
           END-EXEC

           IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
              PERFORM 9600-VALIDA-SQL
           END-IF.
      *----
