      *            LAYOUT DE REFERENCIA ZMWSC226 (BS-REG). LOS
      *            FILTROS EN BLANCO NO FILTRAN; LA PAGINACION
      *            REPOSICIONA EL CURSOR ADELANTE DE LA ULTIMA LLAVE
      *            LEIDA (MISMO TRUCO QUE EL REARRANQUE 9289). SOLO
      *            REGRESA CUENTAS DEL ALCANCE DEL USUARIO (ZMDT752) Y
      *            NIEGA EL FILTRO DE EMPRESA FUERA DE ALCANCE (9917).
      *----
       9530-ABRE-BUSCA-CUENTA.
      *----
                             WHERE P.ZM611_IUSUARIO  = :BS-IUSUARIO
                               AND P.ZM611_IPROMOTOR = A.IPROM
                               AND P.ZM611_SESTADO   = 'A' )
                      AND EXISTS
                          ( SELECT 1
                              FROM ZMDT752 U
                             WHERE U.ZM752_IUSUARIO  = :BS-IUSUARIO
                               AND U.ZM752_IEMPR     = A.IEMPR
                               AND U.ZM752_SESTADO   = 'A'
                               AND ( U.ZM752_ISUCCASA = ' '
                                  OR U.ZM752_ISUCCASA = A.ISUCCASA ) )
                      AND ( A.IEMPR > :BS-LLEMPR
                         OR ( A.IEMPR   = :BS-LLEMPR
                          AND A.ICUENTA > :BS-LLCUENTA ) )
                 ORDER BY A.IEMPR, A.ICUENTA
           END-EXEC

           SET BS-DENTRO-ALCANCE           TO TRUE
           IF BS-FILEMPR                   NOT = SPACES
              MOVE BS-IUSUARIO             TO AL-IUSUARIO
              MOVE BS-FILEMPR              TO AL-IEMPR
              MOVE BS-FILSUCUR             TO AL-ISUCCASA
              PERFORM 9917-VALIDA-ALCANCE-EMPRESA
              IF AL-FUERA-ALCANCE
                 SET BS-FUERA-ALCANCE      TO TRUE
              END-IF
           END-IF

           IF BS-FUERA-ALCANCE
              SET BS-FIN-DATOS             TO TRUE
           ELSE
              EXEC SQL
                   OPEN CBUSCTA
              END-EXEC
              PERFORM 9600-VALIDA-SQL
           END-IF.
      *----
      * ZMWSC227 : LEE EL SIGUIENTE RESULTADO Y DEJA LA LLAVE EN
      *            BS-LLEMPR/BS-LLCUENTA PARA QUE LA SIGUIENTE
