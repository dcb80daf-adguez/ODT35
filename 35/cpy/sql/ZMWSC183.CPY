      *            LA EMISORA/SERIE A LA FECHA GV-FECHA: SOLO
      *            GRAVAMENES AUTORIZADOS ('A') DENTRO DE SU
      *            VIGENCIA. ES LO QUE LA VALIDACION DE POSICION
      *            (9347) RESTA DE LA POSICION DEL CUSTODIO. SUMA
      *            ADEMAS LOS TITULOS PRESTADOS (ZMDT743) DESDE EL
      *            INICIO DEL PRESTAMO HASTA QUE SE CONFIRMA SU
      *            DEVOLUCION: VAN EN GV-CPRESTADO Y DENTRO DE
      *            GV-CGRAVADO.
      *----
       9440-SUMA-GRAVAMEN-VIGENTE.
      *----
           MOVE 0                          TO GV-CGRAVADO
           MOVE 0                          TO GV-CPRESTADO

           EXEC SQL
                SELECT COALESCE(SUM(ZM661_CTITULOS), 0)
                   AND ( ZM661_FVIGHASTA IS NULL
                      OR ZM661_FVIGHASTA >= :GV-FECHA )
           END-EXEC
           PERFORM 9600-VALIDA-SQL

           EXEC SQL
                SELECT COALESCE(SUM(ZM743_CTITULOS), 0)
                  INTO :GV-CPRESTADO
                  FROM ZMDT743
                 WHERE ZM743_IEMPR    = :GV-IEMPR
                   AND ZM743_ICUENTA  = :GV-ICUENTA
                   AND ZM743_IEMISORA = :GV-IEMISORA
                   AND ZM743_ISERIE   = :GV-ISERIE
                   AND ZM743_IESTADO IN ('A', 'V')
                   AND ZM743_FINICIO <= :GV-FECHA
           END-EXEC
           PERFORM 9600-VALIDA-SQL

           ADD GV-CPRESTADO                TO GV-CGRAVADO.
      *----
