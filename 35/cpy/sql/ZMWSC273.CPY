      *----
      * ZMWSC273 : CONCILIACION DEL ESTADO DE CUENTA BANCARIO CONTRA
      *            LAS INSTRUCCIONES DE EFECTIVO (ZMDT706 / ZMDT673).
      *            LAYOUT DE REFERENCIA ZMWSC272 (EB-REG).
      *----
       9671-CONCILIA-EDO-CUENTA.
      *----
           MOVE 0                          TO EB-NUMCASA
           MOVE 0                          TO EB-NUMSINCASAR

           EXEC SQL
                DECLARE CEDOBCO CURSOR WITH HOLD FOR
                   SELECT ZM706_ISECREG,  ZM706_FVALOR,
                          ZM706_TNATUR,   ZM706_MIMPORTE,
                          ZM706_IREFBCO
                     FROM ZMDT706
                    WHERE ZM706_SPROCESO = '0'
                 ORDER BY ZM706_ISECREG
           END-EXEC

           EXEC SQL
                OPEN CEDOBCO
           END-EXEC
           PERFORM 9600-VALIDA-SQL

           SET EB-HAY-DATOS                TO TRUE
           PERFORM 9672-LEE-EDO-CUENTA
               UNTIL EB-FIN-DATOS

           EXEC SQL
                CLOSE CEDOBCO
           END-EXEC.
      *----
      * ZMWSC273 : CASA EL MOVIMIENTO CON UNA INSTRUCCION SIN LIQUIDAR
      *            DE LA MISMA FECHA VALOR, IMPORTE Y REFERENCIA. LA
      *            INSTRUCCION QUEDA LIQUIDADA CON EL RENGLON DEL
      *            ESTADO DE CUENTA QUE LA CONFIRMO.
      *----
       9672-LEE-EDO-CUENTA.
      *----
           EXEC SQL
                FETCH CEDOBCO
                 INTO :EB-ISECREG,  :EB-FVALOR,
                      :EB-TNATUR,   :EB-MIMPORTE,
                      :EB-IREFBCO
           END-EXEC

           IF SQLCODE EQUAL 0
              SET EB-HAY-DATOS             TO TRUE

              EXEC SQL
                   SELECT ZM673_IEMPR,    ZM673_ICUENTA,
                          ZM673_ICONCEPT
                     INTO :EB-IEMPR,      :EB-ICUENTA,
                          :EB-ICONCEPT
                     FROM ZMDT673
                    WHERE ZM673_IREFBCO  = :EB-IREFBCO
                      AND ZM673_FVALOR   = :EB-FVALOR
                      AND ZM673_MIMPORTE = :EB-MIMPORTE
                      AND COALESCE(ZM673_SLIQUIDA, '0') = '0'
                    FETCH FIRST 1 ROW ONLY
              END-EXEC

              IF SQLCODE EQUAL 0
                 EXEC SQL
                      UPDATE ZMDT673
                         SET ZM673_SLIQUIDA = '1',
                             ZM673_FLIQUIDA = CURRENT TIMESTAMP,
                             ZM673_ISECEDO  = :EB-ISECREG
                       WHERE ZM673_IEMPR    = :EB-IEMPR
                         AND ZM673_ICUENTA  = :EB-ICUENTA
                         AND ZM673_ICONCEPT = :EB-ICONCEPT
                 END-EXEC
                 PERFORM 9600-VALIDA-SQL

                 EXEC SQL
                      UPDATE ZMDT706
                         SET ZM706_SPROCESO = '1',
                             ZM706_IEMPR    = :EB-IEMPR,
                             ZM706_ICUENTA  = :EB-ICUENTA,
                             ZM706_ICONCEPT = :EB-ICONCEPT,
                             ZM706_FPROCESO = CURRENT TIMESTAMP
                       WHERE ZM706_ISECREG  = :EB-ISECREG
                 END-EXEC
                 PERFORM 9600-VALIDA-SQL

                 ADD 1                     TO EB-NUMCASA
              ELSE
                 IF SQLCODE NOT = 100
                    PERFORM 9600-VALIDA-SQL
                 END-IF

                 EXEC SQL
                      UPDATE ZMDT706
                         SET ZM706_SPROCESO = 'X',
                             ZM706_FPROCESO = CURRENT TIMESTAMP
                       WHERE ZM706_ISECREG  = :EB-ISECREG
                 END-EXEC
                 PERFORM 9600-VALIDA-SQL

                 ADD 1                     TO EB-NUMSINCASAR
              END-IF
           ELSE
              SET EB-FIN-DATOS             TO TRUE
              IF SQLCODE NOT = 100
                 PERFORM 9600-VALIDA-SQL
              END-IF
           END-IF.
      *----
      * ZMWSC273 : REPORTE DE EXCEPCIONES A LA FECHA DE CORTE
      *            EB-FCORTE, MAS ANTIGUAS PRIMERO: MOVIMIENTOS DEL
      *            BANCO SIN CASAR ('E', DIAS DESDE SU FECHA VALOR) E
      *            INSTRUCCIONES SIN LIQUIDAR CUYA FECHA VALOR YA PASO
      *            ('I', DIAS DE ATRASO). COMO LA ANTIGUEDAD SE CALCULA
      *            CONTRA EL CORTE, CADA CORRIDA DIARIA LA ENVEJECE.
      *----
       9673-ABRE-EXCEP-TESORERIA.
      *----
           EXEC SQL
                DECLARE CEXCTES CURSOR FOR
                   SELECT 'E', ZM706_ISECREG,
                          COALESCE(ZM706_IEMPR, ' '),
                          COALESCE(ZM706_ICUENTA, 0),
                          COALESCE(ZM706_ICONCEPT, 0),
                          ZM706_FVALOR,   ZM706_TNATUR,
                          ZM706_MIMPORTE, ZM706_IREFBCO,
                          DAYS(DATE(:EB-FCORTE)) -
                          DAYS(ZM706_FVALOR)
                     FROM ZMDT706
                    WHERE ZM706_SPROCESO = 'X'
                   UNION ALL
                   SELECT 'I', 0,
                          ZM673_IEMPR,    ZM673_ICUENTA,
                          ZM673_ICONCEPT, ZM673_FVALOR,
                          'D',            ZM673_MIMPORTE,
                          COALESCE(ZM673_IREFBCO, ' '),
                          DAYS(DATE(:EB-FCORTE)) -
                          DAYS(ZM673_FVALOR)
                     FROM ZMDT673
                    WHERE COALESCE(ZM673_SLIQUIDA, '0') = '0'
                      AND ZM673_FVALOR < DATE(:EB-FCORTE)
                 ORDER BY 10 DESC, 1, 2
           END-EXEC

           EXEC SQL
                OPEN CEXCTES
           END-EXEC
           PERFORM 9600-VALIDA-SQL.
      *----
       9674-LEE-EXCEP-TESORERIA.
      *----
           EXEC SQL
                FETCH CEXCTES
                 INTO :EB-TEXCEP,   :EB-ISECREG,
                      :EB-IEMPR,    :EB-ICUENTA,
                      :EB-ICONCEPT, :EB-FVALOR,
                      :EB-TNATUR,   :EB-MIMPORTE,
                      :EB-IREFBCO,  :EB-NDIAS
           END-EXEC

           IF SQLCODE EQUAL 0
              SET EB-HAY-DATOS             TO TRUE
           ELSE
              SET EB-FIN-DATOS             TO TRUE
              IF SQLCODE NOT = 100
                 PERFORM 9600-VALIDA-SQL
              END-IF
              EXEC SQL
                   CLOSE CEXCTES
              END-EXEC
           END-IF.
      *----
      * ZMWSC273 : TESORERIA CIERRA UN MOVIMIENTO SIN CASAR QUE YA
      *            ACLARO (COMISION DEL BANCO, PAGO DE OTRO SISTEMA):
      *            SALE DEL REPORTE DE EXCEPCIONES CON EL USUARIO QUE
      *            LO RESOLVIO.
      *----
       9675-RESUELVE-EXCEP-EDO-CTA.
      *----
           EXEC SQL
                UPDATE ZMDT706
                   SET ZM706_SPROCESO = 'S',
                       ZM706_IUSRRES  = :EB-IUSRRES,
                       ZM706_FPROCESO = CURRENT TIMESTAMP
                 WHERE ZM706_ISECREG  = :EB-ISECREG
                   AND ZM706_SPROCESO = 'X'
           END-EXEC

           IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
              PERFORM 9600-VALIDA-SQL
           END-IF.
      *----
