      *----
      * ZMWSC277 : FECHA LIMITE EN DIAS HABILES CONTRA VXT006.
      *            LAYOUT DE REFERENCIA ZMWSC276 (DH-REG).
      *----
       9688-SUMA-DIAS-HABILES.
      *----
           MOVE 0                          TO DH-NCONT

           PERFORM 9689-AVANZA-DIA-HABIL
               UNTIL DH-NCONT NOT LESS THAN DH-NDIAS.
      *----
      * ZMWSC277 : PASA DH-FECHA AL DIA SIGUIENTE Y LO CUENTA SI ES
      *            DE LUNES A VIERNES Y NO ES FERIADO.
      *----
       9689-AVANZA-DIA-HABIL.
      *----
           EXEC SQL
                SELECT CHAR(DATE(:DH-FECHA) + 1 DAY, ISO),
                       DAYOFWEEK_ISO(DATE(:DH-FECHA) + 1 DAY)
                  INTO :DH-FECHA, :DH-DIASEM
                  FROM SYSIBM.SYSDUMMY1
           END-EXEC
           PERFORM 9600-VALIDA-SQL

           IF DH-DIASEM                    LESS THAN 6
              MOVE 0                       TO DH-NUMFER

              EXEC SQL
                   SELECT COUNT(*)
                     INTO :DH-NUMFER
                     FROM VXT006
                    WHERE VX6_TFERIADO = :DH-FECHA
              END-EXEC
              PERFORM 9600-VALIDA-SQL

              IF DH-NUMFER                 EQUAL 0
                 ADD 1                     TO DH-NCONT
              END-IF
           END-IF.
      *----
