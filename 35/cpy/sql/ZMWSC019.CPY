      *            TITULAR DE UN CONTRATO, PARA AUTOCOMPLETAR EL
      *            NOMBRE EN LA CARTA DE INSTRUCCION EN CUANTO SE
      *            TECLEA EL CONTRATO. LAYOUT DE REFERENCIA ZMWSC018
      *            (CT-REG). ANTES DE LEER VALIDA EL ALCANCE DEL
      *            USUARIO (9916, ZMWSC326/ZMWSC327).
      *----
       9130-LEE-NOMBRE-CUENTA.
      *----
           MOVE '0'                        TO CT-ESTADO
           MOVE SPACES                     TO CT-NABREV

           MOVE CT-IUSUARIO                TO AL-IUSUARIO
           MOVE CT-IEMPR                   TO AL-IEMPR
           MOVE CT-ICUENTA                 TO AL-ICUENTA
           PERFORM 9916-VALIDA-ALCANCE-CUENTA

           IF AL-FUERA-ALCANCE
              SET CT-FUERA-ALCANCE         TO TRUE
           ELSE
              EXEC SQL
                   SELECT NABREV
                     INTO :CT-NABREV
                     FROM CUENTA
                    WHERE IEMPR   = :CT-IEMPR
                      AND ICUENTA = :CT-ICUENTA
              END-EXEC

              IF SQLCODE EQUAL 0
                 MOVE '1'                  TO CT-ESTADO
              ELSE
                 IF SQLCODE NOT = 100
                    PERFORM 9600-VALIDA-SQL
                 END-IF
              END-IF
           END-IF.
      *----
