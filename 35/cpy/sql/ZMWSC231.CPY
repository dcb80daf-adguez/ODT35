      *----
      * ZMWSC231 : VALIDA EL RENGLON DE ALTA: RFC BIEN FORMADO Y CON
      *            DIGITO CORRECTO, SIN OTRA CUENTA VIGENTE CON EL
      *            MISMO RFC EN LA EMPRESA (NI PENDIENTE DE
      *            ACTIVACION), PROMOTOR ACTIVO EN EL MAESTRO Y
      *            CODIGOS ORGANIZACIONALES DEL CATALOGO. OB-ISECREG
      *            EN CERO ES UNA APERTURA INDIVIDUAL (9001, ZMWSC344/
      *            ZMWSC345), QUE NO VIENE DEL STAGING.
      *----
       9540-VALIDA-ALTA-CUENTA.
      *----
                     FROM CUENTA
                    WHERE IEMPR  = :OB-IEMPR
                      AND IRFC   = :OB-IRFC
                      AND SVIGEN IN ('1', 'P')
              END-EXEC
              PERFORM 9600-VALIDA-SQL

           ELSE
              ADD 1                        TO OB-NUMRECHAZA

              IF OB-ISECREG                NOT = 0
                 EXEC SQL
                      UPDATE ZMDT679
                         SET ZM679_SPROCESO = 'R',
                             ZM679_ICODRECH = :OB-ICODRECH,
                             ZM679_DRECHAZO = :OB-DRECHAZO
                       WHERE ZM679_ISECREG = :OB-ISECREG
                 END-EXEC
                 PERFORM 9600-VALIDA-SQL
              END-IF
           END-IF.
      *----
      * ZMWSC231 : ABRE LA CUENTA ACEPTADA CON EL SIGUIENTE NUMERO
           END-EXEC
           PERFORM 9600-VALIDA-SQL

           IF OB-ISECREG                   NOT = 0
              EXEC SQL
                   UPDATE ZMDT679
                      SET ZM679_SPROCESO = '1',
                          ZM679_ICUENTA  = :OB-ICUENTA
                    WHERE ZM679_ISECREG = :OB-ISECREG
              END-EXEC
              PERFORM 9600-VALIDA-SQL
           END-IF.
      *----
