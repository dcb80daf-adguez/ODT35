      *            FECHAS QUE EL LLAMADOR YA RESOLVIO CON LAS
      *            RUTINAS DE FECHAS (9100/9255) Y VERIFICA QUE
      *            VXT006 TENGA FERIADOS CAPTURADOS PARA EL ANIO DE
      *            LA FECHA MAS LEJANA DEL JUEGO (RD-TFEC144). SI
      *            LA FECHA DE NEGOCIO CAMBIA DE MES, CIERRA EL
      *            PERIODO MENSUAL QUE TERMINA (9079).
      *----
       9602-ABRE-FECHA-NEGOCIO.
      *----
              MOVE 'VXT006 SIN FERIADOS PARA EL HORIZONTE NUEVO'
                                           TO RD-DMENSAJE
           ELSE
              MOVE SPACES                  TO RD-TFECANT
              EXEC SQL
                   SELECT VX1_TFECHOY
                     INTO :RD-TFECANT
                     FROM VXT001
                    WHERE VX1_IEMPR    = :RD-IEMPR
                      AND VX1_TESTATUS = '0'
              END-EXEC
              PERFORM 9600-VALIDA-SQL

              EXEC SQL
                   UPDATE VXT001
                      SET VX1_TESTATUS = '1',
                      AND VX1_TESTATUS = '0'
              END-EXEC
              PERFORM 9600-VALIDA-SQL

              IF SQLCODE                   EQUAL 0
                 AND RD-TFECANT            NOT EQUAL SPACES
                 AND RD-TFECANT(1:7)       NOT EQUAL RD-TFECHOY(1:7)
                 MOVE RD-IEMPR             TO CI-IEMPR
                 MOVE RD-TFECANT(1:4)      TO CI-IANIO
                 MOVE RD-TFECANT(6:2)      TO CI-IMES
                 MOVE RD-TFECHOY           TO CI-FNEGOCIO
                 MOVE RD-IUSUARIO          TO CI-IUSUARIO
                 PERFORM 9079-CIERRA-PERIODO-MES
              END-IF
           END-IF.
      *----
