      *            ZMWSC142/ZMWSC143 Y LOS COTITULARES ZMWSC242/
      *            ZMWSC243: EL COMPARATIVO DE RFC YA CONSIDERA A
      *            TODOS LOS TITULARES DE AMBAS CUENTAS (9569), NO
      *            SOLO AL PRINCIPAL. EL TRASPASO A TERCERO SE
      *            VERIFICA CONTRA LAS RESTRICCIONES DE LA CUENTA
      *            ORIGEN (9996, ZMWSC342/ZMWSC343, CON LA FECHA
      *            WX-TFECHOY DE ZMWSC011).
      *----
       9357-VALIDA-TRASPASO-TERCERO.
      *----
           SET TT-MISMO-TITULAR            TO TRUE
           SET TT-SIN-RESTRICCION          TO TRUE
           MOVE SPACES                     TO TT-DMENSAJE
           MOVE SPACES                     TO TT-IRFC1
           MOVE SPACES                     TO TT-IRFC2

                    SET TT-MISMO-TITULAR   TO TRUE
                 END-IF
              END-IF

              IF TT-TERCERO
                 PERFORM 9999-VERIFICA-RESTRIC-TERCERO
              END-IF
           END-IF.
      *----
      * ZMWSC149 : SOLICITA LA AUTORIZACION ESCALADA DEL TRASPASO A
      *            'A' O 'R'; EL AUTORIZADOR NO PUEDE SER EL
      *            SOLICITANTE Y REGRESA 'P' SI NO SE APLICO. AL
      *            APROBAR, LA RAZON DECLARADA SE GRABA EN LA CARTA.
      *            UNA RESTRICCION DE TRASPASOS O CONGELAMIENTO QUE
      *            ENTRO EN VIGOR DESPUES DE LA SOLICITUD IMPIDE
      *            APROBAR (TT-RESTRINGIDA, QUEDA PENDIENTE).
      *----
       9359-AUTORIZA-TRASPASO.
      *----
           SET TT-SIN-RESTRICCION          TO TRUE
           MOVE SPACES                     TO TT-DMENSAJE

           IF TT-APROBADA
              PERFORM 9999-VERIFICA-RESTRIC-TERCERO
           END-IF

           IF TT-RESTRINGIDA
              SET TT-PENDIENTE             TO TRUE
           ELSE
              EXEC SQL
                   UPDATE ZMDT644
                      SET ZM644_IESTADO  = :TT-IESTADO,
                          ZM644_IUSRAUT  = :TT-IUSRAUT,
                          ZM644_FAUTORIZ = CURRENT TIMESTAMP
                    WHERE ZM644_IEMPR    = :TT-IEMPR
                      AND ZM644_ICUENTA  = :TT-ICUENTA
                      AND ZM644_ICONCEPT = :TT-ICONCEPT
                      AND ZM644_ISECUEN  = :TT-ISECUEN
                      AND ZM644_IESTADO  = 'P'
                      AND ZM644_IUSRSOL <> :TT-IUSRAUT
              END-EXEC

              IF SQLCODE EQUAL 0
                 IF TT-APROBADA
                    EXEC SQL
                         UPDATE ZMDT606
                            SET ZM606_ICODTRAS = :TT-ICODTRAS
                          WHERE ZM606_IEMPR    = :TT-IEMPR
                            AND ZM606_ICUENTA  = :TT-ICUENTA
                            AND ZM606_ICONCEPT = :TT-ICONCEPT
                    END-EXEC
                    PERFORM 9600-VALIDA-SQL
                 END-IF
              ELSE
                 IF SQLCODE NOT = 100
                    PERFORM 9600-VALIDA-SQL
                 END-IF
                 SET TT-PENDIENTE          TO TRUE
              END-IF
           END-IF.
      *----
      * ZMWSC149 : RESTRICCION VIGENTE DE TRASPASOS A TERCEROS O DE
      *            CONGELAMIENTO EN LA CUENTA ORIGEN TT-ICUENTA.
      *----
       9999-VERIFICA-RESTRIC-TERCERO.
      *----
           MOVE TT-IEMPR                   TO RX-IEMPR
           MOVE TT-ICUENTA                 TO RX-ICUENTA
           SET RX-OPER-TERCERO             TO TRUE
           MOVE WX-TFECHOY                 TO RX-FECHA
           PERFORM 9996-VERIFICA-RESTRICCION

           IF RX-RESTRINGIDA
              SET TT-RESTRINGIDA           TO TRUE
              MOVE RX-DMENSAJE             TO TT-DMENSAJE
           END-IF.
      *----
