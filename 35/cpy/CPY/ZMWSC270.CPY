      *-----------------------------------------------------------------
      *  ZMWSC270 : VARIABLES DEL REGISTRO DE CUENTAS BANCARIAS (CLABE)
      *             DEL CLIENTE (ZMDT705, VEA DCLZMDT705). 9664 VALIDA
      *             LA CLABE (18 DIGITOS, DIGITO VERIFICADOR CON PESOS
      *             3-7-1 MODULO 10 SOBRE LOS PRIMEROS 17); 9665 LA
      *             SOLICITA (EL RFC DEL TITULAR DEBE SER DE UN
      *             TITULAR DE LA CUENTA, 9569) Y 9666 LA AUTORIZA O
      *             RECHAZA CON OTRO USUARIO. 9667 DICE SI UNA CLABE
      *             ESTA AUTORIZADA PARA LA CUENTA (RETIROS SPEI) Y
      *             9669 DA LA CLABE VIGENTE MAS RECIENTE DE LA CUENTA
      *             (INSTRUCCIONES DE EFECTIVO A TESORERIA).
      *
      *  EJEMPLO  : MOVE WC-IEMPR          TO BC-IEMPR
      *             MOVE ICUENTA           TO BC-ICUENTA
      *             MOVE CLABE-CAPTURADA   TO BC-CLABE
      *             MOVE NOMBRE-TITULAR    TO BC-NTITULAR
      *             MOVE RFC-TITULAR       TO BC-IRFCTIT
      *             MOVE NA-WUSUARIO       TO BC-IUSRSOL
      *             PERFORM 9665-SOLICITA-CLABE
      *             IF BC-INVALIDA
      *                MOVE BC-DMENSAJE    TO NRP1-MSG1
      *             END-IF
      *-----------------------------------------------------------------
       01  BC-REG.
           05 BC-IEMPR                      PIC X(03).
           05 BC-ICUENTA                    PIC S9(07)      COMP-3.
           05 BC-ISECCLB                    PIC S9(05)      COMP-3.
           05 BC-CLABE                      PIC X(18).
           05 FILLER REDEFINES BC-CLABE.
              10 BC-CLABE-BANCO             PIC X(03).
              10 FILLER                     PIC X(15).
           05 FILLER REDEFINES BC-CLABE.
              10 BC-CLABE-DIG               PIC 9(01)
                                            OCCURS 18 TIMES.
           05 BC-NTITULAR                   PIC X(60).
           05 BC-IRFCTIT                    PIC X(13).
           05 BC-IUSRSOL                    PIC X(08).
           05 BC-IUSRAUT                    PIC X(08).
           05 BC-IESTADO                    PIC X(01).
               88 BC-PENDIENTE              VALUE 'P'.
               88 BC-AUTORIZADA             VALUE 'A'.
               88 BC-RECHAZADA              VALUE 'R'.
               88 BC-BAJA                   VALUE 'B'.
           05 BC-NUMCLB                     PIC S9(09) COMP.
           05 BC-SUMA                       PIC S9(04) COMP.
           05 BC-PRODUCTO                   PIC S9(04) COMP.
           05 BC-COCIENTE                   PIC S9(04) COMP.
           05 BC-RESTO                      PIC S9(04) COMP.
           05 BC-DIGVER                     PIC S9(04) COMP.
           05 BC-I                          PIC S9(04) COMP.
           05 BC-DMENSAJE                   PIC X(55).
           05 BC-RESULTADO                  PIC X(01).
               88 BC-VALIDA                 VALUE '0'.
               88 BC-INVALIDA               VALUE '1'.
           05 BC-SREGISTRO                  PIC X(01).
               88 BC-REGISTRADA             VALUE '1'.
               88 BC-NO-REGISTRADA          VALUE '0'.
      *
      *          PESOS DEL DIGITO VERIFICADOR DE LA CLABE (POSICIONES
      *          1 A 17).
       01  BC-TABLA-PESOS                   PIC X(17)
                                            VALUE '37137137137137137'.
       01  FILLER REDEFINES BC-TABLA-PESOS.
           05 BC-PESO                       PIC 9(01)
                                            OCCURS 17 TIMES.
      *-----------------------------------------------------------------
