      *             VAN POR EL FLUJO DE SUPERVISOR: QUEDAN EN 'P'
      *             HASTA QUE UN USUARIO DISTINTO LAS AUTORIZA (9438);
      *             SOLO LOS GRAVAMENES 'A' DENTRO DE SU VIGENCIA
      *             DESCUENTAN DISPONIBLE. LOS TITULOS PRESTADOS EN UN
      *             CONTRATO DE PRESTAMO DE VALORES ACTIVO O VENCIDO
      *             SIN DEVOLUCION CONFIRMADA (ZMDT743, ZMWSC318/
      *             ZMWSC319) TAMBIEN: 9440 LOS REGRESA EN
      *             GV-CPRESTADO Y LOS INCLUYE EN GV-CGRAVADO.
      *
      *  EJEMPLO  : MOVE PO-IEMPR          TO GV-IEMPR
      *             MOVE PO-ICUENTA        TO GV-ICUENTA
           05 GV-ISERIE                     PIC X(08).
           05 GV-CTITULOS                   PIC S9(13)V99   COMP-3.
           05 GV-CGRAVADO                   PIC S9(13)V99   COMP-3.
           05 GV-CPRESTADO                  PIC S9(13)V99   COMP-3.
           05 GV-ICODRAZ                    PIC X(04).
           05 GV-DREFAUT                    PIC X(20).
           05 GV-FVIGDESDE                  PIC X(10).
