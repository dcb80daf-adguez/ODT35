      *             LA CONSULTA CONSOLIDADA: UNA LINEA POR CUENTA DEL
      *             RFC CON SU VOLUMEN DEL PERIODO (ZMDT639), SUS
      *             ACUMULADOS DE COMISION (MABOANO/MCGOANO) Y SU
      *             LINEA DE CREDITO (MLINCRB), SU ACTIVIDAD DE CARTAS
      *             DEL MES (RESUMEN DIARIO ZMDT727), MAS LOS TOTALES
      *             DEL GRUPO QUE LA MESA NECESITA PARA CONTESTAR "QUE
      *             TIENE ESTE CLIENTE CON NOSOTROS EN TOTAL".
      *
      *  EJEMPLO  : MOVE IRFC-BUSCADO      TO GC-IRFC
           05 GC-MABOANO                    PIC S9(13)V99   COMP-3.
           05 GC-MCGOANO                    PIC S9(13)V99   COMP-3.
           05 GC-MLINCRB                    PIC S9(13)V99   COMP-3.
           05 GC-NREG                       PIC S9(07)      COMP-3.
           05 GC-MREG                       PIC S9(13)V99   COMP-3.
           05 GC-NCAN                       PIC S9(07)      COMP-3.
           05 GC-MCAN                       PIC S9(13)V99   COMP-3.
           05 GC-NEJE                       PIC S9(07)      COMP-3.
           05 GC-MEJE                       PIC S9(13)V99   COMP-3.
           05 GC-NLIQ                       PIC S9(07)      COMP-3.
           05 GC-MLIQ                       PIC S9(13)V99   COMP-3.
           05 GC-NCUENTAS                   PIC S9(05)      COMP-3.
           05 GC-NEMPRESAS                  PIC S9(03)      COMP-3.
           05 GC-TOTVOLUMEN                 PIC S9(13)V99   COMP-3.
