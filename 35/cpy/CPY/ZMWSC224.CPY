      *             OPERACIONES FIRMA LA FECHA CON 9529-FIRMA-CIERRE-
      *             FECHA (RENGLON 'SIGNOFF').
      *
      *             LOS LOTES DE TODAS LAS EMPRESAS (PURGA 9199, FATCA
      *             9194, EXCEPCIONES 9192, CONSOLIDADO 9190, CARGOS
      *             RECURRENTES Y VALUACION DE GARANTIAS) PUEDEN
      *             CORRER EN PARTICIONES PARALELAS POR RANGO DE
      *             EMPRESAS: CADA PARTICION ABRE Y CIERRA SU PROPIA
      *             CORRIDA CON RN-NPARTIC (1, 2, ...) Y SU RANGO
      *             RN-IEMPRDES/RN-IEMPRHAS, Y DECLARA EN RN-MCONTROL
      *             SU IMPORTE DE CONTROL. EL PASO DE FUSION LLAMA
      *             9808-CONSOLIDA-PARTICIONES CON RN-NUMPART (LAS
      *             PARTICIONES ESPERADAS): SI ALGUNA NO ARRANCO, NO
      *             TERMINO BIEN, SE TRASLAPAN LOS RANGOS O QUEDA UNA
      *             EMPRESA FUERA DE TODOS, LA CORRIDA CONSOLIDADA
      *             (RN-NPARTIC = 0) QUEDA EN ERROR CON EL MENSAJE EN
      *             RN-DMENSAJE Y RN-CONSOLIDA-FALLA; SI NO, QUEDA
      *             TERMINADA CON LA SUMA DE LOS CONTADORES. 9809/9810
      *             LISTAN LAS PARTICIONES EN ORDEN DE EMPRESA PARA
      *             QUE LA FUSION CONCATENE LOS REPORTES PARCIALES E
      *             IMPRIMA SUS TOTALES DE CONTROL. EL PREDECESOR, EL
      *             TABLERO Y LA FIRMA SOLO VEN LA CORRIDA NPARTIC 0,
      *             QUE UNA CORRIDA UNICA GRABA DIRECTO.
      *
      *  EJEMPLO  : MOVE 'CIERRE  '        TO RN-IPROCESO
      *             MOVE WX-TFECHOY        TO RN-FNEGOCIO
      *             PERFORM 9525-INICIA-PROCESO-RC
      *             MOVE CONTADOR          TO RN-NUMPROC
      *             MOVE '1'               TO RN-SESTADO
      *             PERFORM 9526-TERMINA-PROCESO-RC
      *
      *             (PARTICION 2 DE 3)
      *             MOVE 'PURGA606'        TO RN-IPROCESO
      *             MOVE 2                 TO RN-NPARTIC
      *             MOVE 'M00'             TO RN-IEMPRDES
      *             MOVE 'RZZ'             TO RN-IEMPRHAS
      *             PERFORM 9525-INICIA-PROCESO-RC
      *             ...
      *             (FUSION)
      *             MOVE 3                 TO RN-NUMPART
      *             PERFORM 9808-CONSOLIDA-PARTICIONES
      *             IF RN-CONSOLIDA-FALLA
      *                ... (ABORTAR EL PASO CON RN-DMENSAJE)
      *             END-IF
      *             PERFORM 9809-ABRE-PARTICIONES-RC
      *             PERFORM 9810-LEE-PARTICIONES-RC
      *                 UNTIL RN-FIN-DATOS
      *-----------------------------------------------------------------
       01  RN-REG.
           05 RN-IPROCESO                   PIC X(08).
           05 RN-FNEGOCIO                   PIC X(10).
           05 RN-NPARTIC                    PIC S9(03)      COMP-3
                                            VALUE 0.
           05 RN-IEMPRDES                   PIC X(03)  VALUE SPACES.
           05 RN-IEMPRHAS                   PIC X(03)  VALUE SPACES.
           05 RN-IPREDECESOR                PIC X(08).
           05 RN-DDESCRIP                   PIC X(40).
           05 RN-FINICIA                    PIC X(26).
               88 RN-TERMINO-ERROR          VALUE 'E'.
           05 RN-NUMPROC                    PIC S9(09)      COMP-3.
           05 RN-NUMERROR                   PIC S9(09)      COMP-3.
           05 RN-MCONTROL                   PIC S9(15)V99   COMP-3
                                            VALUE 0.
           05 RN-IUSUARIO                   PIC X(08).
           05 RN-DMENSAJE                   PIC X(55).
           05 RN-SARRANQUE                  PIC X(01).
               88 RN-ARRANQUE-OK            VALUE '0'.
               88 RN-PREDECESOR-PEND        VALUE '1'.
      *
      *    FUSION DE PARTICIONES (9808)
           05 RN-NUMPART                    PIC S9(03)      COMP-3.
           05 RN-NUMREG                     PIC S9(03)      COMP-3.
           05 RN-NUMTERM                    PIC S9(03)      COMP-3.
           05 RN-NUMTRASL                   PIC S9(05)      COMP-3.
           05 RN-NUMSINPART                 PIC S9(05)      COMP-3.
           05 RN-SCONSOL                    PIC X(01).
               88 RN-CONSOLIDA-OK           VALUE '0'.
               88 RN-CONSOLIDA-FALLA        VALUE '1'.
           05 RN-ESTADO                     PIC X(01).
               88 RN-HAY-DATOS              VALUE '1'.
               88 RN-FIN-DATOS              VALUE '0'.
