      *             CK-INTERVALO RENGLONES PERSISTE LA LLAVE Y HACE
      *             COMMIT. AL TERMINAR LIMPIO, 9291 BORRA EL
      *             CHECKPOINT.
      *             PARA CORRER EN PARTICIONES PARALELAS, CADA
      *             PARTICION CARGA CK-NPARTIC (1, 2, ...) Y SU RANGO
      *             CK-IEMPRDES/CK-IEMPRHAS ANTES DE 9289: EL
      *             CHECKPOINT ES POR PROCESO Y PARTICION Y LOS
      *             CURSORES DE LOS LOTES SOLO LEEN EMPRESAS DEL
      *             RANGO. AL RELANZAR, LA PARTICION DEBE TRAER EL
      *             MISMO NUMERO Y RANGO. CK-NPARTIC = 0 Y RANGO EN
      *             BLANCOS ES LA CORRIDA UNICA DE TODAS LAS EMPRESAS
      *             (9289 CAMBIA EL LIMITE SUPERIOR EN BLANCOS POR
      *             HIGH-VALUES).
      *
      *  EJEMPLO  : MOVE 'PURGA606'   TO CK-IPROCESO
      *             MOVE 1000         TO CK-INTERVALO
      *             MOVE 2            TO CK-NPARTIC
      *             MOVE 'M00'        TO CK-IEMPRDES
      *             MOVE 'RZZ'        TO CK-IEMPRHAS
      *             PERFORM 9289-RECUPERA-CHECKPOINT-BATCH
      *             PERFORM 9199-ABRE-PURGA-CARTAS
      *             ...
      *-----------------------------------------------------------------
       01  CK-REG.
           05 CK-IPROCESO                   PIC X(08).
           05 CK-NPARTIC                    PIC S9(03)  COMP-3 VALUE 0.
           05 CK-IEMPRDES                   PIC X(03)   VALUE SPACES.
           05 CK-IEMPRHAS                   PIC X(03)   VALUE SPACES.
           05 CK-IEMPR                      PIC X(03).
           05 CK-ICUENTA                    PIC S9(07)  COMP-3.
           05 CK-ICONCEPT                   PIC S9(05)  COMP-3.
