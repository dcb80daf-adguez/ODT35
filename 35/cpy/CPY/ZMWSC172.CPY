      *             ZMDT656 Y DEJA ARMADO PPX-REG-NOMINA PARA EL
      *             ARCHIVO DE INTERFAZ A NOMINA. EL ESTADO DE CUENTA
      *             POR PROMOTOR SE IMPRIME DE ZMDT656.
      *             ZMDT656 NO TIENE EMPRESA: EL MES SE DA POR CERRADO
      *             EN CUANTO LO CIERRA CUALQUIER EMPRESA (ZMDT776).
      *             RELIQUIDAR UN MES CERRADO NO TOCA ZMDT656: LA
      *             DIFERENCIA QUEDA COMO AJUSTE (ZMDT777), NO SUMA A
      *             LOS TOTALES Y EL LOTE NO ESCRIBE PPX-REG-NOMINA
      *             (PP-LIQ-AJUSTE). QUIEN INCLUYA ESTE COPY DEBE
      *             INCLUIR TAMBIEN ZMWSC356/ZMWSC357 Y ZMWSC142/
      *             ZMWSC143.
      *
      *  EJEMPLO  : MOVE 2026              TO PP-IANIO
      *             MOVE 08                TO PP-IMES
      *                 UNTIL PP-FIN-DATOS
      *             (POR CADA PROMOTOR LEIDO)
      *                PERFORM 9420-GRABA-LIQ-PROMOTOR
      *                IF PP-LIQ-NORMAL
      *                   (ESCRIBIR PPX-REG-NOMINA AL ARCHIVO)
      *-----------------------------------------------------------------
       01  PP-REG.
           05 PP-IANIO                      PIC S9(04)      COMP-3.
           05 PP-MVOLUMEN                   PIC S9(13)V99   COMP-3.
           05 PP-PPAGO                      PIC S9V9(04)    COMP-3.
           05 PP-MPAGO                      PIC S9(13)V99   COMP-3.
           05 PP-MPAGOANT                   PIC S9(13)V99   COMP-3.
           05 PP-IPROM-ED                   PIC 9(04).
           05 PP-SLIQ                       PIC X(01).
               88 PP-LIQ-NORMAL             VALUE '0'.
               88 PP-LIQ-AJUSTE             VALUE '1'.
           05 PP-NUMPROMS                   PIC S9(09) COMP VALUE 0.
           05 PP-TOTPAGO                    PIC S9(13)V99   COMP-3.
           05 PP-SESQUEMA                   PIC X(01).
