      *             AGRUPAN EL PERIODO POR EMPRESA/CARGO CON SU
      *             CONCEPTO CONTABLE PARA LA POLIZA (PATRON DE
      *             9311/9312, ZMWSC119).
      *             EL LOTE RECORRE LAS EMPRESAS DEL RANGO
      *             FE-IEMPRDES/FE-IEMPRHAS CON 9806/9807 (EN BLANCOS
      *             = TODAS) PARA PODER CORRER EN PARTICIONES
      *             PARALELAS; LA POLIZA 9547 SE ACOTA AL MISMO RANGO.
      *             UN MES YA CERRADO (ZMDT776) NO SE REVALORA EN
      *             ZMDT681: LA DIFERENCIA QUEDA COMO AJUSTE (ZMDT777).
      *             QUIEN INCLUYA ESTE COPY DEBE INCLUIR TAMBIEN
      *             ZMWSC356/ZMWSC357 Y ZMWSC142/ZMWSC143.
      *
      *  EJEMPLO  : MOVE 'M'               TO FE-IPERIODIC
      *             MOVE 'A00'             TO FE-IEMPRDES
      *             MOVE 'LZZ'             TO FE-IEMPRHAS
      *             MOVE 2026              TO FE-IANIO
      *             MOVE 08                TO FE-IMES
      *             PERFORM 9806-ABRE-EMPRESAS-CARGO
      *             PERFORM 9807-LEE-EMPRESAS-CARGO
      *             (MIENTRAS FE-HAY-EMPRESAS, CON FE-IEMPR:)
      *                PERFORM 9542-ABRE-CARGOS-PERIODO
      *                PERFORM 9543-LEE-CARGOS-PERIODO
      *                    UNTIL FE-FIN-CARGOS
      *                PERFORM 9807-LEE-EMPRESAS-CARGO
      *-----------------------------------------------------------------
       01  FE-REG.
           05 FE-IEMPR                      PIC X(03).
           05 FE-IEMPRDES                   PIC X(03).
           05 FE-IEMPRHAS                   PIC X(03).
           05 FE-IANIO                      PIC S9(04)      COMP-3.
           05 FE-IMES                       PIC S9(02)      COMP-3.
           05 FE-IPERIODIC                  PIC X(01).
           05 FE-ESTADO                     PIC X(01).
               88 FE-HAY-DATOS              VALUE '1'.
               88 FE-FIN-DATOS              VALUE '0'.
           05 FE-ESTEMPR                    PIC X(01).
               88 FE-HAY-EMPRESAS           VALUE '1'.
               88 FE-FIN-EMPRESAS           VALUE '0'.
      *-----------------------------------------------------------------
