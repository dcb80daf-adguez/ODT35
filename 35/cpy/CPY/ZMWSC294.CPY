      *-----------------------------------------------------------------
      *  ZMWSC294 : VARIABLES DE LAS METAS MENSUALES DEL PROMOTOR Y DE
      *             SU TABLERO DE CUMPLIMIENTO (ZMDT723, VEA
      *             DCLZMDT723).
      *               - 9770 CAPTURA LA META DEL MES DE UN PROMOTOR
      *                 (CUENTAS NUEVAS, VOLUMEN OPERADO Y COMISION);
      *               - 9771 ES LA CORRIDA NOCTURNA: RECALCULA EL REAL
      *                 DEL MES MT-IANIO/MT-IMES DE TODOS LOS
      *                 PROMOTORES DE MT-IEMPR;
      *               - 9772/9773 LISTAN EL TABLERO POR PROMOTOR, REAL
      *                 CONTRA META DEL MES Y ACUMULADO DEL ANIO, CON
      *                 SU LUGAR (MT-NRANGO) DENTRO DE LA SUCURSAL;
      *               - 9774/9775 DAN LOS TOTALES POR SUCURSAL ('S') Y
      *                 POR ZONA ('Z'), ESTOS DESPUES DE SUS
      *                 SUCURSALES.
      *             LOS PORCENTAJES DE CUMPLIMIENTO REGRESAN EN CERO
      *             CUANDO NO HAY META CAPTURADA.
      *
      *             QUIEN INCLUYA ESTE COPY DEBE INCLUIR TAMBIEN
      *             ZMWSC206/ZMWSC207 Y ZMWSC208/ZMWSC209.
      *
      *  EJEMPLO  : MOVE WC-IEMPR          TO MT-IEMPR
      *             MOVE 2026              TO MT-IANIO
      *             MOVE 07                TO MT-IMES
      *             PERFORM 9772-ABRE-TABLERO-METAS
      *             PERFORM 9773-LEE-TABLERO-METAS
      *                 UNTIL MT-FIN-DATOS
      *             (POR CADA RENGLON: IMPRIMIR MT-NRANGO, MT-NNOMBRE,
      *              REAL, META Y PORCENTAJE DEL MES Y DEL ANIO)
      *-----------------------------------------------------------------
       01  MT-REG.
           05 MT-IEMPR                      PIC X(03).
           05 MT-IPROM                      PIC S9(04)      COMP-3.
           05 MT-IANIO                      PIC S9(04)      COMP-3.
           05 MT-IMES                       PIC S9(02)      COMP-3.
           05 MT-IUSUARIO                   PIC X(08).
           05 MT-NNOMBRE                    PIC X(40).
           05 MT-ISUCCASA                   PIC X(03).
           05 MT-DSUCCASA                   PIC X(40).
           05 MT-IZONECO                    PIC X(03).
           05 MT-DZONECO                    PIC X(40).
           05 MT-TNIVEL                     PIC X(01).
               88 MT-NIVEL-SUCURSAL         VALUE 'S'.
               88 MT-NIVEL-ZONA             VALUE 'Z'.
      *
      *    DEL MES
           05 MT-NCTASMETA                  PIC S9(07)      COMP-3.
           05 MT-NCTASREAL                  PIC S9(07)      COMP-3.
           05 MT-MVOLMETA                   PIC S9(13)V99   COMP-3.
           05 MT-MVOLREAL                   PIC S9(13)V99   COMP-3.
           05 MT-MCOMMETA                   PIC S9(13)V99   COMP-3.
           05 MT-MCOMREAL                   PIC S9(13)V99   COMP-3.
           05 MT-PCTAS                      PIC S9(07)V99   COMP-3.
           05 MT-PVOL                       PIC S9(07)V99   COMP-3.
           05 MT-PCOM                       PIC S9(07)V99   COMP-3.
           05 MT-PCUMPLE                    PIC S9(05)V99   COMP-3.
      *
      *    ACUMULADO DEL ANIO HASTA EL MES
           05 MT-NCTASMETAA                 PIC S9(07)      COMP-3.
           05 MT-NCTASREALA                 PIC S9(07)      COMP-3.
           05 MT-MVOLMETAA                  PIC S9(13)V99   COMP-3.
           05 MT-MVOLREALA                  PIC S9(13)V99   COMP-3.
           05 MT-MCOMMETAA                  PIC S9(13)V99   COMP-3.
           05 MT-MCOMREALA                  PIC S9(13)V99   COMP-3.
           05 MT-PCTASA                     PIC S9(07)V99   COMP-3.
           05 MT-PVOLA                      PIC S9(07)V99   COMP-3.
           05 MT-PCOMA                      PIC S9(07)V99   COMP-3.
      *
           05 MT-NRANGO                     PIC S9(04) COMP.
           05 MT-ISUCANT                    PIC X(03).
           05 MT-NUMARCH                    PIC S9(09) COMP.
           05 MT-NUMPROM                    PIC S9(09) COMP.
           05 MT-DMENSAJE                   PIC X(55).
           05 MT-RESULTADO                  PIC X(01).
               88 MT-ACEPTADO               VALUE '0'.
               88 MT-RECHAZADO              VALUE '1'.
           05 MT-ESTADO                     PIC X(01).
               88 MT-HAY-DATOS              VALUE '1'.
               88 MT-FIN-DATOS              VALUE '0'.
      *-----------------------------------------------------------------
