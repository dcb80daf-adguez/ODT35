      *-----------------------------------------------------------------
      *  ZMWSC360 : VARIABLES DEL REPORTE MENSUAL DE TENENCIA EN
      *             CUSTODIA AL REGULADOR (ARCHIVO DE CONTROL ZMDT781)
      *             POR EMPRESA, TIPO DE INSTRUMENTO (ZMDT630) Y
      *             EMISORA. LA FUENTE ES EL LIBRO INTERNO DE POSICION
      *             (ZMDT707, POSICION LIQUIDADA) REGRESADO AL ULTIMO
      *             DIA DEL MES (RG-FCORTE) CON LOS MOVIMIENTOS
      *             LIQUIDADOS DESPUES DEL CORTE (ZMDT708), ASI EL
      *             REPORTE PUEDE CORRER DIAS DESPUES DEL CIERRE.
      *               - 9095 CALCULA EL CORTE Y ABRE EL CURSOR POR
      *                 EMISORA/SERIE Y MONEDA DE LA CUENTA;
      *               - 9096 REGRESA UNA EMISORA DEL TIPO DE
      *                 INSTRUMENTO POR LLAMADA, VALUADA CON EL PRECIO
      *                 VIGENTE AL CORTE (9446) Y, EN CUENTAS DE
      *                 MERCADO EXTRANJERO (CUENTA.ICVEMDA), CONVERTIDA
      *                 A LA MONEDA DE REPORTE CON EL TIPO DE CAMBIO DEL
      *                 CORTE (9368), YA ARMADA EN EL REGISTRO FIJO DEL
      *                 REGULADOR (RGX-REG-REGULADOR). AL LLEGAR A
      *                 RG-FIN-DATOS DEJA LOS TOTALES DE CONTROL EN
      *                 RGX-REG-CONTROL, EL ULTIMO REGISTRO DEL ARCHIVO;
      *               - 9098/9099 SON LA HOJA DE CONTROL: EMISORA/SERIE
      *                 DONDE EL LIBRO AL CORTE NO CUADRA CON LA ULTIMA
      *                 FOTO DEL CUSTODIO (ZMDT624) RECIBIDA HASTA EL
      *                 CORTE (MISMA RESOLUCION DE FOTO QUE 9686);
      *               - 9101 ARCHIVA LOS TOTALES DE CONTROL DEL PERIODO
      *                 (ZMDT781) E INDEXA EL REPORTE EN EL REPOSITORIO
      *                 (ZMDT650, IREPORTE 'REGCUST', FECHA DE CORRIDA
      *                 = CORTE) CON 9377-REGISTRA-REPORTE.
      *
      *             QUIEN INCLUYA ESTE COPY DEBE INCLUIR TAMBIEN
      *             ZMWSC186/ZMWSC187 (PRECIO VIGENTE), ZMWSC152/
      *             ZMWSC153 (CONVERSION 9368) Y ZMWSC158/ZMWSC159
      *             (REPOSITORIO DE REPORTES).
      *
      *  EJEMPLO  : MOVE WC-IEMPR          TO RG-IEMPR
      *             MOVE 2026              TO RG-IANIO
      *             MOVE 09                TO RG-IMES
      *             PERFORM 9095-ABRE-TENENCIA-REGULADOR
      *             PERFORM 9096-LEE-TENENCIA-REGULADOR
      *                 UNTIL RG-FIN-DATOS
      *             (POR CADA LECTURA: WRITE DEL RGX-REG-REGULADOR Y
      *              RENGLON IMPRESO; AL FINAL WRITE DEL
      *              RGX-REG-CONTROL)
      *             PERFORM 9098-ABRE-DIFER-CUSTODIO
      *             PERFORM 9099-LEE-DIFER-CUSTODIO
      *                 UNTIL RG-FIN-DATOS
      *             (HOJA DE CONTROL CON RG-CLIBRO, RG-CCUSTOD Y
      *              RG-CDIFER)
      *             MOVE NUMPAGS           TO RG-NUMPAGS
      *             MOVE DSN-SALIDA        TO RG-DSNAME
      *             MOVE NA-WUSUARIO       TO RG-IUSUARIO
      *             PERFORM 9101-ARCHIVA-TENENCIA-REGULADOR
      *-----------------------------------------------------------------
       01  RG-REG.
      *
      *    PERIODO Y CORTE
           05 RG-IEMPR                      PIC X(03).
           05 RG-IANIO                      PIC S9(04)      COMP-3.
           05 RG-IMES                       PIC S9(02)      COMP-3.
           05 RG-FINIMES.
              10 RG-FINIMES-ANIO            PIC 9(04).
              10 FILLER                     PIC X(01)  VALUE '-'.
              10 RG-FINIMES-MES             PIC 9(02).
              10 FILLER                     PIC X(03)  VALUE '-01'.
           05 RG-FINIMES-R REDEFINES RG-FINIMES
                                            PIC X(10).
           05 RG-FCORTE                     PIC X(10).
           05 RG-IUSUARIO                   PIC X(08).
      *
      *    EMISORA DEL TIPO DE INSTRUMENTO QUE REGRESA 9096
           05 RG-INSTRUMENTO                PIC X(08).
           05 RG-IEMISORA                   PIC X(07).
           05 RG-ISERIE                     PIC X(08).
           05 RG-DNOMBRE                    PIC X(40).
           05 RG-NUMSERIES                  PIC S9(03)      COMP-3.
           05 RG-CTITULOS                   PIC S9(13)V99   COMP-3.
           05 RG-MVALOR                     PIC S9(13)V99   COMP-3.
      *
      *    RENGLON LEIDO POR ADELANTADO (EMISORA/SERIE Y MONEDA)
           05 RG-INSTRUMENTO-SIG            PIC X(08).
           05 RG-IEMISORA-SIG               PIC X(07).
           05 RG-ISERIE-SIG                 PIC X(08).
           05 RG-DNOMBRE-SIG                PIC X(40).
           05 RG-ICVEMDA-SIG                PIC X(03).
           05 RG-CTITULOS-SIG               PIC S9(13)V99   COMP-3.
           05 RG-MVALORIG                   PIC S9(13)V99   COMP-3.
           05 RG-SPENDIENTE                 PIC X(01).
               88 RG-CON-PENDIENTE          VALUE '1'.
               88 RG-SIN-PENDIENTE          VALUE '0'.
      *
      *    TOTALES DE CONTROL DEL PERIODO (ZMDT781)
           05 RG-NUMREG                     PIC S9(07)      COMP-3.
           05 RG-TOTTIT                     PIC S9(15)V99   COMP-3.
           05 RG-TOTVALOR                   PIC S9(15)V99   COMP-3.
           05 RG-NUMSINPRE                  PIC S9(05)      COMP-3.
      *
      *    HOJA DE CONTROL: DIFERENCIAS CONTRA EL CUSTODIO
           05 RG-CLIBRO                     PIC S9(13)V99   COMP-3.
           05 RG-CCUSTOD                    PIC S9(13)V99   COMP-3.
           05 RG-CDIFER                     PIC S9(13)V99   COMP-3.
           05 RG-NUMDIFER                   PIC S9(07)      COMP-3.
      *
      *    REPOSITORIO DE REPORTES (9377)
           05 RG-NUMPAGS                    PIC S9(05)      COMP-3.
           05 RG-DSNAME                     PIC X(44).
      *
           05 RG-DMENSAJE                   PIC X(55).
           05 RG-RESULTADO                  PIC X(01).
               88 RG-ACEPTADO               VALUE '0'.
               88 RG-RECHAZADO              VALUE '1'.
           05 RG-ESTADO                     PIC X(01).
               88 RG-HAY-DATOS              VALUE '1'.
               88 RG-FIN-DATOS              VALUE '0'.
      *
      *          REGISTRO FIJO DEL REGULADOR, UNO POR EMPRESA, TIPO
      *          DE INSTRUMENTO Y EMISORA (LO ESCRIBE EL LOTE).
       01  RGX-REG-REGULADOR.
           05 RGX-TREG                      PIC X(01)  VALUE 'D'.
           05 RGX-IEMPR                     PIC X(03).
           05 RGX-IANIO                     PIC 9(04).
           05 RGX-IMES                      PIC 9(02).
           05 RGX-INSTRUMENTO               PIC X(08).
           05 RGX-IEMISORA                  PIC X(07).
           05 RGX-DNOMBRE                   PIC X(40).
           05 RGX-NUMSERIES                 PIC 9(03).
           05 RGX-CTITULOS                  PIC 9(13)V99.
           05 RGX-MVALOR                    PIC 9(13)V99.
           05 FILLER                        PIC X(02)  VALUE SPACES.
      *
      *          REGISTRO DE TOTALES DE CONTROL, ULTIMO DEL ARCHIVO.
       01  RGX-REG-CONTROL.
           05 RGX-TREG-CTL                  PIC X(01)  VALUE 'T'.
           05 RGX-IEMPR-CTL                 PIC X(03).
           05 RGX-IANIO-CTL                 PIC 9(04).
           05 RGX-IMES-CTL                  PIC 9(02).
           05 RGX-FCORTE                    PIC X(10).
           05 RGX-NUMREG                    PIC 9(07).
           05 RGX-TOTTIT                    PIC 9(15)V99.
           05 RGX-TOTVALOR                  PIC 9(15)V99.
           05 RGX-NUMSINPRE                 PIC 9(05).
           05 FILLER                        PIC X(34)  VALUE SPACES.
      *-----------------------------------------------------------------
