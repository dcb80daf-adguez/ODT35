      *-----------------------------------------------------------------
      *  ZMWSC302 : VARIABLES DEL REGISTRO DE FORMAS FISCALES DE
      *             ESTADOS UNIDOS (W-8BEN, W-8BEN-E, W-9) DE LAS
      *             CUENTAS CON MERCADO EXTRANJERO (ZMDT728, VEA
      *             DCLZMDT728).
      *               - 9811 REGISTRA LA FORMA DE UN TITULAR
      *                 (FF-ISECTIT 0 = PRINCIPAL, N = COTITULAR
      *                 AUTORIZADO DE ZMDT686) CON SU FECHA DE FIRMA Y
      *                 LA TASA DE TRATADO QUE RECLAMA; CALCULA EL
      *                 VENCIMIENTO (31 DE DICIEMBRE DEL TERCER ANIO
      *                 CALENDARIO SIGUIENTE A LA FIRMA) Y SUSTITUYE
      *                 LA FORMA ANTERIOR DEL TITULAR;
      *               - 9812 REVISA, A LA FECHA FF-FECHA, QUE TODOS LOS
      *                 TITULARES DE UNA CUENTA CON MERCADO EXTRANJERO
      *                 TENGAN FORMA VIGENTE; SI NO, DEJA FF-CON-AVISO
      *                 Y FF-DMENSAJE (LA CAPTURA DE CARTAS LO MUESTRA
      *                 SIN BLOQUEAR);
      *               - 9813 DA LA TASA DE RETENCION DE LOS INGRESOS
      *                 DEL MERCADO EXTRANJERO SEGUN LA FORMA DEL
      *                 TITULAR PRINCIPAL: LA DE TRATADO SI LA FORMA
      *                 VIGENTE LA RECLAMA; SI NO, LA DE ZMDT612
      *                 (ITIPOPAR 'ISR') 'EXTW8' (OMISION 0.30000) O
      *                 'EXTW9' (OMISION 0.00000) SEGUN EL TIPO, Y
      *                 'EXTSINFORMA' (OMISION 0.30000) SIN FORMA O
      *                 CON LA FORMA VENCIDA;
      *               - 9814/9815 SON EL REPORTE MENSUAL DE
      *                 PERSECUCION: TITULARES DE CUENTAS VIGENTES CON
      *                 MERCADO EXTRANJERO SIN FORMA, CON LA FORMA
      *                 VENCIDA O QUE VENCE A MAS TARDAR EN FF-FHASTA
      *                 (FF-IEMPR EN BLANCOS = TODAS LAS EMPRESAS).
      *
      *             QUIEN INCLUYA ESTE COPY DEBE INCLUIR TAMBIEN
      *             ms35/ZMWSC018/ZMWSC019.
      *
      *  EJEMPLO  : MOVE RS-IEMPR          TO FF-IEMPR
      *             MOVE RS-ICUENTA        TO FF-ICUENTA
      *             MOVE WX-TFECHOY        TO FF-FECHA
      *             PERFORM 9812-VERIFICA-FORMAS-CUENTA
      *             IF FF-CON-AVISO
      *                MOVE FF-DMENSAJE    TO NRP1-MSG1
      *             END-IF
      *
      *             (MENSUAL)
      *             MOVE SPACES            TO FF-IEMPR
      *             MOVE WX-TFECHOY        TO FF-FECHA
      *             MOVE FIN-MES-SIGUIENTE TO FF-FHASTA
      *             PERFORM 9814-ABRE-PERSIGUE-FORMAS
      *             PERFORM 9815-LEE-PERSIGUE-FORMAS
      *                 UNTIL FF-FIN-DATOS
      *-----------------------------------------------------------------
       01  FF-REG.
           05 FF-IEMPR                      PIC X(03).
           05 FF-ICUENTA                    PIC S9(07)      COMP-3.
           05 FF-ISECTIT                    PIC S9(05)      COMP-3.
           05 FF-ISECFORMA                  PIC S9(05)      COMP-3.
           05 FF-TFORMA                     PIC X(08).
               88 FF-FORMA-W8BEN            VALUE 'W8BEN'.
               88 FF-FORMA-W8BENE           VALUE 'W8BENE'.
               88 FF-FORMA-W9               VALUE 'W9'.
               88 FF-TIPO-VALIDO            VALUE 'W8BEN' 'W8BENE'
                                                  'W9'.
           05 FF-FFIRMA                     PIC X(10).
           05 FF-FVENCE                     PIC X(10).
           05 FF-PTRATADO                   PIC S9V9(05)    COMP-3.
           05 FF-IPAISTRAT                  PIC X(03).
           05 FF-IUSUARIO                   PIC X(08).
           05 FF-FECHA                      PIC X(10).
           05 FF-FHASTA                     PIC X(10).
           05 FF-IPAISMDO                   PIC X(03).
           05 FF-NNOMBRE                    PIC X(60).
      *
      *    VENCIMIENTO: 31 DE DICIEMBRE DEL TERCER ANIO SIGUIENTE
           05 FF-FVENCE-CALC.
              10 FF-FVENCE-ANIO             PIC 9(04).
              10 FILLER                     PIC X(06)  VALUE '-12-31'.
           05 FF-IANIO-ALFA                 PIC X(04).
           05 FF-IANIO-ALFA-R REDEFINES FF-IANIO-ALFA
                                            PIC 9(04).
      *
      *    TASA DE RETENCION DEL MERCADO EXTRANJERO (9813)
           05 FF-PTASA                      PIC S9V9(05)    COMP-3.
           05 FF-PTASA-ALFA                 PIC X(06).
           05 FF-PTASA-ALFA-R REDEFINES FF-PTASA-ALFA
                                            PIC 9V9(05).
      *
      *    TITULARES DE LA CUENTA Y SU DOCUMENTACION (9812)
           05 FF-NUMTIT                     PIC S9(05)      COMP-3.
           05 FF-NUMCONF                    PIC S9(05)      COMP-3.
           05 FF-NUMSINF                    PIC S9(05)      COMP-3.
           05 FF-NUMCOTIT                   PIC S9(05)      COMP-3.
           05 FF-NUMPERS                    PIC S9(09) COMP.
      *
           05 FF-SFORMA                     PIC X(01).
               88 FF-FORMA-VIGENTE          VALUE 'V'.
               88 FF-FORMA-POR-VENCER       VALUE 'P'.
               88 FF-FORMA-VENCIDA          VALUE 'X'.
               88 FF-SIN-FORMA              VALUE 'F'.
           05 FF-SMERCADO                   PIC X(01).
               88 FF-MERCADO-EXTRANJERO     VALUE '1'.
               88 FF-MERCADO-NACIONAL       VALUE '0'.
           05 FF-SAVISO                     PIC X(01).
               88 FF-CON-AVISO              VALUE '1'.
               88 FF-SIN-AVISO              VALUE '0'.
           05 FF-DMENSAJE                   PIC X(55).
           05 FF-RESULTADO                  PIC X(01).
               88 FF-ACEPTADO               VALUE '0'.
               88 FF-RECHAZADO              VALUE '1'.
           05 FF-ESTADO                     PIC X(01).
               88 FF-HAY-DATOS              VALUE '1'.
               88 FF-FIN-DATOS              VALUE '0'.
      *-----------------------------------------------------------------
