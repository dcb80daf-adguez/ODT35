      *-----------------------------------------------------------------
      *  ZMWSC280 : VARIABLES DE LOS EVENTOS DE INGRESO EN EFECTIVO
      *             (DIVIDENDOS Y CUPONES, ZMDT711) Y DE LOS DERECHOS
      *             DE COBRO POR CUENTA (ZMDT712); VEA DCLZMDT711 Y
      *             DCLZMDT712. CICLO DEL EVENTO:
      *               - 9704 LO DA DE ALTA CON FECHA DE REGISTRO,
      *                 FECHA DE PAGO E IMPORTE POR TITULO ('0');
      *               - 9705 CALCULA LOS DERECHOS CON LA POSICION
      *                 LIQUIDADA DEL LIBRO INTERNO (ZMDT708) A LA
      *                 FECHA DE REGISTRO, CON LA TASA DE ISR DEL
      *                 TRATAMIENTO FISCAL DE LA CUENTA ('C'). SE
      *                 PUEDE RECALCULAR MIENTRAS NO SE PAGUE;
      *               - 9708, EN LA CORRIDA DE LA FECHA DE PAGO,
      *                 ABONA EL NETO AL LIBRO DE EFECTIVO (9643,
      *                 TORIGEN 'D'), ACUMULA BASE Y RETENIDO EN
      *                 ZMDT664 PARA LA CONSTANCIA ANUAL Y DEJA EL
      *                 EVENTO PAGADO ('1').
      *             9712/9713 SON LA SECCION DE DIVIDENDOS Y CUPONES
      *             PAGADOS EN EL MES DEL ESTADO DE CUENTA INTEGRAL.
      *
      *             LA TASA SE LEE DE ZMDT612, ITIPOPAR 'ISR', IPARAM
      *             = TIPO DE INGRESO + ITASAFIS (P.EJ. 'D1'); SIN
      *             ESE PARAMETRO SE USA LA TASA GENERAL DEL
      *             TRATAMIENTO (IPARAM = ITASAFIS, LA MISMA DE 9450).
      *             CUENTA SIN TRATAMIENTO FISCAL NO RETIENE. LA
      *             CUENTA CON MERCADO EXTRANJERO (IPAISMDO) RETIENE
      *             SEGUN LA FORMA W-8/W-9 DE SU TITULAR PRINCIPAL
      *             (9813, VEA ZMWSC302).
      *
      *             QUIEN INCLUYA ESTE COPY DEBE INCLUIR TAMBIEN
      *             ms35/ZMWSC018/ZMWSC019, ZMWSC142/ZMWSC143,
      *             ZMWSC266/ZMWSC267 Y ZMWSC302/ZMWSC303.
      *
      *  EJEMPLO  : MOVE 'D'               TO IG-TINGRESO
      *             MOVE EMISORA           TO IG-IEMISORA
      *             MOVE SERIE             TO IG-ISERIE
      *             MOVE FECHA-REGISTRO    TO IG-FREGISTRO
      *             MOVE FECHA-PAGO        TO IG-FPAGO
      *             MOVE IMPORTE-TITULO    TO IG-MPORTIT
      *             MOVE NA-WUSUARIO       TO IG-IUSUARIO
      *             PERFORM 9704-ALTA-EVENTO-INGRESO
      *             PERFORM 9705-CALCULA-DERECHOS
      *             ...
      *             MOVE WX-TFECHOY        TO IG-FECHA
      *             MOVE W000-PROG         TO IG-IPROGRAM
      *             PERFORM 9708-PAGA-DERECHOS
      *-----------------------------------------------------------------
       01  IG-REG.
           05 IG-IEVENTO                    PIC S9(09)      COMP-3.
           05 IG-TINGRESO                   PIC X(01).
               88 IG-DIVIDENDO              VALUE 'D'.
               88 IG-CUPON                  VALUE 'C'.
           05 IG-IEMISORA                   PIC X(07).
           05 IG-ISERIE                     PIC X(08).
           05 IG-FREGISTRO                  PIC X(10).
           05 IG-FPAGO                      PIC X(10).
           05 IG-MPORTIT                    PIC S9(09)V9(06) COMP-3.
           05 IG-SESTEVT                    PIC X(01).
               88 IG-EVT-REGISTRADO         VALUE '0'.
               88 IG-EVT-CALCULADO          VALUE 'C'.
               88 IG-EVT-PAGADO             VALUE '1'.
           05 IG-IUSUARIO                   PIC X(08).
           05 IG-IPROGRAM                   PIC X(08).
           05 IG-FECHA                      PIC X(10).
      *
      *    DERECHO DE LA CUENTA
           05 IG-IEMPR                      PIC X(03).
           05 IG-ICUENTA                    PIC S9(07)      COMP-3.
           05 IG-CTITULOS                   PIC S9(13)V99   COMP-3.
           05 IG-MBRUTO                     PIC S9(13)V99   COMP-3.
           05 IG-PTASA                      PIC S9V9(05)    COMP-3.
           05 IG-MRETENIDO                  PIC S9(13)V99   COMP-3.
           05 IG-MNETO                      PIC S9(13)V99   COMP-3.
           05 IG-ITASAFIS                   PIC X(01).
           05 IG-IPAISMDO                   PIC X(03).
           05 IG-PTASA-ALFA                 PIC X(06).
           05 IG-PTASA-ALFA-R REDEFINES IG-PTASA-ALFA
                                            PIC 9V9(05).
           05 IG-IANIO                      PIC S9(04)      COMP-3.
           05 IG-IMES                       PIC S9(02)      COMP-3.
      *
      *    TOTALES DEL CALCULO Y DEL PAGO
           05 IG-NTITULARES                 PIC S9(07)      COMP-3.
           05 IG-MTOTBRUTO                  PIC S9(13)V99   COMP-3.
           05 IG-MTOTRETEN                  PIC S9(13)V99   COMP-3.
           05 IG-NUMEVENTOS                 PIC S9(09) COMP.
           05 IG-NUMPAGOS                   PIC S9(09) COMP.
      *
           05 IG-DMENSAJE                   PIC X(55).
           05 IG-RESULTADO                  PIC X(01).
               88 IG-ACEPTADO               VALUE '0'.
               88 IG-RECHAZADO              VALUE '1'.
           05 IG-ESTADO                     PIC X(01).
               88 IG-HAY-DATOS              VALUE '1'.
               88 IG-FIN-DATOS              VALUE '0'.
           05 IG-ESTDER                     PIC X(01).
               88 IG-HAY-DERECHOS           VALUE '1'.
               88 IG-FIN-DERECHOS           VALUE '0'.
      *-----------------------------------------------------------------
