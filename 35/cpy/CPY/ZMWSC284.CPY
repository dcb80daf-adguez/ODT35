      *-----------------------------------------------------------------
      *  ZMWSC284 : VARIABLES DEL RENDIMIENTO MENSUAL PONDERADO POR
      *             TIEMPO POR CUENTA (ZMDT715, VEA DCLZMDT715).
      *             9722 CORRE EL MES TW-IANIO/TW-IMES PARA LAS
      *             CUENTAS VIGENTES DE TW-IEMPR: VALUA LA CARTERA AL
      *             CIERRE DEL MES ANTERIOR Y AL DEL MES (TITULOS DEL
      *             LIBRO INTERNO A LA FECHA, AL PRECIO VIGENTE 9446,
      *             MAS EL SALDO DE EFECTIVO), RESTA LOS FLUJOS
      *             EXTERNOS DEL MES Y DIVIDE ENTRE LA VALUACION
      *             INICIAL MAS LOS FLUJOS PONDERADOS POR LOS DIAS QUE
      *             ESTUVIERON INVERTIDOS (DIETZ MODIFICADO). EL
      *             RENDIMIENTO DEL EJERCICIO Y EL DE DOCE MESES
      *             ENCADENAN LOS MENSUALES YA GUARDADOS, POR ESO LOS
      *             MESES SE CORREN EN ORDEN. VOLVER A CORRER UN MES LO
      *             REEMPLAZA. 9729 LEE EL RENGLON DEL MES PARA EL
      *             ESTADO DE CUENTA INTEGRAL.
      *             LA COMPRA O VENTA DE TITULOS CON EFECTIVO DE LA
      *             CUENTA NO ES FLUJO (SOLO CAMBIA LA COMPOSICION);
      *             LOS DIVIDENDOS Y CUPONES TAMPOCO (SON RENDIMIENTO).
      *
      *             QUIEN INCLUYA ESTE COPY DEBE INCLUIR TAMBIEN
      *             ZMWSC186/ZMWSC187.
      *
      *  EJEMPLO  : MOVE WC-IEMPR          TO TW-IEMPR
      *             MOVE 2026              TO TW-IANIO
      *             MOVE 09                TO TW-IMES
      *             PERFORM 9722-CALCULA-RENDIMIENTOS
      *-----------------------------------------------------------------
       01  TW-REG.
           05 TW-IEMPR                      PIC X(03).
           05 TW-ICUENTA                    PIC S9(07)      COMP-3.
           05 TW-IANIO                      PIC S9(04)      COMP-3.
           05 TW-IMES                       PIC S9(02)      COMP-3.
           05 TW-IPERIODO                   PIC S9(07)      COMP-3.
           05 TW-IPERANIO                   PIC S9(07)      COMP-3.
           05 TW-IPER12M                    PIC S9(07)      COMP-3.
           05 TW-FINIMES.
              10 TW-FI-ANIO                 PIC 9(04).
              10 FILLER                     PIC X(01) VALUE '-'.
              10 TW-FI-MES                  PIC 9(02).
              10 FILLER                     PIC X(03) VALUE '-01'.
           05 TW-FINIMES-X REDEFINES TW-FINIMES
                                            PIC X(10).
           05 TW-FINI                       PIC X(10).
           05 TW-FFIN                       PIC X(10).
           05 TW-FECHA                      PIC X(10).
           05 TW-NDIAS                      PIC S9(03)      COMP-3.
           05 TW-NDIASFLU                   PIC S9(03)      COMP-3.
      *
      *    VALUACION DE LA CARTERA A TW-FECHA
           05 TW-IEMISORA                   PIC X(07).
           05 TW-ISERIE                     PIC X(08).
           05 TW-CTITULOS                   PIC S9(13)V99   COMP-3.
           05 TW-FVALOR                     PIC X(10).
           05 TW-MVALOR                     PIC S9(13)V99   COMP-3.
           05 TW-MEFECTIVO                  PIC S9(13)V99   COMP-3.
           05 TW-MCARTERA                   PIC S9(13)V99   COMP-3.
      *
      *    RENGLON DEL MES
           05 TW-MVALINI                    PIC S9(13)V99   COMP-3.
           05 TW-MVALFIN                    PIC S9(13)V99   COMP-3.
           05 TW-MFLUJOS                    PIC S9(13)V99   COMP-3.
           05 TW-MFLUJOPOND                 PIC S9(13)V99   COMP-3.
           05 TW-MBASE                      PIC S9(15)V99   COMP-3.
           05 TW-PRENDMES                   PIC S9(03)V9(06) COMP-3.
           05 TW-PRENDANIO                  PIC S9(03)V9(06) COMP-3.
           05 TW-PREND12M                   PIC S9(03)V9(06) COMP-3.
           05 TW-NMESES12                   PIC S9(02)      COMP-3.
           05 TW-NSINPRECIO                 PIC S9(05)      COMP-3.
           05 TW-FFACTOR                    PIC S9(05)V9(09) COMP-3.
           05 TW-NMESES                     PIC S9(02)      COMP-3.
           05 TW-NUMCTAS                    PIC S9(09) COMP.
      *
           05 TW-SRENGLON                   PIC X(01).
               88 TW-CON-RENDIMIENTO        VALUE '1'.
               88 TW-SIN-RENDIMIENTO        VALUE '0'.
           05 TW-ESTADO                     PIC X(01).
               88 TW-HAY-DATOS              VALUE '1'.
               88 TW-FIN-DATOS              VALUE '0'.
           05 TW-ESTPOS                     PIC X(01).
               88 TW-HAY-POS                VALUE '1'.
               88 TW-FIN-POS                VALUE '0'.
      *-----------------------------------------------------------------
