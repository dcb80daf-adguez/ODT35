      *                                APODERADO-CARTA (ZMWSC174/      *
      *                                ZMWSC175) Y LIGADO A            *
      *                                ZM606-IAPODER                   *
      * FS-0.1.0-00  RGV      15OCT26  LA CAPTURA VALIDA LA OFERTA     *
      *                                PUBLICA DE LA                   *
      *                                EMISORA/SERIE/GRUPO (ZMDT698)   *
      *                                CON 9632-VALIDA-OFERTA-CARTA    *
      *                                (ZMWSC264/ZMWSC265): FUERA DE   *
      *                                LA VENTANA O DEL RANGO DE       *
      *                                PRECIO SE RECHAZA CON           *
      *                                OF-DMENSAJE EN NRP1-MSG1        *
      * FS-0.1.1-00  RGV      15OCT26  AL GRABAR LA CARTA SE RESERVAN  *
      *                                SUS FONDOS EN EL LIBRO DE       *
      *                                EFECTIVO DEL CLIENTE            *
      *                                (9644-RESERVA-FONDOS-CARTA,     *
      *                                ZMWSC266/ZMWSC267) Y LA CAPTURA *
      *                                AVISA EN NRP1-MSG1 CUANDO EL    *
      *                                EFECTIVO MAS LA LINEA DE        *
      *                                CREDITO NO CUBRE EL IMPORTE     *
      *                                (9647, SIN BLOQUEAR).           *
      * FS-0.1.2-00  RGV      15OCT26  POSICION DE CAPTURA CONTRA      *
      *                                LIBRO INTERNO (LIQ+PEND)        *
      * FS-0.1.3-00  RGV      15OCT26  LA CAPTURA RECHAZA CARTAS DE    *
      *                                CUENTAS CON LLAMADA DE MARGEN   *
      *                                VENCIDA                         *
      *                                (9702-VERIFICA-BLOQUEO-MARGEN,  *
      *                                ZMWSC278/ZMWSC279) CON SU       *
      *                                MENSAJE EN NRP1-MSG1            *
      * FS-0.1.4-00  RGV      15OCT26  LA CAPTURA RECHAZA CARTAS DE    *
      *                                CUENTAS CONGELADAS POR SUCESION *
      *                                (9748, ZMWSC290/ZMWSC291) CON   *
      *                                SU MENSAJE EN NRP1-MSG1         *
      * FS-0.1.5-00  RGV      15OCT26  LAS CARTAS CUYO CONCEPTO        *
      *                                (ZM671_SVERIFICA) O IMPORTE     *
      *                                ('REG'/'VERIFICA') LO PIDEN     *
      *                                QUEDAN POR VERIFICAR (9779,     *
      *                                ZMWSC296/ZMWSC297). EN MODO     *
      *                                VERIFICACION EL SEGUNDO         *
      *                                OPERADOR RECAPTURA A CIEGAS     *
      *                                NRP1-MCONTRA, NRP1-MEMISOR,     *
      *                                NRP1-MSERIE Y LOS RENGLONES     *
      *                                (9781); LA CARTA DEVUELTA       *
      *                                RESALTA CON LOS BYTES ...A LOS  *
      *                                CAMPOS CON DIFERENCIA (9786)    *
      * FS-0.1.6-00  RGV      15OCT26  LA CAPTURA AVISA EN NRP1-MSG1,  *
      *                                SIN BLOQUEAR, CUANDO LA CUENTA  *
      *                                CON MERCADO EXTRANJERO TIENE    *
      *                                ALGUN TITULAR SIN FORMA W-8/W-9 *
      *                                VIGENTE (9812,                  *
      *                                ZMWSC302/ZMWSC303)              *
      * FS-0.1.7-00  RGV      15OCT26  LA CAPTURA RECHAZA CARTAS DE    *
      *                                PROMOTORES SIN CERTIFICACION    *
      *                                VIGENTE (9491, ZMDT729,         *
      *                                ZMWSC208/ZMWSC209) CON SU       *
      *                                MENSAJE EN NRP1-MSG1            *
      * FS-0.1.8-00  RGV      15OCT26  LA CAPTURA RECHAZA CARTAS SOBRE *
      *                                FONDOS DE INVERSION (EMISION    *
      *                                CON ZM630_TCLASE 'F', 9245 DE   *
      *                                ZMWSC084/ZMWSC085): VAN POR LA  *
      *                                ORDEN DE FONDO (ZMWSC320/       *
      *                                ZMWSC321)                       *
      * FS-0.1.9-00  RGV      15OCT26  SE AGREGAN NRP1-MCOST POR       *
      *                                RENGLON Y NRP1-MCOMTOT,         *
      *                                NRP1-MCGOTOT, NRP1-MIVATOT Y    *
      *                                NRP1-MCOSTOT CON EL COSTO       *
      *                                ESTIMADO DE LA CARTA (COMISION  *
      *                                CON CONVENIO O ESCALON, CARGOS  *
      *                                RECURRENTES E IVA; 9907/9908,   *
      *                                ZMWSC322/ZMWSC323), A LA VISTA  *
      *                                ANTES DE CONFIRMAR; AL          *
      *                                REGISTRAR SE GRABA EN ZMDT750   *
      * FS-0.2.0-00  RGV      15OCT26  AL TECLEAR NRP1-MCONTR O        *
      *                                NRP1-MCONTR2 EL PROGRAMA CARGA  *
      *                                TAMBIEN CT-IUSUARIO CON EL      *
      *                                USUARIO FIRMADO; SI             *
      *                                9130-LEE-NOMBRE-CUENTA DEJA     *
      *                                CT-FUERA-ALCANCE (CUENTA FUERA  *
      *                                DE LAS EMPRESAS O SUCURSALES    *
      *                                ASIGNADAS AL USUARIO EN         *
      *                                ZMDT752) NO SE MUESTRA EL       *
      *                                NOMBRE Y SE AVISA CUENTA FUERA  *
      *                                DE SU ALCANCE EN NRP1-MSG1      *
      * FS-0.2.1-00  RGV      15OCT26  AL GRABAR LA CARTA DE UNA       *
      *                                CUENTA DE EMPLEADO O            *
      *                                RELACIONADA (ZMDT756) ABRE SU   *
      *                                SOLICITUD DE PREAUTORIZACION DE *
      *                                CUMPLIMIENTO (9945, ZMWSC332 Y  *
      *                                ZMWSC333) Y AVISA EN NRP1-MSG1  *
      *                                QUE LA CARTA NO VA A MERCADO    *
      *                                HASTA AUTORIZARSE, O QUE SE     *
      *                                NEGO POR PERIODO DE BLOQUEO DE  *
      *                                LA EMISORA                      *
      * FS-0.2.2-00  RGV      15OCT26  CADA RECHAZO DE LA CAPTURA      *
      *                                (EMISORA, DUPLICADO, POSICION,  *
      *                                PRECIO, IDONEIDAD,              *
      *                                CONCENTRACION, VENTANA,         *
      *                                RESTRINGIDOS Y DEMAS) Y CADA    *
      *                                VOBO DE SUPERVISOR QUE PASA POR *
      *                                ALTO UNA VALIDACION SE GRABA EN *
      *                                LA BITACORA ZMDT760 (9960,      *
      *                                ZMWSC334 Y ZMWSC335) CON LA     *
      *                                RUTINA, EL OPERADOR Y EL        *
      *                                SUPERVISOR                      *
      * FS-0.2.3-00  RGV      15OCT26  LA CAPTURA VERIFICA LAS         *
      *                                RESTRICCIONES DE LA CUENTA      *
      *                                (9996-VERIFICA-RESTRICCION,     *
      *                                ZMWSC342/ZMWSC343) CON EL       *
      *                                SENTIDO QUE DA LA NATURALEZA    *
      *                                DEL CONCEPTO (9649: CARGO =     *
      *                                COMPRA 'C', ABONO = VENTA 'V'); *
      *                                RESTRINGIDA SE RECHAZA CON      *
      *                                RX-DMENSAJE EN NRP1-MSG1        *
      * FS-0.2.4-00  RGV      15OCT26  AL TECLEAR NRP1-MCONTR SE       *
      *                                RECHAZA LA CUENTA ABIERTA POR   *
      *                                APERTURA INDIVIDUAL QUE AUN     *
      *                                ESPERA LA ACTIVACION DE         *
      *                                CUMPLIMIENTO (9007-VERIFICA-    *
      *                                CUENTA-PENDIENTE, ZMWSC344 Y    *
      *                                ZMWSC345), CON AI-DMENSAJE EN   *
      *                                NRP1-MSG1                       *
      * FS-0.2.5-00  RGV      15OCT26  MODO ENTRENAMIENTO: CON         *
      *                                WC-SENTRENA EN '1' LA CAPTURA   *
      *                                Y LAS CONSULTAS CORREN CONTRA   *
      *                                LAS COPIAS ANONIMIZADAS DE      *
      *                                ZMENTREN (9035-FIJA-AMBIENTE-   *
      *                                SESION, ZMWSC350 Y ZMWSC351)    *
      *                                CON TODAS SUS VALIDACIONES, SIN *
      *                                LLEGAR A MERCADO, AVISOS NI     *
      *                                CONTABILIDAD; NRP1-MSG1 AVISA   *
      *                                'MODO ENTRENAMIENTO'            *
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
      *
             10 NRP1-MIMPOL              PIC S9(4)     COMP.
             10 NRP1-MIMPOA              PIC  X(01).
             10 NRP1-MIMPO               PIC  X(18).
      *      COSTO ESTIMADO DEL RENGLON (COMISION + CARGOS + IVA),
      *      SOLO DE SALIDA (9908-ESTIMA-COSTO-RENGLON, ZMWSC323).
             10 NRP1-MCOSTL              PIC S9(4)     COMP.
             10 NRP1-MCOSTA              PIC  X(01).
             10 NRP1-MCOST               PIC  X(16).
      *
      *   05 NRP1-MSELE01L               PIC S9(04)    COMP.
      *   05 NRP1-MSELE01A               PIC  X(01).
      *   05 NRP1-MSERI10L               PIC S9(04)    COMP.
      *   05 NRP1-MSERI10A               PIC  X(01).
      *   05 NRP1-MSERI10                PIC  X(08).
      *
      *    COSTO ESTIMADO DE TODA LA CARTA (TODAS LAS PAGINAS), SOLO
      *    DE SALIDA: COMISION, CARGOS RECURRENTES, IVA Y TOTAL. SE
      *    RECALCULA EN CADA ENTER PARA QUE EL PROMOTOR LO COTICE
      *    ANTES DE CONFIRMAR (9907/9908, ZMWSC322/ZMWSC323).
          05 NRP1-MCOMTOTL               PIC S9(04)    COMP.
          05 NRP1-MCOMTOTA               PIC  X(01).
          05 NRP1-MCOMTOT                PIC  X(16).
          05 NRP1-MCGOTOTL               PIC S9(04)    COMP.
          05 NRP1-MCGOTOTA               PIC  X(01).
          05 NRP1-MCGOTOT                PIC  X(16).
          05 NRP1-MIVATOTL               PIC S9(04)    COMP.
          05 NRP1-MIVATOTA               PIC  X(01).
          05 NRP1-MIVATOT                PIC  X(16).
          05 NRP1-MCOSTOTL               PIC S9(04)    COMP.
          05 NRP1-MCOSTOTA               PIC  X(01).
          05 NRP1-MCOSTOT                PIC  X(16).
      *
          05 NRP1-MRAZOL                 PIC S9(04)    COMP.
          05 NRP1-MRAZOA                 PIC  X(01).
