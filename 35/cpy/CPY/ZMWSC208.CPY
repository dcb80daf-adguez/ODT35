      *             9493-BAJA-PROMOTOR-MAESTRO DA DE BAJA Y ADEMAS
      *             DESACTIVA SUS AUTORIZACIONES DE ZMDT611 CON
      *             9171-BAJA-PROMOTOR (ms35/ZMWSC015/ZMWSC016, QUE
      *             QUIEN INCLUYA ESTE COPY DEBE INCLUIR TAMBIEN, JUNTO
      *             CON ms35/ZMWSC018/ZMWSC019 PARA 9180).
      *
      *             CERTIFICACION DEL PROMOTOR (ZMDT729, VEA
      *             DCLZMDT729): 9816-REGISTRA-CERTIFICACION GRABA LA
      *             FIGURA, NUMERO, EMISION Y VENCIMIENTO Y SUSTITUYE
      *             LA ANTERIOR; 9491 TAMBIEN RECHAZA AL PROMOTOR CON
      *             LA CERTIFICACION VENCIDA AL DIA (PN-CERT-VENCIDA) Y,
      *             SOLO SI EL PARAMETRO 'PRO'/'CERTOBLIG' DE ZMDT612
      *             TRAE 'S', AL QUE NO TIENE CERTIFICACION REGISTRADA
      *             (PN-SIN-CERTIFICACION); SIN EL PARAMETRO LO ACEPTA
      *             MIENTRAS SE CARGAN LAS CERTIFICACIONES (9106);
      *             9817/9818 SON EL REPORTE MENSUAL POR SUCURSAL DE
      *             LOS PROMOTORES ACTIVOS SIN CERTIFICACION, CON ELLA
      *             VENCIDA O QUE VENCE EN LOS PROXIMOS PN-NDIAS DIAS
      *             (CERO = 90), CON SUS CUENTAS VIGENTES (PN-ISUCCASA
      *             EN BLANCOS = TODAS LAS SUCURSALES).
      *
      *  EJEMPLO  : MOVE ZM606-PROMOT      TO PN-IPROM
      *             PERFORM 9491-VALIDA-PROMOTOR-MAESTRO
      *             IF NOT PN-ACTIVO
      *                MOVE PN-DMENSAJE    TO NRP1-MSG1
      *             END-IF
      *
      *             (MENSUAL)
      *             MOVE SPACES            TO PN-ISUCCASA
      *             MOVE 90                TO PN-NDIAS
      *             PERFORM 9817-ABRE-CERT-POR-VENCER
      *             PERFORM 9818-LEE-CERT-POR-VENCER
      *                 UNTIL PN-FIN-DATOS
      *-----------------------------------------------------------------
       01  PN-REG.
           05 PN-IPROM                      PIC S9(04)      COMP-3.
           05 PN-FALTA                      PIC X(10).
           05 PN-FBAJA                      PIC X(10).
           05 PN-IUSUARIO                   PIC X(08).
      *
      *    CERTIFICACION (ZMDT729)
           05 PN-ISECCERT                   PIC S9(03)      COMP-3.
           05 PN-IFIGCERT                   PIC X(03).
           05 PN-INUMCERT                   PIC X(20).
           05 PN-FEMISION                   PIC X(10).
           05 PN-FVENCE                     PIC X(10).
           05 PN-SCERTVENC                  PIC X(01).
           05 PN-NDIAS                      PIC S9(03)      COMP-3.
           05 PN-NDIASVENC                  PIC S9(07)      COMP-3.
           05 PN-NCUENTAS                   PIC S9(07)      COMP-3.
           05 PN-NUMREP                     PIC S9(09) COMP.
           05 PN-SCERT                      PIC X(01).
               88 PN-CERT-VIGENTE           VALUE 'V'.
               88 PN-CERT-POR-VENCER        VALUE 'P'.
               88 PN-CERT-SIN-REGISTRO      VALUE 'F'.
               88 PN-CERT-YA-VENCIDA        VALUE 'X'.
      *
           05 PN-DMENSAJE                   PIC X(55).
           05 PN-RESULTADO                  PIC X(01).
               88 PN-ACTIVO                 VALUE '0'.
               88 PN-NO-EXISTE              VALUE '1'.
               88 PN-DADO-DE-BAJA           VALUE '2'.
               88 PN-SIN-CERTIFICACION      VALUE '3'.
               88 PN-CERT-VENCIDA           VALUE '4'.
           05 PN-REGISTRO                   PIC X(01).
               88 PN-ACEPTADO               VALUE '0'.
               88 PN-RECHAZADO              VALUE '1'.
           05 PN-ESTADO                     PIC X(01).
               88 PN-HAY-DATOS              VALUE '1'.
               88 PN-FIN-DATOS              VALUE '0'.
      *-----------------------------------------------------------------
