      *-----------------------------------------------------------------
      *  ZMWSC310 : VARIABLES DE LAS FOTOGRAFIAS (BASELINES) DE LA
      *             CONFIGURACION DE NEGOCIO (ZMDT736/ZMDT737, VEA
      *             DCLZMDT736 Y DCLZMDT737).
      *               - 9845 TOMA UNA FOTOGRAFIA COMPLETA DE LAS TABLAS
      *                 DE REFERENCIA: PARAM Y ZMDT612 (PARAMETROS),
      *                 ZMDT613 Y ZMDT680 (COMISIONES Y CARGOS),
      *                 ZMDT617 Y ZMDT619 (TECLAS Y PERMISOS), ZMDT645,
      *                 ZMDT651 Y ZMDT671 (REGLAS Y CONCEPTOS). BL-TTOMA
      *                 'D' A DEMANDA, 'M' EN EL CIERRE DE MES; REGRESA
      *                 EL NUMERO EN BL-IBASE;
      *               - 9850/9851 SON EL REPORTE DE DIFERENCIAS ENTRE
      *                 DOS FOTOGRAFIAS CUALESQUIERA (BL-IBASEANT CONTRA
      *                 BL-IBASENVA): RENGLONES AGREGADOS ('A'),
      *                 ELIMINADOS ('E') Y CAMBIADOS ('C'), CON EL
      *                 USUARIO Y LA FECHA DEL CAMBIO CUANDO LA TABLA
      *                 LOS GUARDA (EN BLANCOS SI NO SE CONOCEN).
      *
      *  EJEMPLO  : MOVE 'M'               TO BL-TTOMA
      *             MOVE 'CIERRE DE MES'   TO BL-DDESCRIP
      *             MOVE USUARIO           TO BL-IUSUARIO
      *             PERFORM 9845-TOMA-BASELINE-CONFIG
      *
      *             MOVE BASE-ANTERIOR     TO BL-IBASEANT
      *             MOVE BASE-NUEVA        TO BL-IBASENVA
      *             PERFORM 9850-ABRE-COMPARA-BASELINE
      *             IF BL-ACEPTADO
      *                PERFORM 9851-LEE-COMPARA-BASELINE
      *                    UNTIL BL-FIN-DATOS
      *-----------------------------------------------------------------
       01  BL-REG.
           05 BL-IBASE                      PIC S9(07)      COMP-3.
           05 BL-TTOMA                      PIC X(01).
               88 BL-TOMA-DEMANDA           VALUE 'D'.
               88 BL-TOMA-CIERRE-MES        VALUE 'M'.
               88 BL-TOMA-VALIDA            VALUE 'D' 'M'.
           05 BL-DDESCRIP                   PIC X(60).
           05 BL-NUMRENG                    PIC S9(09)      COMP-3.
           05 BL-IUSUARIO                   PIC X(08).
      *
      *    REPORTE DE DIFERENCIAS (9850/9851)
           05 BL-IBASEANT                   PIC S9(07)      COMP-3.
           05 BL-IBASENVA                   PIC S9(07)      COMP-3.
           05 BL-TCAMBIO                    PIC X(01).
               88 BL-RENGLON-AGREGADO       VALUE 'A'.
               88 BL-RENGLON-ELIMINADO      VALUE 'E'.
               88 BL-RENGLON-CAMBIADO       VALUE 'C'.
           05 BL-ITABLA                     PIC X(08).
           05 BL-DLLAVE                     PIC X(60).
           05 BL-DDATOSANT                  PIC X(250).
           05 BL-DDATOSNVO                  PIC X(250).
           05 BL-IUSRCAMB                   PIC X(08).
           05 BL-FULTCAMB                   PIC X(26).
           05 BL-NUMAGREG                   PIC S9(09)      COMP-3.
           05 BL-NUMELIM                    PIC S9(09)      COMP-3.
           05 BL-NUMCAMB                    PIC S9(09)      COMP-3.
      *
           05 BL-NUMBASES                   PIC S9(09) COMP.
           05 BL-DMENSAJE                   PIC X(55).
           05 BL-RESULTADO                  PIC X(01).
               88 BL-ACEPTADO               VALUE '0'.
               88 BL-RECHAZADO              VALUE '1'.
           05 BL-ESTADO                     PIC X(01).
               88 BL-HAY-DATOS              VALUE '1'.
               88 BL-FIN-DATOS              VALUE '0'.
      *-----------------------------------------------------------------
