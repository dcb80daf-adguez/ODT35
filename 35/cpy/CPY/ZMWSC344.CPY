      *-----------------------------------------------------------------
      *  ZMWSC344 : VARIABLES DE LA APERTURA INDIVIDUAL DE CUENTA CON
      *             ACTIVACION ESCALONADA (SOLICITUD ZMDT764, VEA
      *             DCLZMDT764). ES EL FLUJO EN LINEA DE LA APERTURA
      *             MASIVA (ZMWSC230/ZMWSC231) Y USA SUS MISMAS
      *             VALIDACIONES:
      *               - 9001 CAPTURA LA SOLICITUD: VALIDA RFC (9298),
      *                 RFC DUPLICADO, PROMOTOR (9491), CODIGOS
      *                 ORGANIZACIONALES (9488) Y LISTA RESTRINGIDA
      *                 (9554) CON 9540; ABRE LA CUENTA CON 9541 Y LA
      *                 DEJA PENDIENTE (SVIGEN 'P', NO OPERA) Y CREA SU
      *                 CHECKLIST DE DOCUMENTOS EN ZMDT676 (9002);
      *               - 9003 REVISA LOS REQUISITOS DE ACTIVACION:
      *                 BENEFICIARIOS (ZMDT658) AL 100% Y AL MENOS UN
      *                 CONTACTO VIGENTE (ZMDT659);
      *               - 9004 ES LA DECISION DEL REVISOR DE
      *                 CUMPLIMIENTO, QUE NO PUEDE SER QUIEN CAPTURO:
      *                 AL APROBAR (CON REQUISITOS COMPLETOS) LA CUENTA
      *                 PASA A VIGENTE; AL RECHAZAR SE DA DE BAJA. EL
      *                 CAMBIO DE SVIGEN QUEDA EN ZMDT608;
      *               - 9005/9006 SON EL REPORTE DE ANTIGUEDAD DE LAS
      *                 SOLICITUDES PENDIENTES CON MAS DE AI-NDIAS DIAS
      *                 (PARAMETRO 'APE'/'DIASPEND' DE ZMDT612 QUE LEE
      *                 EL LLAMADOR; EN CERO SE TOMAN 5);
      *               - 9007 LE DICE A LA CAPTURA DE CARTAS SI LA
      *                 CUENTA AUN ESTA PENDIENTE DE ACTIVACION.
      *
      *             QUIEN INCLUYA ESTE COPY DEBE INCLUIR TAMBIEN
      *             ZMWSC230/ZMWSC231 (Y LO QUE ESTOS PIDEN),
      *             ZMWSC142/ZMWSC143 (FOLIO DE LA SOLICITUD) Y
      *             ZMWSC022/ZMWSC023 (HISTORICO 9150).
      *
      *  EJEMPLO  : MOVE WC-IEMPR          TO AI-IEMPR
      *             MOVE NA-WUSUARIO       TO AI-IUSUARIO
      *             MOVE W000-PROG         TO AI-IPROGRAM
      *             (DATOS DEL CLIENTE EN AI-ITIPOCTA ... AI-ICCOSTO)
      *             PERFORM 9001-CAPTURA-APERTURA
      *             IF AI-RECHAZADO
      *                MOVE AI-DMENSAJE    TO NRP1-MSG1
      *             END-IF
      *-----------------------------------------------------------------
       01  AI-REG.
      *
      *    SOLICITUD (LLAVE Y DATOS DE ZMDT764)
           05 AI-IEMPR                      PIC X(03).
           05 AI-ISOLAPE                    PIC S9(09)      COMP-3.
           05 AI-ICUENTA                    PIC S9(07)      COMP-3.
           05 AI-IESTADO                    PIC X(01).
               88 AI-PENDIENTE              VALUE 'P'.
               88 AI-ACTIVADA               VALUE 'A'.
               88 AI-RECHAZADA              VALUE 'X'.
           05 AI-IUSRCAP                    PIC X(08).
           05 AI-FCAPTURA                   PIC X(26).
           05 AI-DMOTIVO                    PIC X(60).
      *
      *    DATOS DEL CLIENTE (LOS MISMOS DEL ALTA MASIVA, OB-REG)
           05 AI-ITIPOCTA                   PIC X(01).
           05 AI-IRFC                       PIC X(13).
           05 AI-NOMBRE                     PIC X(20).
           05 AI-NAPELL1                    PIC X(40).
           05 AI-NAPELL2                    PIC X(20).
           05 AI-IPROM                      PIC S9(04)      COMP-3.
           05 AI-ISUCCASA                   PIC X(03).
           05 AI-IZONECO                    PIC X(03).
           05 AI-IESTRATO                   PIC X(03).
           05 AI-ICCOSTO                    PIC S9(05)      COMP-3.
      *
      *    QUIEN OPERA Y DECISION DEL REVISOR (9004)
           05 AI-IUSUARIO                   PIC X(08).
           05 AI-IPROGRAM                   PIC X(08).
           05 AI-SDECISION                  PIC X(01).
               88 AI-APROBAR                VALUE 'A'.
               88 AI-RECHAZAR               VALUE 'R'.
      *
      *    REQUISITOS DE ACTIVACION (9003)
           05 AI-PBENEF                     PIC S9(03)V99   COMP-3.
           05 AI-NUMCONTAC                  PIC S9(05)      COMP-3.
           05 AI-NUMDOCS                    PIC S9(05)      COMP-3.
           05 AI-SREQUISITO                 PIC X(01).
               88 AI-REQUISITOS-OK          VALUE '1'.
               88 AI-REQUISITOS-FALTAN      VALUE '0'.
      *
      *    CAPTURA DE CARTAS (9007)
           05 AI-SCUENTA                    PIC X(01).
               88 AI-CUENTA-PENDIENTE       VALUE '1'.
               88 AI-CUENTA-ACTIVA          VALUE '0'.
      *
      *    REPORTE DE ANTIGUEDAD (9005/9006)
           05 AI-NDIAS                      PIC S9(05)      COMP-3.
           05 AI-NDIASPEND                  PIC S9(05)      COMP-3.
           05 AI-NUMREP                     PIC S9(09)      COMP.
      *
           05 AI-DMENSAJE                   PIC X(55).
           05 AI-RESULTADO                  PIC X(01).
               88 AI-ACEPTADO               VALUE '0'.
               88 AI-RECHAZADO              VALUE '1'.
           05 AI-ESTADO                     PIC X(01).
               88 AI-HAY-DATOS              VALUE '1'.
               88 AI-FIN-DATOS              VALUE '0'.
      *-----------------------------------------------------------------
