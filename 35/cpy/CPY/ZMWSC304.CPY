      *-----------------------------------------------------------------
      *  ZMWSC304 : VARIABLES DEL AVISO DE PRIVACIDAD: CATALOGO DE
      *             VERSIONES (ZMDT730) Y CONSENTIMIENTO POR CUENTA
      *             (ZMDT731); VEA DCLZMDT730 Y DCLZMDT731.
      *               - 9819 PUBLICA UNA VERSION NUEVA DEL AVISO DE LA
      *                 EMPRESA (LA ANTERIOR DEJA DE ESTAR VIGENTE);
      *               - 9820 REGISTRA LA ACEPTACION DE LA CUENTA:
      *                 VERSION, FECHA, CANAL Y NEGATIVAS A LOS USOS
      *                 SECUNDARIOS; SUSTITUYE LA ACEPTACION ANTERIOR;
      *               - 9821 LEE EL CONSENTIMIENTO VIGENTE DE LA CUENTA
      *                 (PC-SIN-CONSENTIMIENTO SI NUNCA HA ACEPTADO).
      *                 EL DESPACHADOR DE NOTIFICACIONES (9219) LO
      *                 CONSULTA ANTES DE ENVIAR UN MENSAJE DE
      *                 MERCADOTECNIA (ZM622_TMENSAJE 'M');
      *               - 9822/9823 LISTAN LAS CUENTAS VIGENTES DE LA
      *                 EMPRESA QUE ACEPTARON UNA VERSION ANTERIOR A LA
      *                 VIGENTE, O NINGUNA, Y AUN NO TIENEN SOLICITUD
      *                 DE REACEPTACION ENCOLADA DESDE SU PUBLICACION;
      *                 9824 ENCOLA LA SOLICITUD EN ZMDT622
      *                 (TMENSAJE 'A') AL DESTINO DEL MAESTRO DE
      *                 CONTACTOS ZMDT659 (SIN CONTACTOS, AL PROMOTOR).
      *
      *             QUIEN INCLUYA ESTE COPY DEBE INCLUIR TAMBIEN
      *             ZMWSC142/ZMWSC143 Y ZMWSC178/ZMWSC179.
      *
      *  EJEMPLO  : (AL PUBLICAR UNA VERSION)
      *             MOVE WC-IEMPR          TO PC-IEMPR
      *             PERFORM 9822-ABRE-REACEPTACION
      *             PERFORM 9823-LEE-REACEPTACION
      *                 UNTIL PC-FIN-DATOS
      *             (POR CADA CUENTA: PERFORM 9824-ENCOLA-REACEPTACION)
      *-----------------------------------------------------------------
       01  PC-REG.
           05 PC-IEMPR                      PIC X(03).
           05 PC-ICUENTA                    PIC S9(07)      COMP-3.
           05 PC-IUSUARIO                   PIC X(08).
      *
      *    VERSION DEL AVISO (ZMDT730)
           05 PC-IVERSION                   PIC S9(03)      COMP-3.
           05 PC-DTITULO                    PIC X(60).
           05 PC-FPUBLICA                   PIC X(10).
           05 PC-IVERACT                    PIC S9(03)      COMP-3.
      *
      *    CONSENTIMIENTO DE LA CUENTA (ZMDT731)
           05 PC-ISECCONS                   PIC S9(05)      COMP-3.
           05 PC-FACEPTA                    PIC X(10).
           05 PC-TCANAL                     PIC X(01).
               88 PC-CANAL-SUCURSAL         VALUE 'S'.
               88 PC-CANAL-INTERNET         VALUE 'W'.
               88 PC-CANAL-MOVIL            VALUE 'M'.
               88 PC-CANAL-TELEFONO         VALUE 'T'.
               88 PC-CANAL-VALIDO           VALUE 'S' 'W' 'M' 'T'.
           05 PC-SNOMKT                     PIC X(01).
               88 PC-OPUESTO-MKT            VALUE '1'.
               88 PC-ACEPTA-MKT             VALUE '0'.
           05 PC-SNOCOMP                    PIC X(01).
               88 PC-OPUESTO-COMP           VALUE '1'.
               88 PC-ACEPTA-COMP            VALUE '0'.
           05 PC-SCONSENT                   PIC X(01).
               88 PC-CON-CONSENTIMIENTO     VALUE '1'.
               88 PC-SIN-CONSENTIMIENTO     VALUE '0'.
      *
      *    REACEPTACION (9822-9824)
           05 PC-ISECUEN                    PIC S9(05)      COMP-3.
           05 PC-IVERACEP                   PIC S9(03)      COMP-3.
           05 PC-IVERACT-ED                 PIC 9(03).
           05 PC-NUMENCOLA                  PIC S9(09) COMP.
      *
           05 PC-DMENSAJE                   PIC X(55).
           05 PC-RESULTADO                  PIC X(01).
               88 PC-ACEPTADO               VALUE '0'.
               88 PC-RECHAZADO              VALUE '1'.
           05 PC-ESTADO                     PIC X(01).
               88 PC-HAY-DATOS              VALUE '1'.
               88 PC-FIN-DATOS              VALUE '0'.
      *-----------------------------------------------------------------
