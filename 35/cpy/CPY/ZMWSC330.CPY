      *-----------------------------------------------------------------
      *  ZMWSC330 : VARIABLES DE LOS HOGARES (ZMDT754/ZMDT755, VEA
      *             DCLZMDT754 Y DCLZMDT755): CUENTAS DE UNA FAMILIA
      *             CON RFC DISTINTOS QUE SE ESCALONAN JUNTAS, CON UNA
      *             CUENTA PRINCIPAL. TODO MOVIMIENTO VA POR
      *             SOLICITANTE/AUTORIZADOR (COMO 9162/9163): EL
      *             SOLICITANTE (HG-IUSUARIO) DEJA EL MOVIMIENTO
      *             PENDIENTE Y OTRO USUARIO (HG-IUSRAUT) LO APRUEBA
      *             O RECHAZA (HG-SDECISION 'A'/'R'):
      *               - 9931 PROPONE UN HOGAR NUEVO CON SU PRINCIPAL;
      *               - 9932/9933 SOLICITAN EL ALTA/BAJA DE UN
      *                 MIEMBRO Y 9937 LA RESUELVE;
      *               - 9934 SOLICITA CAMBIAR LA CUENTA PRINCIPAL Y
      *                 9935 LA BAJA DEL HOGAR; 9936 RESUELVE LO QUE EL
      *                 HOGAR TENGA PENDIENTE (ALTA CON SUS MIEMBROS,
      *                 CAMBIO DE PRINCIPAL O BAJA);
      *               - 9938 REGRESA EL VOLUMEN DEL MES DEL HOGAR DE
      *                 UNA CUENTA (SUMA DE ZMDT639 DE SUS MIEMBROS).
      *                 LA USA 9196-LEE-COMISION-TIER CUANDO EL HOGAR
      *                 TIENE HG-STIER = '1'; LA ESTRATIFICACION (9620)
      *                 SUMA EN SU CURSOR EL VOLUMEN DE 12 MESES DEL
      *                 HOGAR CUANDO TIENE HG-SESTRATO = '1'.
      *             UNA CUENTA ESTA A LO MAS EN UN HOGAR VIGENTE Y LA
      *             PRINCIPAL NO SE DA DE BAJA SIN CAMBIARLA ANTES.
      *             EL RESULTADO QUEDA EN HG-RESULTADO/HG-DMENSAJE.
      *
      *             QUIEN INCLUYA ESTE COPY DEBE INCLUIR TAMBIEN
      *             ZMWSC142/ZMWSC143 (FOLIO DEL HOGAR, 9349).
      *
      *  EJEMPLO  : MOVE 'FAMILIA GOMEZ'   TO HG-DHOGAR
      *             MOVE WC-IEMPR          TO HG-IEMPR
      *             MOVE ICUENTA-PRINCIPAL TO HG-ICUENTA
      *             MOVE '1'               TO HG-STIER HG-SESTRATO
      *             MOVE NA-WUSUARIO       TO HG-IUSUARIO
      *             PERFORM 9931-SOLICITA-HOGAR
      *             ...
      *             (AUTORIZADOR)
      *             MOVE IHOGAR-ELEGIDO    TO HG-IHOGAR
      *             MOVE 'A'               TO HG-SDECISION
      *             MOVE NA-WUSUARIO       TO HG-IUSRAUT
      *             PERFORM 9936-AUTORIZA-HOGAR
      *-----------------------------------------------------------------
       01  HG-REG.
           05 HG-IHOGAR                     PIC S9(09)      COMP-3.
           05 HG-DHOGAR                     PIC X(40).
           05 HG-IEMPR                      PIC X(03).
           05 HG-ICUENTA                    PIC S9(07)      COMP-3.
           05 HG-STIER                      PIC X(01).
               88 HG-TIER-HOGAR             VALUE '1'.
           05 HG-SESTRATO                   PIC X(01).
               88 HG-ESTRATO-HOGAR          VALUE '1'.
           05 HG-IUSUARIO                   PIC X(08).
           05 HG-IUSRAUT                    PIC X(08).
           05 HG-SDECISION                  PIC X(01).
               88 HG-APRUEBA                VALUE 'A'.
               88 HG-RECHAZA                VALUE 'R'.
      *
      *    HOGAR Y MIEMBRO LEIDOS
           05 HG-H-IESTADO                  PIC X(01).
               88 HG-H-PROPUESTO            VALUE 'P'.
               88 HG-H-ACTIVO               VALUE 'A'.
               88 HG-H-BAJA-SOLICITADA      VALUE 'Q'.
           05 HG-H-IEMPRPRI                 PIC X(03).
           05 HG-H-ICTAPRI                  PIC S9(07)      COMP-3.
           05 HG-H-IEMPRPROP                PIC X(03).
           05 HG-H-ICTAPROP                 PIC S9(07)      COMP-3.
           05 HG-H-IUSRSOL                  PIC X(08).
           05 HG-H-IUSRPROP                 PIC X(08).
           05 HG-M-IESTADO                  PIC X(01).
               88 HG-M-ALTA-SOLICITADA      VALUE 'P'.
               88 HG-M-ACTIVO               VALUE 'A'.
               88 HG-M-BAJA-SOLICITADA      VALUE 'Q'.
           05 HG-M-IUSRSOL                  PIC X(08).
           05 HG-IUSRPEND                   PIC X(08).
           05 HG-NCUENTAS                   PIC S9(09)      COMP.
      *
      *    VOLUMEN DEL HOGAR (9938)
           05 HG-MVOLUMEN                   PIC S9(13)V99   COMP-3.
           05 HG-SHOGAR                     PIC X(01).
               88 HG-EN-HOGAR               VALUE '1'.
               88 HG-SIN-HOGAR              VALUE '0'.
      *
           05 HG-RESULTADO                  PIC X(01).
               88 HG-ACEPTADO               VALUE '0'.
               88 HG-RECHAZADO              VALUE '1'.
           05 HG-DMENSAJE                   PIC X(50).
      *-----------------------------------------------------------------
