      *             CORRIDA) O '3' NO ENTREGABLE (AGOTO DN-MAXINT
      *             INTENTOS). LAS '3' DEL DIA SALEN EN EL REPORTE DE
      *             NO ENTREGABLES (9221/9222) PARA QUE LA MESA LLAME
      *             AL CLIENTE. LOS MENSAJES DE MERCADOTECNIA
      *             (ZM622_TMENSAJE 'M') DE CUENTAS QUE SE OPUSIERON
      *             A ESE USO EN SU AVISO DE PRIVACIDAD (9821) NO SE
      *             ENVIAN: QUEDAN '4' (SUPRIMIDA) Y SE CUENTAN EN
      *             DN-NUMSUPRIM. QUIEN INCLUYA ESTE COPY DEBE INCLUIR
      *             TAMBIEN ZMWSC304/ZMWSC305 CON SUS DEPENDENCIAS.
      *
      *  EJEMPLO  : MOVE PV-DATOSPAR(1:3)  TO DN-MAXINT
      *             PERFORM 9218-DESPACHA-NOTIFICACIONES
           05 DN-TDESTINO                   PIC X(01).
           05 DN-DESTINO                    PIC X(60).
           05 DN-CINTENTOS                  PIC S9(03)  COMP-3.
           05 DN-TMENSAJE                   PIC X(01).
               88 DN-MSG-MERCADOTECNIA      VALUE 'M'.
           05 DN-MAXINT                     PIC S9(03)  COMP-3.
           05 DN-PROGRAMA-GW                PIC X(08)
                                            VALUE 'ZM9CR620'.
           05 DN-NUMENVIADAS                PIC S9(09)  COMP  VALUE 0.
           05 DN-NUMFALLIDAS                PIC S9(09)  COMP  VALUE 0.
           05 DN-NUMSUPRIM                  PIC S9(09)  COMP  VALUE 0.
           05 DN-I                          PIC S9(09)  COMP  VALUE 0.
           05 DN-ESTADO                     PIC X(01).
               88 DN-HAY-DATOS              VALUE '1'.
