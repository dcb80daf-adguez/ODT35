      *             CARTAS (ZMWMW79), JUNTO A LA VALIDACION DE
      *             CONTRATO DE 9130-LEE-NOMBRE-CUENTA, PARA RECHAZAR
      *             EN EL MOMENTO EMISIONES DESCONOCIDAS, SUSPENDIDAS
      *             O FUERA DE VIGENCIA, Y LOS FONDOS DE INVERSION
      *             (ZM630_TCLASE 'F'), QUE SE OPERAN POR ORDEN DE
      *             FONDO (ZMWSC320/ZMWSC321). 9246/9247 SON EL ALTA
      *             Y LA ACTUALIZACION DESDE LA PANTALLA DE
      *             MANTENIMIENTO, Y 9248/9249 EL CURSOR DE LISTADO
      *             DEL CATALOGO.
      *
      *  EJEMPLO  : MOVE NRP1-MEMISOR    TO CE-IEMISORA
      *             MOVE NRP1-MSERIE     TO CE-ISERIE
           05 CE-SSUSPEND                   PIC X(01).
               88 CE-SUSPENDIDA             VALUE '1'.
               88 CE-ACTIVA                 VALUE '0'.
           05 CE-TCLASE                     PIC X(01).
               88 CE-CLASE-FONDO            VALUE 'F'.
           05 CE-IUSUARIO                   PIC X(08).
           05 CE-FECHA                      PIC X(10).
           05 CE-DMENSAJE                   PIC X(55).
               88 CE-NO-EXISTE              VALUE '1'.
               88 CE-ESTA-SUSPENDIDA        VALUE '2'.
               88 CE-FUERA-VIGENCIA         VALUE '3'.
               88 CE-ES-FONDO               VALUE '4'.
           05 CE-ESTADO                     PIC X(01).
               88 CE-HAY-DATOS              VALUE '1'.
               88 CE-FIN-DATOS              VALUE '0'.
