      *             FILTRO). EL CURSOR 9530/9531 RESPETA LAS
      *             AUTORIZACIONES DE PROMOTOR DEL USUARIO (ZMDT611,
      *             COMO 9170): SOLO REGRESA CUENTAS CUYO PROMOTOR
      *             ESTA AUTORIZADO AL USUARIO Y QUE ESTAN DENTRO DE
      *             SU ALCANCE DE EMPRESAS/SUCURSALES (ZMDT752). SI EL
      *             FILTRO DE EMPRESA (Y SUCURSAL) PIDE UNA FUERA DE
      *             ALCANCE, LA BUSQUEDA SE NIEGA Y SE GRABA EN LA
      *             BITACORA (9917, ZMWSC326/ZMWSC327, QUE DEBEN
      *             INCLUIRSE TAMBIEN): QUEDAN BS-FUERA-ALCANCE Y
      *             BS-FIN-DATOS SIN ABRIR EL CURSOR. LA PAGINACION
      *             ES POR REPOSICIONAMIENTO DE LLAVE: EL LLAMADOR
      *             GUARDA LA ULTIMA LLAVE LEIDA (BS-LLEMPR/
      *             BS-LLCUENTA, EN BLANCO/CERO PARA LA PRIMERA PAGINA)
      *             Y REABRE PARA LA SIGUIENTE; CADA RENGLON SALTA A LA
      *             CONSULTA DE LA CUENTA.
      *
      *  EJEMPLO  : MOVE 'GOMEZ%'          TO BS-PATAPE1
      *             MOVE '%'               TO BS-PATAPE2
           05 BS-ESTADO                     PIC X(01).
               88 BS-HAY-DATOS              VALUE '1'.
               88 BS-FIN-DATOS              VALUE '0'.
           05 BS-SALCANCE                   PIC X(01).
               88 BS-DENTRO-ALCANCE         VALUE '1'.
               88 BS-FUERA-ALCANCE          VALUE '0'.
      *-----------------------------------------------------------------
