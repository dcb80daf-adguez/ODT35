      *             EL METODO ELECTRONICO (CS-IENVDOCE, PARAMETRO DE
      *             ZMDT612), EL LLAMADOR RESUELVE EL CORREO DE LA
      *             CUENTA LEIDA, LO CARGA EN CS-DDESTINO Y ENCOLA EN
      *             ZMDT626 CON 9396-ENCOLA-EDOCTA, QUE DEJA PENDIENTE
      *             LA VERSION PDF DEL ESTADO (ZMWSC338); EN OTRO CASO
      *             CS-CANAL REGRESA 'I' PARA MANDARLO AL ARCHIVO DE
      *             IMPRESION.
      *
      *                 VARYING CS-I FROM 1 BY 1
      *                   UNTIL CS-FIN-DATOS
      *             (POR CADA LECTURA 'E': RESOLVER EL CORREO DE
      *              CS-ICUENTA, MOVERLO A CS-DDESTINO, LA IMAGEN DE
      *              SU ESTADO A PD-DSNIMAGEN Y PERFORM
      *              9396-ENCOLA-EDOCTA)
      *-----------------------------------------------------------------
       01  CS-REG.
