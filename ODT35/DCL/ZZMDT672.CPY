      * CON EL ID DE CORRELACION DE LA SESION (MISMO QUE ZMDT618/      *
      * ZMDT620) VIA 9498-REGISTRA-CONSULTA-DATOS (35/ZMWSC212/        *
      * ZMWSC213). TCONSULTA: 'CONS' CONSULTA EN PANTALLA, 'ARCO'      *
      * EXTRACCION DE DERECHOS ARCO, 'NEGA' INTENTO NEGADO POR ESTAR   *
      * LA CUENTA FUERA DEL ALCANCE DE EMPRESAS/SUCURSALES DEL USUARIO *
      * (ZMDT752, 35/ZMWSC326/ZMWSC327; ICUENTA = 0 CUANDO SE NEGO LA  *
      * BUSQUEDA POR EMPRESA). EL REPORTE 9499/9501 LISTA LOS          *
      * USUARIOS CON VOLUMEN DE LECTURA INUSUAL EN EL PERIODO.         *
      ******************************************************************
           EXEC SQL DECLARE PRODUSVP.ZMDT672 TABLE
