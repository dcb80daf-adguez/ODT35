      *             LOTE MENSUAL RECORRE CON 9620/9621 LAS CUENTAS
      *             VIGENTES DE LA EMPRESA CON SU VOLUMEN OPERADO Y
      *             COMISION DE LOS ULTIMOS 12 MESES (ZMDT639/
      *             ZMDT614; EL VOLUMEN ES EL DEL HOGAR CUANDO LA
      *             CUENTA ESTA EN UNO CON ZM754_SESTRATO = '1',
      *             VEA ZMWSC330), RESUELVE EL ESTRATO QUE LES TOCA CON
      *             9619 (LA BANDA MAS ALTA CUYO PISO DE VOLUMEN O
      *             DE COMISION SE ALCANZA) Y PROPONE EL MOVIMIENTO
      *             CON 9622 CUANDO DIFIERE DEL ACTUAL; EL
