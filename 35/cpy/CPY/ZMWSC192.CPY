      *             LA LINEA DE CREDITO. EL CURSOR MADRE 9453/9454
      *             RECORRE LAS CUENTAS VIGENTES DE LA EMPRESA; POR
      *             CADA CUENTA EL LOTE ARMA LAS SECCIONES CON
      *             9455/9456 (POSICIONES), 9457/9458 (CARTAS DEL
      *             MES) Y 9712/9713 DE ZMWSC280/ZMWSC281 (DIVIDENDOS
      *             Y CUPONES PAGADOS EN EL MES CON SU RETENCION;
      *             MOVER EI-IEMPR/EI-ICUENTA/EI-IANIO/EI-IMES A SUS
      *             IG-) Y EL RENDIMIENTO DEL MES, DEL EJERCICIO Y
      *             DE DOCE MESES CON 9729 DE ZMWSC284/ZMWSC285 (A
      *             SUS TW-), IMPRIME CON EL MEMBRETE DE LA EMPRESA
      *             (9240-LEE-EMPRESA-EDOCTA) Y ENTREGA POR EL CANAL
      *             DE LA CUENTA COMO CUALQUIER DOCUMENTO: DESTINO
      *             DEL MAESTRO DE CONTACTOS (9431) Y ENCOLADO CON
      *             9396-ENCOLA-EDOCTA (CS-REG DE ZMWSC078, CON
      *             PD-TDOCTO 'EI' PARA SU PDF).
      *
      *  EJEMPLO  : MOVE WC-IEMPR          TO EI-IEMPR
      *             MOVE 2026              TO EI-IANIO
