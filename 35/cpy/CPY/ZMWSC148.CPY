      *             MISMO ESQUEMA SOLICITANTE/AUTORIZADOR DE ZMDT623)
      *             MAS LA RAZON DECLARADA DEL TRASPASO (TT-ICODTRAS,
      *             CATALOGO EN PARAM), QUE AL APROBAR SE GRABA EN LA
      *             CARTA (ZM606_ICODTRAS). EL TRASPASO A TERCERO DE
      *             UNA CUENTA CON RESTRICCION VIGENTE DE TRASPASOS O
      *             CONGELADA (9996) SALE CON TT-RESTRINGIDA Y EL
      *             MENSAJE EN TT-DMENSAJE: LA CAPTURA NO LO SOLICITA
      *             Y 9359 NO LO APRUEBA (QUEDA PENDIENTE).
      *
      *  EJEMPLO  : MOVE WC-IEMPR     TO TT-IEMPR
      *             MOVE CT-ICUENTA   TO TT-ICUENTA
      *             MOVE NRP1-MCONTR2 TO TT-ICUENTA2
      *             PERFORM 9357-VALIDA-TRASPASO-TERCERO
      *             IF TT-RESTRINGIDA
      *                MOVE TT-DMENSAJE TO NRP1-MSG1
      *             ELSE
      *                IF TT-TERCERO
      *                   (PEDIR RAZON Y PERFORM 9358)
      *                END-IF
      *             END-IF
      *-----------------------------------------------------------------
       01  TT-REG.
               88 TT-MISMO-TITULAR          VALUE '0'.
               88 TT-TERCERO                VALUE '1'.
               88 TT-CUENTA2-NO-EXISTE      VALUE '2'.
           05 TT-SRESTRIC                   PIC X(01).
               88 TT-RESTRINGIDA            VALUE '1'.
               88 TT-SIN-RESTRICCION        VALUE '0'.
           05 TT-DMENSAJE                   PIC X(55).
      *-----------------------------------------------------------------
