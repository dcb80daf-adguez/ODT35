      * PORQUE EL INTAKE ASIGNA EL NUMERO DE CONCEPTO HASTA GRABAR.    *
      * ASI LAS COMBINACIONES INVALIDAS SE FRENAN EN LA ENTRADA EN     *
      * VEZ DE FALLAR EN EL MERCADO.                                   *
      * SVERIFICA 'S' PIDE LA VERIFICACION A CIEGAS (DOBLE CAPTURA) DE *
      * TODA CARTA DEL CONCEPTO ANTES DE SALIR A MERCADO (ZMDT724,     *
      * 9779, 35/ZMWSC296/ZMWSC297); POR OMISION EN BLANCO (SIN        *
      * VERIFICACION).                                                 *
      ******************************************************************
           EXEC SQL DECLARE PRODUSVP.ZMDT671 TABLE
           ( ZM671_ICONCEPT                 DECIMAL(5, 0) NOT NULL,
             ZM671_DCLASESOK                CHAR(40) NOT NULL,
             ZM671_IPLAZODEF                DECIMAL(3, 0) NOT NULL,
             ZM671_IUSUARIO                 CHAR(8) NOT NULL,
             ZM671_FSIST                    TIMESTAMP NOT NULL,
             ZM671_SVERIFICA                CHAR(1) NOT NULL
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE PRODUSVP.ZMDT671                   *
           10 ZM671-IPLAZODEF      PIC S9(3)V USAGE COMP-3.
           10 ZM671-IUSUARIO       PIC X(8).
           10 ZM671-FSIST          PIC X(26).
           10 ZM671-SVERIFICA      PIC X(1).
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 9       *
      ******************************************************************
