      *             CO-IPLAZODEF PARA PROPONERLO EN LA PANTALLA. LA
      *             CARGA MASIVA (9273) VALIDA CON EL RENGLON
      *             GENERAL CO-ICONCEPT = 0, PORQUE EL INTAKE ASIGNA
      *             EL NUMERO DE CONCEPTO HASTA GRABAR. CO-SVERIFICA
      *             'S' INDICA QUE LAS CARTAS DEL CONCEPTO PASAN POR LA
      *             VERIFICACION A CIEGAS (9779, ZMWSC296/ZMWSC297).
      *
      *  EJEMPLO  : MOVE CONCEPTO-CAPT     TO CO-ICONCEPT
      *             MOVE ICUENTA2-CAPT     TO CO-ICUENTA2
           05 CO-DCLASESOK-R REDEFINES CO-DCLASESOK.
              10 CO-CLASE                   PIC X(08) OCCURS 5.
           05 CO-IPLAZODEF                  PIC S9(03)      COMP-3.
           05 CO-SVERIFICA                  PIC X(01).
               88 CO-REQUIERE-VERIFICA      VALUE 'S'.
           05 CO-ICUENTA2                   PIC S9(07)      COMP-3.
           05 CO-INSTRUMENTO                PIC X(08).
           05 CO-IUSUARIO                   PIC X(08).
