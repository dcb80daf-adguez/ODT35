      *            EL CONVENIO NEGOCIADO DE LA CUENTA (ZMDT682,
      *            9550-LEE-CONVENIO-VIGENTE DE ZMWSC234/ZMWSC235):
      *            TASA PROPIA SUSTITUYE AL TIER Y EL DESCUENTO SE
      *            APLICA SOBRE LA TASA DEL TIER. SI LA CUENTA ES
      *            MIEMBRO DE UN HOGAR QUE ESCALONA JUNTO (ZMDT754,
      *            STIER = '1'), EL ACUMULADO ES EL DE TODO EL HOGAR
      *            (9938-LEE-VOLUMEN-HOGAR); LA TASA SIGUE SIENDO LA
      *            DE LA CUENTA. QUIEN INCLUYA ESTE COPY DEBE INCLUIR
      *            TAMBIEN ZMWSC122/ZMWSC123, ZMWSC234/ZMWSC235 Y
      *            ZMWSC330/ZMWSC331 (CON ZMWSC142/ZMWSC143).
      *----
       9196-LEE-COMISION-TIER.
      *----
              MOVE TC-ICUENTA               TO VA-ICUENTA
              PERFORM 9317-LEE-VOLUMEN-OPERADO
              MOVE VA-MVOLUMEN              TO TC-MVOLUMEN
      *       SI LA CUENTA ESCALONA CON SU HOGAR, SE USA EL VOLUMEN
      *       DE TODOS LOS MIEMBROS.
              IF TC-ICUENTA                 NOT = 0
                 MOVE TC-IEMPR              TO HG-IEMPR
                 MOVE TC-ICUENTA            TO HG-ICUENTA
                 PERFORM 9938-LEE-VOLUMEN-HOGAR
                 IF HG-EN-HOGAR AND HG-TIER-HOGAR
                    MOVE HG-MVOLUMEN        TO TC-MVOLUMEN
                 END-IF
              END-IF
           END-IF

      *    EL CONVENIO NEGOCIADO DE LA CUENTA VA PRIMERO: CON TASA
