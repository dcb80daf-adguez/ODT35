      *-----------------------------------------------------------------
      *  ZMWSC276 : VARIABLES DEL CALCULO DE FECHA LIMITE EN DIAS
      *             HABILES: 9688 AVANZA DH-FECHA (AAAA-MM-DD) DH-NDIAS
      *             DIAS HABILES, SALTANDO SABADOS, DOMINGOS Y LOS
      *             FERIADOS NACIONALES DE VXT006 (MISMO CRITERIO DE
      *             DIA HABIL QUE LA ANTIGUEDAD DE LA CHAROLA DE
      *             AUTORIZACIONES, 9223). SIRVE PARA LOS PLAZOS DE
      *             LOS CASOS QUE VENCEN EN DIAS HABILES.
      *
      *  EJEMPLO  : MOVE WX-TFECHOY        TO DH-FECHA
      *             MOVE 3                 TO DH-NDIAS
      *             PERFORM 9688-SUMA-DIAS-HABILES
      *             MOVE DH-FECHA          TO FECHA-LIMITE
      *-----------------------------------------------------------------
       01  DH-REG.
           05 DH-FECHA                      PIC X(10).
           05 DH-NDIAS                      PIC S9(04) COMP.
           05 DH-NCONT                      PIC S9(04) COMP.
           05 DH-DIASEM                     PIC S9(04) COMP.
           05 DH-NUMFER                     PIC S9(09) COMP.
      *-----------------------------------------------------------------
