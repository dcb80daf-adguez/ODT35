      *-----------------------------------------------------------------
      *  ZMWSC206 : VARIABLES DE LOS CATALOGOS ORGANIZACIONALES
      *             (ZMDT669, VEA DCLZMDT669): SUCURSAL ('SUC'), ZONA
      *             ('ZON'), ESTRATO ('EST'), CENTRO DE COSTO
      *             ('CCO') Y LINEA DE NEGOCIO ('LIN').
      *             9487-ALTA-CATALOGO-ORG MANTIENE EL RENGLON;
      *             9488-VALIDA-CODIGO-ORG ES LA VALIDACION DE LA
      *             CAPTURA/MANTENIMIENTO DE CUENTAS (CODIGO
      *             EXISTENTE Y VIGENTE); 9489-LEE-DESC-ORG REGRESA
      *             LA DESCRIPCION PARA LOS REPORTES QUE AGRUPAN POR
      *             ESTOS CODIGOS (RENTABILIDAD 9320/9321 Y MEZCLA
               88 CG-CAT-ZONA               VALUE 'ZON'.
               88 CG-CAT-ESTRATO            VALUE 'EST'.
               88 CG-CAT-CCOSTO             VALUE 'CCO'.
               88 CG-CAT-LINEA              VALUE 'LIN'.
           05 CG-ICODIGO                    PIC X(05).
           05 CG-DDESCRIP                   PIC X(40).
           05 CG-SVIGEN                     PIC X(01).
