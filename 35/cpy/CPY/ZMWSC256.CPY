      *             (ZMDT692, VEA DCLZMDT692). LOS CARGADORES
      *             ESTACIONAN CON 9603 EL RENGLON QUE NO CASA
      *             (CUENTA DESCONOCIDA 'CTA', CARTA NO ENCONTRADA
      *             'CAR', DUPLICADO 'DUP', PAGO SPEI NO ENCONTRADO
      *             PARA UNA DEVOLUCION 'PAG') CON SU LLAVE ORIGINAL Y
      *             EL RENGLON CRUDO; OPERACIONES REPARA LA LLAVE EN
      *             PANTALLA (9604) O RECHAZA (9605); EL
      *             REPROCESADOR TOMA LOS REPARADOS (9606/9607),
               88 SD-RAZ-CUENTA             VALUE 'CTA'.
               88 SD-RAZ-CARTA              VALUE 'CAR'.
               88 SD-RAZ-DUPLICADO          VALUE 'DUP'.
               88 SD-RAZ-PAGO               VALUE 'PAG'.
           05 SD-DLLAVEEXT                  PIC X(40).
           05 SD-DLLAVENVA                  PIC X(40).
           05 SD-DDATOS                     PIC X(120).
