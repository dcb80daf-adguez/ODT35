               88 BK-RECH-IMPORTE           VALUE '05'.
               88 BK-RECH-CARTA-PREVIA      VALUE '06'.
               88 BK-RECH-CONCEPTO          VALUE '07'.
               88 BK-RECH-ALCANCE           VALUE '18'.
               88 BK-RECH-RESTRICCION       VALUE '19'.
               88 BK-RECH-PENDIENTE         VALUE '20'.
           05 BK-DRECHAZO                   PIC X(40).
           05 BK-ICVEMDA                    PIC X(03).
           05 BK-SCARTA                     PIC X(01)   VALUE '0'.
