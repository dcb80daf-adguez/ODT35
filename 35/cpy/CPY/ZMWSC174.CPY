      *             FIRMANTE DEBE EXISTIR EN LA CUENTA, ESTAR VIGENTE
      *             Y DENTRO DE SU VIGENCIA A LA FECHA DE CAPTURA -
      *             UNA CARTA FIRMADA POR UN APODERADO REVOCADO YA NO
      *             PASA AUNQUE SPODERES SIGA EN 'S'. AP-IRFC (RFC DEL
      *             APODERADO, OPCIONAL AL DAR DE ALTA) LO REQUIERE LA
      *             E.FIRMA DE CARTAS ELECTRONICAS (9913, ZMWSC325).
      *
      *  EJEMPLO  : MOVE WC-IEMPR          TO AP-IEMPR
      *             MOVE CT-ICUENTA        TO AP-ICUENTA
           05 AP-ISECAPOD                   PIC S9(05)      COMP-3.
           05 AP-NNOMBRE                    PIC X(40).
           05 AP-IIDENTIF                   PIC X(20).
           05 AP-IRFC                       PIC X(13).
           05 AP-DPODERES                   PIC X(60).
           05 AP-FVIGDESDE                  PIC X(10).
           05 AP-FVIGHASTA                  PIC X(10).
