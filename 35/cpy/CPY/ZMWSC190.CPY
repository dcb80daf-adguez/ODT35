      *             ACUMULAN POR CUENTA Y EJERCICIO. 9451/9452 SON EL
      *             CURSOR DE LA CONSTANCIA ANUAL POR CLIENTE (EL
      *             LOTE TOMA EL MEMBRETE DE EMPRESA CON
      *             9240-LEE-EMPRESA-EDOCTA) Y LA ENTREGA COMO LOS
      *             ESTADOS: SI RW-IENVDOC ES EL METODO ELECTRONICO,
      *             CON CS-ICUENTA/CS-IANIO/CS-IENVDOC/CS-DDESTINO Y
      *             PD-TDOCTO 'CR' ENCOLA CON 9396-ENCOLA-EDOCTA, QUE
      *             DEJA PENDIENTE SU PDF. LA CONSTANCIA DE
      *             GANANCIAS REALIZADAS (9718-9721, ZMWSC282/
      *             ZMWSC283) SE IMPRIME JUNTO CON ESTA.
      *             CON RW-REVERSION (LA CORRECCION POSTERIOR A LA
      *             LIQUIDACION, ZMWSC307) 9450 RESTA DEL ACUMULADO LA
      *             BASE Y EL RETENIDO DE LA CARTA EN VEZ DE SUMARLOS
      *             (RW-MBASE/RW-MRETENIDO SALEN NEGATIVOS); EL
      *             INDICADOR SE APAGA AL TERMINAR 9450.
      *
      *  EJEMPLO  : MOVE LC-IEMPR          TO RW-IEMPR
      *             MOVE LC-ICUENTA        TO RW-ICUENTA
           05 RW-MRETENIDO                  PIC S9(13)V99   COMP-3.
           05 RW-IRFC                       PIC X(13).
           05 RW-NABREV                     PIC X(25).
           05 RW-IENVDOC                    PIC S9(02)      COMP-3.
           05 RW-STASA                      PIC X(01).
               88 RW-TASA-HALLADA           VALUE '1'.
               88 RW-SIN-TASA               VALUE '0'.
           05 RW-SSIGNO                     PIC X(01)  VALUE 'N'.
               88 RW-REVERSION              VALUE 'R'.
               88 RW-NORMAL                 VALUE 'N'.
           05 RW-ESTADO                     PIC X(01).
               88 RW-HAY-DATOS              VALUE '1'.
               88 RW-FIN-DATOS              VALUE '0'.
