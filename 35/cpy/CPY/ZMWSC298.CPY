      *-----------------------------------------------------------------
      *  ZMWSC298 : VARIABLES DE LA BANDEJA DE SALIDA DE EVENTOS DE
      *             CARTAS (ZMDT726, VEA DCLZMDT726) Y DE SU RELEVO A
      *             MQ.
      *               - 9789 GRABA EL EVENTO EN LA MISMA UNIDAD DE
      *                 TRABAJO QUE EL CAMBIO A LA CARTA (SI ESTE SE
      *                 DESHACE, EL EVENTO TAMBIEN), CON EL ID DE
      *                 CORRELACION WC-ICORRELA DEL COMMAREA;
      *               - 9790 ES EL RELEVO: CORRE CADA POCOS MINUTOS EN
      *                 LA REGION, TOMA LOS EVENTOS NUEVOS ('0') Y
      *                 FALLIDOS ('2') QUE NO HAN AGOTADO EV-MAXINT
      *                 INTENTOS, EN ORDEN DE FOLIO, Y LOS ENTREGA AL
      *                 PUENTE MQ (PROGRAMA EV-PROGRAMA-MQ) PARA LA
      *                 COLA EV-MQ-ICOLA. EL CONSUMIDOR ORDENA POR
      *                 EV-MQ-IEVENTO: UN EVENTO EN REINTENTO PUEDE
      *                 LLEGAR DESPUES DE OTRO POSTERIOR DE LA MISMA
      *                 CARTA.
      *             EL REZAGO SE VE EN LA CONSOLA DE SALUD (9793,
      *             ZMWSC202/ZMWSC203).
      *
      *             QUIEN INCLUYA ESTE COPY DEBE INCLUIR TAMBIEN
      *             ZMWSC142/ZMWSC143 (EL FOLIO GLOBAL DEL EVENTO) Y
      *             EL COMMAREA ZMWCOM11 (WC-ICORRELA).
      *
      *  EJEMPLO  : MOVE RZ-IEMPR          TO EV-IEMPR
      *             MOVE RZ-ICUENTA        TO EV-ICUENTA
      *             MOVE RZ-ICONCEPT       TO EV-ICONCEPT
      *             SET EV-CANCELACION     TO TRUE
      *             MOVE RZ-IUSRAUT        TO EV-IUSUARIO
      *             MOVE W000-PROG         TO EV-IPROGRAM
      *             PERFORM 9789-REGISTRA-EVENTO-CARTA
      *
      *             MOVE PV-DATOSPAR(1:3)  TO EV-MAXINT
      *             PERFORM 9790-PUBLICA-EVENTOS-CARTA
      *             DISPLAY EV-NUMPUBLICA ' ' EV-NUMFALLIDOS
      *-----------------------------------------------------------------
       01  EV-REG.
           05 EV-IEVENTO                    PIC S9(09)  COMP-3.
           05 EV-IEMPR                      PIC X(03).
           05 EV-ICUENTA                    PIC S9(07)  COMP-3.
           05 EV-ICONCEPT                   PIC S9(05)  COMP-3.
           05 EV-TEVENTO                    PIC X(01).
               88 EV-REGISTRO               VALUE 'R'.
               88 EV-ENMIENDA               VALUE 'E'.
               88 EV-CANCELACION            VALUE 'C'.
               88 EV-REINSTALACION          VALUE 'I'.
               88 EV-CAMBIO-ESTADO          VALUE 'S'.
               88 EV-EXPIRACION             VALUE 'V'.
           05 EV-NVERSION                   PIC S9(03)  COMP-3.
           05 EV-ILINEA                     PIC S9(02)  COMP-3.
           05 EV-IESTVIDA                   PIC X(01).
           05 EV-ICORRELA                   PIC X(20).
           05 EV-IUSUARIO                   PIC X(08).
           05 EV-IPROGRAM                   PIC X(08).
           05 EV-FEVENTO                    PIC X(26).
           05 EV-IEMISORA                   PIC X(07).
           05 EV-ISERIE                     PIC X(08).
           05 EV-SVIGEN                     PIC X(01).
           05 EV-CINTENTOS                  PIC S9(03)  COMP-3.
           05 EV-MAXINT                     PIC S9(03)  COMP-3.
           05 EV-PROGRAMA-MQ                PIC X(08)
                                            VALUE 'ZM9CR726'.
           05 EV-NUMPUBLICA                 PIC S9(09)  COMP  VALUE 0.
           05 EV-NUMFALLIDOS                PIC S9(09)  COMP  VALUE 0.
           05 EV-I                          PIC S9(09)  COMP  VALUE 0.
           05 EV-ESTADO                     PIC X(01).
               88 EV-HAY-DATOS              VALUE '1'.
               88 EV-FIN-DATOS              VALUE '0'.
      *
      *          COMMAREA DEL PUENTE MQ (ZM9CR726): HACE EL MQPUT DEL
      *          MENSAJE A EV-MQ-ICOLA CON EV-MQ-ICORRELA COMO ID DE
      *          CORRELACION DEL MENSAJE, Y REGRESA EV-MQ-WCODRET = 0
      *          CUANDO EL QUEUE MANAGER ACEPTO EL MENSAJE.
       01  EV-MQ-COMMAREA.
           05 EV-MQ-WCODRET                 PIC S9(09)  COMP.
           05 EV-MQ-ICOLA                   PIC X(48)
                                            VALUE 'ZM.CARTAS.EVENTOS'.
           05 EV-MQ-MENSAJE.
              10 EV-MQ-IEVENTO              PIC 9(09).
              10 EV-MQ-TEVENTO              PIC X(01).
              10 EV-MQ-IEMPR                PIC X(03).
              10 EV-MQ-ICUENTA              PIC 9(07).
              10 EV-MQ-ICONCEPT             PIC 9(05).
              10 EV-MQ-NVERSION             PIC 9(03).
              10 EV-MQ-ILINEA               PIC 9(02).
              10 EV-MQ-IESTVIDA             PIC X(01).
              10 EV-MQ-ICORRELA             PIC X(20).
              10 EV-MQ-IUSUARIO             PIC X(08).
              10 EV-MQ-IPROGRAM             PIC X(08).
              10 EV-MQ-FEVENTO              PIC X(26).
              10 EV-MQ-IEMISORA             PIC X(07).
              10 EV-MQ-ISERIE               PIC X(08).
              10 EV-MQ-SVIGEN               PIC X(01).
      *-----------------------------------------------------------------
