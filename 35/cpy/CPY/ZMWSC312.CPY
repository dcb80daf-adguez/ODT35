      *-----------------------------------------------------------------
      *  ZMWSC312 : VARIABLES DEL REGISTRO DE EVENTOS DE PERDIDA
      *             OPERATIVA (ZMDT738) Y SUS RECUPERACIONES (ZMDT739);
      *             VEA DCLZMDT738 Y DCLZMDT739.
      *               - 9852 REGISTRA EL EVENTO PENDIENTE DE
      *                 AUTORIZACION ('P'); VALIDA TIPO, CAUSA, LINEA
      *                 DE NEGOCIO Y SUCURSAL (CATALOGOS 'LIN' Y 'SUC')
      *                 Y LAS LIGAS OPCIONALES (9853). SIN SUCURSAL,
      *                 TOMA LA DE LA CUENTA LIGADA;
      *               - 9854 LO APRUEBA O RECHAZA OTRO USUARIO;
      *               - 9855/9856 REGISTRAN Y AUTORIZAN CADA
      *                 RECUPERACION DE UN EVENTO APROBADO; LA
      *                 APROBADA SE SUMA A LA RECUPERACION DEL EVENTO;
      *               - 9857/9858 SON EL REPORTE TRIMESTRAL DE RIESGO
      *                 OPERATIVO PE-IANIO/PE-ITRIM DE LA EMPRESA, POR
      *                 LINEA DE NEGOCIO, CAUSA Y SUCURSAL: EVENTOS
      *                 APROBADOS, PERDIDA BRUTA, RECUPERADO Y NETO.
      *             LIGAS (CERO O BLANCOS = SIN LIGA): CARTA
      *             PE-ICUENTA/PE-ICONCEPT, CASO DE LA MESA DE FALLOS
      *             DE ESA CARTA (PE-FFALLO = ZM674_FALTA), ABORT
      *             PE-FABORT/PE-ITASKABO (ZMDT609) Y QUEJA
      *             PE-ISECQUEJA DE LA CUENTA (ZMDT716).
      *
      *             QUIEN INCLUYA ESTE COPY DEBE INCLUIR TAMBIEN
      *             ZMWSC142/ZMWSC143 Y ZMWSC206/ZMWSC207.
      *
      *  EJEMPLO  : MOVE WC-IEMPR          TO PE-IEMPR
      *             MOVE 'MULT'            TO PE-TEVENTO
      *             MOVE WC-TFECHOY        TO PE-FEVENTO
      *             MOVE TEXTO-EVENTO      TO PE-DEVENTO
      *             MOVE IMPORTE-MULTA     TO PE-MPERDIDA
      *             MOVE 'PROC'            TO PE-ICAUSA
      *             MOVE 'MDINE'           TO PE-ILINEA
      *             MOVE SPACES            TO PE-ISUCCASA
      *             MOVE ICUENTA           TO PE-ICUENTA
      *             MOVE ICONCEPT          TO PE-ICONCEPT
      *             MOVE ZM674-FALTA       TO PE-FFALLO
      *             MOVE SPACES            TO PE-FABORT
      *             MOVE 0                 TO PE-ITASKABO
      *             MOVE 0                 TO PE-ISECQUEJA
      *             MOVE NA-WUSUARIO       TO PE-IUSRSOL
      *             PERFORM 9852-ALTA-EVENTO-PERDIDA
      *             IF PE-RECHAZADO
      *                MOVE PE-DMENSAJE    TO NRP1-MSG1
      *             END-IF
      *-----------------------------------------------------------------
       01  PE-REG.
           05 PE-IEMPR                      PIC X(03).
           05 PE-ISECEVE                    PIC S9(09)      COMP-3.
           05 PE-TEVENTO                    PIC X(04).
               88 PE-EVE-MULTA              VALUE 'MULT'.
               88 PE-EVE-REFACTURA          VALUE 'REFA'.
               88 PE-EVE-COMPENSACION       VALUE 'COMP'.
               88 PE-EVE-OTRO               VALUE 'OTRO'.
               88 PE-EVE-VALIDO             VALUE 'MULT' 'REFA'
                                                  'COMP' 'OTRO'.
           05 PE-FEVENTO                    PIC X(10).
           05 PE-DEVENTO                    PIC X(120).
           05 PE-MPERDIDA                   PIC S9(13)V99   COMP-3.
           05 PE-MRECUPERA                  PIC S9(13)V99   COMP-3.
           05 PE-MNETO                      PIC S9(13)V99   COMP-3.
           05 PE-ICAUSA                     PIC X(04).
               88 PE-CAUSA-VALIDA           VALUE 'PROC' 'PERS'
                                                  'SIST' 'EXTE'.
           05 PE-ILINEA                     PIC X(05).
           05 PE-ISUCCASA                   PIC X(03).
      *
      *    LIGAS OPCIONALES
           05 PE-ICUENTA                    PIC S9(07)      COMP-3.
           05 PE-ICONCEPT                   PIC S9(05)      COMP-3.
           05 PE-FFALLO                     PIC X(26).
           05 PE-FABORT                     PIC X(26).
           05 PE-ITASKABO                   PIC S9(09)      COMP-3.
           05 PE-ISECQUEJA                  PIC S9(09)      COMP-3.
      *
      *    DOBLE CONTROL
           05 PE-IESTADO                    PIC X(01).
               88 PE-PENDIENTE              VALUE 'P'.
               88 PE-APROBADO               VALUE 'A'.
               88 PE-RECHAZO                VALUE 'R'.
           05 PE-IUSRSOL                    PIC X(08).
           05 PE-IUSRAUT                    PIC X(08).
      *
      *    RECUPERACIONES (ZMDT739)
           05 PE-ISECREC                    PIC S9(03)      COMP-3.
           05 PE-TRECUPERA                  PIC X(01).
               88 PE-REC-VALIDA             VALUE 'S' 'C' 'L' 'O'.
           05 PE-FRECUPERA                  PIC X(10).
           05 PE-MRECUP                     PIC S9(13)V99   COMP-3.
           05 PE-DRECUPERA                  PIC X(60).
      *
      *    REPORTE TRIMESTRAL
           05 PE-IANIO                      PIC S9(04)      COMP-3.
           05 PE-ITRIM                      PIC S9(01)      COMP-3.
           05 PE-FINITRIM.
              10 PE-FT-ANIO                 PIC 9(04).
              10 FILLER                     PIC X(01) VALUE '-'.
              10 PE-FT-MES                  PIC 9(02).
              10 FILLER                     PIC X(03) VALUE '-01'.
           05 PE-FINITRIM-X REDEFINES PE-FINITRIM
                                            PIC X(10).
           05 PE-FFINTRIM                   PIC X(10).
           05 PE-NEVENTOS                   PIC S9(07)      COMP-3.
      *
           05 PE-NUMLIGA                    PIC S9(09) COMP.
           05 PE-DMENSAJE                   PIC X(55).
           05 PE-RESULTADO                  PIC X(01).
               88 PE-ACEPTADO               VALUE '0'.
               88 PE-RECHAZADO              VALUE '1'.
           05 PE-ESTADO                     PIC X(01).
               88 PE-HAY-DATOS              VALUE '1'.
               88 PE-FIN-DATOS              VALUE '0'.
      *-----------------------------------------------------------------
