      *-----------------------------------------------------------------
      *  ZMWSC326 : VARIABLES DEL ALCANCE DE EMPRESAS Y SUCURSALES DE
      *             UN USUARIO (ZMDT752, VEA DCLZMDT752). EL PERFIL Y LA
      *             MATRIZ DE PERMISOS DICEN QUE FUNCIONES CORRE EL
      *             USUARIO; ESTE ALCANCE DICE DE QUE CUENTAS:
      *               - 9916 VALIDA UNA CUENTA (AL-IEMPR/AL-ICUENTA)
      *                 CONTRA LAS EMPRESAS/SUCURSALES DEL USUARIO. LA
      *                 LLAMA 9130-LEE-NOMBRE-CUENTA ANTES DE LEER; EL
      *                 PROGRAMA QUE INVOCA EL SERVICIO DE CONSULTA DE
      *                 CUENTA (9133, ms35/ZMWSC021) LA LLAMA ANTES DEL
      *                 LINK. UNA CUENTA QUE NO EXISTE NO SE NIEGA (EL
      *                 LLAMADOR DA 'NO EXISTE');
      *               - 9917 VALIDA UNA EMPRESA, Y SI SE DA, UNA
      *                 SUCURSAL (AL-ISUCCASA), PARA LA BUSQUEDA 9530;
      *               - LO NEGADO SE GRABA EN LA BITACORA ZMDT672 CON
      *                 TCONSULTA 'NEGA' (9918, VIA 9498) Y DEJA
      *                 AL-FUERA-ALCANCE;
      *               - 9919/9920 SON EL ALTA Y LA BAJA DE UNA
      *                 ASIGNACION DESDE LA PANTALLA DE USUARIOS.
      *             AL-ITERM/AL-ITRANS LOS CARGA EL PROGRAMA UNA VEZ AL
      *             INICIO (EIBTRMID/EIBTRNID EN LINEA, EL NOMBRE DEL
      *             LOTE EN BATCH) PARA LA BITACORA. EL LOTE HACE
      *             ADEMAS SET AL-ORIGEN-LOTE: EL ALCANCE ES DEL
      *             USUARIO EN LINEA Y NO SE VALIDA EN BATCH NI CUANDO
      *             EL LLAMADOR NO TRAE USUARIO (AL-IUSUARIO EN
      *             BLANCOS); EN ESOS CASOS 9916/9917 DEJAN
      *             AL-DENTRO-ALCANCE SIN CONSULTAR ZMDT752.
      *
      *             QUIEN INCLUYA ESTE COPY DEBE INCLUIR TAMBIEN
      *             ZMWSC212/ZMWSC213 (CON SUS DEPENDENCIAS).
      *
      *  EJEMPLO  : MOVE EIBTRMID          TO AL-ITERM
      *             MOVE EIBTRNID          TO AL-ITRANS
      *             (EN BATCH: MOVE W000-PROG TO AL-ITERM Y
      *              SET AL-ORIGEN-LOTE TO TRUE)
      *             ...
      *             MOVE NA-WUSUARIO       TO AL-IUSUARIO
      *             MOVE WC-IEMPR          TO AL-IEMPR
      *             MOVE ICUENTA-SOLICITADA TO AL-ICUENTA
      *             PERFORM 9916-VALIDA-ALCANCE-CUENTA
      *             IF AL-FUERA-ALCANCE
      *                MOVE 'CUENTA FUERA DE SU ALCANCE' TO MENSAJE
      *             END-IF
      *-----------------------------------------------------------------
       01  AL-REG.
           05 AL-IUSUARIO                   PIC X(08).
           05 AL-ITERM                      PIC X(08)   VALUE SPACES.
           05 AL-ITRANS                     PIC X(04)   VALUE SPACES.
           05 AL-TORIGEN                    PIC X(01)   VALUE 'L'.
               88 AL-ORIGEN-LINEA           VALUE 'L'.
               88 AL-ORIGEN-LOTE            VALUE 'B'.
           05 AL-IEMPR                      PIC X(03).
           05 AL-ICUENTA                    PIC S9(07)  COMP-3.
           05 AL-ISUCCASA                   PIC X(03).
           05 AL-IUSRALTA                   PIC X(08).
           05 AL-NASIGNA                    PIC S9(09)  COMP.
           05 AL-ESTADO                     PIC X(01).
               88 AL-DENTRO-ALCANCE         VALUE '1'.
               88 AL-FUERA-ALCANCE          VALUE '0'.
      *-----------------------------------------------------------------
