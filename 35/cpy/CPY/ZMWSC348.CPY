      *-----------------------------------------------------------------
      *  ZMWSC348 : VARIABLES DE LA CAMPANA TRIMESTRAL DE
      *             RECERTIFICACION DE ACCESOS (ZMDT766 CAMPANA,
      *             ZMDT767 USUARIO, ZMDT768 FOTO DE PERMISOS, ZMDT769
      *             JEFE REVISOR; VEA SUS DCLGEN).
      *               - 9018 ABRE LA CAMPANA DEL TRIMESTRE: FOTOGRAFIA
      *                 (9031) A CADA USUARIO VIGENTE CON SU PERFIL, SUS
      *                 PROMOTORES AUTORIZADOS (ZMDT611) Y SUS
      *                 ELEVACIONES TEMPORALES NO VENCIDAS (ZMDT648), Y
      *                 LE ASIGNA SU JEFE DE ZMDT769 (O EL REVISOR POR
      *                 OMISION RE-IUSRDEF);
      *               - 9019/9020 SON LA BANDEJA EN LINEA DEL JEFE (SUS
      *                 USUARIOS PENDIENTES) Y 9021/9022 EL DETALLE DE
      *                 PERMISOS DE UNO DE ELLOS;
      *               - 9023 ES LA DECISION DEL JEFE: CERTIFICA O
      *                 REVOCA. LA REVOCACION GENERA LA SUSPENSION EN
      *                 LA COLA DE ADMINISTRACION DE USUARIOS ZMDT668
      *                 (9484), QUE SEGURIDAD AUTORIZA COMO CUALQUIER
      *                 OTRA;
      *               - 9024/9032 (CAMPANAS VENCIDAS), 9025/9033 (SUS
      *                 USUARIOS PENDIENTES) Y 9026 SON EL LOTE DE LA
      *                 FECHA LIMITE: SUSPENDEN A LOS PENDIENTES (POR
      *                 ZMDT668, AUTORIZADO POR EL PROCESO 'RECERTIF')
      *                 Y 9027 CIERRA LA CAMPANA CON SUS CONTEOS;
      *               - 9028/9029 SON EL REPORTE DE TERMINACION DE LA
      *                 CAMPANA (UN RENGLON POR USUARIO);
      *               - 9030 ASIGNA O CAMBIA EL JEFE DE UN USUARIO.
      *
      *             QUIEN INCLUYA ESTE COPY DEBE INCLUIR TAMBIEN
      *             ZMWSC204/ZMWSC205 (COLA ZMDT668) Y ZMWSC142/
      *             ZMWSC143 (FOLIOS).
      *
      *  EJEMPLO  : MOVE '2026T4'          TO RE-ITRIMES
      *             MOVE '2026-12-15'      TO RE-FLIMITE
      *             MOVE 'SEGURI01'        TO RE-IUSRDEF
      *             MOVE NA-WUSUARIO       TO RE-IUSUARIO
      *             PERFORM 9018-ABRE-CAMPANA-RECERT
      *             IF RE-RECHAZADO
      *                MOVE RE-DMENSAJE    TO NRP1-MSG1
      *             END-IF
      *-----------------------------------------------------------------
       01  RE-REG.
      *
      *    CAMPANA (ZMDT766)
           05 RE-ICAMPANA                   PIC S9(09)      COMP-3.
           05 RE-ITRIMES                    PIC X(06).
           05 RE-FLIMITE                    PIC X(10).
           05 RE-IUSRDEF                    PIC X(08).
           05 RE-ICESTADO                   PIC X(01).
               88 RE-CAMPANA-ABIERTA        VALUE 'A'.
               88 RE-CAMPANA-CERRADA        VALUE 'C'.
           05 RE-SVENCIDA                   PIC X(01).
               88 RE-VENCIDA                VALUE '1'.
               88 RE-EN-PLAZO               VALUE '0'.
           05 RE-NUSUARIOS                  PIC S9(09)      COMP-3.
           05 RE-NCERTIF                    PIC S9(09)      COMP-3.
           05 RE-NREVOC                     PIC S9(09)      COMP-3.
           05 RE-NSUSPEND                   PIC S9(09)      COMP-3.
           05 RE-NPENDIENTE                 PIC S9(09)      COMP-3.
      *
      *    USUARIO DE LA CAMPANA (ZMDT767)
           05 RE-IUSRCERT                   PIC X(08).
           05 RE-IPERFIL                    PIC X(08).
           05 RE-IUSRREV                    PIC X(08).
           05 RE-NPROMOT                    PIC S9(05)      COMP-3.
           05 RE-NELEVA                     PIC S9(05)      COMP-3.
           05 RE-IESTADO                    PIC X(01).
               88 RE-PENDIENTE              VALUE 'P'.
               88 RE-CERTIFICADO            VALUE 'C'.
               88 RE-REVOCADO               VALUE 'R'.
               88 RE-SUSPENDIDO             VALUE 'S'.
           05 RE-IUSRDEC                    PIC X(08).
           05 RE-ISECSOL                    PIC S9(09)      COMP-3.
           05 RE-DMOTIVO                    PIC X(60).
      *
      *    DETALLE DE PERMISOS (ZMDT768)
           05 RE-TPERMISO                   PIC X(01).
               88 RE-PERM-PERFIL            VALUE 'F'.
               88 RE-PERM-PROMOTOR          VALUE 'P'.
               88 RE-PERM-ELEVACION         VALUE 'E'.
           05 RE-IVALOR                     PIC X(08).
           05 RE-NNIVEL                     PIC S9(01)      COMP-3.
           05 RE-FHASTA                     PIC X(26).
      *
      *    QUIEN OPERA Y DECISION DEL JEFE (9023)
           05 RE-IUSUARIO                   PIC X(08).
           05 RE-SDECISION                  PIC X(01).
               88 RE-CERTIFICAR             VALUE 'C'.
               88 RE-REVOCAR                VALUE 'R'.
      *
           05 RE-DMENSAJE                   PIC X(55).
           05 RE-RESULTADO                  PIC X(01).
               88 RE-ACEPTADO               VALUE '0'.
               88 RE-RECHAZADO              VALUE '1'.
           05 RE-ESTADO                     PIC X(01).
               88 RE-HAY-DATOS              VALUE '1'.
               88 RE-FIN-DATOS              VALUE '0'.
      *-----------------------------------------------------------------
