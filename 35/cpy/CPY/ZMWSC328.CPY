      *-----------------------------------------------------------------
      *  ZMWSC328 : VARIABLES DE LA VALIDACION DE DOMICILIOS DE CUENTA
      *             CONTRA EL CATALOGO OFICIAL DE CODIGOS POSTALES
      *             (ZMDT753, VEA DCLZMDT753, ARCHIVO 'CODPOST'):
      *               - 9921 SUSTITUYE EL CATALOGO VIGENTE POR EL
      *                 RECIBIDO, DESPUES DE QUE 9355 CUADRA EL
      *                 ENCABEZADO DEL ARCHIVO;
      *               - 9922 VALIDA UN DOMICILIO (PS-IPOS/PS-DCOLON/
      *                 PS-DPOBLA/PS-DESTADO): QUE EL CODIGO POSTAL
      *                 EXISTA Y QUE ESTADO, MUNICIPIO (O CIUDAD) Y
      *                 COLONIA CORRESPONDAN A EL. LA LLAMAN LA CAPTURA
      *                 Y EL MANTENIMIENTO DE CUENTAS PARA EL DOMICILIO
      *                 FISCAL (IPOS) Y EL POSTAL (IPOSP). EL TEXTO
      *                 LIBRE SE COMPARA EN MAYUSCULAS, SIN PUNTUACION
      *                 NI ESPACIOS DE MAS Y SIN EL 'COL ' DE LA
      *                 COLONIA; BASTA CON QUE EL TEXTO DE LA CUENTA
      *                 (3 LETRAS O MAS) SEA EL PRINCIPIO DEL NOMBRE
      *                 DEL CATALOGO, PORQUE LOS CAMPOS DE CUENTA SON
      *                 MAS CORTOS ('COAHUILA' CUADRA CON 'COAHUILA DE
      *                 ZARAGOZA');
      *               - 9926/9927 SON EL LOTE DE LIMPIEZA: RECORREN LAS
      *                 CUENTAS VIGENTES ORDENADAS POR SUCURSAL
      *                 (PS-FILSUCUR EN BLANCO = TODAS), VALIDAN LOS
      *                 DOS DOMICILIOS Y PRENDEN PS-DOMIC-CON-ERROR EN
      *                 LAS QUE NO CUADRAN. EL DOMICILIO POSTAL SIN
      *                 CAPTURAR NO ES ERROR (SE USA EL FISCAL).
      *
      *  EJEMPLO  : (CAPTURA O MANTENIMIENTO)
      *             MOVE IPOS-CAPTURADO    TO PS-IPOS
      *             MOVE DCOLON-CAPTURADA  TO PS-DCOLON
      *             MOVE DPOBLA-CAPTURADA  TO PS-DPOBLA
      *             MOVE DESTADO-CAPTURADO TO PS-DESTADO
      *             PERFORM 9922-VALIDA-DOMICILIO-CP
      *             IF NOT PS-DOMIC-VALIDO
      *                MOVE PS-DMENSAJE    TO MENSAJE-PANTALLA
      *             END-IF
      *
      *             (LOTE, CORTE POR PS-ISUCCASA)
      *             MOVE SPACES            TO PS-FILSUCUR
      *             PERFORM 9926-ABRE-DOMICILIOS-CTA
      *             PERFORM 9927-LEE-DOMICILIOS-CTA
      *             PERFORM PROCESA-CUENTA UNTIL PS-FIN-DATOS
      *             (EN PROCESA-CUENTA: SI PS-DOMIC-CON-ERROR, UN
      *              RENGLON CON PS-DMSGFIS/PS-DMSGPOS; Y PERFORM
      *              9927-LEE-DOMICILIOS-CTA)
      *-----------------------------------------------------------------
       01  PS-REG.
      *
      *    DOMICILIO A VALIDAR (9922)
           05 PS-IPOS                       PIC S9(05)      COMP-3.
           05 PS-DCOLON                     PIC X(25).
           05 PS-DPOBLA                     PIC X(30).
           05 PS-DESTADO                    PIC X(25).
           05 PS-SDOMIC                     PIC X(01).
               88 PS-DOMIC-VALIDO           VALUE 'V'.
               88 PS-SIN-DOMICILIO          VALUE 'N'.
               88 PS-CP-INEXISTENTE         VALUE 'C'.
               88 PS-ESTADO-NO-CUADRA       VALUE 'E'.
               88 PS-MUNICIPIO-NO-CUADRA    VALUE 'M'.
               88 PS-COLONIA-NO-CUADRA      VALUE 'O'.
           05 PS-DMENSAJE                   PIC X(50).
      *
      *    RENGLON DEL CATALOGO Y COINCIDENCIAS ENCONTRADAS
           05 PS-CAT-DASENTA                PIC X(60).
           05 PS-CAT-DMUNICIPIO             PIC X(60).
           05 PS-CAT-DCIUDAD                PIC X(50).
           05 PS-CAT-DESTADO                PIC X(40).
           05 PS-CAT-ESTADO                 PIC X(01).
               88 PS-CAT-HAY-DATOS          VALUE '1'.
               88 PS-CAT-FIN-DATOS          VALUE '0'.
           05 PS-SCOLONIA                   PIC X(01).
               88 PS-COLONIA-OK             VALUE '1'.
           05 PS-SMUNICIPIO                 PIC X(01).
               88 PS-MUNICIPIO-OK           VALUE '1'.
           05 PS-SESTADO                    PIC X(01).
               88 PS-ESTADO-OK              VALUE '1'.
      *
      *    NORMALIZACION Y COMPARACION DE TEXTO LIBRE
           05 PS-MINUSCULAS                 PIC X(30) VALUE
              'abcdefghijklmnopqrstuvwxyz.,-/'.
           05 PS-MAYUSCULAS                 PIC X(30) VALUE
              'ABCDEFGHIJKLMNOPQRSTUVWXYZ    '.
           05 PS-TEXTO                      PIC X(60).
           05 PS-TEXTO-R                    PIC X(60).
           05 PS-NLARGO                     PIC S9(04)      COMP.
           05 PS-TEXTO-A                    PIC X(60).
           05 PS-NLARGO-A                   PIC S9(04)      COMP.
           05 PS-I                          PIC S9(04)      COMP.
           05 PS-J                          PIC S9(04)      COMP.
           05 PS-SANTERIOR                  PIC X(01).
               88 PS-ANTERIOR-BLANCO        VALUE '1'.
               88 PS-ANTERIOR-LETRA         VALUE '0'.
           05 PS-SCOINCIDE                  PIC X(01).
               88 PS-COINCIDE               VALUE '1'.
               88 PS-NO-COINCIDE            VALUE '0'.
           05 PS-N-DCOLON                   PIC X(60).
           05 PS-L-DCOLON                   PIC S9(04)      COMP.
           05 PS-N-DPOBLA                   PIC X(60).
           05 PS-L-DPOBLA                   PIC S9(04)      COMP.
           05 PS-N-DESTADO                  PIC X(60).
           05 PS-L-DESTADO                  PIC S9(04)      COMP.
      *
      *    LOTE DE LIMPIEZA (9926/9927)
           05 PS-FILSUCUR                   PIC X(03).
           05 PS-ISUCCASA                   PIC X(03).
           05 PS-IEMPR                      PIC X(03).
           05 PS-ICUENTA                    PIC S9(07)      COMP-3.
           05 PS-NABREV                     PIC X(25).
           05 PS-F-IPOS                     PIC S9(05)      COMP-3.
           05 PS-F-DCOLON                   PIC X(25).
           05 PS-F-DPOBLA                   PIC X(30).
           05 PS-F-DESTADO                  PIC X(25).
           05 PS-P-IPOS                     PIC S9(05)      COMP-3.
           05 PS-P-DCOLON                   PIC X(25).
           05 PS-P-DPOBLA                   PIC X(30).
           05 PS-P-DESTADO                  PIC X(25).
           05 PS-SFISCAL                    PIC X(01).
           05 PS-DMSGFIS                    PIC X(50).
           05 PS-SPOSTAL                    PIC X(01).
               88 PS-POSTAL-NO-CAPTURADO    VALUE ' '.
           05 PS-DMSGPOS                    PIC X(50).
           05 PS-SERROR                     PIC X(01).
               88 PS-DOMIC-CON-ERROR        VALUE '1'.
               88 PS-DOMIC-SIN-ERROR        VALUE '0'.
           05 PS-NUMCTAS                    PIC S9(09)      COMP.
           05 PS-NUMERR                     PIC S9(09)      COMP.
           05 PS-ESTADO                     PIC X(01).
               88 PS-HAY-DATOS              VALUE '1'.
               88 PS-FIN-DATOS              VALUE '0'.
      *-----------------------------------------------------------------
