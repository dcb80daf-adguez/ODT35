      *-----------------------------------------------------------------
      *  ZMWSC300 : VARIABLES DEL RESUMEN DIARIO DE ACTIVIDAD DE CARTAS
      *             POR EMPRESA/CUENTA/EMISORA/SERIE/PROMOTOR DE LA
      *             CARTA/DIA (ZMDT727, VEA DCLZMDT727).
      *               - 9795 SUMA AL RESUMEN LOS RENGLONES DE UNA CARTA
      *                 (DA-ILINEA = 0, TODOS) O UN RENGLON, SEGUN EL
      *                 MOVIMIENTO DA-TMOVTO. LO LLAMAN LA CAPTURA
      *                 (9395, 9274), LA CANCELACION (9207) Y LA FUSION
      *                 DE ESTADOS (9344); DA-FACTIV EN BLANCOS TOMA LA
      *                 FECHA DEL DIA;
      *               - 9797 DESCUENTA LOS CANCELADOS DE UNA CARTA QUE
      *                 SE REINSTALA (9233, ANTES DE LIMPIAR FCANC);
      *               - 9799 CUADRA EL RESUMEN CONTRA EL DETALLE EN EL
      *                 RANGO DA-FDESDE/DA-FHASTA (DA-...RES CONTRA
      *                 DA-...DET); 9801/9802 LISTAN LAS LLAVES
      *                 DESCUADRADAS Y 9803 RECONSTRUYE EL RANGO DESDE
      *                 EL DETALLE Y VUELVE A CUADRAR;
      *               - 9804/9805 SON LA CONSULTA DE CIERRE DE MES POR
      *                 EMISORA Y/O PROMOTOR DE LAS CARTAS: UNA LINEA
      *                 POR CUENTA Y EMISORA CON LOS TOTALES DEL
      *                 RANGO.
      *
      *  EJEMPLO  : (NOCTURNO)
      *             MOVE FECHA-INICIO-MES  TO DA-FDESDE
      *             MOVE WX-TFECHOY        TO DA-FHASTA
      *             PERFORM 9799-CUADRA-RESUMEN-CARTAS
      *             IF DA-DESCUADRA
      *                PERFORM 9801-ABRE-DIF-RESUMEN
      *                PERFORM 9802-LEE-DIF-RESUMEN
      *                    UNTIL DA-FIN-DATOS
      *                (IMPRIMIR CADA LLAVE DESCUADRADA)
      *                PERFORM 9803-RECONSTRUYE-RESUMEN
      *             END-IF
      *             (DA-CUADRA DEBE QUEDAR ENCENDIDO)
      *-----------------------------------------------------------------
       01  DA-REG.
           05 DA-IEMPR                      PIC X(03).
           05 DA-ICUENTA                    PIC S9(07)      COMP-3.
           05 DA-ICONCEPT                   PIC S9(05)      COMP-3.
           05 DA-ILINEA                     PIC S9(02)      COMP-3.
           05 DA-IEMISORA                   PIC X(07).
           05 DA-ISERIE                     PIC X(08).
           05 DA-IPROMOT                    PIC S9(04)      COMP-3.
           05 DA-FACTIV                     PIC X(10).
           05 DA-TMOVTO                     PIC X(01).
               88 DA-MOV-REGISTRO           VALUE 'R'.
               88 DA-MOV-CANCELACION        VALUE 'C'.
               88 DA-MOV-EJECUCION          VALUE 'E'.
               88 DA-MOV-LIQUIDACION        VALUE 'L'.
           05 DA-NRENG                      PIC S9(07)      COMP-3.
           05 DA-MIMPORTE                   PIC S9(13)V99   COMP-3.
      *
      *    MOVIMIENTO A APLICAR / RENGLON DE LA CONSULTA
           05 DA-NREG                       PIC S9(07)      COMP-3.
           05 DA-MREG                       PIC S9(13)V99   COMP-3.
           05 DA-NCAN                       PIC S9(07)      COMP-3.
           05 DA-MCAN                       PIC S9(13)V99   COMP-3.
           05 DA-NEJE                       PIC S9(07)      COMP-3.
           05 DA-MEJE                       PIC S9(13)V99   COMP-3.
           05 DA-NLIQ                       PIC S9(07)      COMP-3.
           05 DA-MLIQ                       PIC S9(13)V99   COMP-3.
      *
      *    FILTROS DE LA CONSULTA (EMISORA EN BLANCOS / PROMOTOR EN
      *    CERO / EMPRESA EN BLANCOS = TODOS) Y SUS TOTALES
           05 DA-FDESDE                     PIC X(10).
           05 DA-FHASTA                     PIC X(10).
           05 DA-PROMOT                     PIC S9(04)      COMP-3.
           05 DA-FILEMPR                    PIC X(03).
           05 DA-FILEMISORA                 PIC X(07).
           05 DA-TOTNREG                    PIC S9(09)      COMP-3.
           05 DA-TOTMREG                    PIC S9(15)V99   COMP-3.
           05 DA-TOTNCAN                    PIC S9(09)      COMP-3.
           05 DA-TOTMCAN                    PIC S9(15)V99   COMP-3.
           05 DA-TOTNEJE                    PIC S9(09)      COMP-3.
           05 DA-TOTMEJE                    PIC S9(15)V99   COMP-3.
           05 DA-TOTNLIQ                    PIC S9(09)      COMP-3.
           05 DA-TOTMLIQ                    PIC S9(15)V99   COMP-3.
      *
      *    CUADRE: RESUMEN (RES) CONTRA DETALLE (DET) DEL RANGO
           05 DA-CUADRE.
              10 DA-NREGRES                 PIC S9(09)      COMP-3.
              10 DA-NREGDET                 PIC S9(09)      COMP-3.
              10 DA-MREGRES                 PIC S9(15)V99   COMP-3.
              10 DA-MREGDET                 PIC S9(15)V99   COMP-3.
              10 DA-NCANRES                 PIC S9(09)      COMP-3.
              10 DA-NCANDET                 PIC S9(09)      COMP-3.
              10 DA-MCANRES                 PIC S9(15)V99   COMP-3.
              10 DA-MCANDET                 PIC S9(15)V99   COMP-3.
              10 DA-NEJERES                 PIC S9(09)      COMP-3.
              10 DA-NEJEDET                 PIC S9(09)      COMP-3.
              10 DA-MEJERES                 PIC S9(15)V99   COMP-3.
              10 DA-MEJEDET                 PIC S9(15)V99   COMP-3.
              10 DA-NLIQRES                 PIC S9(09)      COMP-3.
              10 DA-NLIQDET                 PIC S9(09)      COMP-3.
              10 DA-MLIQRES                 PIC S9(15)V99   COMP-3.
              10 DA-MLIQDET                 PIC S9(15)V99   COMP-3.
           05 DA-SCUADRE                    PIC X(01).
               88 DA-CUADRA                 VALUE '1'.
               88 DA-DESCUADRA              VALUE '0'.
      *
      *    LLAVE DESCUADRADA (9802): RESUMEN CONTRA DETALLE
           05 DA-NREGD                      PIC S9(07)      COMP-3.
           05 DA-MREGD                      PIC S9(13)V99   COMP-3.
           05 DA-NCAND                      PIC S9(07)      COMP-3.
           05 DA-MCAND                      PIC S9(13)V99   COMP-3.
           05 DA-NEJED                      PIC S9(07)      COMP-3.
           05 DA-MEJED                      PIC S9(13)V99   COMP-3.
           05 DA-NLIQD                      PIC S9(07)      COMP-3.
           05 DA-MLIQD                      PIC S9(13)V99   COMP-3.
      *
           05 DA-NUMDIF                     PIC S9(09) COMP.
           05 DA-NUMRECON                   PIC S9(09) COMP.
           05 DA-ESTADO                     PIC X(01).
               88 DA-HAY-DATOS              VALUE '1'.
               88 DA-FIN-DATOS              VALUE '0'.
      *-----------------------------------------------------------------
