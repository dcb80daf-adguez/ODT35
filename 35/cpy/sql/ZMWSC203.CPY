           END-EXEC
           PERFORM 9600-VALIDA-SQL.
      *----
      * ZMWSC203 : REZAGO DE LA BANDEJA DE EVENTOS DE CARTAS (ZMDT726):
      *            NUEVOS Y EN REINTENTO ('0'/'2') AUN POR PUBLICAR,
      *            LOS QUE AGOTARON REINTENTOS ('3') Y LA FECHA DEL
      *            PENDIENTE MAS ANTIGUO (EN BLANCO SI NO HAY). UN
      *            REZAGO QUE CRECE ES EL RELEVO 9790 DETENIDO O LA
      *            COLA MQ CAIDA.
      *----
       9793-CONSULTA-EVENTOS-PEND.
      *----
           MOVE 0                          TO HC-NUMEVTPEND
           MOVE 0                          TO HC-NUMEVTAGOT
           MOVE SPACES                     TO HC-FEVTANT

           EXEC SQL
                SELECT COUNT(*),
                       COALESCE(CHAR(MIN(ZM726_FEVENTO)), ' ')
                  INTO :HC-NUMEVTPEND,
                       :HC-FEVTANT
                  FROM ZMDT726
                 WHERE ZM726_SPUBLICA IN ('0', '2')
           END-EXEC
           PERFORM 9600-VALIDA-SQL

           EXEC SQL
                SELECT COUNT(*)
                  INTO :HC-NUMEVTAGOT
                  FROM ZMDT726
                 WHERE ZM726_SPUBLICA = '3'
           END-EXEC
           PERFORM 9600-VALIDA-SQL.
      *----
      * ZMWSC203 : CHECKPOINTS ABIERTOS DE LOTES REARRANCABLES
      *            (ZMDT636): UN RENGLON AQUI FUERA DE HORARIO DE
      *            LOTES ES UN LOTE QUE ABENDO Y NADIE RELANZO
      *            (UNO POR PARTICION EN LOTES PARTICIONADOS).
      *----
       9481-ABRE-CHECKPOINTS.
      *----
           EXEC SQL
                DECLARE CCHKPTS CURSOR FOR
                   SELECT ZM636_IPROCESO, ZM636_NPARTIC,
                          ZM636_IEMPR,    ZM636_NUMPROC,
                          ZM636_FCOMMIT
                     FROM ZMDT636
                 ORDER BY ZM636_FCOMMIT
           END-EXEC
      *----
           EXEC SQL
                FETCH CCHKPTS
                 INTO :HC-IPROCESO,  :HC-CHK-NPARTIC,
                      :HC-CHK-IEMPR, :HC-NUMPROC,
                      :HC-FCOMMIT
           END-EXEC

           IF SQLCODE EQUAL 0
