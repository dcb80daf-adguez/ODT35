      * NOTA: EL FOLIO ISECFILL DE ZMDT666 SE RESERVA CON EL
      *       SERVIDOR DE FOLIOS ZMDT642 (9349-OBTEN-FOLIO);
      *       QUIEN INCLUYA ESTE COPY DEBE INCLUIR TAMBIEN
      *       ZMWSC142 Y ZMWSC143, ASI COMO EL LIBRO INTERNO DE
      *       POSICION ZMWSC274/ZMWSC275 (CON SUS DEPENDENCIAS).
      *----
       9464-GRABA-FILL-CARTA.
      *----
                         :FL-MPRECIO,  :FL-FMERCADO,
                         CURRENT TIMESTAMP )
           END-EXEC
           PERFORM 9600-VALIDA-SQL

      *    EL FILL ENTRA AL LIBRO INTERNO COMO POSICION PENDIENTE
      *    HASTA QUE LA CARTA LIQUIDE.
           PERFORM 9678-POSICION-FILL-CARTA.
      *----
      * ZMWSC197 : TOTALES DE EJECUCION DEL RENGLON: TITULOS
      *            EJECUTADOS, PRECIO PROMEDIO PONDERADO E IMPORTE
