      *       SERVIDOR DE FOLIOS ZMDT642 (9349-OBTEN-FOLIO, LLAVE
      *       EN BLANCO: ES UNA TABLA GLOBAL, SIN EMPRESA/CUENTA);
      *       QUIEN INCLUYA ESTE COPY DEBE INCLUIR TAMBIEN
      *       ZMWSC142 Y ZMWSC143, ASI COMO EL LIBRO INTERNO DE
      *       POSICION ZMWSC274/ZMWSC275 Y EL COSTO PROMEDIO
      *       ZMWSC282/ZMWSC283 (9445 LOS MUEVE A LA SERIE NUEVA).
      *----
       9441-ALTA-EVENTO-CORP.
      *----
      *----
       9445-CIERRA-EVENTO-CORP.
      *----
      *    EL LIBRO INTERNO DE POSICION PASA A LA SERIE NUEVA A LA
      *    FECHA EFECTIVA DEL EVENTO.
           MOVE CA-IEVENTO                 TO PB-IEVENTO
           MOVE CA-IEMIANT                 TO PB-IEMIANT
           MOVE CA-ISERANT                 TO PB-ISERANT
           MOVE CA-IEMINVA                 TO PB-IEMINVA
           MOVE CA-ISERNVA                 TO PB-ISERNVA
           MOVE CA-FFACTOR                 TO PB-FFACTOR
           MOVE CA-FEFECTIVA               TO PB-FVALOR
           MOVE CA-IUSUARIO                TO PB-IUSUARIO
           MOVE W000-PROG                  TO PB-IPROGRAM
           PERFORM 9680-APLICA-EVENTO-POSICION

      *    Y EL COSTO PROMEDIO DE ADQUISICION TAMBIEN.
           MOVE CA-IEMIANT                 TO CP-IEMIANT
           MOVE CA-ISERANT                 TO CP-ISERANT
           MOVE CA-IEMINVA                 TO CP-IEMINVA
           MOVE CA-ISERNVA                 TO CP-ISERNVA
           MOVE CA-FFACTOR                 TO CP-FFACTOR
           PERFORM 9716-COSTO-EVENTO-CORP

           EXEC SQL
                UPDATE ZMDT662
                   SET ZM662_SESTADO = '1',
