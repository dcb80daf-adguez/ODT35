      *             UNA CARTA DE INSTRUCCION: LA CUENTA DEBE TENER
      *             POSICION EN LA EMISORA/SERIE INSTRUIDA (Y
      *             SUFICIENTE, CUANDO LA CARTA TRAE TITULOS) SEGUN
      *             LA POSICION PROYECTADA DEL LIBRO INTERNO (ZMDT707,
      *             LIQUIDADA MAS FILLS PENDIENTES, 9683 DE ZMWSC274/
      *             ZMWSC275) O, SI LA CUENTA AUN NO TIENE LIBRO, EL
      *             ULTIMO FEED DEL CUSTODIO EN ZMDT624 (VEA
      *             DCLZMDT624). PARA COMPRAS DEL MISMO DIA QUE AUN
      *             NO SE REFLEJAN EXISTE EL OVERRIDE DE
      *             SUPERVISOR (9348-REGISTRA-OVERRIDE-POSICION), QUE
      *             DEJA USUARIO Y MOTIVO EN EL HISTORICO DE LA
      *             CUENTA (9150, ZMWSC022/ZMWSC023).
