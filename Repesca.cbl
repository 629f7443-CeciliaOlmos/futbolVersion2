
       2040-RECICLAR-EXCEPCION.
      *    Solo puede reciclarse una excepcion que conserva el dato
      *    original de la novedad (tipo G, T, F o C), un jugador
      *    concreto (propio o aportado por la correccion) y un dato
      *    valido: goles numericos para G y C, tarjeta A/R para T,
      *    titular o suplente (T/S) para F y una fecha de partido
      *    conservada.
      *    Las excepciones a nivel de registro quedan para recaptura
      *    manual.
           IF W-COR-T-JUG(W-ENCONTRADO) NOT = SPACES
               MOVE W-COR-T-JUG(W-ENCONTRADO) TO W-REP-JUG
           ELSE
           END-IF.
           MOVE 1 TO W-REP-RECICLABLE.
           IF EXC-TIPO-NOV NOT = "G" AND EXC-TIPO-NOV NOT = "T"
               AND EXC-TIPO-NOV NOT = "F" AND EXC-TIPO-NOV NOT = "C"
               MOVE 0 TO W-REP-RECICLABLE
           END-IF.
           IF W-REP-JUG = SPACES
               MOVE 0 TO W-REP-RECICLABLE
           END-IF.
           IF (EXC-TIPO-NOV = "G" OR EXC-TIPO-NOV = "C")
               AND EXC-DATO IS NOT NUMERIC
               MOVE 0 TO W-REP-RECICLABLE
           END-IF.
           IF EXC-TIPO-NOV = "T"
               AND EXC-DATO(1:1) NOT = "A" AND EXC-DATO(1:1) NOT = "R"
               MOVE 0 TO W-REP-RECICLABLE
           END-IF.
           IF EXC-TIPO-NOV = "F"
               AND EXC-DATO(1:1) NOT = "T" AND EXC-DATO(1:1) NOT = "S"
               MOVE 0 TO W-REP-RECICLABLE
           END-IF.
           IF EXC-FECHA IS NOT NUMERIC OR EXC-FECHA = 0
               MOVE 0 TO W-REP-RECICLABLE
           END-IF.
