      * Date:
      * Purpose: Conciliacion semanal de goles: compara por equipo el
      *          GF que surge de partidos.dat contra la suma de goles
      *          de sus jugadores en jugadores.ind mas los goles en
      *          contra que lo favorecieron, y graba el informe de
      *          diferencias en reconciliacion.dat.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           03 GD-JUG PIC X(6).
           03 GD-FECHA PIC 99.
           03 GD-GOLES PIC 9(8).
           03 GD-TIPO PIC X.

       FD  ARCHIVO-ETAPAS.
       01  REG-ETAPA.
               05 W-CONC-T-NOM PIC X(15).
               05 W-CONC-T-GF PIC 9(8).
               05 W-CONC-T-GJUG PIC 9(8).
               05 W-CONC-T-GEC PIC 9(8).
               05 W-CONC-T-DELTA PIC S9(8).
       01  W-DET-EQU PIC 99.
       01  W-DET-FECHA PIC 99.
           03 FILLER PIC X(11) VALUE "GOL-PARTIDO".
           03 FILLER PIC X(2) VALUE SPACES.
           03 FILLER PIC X(11) VALUE "GOL-JUGADOR".
           03 FILLER PIC X(1) VALUE SPACES.
           03 FILLER PIC X(9) VALUE "EN CONTRA".
           03 FILLER PIC X(2) VALUE SPACES.
           03 FILLER PIC X(10) VALUE "DIFERENCIA".
       01  DETALLE-CONC.
           03 DET-GF PIC ZZZZZZZ9.
           03 FILLER PIC X(5) VALUE SPACES.
           03 DET-GJUG PIC ZZZZZZZ9.
           03 FILLER PIC X(4) VALUE SPACES.
           03 DET-GEC PIC ZZZZZZZ9.
           03 FILLER PIC X(3) VALUE SPACES.
           03 DET-DELTA PIC -ZZZZZZ9.
           03 FILLER PIC X(2) VALUE SPACES.
           03 DET-MARCA PIC X(3).
                           MOVE EQU-NOMBRE TO W-CONC-T-NOM(W-CONC-IDX)
                           MOVE ZERO TO W-CONC-T-GF(W-CONC-IDX)
                           MOVE ZERO TO W-CONC-T-GJUG(W-CONC-IDX)
                           MOVE ZERO TO W-CONC-T-GEC(W-CONC-IDX)
                           MOVE ZERO TO W-CONC-T-DELTA(W-CONC-IDX)
                       ELSE
                           DISPLAY "EQUIPO.DAT EXCEDE EL MAXIMO DE 200"
       2200-ACUMULAR-GOLES-FECHA.
      *    El detalle de goles por fecha que deja la fusion de
      *    novedades permite bajar la comparacion del total de la
      *    temporada al partido concreto donde no cierra. Los goles en
      *    contra ya vienen a nombre del equipo beneficiado; ademas se
      *    suman a su total, porque no estan en ninguna etapa.
           MOVE 1 TO W-FLAG.
           OPEN INPUT ARCHIVO-GOLES-FECHA.
           PERFORM UNTIL W-FLAG = 0
                       MOVE GD-GOLES TO W-DET-GOLES
                       MOVE "J" TO W-DET-CAMPO
                       PERFORM 2300-ACUMULAR-DETALLE
                       IF GD-TIPO = "C"
                           PERFORM 2210-SUMAR-EN-CONTRA
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE ARCHIVO-GOLES-FECHA.

       2210-SUMAR-EN-CONTRA.
           MOVE 0 TO W-ENCONTRADO.
           PERFORM VARYING W-CONC-IDX FROM 1 BY 1
               UNTIL W-CONC-IDX > W-CONC-CANT
               IF W-CONC-T-COD(W-CONC-IDX) = GD-EQU
                   SET W-ENCONTRADO TO W-CONC-IDX
               END-IF
           END-PERFORM.
           IF W-ENCONTRADO > 0
               ADD GD-GOLES TO W-CONC-T-GEC(W-ENCONTRADO)
           END-IF.

       2300-ACUMULAR-DETALLE.
           MOVE 0 TO W-DET-ENCONTRADO.
           PERFORM VARYING W-DET-IDX FROM 1 BY 1

       3010-GRABAR-DETALLE.
           COMPUTE W-CONC-T-DELTA(W-CONC-IDX) =
               W-CONC-T-GF(W-CONC-IDX) - W-CONC-T-GJUG(W-CONC-IDX)
               - W-CONC-T-GEC(W-CONC-IDX).
           MOVE W-CONC-T-COD(W-CONC-IDX) TO DET-COD.
           MOVE W-CONC-T-NOM(W-CONC-IDX) TO DET-NOM.
           MOVE W-CONC-T-GF(W-CONC-IDX) TO DET-GF.
           MOVE W-CONC-T-GJUG(W-CONC-IDX) TO DET-GJUG.
           MOVE W-CONC-T-GEC(W-CONC-IDX) TO DET-GEC.
           MOVE W-CONC-T-DELTA(W-CONC-IDX) TO DET-DELTA.
           IF W-CONC-T-DELTA(W-CONC-IDX) = 0
               MOVE SPACES TO DET-MARCA
