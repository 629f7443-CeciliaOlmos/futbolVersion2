      * Purpose: Cierre de temporada: resguarda jugadores.ind,
      *          partidos.dat, posiciones.dat y ranking.dat en copias
      *          historicas con la temporada en el nombre, agrega el
      *          resumen de la temporada (posicion, puntos, partidos
      *          jugados, goles y puesto en la liguilla por equipo;
      *          goles por jugador) a historial.dat, pone en
      *          cero los goles del maestro de jugadores y vacia
      *          partidos.dat, liguilla.dat y apariciones.dat para la
      *          nueva campania.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           ASSIGN TO W-ARCH-SUSP-HIST
           ORGANIZATION LINE SEQUENTIAL.

           SELECT OPTIONAL ARCHIVO-LIGUILLA
           ASSIGN TO "../liguilla.dat"
           ORGANIZATION LINE SEQUENTIAL.

           SELECT ARCHIVO-LIG-HIST
           ASSIGN TO W-ARCH-LIG-HIST
           ORGANIZATION LINE SEQUENTIAL.

           SELECT OPTIONAL ARCHIVO-APARICIONES
           ASSIGN TO "../apariciones.dat"
           ORGANIZATION LINE SEQUENTIAL.

           SELECT ARCHIVO-APA-HIST
           ASSIGN TO W-ARCH-APA-HIST
           ORGANIZATION LINE SEQUENTIAL.

           SELECT OPTIONAL ARCHIVO-CIERRE-CHK
           ASSIGN TO "../cierre.chk"
           ORGANIZATION LINE SEQUENTIAL.
           03 HE-POS PIC 99.
           03 HE-PTS PIC 9(5).
           03 HE-GF PIC 9(5).
           03 HE-PJ PIC 9(4).
           03 HE-LIGUILLA PIC X(2).
       01  REG-HIST-JUG.
           03 HJ-TIPO PIC X.
           03 HJ-TEMPORADA PIC X(6).
           03 GD-JUG PIC X(6).
           03 GD-FECHA PIC 99.
           03 GD-GOLES PIC 9(8).
           03 GD-TIPO PIC X.

       FD  ARCHIVO-GOLFEC-HIST.
       01  GOLFEC-HIST-REG PIC X(19).

       FD  ARCHIVO-SUSPENSIONES.
       01  REG-SUSPENSION.
           03 SUH-FECHAS-PEND PIC 99.
           03 SUH-ESTADO PIC X.

       FD  ARCHIVO-LIGUILLA.
       01  REG-LIGUILLA.
           03 LIG-RONDA PIC 9.
           03 LIG-LLAVE PIC 99.
           03 LIG-EQU-A PIC 99.
           03 LIG-SEM-A PIC 99.
           03 LIG-EQU-B PIC 99.
           03 LIG-SEM-B PIC 99.
           03 LIG-DIA PIC X(8).
           03 LIG-GOL-A PIC 99.
           03 LIG-GOL-B PIC 99.
           03 LIG-PEN-A PIC 99.
           03 LIG-PEN-B PIC 99.
           03 LIG-GANADOR PIC 99.
           03 LIG-ESTADO PIC X.

       FD  ARCHIVO-LIG-HIST.
       01  LIG-HIST-REG PIC X(30).

       FD  ARCHIVO-APARICIONES.
       01  REG-APARICION.
           03 APA-JUG PIC X(6).
           03 APA-FECHA PIC 99.
           03 APA-EQU PIC 99.
           03 APA-ROL PIC X.

       FD  ARCHIVO-APA-HIST.
       01  APA-HIST-REG PIC X(11).

       FD  ARCHIVO-CIERRE-CHK.
       01  REG-CIERRE-CHK.
           03 CCH-TEMPORADA PIC X(6).
       FD  ARCHIVO-HIST-DEPURADO.
       01  DEP-REG-EQU.
           03 DEP-E-TIPO PIC X.
           03 DEP-E-RESTO PIC X(26).
       01  DEP-REG-JUG.
           03 DEP-J-TIPO PIC X.
           03 DEP-J-RESTO PIC X(22).
       01  W-ARCH-ETA-HIST PIC X(30).
       01  W-ARCH-SUSP-HIST PIC X(30).
       01  W-SALTEAR-ARCHIVO PIC 9 VALUE 0.
       01  W-ARCH-LIG-HIST PIC X(30).
       01  W-LIG-HIST-ABIERTO PIC 9 VALUE 0.
       01  W-CANT-LIG-ARCH PIC 9(8) VALUE ZERO.
       01  W-ARCH-APA-HIST PIC X(30).
       01  W-APA-HIST-ABIERTO PIC 9 VALUE 0.
       01  W-CANT-APA-ARCH PIC 9(8) VALUE ZERO.
       01  W-LIG-RONDAS PIC 9 VALUE ZERO.
       01  W-LIG-TAMANIO PIC 9(4).
       01  W-LIG-EQU PIC 99.
       01  W-LIG-PUESTO PIC X(2).
       01  W-IDX-LOC PIC 9(4).
       01  W-IDX-VIS PIC 9(4).
       01  W-MAX-PTS PIC 9(5).
       01  W-PTS-EMPATE PIC 9(4).
       01  W-TABLA-PARAM.
           03 W-PARAM-CANT PIC 9(4) VALUE ZERO.
           03 W-PARAM-ENTRY OCCURS 50 TIMES INDEXED BY W-PARAM-IDX.
               05 W-PARAM-T-CLAVE PIC X(16).
               05 W-PARAM-T-VALOR PIC 9(4).
       01  W-CANT-JUG-HIST PIC 9(6) VALUE ZERO.
               05 W-ETA-T-EQU PIC 99.
               05 W-ETA-T-GOLES PIC 9(8).
               05 W-ETA-T-ESTADO PIC X.
       01  W-TABLA-LIG.
           03 W-LIG-CANT PIC 9(4) VALUE ZERO.
           03 W-LIG-LLAVES-R1 PIC 9(4) VALUE ZERO.
           03 W-LIG-ENTRY OCCURS 40 TIMES INDEXED BY W-LIG-IDX.
               05 W-LIG-T-RONDA PIC 9.
               05 W-LIG-T-EQU-A PIC 99.
               05 W-LIG-T-EQU-B PIC 99.
               05 W-LIG-T-GANADOR PIC 99.
               05 W-LIG-T-ESTADO PIC X.
       01  W-TABLA-PART.
           03 W-PART-CANT PIC 9(4) VALUE ZERO.
           03 W-PART-ENTRY OCCURS 5000 TIMES INDEXED BY W-PART-IDX.
           03 W-POS-CANT PIC 9(4) VALUE ZERO.
           03 W-POS-ENTRY OCCURS 200 TIMES INDEXED BY W-POS-IDX.
               05 W-POS-COD PIC 99.
               05 W-POS-PJ PIC 9(4).
               05 W-POS-GF PIC 9(5).
               05 W-POS-GC PIC 9(5).
               05 W-POS-DG PIC S9(5).
               05 W-POS-PTS PIC 9(5).
               05 W-POS-LIGUILLA PIC X(2).
               05 W-POS-USADO PIC 9.
      *-----------------------
       PROCEDURE DIVISION.
           PERFORM 1020-ARMAR-NOMBRES-HIST.
           PERFORM 1060-CARGAR-PARAMETROS.
           PERFORM 1010-CARGAR-EQUIPOS.
           PERFORM 1035-CARGAR-LIGUILLA.
           PERFORM 1030-CARGAR-ETAPAS.
           PERFORM 1040-LEER-CHECKPOINT.
           PERFORM 1070-CONTROLAR-TEMPORADA.
               ".hist" DELIMITED BY SIZE
               INTO W-ARCH-SUSP-HIST
           END-STRING.
           MOVE SPACES TO W-ARCH-LIG-HIST.
           STRING "../liguilla." DELIMITED BY SIZE
               W-TEMPORADA DELIMITED BY SPACE
               ".hist" DELIMITED BY SIZE
               INTO W-ARCH-LIG-HIST
           END-STRING.
           MOVE SPACES TO W-ARCH-APA-HIST.
           STRING "../apariciones." DELIMITED BY SIZE
               W-TEMPORADA DELIMITED BY SPACE
               ".hist" DELIMITED BY SIZE
               INTO W-ARCH-APA-HIST
           END-STRING.

       1060-CARGAR-PARAMETROS.
           MOVE 1 TO W-FLAG.
               DISPLAY "ERROR: PARAMETRO NO NUMERICO: " PAR-CLAVE
               STOP RUN
           END-IF.
           IF W-PARAM-CANT < 50
               ADD 1 TO W-PARAM-CANT
               SET W-PARAM-IDX TO W-PARAM-CANT
               MOVE PAR-CLAVE TO W-PARAM-T-CLAVE(W-PARAM-IDX)
               MOVE PAR-VALOR TO W-PARAM-T-VALOR(W-PARAM-IDX)
           ELSE
               DISPLAY "PARAMETROS.DAT EXCEDE EL MAXIMO DE 50"
               STOP RUN
           END-IF.

                           ADD 1 TO W-POS-CANT
                           SET W-POS-IDX TO W-POS-CANT
                           MOVE EQU-COD TO W-POS-COD(W-POS-IDX)
                           MOVE ZERO TO W-POS-PJ(W-POS-IDX)
                           MOVE ZERO TO W-POS-GF(W-POS-IDX)
                           MOVE ZERO TO W-POS-GC(W-POS-IDX)
                           MOVE ZERO TO W-POS-DG(W-POS-IDX)
                           MOVE ZERO TO W-POS-PTS(W-POS-IDX)
                           MOVE SPACES TO W-POS-LIGUILLA(W-POS-IDX)
                           MOVE 0 TO W-POS-USADO(W-POS-IDX)
                       ELSE
                           DISPLAY "EQUIPO.DAT EXCEDE EL MAXIMO DE 200"
           END-PERFORM.
           CLOSE ARCHIVO-EQUIPOS.

       1035-CARGAR-LIGUILLA.
      *    Puesto de cada equipo en la liguilla de la temporada, para
      *    el registro "E": CA campeon, SU subcampeon, SF/CF/OF/DF
      *    eliminado en semifinales, cuartos, octavos o dieciseisavos,
      *    PE todavia en carrera (cuadro sin terminar) y en blanco
      *    los que no la jugaron. La cantidad de rondas sale de las
      *    llaves de la primera.
           MOVE 1 TO W-FLAG.
           OPEN INPUT ARCHIVO-LIGUILLA.
           PERFORM UNTIL W-FLAG = 0
               READ ARCHIVO-LIGUILLA
                   AT END MOVE 0 TO W-FLAG
                   NOT AT END
                       IF W-LIG-CANT < 40
                           ADD 1 TO W-LIG-CANT
                           SET W-LIG-IDX TO W-LIG-CANT
                           MOVE LIG-RONDA TO W-LIG-T-RONDA(W-LIG-IDX)
                           MOVE LIG-EQU-A TO W-LIG-T-EQU-A(W-LIG-IDX)
                           MOVE LIG-EQU-B TO W-LIG-T-EQU-B(W-LIG-IDX)
                           MOVE LIG-GANADOR
                               TO W-LIG-T-GANADOR(W-LIG-IDX)
                           MOVE LIG-ESTADO TO W-LIG-T-ESTADO(W-LIG-IDX)
                           IF LIG-RONDA = 1
                               ADD 1 TO W-LIG-LLAVES-R1
                           END-IF
                       ELSE
                           DISPLAY "LIGUILLA.DAT EXCEDE EL MAXIMO DE 40"
                           DISPLAY
                             "TABLA DE LIGUILLA INCOMPLETA; ABORTANDO"
                           STOP RUN
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE ARCHIVO-LIGUILLA.
           MOVE 0 TO W-LIG-RONDAS.
           MOVE 1 TO W-LIG-TAMANIO.
           PERFORM UNTIL W-LIG-TAMANIO > W-LIG-LLAVES-R1
               ADD 1 TO W-LIG-RONDAS
               COMPUTE W-LIG-TAMANIO = W-LIG-TAMANIO * 2
           END-PERFORM.
           PERFORM VARYING W-LIG-IDX FROM 1 BY 1
               UNTIL W-LIG-IDX > W-LIG-CANT
               MOVE W-LIG-T-EQU-A(W-LIG-IDX) TO W-LIG-EQU
               PERFORM 1036-ASIGNAR-PUESTO
               MOVE W-LIG-T-EQU-B(W-LIG-IDX) TO W-LIG-EQU
               PERFORM 1036-ASIGNAR-PUESTO
           END-PERFORM.

       1036-ASIGNAR-PUESTO.
      *    Una eliminacion o el titulo son definitivos; "PE" lo pisa
      *    la llave de la ronda siguiente.
           IF W-LIG-T-ESTADO(W-LIG-IDX) NOT = "J"
               MOVE "PE" TO W-LIG-PUESTO
           ELSE
           IF W-LIG-T-GANADOR(W-LIG-IDX) = W-LIG-EQU
               IF W-LIG-T-RONDA(W-LIG-IDX) = W-LIG-RONDAS
                   MOVE "CA" TO W-LIG-PUESTO
               ELSE
                   MOVE "PE" TO W-LIG-PUESTO
               END-IF
           ELSE
               EVALUATE W-LIG-RONDAS - W-LIG-T-RONDA(W-LIG-IDX)
                   WHEN 0 MOVE "SU" TO W-LIG-PUESTO
                   WHEN 1 MOVE "SF" TO W-LIG-PUESTO
                   WHEN 2 MOVE "CF" TO W-LIG-PUESTO
                   WHEN 3 MOVE "OF" TO W-LIG-PUESTO
                   WHEN OTHER MOVE "DF" TO W-LIG-PUESTO
               END-EVALUATE
           END-IF
           END-IF.
           PERFORM VARYING W-POS-IDX FROM 1 BY 1
               UNTIL W-POS-IDX > W-POS-CANT
               IF W-POS-COD(W-POS-IDX) = W-LIG-EQU
                   IF W-POS-LIGUILLA(W-POS-IDX) = SPACES
                       OR W-POS-LIGUILLA(W-POS-IDX) = "PE"
                       MOVE W-LIG-PUESTO TO W-POS-LIGUILLA(W-POS-IDX)
                   END-IF
               END-IF
           END-PERFORM.

       2000-RESGUARDAR-JUGADORES.
      *    Una sola pasada por el maestro: copia el registro a la
      *    historia, agrega el resumen del jugador a historial.dat y
               END-IF
           END-PERFORM.
           IF W-IDX-LOC > 0
               ADD 1 TO W-POS-PJ(W-IDX-LOC)
               ADD PART-GOL-LOC TO W-POS-GF(W-IDX-LOC)
               ADD PART-GOL-VIS TO W-POS-GC(W-IDX-LOC)
           END-IF.
           IF W-IDX-VIS > 0
               ADD 1 TO W-POS-PJ(W-IDX-VIS)
               ADD PART-GOL-VIS TO W-POS-GF(W-IDX-VIS)
               ADD PART-GOL-LOC TO W-POS-GC(W-IDX-VIS)
           END-IF.
       2400-GRABAR-RESUMEN-EQUIPOS.
      *    Determina la posicion final con el mismo criterio de
      *    desempate que POSICIONES (puntos y diferencia de gol) y
      *    agrega un registro "E" por equipo al historial, con los
      *    partidos jugados para el calculo de promedios y el puesto
      *    en la liguilla junto a la posicion de la tabla.
           PERFORM VARYING W-POS-IDX FROM 1 BY 1
               UNTIL W-POS-IDX > W-POS-CANT
               COMPUTE W-POS-DG(W-POS-IDX) =
               MOVE W-POS-NUM TO HE-POS
               MOVE W-POS-PTS(W-MAX-IDX) TO HE-PTS
               MOVE W-POS-GF(W-MAX-IDX) TO HE-GF
               MOVE W-POS-PJ(W-MAX-IDX) TO HE-PJ
               MOVE W-POS-LIGUILLA(W-MAX-IDX) TO HE-LIGUILLA
               WRITE REG-HIST-EQU
           END-IF.

           PERFORM 2570-REINICIAR-SUSPENSIONES.
           PERFORM 2530-ARCHIVAR-LOTES.
           PERFORM 2550-ARCHIVAR-GOLES-FECHA.
           PERFORM 2580-ARCHIVAR-LIGUILLA.
           PERFORM 2600-ARCHIVAR-APARICIONES.

       2510-ARCHIVAR-ETAPAS.
      *    Copia de corte de las etapas de la temporada que se
           CLOSE ARCHIVO-SUSPENSIONES.
           CLOSE ARCHIVO-SUSP-HIST.

       2580-ARCHIVAR-LIGUILLA.
      *    El cuadro de la liguilla es de la temporada que se cierra:
      *    pasa a una copia con la temporada en el nombre y queda
      *    vacio para que la proxima liguilla se sortee de nuevo. Si
      *    ya quedo vacio (reanudacion de esta misma fase) la copia
      *    archivada no se toca.
           MOVE 1 TO W-FLAG.
           MOVE 0 TO W-LIG-HIST-ABIERTO.
           MOVE ZERO TO W-CANT-LIG-ARCH.
           OPEN INPUT ARCHIVO-LIGUILLA.
           PERFORM UNTIL W-FLAG = 0
               READ ARCHIVO-LIGUILLA
                   AT END MOVE 0 TO W-FLAG
                   NOT AT END PERFORM 2590-COPIAR-LLAVE
               END-READ
           END-PERFORM.
           CLOSE ARCHIVO-LIGUILLA.
           IF W-LIG-HIST-ABIERTO = 1
               CLOSE ARCHIVO-LIG-HIST
               OPEN OUTPUT ARCHIVO-LIGUILLA
               CLOSE ARCHIVO-LIGUILLA
           END-IF.

       2590-COPIAR-LLAVE.
           IF W-LIG-HIST-ABIERTO = 0
               OPEN OUTPUT ARCHIVO-LIG-HIST
               MOVE 1 TO W-LIG-HIST-ABIERTO
           END-IF.
           MOVE REG-LIGUILLA TO LIG-HIST-REG.
           WRITE LIG-HIST-REG.
           ADD 1 TO W-CANT-LIG-ARCH.

       2600-ARCHIVAR-APARICIONES.
      *    Las apariciones estan numeradas con las fechas de la
      *    temporada que se cierra: pasan a una copia con la temporada
      *    en el nombre y el maestro arranca vacio. Si ya quedo vacio
      *    (reanudacion de esta misma fase) la copia archivada no se
      *    toca.
           MOVE 1 TO W-FLAG.
           MOVE 0 TO W-APA-HIST-ABIERTO.
           MOVE ZERO TO W-CANT-APA-ARCH.
           OPEN INPUT ARCHIVO-APARICIONES.
           PERFORM UNTIL W-FLAG = 0
               READ ARCHIVO-APARICIONES
                   AT END MOVE 0 TO W-FLAG
                   NOT AT END PERFORM 2610-COPIAR-APARICION
               END-READ
           END-PERFORM.
           CLOSE ARCHIVO-APARICIONES.
           IF W-APA-HIST-ABIERTO = 1
               CLOSE ARCHIVO-APA-HIST
               OPEN OUTPUT ARCHIVO-APARICIONES
               CLOSE ARCHIVO-APARICIONES
           END-IF.

       2610-COPIAR-APARICION.
           IF W-APA-HIST-ABIERTO = 0
               OPEN OUTPUT ARCHIVO-APA-HIST
               MOVE 1 TO W-APA-HIST-ABIERTO
           END-IF.
           MOVE REG-APARICION TO APA-HIST-REG.
           WRITE APA-HIST-REG.
           ADD 1 TO W-CANT-APA-ARCH.

       3900-GRABAR-BITACORA.
      *    Constancia en la bitacora comun de la suite: un registro al
      *    iniciar y otro al terminar la corrida.
