      ******************************************************************
      * Author:
      * Date:
      * Purpose: Informe de apariciones: partidos jugados, titularidades
      *          y suplencias de cada jugador por equipo, tomados del
      *          maestro de apariciones que arma PARCIAL con las
      *          formaciones, junto a los goles del detalle por fecha
      *          (goles_fecha.dat) y el promedio de goles por partido.
      *          Sale por equipo en apariciones_inf.dat.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       PROGRAM-ID. APARICIONES.
       ENVIRONMENT DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       CONFIGURATION SECTION.
      *-----------------------
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL ARCHIVO-APARICIONES
           ASSIGN TO "../apariciones.dat"
           ORGANIZATION LINE SEQUENTIAL.

           SELECT OPTIONAL ARCHIVO-GOLES-FECHA
           ASSIGN TO "../goles_fecha.dat"
           ORGANIZATION LINE SEQUENTIAL.

           SELECT ARCHIVO-EQUIPOS
           ASSIGN TO "../equipo.dat"
           ORGANIZATION LINE SEQUENTIAL.

           SELECT OPTIONAL ARCHIVO-NOMBRES
           ASSIGN TO "../nombres.dat"
           ORGANIZATION LINE SEQUENTIAL.

           SELECT ARCHIVO-INFORME
           ASSIGN TO "../apariciones_inf.dat".

           SELECT OPTIONAL ARCHIVO-BITACORA
           ASSIGN TO "../bitacora.dat"
           ORGANIZATION LINE SEQUENTIAL.

           SELECT ARCH-SORT
           ASSIGN TO DISK "SORTWORK".

      *-----------------------
       DATA DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       FILE SECTION.
       FD  ARCHIVO-APARICIONES.
       01  REG-APARICION.
           03 APA-JUG PIC X(6).
           03 APA-FECHA PIC 99.
           03 APA-EQU PIC 99.
           03 APA-ROL PIC X.

       FD  ARCHIVO-GOLES-FECHA.
       01  REG-GOL-FECHA.
           03 GD-EQU PIC 99.
           03 GD-JUG PIC X(6).
           03 GD-FECHA PIC 99.
           03 GD-GOLES PIC 9(8).
           03 GD-TIPO PIC X.

       FD  ARCHIVO-EQUIPOS.
       01  EQU-REG.
           03 EQU-COD PIC 99.
           03 EQU-NOMBRE PIC X(15).

       FD  ARCHIVO-NOMBRES.
       01  REG-NOMBRE.
           03 NOM-JUG PIC X(6).
           03 NOM-NOMBRE PIC X(20).

       FD  ARCHIVO-INFORME.
       01  IMPRIMIR-LINEA PIC X(70).

       FD  ARCHIVO-BITACORA.
       01  REG-BITACORA.
           03 BIT-EVENTO PIC X.
           03 BIT-PROGRAMA PIC X(16).
           03 BIT-ARGUMENTO PIC X(10).
           03 BIT-FECHA PIC X(8).
           03 BIT-HORA PIC X(6).
           03 BIT-REGISTROS PIC 9(8).
           03 BIT-VEREDICTO PIC X(20).

       SD  ARCH-SORT.
       01  REG-SORT.
           03 SORT-EQU PIC 99.
           03 SORT-JUG PIC X(6).
           03 SORT-PJ PIC 9(4).
           03 SORT-TIT PIC 9(4).
           03 SORT-SUP PIC 9(4).
           03 SORT-GOLES PIC 9(8).

      *-----------------------
       WORKING-STORAGE SECTION.
       01  W-FLAG PIC 9.
       01  W-ENCONTRADO PIC 9(4).
       01  W-EQU-ACTUAL PIC 99.
       01  W-CANT-APA PIC 9(8) VALUE ZERO.
       01  W-CANT-GOLFEC PIC 9(8) VALUE ZERO.
       01  W-CANT-JUGADORES PIC 9(8) VALUE ZERO.
       01  W-BUSCA-JUG PIC X(6).
       01  W-BUSCA-EQU PIC 99.
       01  W-TOT-PJ PIC 9(6).
       01  W-TOT-TIT PIC 9(6).
       01  W-TOT-SUP PIC 9(6).
       01  W-TOT-GOLES PIC 9(8).
       01  W-PROMEDIO PIC 9(3)V99.
       01  W-BIT-EVENTO PIC X.
       01  W-BIT-REGISTROS PIC 9(8) VALUE ZERO.
       01  W-BIT-VEREDICTO PIC X(20) VALUE SPACES.
       01  W-BIT-HORA-COMPLETA PIC X(8).
       01  W-TABLA-EQU-COD.
           03 W-EQU-CANT PIC 9(4) VALUE ZERO.
           03 W-EQU-T-ENTRY OCCURS 200 TIMES INDEXED BY W-EQU-IDX.
               05 W-EQU-T-COD PIC 99.
               05 W-EQU-T-NOM PIC X(15).
       01  W-TABLA-NOMBRES.
           03 W-NOM-CANT PIC 9(4) VALUE ZERO.
           03 W-NOM-ENTRY OCCURS 2000 TIMES INDEXED BY W-NOM-IDX.
               05 W-NOM-T-JUG PIC X(6).
               05 W-NOM-T-NOM PIC X(20).
      *    Una fila por jugador y equipo: el que paso por dos clubes
      *    en la temporada aparece en los dos, cada uno con sus
      *    partidos y sus goles.
       01  W-TABLA-AGR.
           03 W-AGR-CANT PIC 9(4) VALUE ZERO.
           03 W-AGR-ENTRY OCCURS 5000 TIMES INDEXED BY W-AGR-IDX.
               05 W-AGR-T-JUG PIC X(6).
               05 W-AGR-T-EQU PIC 99.
               05 W-AGR-T-PJ PIC 9(4).
               05 W-AGR-T-TIT PIC 9(4).
               05 W-AGR-T-SUP PIC 9(4).
               05 W-AGR-T-GOLES PIC 9(8).
       01  ENCAB-APA.
           03 FILLER PIC X(36) VALUE
              "APARICIONES Y GOLES POR JUGADOR".
       01  ENCAB-EQUIPO.
           03 FILLER PIC X(8) VALUE "EQUIPO: ".
           03 ENC-COD-EQU PIC 99.
           03 FILLER PIC X(2) VALUE SPACES.
           03 ENC-NOM-EQU PIC X(15).
       01  TITULO-APA.
           03 FILLER PIC X(7) VALUE "CODIGO ".
           03 FILLER PIC X(21) VALUE "NOMBRE".
           03 FILLER PIC X(5) VALUE "   PJ".
           03 FILLER PIC X(5) VALUE "  TIT".
           03 FILLER PIC X(5) VALUE "  SUP".
           03 FILLER PIC X(9) VALUE "    GOLES".
           03 FILLER PIC X(8) VALUE "   G/PJ".
       01  DETALLE-APA.
           03 DET-JUG PIC X(6).
           03 FILLER PIC X(1) VALUE SPACES.
           03 DET-NOM PIC X(20).
           03 FILLER PIC X(1) VALUE SPACES.
           03 DET-PJ PIC ZZZZ9.
           03 DET-TIT PIC ZZZZ9.
           03 DET-SUP PIC ZZZZ9.
           03 DET-GOLES PIC ZZZZZZZZ9.
           03 FILLER PIC X(2) VALUE SPACES.
           03 DET-PROM PIC ZZ9.99.
       01  PIE-EQUIPO.
           03 FILLER PIC X(28) VALUE "TOTAL DEL EQUIPO".
           03 PIE-PJ PIC ZZZZ9.
           03 PIE-TIT PIC ZZZZ9.
           03 PIE-SUP PIC ZZZZ9.
           03 PIE-GOLES PIC ZZZZZZZZ9.
       01  PIE-SIN-FORMACION.
           03 FILLER PIC X(60) VALUE
              "PJ 0: GOLES SIN FORMACION CARGADA PARA ESE JUGADOR".
       01  SIN-DATOS.
           03 FILLER PIC X(40) VALUE
              "SIN APARICIONES NI GOLES REGISTRADOS".
      *-----------------------
       PROCEDURE DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       MAIN-PROCEDURE.
           PERFORM 1000-INICIO.
           PERFORM 2000-CARGAR-APARICIONES.
           PERFORM 2100-CARGAR-GOLES.
           PERFORM 3000-GRABAR-INFORME.
           PERFORM 4000-FIN.

       1000-INICIO.
           MOVE "I" TO W-BIT-EVENTO.
           MOVE "INICIO" TO W-BIT-VEREDICTO.
           PERFORM 3900-GRABAR-BITACORA.
           PERFORM 1010-CARGAR-EQUIPOS.
           PERFORM 1040-CARGAR-NOMBRES.

       1010-CARGAR-EQUIPOS.
           MOVE 1 TO W-FLAG.
           OPEN INPUT ARCHIVO-EQUIPOS.
           PERFORM UNTIL W-FLAG = 0
               READ ARCHIVO-EQUIPOS
                   AT END MOVE 0 TO W-FLAG
                   NOT AT END
                       IF W-EQU-CANT < 200
                           ADD 1 TO W-EQU-CANT
                           SET W-EQU-IDX TO W-EQU-CANT
                           MOVE EQU-COD TO W-EQU-T-COD(W-EQU-IDX)
                           MOVE EQU-NOMBRE TO W-EQU-T-NOM(W-EQU-IDX)
                       ELSE
                           DISPLAY "EQUIPO.DAT EXCEDE EL MAXIMO DE 200"
                           DISPLAY
                             "TABLA DE EQUIPOS INCOMPLETA; ABORTANDO"
                           STOP RUN
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE ARCHIVO-EQUIPOS.

       1040-CARGAR-NOMBRES.
           MOVE 1 TO W-FLAG.
           OPEN INPUT ARCHIVO-NOMBRES.
           PERFORM UNTIL W-FLAG = 0
               READ ARCHIVO-NOMBRES
                   AT END MOVE 0 TO W-FLAG
                   NOT AT END
                       IF W-NOM-CANT < 2000
                           ADD 1 TO W-NOM-CANT
                           SET W-NOM-IDX TO W-NOM-CANT
                           MOVE NOM-JUG TO W-NOM-T-JUG(W-NOM-IDX)
                           MOVE NOM-NOMBRE TO W-NOM-T-NOM(W-NOM-IDX)
                       ELSE
                           DISPLAY "NOMBRES.DAT: TABLA LLENA"
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE ARCHIVO-NOMBRES.

       2000-CARGAR-APARICIONES.
      *    Cada registro del maestro es un partido jugado; el rol dice
      *    si entro como titular (T) o desde el banco (S).
           MOVE 1 TO W-FLAG.
           OPEN INPUT ARCHIVO-APARICIONES.
           PERFORM UNTIL W-FLAG = 0
               READ ARCHIVO-APARICIONES
                   AT END MOVE 0 TO W-FLAG
                   NOT AT END
                       ADD 1 TO W-CANT-APA
                       MOVE APA-JUG TO W-BUSCA-JUG
                       MOVE APA-EQU TO W-BUSCA-EQU
                       PERFORM 2050-BUSCAR-AGREGADO
                       IF W-ENCONTRADO > 0
                           ADD 1 TO W-AGR-T-PJ(W-ENCONTRADO)
                           IF APA-ROL = "T"
                               ADD 1 TO W-AGR-T-TIT(W-ENCONTRADO)
                           ELSE
                               ADD 1 TO W-AGR-T-SUP(W-ENCONTRADO)
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE ARCHIVO-APARICIONES.

       2050-BUSCAR-AGREGADO.
      *    Busca la fila jugador/equipo y la abre si no existe.
           MOVE 0 TO W-ENCONTRADO.
           PERFORM VARYING W-AGR-IDX FROM 1 BY 1
               UNTIL W-AGR-IDX > W-AGR-CANT OR W-ENCONTRADO > 0
               IF W-AGR-T-JUG(W-AGR-IDX) = W-BUSCA-JUG
                   AND W-AGR-T-EQU(W-AGR-IDX) = W-BUSCA-EQU
                   SET W-ENCONTRADO TO W-AGR-IDX
               END-IF
           END-PERFORM.
           IF W-ENCONTRADO = 0
               IF W-AGR-CANT < 5000
                   ADD 1 TO W-AGR-CANT
                   SET W-AGR-IDX TO W-AGR-CANT
                   MOVE W-BUSCA-JUG TO W-AGR-T-JUG(W-AGR-IDX)
                   MOVE W-BUSCA-EQU TO W-AGR-T-EQU(W-AGR-IDX)
                   MOVE 0 TO W-AGR-T-PJ(W-AGR-IDX)
                   MOVE 0 TO W-AGR-T-TIT(W-AGR-IDX)
                   MOVE 0 TO W-AGR-T-SUP(W-AGR-IDX)
                   MOVE 0 TO W-AGR-T-GOLES(W-AGR-IDX)
                   MOVE W-AGR-CANT TO W-ENCONTRADO
               ELSE
                   DISPLAY "TABLA DE JUGADORES EXCEDE EL MAXIMO DE "
                       "5000"
                   DISPLAY "INFORME DE APARICIONES INCOMPLETO; "
                       "ABORTANDO"
                   STOP RUN
               END-IF
           END-IF.

       2100-CARGAR-GOLES.
      *    Los goles salen del detalle por fecha que graba PARCIAL al
      *    aplicar cada lote, imputados al equipo para el que se
      *    convirtieron. Los goles en contra (GD-TIPO "C") no son del
      *    jugador que los hizo y quedan afuera.
           MOVE 1 TO W-FLAG.
           OPEN INPUT ARCHIVO-GOLES-FECHA.
           PERFORM UNTIL W-FLAG = 0
               READ ARCHIVO-GOLES-FECHA
                   AT END MOVE 0 TO W-FLAG
                   NOT AT END
                       ADD 1 TO W-CANT-GOLFEC
                       IF GD-TIPO NOT = "C"
                           MOVE GD-JUG TO W-BUSCA-JUG
                           MOVE GD-EQU TO W-BUSCA-EQU
                           PERFORM 2050-BUSCAR-AGREGADO
                           ADD GD-GOLES TO W-AGR-T-GOLES(W-ENCONTRADO)
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE ARCHIVO-GOLES-FECHA.

       3000-GRABAR-INFORME.
           OPEN OUTPUT ARCHIVO-INFORME.
           WRITE IMPRIMIR-LINEA FROM ENCAB-APA AFTER ADVANCING PAGE.
           IF W-AGR-CANT = 0
               WRITE IMPRIMIR-LINEA FROM SIN-DATOS
                   AFTER ADVANCING 2 LINE
           ELSE
               SORT ARCH-SORT
                   ON ASCENDING KEY SORT-EQU
                   ON DESCENDING KEY SORT-PJ
                   ON ASCENDING KEY SORT-JUG
                   INPUT PROCEDURE 3010-SOLTAR-AGREGADOS
                   OUTPUT PROCEDURE 3100-LISTAR-EQUIPOS
               WRITE IMPRIMIR-LINEA FROM PIE-SIN-FORMACION
                   AFTER ADVANCING 2 LINE
           END-IF.
           CLOSE ARCHIVO-INFORME.

       3010-SOLTAR-AGREGADOS.
           PERFORM VARYING W-AGR-IDX FROM 1 BY 1
               UNTIL W-AGR-IDX > W-AGR-CANT
               MOVE W-AGR-T-EQU(W-AGR-IDX) TO SORT-EQU
               MOVE W-AGR-T-JUG(W-AGR-IDX) TO SORT-JUG
               MOVE W-AGR-T-PJ(W-AGR-IDX) TO SORT-PJ
               MOVE W-AGR-T-TIT(W-AGR-IDX) TO SORT-TIT
               MOVE W-AGR-T-SUP(W-AGR-IDX) TO SORT-SUP
               MOVE W-AGR-T-GOLES(W-AGR-IDX) TO SORT-GOLES
               RELEASE REG-SORT
           END-PERFORM.

       3100-LISTAR-EQUIPOS.
           MOVE 1 TO W-FLAG.
           PERFORM 3110-LEER-SORT.
           PERFORM UNTIL W-FLAG = 0
               MOVE SORT-EQU TO W-EQU-ACTUAL
               PERFORM 3120-GRABAR-ENCAB-EQUIPO
               MOVE 0 TO W-TOT-PJ
               MOVE 0 TO W-TOT-TIT
               MOVE 0 TO W-TOT-SUP
               MOVE 0 TO W-TOT-GOLES
               PERFORM UNTIL W-FLAG = 0 OR SORT-EQU NOT = W-EQU-ACTUAL
                   PERFORM 3130-GRABAR-JUGADOR
                   PERFORM 3110-LEER-SORT
               END-PERFORM
               MOVE W-TOT-PJ TO PIE-PJ
               MOVE W-TOT-TIT TO PIE-TIT
               MOVE W-TOT-SUP TO PIE-SUP
               MOVE W-TOT-GOLES TO PIE-GOLES
               WRITE IMPRIMIR-LINEA FROM PIE-EQUIPO
                   AFTER ADVANCING 1 LINE
           END-PERFORM.

       3110-LEER-SORT.
           RETURN ARCH-SORT
               AT END MOVE 0 TO W-FLAG
           END-RETURN.

       3120-GRABAR-ENCAB-EQUIPO.
           MOVE W-EQU-ACTUAL TO ENC-COD-EQU.
           MOVE "SIN EQUIPO" TO ENC-NOM-EQU.
           PERFORM VARYING W-EQU-IDX FROM 1 BY 1
               UNTIL W-EQU-IDX > W-EQU-CANT
               IF W-EQU-T-COD(W-EQU-IDX) = W-EQU-ACTUAL
                   MOVE W-EQU-T-NOM(W-EQU-IDX) TO ENC-NOM-EQU
               END-IF
           END-PERFORM.
           WRITE IMPRIMIR-LINEA FROM ENCAB-EQUIPO
               AFTER ADVANCING 2 LINE.
           WRITE IMPRIMIR-LINEA FROM TITULO-APA
               AFTER ADVANCING 1 LINE.

       3130-GRABAR-JUGADOR.
           ADD 1 TO W-CANT-JUGADORES.
           MOVE SORT-JUG TO DET-JUG.
           MOVE SPACES TO DET-NOM.
           PERFORM VARYING W-NOM-IDX FROM 1 BY 1
               UNTIL W-NOM-IDX > W-NOM-CANT
               IF W-NOM-T-JUG(W-NOM-IDX) = SORT-JUG
                   MOVE W-NOM-T-NOM(W-NOM-IDX) TO DET-NOM
               END-IF
           END-PERFORM.
           MOVE SORT-PJ TO DET-PJ.
           MOVE SORT-TIT TO DET-TIT.
           MOVE SORT-SUP TO DET-SUP.
           MOVE SORT-GOLES TO DET-GOLES.
           IF SORT-PJ > 0
               COMPUTE W-PROMEDIO ROUNDED = SORT-GOLES / SORT-PJ
           ELSE
               MOVE 0 TO W-PROMEDIO
           END-IF.
           MOVE W-PROMEDIO TO DET-PROM.
           ADD SORT-PJ TO W-TOT-PJ.
           ADD SORT-TIT TO W-TOT-TIT.
           ADD SORT-SUP TO W-TOT-SUP.
           ADD SORT-GOLES TO W-TOT-GOLES.
           WRITE IMPRIMIR-LINEA FROM DETALLE-APA
               AFTER ADVANCING 1 LINE.

       3900-GRABAR-BITACORA.
      *    Constancia en la bitacora comun de la suite: un registro al
      *    iniciar y otro al terminar la corrida.
           OPEN EXTEND ARCHIVO-BITACORA.
           MOVE W-BIT-EVENTO TO BIT-EVENTO.
           MOVE "APARICIONES" TO BIT-PROGRAMA.
           MOVE SPACES TO BIT-ARGUMENTO.
           ACCEPT BIT-FECHA FROM DATE YYYYMMDD.
           ACCEPT W-BIT-HORA-COMPLETA FROM TIME.
           MOVE W-BIT-HORA-COMPLETA(1:6) TO BIT-HORA.
           MOVE W-BIT-REGISTROS TO BIT-REGISTROS.
           MOVE W-BIT-VEREDICTO TO BIT-VEREDICTO.
           WRITE REG-BITACORA.
           CLOSE ARCHIVO-BITACORA.

       4000-FIN.
           DISPLAY "INFORME DE APARICIONES COMPLETO - APARICIONES: "
               W-CANT-APA " JUGADORES: " W-CANT-JUGADORES.
           MOVE "F" TO W-BIT-EVENTO.
           MOVE W-CANT-APA TO W-BIT-REGISTROS.
           MOVE "OK" TO W-BIT-VEREDICTO.
           PERFORM 3900-GRABAR-BITACORA.
           STOP RUN.

       END PROGRAM APARICIONES.
