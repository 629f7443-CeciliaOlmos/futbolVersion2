      ******************************************************************
      * Author:
      * Date:
      * Purpose: Tabla de promedios para el descenso: puntos sobre
      *          partidos jugados de las ultimas temporadas, tomando
      *          los registros "E" de historial.dat para las temporadas
      *          anteriores y la tabla de la temporada en curso armada
      *          desde partidos.dat con el mismo criterio que
      *          POSICIONES. Un equipo ascendido promedia solo las
      *          temporadas que jugo. Marca la zona de descenso con la
      *          cantidad de equipos de parametros.dat, en
      *          promedios.dat.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       PROGRAM-ID. PROMEDIOS.
       ENVIRONMENT DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       CONFIGURATION SECTION.
      *-----------------------
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL ARCHIVO-HISTORIAL
           ASSIGN TO "../historial.dat"
           ORGANIZATION LINE SEQUENTIAL.

           SELECT OPTIONAL ARCHIVO-PARTIDOS
           ASSIGN TO "../partidos.dat"
           ORGANIZATION LINE SEQUENTIAL.

           SELECT ARCHIVO-EQUIPOS
           ASSIGN TO "../equipo.dat"
           ORGANIZATION LINE SEQUENTIAL.

           SELECT ARCHIVO-PARAMETROS
           ASSIGN TO "../parametros.dat"
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS W-PARAM-STATUS.

           SELECT ARCHIVO-PROMEDIOS
           ASSIGN TO "../promedios.dat".

           SELECT OPTIONAL ARCHIVO-BITACORA
           ASSIGN TO "../bitacora.dat"
           ORGANIZATION LINE SEQUENTIAL.

      *-----------------------
       DATA DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       FILE SECTION.
       FD  ARCHIVO-HISTORIAL.
       01  REG-HIST-EQU.
           03 HE-TIPO PIC X.
           03 HE-TEMPORADA PIC X(6).
           03 HE-EQU PIC 99.
           03 HE-POS PIC 99.
           03 HE-PTS PIC 9(5).
           03 HE-GF PIC 9(5).
           03 HE-PJ PIC 9(4).
           03 HE-LIGUILLA PIC X(2).
       01  REG-HIST-JUG.
           03 HJ-TIPO PIC X.
           03 HJ-TEMPORADA PIC X(6).
           03 HJ-JUG PIC X(6).
           03 HJ-EQU PIC 99.
           03 HJ-GOLES PIC 9(8).

       FD  ARCHIVO-PARTIDOS.
       01  REG-PARTIDO.
           03 PART-FECHA PIC 99.
           03 PART-DIA PIC X(8).
           03 PART-EQU-LOC PIC 99.
           03 PART-EQU-VIS PIC 99.
           03 PART-GOL-LOC PIC 99.
           03 PART-GOL-VIS PIC 99.

       FD  ARCHIVO-EQUIPOS.
       01  EQU-REG.
           03 EQU-COD PIC 99.
           03 EQU-NOMBRE PIC X(15).

       FD  ARCHIVO-PARAMETROS.
       01  REG-PARAM.
           03 PAR-CLAVE PIC X(16).
           03 PAR-VALOR PIC X(4).

       FD  ARCHIVO-PROMEDIOS.
       01  IMPRIMIR-LINEA PIC X(90).

       FD  ARCHIVO-BITACORA.
       01  REG-BITACORA.
           03 BIT-EVENTO PIC X.
           03 BIT-PROGRAMA PIC X(16).
           03 BIT-ARGUMENTO PIC X(10).
           03 BIT-FECHA PIC X(8).
           03 BIT-HORA PIC X(6).
           03 BIT-REGISTROS PIC 9(8).
           03 BIT-VEREDICTO PIC X(20).

      *-----------------------
       WORKING-STORAGE SECTION.
       01  W-FLAG PIC 9.
       01  W-ARG-NUM PIC 9(2).
       01  W-ENCONTRADO PIC 9(4).
       01  W-TEMP-ACTUAL PIC X(6) VALUE SPACES.
       01  W-PARAM-STATUS PIC XX.
       01  W-PARAM-CLAVE PIC X(16).
       01  W-PARAM-VALOR PIC 9(4).
       01  W-PTS-VICTORIA PIC 9(4).
       01  W-PTS-EMPATE PIC 9(4).
       01  W-CANT-TEMPS PIC 9(4).
       01  W-ZONA-DESCENSO PIC 9(4).
       01  W-TABLA-PARAM.
           03 W-PARAM-CANT PIC 9(4) VALUE ZERO.
           03 W-PARAM-ENTRY OCCURS 50 TIMES INDEXED BY W-PARAM-IDX.
               05 W-PARAM-T-CLAVE PIC X(16).
               05 W-PARAM-T-VALOR PIC 9(4).
       01  W-IDX-LOC PIC 9(4).
       01  W-IDX-VIS PIC 9(4).
       01  W-PART-VALIDO PIC 9.
       01  W-PRIMERA-TEMP PIC 9(4).
       01  W-COL PIC 9(4).
       01  W-COL-ACTUAL PIC 9(4).
       01  W-CANT-COLS PIC 9(4).
       01  W-CANT-HIST PIC 9(8) VALUE ZERO.
       01  W-BUSCA-TEMP PIC X(6).
       01  W-POS-LISTA PIC 9(4).
       01  W-MAX-IDX PIC 9(4).
       01  W-INICIO-ZONA PIC 9(4).
       01  W-CANT-ESTIMADOS PIC 9(4) VALUE ZERO.
       01  W-BIT-EVENTO PIC X.
       01  W-BIT-REGISTROS PIC 9(8) VALUE ZERO.
       01  W-BIT-VEREDICTO PIC X(20) VALUE SPACES.
       01  W-BIT-HORA-COMPLETA PIC X(8).
      *    Temporadas del historial en el orden en que las fue
      *    agregando el cierre (de la mas vieja a la mas nueva), con
      *    la cantidad de equipos que la jugaron.
       01  W-TABLA-TEMP.
           03 W-TEMP-CANT PIC 9(4) VALUE ZERO.
           03 W-TEMP-ENTRY OCCURS 100 TIMES INDEXED BY W-TEMP-IDX.
               05 W-TEMP-T-COD PIC X(6).
               05 W-TEMP-T-EQUIPOS PIC 9(4).
       01  W-TABLA-PART.
           03 W-PART-CANT PIC 9(4) VALUE ZERO.
           03 W-PART-ENTRY OCCURS 5000 TIMES INDEXED BY W-PART-IDX.
               05 W-PART-T-FECHA PIC 99.
               05 W-PART-T-LOC PIC 99.
               05 W-PART-T-VIS PIC 99.
      *    Una fila por equipo de equipo.dat; la columna 1..n-1 son
      *    las temporadas anteriores elegidas y la n la actual.
       01  W-TABLA-PROM.
           03 W-PRO-CANT PIC 9(4) VALUE ZERO.
           03 W-PRO-ENTRY OCCURS 200 TIMES INDEXED BY W-PRO-IDX.
               05 W-PRO-COD PIC 99.
               05 W-PRO-NOM PIC X(15).
               05 W-PRO-COLUMNA OCCURS 10 TIMES.
                   07 W-PRO-C-JUGO PIC 9.
                   07 W-PRO-C-PTS PIC 9(5).
                   07 W-PRO-C-PJ PIC 9(4).
                   07 W-PRO-C-ESTIMADO PIC 9.
               05 W-PRO-TOT-PTS PIC 9(6).
               05 W-PRO-TOT-PJ PIC 9(5).
               05 W-PRO-PROMEDIO PIC 9(3)V999.
               05 W-PRO-USADO PIC 9.
       01  W-TABLA-ORDEN.
           03 W-ORD-T-POS OCCURS 200 TIMES PIC 9(4).
       01  W-TABLA-COLS.
           03 W-COL-T-TEMP OCCURS 10 TIMES PIC X(6).
       01  W-COL-EDITADA.
           03 W-COL-E-PTS PIC ZZZ9.
           03 W-COL-E-BARRA PIC X.
           03 W-COL-E-PJ PIC ZZ9.
           03 W-COL-E-MARCA PIC X.
       01  ENCAB-PROM.
           03 FILLER PIC X(30) VALUE
              "TABLA DE PROMEDIOS - DESCENSO".
       01  ENCAB-PARAMETROS.
           03 FILLER PIC X(13) VALUE "TEMPORADAS: ".
           03 ENC-CANT-TEMPS PIC Z9.
           03 FILLER PIC X(22) VALUE "  ZONA DE DESCENSO:   ".
           03 ENC-ZONA PIC Z9.
           03 FILLER PIC X(8) VALUE " EQUIPOS".
       01  ENCAB-COLUMNA.
           03 FILLER PIC X(8) VALUE "COLUMNA ".
           03 ENC-COL-NUM PIC Z9.
           03 FILLER PIC X(3) VALUE ":  ".
           03 ENC-COL-TEMP PIC X(6).
           03 ENC-COL-ACTUAL PIC X(20).
       01  TITULO-PROM.
           03 FILLER PIC X(4) VALUE "POS ".
           03 FILLER PIC X(19) VALUE "EQUIPO".
           03 TIT-COLUMNAS PIC X(45).
           03 FILLER PIC X(18) VALUE "  PTS  PJ  PROM".
       01  TITULO-COL.
           03 FILLER PIC X(4) VALUE " COL".
           03 TIT-COL-NUM PIC 9.
           03 FILLER PIC X(3) VALUE SPACES.
       01  DETALLE-PROM.
           03 DET-POS PIC Z9.
           03 FILLER PIC X(2) VALUE SPACES.
           03 DET-COD PIC 99.
           03 FILLER PIC X(1) VALUE SPACES.
           03 DET-NOM PIC X(15).
           03 FILLER PIC X(1) VALUE SPACES.
           03 DET-COLUMNAS.
               05 DET-COL OCCURS 5 TIMES PIC X(9).
           03 DET-PTS PIC ZZZZ9.
           03 DET-PJ PIC ZZZ9.
           03 FILLER PIC X(1) VALUE SPACES.
           03 DET-PROM PIC Z9.999.
           03 DET-ZONA PIC X(2).
       01  ENCAB-ZONA.
           03 FILLER PIC X(18) VALUE "ZONA DE DESCENSO:".
       01  DETALLE-ZONA.
           03 FILLER PIC X(4) VALUE SPACES.
           03 DZO-POS PIC Z9.
           03 FILLER PIC X(2) VALUE SPACES.
           03 DZO-COD PIC 99.
           03 FILLER PIC X(1) VALUE SPACES.
           03 DZO-NOM PIC X(15).
           03 FILLER PIC X(10) VALUE "  PROMEDIO".
           03 FILLER PIC X(1) VALUE SPACES.
           03 DZO-PROM PIC Z9.999.
       01  PIE-ESTIMADO.
           03 FILLER PIC X(60) VALUE
              "* PJ ESTIMADO: TEMPORADA CERRADA SIN PARTIDOS JUGADOS".
       01  PIE-NO-JUGO.
           03 FILLER PIC X(60) VALUE
              "-- EQUIPO SIN PARTICIPACION EN LA TEMPORADA".
      *-----------------------
       PROCEDURE DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       MAIN-PROCEDURE.
           PERFORM 1000-INICIO.
           PERFORM 2000-CARGAR-HISTORIAL.
           PERFORM 2100-TEMPORADA-ACTUAL.
           PERFORM 2200-CALCULAR-PROMEDIOS.
           PERFORM 3000-GRABAR-PROMEDIOS.
           PERFORM 4000-FIN.

       1000-INICIO.
           PERFORM 1005-LEER-PARAMETROS.
           MOVE "I" TO W-BIT-EVENTO.
           MOVE "INICIO" TO W-BIT-VEREDICTO.
           PERFORM 3900-GRABAR-BITACORA.
           PERFORM 1060-CARGAR-PARAMETROS.
           PERFORM 1010-CARGAR-EQUIPOS.

       1005-LEER-PARAMETROS.
      *    Argumento 1 opcional: nombre de la temporada en curso para
      *    el encabezado de su columna.
           MOVE 1 TO W-ARG-NUM.
           DISPLAY W-ARG-NUM UPON ARGUMENT-NUMBER.
           ACCEPT W-TEMP-ACTUAL FROM ARGUMENT-VALUE
               ON EXCEPTION MOVE SPACES TO W-TEMP-ACTUAL
           END-ACCEPT.
           IF W-TEMP-ACTUAL = SPACES
               MOVE "ACTUAL" TO W-TEMP-ACTUAL
           END-IF.

       1060-CARGAR-PARAMETROS.
           MOVE 1 TO W-FLAG.
           OPEN INPUT ARCHIVO-PARAMETROS.
           IF W-PARAM-STATUS NOT = "00"
               DISPLAY "ERROR: NO PUEDE ABRIRSE PARAMETROS.DAT, "
                   "FILE STATUS " W-PARAM-STATUS
               STOP RUN
           END-IF.
           PERFORM UNTIL W-FLAG = 0
               READ ARCHIVO-PARAMETROS
                   AT END MOVE 0 TO W-FLAG
                   NOT AT END PERFORM 1061-GUARDAR-PARAMETRO
               END-READ
           END-PERFORM.
           CLOSE ARCHIVO-PARAMETROS.
           MOVE "PUNTOS-VICTORIA" TO W-PARAM-CLAVE.
           PERFORM 1062-OBTENER-PARAMETRO.
           MOVE W-PARAM-VALOR TO W-PTS-VICTORIA.
           MOVE "PUNTOS-EMPATE" TO W-PARAM-CLAVE.
           PERFORM 1062-OBTENER-PARAMETRO.
           MOVE W-PARAM-VALOR TO W-PTS-EMPATE.
           MOVE "PROMEDIO-TEMPS" TO W-PARAM-CLAVE.
           PERFORM 1062-OBTENER-PARAMETRO.
           MOVE W-PARAM-VALOR TO W-CANT-TEMPS.
           MOVE "DESCENSO-ZONA" TO W-PARAM-CLAVE.
           PERFORM 1062-OBTENER-PARAMETRO.
           MOVE W-PARAM-VALOR TO W-ZONA-DESCENSO.
           IF W-PTS-VICTORIA = 0
               DISPLAY "ERROR: PUNTOS-VICTORIA DEBE SER MAYOR A CERO"
               STOP RUN
           END-IF.
           IF W-PTS-EMPATE NOT < W-PTS-VICTORIA
               DISPLAY "ERROR: PUNTOS-EMPATE DEBE SER MENOR QUE "
                   "PUNTOS-VICTORIA"
               STOP RUN
           END-IF.
           IF W-CANT-TEMPS < 1 OR W-CANT-TEMPS > 5
               DISPLAY "ERROR: PROMEDIO-TEMPS DEBE VALER DE 1 A 5"
               STOP RUN
           END-IF.

       1061-GUARDAR-PARAMETRO.
           IF PAR-VALOR IS NOT NUMERIC
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

       1062-OBTENER-PARAMETRO.
           MOVE 0 TO W-ENCONTRADO.
           PERFORM VARYING W-PARAM-IDX FROM 1 BY 1
               UNTIL W-PARAM-IDX > W-PARAM-CANT
               IF W-PARAM-T-CLAVE(W-PARAM-IDX) = W-PARAM-CLAVE
                   MOVE 1 TO W-ENCONTRADO
                   MOVE W-PARAM-T-VALOR(W-PARAM-IDX) TO W-PARAM-VALOR
               END-IF
           END-PERFORM.
           IF W-ENCONTRADO = 0
               DISPLAY "ERROR: FALTA PARAMETRO " W-PARAM-CLAVE
                   " EN PARAMETROS.DAT"
               STOP RUN
           END-IF.

       1010-CARGAR-EQUIPOS.
           MOVE 1 TO W-FLAG.
           OPEN INPUT ARCHIVO-EQUIPOS.
           PERFORM UNTIL W-FLAG = 0
               READ ARCHIVO-EQUIPOS
                   AT END MOVE 0 TO W-FLAG
                   NOT AT END
                       IF W-PRO-CANT < 200
                           ADD 1 TO W-PRO-CANT
                           SET W-PRO-IDX TO W-PRO-CANT
                           MOVE EQU-COD TO W-PRO-COD(W-PRO-IDX)
                           MOVE EQU-NOMBRE TO W-PRO-NOM(W-PRO-IDX)
                           PERFORM VARYING W-COL FROM 1 BY 1
                               UNTIL W-COL > 10
                               MOVE 0 TO W-PRO-C-JUGO(W-PRO-IDX, W-COL)
                               MOVE 0 TO W-PRO-C-PTS(W-PRO-IDX, W-COL)
                               MOVE 0 TO W-PRO-C-PJ(W-PRO-IDX, W-COL)
                               MOVE 0
                                 TO W-PRO-C-ESTIMADO(W-PRO-IDX, W-COL)
                           END-PERFORM
                           MOVE 0 TO W-PRO-TOT-PTS(W-PRO-IDX)
                           MOVE 0 TO W-PRO-TOT-PJ(W-PRO-IDX)
                           MOVE 0 TO W-PRO-PROMEDIO(W-PRO-IDX)
                           MOVE 0 TO W-PRO-USADO(W-PRO-IDX)
                       ELSE
                           DISPLAY "EQUIPO.DAT EXCEDE EL MAXIMO DE 200"
                           DISPLAY
                             "TABLA DE EQUIPOS INCOMPLETA; ABORTANDO"
                           STOP RUN
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE ARCHIVO-EQUIPOS.

       2000-CARGAR-HISTORIAL.
      *    Primera pasada: temporadas cerradas y equipos de cada una.
      *    Se eligen las ultimas PROMEDIO-TEMPS - 1, y una segunda
      *    pasada vuelca los puntos y partidos de esas temporadas en
      *    la columna que les toca.
           MOVE 1 TO W-FLAG.
           OPEN INPUT ARCHIVO-HISTORIAL.
           PERFORM UNTIL W-FLAG = 0
               READ ARCHIVO-HISTORIAL
                   AT END MOVE 0 TO W-FLAG
                   NOT AT END
                       IF HE-TIPO = "E"
                           ADD 1 TO W-CANT-HIST
                           PERFORM 2010-REGISTRAR-TEMPORADA
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE ARCHIVO-HISTORIAL.
           COMPUTE W-CANT-COLS = W-CANT-TEMPS - 1.
           IF W-CANT-COLS > W-TEMP-CANT
               MOVE W-TEMP-CANT TO W-CANT-COLS
           END-IF.
           COMPUTE W-PRIMERA-TEMP = W-TEMP-CANT - W-CANT-COLS + 1.
           MOVE 0 TO W-COL.
           PERFORM VARYING W-TEMP-IDX FROM W-PRIMERA-TEMP BY 1
               UNTIL W-TEMP-IDX > W-TEMP-CANT
               ADD 1 TO W-COL
               MOVE W-TEMP-T-COD(W-TEMP-IDX) TO W-COL-T-TEMP(W-COL)
           END-PERFORM.
           COMPUTE W-COL-ACTUAL = W-CANT-COLS + 1.
           MOVE W-TEMP-ACTUAL TO W-COL-T-TEMP(W-COL-ACTUAL).
           IF W-CANT-COLS > 0
               MOVE 1 TO W-FLAG
               OPEN INPUT ARCHIVO-HISTORIAL
               PERFORM UNTIL W-FLAG = 0
                   READ ARCHIVO-HISTORIAL
                       AT END MOVE 0 TO W-FLAG
                       NOT AT END
                           IF HE-TIPO = "E"
                               PERFORM 2020-VOLCAR-TEMPORADA
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ARCHIVO-HISTORIAL
           END-IF.

       2010-REGISTRAR-TEMPORADA.
           MOVE 0 TO W-ENCONTRADO.
           PERFORM VARYING W-TEMP-IDX FROM 1 BY 1
               UNTIL W-TEMP-IDX > W-TEMP-CANT
               IF W-TEMP-T-COD(W-TEMP-IDX) = HE-TEMPORADA
                   SET W-ENCONTRADO TO W-TEMP-IDX
               END-IF
           END-PERFORM.
           IF W-ENCONTRADO = 0
               IF W-TEMP-CANT < 100
                   ADD 1 TO W-TEMP-CANT
                   SET W-TEMP-IDX TO W-TEMP-CANT
                   MOVE W-TEMP-CANT TO W-ENCONTRADO
                   MOVE HE-TEMPORADA TO W-TEMP-T-COD(W-TEMP-IDX)
                   MOVE 0 TO W-TEMP-T-EQUIPOS(W-TEMP-IDX)
               ELSE
                   DISPLAY "EXCESO DE TEMPORADAS EN HISTORIAL; "
                       "ABORTANDO"
                   STOP RUN
               END-IF
           END-IF.
           ADD 1 TO W-TEMP-T-EQUIPOS(W-ENCONTRADO).

       2020-VOLCAR-TEMPORADA.
      *    Los registros "E" grabados antes de que el cierre llevara
      *    los partidos jugados no traen HE-PJ: se toma el de un todos
      *    contra todos a dos ruedas entre los equipos de esa
      *    temporada y se marca como estimado.
           MOVE 0 TO W-COL.
           PERFORM VARYING W-ENCONTRADO FROM 1 BY 1
               UNTIL W-ENCONTRADO > W-CANT-COLS
               IF W-COL-T-TEMP(W-ENCONTRADO) = HE-TEMPORADA
                   MOVE W-ENCONTRADO TO W-COL
               END-IF
           END-PERFORM.
           IF W-COL > 0
               PERFORM 2030-BUSCAR-EQUIPO-HIST
               IF W-ENCONTRADO > 0
                   MOVE 1 TO W-PRO-C-JUGO(W-ENCONTRADO, W-COL)
                   MOVE HE-PTS TO W-PRO-C-PTS(W-ENCONTRADO, W-COL)
                   IF HE-PJ IS NUMERIC
                       MOVE HE-PJ TO W-PRO-C-PJ(W-ENCONTRADO, W-COL)
                   ELSE
                       MOVE HE-TEMPORADA TO W-BUSCA-TEMP
                       PERFORM 2040-ESTIMAR-PJ
                   END-IF
               END-IF
           END-IF.

       2030-BUSCAR-EQUIPO-HIST.
           MOVE 0 TO W-ENCONTRADO.
           PERFORM VARYING W-PRO-IDX FROM 1 BY 1
               UNTIL W-PRO-IDX > W-PRO-CANT
               IF W-PRO-COD(W-PRO-IDX) = HE-EQU
                   SET W-ENCONTRADO TO W-PRO-IDX
               END-IF
           END-PERFORM.

       2040-ESTIMAR-PJ.
           PERFORM VARYING W-TEMP-IDX FROM 1 BY 1
               UNTIL W-TEMP-IDX > W-TEMP-CANT
               IF W-TEMP-T-COD(W-TEMP-IDX) = W-BUSCA-TEMP
                   COMPUTE W-PRO-C-PJ(W-ENCONTRADO, W-COL) =
                       (W-TEMP-T-EQUIPOS(W-TEMP-IDX) - 1) * 2
               END-IF
           END-PERFORM.
           MOVE 1 TO W-PRO-C-ESTIMADO(W-ENCONTRADO, W-COL).
           ADD 1 TO W-CANT-ESTIMADOS.

       2100-TEMPORADA-ACTUAL.
      *    Tabla de la temporada en curso desde partidos.dat, con el
      *    mismo filtro que POSICIONES: sin partidos de un equipo
      *    contra si mismo ni cruces repetidos en una fecha. Los
      *    equipos de equipo.dat juegan la temporada actual aunque
      *    todavia no tengan partidos.
           PERFORM VARYING W-PRO-IDX FROM 1 BY 1
               UNTIL W-PRO-IDX > W-PRO-CANT
               MOVE 1 TO W-PRO-C-JUGO(W-PRO-IDX, W-COL-ACTUAL)
           END-PERFORM.
           MOVE 1 TO W-FLAG.
           OPEN INPUT ARCHIVO-PARTIDOS.
           PERFORM UNTIL W-FLAG = 0
               READ ARCHIVO-PARTIDOS
                   AT END MOVE 0 TO W-FLAG
                   NOT AT END
                       PERFORM 2105-VALIDAR-PARTIDO
                       IF W-PART-VALIDO = 1
                           PERFORM 2110-ACUMULAR-RESULTADO
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE ARCHIVO-PARTIDOS.

       2105-VALIDAR-PARTIDO.
           MOVE 1 TO W-PART-VALIDO.
           IF PART-EQU-LOC = PART-EQU-VIS
               MOVE 0 TO W-PART-VALIDO
           ELSE
               PERFORM VARYING W-PART-IDX FROM 1 BY 1
                   UNTIL W-PART-IDX > W-PART-CANT
                   IF W-PART-T-FECHA(W-PART-IDX) = PART-FECHA
                       AND ((W-PART-T-LOC(W-PART-IDX) = PART-EQU-LOC
                       AND W-PART-T-VIS(W-PART-IDX) = PART-EQU-VIS)
                       OR (W-PART-T-LOC(W-PART-IDX) = PART-EQU-VIS
                       AND W-PART-T-VIS(W-PART-IDX) = PART-EQU-LOC))
                       MOVE 0 TO W-PART-VALIDO
                   END-IF
               END-PERFORM
           END-IF.
           IF W-PART-VALIDO = 1
               IF W-PART-CANT < 5000
                   ADD 1 TO W-PART-CANT
                   SET W-PART-IDX TO W-PART-CANT
                   MOVE PART-FECHA TO W-PART-T-FECHA(W-PART-IDX)
                   MOVE PART-EQU-LOC TO W-PART-T-LOC(W-PART-IDX)
                   MOVE PART-EQU-VIS TO W-PART-T-VIS(W-PART-IDX)
               ELSE
                   DISPLAY "PARTIDOS.DAT EXCEDE EL MAXIMO DE 5000"
                   DISPLAY "TABLA DE PARTIDOS INCOMPLETA; ABORTANDO"
                   STOP RUN
               END-IF
           END-IF.

       2110-ACUMULAR-RESULTADO.
           MOVE 0 TO W-IDX-LOC.
           MOVE 0 TO W-IDX-VIS.
           PERFORM VARYING W-PRO-IDX FROM 1 BY 1
               UNTIL W-PRO-IDX > W-PRO-CANT
               IF W-PRO-COD(W-PRO-IDX) = PART-EQU-LOC
                   SET W-IDX-LOC TO W-PRO-IDX
               END-IF
               IF W-PRO-COD(W-PRO-IDX) = PART-EQU-VIS
                   SET W-IDX-VIS TO W-PRO-IDX
               END-IF
           END-PERFORM.
           IF W-IDX-LOC > 0
               ADD 1 TO W-PRO-C-PJ(W-IDX-LOC, W-COL-ACTUAL)
           END-IF.
           IF W-IDX-VIS > 0
               ADD 1 TO W-PRO-C-PJ(W-IDX-VIS, W-COL-ACTUAL)
           END-IF.
           IF PART-GOL-LOC > PART-GOL-VIS
               IF W-IDX-LOC > 0
                   ADD W-PTS-VICTORIA
                       TO W-PRO-C-PTS(W-IDX-LOC, W-COL-ACTUAL)
               END-IF
           ELSE
               IF PART-GOL-VIS > PART-GOL-LOC
                   IF W-IDX-VIS > 0
                       ADD W-PTS-VICTORIA
                           TO W-PRO-C-PTS(W-IDX-VIS, W-COL-ACTUAL)
                   END-IF
               ELSE
                   IF W-IDX-LOC > 0
                       ADD W-PTS-EMPATE
                           TO W-PRO-C-PTS(W-IDX-LOC, W-COL-ACTUAL)
                   END-IF
                   IF W-IDX-VIS > 0
                       ADD W-PTS-EMPATE
                           TO W-PRO-C-PTS(W-IDX-VIS, W-COL-ACTUAL)
                   END-IF
               END-IF
           END-IF.

       2200-CALCULAR-PROMEDIOS.
      *    Solo suman las temporadas que el equipo jugo: un ascendido
      *    promedia sobre las suyas y no sobre el total de columnas.
           PERFORM VARYING W-PRO-IDX FROM 1 BY 1
               UNTIL W-PRO-IDX > W-PRO-CANT
               PERFORM VARYING W-COL FROM 1 BY 1
                   UNTIL W-COL > W-COL-ACTUAL
                   IF W-PRO-C-JUGO(W-PRO-IDX, W-COL) = 1
                       ADD W-PRO-C-PTS(W-PRO-IDX, W-COL)
                           TO W-PRO-TOT-PTS(W-PRO-IDX)
                       ADD W-PRO-C-PJ(W-PRO-IDX, W-COL)
                           TO W-PRO-TOT-PJ(W-PRO-IDX)
                   END-IF
               END-PERFORM
               IF W-PRO-TOT-PJ(W-PRO-IDX) > 0
                   COMPUTE W-PRO-PROMEDIO(W-PRO-IDX) ROUNDED =
                       W-PRO-TOT-PTS(W-PRO-IDX)
                       / W-PRO-TOT-PJ(W-PRO-IDX)
               END-IF
           END-PERFORM.

       3000-GRABAR-PROMEDIOS.
           OPEN OUTPUT ARCHIVO-PROMEDIOS.
           WRITE IMPRIMIR-LINEA FROM ENCAB-PROM
               AFTER ADVANCING PAGE.
           MOVE W-COL-ACTUAL TO ENC-CANT-TEMPS.
           MOVE W-ZONA-DESCENSO TO ENC-ZONA.
           WRITE IMPRIMIR-LINEA FROM ENCAB-PARAMETROS
               AFTER ADVANCING 1 LINE.
           PERFORM VARYING W-COL FROM 1 BY 1
               UNTIL W-COL > W-COL-ACTUAL
               MOVE W-COL TO ENC-COL-NUM
               MOVE W-COL-T-TEMP(W-COL) TO ENC-COL-TEMP
               IF W-COL = W-COL-ACTUAL
                   MOVE " (EN CURSO)" TO ENC-COL-ACTUAL
               ELSE
                   MOVE SPACES TO ENC-COL-ACTUAL
               END-IF
               WRITE IMPRIMIR-LINEA FROM ENCAB-COLUMNA
                   AFTER ADVANCING 1 LINE
           END-PERFORM.
           MOVE SPACES TO TIT-COLUMNAS.
           PERFORM VARYING W-COL FROM 1 BY 1
               UNTIL W-COL > W-COL-ACTUAL
               MOVE W-COL TO TIT-COL-NUM
               COMPUTE W-ENCONTRADO = (W-COL - 1) * 9 + 1
               MOVE TITULO-COL TO TIT-COLUMNAS(W-ENCONTRADO:8)
           END-PERFORM.
           WRITE IMPRIMIR-LINEA FROM TITULO-PROM
               AFTER ADVANCING 2 LINE.
      *    Orden por promedio descendente; a igual promedio queda
      *    arriba el de mas puntos en la temporada en curso.
           IF W-ZONA-DESCENSO < W-PRO-CANT
               COMPUTE W-INICIO-ZONA =
                   W-PRO-CANT - W-ZONA-DESCENSO + 1
           ELSE
               MOVE 1 TO W-INICIO-ZONA
           END-IF.
           PERFORM VARYING W-POS-LISTA FROM 1 BY 1
               UNTIL W-POS-LISTA > W-PRO-CANT
               PERFORM 3010-GRABAR-SIGUIENTE
           END-PERFORM.
           IF W-CANT-ESTIMADOS > 0
               WRITE IMPRIMIR-LINEA FROM PIE-ESTIMADO
                   AFTER ADVANCING 2 LINE
           END-IF.
           WRITE IMPRIMIR-LINEA FROM PIE-NO-JUGO
               AFTER ADVANCING 1 LINE.
           PERFORM 3100-GRABAR-ZONA.
           CLOSE ARCHIVO-PROMEDIOS.

       3010-GRABAR-SIGUIENTE.
           MOVE 0 TO W-MAX-IDX.
           PERFORM VARYING W-PRO-IDX FROM 1 BY 1
               UNTIL W-PRO-IDX > W-PRO-CANT
               IF W-PRO-USADO(W-PRO-IDX) = 0
                   IF W-MAX-IDX = 0
                       SET W-MAX-IDX TO W-PRO-IDX
                   ELSE
                       IF W-PRO-PROMEDIO(W-PRO-IDX)
                           > W-PRO-PROMEDIO(W-MAX-IDX)
                           OR (W-PRO-PROMEDIO(W-PRO-IDX)
                               = W-PRO-PROMEDIO(W-MAX-IDX)
                           AND W-PRO-C-PTS(W-PRO-IDX, W-COL-ACTUAL)
                               > W-PRO-C-PTS(W-MAX-IDX, W-COL-ACTUAL))
                           SET W-MAX-IDX TO W-PRO-IDX
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.
           IF W-MAX-IDX > 0
               MOVE 1 TO W-PRO-USADO(W-MAX-IDX)
               MOVE W-MAX-IDX TO W-ORD-T-POS(W-POS-LISTA)
               MOVE W-POS-LISTA TO DET-POS
               MOVE W-PRO-COD(W-MAX-IDX) TO DET-COD
               MOVE W-PRO-NOM(W-MAX-IDX) TO DET-NOM
               MOVE SPACES TO DET-COLUMNAS
               PERFORM VARYING W-COL FROM 1 BY 1
                   UNTIL W-COL > W-COL-ACTUAL
                   PERFORM 3020-EDITAR-COLUMNA
               END-PERFORM
               MOVE W-PRO-TOT-PTS(W-MAX-IDX) TO DET-PTS
               MOVE W-PRO-TOT-PJ(W-MAX-IDX) TO DET-PJ
               MOVE W-PRO-PROMEDIO(W-MAX-IDX) TO DET-PROM
               IF W-POS-LISTA NOT < W-INICIO-ZONA
                   AND W-ZONA-DESCENSO > 0
                   MOVE " D" TO DET-ZONA
               ELSE
                   MOVE SPACES TO DET-ZONA
               END-IF
               WRITE IMPRIMIR-LINEA FROM DETALLE-PROM
                   AFTER ADVANCING 1 LINE
           END-IF.

       3020-EDITAR-COLUMNA.
           IF W-PRO-C-JUGO(W-MAX-IDX, W-COL) = 1
               MOVE W-PRO-C-PTS(W-MAX-IDX, W-COL) TO W-COL-E-PTS
               MOVE "/" TO W-COL-E-BARRA
               MOVE W-PRO-C-PJ(W-MAX-IDX, W-COL) TO W-COL-E-PJ
               IF W-PRO-C-ESTIMADO(W-MAX-IDX, W-COL) = 1
                   MOVE "*" TO W-COL-E-MARCA
               ELSE
                   MOVE SPACE TO W-COL-E-MARCA
               END-IF
               MOVE W-COL-EDITADA TO DET-COL(W-COL)
           ELSE
               MOVE "     --" TO DET-COL(W-COL)
           END-IF.

       3100-GRABAR-ZONA.
           WRITE IMPRIMIR-LINEA FROM ENCAB-ZONA
               AFTER ADVANCING 2 LINE.
           IF W-ZONA-DESCENSO > 0
               PERFORM VARYING W-POS-LISTA FROM W-INICIO-ZONA BY 1
                   UNTIL W-POS-LISTA > W-PRO-CANT
                   MOVE W-ORD-T-POS(W-POS-LISTA) TO W-MAX-IDX
                   MOVE W-POS-LISTA TO DZO-POS
                   MOVE W-PRO-COD(W-MAX-IDX) TO DZO-COD
                   MOVE W-PRO-NOM(W-MAX-IDX) TO DZO-NOM
                   MOVE W-PRO-PROMEDIO(W-MAX-IDX) TO DZO-PROM
                   WRITE IMPRIMIR-LINEA FROM DETALLE-ZONA
                       AFTER ADVANCING 1 LINE
               END-PERFORM
           END-IF.

       3900-GRABAR-BITACORA.
      *    Constancia en la bitacora comun de la suite: un registro al
      *    iniciar y otro al terminar la corrida.
           OPEN EXTEND ARCHIVO-BITACORA.
           MOVE W-BIT-EVENTO TO BIT-EVENTO.
           MOVE "PROMEDIOS" TO BIT-PROGRAMA.
           MOVE W-TEMP-ACTUAL TO BIT-ARGUMENTO.
           ACCEPT BIT-FECHA FROM DATE YYYYMMDD.
           ACCEPT W-BIT-HORA-COMPLETA FROM TIME.
           MOVE W-BIT-HORA-COMPLETA(1:6) TO BIT-HORA.
           MOVE W-BIT-REGISTROS TO BIT-REGISTROS.
           MOVE W-BIT-VEREDICTO TO BIT-VEREDICTO.
           WRITE REG-BITACORA.
           CLOSE ARCHIVO-BITACORA.

       4000-FIN.
           DISPLAY "PROMEDIOS COMPLETOS - EQUIPOS: " W-PRO-CANT
               " TEMPORADAS: " W-COL-ACTUAL.
           MOVE "F" TO W-BIT-EVENTO.
           MOVE W-PRO-CANT TO W-BIT-REGISTROS.
           MOVE "OK" TO W-BIT-VEREDICTO.
           PERFORM 3900-GRABAR-BITACORA.
           STOP RUN.

       END PROGRAM PROMEDIOS.
