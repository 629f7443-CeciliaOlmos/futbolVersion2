      ******************************************************************
      * Author:
      * Date:
      * Purpose: Generacion del fixture de la temporada: todos contra
      *          todos a dos ruedas sobre los equipos de equipo.dat,
      *          alternando local y visitante, con la fecha y el dia
      *          programado de cada partido en fixture.dat. La segunda
      *          rueda repite los cruces de la primera con la localia
      *          invertida.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       PROGRAM-ID. GEN-FIXTURE.
       ENVIRONMENT DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       CONFIGURATION SECTION.
      *-----------------------
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARCHIVO-EQUIPOS
           ASSIGN TO "../equipo.dat"
           ORGANIZATION LINE SEQUENTIAL.

           SELECT OPTIONAL ARCHIVO-PARTIDOS
           ASSIGN TO "../partidos.dat"
           ORGANIZATION LINE SEQUENTIAL.

           SELECT ARCHIVO-FIXTURE
           ASSIGN TO "../fixture.dat"
           ORGANIZATION LINE SEQUENTIAL.

           SELECT OPTIONAL ARCHIVO-BITACORA
           ASSIGN TO "../bitacora.dat"
           ORGANIZATION LINE SEQUENTIAL.

      *-----------------------
       DATA DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       FILE SECTION.
       FD  ARCHIVO-EQUIPOS.
       01  EQU-REG.
           03 EQU-COD PIC 99.
           03 EQU-NOMBRE PIC X(15).

       FD  ARCHIVO-PARTIDOS.
       01  REG-PARTIDO.
           03 PART-FECHA PIC 99.
           03 PART-DIA PIC X(8).
           03 PART-EQU-LOC PIC 99.
           03 PART-EQU-VIS PIC 99.
           03 PART-GOL-LOC PIC 99.
           03 PART-GOL-VIS PIC 99.

       FD  ARCHIVO-FIXTURE.
       01  REG-FIXTURE.
           03 FIX-FECHA PIC 99.
           03 FIX-DIA PIC X(8).
           03 FIX-EQU-LOC PIC 99.
           03 FIX-EQU-VIS PIC 99.

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
       01  W-DIA-INICIO-TEXTO PIC X(8) VALUE SPACES.
       01  W-DIA-INICIO PIC 9(8).
       01  W-INTERVALO-TEXTO PIC X(2) VALUE SPACES.
       01  W-INTERVALO PIC 99 VALUE 7.
       01  W-CANT-PARTIDOS PIC 9(8) VALUE ZERO.
       01  W-CANT-POSICIONES PIC 99.
       01  W-CANT-RONDAS PIC 99.
       01  W-CANT-PARES PIC 99.
       01  W-RONDA PIC 99.
       01  W-PAR-NUM PIC 99.
       01  W-POS-A PIC 99.
       01  W-POS-B PIC 99.
       01  W-POS-ROT PIC 99.
       01  W-EQU-GUARDADO PIC 99.
       01  W-COCIENTE PIC 99.
       01  W-RESTO PIC 9.
       01  W-FECHA-FIX PIC 99.
       01  W-DIA-ENTERO PIC 9(8).
       01  W-DIA-CALCULADO PIC 9(8).
       01  W-CANT-GRABADOS PIC 9(8) VALUE ZERO.
       01  W-BIT-EVENTO PIC X.
       01  W-BIT-REGISTROS PIC 9(8) VALUE ZERO.
       01  W-BIT-VEREDICTO PIC X(20) VALUE SPACES.
       01  W-BIT-HORA-COMPLETA PIC X(8).
       01  W-TABLA-ROT.
           03 W-ROT-T-EQU OCCURS 50 TIMES PIC 99.
       01  W-TABLA-FIX.
           03 W-FIX-CANT PIC 9(4) VALUE ZERO.
           03 W-FIX-ENTRY OCCURS 1250 TIMES INDEXED BY W-FIX-IDX.
               05 W-FIX-T-FECHA PIC 99.
               05 W-FIX-T-LOC PIC 99.
               05 W-FIX-T-VIS PIC 99.
      *-----------------------
       PROCEDURE DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       MAIN-PROCEDURE.
           PERFORM 1000-INICIO.
           PERFORM 2000-ARMAR-PRIMERA-RUEDA.
           PERFORM 3000-GRABAR-FIXTURE.
           PERFORM 4000-FIN.

       1000-INICIO.
           PERFORM 1005-LEER-PARAMETROS.
           MOVE "I" TO W-BIT-EVENTO.
           MOVE "INICIO" TO W-BIT-VEREDICTO.
           PERFORM 3900-GRABAR-BITACORA.
           PERFORM 1020-CONTROLAR-PARTIDOS.
           PERFORM 1010-CARGAR-EQUIPOS.

       1005-LEER-PARAMETROS.
      *    Argumento 1: dia de la primera fecha (AAAAMMDD), obligatorio.
      *    Argumento 2: dias entre una fecha y la siguiente (7 si no se
      *    informa).
           MOVE 1 TO W-ARG-NUM.
           DISPLAY W-ARG-NUM UPON ARGUMENT-NUMBER.
           ACCEPT W-DIA-INICIO-TEXTO FROM ARGUMENT-VALUE
               ON EXCEPTION MOVE SPACES TO W-DIA-INICIO-TEXTO
           END-ACCEPT.
           IF W-DIA-INICIO-TEXTO IS NOT NUMERIC
               DISPLAY "ERROR: DEBE INFORMARSE EL DIA DE LA PRIMERA "
                   "FECHA (AAAAMMDD)"
               STOP RUN
           END-IF.
           MOVE W-DIA-INICIO-TEXTO TO W-DIA-INICIO.
           IF FUNCTION TEST-DATE-YYYYMMDD(W-DIA-INICIO) NOT = 0
               DISPLAY "ERROR: DIA DE LA PRIMERA FECHA INVALIDO: "
                   W-DIA-INICIO-TEXTO
               STOP RUN
           END-IF.
           MOVE 2 TO W-ARG-NUM.
           DISPLAY W-ARG-NUM UPON ARGUMENT-NUMBER.
           ACCEPT W-INTERVALO-TEXTO FROM ARGUMENT-VALUE
               ON EXCEPTION MOVE SPACES TO W-INTERVALO-TEXTO
           END-ACCEPT.
           IF W-INTERVALO-TEXTO NOT = SPACES
               IF W-INTERVALO-TEXTO(2:1) = SPACE
                   MOVE W-INTERVALO-TEXTO(1:1) TO W-INTERVALO-TEXTO(2:1)
                   MOVE "0" TO W-INTERVALO-TEXTO(1:1)
               END-IF
               IF W-INTERVALO-TEXTO IS NUMERIC
                   AND W-INTERVALO-TEXTO NOT = "00"
                   MOVE W-INTERVALO-TEXTO TO W-INTERVALO
               ELSE
                   DISPLAY "ERROR: INTERVALO ENTRE FECHAS INVALIDO: "
                       W-INTERVALO-TEXTO
                   STOP RUN
               END-IF
           END-IF.

       1020-CONTROLAR-PARTIDOS.
      *    El fixture se arma antes de la primera fecha: si ya hay
      *    resultados cargados, regenerarlo dejaria partidos jugados
      *    fuera de programa.
           MOVE 1 TO W-FLAG.
           OPEN INPUT ARCHIVO-PARTIDOS.
           PERFORM UNTIL W-FLAG = 0
               READ ARCHIVO-PARTIDOS
                   AT END MOVE 0 TO W-FLAG
                   NOT AT END ADD 1 TO W-CANT-PARTIDOS
               END-READ
           END-PERFORM.
           CLOSE ARCHIVO-PARTIDOS.
           IF W-CANT-PARTIDOS > 0
               DISPLAY "ERROR: PARTIDOS.DAT YA TIENE RESULTADOS; "
                   "NO SE REGENERA EL FIXTURE"
               STOP RUN
           END-IF.

       1010-CARGAR-EQUIPOS.
      *    Con cantidad impar de equipos se agrega un lugar libre
      *    (codigo 00): quien lo enfrenta queda libre en esa fecha.
      *    Dos ruedas de hasta 49 fechas cada una caben en el rango
      *    01-98 que acepta MANT-PARTIDOS.
           MOVE 0 TO W-CANT-POSICIONES.
           MOVE 1 TO W-FLAG.
           OPEN INPUT ARCHIVO-EQUIPOS.
           PERFORM UNTIL W-FLAG = 0
               READ ARCHIVO-EQUIPOS
                   AT END MOVE 0 TO W-FLAG
                   NOT AT END
                       IF W-CANT-POSICIONES < 50
                           ADD 1 TO W-CANT-POSICIONES
                           MOVE EQU-COD
                               TO W-ROT-T-EQU(W-CANT-POSICIONES)
                       ELSE
                           DISPLAY "EQUIPO.DAT EXCEDE EL MAXIMO DE 50 "
                               "PARA EL FIXTURE"
                           DISPLAY "FIXTURE NO GENERADO; ABORTANDO"
                           STOP RUN
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE ARCHIVO-EQUIPOS.
           IF W-CANT-POSICIONES < 2
               DISPLAY "ERROR: SE NECESITAN AL MENOS DOS EQUIPOS"
               STOP RUN
           END-IF.
           DIVIDE W-CANT-POSICIONES BY 2 GIVING W-CANT-PARES
               REMAINDER W-RESTO.
           IF W-RESTO NOT = 0
               IF W-CANT-POSICIONES < 50
                   ADD 1 TO W-CANT-POSICIONES
                   MOVE 0 TO W-ROT-T-EQU(W-CANT-POSICIONES)
                   ADD 1 TO W-CANT-PARES
               ELSE
                   DISPLAY "EQUIPO.DAT EXCEDE EL MAXIMO DE 50 "
                       "PARA EL FIXTURE"
                   DISPLAY "FIXTURE NO GENERADO; ABORTANDO"
                   STOP RUN
               END-IF
           END-IF.
           COMPUTE W-CANT-RONDAS = W-CANT-POSICIONES - 1.

       2000-ARMAR-PRIMERA-RUEDA.
      *    Metodo del circulo: la posicion 1 queda fija y las demas
      *    giran una posicion por fecha. En cada fecha se cruzan las
      *    posiciones simetricas (1 con N, 2 con N-1, ...).
           PERFORM VARYING W-RONDA FROM 1 BY 1
               UNTIL W-RONDA > W-CANT-RONDAS
               PERFORM VARYING W-PAR-NUM FROM 1 BY 1
                   UNTIL W-PAR-NUM > W-CANT-PARES
                   PERFORM 2010-ARMAR-CRUCE
               END-PERFORM
               PERFORM 2020-ROTAR-POSICIONES
           END-PERFORM.

       2010-ARMAR-CRUCE.
      *    Localia: el equipo fijo alterna fecha a fecha; para los que
      *    giran es local quien ocupa una posicion impar, de modo que
      *    al avanzar un lugar por fecha cambian de condicion.
           MOVE W-PAR-NUM TO W-POS-A.
           COMPUTE W-POS-B = W-CANT-POSICIONES + 1 - W-PAR-NUM.
           IF W-ROT-T-EQU(W-POS-A) NOT = 0
               AND W-ROT-T-EQU(W-POS-B) NOT = 0
               IF W-FIX-CANT < 1250
                   ADD 1 TO W-FIX-CANT
                   SET W-FIX-IDX TO W-FIX-CANT
                   MOVE W-RONDA TO W-FIX-T-FECHA(W-FIX-IDX)
                   DIVIDE W-RONDA BY 2 GIVING W-COCIENTE
                       REMAINDER W-RESTO
                   IF W-PAR-NUM = 1
                       IF W-RESTO = 1
                           MOVE W-ROT-T-EQU(W-POS-A)
                               TO W-FIX-T-LOC(W-FIX-IDX)
                           MOVE W-ROT-T-EQU(W-POS-B)
                               TO W-FIX-T-VIS(W-FIX-IDX)
                       ELSE
                           MOVE W-ROT-T-EQU(W-POS-B)
                               TO W-FIX-T-LOC(W-FIX-IDX)
                           MOVE W-ROT-T-EQU(W-POS-A)
                               TO W-FIX-T-VIS(W-FIX-IDX)
                       END-IF
                   ELSE
                       DIVIDE W-PAR-NUM BY 2 GIVING W-COCIENTE
                           REMAINDER W-RESTO
                       IF W-RESTO = 1
                           MOVE W-ROT-T-EQU(W-POS-A)
                               TO W-FIX-T-LOC(W-FIX-IDX)
                           MOVE W-ROT-T-EQU(W-POS-B)
                               TO W-FIX-T-VIS(W-FIX-IDX)
                       ELSE
                           MOVE W-ROT-T-EQU(W-POS-B)
                               TO W-FIX-T-LOC(W-FIX-IDX)
                           MOVE W-ROT-T-EQU(W-POS-A)
                               TO W-FIX-T-VIS(W-FIX-IDX)
                       END-IF
                   END-IF
               ELSE
                   DISPLAY "EXCESO DE PARTIDOS EN EL FIXTURE; ABORTANDO"
                   STOP RUN
               END-IF
           END-IF.

       2020-ROTAR-POSICIONES.
           MOVE W-ROT-T-EQU(W-CANT-POSICIONES) TO W-EQU-GUARDADO.
           PERFORM VARYING W-POS-ROT FROM W-CANT-POSICIONES BY -1
               UNTIL W-POS-ROT < 3
               COMPUTE W-POS-A = W-POS-ROT - 1
               MOVE W-ROT-T-EQU(W-POS-A) TO W-ROT-T-EQU(W-POS-ROT)
           END-PERFORM.
           MOVE W-EQU-GUARDADO TO W-ROT-T-EQU(2).

       3000-GRABAR-FIXTURE.
      *    Primera rueda tal como se armo y, a continuacion, la segunda
      *    con los mismos cruces y la localia invertida.
           OPEN OUTPUT ARCHIVO-FIXTURE.
           PERFORM VARYING W-FIX-IDX FROM 1 BY 1
               UNTIL W-FIX-IDX > W-FIX-CANT
               MOVE W-FIX-T-FECHA(W-FIX-IDX) TO W-FECHA-FIX
               MOVE W-FIX-T-LOC(W-FIX-IDX) TO FIX-EQU-LOC
               MOVE W-FIX-T-VIS(W-FIX-IDX) TO FIX-EQU-VIS
               PERFORM 3010-GRABAR-PARTIDO-FIXTURE
           END-PERFORM.
           PERFORM VARYING W-FIX-IDX FROM 1 BY 1
               UNTIL W-FIX-IDX > W-FIX-CANT
               COMPUTE W-FECHA-FIX =
                   W-FIX-T-FECHA(W-FIX-IDX) + W-CANT-RONDAS
               MOVE W-FIX-T-VIS(W-FIX-IDX) TO FIX-EQU-LOC
               MOVE W-FIX-T-LOC(W-FIX-IDX) TO FIX-EQU-VIS
               PERFORM 3010-GRABAR-PARTIDO-FIXTURE
           END-PERFORM.
           CLOSE ARCHIVO-FIXTURE.

       3010-GRABAR-PARTIDO-FIXTURE.
           MOVE W-FECHA-FIX TO FIX-FECHA.
           COMPUTE W-DIA-ENTERO =
               FUNCTION INTEGER-OF-DATE(W-DIA-INICIO)
               + (W-FECHA-FIX - 1) * W-INTERVALO.
           COMPUTE W-DIA-CALCULADO =
               FUNCTION DATE-OF-INTEGER(W-DIA-ENTERO).
           MOVE W-DIA-CALCULADO TO FIX-DIA.
           WRITE REG-FIXTURE.
           ADD 1 TO W-CANT-GRABADOS.

       3900-GRABAR-BITACORA.
      *    Constancia en la bitacora comun de la suite: un registro al
      *    iniciar y otro al terminar la corrida.
           OPEN EXTEND ARCHIVO-BITACORA.
           MOVE W-BIT-EVENTO TO BIT-EVENTO.
           MOVE "GEN-FIXTURE" TO BIT-PROGRAMA.
           MOVE W-DIA-INICIO-TEXTO TO BIT-ARGUMENTO.
           ACCEPT BIT-FECHA FROM DATE YYYYMMDD.
           ACCEPT W-BIT-HORA-COMPLETA FROM TIME.
           MOVE W-BIT-HORA-COMPLETA(1:6) TO BIT-HORA.
           MOVE W-BIT-REGISTROS TO BIT-REGISTROS.
           MOVE W-BIT-VEREDICTO TO BIT-VEREDICTO.
           WRITE REG-BITACORA.
           CLOSE ARCHIVO-BITACORA.

       4000-FIN.
           COMPUTE W-RONDA = W-CANT-RONDAS * 2.
           DISPLAY "FIXTURE GENERADO - FECHAS: " W-RONDA
               " PARTIDOS: " W-CANT-GRABADOS.
           MOVE "F" TO W-BIT-EVENTO.
           MOVE W-CANT-GRABADOS TO W-BIT-REGISTROS.
           MOVE "OK" TO W-BIT-VEREDICTO.
           PERFORM 3900-GRABAR-BITACORA.
           STOP RUN.

       END PROGRAM GEN-FIXTURE.
