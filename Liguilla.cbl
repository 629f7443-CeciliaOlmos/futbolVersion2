      ******************************************************************
      * Author:
      * Date:
      * Purpose: Liguilla por el titulo al terminar la fase regular.
      *          Si liguilla.dat esta vacio arma el cuadro con los
      *          primeros LIGUILLA-CLASIF de la tabla final de
      *          POSICIONES (posiciones_feed.dat), 1 contra el ultimo
      *          clasificado y asi sucesivamente. Aplica los
      *          resultados de trans_liguilla.dat (con penales en las
      *          llaves empatadas), hace avanzar a los ganadores ronda
      *          por ronda y lista el cuadro y el campeon. Los
      *          partidos de la liguilla no pasan por partidos.dat y
      *          no suman para la tabla de posiciones.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       PROGRAM-ID. LIGUILLA.
       ENVIRONMENT DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       CONFIGURATION SECTION.
      *-----------------------
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL ARCHIVO-LIGUILLA
           ASSIGN TO "../liguilla.dat"
           ORGANIZATION LINE SEQUENTIAL.

           SELECT ARCHIVO-LIGUILLA-NUEVO
           ASSIGN TO "../liguilla.nuevo.dat"
           ORGANIZATION LINE SEQUENTIAL.

           SELECT OPTIONAL ARCHIVO-FEED-POS
           ASSIGN TO "../posiciones_feed.dat"
           ORGANIZATION LINE SEQUENTIAL.

           SELECT ARCHIVO-EQUIPOS
           ASSIGN TO "../equipo.dat"
           ORGANIZATION LINE SEQUENTIAL.

           SELECT ARCHIVO-PARAMETROS
           ASSIGN TO "../parametros.dat"
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS W-PARAM-STATUS.

           SELECT OPTIONAL ARCHIVO-TRANSACCIONES
           ASSIGN TO "../trans_liguilla.dat"
           ORGANIZATION LINE SEQUENTIAL.

           SELECT OPTIONAL ARCHIVO-LOG
           ASSIGN TO "../liguilla_log.dat"
           ORGANIZATION LINE SEQUENTIAL.

           SELECT ARCHIVO-CUADRO
           ASSIGN TO "../liguilla_cuadro.dat".

           SELECT OPTIONAL ARCHIVO-BITACORA
           ASSIGN TO "../bitacora.dat"
           ORGANIZATION LINE SEQUENTIAL.

      *-----------------------
       DATA DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       FILE SECTION.
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

       FD  ARCHIVO-LIGUILLA-NUEVO.
       01  REG-LIGUILLA-NUEVO.
           03 LIG-RONDA-N PIC 9.
           03 LIG-LLAVE-N PIC 99.
           03 LIG-EQU-A-N PIC 99.
           03 LIG-SEM-A-N PIC 99.
           03 LIG-EQU-B-N PIC 99.
           03 LIG-SEM-B-N PIC 99.
           03 LIG-DIA-N PIC X(8).
           03 LIG-GOL-A-N PIC 99.
           03 LIG-GOL-B-N PIC 99.
           03 LIG-PEN-A-N PIC 99.
           03 LIG-PEN-B-N PIC 99.
           03 LIG-GANADOR-N PIC 99.
           03 LIG-ESTADO-N PIC X.

       FD  ARCHIVO-FEED-POS.
       01  REG-FEED-POS PIC X(80).

       FD  ARCHIVO-EQUIPOS.
       01  EQU-REG.
           03 EQU-COD PIC 99.
           03 EQU-NOMBRE PIC X(15).

       FD  ARCHIVO-PARAMETROS.
       01  REG-PARAM.
           03 PAR-CLAVE PIC X(16).
           03 PAR-VALOR PIC X(4).

       FD  ARCHIVO-TRANSACCIONES.
       01  REG-TRANS.
           03 TRANS-TIPO PIC X(1).
           03 TRANS-RONDA PIC 9.
           03 TRANS-LLAVE PIC 99.
           03 TRANS-DIA PIC X(8).
           03 TRANS-EQU-A PIC 99.
           03 TRANS-EQU-B PIC 99.
           03 TRANS-GOL-A PIC 99.
           03 TRANS-GOL-B PIC 99.
           03 TRANS-PEN-A PIC 99.
           03 TRANS-PEN-B PIC 99.

       FD  ARCHIVO-LOG.
       01  REG-LOG.
           03 LOG-TIPO PIC X(1).
           03 LOG-RONDA PIC 9.
           03 LOG-LLAVE PIC 99.
           03 LOG-EQU-A PIC 99.
           03 LOG-EQU-B PIC 99.
           03 LOG-RESULTADO PIC X(10).
           03 LOG-DESCRIPCION PIC X(40).

       FD  ARCHIVO-CUADRO.
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

      *-----------------------
       WORKING-STORAGE SECTION.
       01  W-FLAG PIC 9.
       01  W-ENCONTRADO PIC 9(4).
       01  W-TRANS-VALIDA PIC 9.
       01  W-CANT-TRANS PIC 9(8) VALUE ZERO.
       01  W-CANT-RECHAZOS PIC 9(8) VALUE ZERO.
       01  W-PARAM-STATUS PIC XX.
       01  W-PARAM-CLAVE PIC X(16).
       01  W-PARAM-VALOR PIC 9(4).
       01  W-CANT-CLASIF PIC 9(4).
       01  W-CANT-RONDAS PIC 9.
       01  W-LLAVES-RONDA-1 PIC 9(4) VALUE ZERO.
       01  W-RONDA PIC 9.
       01  W-LLAVE PIC 99.
       01  W-LLAVE-HERMANA PIC 99.
       01  W-IDX-HERMANA PIC 9(4).
       01  W-COCIENTE PIC 99.
       01  W-RESTO PIC 9.
       01  W-DISTANCIA PIC 9.
       01  W-CAMPEON PIC 99 VALUE ZERO.
       01  W-BUSCA-EQU PIC 99.
       01  W-NOMBRE-EQU PIC X(15).
       01  W-TAMANIO PIC 9(4).
       01  W-POS PIC 9(4).
       01  W-TABLA-PARAM.
           03 W-PARAM-CANT PIC 9(4) VALUE ZERO.
           03 W-PARAM-ENTRY OCCURS 50 TIMES INDEXED BY W-PARAM-IDX.
               05 W-PARAM-T-CLAVE PIC X(16).
               05 W-PARAM-T-VALOR PIC 9(4).
       01  W-BIT-EVENTO PIC X.
       01  W-BIT-REGISTROS PIC 9(8) VALUE ZERO.
       01  W-BIT-VEREDICTO PIC X(20) VALUE SPACES.
       01  W-BIT-HORA-COMPLETA PIC X(8).
       01  W-TABLA-EQU.
           03 W-EQU-CANT PIC 9(4) VALUE ZERO.
           03 W-EQU-ENTRY OCCURS 200 TIMES INDEXED BY W-EQU-IDX.
               05 W-EQU-T-COD PIC 99.
               05 W-EQU-T-NOM PIC X(15).
      *    Clasificados en el orden de la tabla final (W-SEM-EQU) y
      *    orden de cruces del cuadro por numero de siembra, armado de
      *    modo que el 1 y el 2 solo puedan cruzarse en la final.
       01  W-TABLA-SIEMBRA.
           03 W-SEM-EQU OCCURS 32 TIMES PIC 99.
           03 W-SEM-ORDEN OCCURS 32 TIMES PIC 99.
           03 W-SEM-AUX OCCURS 32 TIMES PIC 99.
       01  W-TABLA-LIG.
           03 W-LIG-CANT PIC 9(4) VALUE ZERO.
           03 W-LIG-ENTRY OCCURS 40 TIMES INDEXED BY W-LIG-IDX.
               05 W-LIG-T-RONDA PIC 9.
               05 W-LIG-T-LLAVE PIC 99.
               05 W-LIG-T-EQU-A PIC 99.
               05 W-LIG-T-SEM-A PIC 99.
               05 W-LIG-T-EQU-B PIC 99.
               05 W-LIG-T-SEM-B PIC 99.
               05 W-LIG-T-DIA PIC X(8).
               05 W-LIG-T-GOL-A PIC 99.
               05 W-LIG-T-GOL-B PIC 99.
               05 W-LIG-T-PEN-A PIC 99.
               05 W-LIG-T-PEN-B PIC 99.
               05 W-LIG-T-GANADOR PIC 99.
               05 W-LIG-T-ESTADO PIC X.
       01  ENCAB-CUADRO.
           03 FILLER PIC X(30) VALUE "LIGUILLA POR EL TITULO".
       01  ENCAB-CLASIF.
           03 FILLER PIC X(14) VALUE "CLASIFICADOS: ".
           03 ENC-CLASIF PIC Z9.
           03 FILLER PIC X(10) VALUE "  RONDAS: ".
           03 ENC-RONDAS PIC 9.
       01  ENCAB-RONDA.
           03 ENC-RONDA-NOM PIC X(20).
       01  DETALLE-LLAVE.
           03 FILLER PIC X(3) VALUE "LL ".
           03 DLL-LLAVE PIC 99.
           03 FILLER PIC X(2) VALUE SPACES.
           03 FILLER PIC X(1) VALUE "(".
           03 DLL-SEM-A PIC Z9.
           03 FILLER PIC X(2) VALUE ") ".
           03 DLL-NOM-A PIC X(15).
           03 FILLER PIC X(1) VALUE SPACES.
           03 DLL-MARCADOR PIC X(7).
           03 FILLER PIC X(1) VALUE SPACES.
           03 DLL-NOM-B PIC X(15).
           03 FILLER PIC X(2) VALUE " (".
           03 DLL-SEM-B PIC Z9.
           03 FILLER PIC X(2) VALUE ") ".
           03 DLL-PENALES PIC X(13).
       01  W-MARCADOR.
           03 W-MAR-GOL-A PIC Z9.
           03 FILLER PIC X(3) VALUE " - ".
           03 W-MAR-GOL-B PIC Z9.
       01  W-PENALES.
           03 FILLER PIC X(4) VALUE "PEN ".
           03 W-PEN-A PIC Z9.
           03 FILLER PIC X(1) VALUE "-".
           03 W-PEN-B PIC Z9.
       01  DETALLE-A-DEFINIR.
           03 FILLER PIC X(3) VALUE "LL ".
           03 DAD-LLAVE PIC 99.
           03 FILLER PIC X(20) VALUE "  A DEFINIR".
       01  PIE-CAMPEON.
           03 FILLER PIC X(9) VALUE "CAMPEON: ".
           03 PIE-CAMPEON-NOM PIC X(15).
      *-----------------------
       PROCEDURE DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       MAIN-PROCEDURE.
           PERFORM 1000-INICIO.
           PERFORM 2000-PROCESAR-TRANSACCIONES.
           PERFORM 3000-GRABAR-LIGUILLA.
           PERFORM 3100-GRABAR-CUADRO.
           PERFORM 4000-FIN.

       1000-INICIO.
           MOVE "I" TO W-BIT-EVENTO.
           MOVE "INICIO" TO W-BIT-VEREDICTO.
           PERFORM 3900-GRABAR-BITACORA.
           PERFORM 1060-CARGAR-PARAMETROS.
           PERFORM 1010-CARGAR-EQUIPOS.
           PERFORM 1020-CARGAR-LIGUILLA.
           IF W-LIG-CANT = 0
               PERFORM 1030-SEMBRAR-CUADRO
           ELSE
               IF W-LLAVES-RONDA-1 * 2 NOT = W-CANT-CLASIF
                   DISPLAY "ERROR: LIGUILLA.DAT NO COINCIDE CON "
                       "LIGUILLA-CLASIF DE PARAMETROS.DAT"
                   STOP RUN
               END-IF
           END-IF.
           OPEN INPUT ARCHIVO-TRANSACCIONES.
           PERFORM 1015-ABRIR-LOG.

       1015-ABRIR-LOG.
           OPEN INPUT ARCHIVO-LOG.
           CLOSE ARCHIVO-LOG.
           OPEN EXTEND ARCHIVO-LOG.

       1060-CARGAR-PARAMETROS.
      *    LIGUILLA-CLASIF es la cantidad de equipos que entran al
      *    cuadro; tiene que ser potencia de dos para que no haya
      *    equipos libres en ninguna ronda.
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
           MOVE "LIGUILLA-CLASIF" TO W-PARAM-CLAVE.
           PERFORM 1062-OBTENER-PARAMETRO.
           MOVE W-PARAM-VALOR TO W-CANT-CLASIF.
           EVALUATE W-CANT-CLASIF
               WHEN 2 MOVE 1 TO W-CANT-RONDAS
               WHEN 4 MOVE 2 TO W-CANT-RONDAS
               WHEN 8 MOVE 3 TO W-CANT-RONDAS
               WHEN 16 MOVE 4 TO W-CANT-RONDAS
               WHEN 32 MOVE 5 TO W-CANT-RONDAS
               WHEN OTHER
                   DISPLAY "ERROR: LIGUILLA-CLASIF DEBE VALER "
                       "2, 4, 8, 16 O 32"
                   STOP RUN
           END-EVALUATE.

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

       1020-CARGAR-LIGUILLA.
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
                           MOVE LIG-LLAVE TO W-LIG-T-LLAVE(W-LIG-IDX)
                           MOVE LIG-EQU-A TO W-LIG-T-EQU-A(W-LIG-IDX)
                           MOVE LIG-SEM-A TO W-LIG-T-SEM-A(W-LIG-IDX)
                           MOVE LIG-EQU-B TO W-LIG-T-EQU-B(W-LIG-IDX)
                           MOVE LIG-SEM-B TO W-LIG-T-SEM-B(W-LIG-IDX)
                           MOVE LIG-DIA TO W-LIG-T-DIA(W-LIG-IDX)
                           MOVE LIG-GOL-A TO W-LIG-T-GOL-A(W-LIG-IDX)
                           MOVE LIG-GOL-B TO W-LIG-T-GOL-B(W-LIG-IDX)
                           MOVE LIG-PEN-A TO W-LIG-T-PEN-A(W-LIG-IDX)
                           MOVE LIG-PEN-B TO W-LIG-T-PEN-B(W-LIG-IDX)
                           MOVE LIG-GANADOR
                               TO W-LIG-T-GANADOR(W-LIG-IDX)
                           MOVE LIG-ESTADO TO W-LIG-T-ESTADO(W-LIG-IDX)
                           IF LIG-RONDA = 1
                               ADD 1 TO W-LLAVES-RONDA-1
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

       1030-SEMBRAR-CUADRO.
      *    Cuadro nuevo: los clasificados salen del feed de la ultima
      *    corrida de POSICIONES, que trae los equipos en el orden
      *    final de la tabla despues de la cabecera.
           MOVE 0 TO W-POS.
           MOVE 1 TO W-FLAG.
           OPEN INPUT ARCHIVO-FEED-POS.
           READ ARCHIVO-FEED-POS
               AT END MOVE 0 TO W-FLAG
           END-READ.
           IF W-FLAG = 0 OR REG-FEED-POS(1:16) NOT = "FEED|POSICIONES|"
               DISPLAY "ERROR: POSICIONES_FEED.DAT VACIO O SIN "
                   "CABECERA; CORRER POSICIONES ANTES DEL SORTEO"
               STOP RUN
           END-IF.
           PERFORM UNTIL W-FLAG = 0 OR W-POS = W-CANT-CLASIF
               READ ARCHIVO-FEED-POS
                   AT END MOVE 0 TO W-FLAG
                   NOT AT END
                       IF REG-FEED-POS(1:2) IS NUMERIC
                           ADD 1 TO W-POS
                           MOVE REG-FEED-POS(1:2) TO W-SEM-EQU(W-POS)
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE ARCHIVO-FEED-POS.
           IF W-POS < W-CANT-CLASIF
               DISPLAY "ERROR: LA TABLA TIENE MENOS EQUIPOS QUE "
                   "LIGUILLA-CLASIF"
               STOP RUN
           END-IF.
           PERFORM 1035-ARMAR-ORDEN-SIEMBRA.
           MOVE 0 TO W-LLAVE.
           PERFORM VARYING W-POS FROM 1 BY 2
               UNTIL W-POS > W-CANT-CLASIF
               ADD 1 TO W-LLAVE
               ADD 1 TO W-LIG-CANT
               SET W-LIG-IDX TO W-LIG-CANT
               MOVE 1 TO W-LIG-T-RONDA(W-LIG-IDX)
               MOVE W-LLAVE TO W-LIG-T-LLAVE(W-LIG-IDX)
               MOVE W-SEM-ORDEN(W-POS) TO W-LIG-T-SEM-A(W-LIG-IDX)
               MOVE W-SEM-EQU(W-SEM-ORDEN(W-POS))
                   TO W-LIG-T-EQU-A(W-LIG-IDX)
               MOVE W-SEM-ORDEN(W-POS + 1) TO W-LIG-T-SEM-B(W-LIG-IDX)
               MOVE W-SEM-EQU(W-SEM-ORDEN(W-POS + 1))
                   TO W-LIG-T-EQU-B(W-LIG-IDX)
               PERFORM 2080-LIMPIAR-RESULTADO
           END-PERFORM.
           MOVE W-LLAVE TO W-LLAVES-RONDA-1.
           DISPLAY "CUADRO SORTEADO CON " W-CANT-CLASIF
               " CLASIFICADOS".

       1035-ARMAR-ORDEN-SIEMBRA.
      *    Se parte de 1-2 y en cada paso cada siembra S queda
      *    seguida de su rival 2T+1-S, con T el tamanio anterior:
      *    1-4-2-3, 1-8-4-5-2-7-3-6, y asi hasta los clasificados.
           MOVE 1 TO W-SEM-ORDEN(1).
           MOVE 2 TO W-SEM-ORDEN(2).
           MOVE 2 TO W-TAMANIO.
           PERFORM UNTIL W-TAMANIO NOT < W-CANT-CLASIF
               PERFORM VARYING W-POS FROM 1 BY 1
                   UNTIL W-POS > W-TAMANIO
                   MOVE W-SEM-ORDEN(W-POS) TO W-SEM-AUX(W-POS * 2 - 1)
                   COMPUTE W-SEM-AUX(W-POS * 2) =
                       W-TAMANIO * 2 + 1 - W-SEM-ORDEN(W-POS)
               END-PERFORM
               COMPUTE W-TAMANIO = W-TAMANIO * 2
               PERFORM VARYING W-POS FROM 1 BY 1
                   UNTIL W-POS > W-TAMANIO
                   MOVE W-SEM-AUX(W-POS) TO W-SEM-ORDEN(W-POS)
               END-PERFORM
           END-PERFORM.

       2000-PROCESAR-TRANSACCIONES.
           MOVE 1 TO W-FLAG.
           PERFORM 2010-LEER-TRANS.
           PERFORM UNTIL W-FLAG = 0
               PERFORM 2020-APLICAR-TRANSACCION
               PERFORM 2010-LEER-TRANS
           END-PERFORM.
           CLOSE ARCHIVO-TRANSACCIONES.

       2010-LEER-TRANS.
           READ ARCHIVO-TRANSACCIONES AT END MOVE 0 TO W-FLAG.

       2020-APLICAR-TRANSACCION.
           ADD 1 TO W-CANT-TRANS.
           IF TRANS-TIPO = "A"
               PERFORM 2025-VALIDAR-TRANSACCION
               IF W-TRANS-VALIDA = 1
                   PERFORM 2030-REGISTRAR-RESULTADO
               END-IF
           ELSE
               MOVE "TIPO DE TRANSACCION DESCONOCIDO"
                   TO LOG-DESCRIPCION
               PERFORM 2095-GRABAR-RECHAZO
           END-IF.

       2025-VALIDAR-TRANSACCION.
      *    La llave tiene que estar armada, sin resultado, y con los
      *    mismos equipos en el mismo orden. Una llave empatada se
      *    define por penales, que no pueden quedar iguales; con
      *    ganador en el tiempo de juego no se informan penales.
           MOVE 1 TO W-TRANS-VALIDA.
           IF TRANS-RONDA IS NOT NUMERIC
               OR TRANS-LLAVE IS NOT NUMERIC
               OR TRANS-GOL-A IS NOT NUMERIC
               OR TRANS-GOL-B IS NOT NUMERIC
               OR TRANS-PEN-A IS NOT NUMERIC
               OR TRANS-PEN-B IS NOT NUMERIC
               MOVE 0 TO W-TRANS-VALIDA
               MOVE "RONDA, LLAVE O GOLES NO NUMERICOS"
                   TO LOG-DESCRIPCION
               PERFORM 2095-GRABAR-RECHAZO
           ELSE
               MOVE TRANS-RONDA TO W-RONDA
               MOVE TRANS-LLAVE TO W-LLAVE
               PERFORM 2070-BUSCAR-LLAVE
               IF W-ENCONTRADO = 0
                   MOVE 0 TO W-TRANS-VALIDA
                   MOVE "LLAVE INEXISTENTE O TODAVIA SIN RIVALES"
                       TO LOG-DESCRIPCION
                   PERFORM 2095-GRABAR-RECHAZO
               ELSE
               IF W-LIG-T-ESTADO(W-ENCONTRADO) = "J"
                   MOVE 0 TO W-TRANS-VALIDA
                   MOVE "LLAVE YA JUGADA" TO LOG-DESCRIPCION
                   PERFORM 2095-GRABAR-RECHAZO
               ELSE
               IF TRANS-EQU-A NOT = W-LIG-T-EQU-A(W-ENCONTRADO)
                   OR TRANS-EQU-B NOT = W-LIG-T-EQU-B(W-ENCONTRADO)
                   MOVE 0 TO W-TRANS-VALIDA
                   MOVE "EQUIPOS NO COINCIDEN CON LA LLAVE"
                       TO LOG-DESCRIPCION
                   PERFORM 2095-GRABAR-RECHAZO
               ELSE
               IF TRANS-GOL-A = TRANS-GOL-B
                   AND TRANS-PEN-A = TRANS-PEN-B
                   MOVE 0 TO W-TRANS-VALIDA
                   MOVE "EMPATE SIN DEFINICION POR PENALES"
                       TO LOG-DESCRIPCION
                   PERFORM 2095-GRABAR-RECHAZO
               ELSE
               IF TRANS-GOL-A NOT = TRANS-GOL-B
                   AND (TRANS-PEN-A > 0 OR TRANS-PEN-B > 0)
                   MOVE 0 TO W-TRANS-VALIDA
                   MOVE "PENALES INFORMADOS CON GANADOR EN JUEGO"
                       TO LOG-DESCRIPCION
                   PERFORM 2095-GRABAR-RECHAZO
               END-IF
               END-IF
               END-IF
               END-IF
               END-IF
           END-IF.

       2030-REGISTRAR-RESULTADO.
           MOVE TRANS-DIA TO W-LIG-T-DIA(W-ENCONTRADO).
           MOVE TRANS-GOL-A TO W-LIG-T-GOL-A(W-ENCONTRADO).
           MOVE TRANS-GOL-B TO W-LIG-T-GOL-B(W-ENCONTRADO).
           MOVE TRANS-PEN-A TO W-LIG-T-PEN-A(W-ENCONTRADO).
           MOVE TRANS-PEN-B TO W-LIG-T-PEN-B(W-ENCONTRADO).
           MOVE "J" TO W-LIG-T-ESTADO(W-ENCONTRADO).
           IF TRANS-GOL-A > TRANS-GOL-B
               OR (TRANS-GOL-A = TRANS-GOL-B
                   AND TRANS-PEN-A > TRANS-PEN-B)
               MOVE TRANS-EQU-A TO W-LIG-T-GANADOR(W-ENCONTRADO)
           ELSE
               MOVE TRANS-EQU-B TO W-LIG-T-GANADOR(W-ENCONTRADO)
           END-IF.
           MOVE "RESULTADO DE LLAVE" TO LOG-DESCRIPCION.
           PERFORM 2096-GRABAR-OK.
           IF W-RONDA = W-CANT-RONDAS
               MOVE W-LIG-T-GANADOR(W-ENCONTRADO) TO W-CAMPEON
           ELSE
               PERFORM 2040-AVANZAR-GANADOR
           END-IF.

       2040-AVANZAR-GANADOR.
      *    Las llaves 2K-1 y 2K de una ronda alimentan la llave K de
      *    la siguiente; se arma recien cuando las dos tienen ganador,
      *    con el de la llave impar como equipo A.
           MOVE W-ENCONTRADO TO W-IDX-HERMANA.
           DIVIDE W-LLAVE BY 2 GIVING W-COCIENTE REMAINDER W-RESTO.
           IF W-RESTO = 1
               COMPUTE W-LLAVE-HERMANA = W-LLAVE + 1
           ELSE
               COMPUTE W-LLAVE-HERMANA = W-LLAVE - 1
           END-IF.
           MOVE W-LLAVE-HERMANA TO W-LLAVE.
           PERFORM 2070-BUSCAR-LLAVE.
           IF W-ENCONTRADO > 0
               IF W-LIG-T-ESTADO(W-ENCONTRADO) = "J"
                   IF W-RESTO = 0
                       MOVE W-ENCONTRADO TO W-POS
                       MOVE W-IDX-HERMANA TO W-ENCONTRADO
                       MOVE W-POS TO W-IDX-HERMANA
                   END-IF
                   PERFORM 2050-ARMAR-LLAVE-SIGUIENTE
               END-IF
           END-IF.

       2050-ARMAR-LLAVE-SIGUIENTE.
      *    W-IDX-HERMANA es la llave impar y W-ENCONTRADO la par.
           IF W-LIG-CANT < 40
               ADD 1 TO W-LIG-CANT
               SET W-LIG-IDX TO W-LIG-CANT
               COMPUTE W-LIG-T-RONDA(W-LIG-IDX) = W-RONDA + 1
               COMPUTE W-LIG-T-LLAVE(W-LIG-IDX) =
                   (W-LIG-T-LLAVE(W-IDX-HERMANA) + 1) / 2
               MOVE W-LIG-T-GANADOR(W-IDX-HERMANA)
                   TO W-LIG-T-EQU-A(W-LIG-IDX)
               MOVE W-LIG-T-GANADOR(W-ENCONTRADO)
                   TO W-LIG-T-EQU-B(W-LIG-IDX)
               IF W-LIG-T-GANADOR(W-IDX-HERMANA)
                   = W-LIG-T-EQU-A(W-IDX-HERMANA)
                   MOVE W-LIG-T-SEM-A(W-IDX-HERMANA)
                       TO W-LIG-T-SEM-A(W-LIG-IDX)
               ELSE
                   MOVE W-LIG-T-SEM-B(W-IDX-HERMANA)
                       TO W-LIG-T-SEM-A(W-LIG-IDX)
               END-IF
               IF W-LIG-T-GANADOR(W-ENCONTRADO)
                   = W-LIG-T-EQU-A(W-ENCONTRADO)
                   MOVE W-LIG-T-SEM-A(W-ENCONTRADO)
                       TO W-LIG-T-SEM-B(W-LIG-IDX)
               ELSE
                   MOVE W-LIG-T-SEM-B(W-ENCONTRADO)
                       TO W-LIG-T-SEM-B(W-LIG-IDX)
               END-IF
               PERFORM 2080-LIMPIAR-RESULTADO
           ELSE
               DISPLAY "EXCESO DE LLAVES EN LA LIGUILLA; ABORTANDO"
               STOP RUN
           END-IF.

       2070-BUSCAR-LLAVE.
           MOVE 0 TO W-ENCONTRADO.
           PERFORM VARYING W-LIG-IDX FROM 1 BY 1
               UNTIL W-LIG-IDX > W-LIG-CANT
               IF W-LIG-T-RONDA(W-LIG-IDX) = W-RONDA
                   AND W-LIG-T-LLAVE(W-LIG-IDX) = W-LLAVE
                   SET W-ENCONTRADO TO W-LIG-IDX
               END-IF
           END-PERFORM.

       2080-LIMPIAR-RESULTADO.
           MOVE SPACES TO W-LIG-T-DIA(W-LIG-IDX).
           MOVE 0 TO W-LIG-T-GOL-A(W-LIG-IDX).
           MOVE 0 TO W-LIG-T-GOL-B(W-LIG-IDX).
           MOVE 0 TO W-LIG-T-PEN-A(W-LIG-IDX).
           MOVE 0 TO W-LIG-T-PEN-B(W-LIG-IDX).
           MOVE 0 TO W-LIG-T-GANADOR(W-LIG-IDX).
           MOVE "P" TO W-LIG-T-ESTADO(W-LIG-IDX).

       2095-GRABAR-RECHAZO.
           MOVE TRANS-TIPO TO LOG-TIPO.
           MOVE TRANS-RONDA TO LOG-RONDA.
           MOVE TRANS-LLAVE TO LOG-LLAVE.
           MOVE TRANS-EQU-A TO LOG-EQU-A.
           MOVE TRANS-EQU-B TO LOG-EQU-B.
           MOVE "RECHAZADA" TO LOG-RESULTADO.
           WRITE REG-LOG.
           ADD 1 TO W-CANT-RECHAZOS.

       2096-GRABAR-OK.
           MOVE TRANS-TIPO TO LOG-TIPO.
           MOVE TRANS-RONDA TO LOG-RONDA.
           MOVE TRANS-LLAVE TO LOG-LLAVE.
           MOVE TRANS-EQU-A TO LOG-EQU-A.
           MOVE TRANS-EQU-B TO LOG-EQU-B.
           MOVE "OK" TO LOG-RESULTADO.
           WRITE REG-LOG.

       3000-GRABAR-LIGUILLA.
           OPEN OUTPUT ARCHIVO-LIGUILLA-NUEVO.
           PERFORM VARYING W-LIG-IDX FROM 1 BY 1
               UNTIL W-LIG-IDX > W-LIG-CANT
               MOVE W-LIG-T-RONDA(W-LIG-IDX) TO LIG-RONDA-N
               MOVE W-LIG-T-LLAVE(W-LIG-IDX) TO LIG-LLAVE-N
               MOVE W-LIG-T-EQU-A(W-LIG-IDX) TO LIG-EQU-A-N
               MOVE W-LIG-T-SEM-A(W-LIG-IDX) TO LIG-SEM-A-N
               MOVE W-LIG-T-EQU-B(W-LIG-IDX) TO LIG-EQU-B-N
               MOVE W-LIG-T-SEM-B(W-LIG-IDX) TO LIG-SEM-B-N
               MOVE W-LIG-T-DIA(W-LIG-IDX) TO LIG-DIA-N
               MOVE W-LIG-T-GOL-A(W-LIG-IDX) TO LIG-GOL-A-N
               MOVE W-LIG-T-GOL-B(W-LIG-IDX) TO LIG-GOL-B-N
               MOVE W-LIG-T-PEN-A(W-LIG-IDX) TO LIG-PEN-A-N
               MOVE W-LIG-T-PEN-B(W-LIG-IDX) TO LIG-PEN-B-N
               MOVE W-LIG-T-GANADOR(W-LIG-IDX) TO LIG-GANADOR-N
               MOVE W-LIG-T-ESTADO(W-LIG-IDX) TO LIG-ESTADO-N
               WRITE REG-LIGUILLA-NUEVO
           END-PERFORM.
           CLOSE ARCHIVO-LIGUILLA-NUEVO.

       3100-GRABAR-CUADRO.
      *    Una seccion por ronda con todas sus llaves; las que todavia
      *    esperan a los ganadores de la ronda anterior salen como
      *    "A DEFINIR". Al pie, el campeon si la final ya se jugo.
           OPEN OUTPUT ARCHIVO-CUADRO.
           WRITE IMPRIMIR-LINEA FROM ENCAB-CUADRO
               AFTER ADVANCING PAGE.
           MOVE W-CANT-CLASIF TO ENC-CLASIF.
           MOVE W-CANT-RONDAS TO ENC-RONDAS.
           WRITE IMPRIMIR-LINEA FROM ENCAB-CLASIF
               AFTER ADVANCING 1 LINE.
           MOVE W-LLAVES-RONDA-1 TO W-TAMANIO.
           PERFORM VARYING W-RONDA FROM 1 BY 1
               UNTIL W-RONDA > W-CANT-RONDAS
               PERFORM 3110-GRABAR-RONDA
               COMPUTE W-TAMANIO = W-TAMANIO / 2
           END-PERFORM.
           PERFORM VARYING W-LIG-IDX FROM 1 BY 1
               UNTIL W-LIG-IDX > W-LIG-CANT
               IF W-LIG-T-RONDA(W-LIG-IDX) = W-CANT-RONDAS
                   AND W-LIG-T-ESTADO(W-LIG-IDX) = "J"
                   MOVE W-LIG-T-GANADOR(W-LIG-IDX) TO W-CAMPEON
               END-IF
           END-PERFORM.
           IF W-CAMPEON > 0
               MOVE W-CAMPEON TO W-BUSCA-EQU
               PERFORM 3600-BUSCAR-NOMBRE-EQUIPO
               MOVE W-NOMBRE-EQU TO PIE-CAMPEON-NOM
           ELSE
               MOVE "A DEFINIR" TO PIE-CAMPEON-NOM
           END-IF.
           WRITE IMPRIMIR-LINEA FROM PIE-CAMPEON
               AFTER ADVANCING 2 LINE.
           CLOSE ARCHIVO-CUADRO.

       3110-GRABAR-RONDA.
           COMPUTE W-DISTANCIA = W-CANT-RONDAS - W-RONDA.
           EVALUATE W-DISTANCIA
               WHEN 0 MOVE "FINAL" TO ENC-RONDA-NOM
               WHEN 1 MOVE "SEMIFINALES" TO ENC-RONDA-NOM
               WHEN 2 MOVE "CUARTOS DE FINAL" TO ENC-RONDA-NOM
               WHEN 3 MOVE "OCTAVOS DE FINAL" TO ENC-RONDA-NOM
               WHEN OTHER MOVE "DIECISEISAVOS" TO ENC-RONDA-NOM
           END-EVALUATE.
           WRITE IMPRIMIR-LINEA FROM ENCAB-RONDA
               AFTER ADVANCING 2 LINE.
           PERFORM VARYING W-LLAVE FROM 1 BY 1
               UNTIL W-LLAVE > W-TAMANIO
               PERFORM 2070-BUSCAR-LLAVE
               IF W-ENCONTRADO = 0
                   MOVE W-LLAVE TO DAD-LLAVE
                   WRITE IMPRIMIR-LINEA FROM DETALLE-A-DEFINIR
                       AFTER ADVANCING 1 LINE
               ELSE
                   PERFORM 3120-GRABAR-LLAVE
               END-IF
           END-PERFORM.

       3120-GRABAR-LLAVE.
           MOVE W-LLAVE TO DLL-LLAVE.
           MOVE W-LIG-T-SEM-A(W-ENCONTRADO) TO DLL-SEM-A.
           MOVE W-LIG-T-SEM-B(W-ENCONTRADO) TO DLL-SEM-B.
           MOVE W-LIG-T-EQU-A(W-ENCONTRADO) TO W-BUSCA-EQU.
           PERFORM 3600-BUSCAR-NOMBRE-EQUIPO.
           MOVE W-NOMBRE-EQU TO DLL-NOM-A.
           MOVE W-LIG-T-EQU-B(W-ENCONTRADO) TO W-BUSCA-EQU.
           PERFORM 3600-BUSCAR-NOMBRE-EQUIPO.
           MOVE W-NOMBRE-EQU TO DLL-NOM-B.
           IF W-LIG-T-ESTADO(W-ENCONTRADO) = "J"
               MOVE W-LIG-T-GOL-A(W-ENCONTRADO) TO W-MAR-GOL-A
               MOVE W-LIG-T-GOL-B(W-ENCONTRADO) TO W-MAR-GOL-B
               MOVE W-MARCADOR TO DLL-MARCADOR
               IF W-LIG-T-GOL-A(W-ENCONTRADO)
                   = W-LIG-T-GOL-B(W-ENCONTRADO)
                   MOVE W-LIG-T-PEN-A(W-ENCONTRADO) TO W-PEN-A
                   MOVE W-LIG-T-PEN-B(W-ENCONTRADO) TO W-PEN-B
                   MOVE W-PENALES TO DLL-PENALES
               ELSE
                   MOVE SPACES TO DLL-PENALES
               END-IF
           ELSE
               MOVE "  VS.  " TO DLL-MARCADOR
               MOVE "PENDIENTE" TO DLL-PENALES
           END-IF.
           WRITE IMPRIMIR-LINEA FROM DETALLE-LLAVE
               AFTER ADVANCING 1 LINE.

       3600-BUSCAR-NOMBRE-EQUIPO.
           MOVE "EQUIPO ??" TO W-NOMBRE-EQU.
           PERFORM VARYING W-EQU-IDX FROM 1 BY 1
               UNTIL W-EQU-IDX > W-EQU-CANT
               IF W-EQU-T-COD(W-EQU-IDX) = W-BUSCA-EQU
                   MOVE W-EQU-T-NOM(W-EQU-IDX) TO W-NOMBRE-EQU
               END-IF
           END-PERFORM.

       3900-GRABAR-BITACORA.
      *    Constancia en la bitacora comun de la suite: un registro al
      *    iniciar y otro al terminar la corrida.
           OPEN EXTEND ARCHIVO-BITACORA.
           MOVE W-BIT-EVENTO TO BIT-EVENTO.
           MOVE "LIGUILLA" TO BIT-PROGRAMA.
           MOVE SPACES TO BIT-ARGUMENTO.
           ACCEPT BIT-FECHA FROM DATE YYYYMMDD.
           ACCEPT W-BIT-HORA-COMPLETA FROM TIME.
           MOVE W-BIT-HORA-COMPLETA(1:6) TO BIT-HORA.
           MOVE W-BIT-REGISTROS TO BIT-REGISTROS.
           MOVE W-BIT-VEREDICTO TO BIT-VEREDICTO.
           WRITE REG-BITACORA.
           CLOSE ARCHIVO-BITACORA.

       4000-FIN.
           CLOSE ARCHIVO-LOG.
           IF W-CAMPEON > 0
               DISPLAY "LIGUILLA TERMINADA - CAMPEON: " W-CAMPEON
           END-IF.
           MOVE "F" TO W-BIT-EVENTO.
           MOVE W-CANT-TRANS TO W-BIT-REGISTROS.
           IF W-CANT-RECHAZOS = 0
               MOVE "OK" TO W-BIT-VEREDICTO
           ELSE
               MOVE "CON RECHAZOS" TO W-BIT-VEREDICTO
           END-IF.
           PERFORM 3900-GRABAR-BITACORA.
           STOP RUN.

       END PROGRAM LIGUILLA.
