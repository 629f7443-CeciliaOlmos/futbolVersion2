      ******************************************************************
      * Author:
      * Date:
      * Purpose: Importacion de las planillas electronicas de los
      *          arbitros (planillas.dat). Cada planilla empieza con
      *          su cabecera y trae goles con minuto, goles en contra,
      *          tarjetas y formaciones, en campos separados por "|":
      *            P|fecha|dia AAAAMMDD|local|visitante|gol loc|gol vis
      *            G|equipo|jugador|minuto       (gol)
      *            C|equipo|jugador|minuto       (gol en contra)
      *            T|equipo|jugador|A o R|minuto (tarjeta)
      *            F|equipo|jugador|T o S        (formacion)
      *          La planilla se valida entera contra equipo.dat,
      *          jugadores.ind, fixture.dat y partidos.dat, y los
      *          goleadores tienen que sumar el resultado. Solo una
      *          planilla buena genera su alta en trans_partido.dat
      *          y sus novedades en novedades.dat; los dos archivos
      *          se arman de nuevo en cada corrida y forman un solo
      *          lote (argumento 1), que es el que se pasa a PARCIAL.
      *          Las planillas rechazadas van con el motivo a
      *          planilla_rechazos.dat sin dejar nada en la salida.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       PROGRAM-ID. PLANILLA.
       ENVIRONMENT DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       CONFIGURATION SECTION.
      *-----------------------
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARCHIVO-PLANILLAS
           ASSIGN TO "../planillas.dat"
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS W-PLA-STATUS.

           SELECT ARCHIVO-JUGADORES
           ASSIGN TO "../jugadores.ind"
           ORGANIZATION INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS JUG-COD
           FILE STATUS IS W-JUGIX-STATUS.

           SELECT ARCHIVO-EQUIPOS
           ASSIGN TO "../equipo.dat"
           ORGANIZATION LINE SEQUENTIAL.

           SELECT OPTIONAL ARCHIVO-PARTIDOS
           ASSIGN TO "../partidos.dat"
           ORGANIZATION LINE SEQUENTIAL.

           SELECT OPTIONAL ARCHIVO-FIXTURE
           ASSIGN TO "../fixture.dat"
           ORGANIZATION LINE SEQUENTIAL.

           SELECT ARCHIVO-TRANS-PARTIDO
           ASSIGN TO "../trans_partido.dat"
           ORGANIZATION LINE SEQUENTIAL.

           SELECT ARCHIVO-NOVEDADES
           ASSIGN TO "../novedades.dat"
           ORGANIZATION LINE SEQUENTIAL.

           SELECT ARCHIVO-RECHAZOS
           ASSIGN TO "../planilla_rechazos.dat".

           SELECT OPTIONAL ARCHIVO-BITACORA
           ASSIGN TO "../bitacora.dat"
           ORGANIZATION LINE SEQUENTIAL.

      *-----------------------
       DATA DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       FILE SECTION.
       FD  ARCHIVO-PLANILLAS.
       01  REG-PLANILLA PIC X(80).

       FD  ARCHIVO-JUGADORES.
       01  JUG-REG.
           03 JUG-COD PIC X(6).
           03 JUG-EQU PIC 99.
           03 JUG-GOLES PIC 9(8).

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

       FD  ARCHIVO-TRANS-PARTIDO.
       01  REG-TRANS.
           03 TRANS-TIPO PIC X(1).
           03 TRANS-FECHA PIC 99.
           03 TRANS-DIA PIC X(8).
           03 TRANS-EQU-LOC PIC 99.
           03 TRANS-EQU-VIS PIC 99.
           03 TRANS-GOL-LOC PIC 99.
           03 TRANS-GOL-VIS PIC 99.

       FD  ARCHIVO-NOVEDADES.
       01  REG-NOV.
           03 NOV-TIPO PIC X.
           03 NOV-EQU PIC 99.
           03 NOV-FECHA PIC 99.
           03 NOV-CANT-JUG PIC 99.
           03 NOV-VEC-GOLEAD OCCURS 25 DEPENDING NOV-CANT-JUG.
               05 NOV-JUG PIC X(6).
               05 NOV-GOLES PIC 99.
               05 NOV-TARJ REDEFINES NOV-GOLES PIC X(2).

       FD  ARCHIVO-RECHAZOS.
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
       01  W-PLA-STATUS PIC XX.
       01  W-JUGIX-STATUS PIC XX.
       01  W-ARG-NUM PIC 9(2).
       01  W-ID-LOTE PIC X(10) VALUE SPACES.
       01  W-NRO-LINEA PIC 9(6) VALUE ZERO.
       01  W-NRO-LINEA-ED PIC ZZZZZ9.
       01  W-CANT-PLANILLAS PIC 9(8) VALUE ZERO.
       01  W-CANT-ACEPTADAS PIC 9(8) VALUE ZERO.
       01  W-CANT-RECHAZOS PIC 9(8) VALUE ZERO.
       01  W-CANT-NOVEDADES PIC 9(8) VALUE ZERO.
       01  W-BIT-EVENTO PIC X.
       01  W-BIT-REGISTROS PIC 9(8) VALUE ZERO.
       01  W-BIT-VEREDICTO PIC X(20) VALUE SPACES.
       01  W-BIT-HORA-COMPLETA PIC X(8).
      *    Renglon de la planilla partido en campos.
       01  W-LINEA PIC X(80).
       01  W-LARGO-LINEA PIC 99.
       01  W-CANT-CAMPOS PIC 99.
       01  W-TABLA-CAMPOS.
           03 W-CAMPO-ENTRY OCCURS 7 TIMES.
               05 W-CAMPO PIC X(10).
               05 W-LARGO PIC 99.
       01  W-NUM-CAMPO PIC 9.
       01  W-NUM-VALOR PIC 9(8).
       01  W-NUM-OK PIC 9.
       01  W-MOTIVO PIC X(40).
      *    Planilla en curso: cabecera, primer motivo de rechazo
      *    encontrado (en blanco si va bien) y sus renglones.
       01  W-PLA-ABIERTA PIC 9 VALUE 0.
       01  W-PLA-LINEA PIC 9(6).
       01  W-PLA-MOTIVO PIC X(40).
       01  W-PLA-FECHA PIC 99.
       01  W-PLA-DIA PIC 9(8).
       01  W-PLA-LOC PIC 99.
       01  W-PLA-VIS PIC 99.
       01  W-PLA-GOL-LOC PIC 99.
       01  W-PLA-GOL-VIS PIC 99.
       01  W-TABLA-DET.
           03 W-DET-CANT PIC 9(4) VALUE ZERO.
           03 W-DET-ENTRY OCCURS 200 TIMES INDEXED BY W-DET-IDX.
               05 W-DET-T-TIPO PIC X.
               05 W-DET-T-EQU PIC 99.
               05 W-DET-T-JUG PIC X(6).
               05 W-DET-T-DATO PIC X.
               05 W-DET-T-MINUTO PIC 999.
               05 W-DET-T-LINEA PIC 9(6).
       01  W-DET-J PIC 9(4).
       01  W-SUMA-LOC PIC 999.
       01  W-SUMA-VIS PIC 999.
       01  W-CUENTA PIC 999.
       01  W-GRP-TIPO PIC X.
       01  W-GRP-DATO PIC X.
       01  W-GRP-EQU PIC 99.
       01  W-GRP-TARJ.
           03 W-GRP-TARJ-TIPO PIC X.
           03 FILLER PIC X VALUE SPACE.
       01  W-NOV-I PIC 99.
       01  W-NOV-HALLADO PIC 99.
       01  W-LADO PIC 9.
       01  W-TABLA-EQU.
           03 W-EQU-CANT PIC 9(4) VALUE ZERO.
           03 W-EQU-ENTRY OCCURS 200 TIMES INDEXED BY W-EQU-IDX.
               05 W-EQU-T-COD PIC 99.
       01  W-TABLA-PART.
           03 W-PART-CANT PIC 9(4) VALUE ZERO.
           03 W-PART-ENTRY OCCURS 5000 TIMES INDEXED BY W-PART-IDX.
               05 W-PART-T-FECHA PIC 99.
               05 W-PART-T-LOC PIC 99.
               05 W-PART-T-VIS PIC 99.
       01  W-TABLA-FIX.
           03 W-FIX-CANT PIC 9(4) VALUE ZERO.
           03 W-FIX-ENTRY OCCURS 2500 TIMES INDEXED BY W-FIX-IDX.
               05 W-FIX-T-FECHA PIC 99.
               05 W-FIX-T-LOC PIC 99.
               05 W-FIX-T-VIS PIC 99.
       01  ENCAB-RECHAZOS.
           03 FILLER PIC X(28) VALUE "PLANILLAS RECHAZADAS - LOTE ".
           03 ENC-LOTE PIC X(10).
       01  DETALLE-RECHAZO.
           03 FILLER PIC X(7) VALUE "LINEA ".
           03 DRE-LINEA PIC ZZZZZ9.
           03 FILLER PIC X(8) VALUE "  FECHA ".
           03 DRE-FECHA PIC Z9.
           03 FILLER PIC X(8) VALUE "  LOCAL ".
           03 DRE-LOC PIC Z9.
           03 FILLER PIC X(10) VALUE "  VISITA ".
           03 DRE-VIS PIC Z9.
           03 FILLER PIC X(2) VALUE SPACES.
           03 DRE-MARCADOR.
               05 DRE-GOL-LOC PIC Z9.
               05 FILLER PIC X(1) VALUE "-".
               05 DRE-GOL-VIS PIC Z9.
       01  DETALLE-SUELTA.
           03 FILLER PIC X(7) VALUE "LINEA ".
           03 DSU-LINEA PIC ZZZZZ9.
       01  DETALLE-MOTIVO.
           03 FILLER PIC X(10) VALUE "   MOTIVO:".
           03 FILLER PIC X(1) VALUE SPACES.
           03 DMO-MOTIVO PIC X(40).
       01  PIE-RECHAZOS.
           03 FILLER PIC X(18) VALUE "PLANILLAS LEIDAS:".
           03 PRE-LEIDAS PIC ZZZZZZZ9.
           03 FILLER PIC X(13) VALUE "  ACEPTADAS:".
           03 PRE-ACEPTADAS PIC ZZZZZZZ9.
           03 FILLER PIC X(12) VALUE "  RECHAZOS:".
           03 PRE-RECHAZOS PIC ZZZZZZZ9.
      *-----------------------
       PROCEDURE DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       MAIN-PROCEDURE.
           PERFORM 1000-INICIO.
           PERFORM 2000-PROCESAR-PLANILLAS.
           PERFORM 4000-FIN.

       1000-INICIO.
           MOVE 1 TO W-ARG-NUM.
           DISPLAY W-ARG-NUM UPON ARGUMENT-NUMBER.
           ACCEPT W-ID-LOTE FROM ARGUMENT-VALUE
               ON EXCEPTION MOVE SPACES TO W-ID-LOTE
           END-ACCEPT.
           IF W-ID-LOTE = SPACES
               DISPLAY "ERROR: FALTA EL ID DE LOTE"
               STOP RUN
           END-IF.
           MOVE "I" TO W-BIT-EVENTO.
           MOVE "INICIO" TO W-BIT-VEREDICTO.
           PERFORM 3900-GRABAR-BITACORA.
           PERFORM 1010-CARGAR-EQUIPOS.
           PERFORM 1020-CARGAR-PARTIDOS.
           PERFORM 1030-CARGAR-FIXTURE.
           OPEN INPUT ARCHIVO-JUGADORES.
           IF W-JUGIX-STATUS NOT = "00"
               DISPLAY "ERROR: NO PUEDE ABRIRSE JUGADORES.IND, "
                   "FILE STATUS " W-JUGIX-STATUS
               STOP RUN
           END-IF.
           OPEN INPUT ARCHIVO-PLANILLAS.
           IF W-PLA-STATUS NOT = "00"
               DISPLAY "ERROR: NO PUEDE ABRIRSE PLANILLAS.DAT, "
                   "FILE STATUS " W-PLA-STATUS
               STOP RUN
           END-IF.
           OPEN OUTPUT ARCHIVO-TRANS-PARTIDO.
           OPEN OUTPUT ARCHIVO-NOVEDADES.
           OPEN OUTPUT ARCHIVO-RECHAZOS.
           MOVE W-ID-LOTE TO ENC-LOTE.
           WRITE IMPRIMIR-LINEA FROM ENCAB-RECHAZOS.
           MOVE SPACES TO IMPRIMIR-LINEA.
           WRITE IMPRIMIR-LINEA.

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
                       ELSE
                           DISPLAY "EQUIPO.DAT EXCEDE EL MAXIMO DE 200"
                           DISPLAY
                             "TABLA DE EQUIPOS INCOMPLETA; ABORTANDO"
                           STOP RUN
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE ARCHIVO-EQUIPOS.

       1020-CARGAR-PARTIDOS.
      *    Los cruces ya cargados; las planillas aceptadas en esta
      *    corrida se agregan para que un envio repetido se rechace.
           MOVE 1 TO W-FLAG.
           OPEN INPUT ARCHIVO-PARTIDOS.
           PERFORM UNTIL W-FLAG = 0
               READ ARCHIVO-PARTIDOS
                   AT END MOVE 0 TO W-FLAG
                   NOT AT END
                       IF W-PART-CANT < 5000
                           ADD 1 TO W-PART-CANT
                           SET W-PART-IDX TO W-PART-CANT
                           MOVE PART-FECHA TO W-PART-T-FECHA(W-PART-IDX)
                           MOVE PART-EQU-LOC TO W-PART-T-LOC(W-PART-IDX)
                           MOVE PART-EQU-VIS TO W-PART-T-VIS(W-PART-IDX)
                       ELSE
                           DISPLAY "PARTIDOS.DAT EXCEDE EL MAXIMO "
                               "DE 5000"
                           DISPLAY
                             "TABLA DE PARTIDOS INCOMPLETA; ABORTANDO"
                           STOP RUN
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE ARCHIVO-PARTIDOS.

       1030-CARGAR-FIXTURE.
      *    Mismo control que MANT-PARTIDOS aplica al alta: una
      *    planilla de un partido fuera del fixture no se importa.
           MOVE 1 TO W-FLAG.
           OPEN INPUT ARCHIVO-FIXTURE.
           PERFORM UNTIL W-FLAG = 0
               READ ARCHIVO-FIXTURE
                   AT END MOVE 0 TO W-FLAG
                   NOT AT END
                       IF W-FIX-CANT < 2500
                           ADD 1 TO W-FIX-CANT
                           SET W-FIX-IDX TO W-FIX-CANT
                           MOVE FIX-FECHA TO W-FIX-T-FECHA(W-FIX-IDX)
                           MOVE FIX-EQU-LOC TO W-FIX-T-LOC(W-FIX-IDX)
                           MOVE FIX-EQU-VIS TO W-FIX-T-VIS(W-FIX-IDX)
                       ELSE
                           DISPLAY "FIXTURE.DAT EXCEDE EL MAXIMO "
                               "DE 2500"
                           DISPLAY
                             "TABLA DE FIXTURE INCOMPLETA; ABORTANDO"
                           STOP RUN
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE ARCHIVO-FIXTURE.
           IF W-FIX-CANT = 0
               DISPLAY "AVISO: FIXTURE.DAT VACIO O INEXISTENTE; "
                   "SE RECHAZARAN LAS PLANILLAS"
           END-IF.

       2000-PROCESAR-PLANILLAS.
           MOVE 1 TO W-FLAG.
           PERFORM UNTIL W-FLAG = 0
               READ ARCHIVO-PLANILLAS
                   AT END MOVE 0 TO W-FLAG
                   NOT AT END
                       ADD 1 TO W-NRO-LINEA
                       PERFORM 2010-PARTIR-LINEA
                       IF W-LARGO-LINEA > 0
                           PERFORM 2020-CLASIFICAR-LINEA
                       END-IF
               END-READ
           END-PERFORM.
           IF W-PLA-ABIERTA = 1
               PERFORM 2100-CERRAR-PLANILLA
           END-IF.
           CLOSE ARCHIVO-PLANILLAS.

       2010-PARTIR-LINEA.
           MOVE REG-PLANILLA TO W-LINEA.
           MOVE 80 TO W-LARGO-LINEA.
           PERFORM UNTIL W-LARGO-LINEA = 0
               OR W-LINEA(W-LARGO-LINEA:1) NOT = SPACE
               SUBTRACT 1 FROM W-LARGO-LINEA
           END-PERFORM.
           INITIALIZE W-TABLA-CAMPOS.
           MOVE 0 TO W-CANT-CAMPOS.
           IF W-LARGO-LINEA > 0
               UNSTRING W-LINEA(1:W-LARGO-LINEA) DELIMITED BY "|"
                   INTO W-CAMPO(1) COUNT IN W-LARGO(1)
                        W-CAMPO(2) COUNT IN W-LARGO(2)
                        W-CAMPO(3) COUNT IN W-LARGO(3)
                        W-CAMPO(4) COUNT IN W-LARGO(4)
                        W-CAMPO(5) COUNT IN W-LARGO(5)
                        W-CAMPO(6) COUNT IN W-LARGO(6)
                        W-CAMPO(7) COUNT IN W-LARGO(7)
                   TALLYING IN W-CANT-CAMPOS
               END-UNSTRING
           END-IF.

       2020-CLASIFICAR-LINEA.
           EVALUATE W-CAMPO(1)
               WHEN "P"
                   IF W-PLA-ABIERTA = 1
                       PERFORM 2100-CERRAR-PLANILLA
                   END-IF
                   PERFORM 2030-INICIAR-PLANILLA
               WHEN "G"
               WHEN "C"
               WHEN "T"
               WHEN "F"
                   IF W-PLA-ABIERTA = 1
                       PERFORM 2040-AGREGAR-RENGLON
                   ELSE
                       PERFORM 2095-RECHAZAR-LINEA-SUELTA
                   END-IF
               WHEN OTHER
                   IF W-PLA-ABIERTA = 1
                       MOVE "TIPO DE RENGLON DESCONOCIDO" TO W-MOTIVO
                       PERFORM 2090-ANOTAR-MOTIVO
                   ELSE
                       PERFORM 2095-RECHAZAR-LINEA-SUELTA
                   END-IF
           END-EVALUATE.

       2030-INICIAR-PLANILLA.
           MOVE 1 TO W-PLA-ABIERTA.
           MOVE W-NRO-LINEA TO W-PLA-LINEA.
           MOVE SPACES TO W-PLA-MOTIVO.
           MOVE 0 TO W-DET-CANT.
           MOVE 0 TO W-PLA-FECHA.
           MOVE 0 TO W-PLA-DIA.
           MOVE 0 TO W-PLA-LOC.
           MOVE 0 TO W-PLA-VIS.
           MOVE 0 TO W-PLA-GOL-LOC.
           MOVE 0 TO W-PLA-GOL-VIS.
           MOVE "CABECERA DE PLANILLA MAL FORMADA" TO W-MOTIVO.
           IF W-CANT-CAMPOS NOT = 7
               PERFORM 2090-ANOTAR-MOTIVO
           ELSE
               MOVE 2 TO W-NUM-CAMPO
               PERFORM 2080-CONVERTIR-CAMPO
               IF W-NUM-OK = 1 AND W-NUM-VALOR < 100
                   MOVE W-NUM-VALOR TO W-PLA-FECHA
               ELSE
                   PERFORM 2090-ANOTAR-MOTIVO
               END-IF
               MOVE 3 TO W-NUM-CAMPO
               PERFORM 2080-CONVERTIR-CAMPO
               IF W-NUM-OK = 1 AND W-LARGO(3) = 8
                   MOVE W-NUM-VALOR TO W-PLA-DIA
               ELSE
                   PERFORM 2090-ANOTAR-MOTIVO
               END-IF
               MOVE 4 TO W-NUM-CAMPO
               PERFORM 2080-CONVERTIR-CAMPO
               IF W-NUM-OK = 1 AND W-NUM-VALOR < 100
                   MOVE W-NUM-VALOR TO W-PLA-LOC
               ELSE
                   PERFORM 2090-ANOTAR-MOTIVO
               END-IF
               MOVE 5 TO W-NUM-CAMPO
               PERFORM 2080-CONVERTIR-CAMPO
               IF W-NUM-OK = 1 AND W-NUM-VALOR < 100
                   MOVE W-NUM-VALOR TO W-PLA-VIS
               ELSE
                   PERFORM 2090-ANOTAR-MOTIVO
               END-IF
               MOVE 6 TO W-NUM-CAMPO
               PERFORM 2080-CONVERTIR-CAMPO
               IF W-NUM-OK = 1 AND W-NUM-VALOR < 100
                   MOVE W-NUM-VALOR TO W-PLA-GOL-LOC
               ELSE
                   PERFORM 2090-ANOTAR-MOTIVO
               END-IF
               MOVE 7 TO W-NUM-CAMPO
               PERFORM 2080-CONVERTIR-CAMPO
               IF W-NUM-OK = 1 AND W-NUM-VALOR < 100
                   MOVE W-NUM-VALOR TO W-PLA-GOL-VIS
               ELSE
                   PERFORM 2090-ANOTAR-MOTIVO
               END-IF
           END-IF.

       2040-AGREGAR-RENGLON.
      *    Goles y goles en contra traen el minuto; la tarjeta trae
      *    A o R y el minuto; la formacion trae T (titular) o S.
           IF W-DET-CANT NOT < 200
               MOVE "PLANILLA CON MAS DE 200 RENGLONES" TO W-MOTIVO
               PERFORM 2090-ANOTAR-MOTIVO
           ELSE
               ADD 1 TO W-DET-CANT
               SET W-DET-IDX TO W-DET-CANT
               MOVE W-CAMPO(1) TO W-DET-T-TIPO(W-DET-IDX)
               MOVE W-NRO-LINEA TO W-DET-T-LINEA(W-DET-IDX)
               MOVE 0 TO W-DET-T-EQU(W-DET-IDX)
               MOVE 0 TO W-DET-T-MINUTO(W-DET-IDX)
               MOVE SPACES TO W-DET-T-DATO(W-DET-IDX)
               MOVE W-CAMPO(3) TO W-DET-T-JUG(W-DET-IDX)
               MOVE W-NRO-LINEA TO W-NRO-LINEA-ED
               MOVE SPACES TO W-MOTIVO
               STRING "RENGLON MAL FORMADO EN LINEA "
                   DELIMITED BY SIZE
                   W-NRO-LINEA-ED DELIMITED BY SIZE
                   INTO W-MOTIVO
               END-STRING
               MOVE 2 TO W-NUM-CAMPO
               PERFORM 2080-CONVERTIR-CAMPO
               IF W-NUM-OK = 1 AND W-NUM-VALOR < 100
                   MOVE W-NUM-VALOR TO W-DET-T-EQU(W-DET-IDX)
               ELSE
                   PERFORM 2090-ANOTAR-MOTIVO
               END-IF
               IF W-LARGO(3) = 0 OR W-LARGO(3) > 6
                   PERFORM 2090-ANOTAR-MOTIVO
               END-IF
               EVALUATE W-CAMPO(1)
                   WHEN "G"
                   WHEN "C"
                       IF W-CANT-CAMPOS NOT = 4
                           PERFORM 2090-ANOTAR-MOTIVO
                       END-IF
                       MOVE 4 TO W-NUM-CAMPO
                       PERFORM 2085-TOMAR-MINUTO
                   WHEN "T"
                       IF W-CANT-CAMPOS NOT = 5 OR W-LARGO(4) NOT = 1
                           PERFORM 2090-ANOTAR-MOTIVO
                       END-IF
                       MOVE W-CAMPO(4) TO W-DET-T-DATO(W-DET-IDX)
                       MOVE 5 TO W-NUM-CAMPO
                       PERFORM 2085-TOMAR-MINUTO
                   WHEN OTHER
                       IF W-CANT-CAMPOS NOT = 4 OR W-LARGO(4) NOT = 1
                           PERFORM 2090-ANOTAR-MOTIVO
                       END-IF
                       MOVE W-CAMPO(4) TO W-DET-T-DATO(W-DET-IDX)
               END-EVALUATE
           END-IF.

       2080-CONVERTIR-CAMPO.
           MOVE 0 TO W-NUM-OK.
           MOVE 0 TO W-NUM-VALOR.
           IF W-LARGO(W-NUM-CAMPO) > 0 AND W-LARGO(W-NUM-CAMPO) < 9
               IF W-CAMPO(W-NUM-CAMPO)(1:W-LARGO(W-NUM-CAMPO))
                   IS NUMERIC
                   MOVE W-CAMPO(W-NUM-CAMPO)(1:W-LARGO(W-NUM-CAMPO))
                       TO W-NUM-VALOR
                   MOVE 1 TO W-NUM-OK
               END-IF
           END-IF.

       2085-TOMAR-MINUTO.
           PERFORM 2080-CONVERTIR-CAMPO.
           IF W-NUM-OK = 1 AND W-NUM-VALOR < 1000
               MOVE W-NUM-VALOR TO W-DET-T-MINUTO(W-DET-IDX)
           ELSE
               PERFORM 2090-ANOTAR-MOTIVO
           END-IF.

       2090-ANOTAR-MOTIVO.
      *    La planilla se rechaza por el primer problema encontrado.
           IF W-PLA-MOTIVO = SPACES
               MOVE W-MOTIVO TO W-PLA-MOTIVO
           END-IF.

       2095-RECHAZAR-LINEA-SUELTA.
           MOVE W-NRO-LINEA TO DSU-LINEA.
           WRITE IMPRIMIR-LINEA FROM DETALLE-SUELTA.
           MOVE "RENGLON FUERA DE UNA PLANILLA" TO DMO-MOTIVO.
           WRITE IMPRIMIR-LINEA FROM DETALLE-MOTIVO.
           ADD 1 TO W-CANT-RECHAZOS.

       2100-CERRAR-PLANILLA.
           ADD 1 TO W-CANT-PLANILLAS.
           MOVE 0 TO W-PLA-ABIERTA.
           IF W-PLA-MOTIVO = SPACES
               PERFORM 2200-VALIDAR-CABECERA
           END-IF.
           IF W-PLA-MOTIVO = SPACES
               PERFORM 2220-VALIDAR-RENGLONES
           END-IF.
           IF W-PLA-MOTIVO = SPACES
               PERFORM 2240-VALIDAR-RESULTADO
           END-IF.
           IF W-PLA-MOTIVO = SPACES
               PERFORM 2260-VALIDAR-FORMACIONES
           END-IF.
           IF W-PLA-MOTIVO = SPACES
               PERFORM 2300-GRABAR-SALIDA
               ADD 1 TO W-CANT-ACEPTADAS
           ELSE
               PERFORM 2400-GRABAR-RECHAZO
           END-IF.

       2200-VALIDAR-CABECERA.
           IF W-PLA-FECHA < 1 OR W-PLA-FECHA > 98
               MOVE "FECHA FUERA DEL RANGO 01-98" TO W-MOTIVO
               PERFORM 2090-ANOTAR-MOTIVO
           ELSE
           IF FUNCTION TEST-DATE-YYYYMMDD(W-PLA-DIA) NOT = 0
               MOVE "DIA DEL PARTIDO INVALIDO" TO W-MOTIVO
               PERFORM 2090-ANOTAR-MOTIVO
           ELSE
           IF W-PLA-LOC = W-PLA-VIS
               MOVE "EQUIPO JUEGA CONTRA SI MISMO" TO W-MOTIVO
               PERFORM 2090-ANOTAR-MOTIVO
           ELSE
               MOVE W-PLA-LOC TO W-GRP-EQU
               PERFORM 2210-BUSCAR-EQUIPO
               IF W-ENCONTRADO = 0
                   MOVE "EQUIPO LOCAL INEXISTENTE EN EQUIPO.DAT"
                       TO W-MOTIVO
                   PERFORM 2090-ANOTAR-MOTIVO
               END-IF
               MOVE W-PLA-VIS TO W-GRP-EQU
               PERFORM 2210-BUSCAR-EQUIPO
               IF W-ENCONTRADO = 0
                   MOVE "EQUIPO VISITANTE INEXISTENTE EN EQUIPO.DAT"
                       TO W-MOTIVO
                   PERFORM 2090-ANOTAR-MOTIVO
               END-IF
           END-IF
           END-IF
           END-IF.
           IF W-PLA-MOTIVO = SPACES
               PERFORM 2212-BUSCAR-FIXTURE
               IF W-ENCONTRADO = 0
                   MOVE "PARTIDO FUERA DEL FIXTURE" TO W-MOTIVO
                   PERFORM 2090-ANOTAR-MOTIVO
               END-IF
           END-IF.
           IF W-PLA-MOTIVO = SPACES
               PERFORM 2214-BUSCAR-CRUCE
               IF W-ENCONTRADO > 0
                   MOVE "CRUCE YA CARGADO EN LA FECHA" TO W-MOTIVO
                   PERFORM 2090-ANOTAR-MOTIVO
               END-IF
           END-IF.

       2210-BUSCAR-EQUIPO.
           MOVE 0 TO W-ENCONTRADO.
           PERFORM VARYING W-EQU-IDX FROM 1 BY 1
               UNTIL W-EQU-IDX > W-EQU-CANT OR W-ENCONTRADO > 0
               IF W-EQU-T-COD(W-EQU-IDX) = W-GRP-EQU
                   SET W-ENCONTRADO TO W-EQU-IDX
               END-IF
           END-PERFORM.

       2212-BUSCAR-FIXTURE.
           MOVE 0 TO W-ENCONTRADO.
           PERFORM VARYING W-FIX-IDX FROM 1 BY 1
               UNTIL W-FIX-IDX > W-FIX-CANT OR W-ENCONTRADO > 0
               IF W-FIX-T-FECHA(W-FIX-IDX) = W-PLA-FECHA
                   AND W-FIX-T-LOC(W-FIX-IDX) = W-PLA-LOC
                   AND W-FIX-T-VIS(W-FIX-IDX) = W-PLA-VIS
                   SET W-ENCONTRADO TO W-FIX-IDX
               END-IF
           END-PERFORM.

       2214-BUSCAR-CRUCE.
           MOVE 0 TO W-ENCONTRADO.
           PERFORM VARYING W-PART-IDX FROM 1 BY 1
               UNTIL W-PART-IDX > W-PART-CANT OR W-ENCONTRADO > 0
               IF W-PART-T-FECHA(W-PART-IDX) = W-PLA-FECHA
                   AND ((W-PART-T-LOC(W-PART-IDX) = W-PLA-LOC
                   AND W-PART-T-VIS(W-PART-IDX) = W-PLA-VIS)
                   OR (W-PART-T-LOC(W-PART-IDX) = W-PLA-VIS
                   AND W-PART-T-VIS(W-PART-IDX) = W-PLA-LOC))
                   SET W-ENCONTRADO TO W-PART-IDX
               END-IF
           END-PERFORM.

       2220-VALIDAR-RENGLONES.
      *    Cada renglon tiene que ser de uno de los dos equipos del
      *    partido y de un jugador de jugadores.ind que pertenezca a
      *    ese equipo (el gol en contra se carga al jugador que lo
      *    hizo, con su propio equipo).
           PERFORM VARYING W-DET-IDX FROM 1 BY 1
               UNTIL W-DET-IDX > W-DET-CANT OR W-PLA-MOTIVO NOT = SPACES
               PERFORM 2225-VALIDAR-RENGLON
           END-PERFORM.

       2225-VALIDAR-RENGLON.
           MOVE W-DET-T-LINEA(W-DET-IDX) TO W-NRO-LINEA-ED.
           IF W-DET-T-EQU(W-DET-IDX) NOT = W-PLA-LOC
               AND W-DET-T-EQU(W-DET-IDX) NOT = W-PLA-VIS
               MOVE SPACES TO W-MOTIVO
               STRING "EQUIPO AJENO AL PARTIDO EN LINEA "
                   DELIMITED BY SIZE
                   W-NRO-LINEA-ED DELIMITED BY SIZE
                   INTO W-MOTIVO
               END-STRING
               PERFORM 2090-ANOTAR-MOTIVO
           ELSE
               MOVE W-DET-T-JUG(W-DET-IDX) TO JUG-COD
               MOVE 1 TO W-ENCONTRADO
               READ ARCHIVO-JUGADORES
                   INVALID KEY MOVE 0 TO W-ENCONTRADO
               END-READ
               IF W-ENCONTRADO = 0
                   MOVE SPACES TO W-MOTIVO
                   STRING "JUGADOR " DELIMITED BY SIZE
                       W-DET-T-JUG(W-DET-IDX) DELIMITED BY SIZE
                       " INEXISTENTE EN JUGADORES.IND"
                       DELIMITED BY SIZE
                       INTO W-MOTIVO
                   END-STRING
                   PERFORM 2090-ANOTAR-MOTIVO
               ELSE
               IF JUG-EQU NOT = W-DET-T-EQU(W-DET-IDX)
                   MOVE SPACES TO W-MOTIVO
                   STRING "JUGADOR " DELIMITED BY SIZE
                       W-DET-T-JUG(W-DET-IDX) DELIMITED BY SIZE
                       " ES DE OTRO EQUIPO"
                       DELIMITED BY SIZE
                       INTO W-MOTIVO
                   END-STRING
                   PERFORM 2090-ANOTAR-MOTIVO
               END-IF
               END-IF
           END-IF.
           IF W-PLA-MOTIVO = SPACES
               EVALUATE W-DET-T-TIPO(W-DET-IDX)
                   WHEN "G"
                   WHEN "C"
                       IF W-DET-T-MINUTO(W-DET-IDX) > 130
                           MOVE SPACES TO W-MOTIVO
                           STRING "MINUTO INVALIDO EN LINEA "
                               DELIMITED BY SIZE
                               W-NRO-LINEA-ED DELIMITED BY SIZE
                               INTO W-MOTIVO
                           END-STRING
                           PERFORM 2090-ANOTAR-MOTIVO
                       END-IF
                   WHEN "T"
                       IF (W-DET-T-DATO(W-DET-IDX) NOT = "A"
                           AND W-DET-T-DATO(W-DET-IDX) NOT = "R")
                           OR W-DET-T-MINUTO(W-DET-IDX) > 130
                           MOVE SPACES TO W-MOTIVO
                           STRING "TARJETA INVALIDA EN LINEA "
                               DELIMITED BY SIZE
                               W-NRO-LINEA-ED DELIMITED BY SIZE
                               INTO W-MOTIVO
                           END-STRING
                           PERFORM 2090-ANOTAR-MOTIVO
                       END-IF
                   WHEN OTHER
                       IF W-DET-T-DATO(W-DET-IDX) NOT = "T"
                           AND W-DET-T-DATO(W-DET-IDX) NOT = "S"
                           MOVE SPACES TO W-MOTIVO
                           STRING "ROL DE FORMACION INVALIDO EN LINEA "
                               DELIMITED BY SIZE
                               W-NRO-LINEA-ED DELIMITED BY SIZE
                               INTO W-MOTIVO
                           END-STRING
                           PERFORM 2090-ANOTAR-MOTIVO
                       END-IF
               END-EVALUATE
           END-IF.
           IF W-PLA-MOTIVO = SPACES
               AND (W-DET-T-TIPO(W-DET-IDX) = "T"
               OR W-DET-T-TIPO(W-DET-IDX) = "F")
               PERFORM 2230-VALIDAR-REPETIDO
           END-IF.

       2230-VALIDAR-REPETIDO.
      *    Un jugador figura una sola vez en la formacion y recibe a
      *    lo sumo una amarilla y una roja; la segunda amarilla se
      *    informa como roja.
           PERFORM VARYING W-DET-J FROM 1 BY 1
               UNTIL W-DET-J NOT < W-DET-IDX
               IF W-DET-T-TIPO(W-DET-J) = W-DET-T-TIPO(W-DET-IDX)
                   AND W-DET-T-JUG(W-DET-J) = W-DET-T-JUG(W-DET-IDX)
                   AND (W-DET-T-TIPO(W-DET-IDX) = "F"
                   OR W-DET-T-DATO(W-DET-J) = W-DET-T-DATO(W-DET-IDX))
                   MOVE SPACES TO W-MOTIVO
                   STRING "JUGADOR REPETIDO EN LINEA "
                       DELIMITED BY SIZE
                       W-NRO-LINEA-ED DELIMITED BY SIZE
                       INTO W-MOTIVO
                   END-STRING
                   PERFORM 2090-ANOTAR-MOTIVO
               END-IF
           END-PERFORM.

       2240-VALIDAR-RESULTADO.
      *    Los goles de cada equipo son los de sus jugadores mas los
      *    goles en contra de los jugadores del rival.
           MOVE 0 TO W-SUMA-LOC.
           MOVE 0 TO W-SUMA-VIS.
           PERFORM VARYING W-DET-IDX FROM 1 BY 1
               UNTIL W-DET-IDX > W-DET-CANT
               EVALUATE TRUE
                   WHEN W-DET-T-TIPO(W-DET-IDX) = "G"
                       AND W-DET-T-EQU(W-DET-IDX) = W-PLA-LOC
                       ADD 1 TO W-SUMA-LOC
                   WHEN W-DET-T-TIPO(W-DET-IDX) = "G"
                       ADD 1 TO W-SUMA-VIS
                   WHEN W-DET-T-TIPO(W-DET-IDX) = "C"
                       AND W-DET-T-EQU(W-DET-IDX) = W-PLA-LOC
                       ADD 1 TO W-SUMA-VIS
                   WHEN W-DET-T-TIPO(W-DET-IDX) = "C"
                       ADD 1 TO W-SUMA-LOC
               END-EVALUATE
           END-PERFORM.
           IF W-SUMA-LOC NOT = W-PLA-GOL-LOC
               OR W-SUMA-VIS NOT = W-PLA-GOL-VIS
               MOVE "LOS GOLEADORES NO SUMAN EL RESULTADO" TO W-MOTIVO
               PERFORM 2090-ANOTAR-MOTIVO
           END-IF.

       2260-VALIDAR-FORMACIONES.
      *    Por equipo: no mas de once titulares, no mas de 25
      *    jugadores por tipo de novedad (el maximo de un registro de
      *    novedades) y, si el equipo presento formacion, sus
      *    goleadores tienen que estar en ella.
           MOVE W-PLA-LOC TO W-GRP-EQU.
           PERFORM 2265-VALIDAR-EQUIPO.
           MOVE W-PLA-VIS TO W-GRP-EQU.
           PERFORM 2265-VALIDAR-EQUIPO.

       2265-VALIDAR-EQUIPO.
           MOVE "F" TO W-GRP-TIPO.
           MOVE "T" TO W-GRP-DATO.
           PERFORM 2270-CONTAR-RENGLONES.
           IF W-CUENTA > 11
               MOVE "FORMACION CON MAS DE 11 TITULARES" TO W-MOTIVO
               PERFORM 2090-ANOTAR-MOTIVO
           END-IF.
           MOVE SPACE TO W-GRP-DATO.
           PERFORM 2270-CONTAR-RENGLONES.
           IF W-CUENTA > 25
               MOVE "FORMACION CON MAS DE 25 JUGADORES" TO W-MOTIVO
               PERFORM 2090-ANOTAR-MOTIVO
           END-IF.
           MOVE "T" TO W-GRP-TIPO.
           PERFORM 2270-CONTAR-RENGLONES.
           IF W-CUENTA > 25
               MOVE "MAS DE 25 TARJETAS PARA UN EQUIPO" TO W-MOTIVO
               PERFORM 2090-ANOTAR-MOTIVO
           END-IF.
           IF W-PLA-MOTIVO = SPACES
               MOVE "F" TO W-GRP-TIPO
               PERFORM 2270-CONTAR-RENGLONES
               IF W-CUENTA > 0
                   PERFORM 2280-VALIDAR-GOLEADORES
               END-IF
           END-IF.

       2270-CONTAR-RENGLONES.
      *    W-GRP-DATO en blanco cuenta todos los renglones del tipo.
           MOVE 0 TO W-CUENTA.
           PERFORM VARYING W-DET-IDX FROM 1 BY 1
               UNTIL W-DET-IDX > W-DET-CANT
               IF W-DET-T-TIPO(W-DET-IDX) = W-GRP-TIPO
                   AND W-DET-T-EQU(W-DET-IDX) = W-GRP-EQU
                   AND (W-GRP-DATO = SPACE
                   OR W-DET-T-DATO(W-DET-IDX) = W-GRP-DATO)
                   ADD 1 TO W-CUENTA
               END-IF
           END-PERFORM.

       2280-VALIDAR-GOLEADORES.
           PERFORM VARYING W-DET-IDX FROM 1 BY 1
               UNTIL W-DET-IDX > W-DET-CANT
               IF (W-DET-T-TIPO(W-DET-IDX) = "G"
                   OR W-DET-T-TIPO(W-DET-IDX) = "C")
                   AND W-DET-T-EQU(W-DET-IDX) = W-GRP-EQU
                   MOVE 0 TO W-ENCONTRADO
                   PERFORM VARYING W-DET-J FROM 1 BY 1
                       UNTIL W-DET-J > W-DET-CANT
                       IF W-DET-T-TIPO(W-DET-J) = "F"
                           AND W-DET-T-JUG(W-DET-J) =
                               W-DET-T-JUG(W-DET-IDX)
                           MOVE 1 TO W-ENCONTRADO
                       END-IF
                   END-PERFORM
                   IF W-ENCONTRADO = 0
                       MOVE SPACES TO W-MOTIVO
                       STRING "GOLEADOR " DELIMITED BY SIZE
                           W-DET-T-JUG(W-DET-IDX) DELIMITED BY SIZE
                           " FUERA DE LA FORMACION"
                           DELIMITED BY SIZE
                           INTO W-MOTIVO
                       END-STRING
                       PERFORM 2090-ANOTAR-MOTIVO
                   END-IF
               END-IF
           END-PERFORM.

       2300-GRABAR-SALIDA.
      *    Alta del resultado para MANT-PARTIDOS y, por equipo, un
      *    registro de novedades por tipo: goles (un renglon por gol,
      *    sumados por jugador), goles en contra, amarillas, rojas y
      *    formacion.
           MOVE "A" TO TRANS-TIPO.
           MOVE W-PLA-FECHA TO TRANS-FECHA.
           MOVE W-PLA-DIA TO TRANS-DIA.
           MOVE W-PLA-LOC TO TRANS-EQU-LOC.
           MOVE W-PLA-VIS TO TRANS-EQU-VIS.
           MOVE W-PLA-GOL-LOC TO TRANS-GOL-LOC.
           MOVE W-PLA-GOL-VIS TO TRANS-GOL-VIS.
           WRITE REG-TRANS.
           PERFORM VARYING W-LADO FROM 1 BY 1 UNTIL W-LADO > 2
               IF W-LADO = 1
                   MOVE W-PLA-LOC TO W-GRP-EQU
               ELSE
                   MOVE W-PLA-VIS TO W-GRP-EQU
               END-IF
               MOVE "G" TO W-GRP-TIPO
               MOVE SPACE TO W-GRP-DATO
               PERFORM 2310-GRABAR-NOVEDAD
               MOVE "C" TO W-GRP-TIPO
               PERFORM 2310-GRABAR-NOVEDAD
               MOVE "T" TO W-GRP-TIPO
               MOVE "A" TO W-GRP-DATO
               PERFORM 2310-GRABAR-NOVEDAD
               MOVE "R" TO W-GRP-DATO
               PERFORM 2310-GRABAR-NOVEDAD
               MOVE "F" TO W-GRP-TIPO
               MOVE SPACE TO W-GRP-DATO
               PERFORM 2310-GRABAR-NOVEDAD
           END-PERFORM.
           IF W-PART-CANT < 5000
               ADD 1 TO W-PART-CANT
               SET W-PART-IDX TO W-PART-CANT
               MOVE W-PLA-FECHA TO W-PART-T-FECHA(W-PART-IDX)
               MOVE W-PLA-LOC TO W-PART-T-LOC(W-PART-IDX)
               MOVE W-PLA-VIS TO W-PART-T-VIS(W-PART-IDX)
           END-IF.

       2310-GRABAR-NOVEDAD.
           MOVE W-GRP-TIPO TO NOV-TIPO.
           MOVE W-GRP-EQU TO NOV-EQU.
           MOVE W-PLA-FECHA TO NOV-FECHA.
           MOVE 0 TO NOV-CANT-JUG.
           PERFORM VARYING W-DET-IDX FROM 1 BY 1
               UNTIL W-DET-IDX > W-DET-CANT
               IF W-DET-T-TIPO(W-DET-IDX) = W-GRP-TIPO
                   AND W-DET-T-EQU(W-DET-IDX) = W-GRP-EQU
                   AND (W-GRP-DATO = SPACE
                   OR W-DET-T-DATO(W-DET-IDX) = W-GRP-DATO)
                   PERFORM 2320-AGREGAR-JUGADOR
               END-IF
           END-PERFORM.
           IF NOV-CANT-JUG > 0
               WRITE REG-NOV
               ADD 1 TO W-CANT-NOVEDADES
           END-IF.

       2320-AGREGAR-JUGADOR.
           MOVE 0 TO W-NOV-HALLADO.
           IF W-GRP-TIPO = "G" OR W-GRP-TIPO = "C"
               PERFORM VARYING W-NOV-I FROM 1 BY 1
                   UNTIL W-NOV-I > NOV-CANT-JUG OR W-NOV-HALLADO > 0
                   IF NOV-JUG(W-NOV-I) = W-DET-T-JUG(W-DET-IDX)
                       MOVE W-NOV-I TO W-NOV-HALLADO
                   END-IF
               END-PERFORM
           END-IF.
           IF W-NOV-HALLADO > 0
               ADD 1 TO NOV-GOLES(W-NOV-HALLADO)
           ELSE
               ADD 1 TO NOV-CANT-JUG
               MOVE W-DET-T-JUG(W-DET-IDX) TO NOV-JUG(NOV-CANT-JUG)
               IF W-GRP-TIPO = "G" OR W-GRP-TIPO = "C"
                   MOVE 1 TO NOV-GOLES(NOV-CANT-JUG)
               ELSE
                   MOVE W-DET-T-DATO(W-DET-IDX) TO W-GRP-TARJ-TIPO
                   MOVE W-GRP-TARJ TO NOV-TARJ(NOV-CANT-JUG)
               END-IF
           END-IF.

       2400-GRABAR-RECHAZO.
           ADD 1 TO W-CANT-RECHAZOS.
           MOVE W-PLA-LINEA TO DRE-LINEA.
           MOVE W-PLA-FECHA TO DRE-FECHA.
           MOVE W-PLA-LOC TO DRE-LOC.
           MOVE W-PLA-VIS TO DRE-VIS.
           MOVE W-PLA-GOL-LOC TO DRE-GOL-LOC.
           MOVE W-PLA-GOL-VIS TO DRE-GOL-VIS.
           WRITE IMPRIMIR-LINEA FROM DETALLE-RECHAZO.
           MOVE W-PLA-MOTIVO TO DMO-MOTIVO.
           WRITE IMPRIMIR-LINEA FROM DETALLE-MOTIVO.

       3900-GRABAR-BITACORA.
      *    Constancia en la bitacora comun de la suite: un registro al
      *    iniciar y otro al terminar la corrida.
           OPEN EXTEND ARCHIVO-BITACORA.
           MOVE W-BIT-EVENTO TO BIT-EVENTO.
           MOVE "PLANILLA" TO BIT-PROGRAMA.
           MOVE W-ID-LOTE TO BIT-ARGUMENTO.
           ACCEPT BIT-FECHA FROM DATE YYYYMMDD.
           ACCEPT W-BIT-HORA-COMPLETA FROM TIME.
           MOVE W-BIT-HORA-COMPLETA(1:6) TO BIT-HORA.
           MOVE W-BIT-REGISTROS TO BIT-REGISTROS.
           MOVE W-BIT-VEREDICTO TO BIT-VEREDICTO.
           WRITE REG-BITACORA.
           CLOSE ARCHIVO-BITACORA.

       4000-FIN.
           MOVE SPACES TO IMPRIMIR-LINEA.
           WRITE IMPRIMIR-LINEA.
           MOVE W-CANT-PLANILLAS TO PRE-LEIDAS.
           MOVE W-CANT-ACEPTADAS TO PRE-ACEPTADAS.
           MOVE W-CANT-RECHAZOS TO PRE-RECHAZOS.
           WRITE IMPRIMIR-LINEA FROM PIE-RECHAZOS.
           CLOSE ARCHIVO-JUGADORES.
           CLOSE ARCHIVO-TRANS-PARTIDO.
           CLOSE ARCHIVO-NOVEDADES.
           CLOSE ARCHIVO-RECHAZOS.
           DISPLAY "PLANILLAS LEIDAS: " W-CANT-PLANILLAS
               " ACEPTADAS: " W-CANT-ACEPTADAS
               " RECHAZOS: " W-CANT-RECHAZOS.
           DISPLAY "NOVEDADES GRABADAS: " W-CANT-NOVEDADES
               " - LOTE " W-ID-LOTE.
           MOVE "F" TO W-BIT-EVENTO.
           MOVE W-CANT-PLANILLAS TO W-BIT-REGISTROS.
           IF W-CANT-RECHAZOS = 0
               MOVE "OK" TO W-BIT-VEREDICTO
           ELSE
               MOVE "CON RECHAZOS" TO W-BIT-VEREDICTO
           END-IF.
           PERFORM 3900-GRABAR-BITACORA.
           STOP RUN.

       END PROGRAM PLANILLA.
