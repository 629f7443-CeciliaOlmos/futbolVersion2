      ******************************************************************
      * Author:
      * Date:
      * Purpose: Partidos pendientes de resultado: recorre fixture.dat
      *          y lista por fecha los partidos programados que todavia
      *          no tienen resultado cargado en partidos.dat, para
      *          completarlos antes de correr POSICIONES. Sin argumento
      *          se controlan los partidos programados hasta el dia de
      *          hoy; con argumento, los de las fechas hasta la
      *          informada.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       PROGRAM-ID. PEND-PARTIDOS.
       ENVIRONMENT DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       CONFIGURATION SECTION.
      *-----------------------
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARCHIVO-FIXTURE
           ASSIGN TO "../fixture.dat"
           ORGANIZATION LINE SEQUENTIAL.

           SELECT OPTIONAL ARCHIVO-PARTIDOS
           ASSIGN TO "../partidos.dat"
           ORGANIZATION LINE SEQUENTIAL.

           SELECT ARCHIVO-EQUIPOS
           ASSIGN TO "../equipo.dat"
           ORGANIZATION LINE SEQUENTIAL.

           SELECT ARCHIVO-PENDIENTES
           ASSIGN TO "../pendientes.dat".

           SELECT OPTIONAL ARCHIVO-BITACORA
           ASSIGN TO "../bitacora.dat"
           ORGANIZATION LINE SEQUENTIAL.

      *-----------------------
       DATA DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       FILE SECTION.
       FD  ARCHIVO-FIXTURE.
       01  REG-FIXTURE.
           03 FIX-FECHA PIC 99.
           03 FIX-DIA PIC X(8).
           03 FIX-EQU-LOC PIC 99.
           03 FIX-EQU-VIS PIC 99.

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

       FD  ARCHIVO-PENDIENTES.
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
       01  W-ARG-NUM PIC 9(2).
       01  W-ENCONTRADO PIC 9(4).
       01  W-CORTE-TEXTO PIC X(2) VALUE SPACES.
       01  W-FECHA-CORTE PIC 99 VALUE 99.
       01  W-DIA-HOY PIC X(8).
       01  W-FECHA-ANTERIOR PIC 99 VALUE ZERO.
       01  W-CANT-FECHA PIC 9(4) VALUE ZERO.
       01  W-CANT-PENDIENTES PIC 9(8) VALUE ZERO.
       01  W-CANT-CONTROLADOS PIC 9(8) VALUE ZERO.
       01  W-CONTROLAR PIC 9.
       01  W-BUSCA-EQU PIC 99.
       01  W-BIT-EVENTO PIC X.
       01  W-BIT-REGISTROS PIC 9(8) VALUE ZERO.
       01  W-BIT-VEREDICTO PIC X(20) VALUE SPACES.
       01  W-BIT-HORA-COMPLETA PIC X(8).
       01  W-TABLA-EQU.
           03 W-EQU-CANT PIC 9(4) VALUE ZERO.
           03 W-EQU-ENTRY OCCURS 200 TIMES INDEXED BY W-EQU-IDX.
               05 W-EQU-T-COD PIC 99.
               05 W-EQU-T-NOM PIC X(15).
       01  W-TABLA-PART.
           03 W-PART-CANT PIC 9(4) VALUE ZERO.
           03 W-PART-ENTRY OCCURS 5000 TIMES INDEXED BY W-PART-IDX.
               05 W-PART-T-FECHA PIC 99.
               05 W-PART-T-LOC PIC 99.
               05 W-PART-T-VIS PIC 99.
       01  ENCAB-PEND.
           03 FILLER PIC X(32) VALUE
              "PARTIDOS PENDIENTES DE RESULTADO".
       01  ENCAB-CORTE.
           03 FILLER PIC X(13) VALUE "HASTA FECHA: ".
           03 ENC-CORTE-FECHA PIC 99.
       01  ENCAB-HOY.
           03 FILLER PIC X(26) VALUE "PROGRAMADOS HASTA EL DIA: ".
           03 ENC-DIA-HOY PIC X(8).
       01  ENCAB-FECHA.
           03 FILLER PIC X(7) VALUE "FECHA: ".
           03 ENC-FECHA-NUM PIC 99.
           03 FILLER PIC X(7) VALUE "  DIA: ".
           03 ENC-FECHA-DIA PIC X(8).
       01  DETALLE-PEND.
           03 FILLER PIC X(4) VALUE SPACES.
           03 DET-LOC PIC 99.
           03 FILLER PIC X(1) VALUE SPACES.
           03 DET-LOC-NOM PIC X(15).
           03 FILLER PIC X(5) VALUE " VS. ".
           03 DET-VIS PIC 99.
           03 FILLER PIC X(1) VALUE SPACES.
           03 DET-VIS-NOM PIC X(15).
       01  PIE-FECHA.
           03 FILLER PIC X(4) VALUE SPACES.
           03 FILLER PIC X(24) VALUE "PENDIENTES EN LA FECHA: ".
           03 PIE-F-CANT PIC ZZZ9.
       01  PIE-TOTAL.
           03 FILLER PIC X(18) VALUE "TOTAL PENDIENTES: ".
           03 PIE-T-CANT PIC ZZZZZZZ9.
       01  SIN-PENDIENTES.
           03 FILLER PIC X(34) VALUE
              "SIN PARTIDOS PENDIENTES DE CARGA.".
      *-----------------------
       PROCEDURE DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       MAIN-PROCEDURE.
           PERFORM 1000-INICIO.
           PERFORM 2000-PROCESAR-FIXTURE.
           PERFORM 3000-GRABAR-TOTALES.
           PERFORM 4000-FIN.

       1000-INICIO.
           PERFORM 1005-LEER-PARAMETROS.
           MOVE "I" TO W-BIT-EVENTO.
           MOVE "INICIO" TO W-BIT-VEREDICTO.
           PERFORM 3900-GRABAR-BITACORA.
           PERFORM 1010-CARGAR-EQUIPOS.
           PERFORM 1020-CARGAR-PARTIDOS.
           ACCEPT W-DIA-HOY FROM DATE YYYYMMDD.
           OPEN INPUT ARCHIVO-FIXTURE.
           OPEN OUTPUT ARCHIVO-PENDIENTES.
           WRITE IMPRIMIR-LINEA FROM ENCAB-PEND
               AFTER ADVANCING PAGE.
           IF W-FECHA-CORTE = 99
               MOVE W-DIA-HOY TO ENC-DIA-HOY
               WRITE IMPRIMIR-LINEA FROM ENCAB-HOY
                   AFTER ADVANCING 1 LINE
           ELSE
               MOVE W-FECHA-CORTE TO ENC-CORTE-FECHA
               WRITE IMPRIMIR-LINEA FROM ENCAB-CORTE
                   AFTER ADVANCING 1 LINE
           END-IF.

       1005-LEER-PARAMETROS.
           MOVE 1 TO W-ARG-NUM.
           DISPLAY W-ARG-NUM UPON ARGUMENT-NUMBER.
           ACCEPT W-CORTE-TEXTO FROM ARGUMENT-VALUE
               ON EXCEPTION MOVE SPACES TO W-CORTE-TEXTO
           END-ACCEPT.
           IF W-CORTE-TEXTO = SPACES
               MOVE 99 TO W-FECHA-CORTE
           ELSE
               IF W-CORTE-TEXTO(2:1) = SPACE
                   MOVE W-CORTE-TEXTO(1:1) TO W-CORTE-TEXTO(2:1)
                   MOVE "0" TO W-CORTE-TEXTO(1:1)
               END-IF
               IF W-CORTE-TEXTO IS NUMERIC
                   MOVE W-CORTE-TEXTO TO W-FECHA-CORTE
               ELSE
                   DISPLAY "ERROR: FECHA DE CORTE INVALIDA: "
                       W-CORTE-TEXTO
                   STOP RUN
               END-IF
           END-IF.
           IF W-FECHA-CORTE = 0
               DISPLAY "ERROR: FECHA DE CORTE INVALIDA: "
                   W-CORTE-TEXTO
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

       1020-CARGAR-PARTIDOS.
           MOVE 1 TO W-FLAG.
           OPEN INPUT ARCHIVO-PARTIDOS.
           PERFORM UNTIL W-FLAG = 0
               READ ARCHIVO-PARTIDOS
                   AT END MOVE 0 TO W-FLAG
                   NOT AT END
                       IF W-PART-CANT < 5000
                           ADD 1 TO W-PART-CANT
                           SET W-PART-IDX TO W-PART-CANT
                           MOVE PART-FECHA
                               TO W-PART-T-FECHA(W-PART-IDX)
                           MOVE PART-EQU-LOC
                               TO W-PART-T-LOC(W-PART-IDX)
                           MOVE PART-EQU-VIS
                               TO W-PART-T-VIS(W-PART-IDX)
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

       2000-PROCESAR-FIXTURE.
      *    fixture.dat viene ordenado por fecha desde GEN-FIXTURE: se
      *    corta control por fecha para encabezar y totalizar cada una.
           MOVE 1 TO W-FLAG.
           PERFORM 2010-LEER-FIXTURE.
           PERFORM UNTIL W-FLAG = 0
               PERFORM 2020-CONTROLAR-PARTIDO
               PERFORM 2010-LEER-FIXTURE
           END-PERFORM.
           PERFORM 2050-CERRAR-FECHA.
           CLOSE ARCHIVO-FIXTURE.

       2010-LEER-FIXTURE.
           READ ARCHIVO-FIXTURE AT END MOVE 0 TO W-FLAG.

       2020-CONTROLAR-PARTIDO.
           MOVE 0 TO W-CONTROLAR.
           IF W-FECHA-CORTE = 99
               IF FIX-DIA NOT > W-DIA-HOY
                   MOVE 1 TO W-CONTROLAR
               END-IF
           ELSE
               IF FIX-FECHA NOT > W-FECHA-CORTE
                   MOVE 1 TO W-CONTROLAR
               END-IF
           END-IF.
           IF W-CONTROLAR = 1
               ADD 1 TO W-CANT-CONTROLADOS
               PERFORM 2030-BUSCAR-RESULTADO
               IF W-ENCONTRADO = 0
                   PERFORM 2040-GRABAR-PENDIENTE
               END-IF
           END-IF.

       2030-BUSCAR-RESULTADO.
           MOVE 0 TO W-ENCONTRADO.
           PERFORM VARYING W-PART-IDX FROM 1 BY 1
               UNTIL W-PART-IDX > W-PART-CANT
               IF W-PART-T-FECHA(W-PART-IDX) = FIX-FECHA
                   AND W-PART-T-LOC(W-PART-IDX) = FIX-EQU-LOC
                   AND W-PART-T-VIS(W-PART-IDX) = FIX-EQU-VIS
                   SET W-ENCONTRADO TO W-PART-IDX
               END-IF
           END-PERFORM.

       2040-GRABAR-PENDIENTE.
           IF FIX-FECHA NOT = W-FECHA-ANTERIOR
               PERFORM 2050-CERRAR-FECHA
               MOVE FIX-FECHA TO W-FECHA-ANTERIOR
               MOVE FIX-FECHA TO ENC-FECHA-NUM
               MOVE FIX-DIA TO ENC-FECHA-DIA
               WRITE IMPRIMIR-LINEA FROM ENCAB-FECHA
                   AFTER ADVANCING 2 LINE
           END-IF.
           ADD 1 TO W-CANT-FECHA.
           ADD 1 TO W-CANT-PENDIENTES.
           MOVE FIX-EQU-LOC TO DET-LOC.
           MOVE FIX-EQU-LOC TO W-BUSCA-EQU.
           PERFORM 2060-BUSCAR-NOMBRE-EQUIPO.
           IF W-ENCONTRADO > 0
               MOVE W-EQU-T-NOM(W-ENCONTRADO) TO DET-LOC-NOM
           ELSE
               MOVE SPACES TO DET-LOC-NOM
           END-IF.
           MOVE FIX-EQU-VIS TO DET-VIS.
           MOVE FIX-EQU-VIS TO W-BUSCA-EQU.
           PERFORM 2060-BUSCAR-NOMBRE-EQUIPO.
           IF W-ENCONTRADO > 0
               MOVE W-EQU-T-NOM(W-ENCONTRADO) TO DET-VIS-NOM
           ELSE
               MOVE SPACES TO DET-VIS-NOM
           END-IF.
           WRITE IMPRIMIR-LINEA FROM DETALLE-PEND
               AFTER ADVANCING 1 LINE.

       2050-CERRAR-FECHA.
           IF W-CANT-FECHA > 0
               MOVE W-CANT-FECHA TO PIE-F-CANT
               WRITE IMPRIMIR-LINEA FROM PIE-FECHA
                   AFTER ADVANCING 1 LINE
               MOVE 0 TO W-CANT-FECHA
           END-IF.

       2060-BUSCAR-NOMBRE-EQUIPO.
           MOVE 0 TO W-ENCONTRADO.
           PERFORM VARYING W-EQU-IDX FROM 1 BY 1
               UNTIL W-EQU-IDX > W-EQU-CANT
               IF W-EQU-T-COD(W-EQU-IDX) = W-BUSCA-EQU
                   SET W-ENCONTRADO TO W-EQU-IDX
               END-IF
           END-PERFORM.

       3000-GRABAR-TOTALES.
           IF W-CANT-PENDIENTES = 0
               WRITE IMPRIMIR-LINEA FROM SIN-PENDIENTES
                   AFTER ADVANCING 2 LINE
           ELSE
               MOVE W-CANT-PENDIENTES TO PIE-T-CANT
               WRITE IMPRIMIR-LINEA FROM PIE-TOTAL
                   AFTER ADVANCING 2 LINE
           END-IF.

       3900-GRABAR-BITACORA.
      *    Constancia en la bitacora comun de la suite: un registro al
      *    iniciar y otro al terminar la corrida.
           OPEN EXTEND ARCHIVO-BITACORA.
           MOVE W-BIT-EVENTO TO BIT-EVENTO.
           MOVE "PEND-PARTIDOS" TO BIT-PROGRAMA.
           MOVE W-CORTE-TEXTO TO BIT-ARGUMENTO.
           ACCEPT BIT-FECHA FROM DATE YYYYMMDD.
           ACCEPT W-BIT-HORA-COMPLETA FROM TIME.
           MOVE W-BIT-HORA-COMPLETA(1:6) TO BIT-HORA.
           MOVE W-BIT-REGISTROS TO BIT-REGISTROS.
           MOVE W-BIT-VEREDICTO TO BIT-VEREDICTO.
           WRITE REG-BITACORA.
           CLOSE ARCHIVO-BITACORA.

       4000-FIN.
           CLOSE ARCHIVO-PENDIENTES.
           DISPLAY "PARTIDOS CONTROLADOS: " W-CANT-CONTROLADOS
               " PENDIENTES: " W-CANT-PENDIENTES.
           MOVE "F" TO W-BIT-EVENTO.
           MOVE W-CANT-CONTROLADOS TO W-BIT-REGISTROS.
           IF W-CANT-PENDIENTES = 0
               MOVE "OK" TO W-BIT-VEREDICTO
           ELSE
               MOVE "CON PENDIENTES" TO W-BIT-VEREDICTO
           END-IF.
           PERFORM 3900-GRABAR-BITACORA.
           STOP RUN.

       END PROGRAM PEND-PARTIDOS.
