      ******************************************************************
      * Author:
      * Date:
      * Purpose: Cadena nocturna de procesos. Lee la definicion de la
      *          cadena en cadena.dat (paso, programa como figura en
      *          la bitacora, comando, argumentos -el lote de PARCIAL
      *          incluido-, veredicto exigido y pasos de los que
      *          depende), ejecuta los pasos en orden y controla el
      *          veredicto de cada uno en bitacora.dat. Si un paso
      *          falla la cadena se detiene y no arranca ningun paso
      *          que dependa de el. Con el mismo identificador de
      *          corrida (argumento 1) la cadena retoma desde el paso
      *          que fallo: los pasos terminados bien quedan en
      *          cadena_control.dat. El resumen por paso (estado,
      *          registros y tiempo) sale en cadena_resumen.dat.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       PROGRAM-ID. CADENA.
       ENVIRONMENT DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       CONFIGURATION SECTION.
      *-----------------------
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARCHIVO-DEFINICION
           ASSIGN TO "../cadena.dat"
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS W-DEF-STATUS.

           SELECT OPTIONAL ARCHIVO-CONTROL
           ASSIGN TO "../cadena_control.dat"
           ORGANIZATION LINE SEQUENTIAL.

           SELECT ARCHIVO-RESUMEN
           ASSIGN TO "../cadena_resumen.dat".

           SELECT OPTIONAL ARCHIVO-BITACORA
           ASSIGN TO "../bitacora.dat"
           ORGANIZATION LINE SEQUENTIAL.

      *-----------------------
       DATA DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       FILE SECTION.
      *    DEF-VEREDICTO-OK en blanco acepta cualquier fin registrado
      *    en la bitacora; si no, el fin tiene que traer ese veredicto.
      *    DEF-DEPENDE lista hasta cinco pasos anteriores.
       FD  ARCHIVO-DEFINICION.
       01  REG-DEFINICION.
           03 DEF-PASO PIC 99.
           03 DEF-PROGRAMA PIC X(16).
           03 DEF-COMANDO PIC X(20).
           03 DEF-ARGUMENTOS PIC X(30).
           03 DEF-VEREDICTO-OK PIC X(20).
           03 DEF-DEPENDE OCCURS 5 TIMES PIC XX.

      *    CTL-ESTADO: O terminado bien, F fallido.
       FD  ARCHIVO-CONTROL.
       01  REG-CONTROL.
           03 CTL-CORRIDA PIC X(10).
           03 CTL-PASO PIC 99.
           03 CTL-ESTADO PIC X.
           03 CTL-FECHA PIC X(8).
           03 CTL-HORA PIC X(6).
           03 CTL-REGISTROS PIC 9(8).
           03 CTL-SEGUNDOS PIC 9(6).
           03 CTL-VEREDICTO PIC X(20).

       FD  ARCHIVO-RESUMEN.
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
       01  W-DEF-STATUS PIC XX.
       01  W-ARG-NUM PIC 9(2).
       01  W-CORRIDA PIC X(10) VALUE SPACES.
       01  W-CADENA-FALLO PIC 9 VALUE 0.
       01  W-PASO-FALLIDO PIC 99 VALUE ZERO.
       01  W-CANT-EJECUTADOS PIC 9(4) VALUE ZERO.
       01  W-CANT-RETOMADOS PIC 9(4) VALUE ZERO.
       01  W-BUSCA-PASO PIC 99.
       01  W-DEP PIC 9.
       01  W-DEP-OK PIC 9.
       01  W-DEP-FALLIDA PIC 9.
       01  W-COMANDO PIC X(80).
       01  W-COD-RETORNO PIC S9(9).
       01  W-BIT-ANTES PIC 9(8).
       01  W-BIT-LEIDOS PIC 9(8).
       01  W-FIN-HALLADO PIC 9.
       01  W-FIN-REGISTROS PIC 9(8).
       01  W-FIN-VEREDICTO PIC X(20).
       01  W-DIA-INI PIC 9(8).
       01  W-DIA-FIN PIC 9(8).
       01  W-HORA-INI PIC X(8).
       01  W-HORA-FIN PIC X(8).
       01  W-HORA-PARTES.
           03 W-HP-HH PIC 99.
           03 W-HP-MM PIC 99.
           03 W-HP-SS PIC 99.
           03 W-HP-CC PIC 99.
       01  W-SEG-INI PIC 9(6).
       01  W-SEG-FIN PIC 9(6).
       01  W-SEGUNDOS PIC S9(8).
       01  W-BIT-EVENTO PIC X.
       01  W-BIT-REGISTROS PIC 9(8) VALUE ZERO.
       01  W-BIT-VEREDICTO PIC X(20) VALUE SPACES.
       01  W-BIT-HORA-COMPLETA PIC X(8).
      *    W-PASO-T-ESTADO queda en blanco hasta que el paso se
      *    resuelve en esta corrida.
       01  W-TABLA-PASO.
           03 W-PASO-CANT PIC 9(4) VALUE ZERO.
           03 W-PASO-ENTRY OCCURS 50 TIMES INDEXED BY W-PASO-IDX.
               05 W-PASO-T-PASO PIC 99.
               05 W-PASO-T-PROGRAMA PIC X(16).
               05 W-PASO-T-COMANDO PIC X(20).
               05 W-PASO-T-ARGUMENTOS PIC X(30).
               05 W-PASO-T-VEREDICTO-OK PIC X(20).
               05 W-PASO-T-DEPENDE OCCURS 5 TIMES PIC XX.
               05 W-PASO-T-PREVIO PIC X.
               05 W-PASO-T-ESTADO PIC X(12).
               05 W-PASO-T-REGISTROS PIC 9(8).
               05 W-PASO-T-SEGUNDOS PIC 9(6).
               05 W-PASO-T-VEREDICTO PIC X(20).
       01  W-IDX-DEP PIC 9(4).
       01  ENCAB-RESUMEN.
           03 FILLER PIC X(28) VALUE "RESUMEN DE CADENA - CORRIDA ".
           03 ENC-CORRIDA PIC X(10).
       01  TITULO-RESUMEN.
           03 FILLER PIC X(3) VALUE "PS".
           03 FILLER PIC X(17) VALUE "PROGRAMA".
           03 FILLER PIC X(13) VALUE "ESTADO".
           03 FILLER PIC X(9) VALUE "REGISTROS".
           03 FILLER PIC X(7) VALUE "   SEG.".
           03 FILLER PIC X(1) VALUE SPACES.
           03 FILLER PIC X(9) VALUE "VEREDICTO".
       01  DETALLE-RESUMEN.
           03 DRS-PASO PIC 99.
           03 FILLER PIC X(1) VALUE SPACES.
           03 DRS-PROGRAMA PIC X(16).
           03 FILLER PIC X(1) VALUE SPACES.
           03 DRS-ESTADO PIC X(12).
           03 FILLER PIC X(1) VALUE SPACES.
           03 DRS-REGISTROS PIC ZZZZZZZ9.
           03 FILLER PIC X(1) VALUE SPACES.
           03 DRS-SEGUNDOS PIC ZZZZZ9.
           03 FILLER PIC X(2) VALUE SPACES.
           03 DRS-VEREDICTO PIC X(20).
       01  PIE-RESUMEN.
           03 PRS-TEXTO PIC X(40).
           03 PRS-PASO PIC Z9 BLANK WHEN ZERO.
      *-----------------------
       PROCEDURE DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       MAIN-PROCEDURE.
           PERFORM 1000-INICIO.
           PERFORM 2000-EJECUTAR-CADENA.
           PERFORM 3000-GRABAR-RESUMEN.
           PERFORM 4000-FIN.

       1000-INICIO.
           MOVE 1 TO W-ARG-NUM.
           DISPLAY W-ARG-NUM UPON ARGUMENT-NUMBER.
           ACCEPT W-CORRIDA FROM ARGUMENT-VALUE
               ON EXCEPTION MOVE SPACES TO W-CORRIDA
           END-ACCEPT.
           IF W-CORRIDA = SPACES
               DISPLAY "ERROR: FALTA EL IDENTIFICADOR DE CORRIDA"
               STOP RUN
           END-IF.
           MOVE "I" TO W-BIT-EVENTO.
           MOVE "INICIO" TO W-BIT-VEREDICTO.
           PERFORM 3900-GRABAR-BITACORA.
           PERFORM 1010-CARGAR-DEFINICION.
           PERFORM 1030-CARGAR-CONTROL.
           OPEN INPUT ARCHIVO-CONTROL.
           CLOSE ARCHIVO-CONTROL.
           OPEN EXTEND ARCHIVO-CONTROL.

       1010-CARGAR-DEFINICION.
           MOVE 1 TO W-FLAG.
           OPEN INPUT ARCHIVO-DEFINICION.
           IF W-DEF-STATUS NOT = "00"
               DISPLAY "ERROR: NO PUEDE ABRIRSE CADENA.DAT, "
                   "FILE STATUS " W-DEF-STATUS
               STOP RUN
           END-IF.
           PERFORM UNTIL W-FLAG = 0
               READ ARCHIVO-DEFINICION
                   AT END MOVE 0 TO W-FLAG
                   NOT AT END
                       IF REG-DEFINICION NOT = SPACES
                           PERFORM 1015-GUARDAR-PASO
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE ARCHIVO-DEFINICION.
           IF W-PASO-CANT = 0
               DISPLAY "ERROR: CADENA.DAT NO TIENE PASOS"
               STOP RUN
           END-IF.

       1015-GUARDAR-PASO.
      *    Un paso solo puede depender de pasos que lo preceden en la
      *    definicion, asi el orden del archivo es un orden valido.
           IF DEF-PASO IS NOT NUMERIC OR DEF-PASO = 0
               DISPLAY "ERROR: PASO INVALIDO EN CADENA.DAT: " DEF-PASO
               STOP RUN
           END-IF.
           IF DEF-PROGRAMA = SPACES OR DEF-COMANDO = SPACES
               DISPLAY "ERROR: PASO " DEF-PASO
                   " SIN PROGRAMA O SIN COMANDO"
               STOP RUN
           END-IF.
           MOVE DEF-PASO TO W-BUSCA-PASO.
           PERFORM 1020-BUSCAR-PASO.
           IF W-ENCONTRADO > 0
               DISPLAY "ERROR: PASO REPETIDO EN CADENA.DAT: " DEF-PASO
               STOP RUN
           END-IF.
           PERFORM VARYING W-DEP FROM 1 BY 1 UNTIL W-DEP > 5
               IF DEF-DEPENDE(W-DEP) NOT = SPACES
                   IF DEF-DEPENDE(W-DEP) IS NOT NUMERIC
                       DISPLAY "ERROR: PASO " DEF-PASO
                           " CON DEPENDENCIA INVALIDA"
                       STOP RUN
                   END-IF
                   MOVE DEF-DEPENDE(W-DEP) TO W-BUSCA-PASO
                   PERFORM 1020-BUSCAR-PASO
                   IF W-ENCONTRADO = 0
                       DISPLAY "ERROR: PASO " DEF-PASO
                           " DEPENDE DEL PASO " DEF-DEPENDE(W-DEP)
                           " QUE NO LO PRECEDE"
                       STOP RUN
                   END-IF
               END-IF
           END-PERFORM.
           IF W-PASO-CANT < 50
               ADD 1 TO W-PASO-CANT
               SET W-PASO-IDX TO W-PASO-CANT
               MOVE DEF-PASO TO W-PASO-T-PASO(W-PASO-IDX)
               MOVE DEF-PROGRAMA TO W-PASO-T-PROGRAMA(W-PASO-IDX)
               MOVE DEF-COMANDO TO W-PASO-T-COMANDO(W-PASO-IDX)
               MOVE DEF-ARGUMENTOS TO W-PASO-T-ARGUMENTOS(W-PASO-IDX)
               MOVE DEF-VEREDICTO-OK
                   TO W-PASO-T-VEREDICTO-OK(W-PASO-IDX)
               PERFORM VARYING W-DEP FROM 1 BY 1 UNTIL W-DEP > 5
                   MOVE DEF-DEPENDE(W-DEP)
                       TO W-PASO-T-DEPENDE(W-PASO-IDX, W-DEP)
               END-PERFORM
               MOVE SPACES TO W-PASO-T-PREVIO(W-PASO-IDX)
               MOVE SPACES TO W-PASO-T-ESTADO(W-PASO-IDX)
               MOVE ZERO TO W-PASO-T-REGISTROS(W-PASO-IDX)
               MOVE ZERO TO W-PASO-T-SEGUNDOS(W-PASO-IDX)
               MOVE SPACES TO W-PASO-T-VEREDICTO(W-PASO-IDX)
           ELSE
               DISPLAY "CADENA.DAT EXCEDE EL MAXIMO DE 50"
               DISPLAY "TABLA DE PASOS INCOMPLETA; ABORTANDO"
               STOP RUN
           END-IF.

       1020-BUSCAR-PASO.
           MOVE 0 TO W-ENCONTRADO.
           PERFORM VARYING W-PASO-IDX FROM 1 BY 1
               UNTIL W-PASO-IDX > W-PASO-CANT OR W-ENCONTRADO > 0
               IF W-PASO-T-PASO(W-PASO-IDX) = W-BUSCA-PASO
                   SET W-ENCONTRADO TO W-PASO-IDX
               END-IF
           END-PERFORM.

       1030-CARGAR-CONTROL.
      *    Lo que ya corrio con este mismo identificador: el ultimo
      *    registro de cada paso manda. Los pasos que terminaron bien
      *    no se vuelven a ejecutar.
           MOVE 1 TO W-FLAG.
           OPEN INPUT ARCHIVO-CONTROL.
           PERFORM UNTIL W-FLAG = 0
               READ ARCHIVO-CONTROL
                   AT END MOVE 0 TO W-FLAG
                   NOT AT END
                       IF CTL-CORRIDA = W-CORRIDA
                           PERFORM 1035-APLICAR-CONTROL
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE ARCHIVO-CONTROL.

       1035-APLICAR-CONTROL.
           MOVE CTL-PASO TO W-BUSCA-PASO.
           PERFORM 1020-BUSCAR-PASO.
           IF W-ENCONTRADO > 0
               MOVE CTL-ESTADO TO W-PASO-T-PREVIO(W-ENCONTRADO)
               MOVE CTL-REGISTROS TO W-PASO-T-REGISTROS(W-ENCONTRADO)
               MOVE CTL-SEGUNDOS TO W-PASO-T-SEGUNDOS(W-ENCONTRADO)
               MOVE CTL-VEREDICTO TO W-PASO-T-VEREDICTO(W-ENCONTRADO)
           END-IF.

       2000-EJECUTAR-CADENA.
           PERFORM VARYING W-PASO-IDX FROM 1 BY 1
               UNTIL W-PASO-IDX > W-PASO-CANT OR W-CADENA-FALLO = 1
               PERFORM 2010-PROCESAR-PASO
           END-PERFORM.
           IF W-CADENA-FALLO = 1
               PERFORM 2090-MARCAR-PENDIENTES
           END-IF.

       2010-PROCESAR-PASO.
           IF W-PASO-T-PREVIO(W-PASO-IDX) = "O"
               MOVE "OK ANTERIOR" TO W-PASO-T-ESTADO(W-PASO-IDX)
               ADD 1 TO W-CANT-RETOMADOS
           ELSE
               PERFORM 2020-VERIFICAR-DEPENDENCIAS
               IF W-DEP-OK = 0
                   MOVE "BLOQUEADO" TO W-PASO-T-ESTADO(W-PASO-IDX)
                   MOVE 1 TO W-CADENA-FALLO
                   MOVE W-PASO-T-PASO(W-PASO-IDX) TO W-PASO-FALLIDO
               ELSE
                   PERFORM 2030-EJECUTAR-PASO
               END-IF
           END-IF.

       2020-VERIFICAR-DEPENDENCIAS.
           MOVE 1 TO W-DEP-OK.
           PERFORM VARYING W-DEP FROM 1 BY 1 UNTIL W-DEP > 5
               IF W-PASO-T-DEPENDE(W-PASO-IDX, W-DEP) NOT = SPACES
                   PERFORM VARYING W-IDX-DEP FROM 1 BY 1
                       UNTIL W-IDX-DEP > W-PASO-CANT
                       IF W-PASO-T-PASO(W-IDX-DEP) =
                           W-PASO-T-DEPENDE(W-PASO-IDX, W-DEP)
                           AND W-PASO-T-ESTADO(W-IDX-DEP) NOT = "OK"
                           AND W-PASO-T-ESTADO(W-IDX-DEP)
                               NOT = "OK ANTERIOR"
                           MOVE 0 TO W-DEP-OK
                       END-IF
                   END-PERFORM
               END-IF
           END-PERFORM.

       2030-EJECUTAR-PASO.
      *    El paso se da por bueno si el comando devuelve cero y el
      *    programa dejo en la bitacora, despues de lanzado, su
      *    registro de fin con el veredicto exigido. Un programa que
      *    aborta no llega a grabar el fin.
           PERFORM 2040-CONTAR-BITACORA.
           MOVE W-BIT-LEIDOS TO W-BIT-ANTES.
           MOVE SPACES TO W-COMANDO.
           STRING W-PASO-T-COMANDO(W-PASO-IDX) DELIMITED BY SPACE
               " " DELIMITED BY SIZE
               W-PASO-T-ARGUMENTOS(W-PASO-IDX) DELIMITED BY SIZE
               INTO W-COMANDO
           END-STRING.
           DISPLAY "PASO " W-PASO-T-PASO(W-PASO-IDX) ": " W-COMANDO.
           ACCEPT W-DIA-INI FROM DATE YYYYMMDD.
           ACCEPT W-HORA-INI FROM TIME.
           CALL "SYSTEM" USING W-COMANDO.
           MOVE RETURN-CODE TO W-COD-RETORNO.
           ACCEPT W-DIA-FIN FROM DATE YYYYMMDD.
           ACCEPT W-HORA-FIN FROM TIME.
           ADD 1 TO W-CANT-EJECUTADOS.
           PERFORM 2060-CALCULAR-TIEMPO.
           PERFORM 2050-BUSCAR-FIN-EN-BITACORA.
           MOVE W-SEGUNDOS TO W-PASO-T-SEGUNDOS(W-PASO-IDX).
           MOVE W-FIN-REGISTROS TO W-PASO-T-REGISTROS(W-PASO-IDX).
           MOVE W-FIN-VEREDICTO TO W-PASO-T-VEREDICTO(W-PASO-IDX).
           IF W-COD-RETORNO NOT = 0
               MOVE "FALLIDO" TO W-PASO-T-ESTADO(W-PASO-IDX)
               MOVE "COMANDO CON ERROR"
                   TO W-PASO-T-VEREDICTO(W-PASO-IDX)
           ELSE
           IF W-FIN-HALLADO = 0
               MOVE "FALLIDO" TO W-PASO-T-ESTADO(W-PASO-IDX)
               MOVE "SIN FIN EN BITACORA"
                   TO W-PASO-T-VEREDICTO(W-PASO-IDX)
           ELSE
           IF W-PASO-T-VEREDICTO-OK(W-PASO-IDX) NOT = SPACES
               AND W-FIN-VEREDICTO
                   NOT = W-PASO-T-VEREDICTO-OK(W-PASO-IDX)
               MOVE "FALLIDO" TO W-PASO-T-ESTADO(W-PASO-IDX)
           ELSE
               MOVE "OK" TO W-PASO-T-ESTADO(W-PASO-IDX)
           END-IF
           END-IF
           END-IF.
           MOVE W-CORRIDA TO CTL-CORRIDA.
           MOVE W-PASO-T-PASO(W-PASO-IDX) TO CTL-PASO.
           IF W-PASO-T-ESTADO(W-PASO-IDX) = "OK"
               MOVE "O" TO CTL-ESTADO
           ELSE
               MOVE "F" TO CTL-ESTADO
               MOVE 1 TO W-CADENA-FALLO
               MOVE W-PASO-T-PASO(W-PASO-IDX) TO W-PASO-FALLIDO
           END-IF.
           MOVE W-DIA-INI TO CTL-FECHA.
           MOVE W-HORA-INI(1:6) TO CTL-HORA.
           MOVE W-PASO-T-REGISTROS(W-PASO-IDX) TO CTL-REGISTROS.
           MOVE W-PASO-T-SEGUNDOS(W-PASO-IDX) TO CTL-SEGUNDOS.
           MOVE W-PASO-T-VEREDICTO(W-PASO-IDX) TO CTL-VEREDICTO.
           WRITE REG-CONTROL.

       2040-CONTAR-BITACORA.
           MOVE 0 TO W-BIT-LEIDOS.
           MOVE 1 TO W-FLAG.
           OPEN INPUT ARCHIVO-BITACORA.
           PERFORM UNTIL W-FLAG = 0
               READ ARCHIVO-BITACORA
                   AT END MOVE 0 TO W-FLAG
                   NOT AT END ADD 1 TO W-BIT-LEIDOS
               END-READ
           END-PERFORM.
           CLOSE ARCHIVO-BITACORA.

       2050-BUSCAR-FIN-EN-BITACORA.
      *    Solo cuentan los registros grabados despues de lanzar el
      *    paso; si el programa dejo mas de un fin vale el ultimo.
           MOVE 0 TO W-FIN-HALLADO.
           MOVE 0 TO W-FIN-REGISTROS.
           MOVE SPACES TO W-FIN-VEREDICTO.
           MOVE 0 TO W-BIT-LEIDOS.
           MOVE 1 TO W-FLAG.
           OPEN INPUT ARCHIVO-BITACORA.
           PERFORM UNTIL W-FLAG = 0
               READ ARCHIVO-BITACORA
                   AT END MOVE 0 TO W-FLAG
                   NOT AT END
                       ADD 1 TO W-BIT-LEIDOS
                       IF W-BIT-LEIDOS > W-BIT-ANTES
                           AND BIT-EVENTO = "F"
                           AND BIT-PROGRAMA =
                               W-PASO-T-PROGRAMA(W-PASO-IDX)
                           MOVE 1 TO W-FIN-HALLADO
                           MOVE BIT-REGISTROS TO W-FIN-REGISTROS
                           MOVE BIT-VEREDICTO TO W-FIN-VEREDICTO
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE ARCHIVO-BITACORA.

       2060-CALCULAR-TIEMPO.
           MOVE W-HORA-INI TO W-HORA-PARTES.
           COMPUTE W-SEG-INI = W-HP-HH * 3600 + W-HP-MM * 60 + W-HP-SS.
           MOVE W-HORA-FIN TO W-HORA-PARTES.
           COMPUTE W-SEG-FIN = W-HP-HH * 3600 + W-HP-MM * 60 + W-HP-SS.
           COMPUTE W-SEGUNDOS =
               (FUNCTION INTEGER-OF-DATE(W-DIA-FIN)
                - FUNCTION INTEGER-OF-DATE(W-DIA-INI)) * 86400
               + W-SEG-FIN - W-SEG-INI.
           IF W-SEGUNDOS < 0
               MOVE 0 TO W-SEGUNDOS
           END-IF.

       2090-MARCAR-PENDIENTES.
      *    Despues del paso fallido: queda BLOQUEADO todo paso que
      *    dependa, directa o indirectamente, de un paso fallido o
      *    bloqueado; el resto queda NO EJECUTADO para la proxima
      *    corrida.
           PERFORM VARYING W-PASO-IDX FROM 1 BY 1
               UNTIL W-PASO-IDX > W-PASO-CANT
               IF W-PASO-T-ESTADO(W-PASO-IDX) = SPACES
                   PERFORM 2095-VER-DEPENDENCIA-FALLIDA
                   IF W-DEP-FALLIDA = 1
                       MOVE "BLOQUEADO" TO W-PASO-T-ESTADO(W-PASO-IDX)
                   ELSE
                       MOVE "NO EJECUTADO"
                           TO W-PASO-T-ESTADO(W-PASO-IDX)
                   END-IF
                   IF W-PASO-T-PREVIO(W-PASO-IDX) NOT = "O"
                       MOVE ZERO TO W-PASO-T-REGISTROS(W-PASO-IDX)
                       MOVE ZERO TO W-PASO-T-SEGUNDOS(W-PASO-IDX)
                       MOVE SPACES TO W-PASO-T-VEREDICTO(W-PASO-IDX)
                   END-IF
               END-IF
           END-PERFORM.

       2095-VER-DEPENDENCIA-FALLIDA.
           MOVE 0 TO W-DEP-FALLIDA.
           PERFORM VARYING W-DEP FROM 1 BY 1 UNTIL W-DEP > 5
               IF W-PASO-T-DEPENDE(W-PASO-IDX, W-DEP) NOT = SPACES
                   PERFORM VARYING W-IDX-DEP FROM 1 BY 1
                       UNTIL W-IDX-DEP > W-PASO-CANT
                       IF W-PASO-T-PASO(W-IDX-DEP) =
                           W-PASO-T-DEPENDE(W-PASO-IDX, W-DEP)
                           AND (W-PASO-T-ESTADO(W-IDX-DEP) = "FALLIDO"
                           OR W-PASO-T-ESTADO(W-IDX-DEP) = "BLOQUEADO")
                           MOVE 1 TO W-DEP-FALLIDA
                       END-IF
                   END-PERFORM
               END-IF
           END-PERFORM.

       3000-GRABAR-RESUMEN.
           OPEN OUTPUT ARCHIVO-RESUMEN.
           MOVE W-CORRIDA TO ENC-CORRIDA.
           WRITE IMPRIMIR-LINEA FROM ENCAB-RESUMEN.
           MOVE SPACES TO IMPRIMIR-LINEA.
           WRITE IMPRIMIR-LINEA.
           WRITE IMPRIMIR-LINEA FROM TITULO-RESUMEN.
           PERFORM VARYING W-PASO-IDX FROM 1 BY 1
               UNTIL W-PASO-IDX > W-PASO-CANT
               MOVE W-PASO-T-PASO(W-PASO-IDX) TO DRS-PASO
               MOVE W-PASO-T-PROGRAMA(W-PASO-IDX) TO DRS-PROGRAMA
               MOVE W-PASO-T-ESTADO(W-PASO-IDX) TO DRS-ESTADO
               MOVE W-PASO-T-REGISTROS(W-PASO-IDX) TO DRS-REGISTROS
               MOVE W-PASO-T-SEGUNDOS(W-PASO-IDX) TO DRS-SEGUNDOS
               MOVE W-PASO-T-VEREDICTO(W-PASO-IDX) TO DRS-VEREDICTO
               WRITE IMPRIMIR-LINEA FROM DETALLE-RESUMEN
           END-PERFORM.
           MOVE SPACES TO IMPRIMIR-LINEA.
           WRITE IMPRIMIR-LINEA.
           IF W-CADENA-FALLO = 1
               MOVE "CADENA DETENIDA; RETOMAR DESDE EL PASO"
                   TO PRS-TEXTO
               MOVE W-PASO-FALLIDO TO PRS-PASO
           ELSE
               MOVE "CADENA COMPLETA" TO PRS-TEXTO
               MOVE ZERO TO PRS-PASO
           END-IF.
           WRITE IMPRIMIR-LINEA FROM PIE-RESUMEN.
           CLOSE ARCHIVO-RESUMEN.

       3900-GRABAR-BITACORA.
      *    Constancia en la bitacora comun de la suite: un registro al
      *    iniciar y otro al terminar la corrida.
           OPEN EXTEND ARCHIVO-BITACORA.
           MOVE W-BIT-EVENTO TO BIT-EVENTO.
           MOVE "CADENA" TO BIT-PROGRAMA.
           MOVE W-CORRIDA TO BIT-ARGUMENTO.
           ACCEPT BIT-FECHA FROM DATE YYYYMMDD.
           ACCEPT W-BIT-HORA-COMPLETA FROM TIME.
           MOVE W-BIT-HORA-COMPLETA(1:6) TO BIT-HORA.
           MOVE W-BIT-REGISTROS TO BIT-REGISTROS.
           MOVE W-BIT-VEREDICTO TO BIT-VEREDICTO.
           WRITE REG-BITACORA.
           CLOSE ARCHIVO-BITACORA.

       4000-FIN.
           CLOSE ARCHIVO-CONTROL.
           DISPLAY "PASOS EJECUTADOS: " W-CANT-EJECUTADOS
               " RETOMADOS COMO OK: " W-CANT-RETOMADOS.
           MOVE "F" TO W-BIT-EVENTO.
           MOVE W-CANT-EJECUTADOS TO W-BIT-REGISTROS.
           IF W-CADENA-FALLO = 0
               MOVE "OK" TO W-BIT-VEREDICTO
               MOVE 0 TO RETURN-CODE
           ELSE
               DISPLAY "CADENA DETENIDA EN EL PASO " W-PASO-FALLIDO
               MOVE "DETENIDA EN PASO" TO W-BIT-VEREDICTO
               MOVE W-PASO-FALLIDO TO W-BIT-VEREDICTO(18:2)
               MOVE 8 TO RETURN-CODE
           END-IF.
           PERFORM 3900-GRABAR-BITACORA.
           STOP RUN.

       END PROGRAM CADENA.
