      ******************************************************************
      * Author:
      * Date:
      * Purpose: Legajo de jugadores a pedido. Recibe uno o mas
      *          codigos de jugador como argumentos y deja en
      *          legajo.dat, por jugador: nombre y equipo actual,
      *          etapas con su club y goles, goles por fecha de la
      *          temporada en curso (goles_fecha.dat), totales de
      *          amarillas y rojas (sanciones.dat), suspensiones con
      *          motivo, fechas pendientes y estado, y la linea de
      *          carrera por temporada de historial.dat. Un jugador
      *          dado de baja sale con lo que quede de su historia.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       PROGRAM-ID. LEGAJO.
       ENVIRONMENT DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       CONFIGURATION SECTION.
      *-----------------------
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL ARCHIVO-JUGADORES
           ASSIGN TO "../jugadores.ind"
           ORGANIZATION INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS JUG-COD
           FILE STATUS IS W-JUGIX-STATUS.

           SELECT OPTIONAL ARCHIVO-EQUIPOS
           ASSIGN TO "../equipo.dat"
           ORGANIZATION LINE SEQUENTIAL.

           SELECT OPTIONAL ARCHIVO-NOMBRES
           ASSIGN TO "../nombres.dat"
           ORGANIZATION LINE SEQUENTIAL.

           SELECT OPTIONAL ARCHIVO-ETAPAS
           ASSIGN TO "../etapas.dat"
           ORGANIZATION LINE SEQUENTIAL.

           SELECT OPTIONAL ARCHIVO-GOLES-FECHA
           ASSIGN TO "../goles_fecha.dat"
           ORGANIZATION LINE SEQUENTIAL.

           SELECT OPTIONAL ARCHIVO-SANCIONES
           ASSIGN TO "../sanciones.dat"
           ORGANIZATION LINE SEQUENTIAL.

           SELECT OPTIONAL ARCHIVO-SUSPENSIONES
           ASSIGN TO "../suspensiones.dat"
           ORGANIZATION LINE SEQUENTIAL.

           SELECT OPTIONAL ARCHIVO-HISTORIAL
           ASSIGN TO "../historial.dat"
           ORGANIZATION LINE SEQUENTIAL.

           SELECT ARCHIVO-LEGAJO
           ASSIGN TO "../legajo.dat".

           SELECT OPTIONAL ARCHIVO-BITACORA
           ASSIGN TO "../bitacora.dat"
           ORGANIZATION LINE SEQUENTIAL.

      *-----------------------
       DATA DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       FILE SECTION.
       FD  ARCHIVO-JUGADORES.
       01  JUG-REG.
           03 JUG-COD PIC X(6).
           03 JUG-EQU PIC 99.
           03 JUG-GOLES PIC 9(8).

       FD  ARCHIVO-EQUIPOS.
       01  EQU-REG.
           03 EQU-COD PIC 99.
           03 EQU-NOMBRE PIC X(15).

       FD  ARCHIVO-NOMBRES.
       01  REG-NOMBRE.
           03 NOM-JUG PIC X(6).
           03 NOM-NOMBRE PIC X(20).

       FD  ARCHIVO-ETAPAS.
       01  REG-ETAPA.
           03 ETA-JUG PIC X(6).
           03 ETA-EQU PIC 99.
           03 ETA-GOLES PIC 9(8).
           03 ETA-ESTADO PIC X.

       FD  ARCHIVO-GOLES-FECHA.
       01  REG-GOL-FECHA.
           03 GD-EQU PIC 99.
           03 GD-JUG PIC X(6).
           03 GD-FECHA PIC 99.
           03 GD-GOLES PIC 9(8).
           03 GD-TIPO PIC X.

       FD  ARCHIVO-SANCIONES.
       01  REG-SANCION.
           03 SAN-JUG PIC X(6).
           03 SAN-EQU PIC 99.
           03 SAN-AMAR PIC 9(4).
           03 SAN-ROJA PIC 9(4).

       FD  ARCHIVO-SUSPENSIONES.
       01  REG-SUSPENSION.
           03 SUS-JUG PIC X(6).
           03 SUS-EQU PIC 99.
           03 SUS-MOTIVO PIC X(20).
           03 SUS-FECHA-SANC PIC 99.
           03 SUS-FECHA-ULT PIC 99.
           03 SUS-FECHAS-PEND PIC 99.
           03 SUS-ESTADO PIC X.

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

       FD  ARCHIVO-LEGAJO.
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
       01  W-JUGIX-STATUS PIC XX.
       01  W-JUGIX-ABIERTO PIC 9 VALUE 0.
       01  W-ENCONTRADO PIC 9(4).
       01  W-ARG-NUM PIC 9(2).
       01  W-ARG-VALOR PIC X(10).
       01  W-TABLA-ARG.
           03 W-ARG-CANT PIC 99 VALUE ZERO.
           03 W-ARG-ENTRY OCCURS 20 TIMES INDEXED BY W-ARG-IDX.
               05 W-ARG-T-JUG PIC X(6).
       01  W-BIT-EVENTO PIC X.
       01  W-BIT-REGISTROS PIC 9(8) VALUE ZERO.
       01  W-BIT-VEREDICTO PIC X(20) VALUE SPACES.
       01  W-BIT-HORA-COMPLETA PIC X(8).
       01  W-CANT-DESCONOCIDOS PIC 9(4) VALUE ZERO.
      *    Datos del jugador en curso.
       01  W-JUG PIC X(6).
       01  W-JUG-ACTIVO PIC 9.
       01  W-JUG-NOMBRE PIC X(20).
       01  W-JUG-ULT-EQU PIC 99.
       01  W-JUG-LINEAS PIC 9(6).
       01  W-BUSCA-EQU PIC 99.
       01  W-TOT-GOLES PIC 9(8).
       01  W-TOT-EN-CONTRA PIC 9(8).
       01  W-TOT-AMAR PIC 9(6).
       01  W-TOT-ROJA PIC 9(6).
       01  W-TOT-CARRERA PIC 9(8).
       01  W-GOLES-TEMP PIC 9(8).
       01  W-CANT-ETAPAS PIC 9(4).
       01  W-CANT-SUSP PIC 9(4).
       01  W-FECHA-I PIC 99.
       01  W-TABLA-FECHAS.
           03 W-FEC-ENTRY OCCURS 98 TIMES.
               05 W-FEC-T-EQU PIC 99.
               05 W-FEC-T-GOLES PIC 9(8).
               05 W-FEC-T-EN-CONTRA PIC 9(8).
       01  W-TABLA-EQU.
           03 W-EQU-CANT PIC 9(4) VALUE ZERO.
           03 W-EQU-ENTRY OCCURS 200 TIMES INDEXED BY W-EQU-IDX.
               05 W-EQU-T-COD PIC 99.
               05 W-EQU-T-NOM PIC X(15).
       01  ENCAB-LEGAJO.
           03 FILLER PIC X(19) VALUE "LEGAJO DEL JUGADOR ".
           03 ENC-JUG PIC X(6).
           03 FILLER PIC X(2) VALUE SPACES.
           03 ENC-NOMBRE PIC X(20).
       01  LINEA-SITUACION.
           03 FILLER PIC X(8) VALUE "ESTADO: ".
           03 SIT-ESTADO PIC X(14).
           03 SIT-TEXTO-EQU PIC X(24).
           03 SIT-EQU PIC 99 BLANK WHEN ZERO.
           03 FILLER PIC X(1) VALUE SPACES.
           03 SIT-NOM-EQU PIC X(15).
       01  LINEA-GOLES-MAESTRO.
           03 FILLER PIC X(30) VALUE
              "GOLES DE LA TEMPORADA EN CURSO".
           03 FILLER PIC X(2) VALUE ": ".
           03 LGM-GOLES PIC ZZZZZZZ9.
       01  ENCAB-ETAPAS.
           03 FILLER PIC X(6) VALUE "ETAPAS".
       01  TITULO-ETAPAS.
           03 FILLER PIC X(21) VALUE "EQUIPO".
           03 FILLER PIC X(12) VALUE "ESTADO".
           03 FILLER PIC X(8) VALUE "   GOLES".
       01  DETALLE-ETAPA.
           03 DET-ETA-EQU PIC 99.
           03 FILLER PIC X(1) VALUE SPACES.
           03 DET-ETA-NOM PIC X(15).
           03 FILLER PIC X(3) VALUE SPACES.
           03 DET-ETA-ESTADO PIC X(10).
           03 FILLER PIC X(2) VALUE SPACES.
           03 DET-ETA-GOLES PIC ZZZZZZZ9.
       01  ENCAB-GOLES-FECHA.
           03 FILLER PIC X(36) VALUE
              "GOLES POR FECHA (TEMPORADA EN CURSO)".
       01  TITULO-GOLES-FECHA.
           03 FILLER PIC X(7) VALUE "FECHA".
           03 FILLER PIC X(21) VALUE "EQUIPO".
           03 FILLER PIC X(8) VALUE "   GOLES".
           03 FILLER PIC X(11) VALUE "  EN CONTRA".
       01  DETALLE-GOL-FECHA.
           03 FILLER PIC X(2) VALUE SPACES.
           03 DGF-FECHA PIC Z9.
           03 FILLER PIC X(3) VALUE SPACES.
           03 DGF-EQU PIC 99.
           03 FILLER PIC X(1) VALUE SPACES.
           03 DGF-NOM PIC X(15).
           03 FILLER PIC X(3) VALUE SPACES.
           03 DGF-GOLES PIC ZZZZZZZ9.
           03 FILLER PIC X(3) VALUE SPACES.
           03 DGF-EN-CONTRA PIC ZZZZZZZ9.
       01  TOTAL-GOLES-FECHA.
           03 FILLER PIC X(28) VALUE "  TOTAL".
           03 TGF-GOLES PIC ZZZZZZZ9.
           03 FILLER PIC X(3) VALUE SPACES.
           03 TGF-EN-CONTRA PIC ZZZZZZZ9.
       01  ENCAB-TARJETAS.
           03 FILLER PIC X(30) VALUE
              "TARJETAS (TEMPORADA EN CURSO)".
       01  TITULO-TARJETAS.
           03 FILLER PIC X(21) VALUE "EQUIPO".
           03 FILLER PIC X(11) VALUE "  AMARILLAS".
           03 FILLER PIC X(8) VALUE "   ROJAS".
       01  DETALLE-TARJETA.
           03 DTA-EQU PIC 99.
           03 FILLER PIC X(1) VALUE SPACES.
           03 DTA-NOM PIC X(15).
           03 FILLER PIC X(3) VALUE SPACES.
           03 FILLER PIC X(5) VALUE SPACES.
           03 DTA-AMAR PIC ZZZZZ9.
           03 FILLER PIC X(2) VALUE SPACES.
           03 DTA-ROJA PIC ZZZZZ9.
       01  TOTAL-TARJETAS.
           03 FILLER PIC X(26) VALUE "  TOTAL".
           03 TTA-AMAR PIC ZZZZZ9.
           03 FILLER PIC X(2) VALUE SPACES.
           03 TTA-ROJA PIC ZZZZZ9.
       01  ENCAB-SUSPENSIONES.
           03 FILLER PIC X(12) VALUE "SUSPENSIONES".
       01  TITULO-SUSPENSIONES.
           03 FILLER PIC X(21) VALUE "MOTIVO".
           03 FILLER PIC X(4) VALUE "EQU ".
           03 FILLER PIC X(6) VALUE "SANC  ".
           03 FILLER PIC X(6) VALUE "ULT   ".
           03 FILLER PIC X(6) VALUE "PEND  ".
           03 FILLER PIC X(6) VALUE "ESTADO".
       01  DETALLE-SUSPENSION.
           03 DSU-MOTIVO PIC X(20).
           03 FILLER PIC X(1) VALUE SPACES.
           03 DSU-EQU PIC 99.
           03 FILLER PIC X(3) VALUE SPACES.
           03 DSU-FECHA-SANC PIC Z9.
           03 FILLER PIC X(4) VALUE SPACES.
           03 DSU-FECHA-ULT PIC Z9.
           03 FILLER PIC X(4) VALUE SPACES.
           03 DSU-PEND PIC Z9.
           03 FILLER PIC X(4) VALUE SPACES.
           03 DSU-ESTADO PIC X(10).
       01  ENCAB-CARRERA.
           03 FILLER PIC X(21) VALUE "CARRERA POR TEMPORADA".
       01  TITULO-CARRERA.
           03 FILLER PIC X(11) VALUE "TEMPORADA".
           03 FILLER PIC X(21) VALUE "EQUIPO".
           03 FILLER PIC X(8) VALUE "   GOLES".
       01  DETALLE-CARRERA.
           03 DCA-TEMPORADA PIC X(6).
           03 FILLER PIC X(5) VALUE SPACES.
           03 DCA-EQU PIC 99.
           03 FILLER PIC X(1) VALUE SPACES.
           03 DCA-NOM PIC X(15).
           03 FILLER PIC X(3) VALUE SPACES.
           03 DCA-GOLES PIC ZZZZZZZ9.
       01  TOTAL-CARRERA.
           03 FILLER PIC X(32) VALUE "  TOTAL DE CARRERA".
           03 TCA-GOLES PIC ZZZZZZZ9.
       01  LINEA-SIN-DATOS.
           03 FILLER PIC X(2) VALUE SPACES.
           03 LSD-TEXTO PIC X(50).
      *-----------------------
       PROCEDURE DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       MAIN-PROCEDURE.
           PERFORM 1000-INICIO.
           PERFORM 2000-PROCESAR-JUGADORES.
           PERFORM 4000-FIN.

       1000-INICIO.
           PERFORM 1005-LEER-ARGUMENTOS.
           MOVE "I" TO W-BIT-EVENTO.
           MOVE "INICIO" TO W-BIT-VEREDICTO.
           PERFORM 3900-GRABAR-BITACORA.
           PERFORM 1010-CARGAR-EQUIPOS.
           OPEN INPUT ARCHIVO-JUGADORES.
           IF W-JUGIX-STATUS = "00"
               MOVE 1 TO W-JUGIX-ABIERTO
           ELSE
               DISPLAY "AVISO: JUGADORES.IND NO DISPONIBLE, "
                   "FILE STATUS " W-JUGIX-STATUS
           END-IF.
           OPEN OUTPUT ARCHIVO-LEGAJO.

       1005-LEER-ARGUMENTOS.
      *    Un codigo de jugador por argumento, hasta 20; el primer
      *    argumento vacio termina la lista.
           MOVE 1 TO W-FLAG.
           PERFORM VARYING W-ARG-NUM FROM 1 BY 1
               UNTIL W-FLAG = 0 OR W-ARG-NUM > 20
               DISPLAY W-ARG-NUM UPON ARGUMENT-NUMBER
               ACCEPT W-ARG-VALOR FROM ARGUMENT-VALUE
                   ON EXCEPTION MOVE SPACES TO W-ARG-VALOR
               END-ACCEPT
               IF W-ARG-VALOR = SPACES
                   MOVE 0 TO W-FLAG
               ELSE
                   ADD 1 TO W-ARG-CANT
                   SET W-ARG-IDX TO W-ARG-CANT
                   MOVE W-ARG-VALOR TO W-ARG-T-JUG(W-ARG-IDX)
               END-IF
           END-PERFORM.
           IF W-ARG-CANT = 0
               DISPLAY "ERROR: FALTA EL CODIGO DE JUGADOR"
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
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE ARCHIVO-EQUIPOS.

       2000-PROCESAR-JUGADORES.
           PERFORM VARYING W-ARG-IDX FROM 1 BY 1
               UNTIL W-ARG-IDX > W-ARG-CANT
               MOVE W-ARG-T-JUG(W-ARG-IDX) TO W-JUG
               PERFORM 2100-ARMAR-LEGAJO
               ADD 1 TO W-BIT-REGISTROS
           END-PERFORM.

       2100-ARMAR-LEGAJO.
      *    Cada archivo se recorre por jugador pedido. Un codigo que
      *    no esta en el maestro y del que no queda rastro en ningun
      *    archivo se informa como desconocido.
           MOVE 0 TO W-JUG-LINEAS.
           MOVE 0 TO W-JUG-ULT-EQU.
           PERFORM 2110-BUSCAR-MAESTRO.
           PERFORM 2120-BUSCAR-NOMBRE.
           PERFORM 2130-BUSCAR-ULTIMO-EQUIPO.
           MOVE W-JUG TO ENC-JUG.
           MOVE W-JUG-NOMBRE TO ENC-NOMBRE.
           WRITE IMPRIMIR-LINEA FROM ENCAB-LEGAJO
               AFTER ADVANCING PAGE.
           IF W-JUG-ACTIVO = 0 AND W-JUG-LINEAS = 0
               MOVE "EL CODIGO NO FIGURA EN NINGUN ARCHIVO DE LA LIGA"
                   TO LSD-TEXTO
               WRITE IMPRIMIR-LINEA FROM LINEA-SIN-DATOS
                   AFTER ADVANCING 2 LINE
               ADD 1 TO W-CANT-DESCONOCIDOS
           ELSE
               PERFORM 2150-GRABAR-SITUACION
               PERFORM 2200-GRABAR-ETAPAS
               PERFORM 2300-GRABAR-GOLES-FECHA
               PERFORM 2400-GRABAR-TARJETAS
               PERFORM 2500-GRABAR-SUSPENSIONES
               PERFORM 2600-GRABAR-CARRERA
           END-IF.

       2110-BUSCAR-MAESTRO.
           MOVE 0 TO W-JUG-ACTIVO.
           IF W-JUGIX-ABIERTO = 1
               MOVE W-JUG TO JUG-COD
               MOVE 1 TO W-JUG-ACTIVO
               READ ARCHIVO-JUGADORES
                   INVALID KEY MOVE 0 TO W-JUG-ACTIVO
               END-READ
           END-IF.
           IF W-JUG-ACTIVO = 1
               MOVE JUG-EQU TO W-JUG-ULT-EQU
               ADD 1 TO W-JUG-LINEAS
           END-IF.

       2120-BUSCAR-NOMBRE.
      *    La baja borra el nombre de nombres.dat.
           MOVE "(SIN NOMBRE)" TO W-JUG-NOMBRE.
           MOVE 1 TO W-FLAG.
           OPEN INPUT ARCHIVO-NOMBRES.
           PERFORM UNTIL W-FLAG = 0
               READ ARCHIVO-NOMBRES
                   AT END MOVE 0 TO W-FLAG
                   NOT AT END
                       IF NOM-JUG = W-JUG
                           MOVE NOM-NOMBRE TO W-JUG-NOMBRE
                           ADD 1 TO W-JUG-LINEAS
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE ARCHIVO-NOMBRES.

       2130-BUSCAR-ULTIMO-EQUIPO.
      *    Para un jugador dado de baja el ultimo equipo conocido es
      *    el de su ultima temporada en el historial o, si jugo en la
      *    temporada en curso, el de su ultimo gol o sancion. De paso
      *    se cuenta cuanto queda de el en los archivos.
           IF W-JUG-ACTIVO = 0
               MOVE 1 TO W-FLAG
               OPEN INPUT ARCHIVO-HISTORIAL
               PERFORM UNTIL W-FLAG = 0
                   READ ARCHIVO-HISTORIAL
                       AT END MOVE 0 TO W-FLAG
                       NOT AT END
                           IF HJ-TIPO = "J" AND HJ-JUG = W-JUG
                               MOVE HJ-EQU TO W-JUG-ULT-EQU
                               ADD 1 TO W-JUG-LINEAS
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ARCHIVO-HISTORIAL
               MOVE 1 TO W-FLAG
               OPEN INPUT ARCHIVO-ETAPAS
               PERFORM UNTIL W-FLAG = 0
                   READ ARCHIVO-ETAPAS
                       AT END MOVE 0 TO W-FLAG
                       NOT AT END
                           IF ETA-JUG = W-JUG
                               MOVE ETA-EQU TO W-JUG-ULT-EQU
                               ADD 1 TO W-JUG-LINEAS
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ARCHIVO-ETAPAS
               MOVE 1 TO W-FLAG
               OPEN INPUT ARCHIVO-GOLES-FECHA
               PERFORM UNTIL W-FLAG = 0
                   READ ARCHIVO-GOLES-FECHA
                       AT END MOVE 0 TO W-FLAG
                       NOT AT END
                           IF GD-JUG = W-JUG
                               IF GD-TIPO NOT = "C"
                                   MOVE GD-EQU TO W-JUG-ULT-EQU
                               END-IF
                               ADD 1 TO W-JUG-LINEAS
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ARCHIVO-GOLES-FECHA
               MOVE 1 TO W-FLAG
               OPEN INPUT ARCHIVO-SANCIONES
               PERFORM UNTIL W-FLAG = 0
                   READ ARCHIVO-SANCIONES
                       AT END MOVE 0 TO W-FLAG
                       NOT AT END
                           IF SAN-JUG = W-JUG
                               MOVE SAN-EQU TO W-JUG-ULT-EQU
                               ADD 1 TO W-JUG-LINEAS
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ARCHIVO-SANCIONES
               MOVE 1 TO W-FLAG
               OPEN INPUT ARCHIVO-SUSPENSIONES
               PERFORM UNTIL W-FLAG = 0
                   READ ARCHIVO-SUSPENSIONES
                       AT END MOVE 0 TO W-FLAG
                       NOT AT END
                           IF SUS-JUG = W-JUG
                               ADD 1 TO W-JUG-LINEAS
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ARCHIVO-SUSPENSIONES
           END-IF.

       2150-GRABAR-SITUACION.
           IF W-JUG-ACTIVO = 1
               MOVE "ACTIVO" TO SIT-ESTADO
               MOVE "EQUIPO ACTUAL:" TO SIT-TEXTO-EQU
           ELSE
               MOVE "DADO DE BAJA" TO SIT-ESTADO
               MOVE "ULTIMO EQUIPO CONOCIDO:" TO SIT-TEXTO-EQU
           END-IF.
           MOVE W-JUG-ULT-EQU TO SIT-EQU.
           MOVE W-JUG-ULT-EQU TO W-BUSCA-EQU.
           PERFORM 3600-BUSCAR-NOMBRE-EQUIPO.
           IF W-ENCONTRADO > 0
               MOVE W-EQU-T-NOM(W-ENCONTRADO) TO SIT-NOM-EQU
           ELSE
               MOVE SPACES TO SIT-NOM-EQU
           END-IF.
           WRITE IMPRIMIR-LINEA FROM LINEA-SITUACION
               AFTER ADVANCING 1 LINE.
           IF W-JUG-ACTIVO = 1
               MOVE JUG-GOLES TO LGM-GOLES
               WRITE IMPRIMIR-LINEA FROM LINEA-GOLES-MAESTRO
                   AFTER ADVANCING 1 LINE
           END-IF.

       2200-GRABAR-ETAPAS.
           WRITE IMPRIMIR-LINEA FROM ENCAB-ETAPAS
               AFTER ADVANCING 2 LINE.
           WRITE IMPRIMIR-LINEA FROM TITULO-ETAPAS
               AFTER ADVANCING 1 LINE.
           MOVE 0 TO W-CANT-ETAPAS.
           MOVE 1 TO W-FLAG.
           OPEN INPUT ARCHIVO-ETAPAS.
           PERFORM UNTIL W-FLAG = 0
               READ ARCHIVO-ETAPAS
                   AT END MOVE 0 TO W-FLAG
                   NOT AT END
                       IF ETA-JUG = W-JUG
                           PERFORM 2210-GRABAR-ETAPA
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE ARCHIVO-ETAPAS.
           IF W-CANT-ETAPAS = 0
               MOVE "SIN ETAPAS EN ETAPAS.DAT" TO LSD-TEXTO
               WRITE IMPRIMIR-LINEA FROM LINEA-SIN-DATOS
                   AFTER ADVANCING 1 LINE
           END-IF.

       2210-GRABAR-ETAPA.
           ADD 1 TO W-CANT-ETAPAS.
           MOVE ETA-EQU TO DET-ETA-EQU.
           MOVE ETA-EQU TO W-BUSCA-EQU.
           PERFORM 3600-BUSCAR-NOMBRE-EQUIPO.
           IF W-ENCONTRADO > 0
               MOVE W-EQU-T-NOM(W-ENCONTRADO) TO DET-ETA-NOM
           ELSE
               MOVE SPACES TO DET-ETA-NOM
           END-IF.
           EVALUATE ETA-ESTADO
               WHEN "A" MOVE "ABIERTA" TO DET-ETA-ESTADO
               WHEN "C" MOVE "CERRADA" TO DET-ETA-ESTADO
               WHEN OTHER MOVE ETA-ESTADO TO DET-ETA-ESTADO
           END-EVALUATE.
           MOVE ETA-GOLES TO DET-ETA-GOLES.
           WRITE IMPRIMIR-LINEA FROM DETALLE-ETAPA
               AFTER ADVANCING 1 LINE.

       2300-GRABAR-GOLES-FECHA.
      *    Los goles en contra figuran en goles_fecha.dat a nombre del
      *    equipo beneficiado; se muestran aparte de los propios.
           INITIALIZE W-TABLA-FECHAS.
           MOVE 0 TO W-TOT-GOLES.
           MOVE 0 TO W-TOT-EN-CONTRA.
           MOVE 1 TO W-FLAG.
           OPEN INPUT ARCHIVO-GOLES-FECHA.
           PERFORM UNTIL W-FLAG = 0
               READ ARCHIVO-GOLES-FECHA
                   AT END MOVE 0 TO W-FLAG
                   NOT AT END
                       IF GD-JUG = W-JUG
                           AND GD-FECHA > 0 AND GD-FECHA < 99
                           IF GD-TIPO = "C"
                               ADD GD-GOLES
                                   TO W-FEC-T-EN-CONTRA(GD-FECHA)
                               ADD GD-GOLES TO W-TOT-EN-CONTRA
                           ELSE
                               MOVE GD-EQU TO W-FEC-T-EQU(GD-FECHA)
                               ADD GD-GOLES TO W-FEC-T-GOLES(GD-FECHA)
                               ADD GD-GOLES TO W-TOT-GOLES
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE ARCHIVO-GOLES-FECHA.
           WRITE IMPRIMIR-LINEA FROM ENCAB-GOLES-FECHA
               AFTER ADVANCING 2 LINE.
           IF W-TOT-GOLES = 0 AND W-TOT-EN-CONTRA = 0
               MOVE "SIN GOLES EN LA TEMPORADA EN CURSO" TO LSD-TEXTO
               WRITE IMPRIMIR-LINEA FROM LINEA-SIN-DATOS
                   AFTER ADVANCING 1 LINE
           ELSE
               WRITE IMPRIMIR-LINEA FROM TITULO-GOLES-FECHA
                   AFTER ADVANCING 1 LINE
               PERFORM VARYING W-FECHA-I FROM 1 BY 1
                   UNTIL W-FECHA-I > 98
                   IF W-FEC-T-GOLES(W-FECHA-I) > 0
                       OR W-FEC-T-EN-CONTRA(W-FECHA-I) > 0
                       PERFORM 2310-GRABAR-FECHA
                   END-IF
               END-PERFORM
               MOVE W-TOT-GOLES TO TGF-GOLES
               MOVE W-TOT-EN-CONTRA TO TGF-EN-CONTRA
               WRITE IMPRIMIR-LINEA FROM TOTAL-GOLES-FECHA
                   AFTER ADVANCING 1 LINE
           END-IF.

       2310-GRABAR-FECHA.
           MOVE W-FECHA-I TO DGF-FECHA.
           IF W-FEC-T-EQU(W-FECHA-I) = 0
               MOVE 0 TO DGF-EQU
               MOVE SPACES TO DGF-NOM
           ELSE
               MOVE W-FEC-T-EQU(W-FECHA-I) TO DGF-EQU
               MOVE W-FEC-T-EQU(W-FECHA-I) TO W-BUSCA-EQU
               PERFORM 3600-BUSCAR-NOMBRE-EQUIPO
               IF W-ENCONTRADO > 0
                   MOVE W-EQU-T-NOM(W-ENCONTRADO) TO DGF-NOM
               ELSE
                   MOVE SPACES TO DGF-NOM
               END-IF
           END-IF.
           MOVE W-FEC-T-GOLES(W-FECHA-I) TO DGF-GOLES.
           MOVE W-FEC-T-EN-CONTRA(W-FECHA-I) TO DGF-EN-CONTRA.
           WRITE IMPRIMIR-LINEA FROM DETALLE-GOL-FECHA
               AFTER ADVANCING 1 LINE.

       2400-GRABAR-TARJETAS.
      *    sanciones.dat trae un acumulado por jugador y equipo; tras
      *    un pase puede haber uno por cada club.
           MOVE 0 TO W-TOT-AMAR.
           MOVE 0 TO W-TOT-ROJA.
           WRITE IMPRIMIR-LINEA FROM ENCAB-TARJETAS
               AFTER ADVANCING 2 LINE.
           WRITE IMPRIMIR-LINEA FROM TITULO-TARJETAS
               AFTER ADVANCING 1 LINE.
           MOVE 1 TO W-FLAG.
           OPEN INPUT ARCHIVO-SANCIONES.
           PERFORM UNTIL W-FLAG = 0
               READ ARCHIVO-SANCIONES
                   AT END MOVE 0 TO W-FLAG
                   NOT AT END
                       IF SAN-JUG = W-JUG
                           PERFORM 2410-GRABAR-TARJETA
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE ARCHIVO-SANCIONES.
           MOVE W-TOT-AMAR TO TTA-AMAR.
           MOVE W-TOT-ROJA TO TTA-ROJA.
           WRITE IMPRIMIR-LINEA FROM TOTAL-TARJETAS
               AFTER ADVANCING 1 LINE.

       2410-GRABAR-TARJETA.
           ADD SAN-AMAR TO W-TOT-AMAR.
           ADD SAN-ROJA TO W-TOT-ROJA.
           MOVE SAN-EQU TO DTA-EQU.
           MOVE SAN-EQU TO W-BUSCA-EQU.
           PERFORM 3600-BUSCAR-NOMBRE-EQUIPO.
           IF W-ENCONTRADO > 0
               MOVE W-EQU-T-NOM(W-ENCONTRADO) TO DTA-NOM
           ELSE
               MOVE SPACES TO DTA-NOM
           END-IF.
           MOVE SAN-AMAR TO DTA-AMAR.
           MOVE SAN-ROJA TO DTA-ROJA.
           WRITE IMPRIMIR-LINEA FROM DETALLE-TARJETA
               AFTER ADVANCING 1 LINE.

       2500-GRABAR-SUSPENSIONES.
           WRITE IMPRIMIR-LINEA FROM ENCAB-SUSPENSIONES
               AFTER ADVANCING 2 LINE.
           MOVE 0 TO W-CANT-SUSP.
           MOVE 1 TO W-FLAG.
           OPEN INPUT ARCHIVO-SUSPENSIONES.
           PERFORM UNTIL W-FLAG = 0
               READ ARCHIVO-SUSPENSIONES
                   AT END MOVE 0 TO W-FLAG
                   NOT AT END
                       IF SUS-JUG = W-JUG
                           IF W-CANT-SUSP = 0
                               WRITE IMPRIMIR-LINEA
                                   FROM TITULO-SUSPENSIONES
                                   AFTER ADVANCING 1 LINE
                           END-IF
                           ADD 1 TO W-CANT-SUSP
                           PERFORM 2510-GRABAR-SUSPENSION
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE ARCHIVO-SUSPENSIONES.
           IF W-CANT-SUSP = 0
               MOVE "SIN SUSPENSIONES" TO LSD-TEXTO
               WRITE IMPRIMIR-LINEA FROM LINEA-SIN-DATOS
                   AFTER ADVANCING 1 LINE
           END-IF.

       2510-GRABAR-SUSPENSION.
           MOVE SUS-MOTIVO TO DSU-MOTIVO.
           MOVE SUS-EQU TO DSU-EQU.
           MOVE SUS-FECHA-SANC TO DSU-FECHA-SANC.
           MOVE SUS-FECHA-ULT TO DSU-FECHA-ULT.
           MOVE SUS-FECHAS-PEND TO DSU-PEND.
           EVALUATE SUS-ESTADO
               WHEN "P" MOVE "PENDIENTE" TO DSU-ESTADO
               WHEN "C" MOVE "CUMPLIDA" TO DSU-ESTADO
               WHEN OTHER MOVE SUS-ESTADO TO DSU-ESTADO
           END-EVALUATE.
           WRITE IMPRIMIR-LINEA FROM DETALLE-SUSPENSION
               AFTER ADVANCING 1 LINE.

       2600-GRABAR-CARRERA.
      *    Una linea por registro "J" del historial y, si el jugador
      *    sigue activo, la temporada en curso desde el maestro, igual
      *    que la carrera de HIST-CARRERA.
           MOVE 0 TO W-TOT-CARRERA.
           WRITE IMPRIMIR-LINEA FROM ENCAB-CARRERA
               AFTER ADVANCING 2 LINE.
           WRITE IMPRIMIR-LINEA FROM TITULO-CARRERA
               AFTER ADVANCING 1 LINE.
           MOVE 1 TO W-FLAG.
           OPEN INPUT ARCHIVO-HISTORIAL.
           PERFORM UNTIL W-FLAG = 0
               READ ARCHIVO-HISTORIAL
                   AT END MOVE 0 TO W-FLAG
                   NOT AT END
                       IF HJ-TIPO = "J" AND HJ-JUG = W-JUG
                           MOVE HJ-TEMPORADA TO DCA-TEMPORADA
                           MOVE HJ-EQU TO W-BUSCA-EQU
                           MOVE HJ-GOLES TO W-GOLES-TEMP
                           PERFORM 2610-GRABAR-TEMPORADA
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE ARCHIVO-HISTORIAL.
           IF W-JUG-ACTIVO = 1
               MOVE "ACTUAL" TO DCA-TEMPORADA
               MOVE JUG-EQU TO W-BUSCA-EQU
               MOVE JUG-GOLES TO W-GOLES-TEMP
               PERFORM 2610-GRABAR-TEMPORADA
           END-IF.
           MOVE W-TOT-CARRERA TO TCA-GOLES.
           WRITE IMPRIMIR-LINEA FROM TOTAL-CARRERA
               AFTER ADVANCING 1 LINE.

       2610-GRABAR-TEMPORADA.
           MOVE W-BUSCA-EQU TO DCA-EQU.
           PERFORM 3600-BUSCAR-NOMBRE-EQUIPO.
           IF W-ENCONTRADO > 0
               MOVE W-EQU-T-NOM(W-ENCONTRADO) TO DCA-NOM
           ELSE
               MOVE SPACES TO DCA-NOM
           END-IF.
           MOVE W-GOLES-TEMP TO DCA-GOLES.
           ADD W-GOLES-TEMP TO W-TOT-CARRERA.
           WRITE IMPRIMIR-LINEA FROM DETALLE-CARRERA
               AFTER ADVANCING 1 LINE.

       3600-BUSCAR-NOMBRE-EQUIPO.
           MOVE 0 TO W-ENCONTRADO.
           PERFORM VARYING W-EQU-IDX FROM 1 BY 1
               UNTIL W-EQU-IDX > W-EQU-CANT
               IF W-EQU-T-COD(W-EQU-IDX) = W-BUSCA-EQU
                   SET W-ENCONTRADO TO W-EQU-IDX
               END-IF
           END-PERFORM.

       3900-GRABAR-BITACORA.
      *    Constancia en la bitacora comun de la suite: un registro al
      *    iniciar y otro al terminar la corrida.
           OPEN EXTEND ARCHIVO-BITACORA.
           MOVE W-BIT-EVENTO TO BIT-EVENTO.
           MOVE "LEGAJO" TO BIT-PROGRAMA.
           MOVE W-ARG-T-JUG(1) TO BIT-ARGUMENTO.
           ACCEPT BIT-FECHA FROM DATE YYYYMMDD.
           ACCEPT W-BIT-HORA-COMPLETA FROM TIME.
           MOVE W-BIT-HORA-COMPLETA(1:6) TO BIT-HORA.
           MOVE W-BIT-REGISTROS TO BIT-REGISTROS.
           MOVE W-BIT-VEREDICTO TO BIT-VEREDICTO.
           WRITE REG-BITACORA.
           CLOSE ARCHIVO-BITACORA.

       4000-FIN.
           CLOSE ARCHIVO-LEGAJO.
           IF W-JUGIX-ABIERTO = 1
               CLOSE ARCHIVO-JUGADORES
           END-IF.
           DISPLAY "LEGAJOS EMITIDOS: " W-BIT-REGISTROS
               " SIN DATOS: " W-CANT-DESCONOCIDOS.
           MOVE "F" TO W-BIT-EVENTO.
           IF W-CANT-DESCONOCIDOS = 0
               MOVE "OK" TO W-BIT-VEREDICTO
           ELSE
               MOVE "CON DESCONOCIDOS" TO W-BIT-VEREDICTO
           END-IF.
           PERFORM 3900-GRABAR-BITACORA.
           STOP RUN.

       END PROGRAM LEGAJO.
