      * Purpose: Mantenimiento (alta/baja/correccion de nombre/pase)
      *          del maestro indexado de jugadores jugadores.ind y de
      *          nombres.dat a partir de un archivo de transacciones.
      *          Altas y pases respetan el plantel maximo por equipo y
      *          el periodo de pases de parametros.dat (PLANTEL-MAXIMO,
      *          VENTANA-DESDE, VENTANA-HASTA); el pase autorizado por
      *          la liga (tipo "P") los saltea con su numero de
      *          autorizacion. La fecha en curso es el argumento 1 o,
      *          si no viene, la siguiente a la ultima de partidos.dat.
      *          Al final deja en plantel.dat el plantel de cada equipo
      *          contra el maximo y las altas y bajas de la temporada,
      *          dentro y fuera del periodo de pases.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           ASSIGN TO "../jugador_log.dat"
           ORGANIZATION LINE SEQUENTIAL.

           SELECT OPTIONAL ARCHIVO-PARTIDOS
           ASSIGN TO "../partidos.dat"
           ORGANIZATION LINE SEQUENTIAL.

           SELECT ARCHIVO-PARAMETROS
           ASSIGN TO "../parametros.dat"
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS W-PARAM-STATUS.

           SELECT ARCHIVO-PLANTELES
           ASSIGN TO "../plantel.dat".

           SELECT OPTIONAL ARCHIVO-BITACORA
           ASSIGN TO "../bitacora.dat"
           ORGANIZATION LINE SEQUENTIAL.
           03 TRANS-EQU PIC 99.
           03 TRANS-JUG PIC X(6).
           03 TRANS-NOMBRE PIC X(20).
           03 TRANS-AUTORIZACION PIC X(10).

       FD  ARCHIVO-LOG.
       01  REG-LOG.
           03 LOG-JUG PIC X(6).
           03 LOG-RESULTADO PIC X(10).
           03 LOG-DESCRIPCION PIC X(40).
           03 LOG-FECHA PIC 99.
           03 LOG-VENTANA PIC X.
           03 LOG-EQU-ORIGEN PIC 99.
           03 LOG-AUTORIZACION PIC X(10).
           03 LOG-DIA PIC X(8).
           03 LOG-HORA PIC X(6).

       FD  ARCHIVO-PARTIDOS.
       01  REG-PARTIDO.
           03 PART-FECHA PIC 99.
           03 PART-DIA PIC X(8).
           03 PART-EQU-LOC PIC 99.
           03 PART-EQU-VIS PIC 99.
           03 PART-GOL-LOC PIC 99.
           03 PART-GOL-VIS PIC 99.

       FD  ARCHIVO-PARAMETROS.
       01  REG-PARAM.
           03 PAR-CLAVE PIC X(16).
           03 PAR-VALOR PIC X(4).

       FD  ARCHIVO-PLANTELES.
       01  IMPRIMIR-LINEA PIC X(70).

       FD  ARCHIVO-BITACORA.
       01  REG-BITACORA.
       01  W-ENCONTRADO-NOM PIC 9(4).
       01  W-EQU-ORIGEN PIC 99.
       01  W-CANT-TRANS PIC 9(8) VALUE ZERO.
       01  W-ENCONTRADO PIC 9(4).
       01  W-ARG-NUM PIC 9(2).
       01  W-FECHA-TEXTO PIC X(2) VALUE SPACES.
       01  W-FECHA-ACTUAL PIC 99 VALUE ZERO.
       01  W-VENTANA PIC X.
       01  W-DIA-HOY PIC X(8).
       01  W-HORA-HOY PIC X(6).
       01  W-INICIO-TEMPORADA PIC X(14) VALUE SPACES.
       01  W-LOG-MOMENTO PIC X(14).
       01  W-PARAM-STATUS PIC XX.
       01  W-PARAM-CLAVE PIC X(16).
       01  W-PARAM-VALOR PIC 9(4).
       01  W-PLANTEL-MAXIMO PIC 9(4).
       01  W-VENTANA-DESDE PIC 9(4).
       01  W-VENTANA-HASTA PIC 9(4).
       01  W-EQU-DESTINO-IDX PIC 9(4).
       01  W-EQU-ORIGEN-IDX PIC 9(4).
       01  W-TABLA-PARAM.
           03 W-PARAM-CANT PIC 9(4) VALUE ZERO.
           03 W-PARAM-ENTRY OCCURS 50 TIMES INDEXED BY W-PARAM-IDX.
               05 W-PARAM-T-CLAVE PIC X(16).
               05 W-PARAM-T-VALOR PIC 9(4).
       01  W-BIT-EVENTO PIC X.
       01  W-BIT-REGISTROS PIC 9(8) VALUE ZERO.
       01  W-BIT-VEREDICTO PIC X(20) VALUE SPACES.
           03 W-EQU-ENTRY OCCURS 200 TIMES INDEXED BY W-EQU-IDX.
               05 W-EQU-T-COD PIC 99.
               05 W-EQU-T-NOM PIC X(15).
               05 W-EQU-T-PLANTEL PIC 9(4).
               05 W-EQU-T-ALTAS-D PIC 9(4).
               05 W-EQU-T-ALTAS-F PIC 9(4).
               05 W-EQU-T-BAJAS-D PIC 9(4).
               05 W-EQU-T-BAJAS-F PIC 9(4).
       01  W-TABLA-NOM.
           03 W-NOM-CANT PIC 9(4) VALUE ZERO.
           03 W-NOM-ENTRY OCCURS 2000 TIMES INDEXED BY W-NOM-IDX.
               05 W-ETA-T-GOLES PIC 9(8).
               05 W-ETA-T-ESTADO PIC X.
               05 W-ETA-T-ACTIVO PIC 9.
       01  W-MOV-TIPO PIC X(10).
       01  W-MOV-EQU PIC 99.
       01  W-TABLA-MOV.
           03 W-MOV-CANT PIC 9(4) VALUE ZERO.
           03 W-MOV-ENTRY OCCURS 5000 TIMES INDEXED BY W-MOV-IDX.
               05 W-MOV-T-EQU PIC 99.
               05 W-MOV-T-TIPO PIC X(10).
               05 W-MOV-T-JUG PIC X(6).
               05 W-MOV-T-FECHA PIC 99.
               05 W-MOV-T-VENTANA PIC X.
               05 W-MOV-T-AUTORIZACION PIC X(10).
       01  ENCAB-PLANTELES.
           03 FILLER PIC X(27) VALUE "PLANTELES - FECHA EN CURSO ".
           03 ENP-FECHA PIC Z9.
       01  LINEA-REGLAS.
           03 FILLER PIC X(16) VALUE "PLANTEL MAXIMO: ".
           03 LRE-MAXIMO PIC ZZZ9.
           03 FILLER PIC X(26) VALUE "  PERIODO DE PASES: FECHAS".
           03 LRE-DESDE PIC ZZZ9.
           03 FILLER PIC X(2) VALUE " A".
           03 LRE-HASTA PIC ZZZ9.
           03 FILLER PIC X(2) VALUE SPACES.
           03 LRE-ESTADO PIC X(7).
       01  LINEA-EQUIPO-PLANTEL.
           03 FILLER PIC X(7) VALUE "EQUIPO ".
           03 LEP-EQU PIC 99.
           03 FILLER PIC X(1) VALUE SPACES.
           03 LEP-NOM PIC X(15).
           03 FILLER PIC X(12) VALUE "  JUGADORES ".
           03 LEP-PLANTEL PIC ZZZ9.
           03 FILLER PIC X(4) VALUE " DE ".
           03 LEP-MAXIMO PIC ZZZ9.
           03 FILLER PIC X(2) VALUE SPACES.
           03 LEP-AVISO PIC X(8).
       01  DETALLE-MOVIMIENTO.
           03 FILLER PIC X(3) VALUE SPACES.
           03 DMV-TIPO PIC X(11).
           03 DMV-JUG PIC X(6).
           03 FILLER PIC X(1) VALUE SPACES.
           03 DMV-NOM PIC X(20).
           03 FILLER PIC X(7) VALUE " FECHA ".
           03 DMV-FECHA PIC Z9.
           03 FILLER PIC X(1) VALUE SPACES.
           03 DMV-VENTANA PIC X(6).
           03 FILLER PIC X(1) VALUE SPACES.
           03 DMV-AUTORIZACION PIC X(10).
       01  LINEA-TOTAL-MOV.
           03 FILLER PIC X(3) VALUE SPACES.
           03 LTM-TEXTO PIC X(6).
           03 FILLER PIC X(20) VALUE "DENTRO DEL PERIODO: ".
           03 LTM-DENTRO PIC ZZZ9.
           03 FILLER PIC X(22) VALUE "   FUERA DEL PERIODO: ".
           03 LTM-FUERA PIC ZZZ9.
      *-----------------------
       PROCEDURE DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
           PERFORM 4000-FIN.

       1000-INICIO.
           PERFORM 1005-LEER-ARGUMENTOS.
           PERFORM 1080-BUSCAR-INICIO-TEMPORADA.
           MOVE "I" TO W-BIT-EVENTO.
           MOVE "INICIO" TO W-BIT-VEREDICTO.
           PERFORM 3900-GRABAR-BITACORA.
           ACCEPT W-DIA-HOY FROM DATE YYYYMMDD.
           ACCEPT W-BIT-HORA-COMPLETA FROM TIME.
           MOVE W-BIT-HORA-COMPLETA(1:6) TO W-HORA-HOY.
           PERFORM 1060-CARGAR-PARAMETROS.
           PERFORM 1070-FIJAR-FECHA-EN-CURSO.
           OPEN INPUT ARCHIVO-TRANSACCIONES.
           PERFORM 1015-ABRIR-LOG.
           PERFORM 1010-CARGAR-EQUIPOS.
                   "FILE STATUS " W-JUGIX-STATUS
               STOP RUN
           END-IF.
           PERFORM 1090-CONTAR-PLANTELES.

       1005-LEER-ARGUMENTOS.
      *    Fecha en curso opcional; sin argumento se toma la que
      *    sigue a la ultima cargada en partidos.dat.
           MOVE 1 TO W-ARG-NUM.
           DISPLAY W-ARG-NUM UPON ARGUMENT-NUMBER.
           ACCEPT W-FECHA-TEXTO FROM ARGUMENT-VALUE
               ON EXCEPTION MOVE SPACES TO W-FECHA-TEXTO
           END-ACCEPT.
           IF W-FECHA-TEXTO NOT = SPACES
               IF W-FECHA-TEXTO(2:1) = SPACE
                   MOVE W-FECHA-TEXTO(1:1) TO W-FECHA-TEXTO(2:1)
                   MOVE "0" TO W-FECHA-TEXTO(1:1)
               END-IF
               IF W-FECHA-TEXTO IS NUMERIC
                   MOVE W-FECHA-TEXTO TO W-FECHA-ACTUAL
               ELSE
                   DISPLAY "ERROR: FECHA EN CURSO INVALIDA: "
                       W-FECHA-TEXTO
                   STOP RUN
               END-IF
               IF W-FECHA-ACTUAL = 0 OR W-FECHA-ACTUAL > 98
                   DISPLAY "ERROR: FECHA EN CURSO INVALIDA: "
                       W-FECHA-TEXTO
                   STOP RUN
               END-IF
           END-IF.

       1015-ABRIR-LOG.
           OPEN INPUT ARCHIVO-LOG.
                           SET W-EQU-IDX TO W-EQU-CANT
                           MOVE EQU-COD TO W-EQU-T-COD(W-EQU-IDX)
                           MOVE EQU-NOMBRE TO W-EQU-T-NOM(W-EQU-IDX)
                           MOVE ZERO TO W-EQU-T-PLANTEL(W-EQU-IDX)
                           MOVE ZERO TO W-EQU-T-ALTAS-D(W-EQU-IDX)
                           MOVE ZERO TO W-EQU-T-ALTAS-F(W-EQU-IDX)
                           MOVE ZERO TO W-EQU-T-BAJAS-D(W-EQU-IDX)
                           MOVE ZERO TO W-EQU-T-BAJAS-F(W-EQU-IDX)
                       ELSE
                           DISPLAY "EQUIPO.DAT EXCEDE EL MAXIMO DE 200"
                       END-IF
           END-PERFORM.
           CLOSE ARCHIVO-NOMBRES.

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
           MOVE "PLANTEL-MAXIMO" TO W-PARAM-CLAVE.
           PERFORM 1062-OBTENER-PARAMETRO.
           MOVE W-PARAM-VALOR TO W-PLANTEL-MAXIMO.
           MOVE "VENTANA-DESDE" TO W-PARAM-CLAVE.
           PERFORM 1062-OBTENER-PARAMETRO.
           MOVE W-PARAM-VALOR TO W-VENTANA-DESDE.
           MOVE "VENTANA-HASTA" TO W-PARAM-CLAVE.
           PERFORM 1062-OBTENER-PARAMETRO.
           MOVE W-PARAM-VALOR TO W-VENTANA-HASTA.
           IF W-PLANTEL-MAXIMO = 0
               DISPLAY "ERROR: PLANTEL-MAXIMO DEBE SER MAYOR A CERO"
               STOP RUN
           END-IF.
           IF W-VENTANA-DESDE = 0 OR W-VENTANA-HASTA > 98
               OR W-VENTANA-DESDE > W-VENTANA-HASTA
               DISPLAY "ERROR: VENTANA-DESDE Y VENTANA-HASTA DEBEN "
                   "SER FECHAS 01-98 EN ORDEN"
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

       1070-FIJAR-FECHA-EN-CURSO.
      *    El periodo de pases esta abierto mientras la fecha en curso
      *    (la proxima a jugarse) cae entre VENTANA-DESDE y
      *    VENTANA-HASTA, ambas inclusive.
           IF W-FECHA-TEXTO = SPACES
               MOVE 0 TO W-FECHA-ACTUAL
               MOVE 1 TO W-FLAG
               OPEN INPUT ARCHIVO-PARTIDOS
               PERFORM UNTIL W-FLAG = 0
                   READ ARCHIVO-PARTIDOS
                       AT END MOVE 0 TO W-FLAG
                       NOT AT END
                           IF PART-FECHA > W-FECHA-ACTUAL
                               AND PART-FECHA < 99
                               MOVE PART-FECHA TO W-FECHA-ACTUAL
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ARCHIVO-PARTIDOS
               ADD 1 TO W-FECHA-ACTUAL
           END-IF.
           IF W-FECHA-ACTUAL NOT < W-VENTANA-DESDE
               AND W-FECHA-ACTUAL NOT > W-VENTANA-HASTA
               MOVE "D" TO W-VENTANA
               DISPLAY "FECHA EN CURSO " W-FECHA-ACTUAL
                   ": PERIODO DE PASES ABIERTO"
           ELSE
               MOVE "F" TO W-VENTANA
               DISPLAY "FECHA EN CURSO " W-FECHA-ACTUAL
                   ": PERIODO DE PASES CERRADO"
           END-IF.

       1080-BUSCAR-INICIO-TEMPORADA.
      *    El informe de planteles cuenta los movimientos desde el
      *    ultimo cierre de temporada completo de la bitacora.
           MOVE 1 TO W-FLAG.
           OPEN INPUT ARCHIVO-BITACORA.
           PERFORM UNTIL W-FLAG = 0
               READ ARCHIVO-BITACORA
                   AT END MOVE 0 TO W-FLAG
                   NOT AT END
                       IF BIT-EVENTO = "F"
                           AND BIT-PROGRAMA = "CIERRE-TEMPORADA"
                           MOVE BIT-FECHA
                               TO W-INICIO-TEMPORADA(1:8)
                           MOVE BIT-HORA
                               TO W-INICIO-TEMPORADA(9:6)
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE ARCHIVO-BITACORA.

       1090-CONTAR-PLANTELES.
           MOVE 1 TO W-FLAG.
           MOVE LOW-VALUES TO JUG-COD.
           START ARCHIVO-JUGADORES KEY IS NOT LESS THAN JUG-COD
               INVALID KEY MOVE 0 TO W-FLAG
           END-START.
           PERFORM UNTIL W-FLAG = 0
               READ ARCHIVO-JUGADORES NEXT RECORD
                   AT END MOVE 0 TO W-FLAG
                   NOT AT END
                       MOVE JUG-EQU TO W-EQU-ORIGEN
                       PERFORM 2086-BUSCAR-EQUIPO-ORIGEN
                       IF W-EQU-ORIGEN-IDX > 0
                           ADD 1 TO W-EQU-T-PLANTEL(W-EQU-ORIGEN-IDX)
                       END-IF
               END-READ
           END-PERFORM.

       1040-CARGAR-ETAPAS.
      *    Maestro de etapas: una entrada por paso de un jugador por
      *    un equipo con los goles que convirtio alli; la abierta

       2020-APLICAR-TRANSACCION.
           ADD 1 TO W-CANT-TRANS.
           MOVE 0 TO W-EQU-ORIGEN.
           EVALUATE TRANS-TIPO
               WHEN "A" PERFORM 2030-ALTA
               WHEN "B" PERFORM 2040-BAJA
               WHEN "N" PERFORM 2050-CORREGIR-NOMBRE
               WHEN "T" PERFORM 2060-TRANSFERENCIA
               WHEN "P" PERFORM 2062-PASE-AUTORIZADO
               WHEN OTHER PERFORM 2070-TRANS-INVALIDA
           END-EVALUATE.

                   MOVE "ALTA: EQUIPO INEXISTENTE EN EQUIPO.DAT"
                       TO LOG-DESCRIPCION
                   PERFORM 2095-GRABAR-RECHAZO
               WHEN W-VENTANA NOT = "D"
                   MOVE "ALTA: FUERA DEL PERIODO DE PASES"
                       TO LOG-DESCRIPCION
                   PERFORM 2095-GRABAR-RECHAZO
               WHEN W-EQU-T-PLANTEL(W-ENCONTRADO-EQU)
                   NOT < W-PLANTEL-MAXIMO
                   MOVE "ALTA: PLANTEL DEL EQUIPO COMPLETO"
                       TO LOG-DESCRIPCION
                   PERFORM 2095-GRABAR-RECHAZO
               WHEN OTHER
                   MOVE TRANS-JUG TO JUG-COD
                   MOVE TRANS-EQU TO JUG-EQU
                       NOT INVALID KEY
                           PERFORM 2035-ALTA-NOMBRE
                           PERFORM 2037-ABRIR-ETAPA
                           ADD 1 TO W-EQU-T-PLANTEL(W-ENCONTRADO-EQU)
                           MOVE "ALTA DE JUGADOR NUEVO"
                               TO LOG-DESCRIPCION
                           PERFORM 2096-GRABAR-OK
       2040-BAJA.
           PERFORM 2080-BUSCAR-JUGADOR.
           IF W-JUG-EXISTE = 1
               MOVE JUG-EQU TO W-EQU-ORIGEN
               PERFORM 2086-BUSCAR-EQUIPO-ORIGEN
               IF W-EQU-ORIGEN-IDX > 0
                   AND W-EQU-T-PLANTEL(W-EQU-ORIGEN-IDX) > 0
                   SUBTRACT 1 FROM W-EQU-T-PLANTEL(W-EQU-ORIGEN-IDX)
               END-IF
               DELETE ARCHIVO-JUGADORES
               PERFORM 2090-BUSCAR-NOMBRE
               IF W-ENCONTRADO-NOM > 0
                   MOVE "PASE: EL JUGADOR YA ESTA EN ESE EQUIPO"
                       TO LOG-DESCRIPCION
                   PERFORM 2095-GRABAR-RECHAZO
               WHEN W-VENTANA NOT = "D"
                   MOVE "PASE: FUERA DEL PERIODO DE PASES"
                       TO LOG-DESCRIPCION
                   PERFORM 2095-GRABAR-RECHAZO
               WHEN W-EQU-T-PLANTEL(W-ENCONTRADO-EQU)
                   NOT < W-PLANTEL-MAXIMO
                   MOVE "PASE: PLANTEL DESTINO COMPLETO"
                       TO LOG-DESCRIPCION
                   PERFORM 2095-GRABAR-RECHAZO
               WHEN OTHER
                   PERFORM 2066-EJECUTAR-PASE
                   MOVE SPACES TO LOG-DESCRIPCION
                   STRING
                       "PASE DEL EQUIPO " DELIMITED BY SIZE
                   PERFORM 2096-GRABAR-OK
           END-EVALUATE.

       2062-PASE-AUTORIZADO.
      *    Pase autorizado por la liga: lleva el numero de
      *    autorizacion, que queda en el log, y no se controla contra
      *    el periodo de pases ni contra el plantel maximo.
           PERFORM 2080-BUSCAR-JUGADOR.
           PERFORM 2085-BUSCAR-EQUIPO.
           EVALUATE TRUE
               WHEN TRANS-AUTORIZACION = SPACES
                   MOVE "PASE AUTORIZADO: FALTA NRO AUTORIZACION"
                       TO LOG-DESCRIPCION
                   PERFORM 2095-GRABAR-RECHAZO
               WHEN W-JUG-EXISTE = 0
                   MOVE "PASE: JUGADOR INEXISTENTE EN EL MAESTRO"
                       TO LOG-DESCRIPCION
                   PERFORM 2095-GRABAR-RECHAZO
               WHEN W-ENCONTRADO-EQU = 0
                   MOVE "PASE: EQUIPO DESTINO INEXISTENTE"
                       TO LOG-DESCRIPCION
                   PERFORM 2095-GRABAR-RECHAZO
               WHEN JUG-EQU = TRANS-EQU
                   MOVE "PASE: EL JUGADOR YA ESTA EN ESE EQUIPO"
                       TO LOG-DESCRIPCION
                   PERFORM 2095-GRABAR-RECHAZO
               WHEN OTHER
                   PERFORM 2066-EJECUTAR-PASE
                   MOVE SPACES TO LOG-DESCRIPCION
                   STRING
                       "PASE AUTORIZADO DEL EQUIPO " DELIMITED BY SIZE
                       W-EQU-ORIGEN DELIMITED BY SIZE
                       " AL " DELIMITED BY SIZE
                       TRANS-EQU DELIMITED BY SIZE
                       INTO LOG-DESCRIPCION
                   END-STRING
                   PERFORM 2096-GRABAR-OK
           END-EVALUATE.

       2066-EJECUTAR-PASE.
           MOVE JUG-EQU TO W-EQU-ORIGEN.
           PERFORM 2086-BUSCAR-EQUIPO-ORIGEN.
           IF W-EQU-ORIGEN-IDX > 0
               AND W-EQU-T-PLANTEL(W-EQU-ORIGEN-IDX) > 0
               SUBTRACT 1 FROM W-EQU-T-PLANTEL(W-EQU-ORIGEN-IDX)
           END-IF.
           ADD 1 TO W-EQU-T-PLANTEL(W-ENCONTRADO-EQU).
           PERFORM 2065-CERRAR-ETAPA-ORIGEN.
           PERFORM 2037-ABRIR-ETAPA.
           MOVE TRANS-EQU TO JUG-EQU.
           REWRITE JUG-REG.

       2037-ABRIR-ETAPA.
           IF W-ETA-CANT < 5000
               ADD 1 TO W-ETA-CANT
               END-IF
           END-PERFORM.

       2086-BUSCAR-EQUIPO-ORIGEN.
           MOVE 0 TO W-EQU-ORIGEN-IDX.
           PERFORM VARYING W-EQU-IDX FROM 1 BY 1
               UNTIL W-EQU-IDX > W-EQU-CANT
               IF W-EQU-T-COD(W-EQU-IDX) = W-EQU-ORIGEN
                   SET W-EQU-ORIGEN-IDX TO W-EQU-IDX
               END-IF
           END-PERFORM.

       2090-BUSCAR-NOMBRE.
           MOVE 0 TO W-ENCONTRADO-NOM.
           PERFORM VARYING W-NOM-IDX FROM 1 BY 1
           MOVE TRANS-EQU TO LOG-EQU.
           MOVE TRANS-JUG TO LOG-JUG.
           MOVE "RECHAZADA" TO LOG-RESULTADO.
           PERFORM 2097-COMPLETAR-LOG.
           WRITE REG-LOG.

       2096-GRABAR-OK.
           MOVE TRANS-EQU TO LOG-EQU.
           MOVE TRANS-JUG TO LOG-JUG.
           MOVE "OK" TO LOG-RESULTADO.
           PERFORM 2097-COMPLETAR-LOG.
           WRITE REG-LOG.

       2097-COMPLETAR-LOG.
      *    Fecha en curso, periodo de pases (D dentro, F fuera),
      *    equipo de origen de bajas y pases y numero de autorizacion:
      *    de aca sale el informe de planteles.
           MOVE W-FECHA-ACTUAL TO LOG-FECHA.
           MOVE W-VENTANA TO LOG-VENTANA.
           MOVE W-EQU-ORIGEN TO LOG-EQU-ORIGEN.
           MOVE TRANS-AUTORIZACION TO LOG-AUTORIZACION.
           MOVE W-DIA-HOY TO LOG-DIA.
           MOVE W-HORA-HOY TO LOG-HORA.

       3100-GRABAR-NOMBRES.
           OPEN OUTPUT ARCHIVO-NOMBRES-NUEVO.
           PERFORM VARYING W-NOM-IDX FROM 1 BY 1
           WRITE REG-BITACORA.
           CLOSE ARCHIVO-BITACORA.

       3300-GRABAR-PLANTELES.
      *    Plantel actual de cada equipo contra el maximo y sus altas
      *    y bajas de la temporada segun jugador_log.dat; el pase
      *    cuenta como baja del club de origen y alta del destino.
           PERFORM 3310-CARGAR-MOVIMIENTOS.
           OPEN OUTPUT ARCHIVO-PLANTELES.
           MOVE W-FECHA-ACTUAL TO ENP-FECHA.
           WRITE IMPRIMIR-LINEA FROM ENCAB-PLANTELES
               AFTER ADVANCING PAGE.
           MOVE W-PLANTEL-MAXIMO TO LRE-MAXIMO.
           MOVE W-VENTANA-DESDE TO LRE-DESDE.
           MOVE W-VENTANA-HASTA TO LRE-HASTA.
           IF W-VENTANA = "D"
               MOVE "ABIERTO" TO LRE-ESTADO
           ELSE
               MOVE "CERRADO" TO LRE-ESTADO
           END-IF.
           WRITE IMPRIMIR-LINEA FROM LINEA-REGLAS
               AFTER ADVANCING 1 LINE.
           PERFORM VARYING W-EQU-IDX FROM 1 BY 1
               UNTIL W-EQU-IDX > W-EQU-CANT
               PERFORM 3320-GRABAR-EQUIPO
           END-PERFORM.
           CLOSE ARCHIVO-PLANTELES.

       3310-CARGAR-MOVIMIENTOS.
           MOVE 1 TO W-FLAG.
           OPEN INPUT ARCHIVO-LOG.
           PERFORM UNTIL W-FLAG = 0
               READ ARCHIVO-LOG
                   AT END MOVE 0 TO W-FLAG
                   NOT AT END
                       MOVE LOG-DIA TO W-LOG-MOMENTO(1:8)
                       MOVE LOG-HORA TO W-LOG-MOMENTO(9:6)
                       IF LOG-RESULTADO = "OK"
                           AND (LOG-VENTANA = "D" OR LOG-VENTANA = "F")
                           AND W-LOG-MOMENTO NOT < W-INICIO-TEMPORADA
                           PERFORM 3315-CLASIFICAR-MOVIMIENTO
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE ARCHIVO-LOG.

       3315-CLASIFICAR-MOVIMIENTO.
           EVALUATE LOG-TIPO
               WHEN "A"
                   MOVE "ALTA" TO W-MOV-TIPO
                   MOVE LOG-EQU TO W-MOV-EQU
                   PERFORM 3316-AGREGAR-MOVIMIENTO
               WHEN "B"
                   MOVE "BAJA" TO W-MOV-TIPO
                   MOVE LOG-EQU-ORIGEN TO W-MOV-EQU
                   PERFORM 3316-AGREGAR-MOVIMIENTO
               WHEN "T"
               WHEN "P"
                   MOVE "PASE ENTRA" TO W-MOV-TIPO
                   MOVE LOG-EQU TO W-MOV-EQU
                   PERFORM 3316-AGREGAR-MOVIMIENTO
                   MOVE "PASE SALE" TO W-MOV-TIPO
                   MOVE LOG-EQU-ORIGEN TO W-MOV-EQU
                   PERFORM 3316-AGREGAR-MOVIMIENTO
           END-EVALUATE.

       3316-AGREGAR-MOVIMIENTO.
           IF W-MOV-CANT < 5000
               ADD 1 TO W-MOV-CANT
               SET W-MOV-IDX TO W-MOV-CANT
               MOVE W-MOV-EQU TO W-MOV-T-EQU(W-MOV-IDX)
               MOVE W-MOV-TIPO TO W-MOV-T-TIPO(W-MOV-IDX)
               MOVE LOG-JUG TO W-MOV-T-JUG(W-MOV-IDX)
               MOVE LOG-FECHA TO W-MOV-T-FECHA(W-MOV-IDX)
               MOVE LOG-VENTANA TO W-MOV-T-VENTANA(W-MOV-IDX)
               MOVE LOG-AUTORIZACION
                   TO W-MOV-T-AUTORIZACION(W-MOV-IDX)
               MOVE W-MOV-EQU TO W-EQU-ORIGEN
               PERFORM 2086-BUSCAR-EQUIPO-ORIGEN
               IF W-EQU-ORIGEN-IDX > 0
                   PERFORM 3317-CONTAR-MOVIMIENTO
               END-IF
           ELSE
               DISPLAY "JUGADOR_LOG.DAT EXCEDE EL MAXIMO DE 5000 "
                   "MOVIMIENTOS; INFORME DE PLANTELES INCOMPLETO"
           END-IF.

       3317-CONTAR-MOVIMIENTO.
           IF W-MOV-TIPO = "ALTA" OR W-MOV-TIPO = "PASE ENTRA"
               IF LOG-VENTANA = "D"
                   ADD 1 TO W-EQU-T-ALTAS-D(W-EQU-ORIGEN-IDX)
               ELSE
                   ADD 1 TO W-EQU-T-ALTAS-F(W-EQU-ORIGEN-IDX)
               END-IF
           ELSE
               IF LOG-VENTANA = "D"
                   ADD 1 TO W-EQU-T-BAJAS-D(W-EQU-ORIGEN-IDX)
               ELSE
                   ADD 1 TO W-EQU-T-BAJAS-F(W-EQU-ORIGEN-IDX)
               END-IF
           END-IF.

       3320-GRABAR-EQUIPO.
           MOVE W-EQU-T-COD(W-EQU-IDX) TO LEP-EQU.
           MOVE W-EQU-T-NOM(W-EQU-IDX) TO LEP-NOM.
           MOVE W-EQU-T-PLANTEL(W-EQU-IDX) TO LEP-PLANTEL.
           MOVE W-PLANTEL-MAXIMO TO LEP-MAXIMO.
           EVALUATE TRUE
               WHEN W-EQU-T-PLANTEL(W-EQU-IDX) > W-PLANTEL-MAXIMO
                   MOVE "EXCEDIDO" TO LEP-AVISO
               WHEN W-EQU-T-PLANTEL(W-EQU-IDX) = W-PLANTEL-MAXIMO
                   MOVE "COMPLETO" TO LEP-AVISO
               WHEN OTHER
                   MOVE SPACES TO LEP-AVISO
           END-EVALUATE.
           WRITE IMPRIMIR-LINEA FROM LINEA-EQUIPO-PLANTEL
               AFTER ADVANCING 2 LINE.
           PERFORM VARYING W-MOV-IDX FROM 1 BY 1
               UNTIL W-MOV-IDX > W-MOV-CANT
               IF W-MOV-T-EQU(W-MOV-IDX) = W-EQU-T-COD(W-EQU-IDX)
                   PERFORM 3330-GRABAR-MOVIMIENTO
               END-IF
           END-PERFORM.
           MOVE "ALTAS" TO LTM-TEXTO.
           MOVE W-EQU-T-ALTAS-D(W-EQU-IDX) TO LTM-DENTRO.
           MOVE W-EQU-T-ALTAS-F(W-EQU-IDX) TO LTM-FUERA.
           WRITE IMPRIMIR-LINEA FROM LINEA-TOTAL-MOV
               AFTER ADVANCING 1 LINE.
           MOVE "BAJAS" TO LTM-TEXTO.
           MOVE W-EQU-T-BAJAS-D(W-EQU-IDX) TO LTM-DENTRO.
           MOVE W-EQU-T-BAJAS-F(W-EQU-IDX) TO LTM-FUERA.
           WRITE IMPRIMIR-LINEA FROM LINEA-TOTAL-MOV
               AFTER ADVANCING 1 LINE.

       3330-GRABAR-MOVIMIENTO.
           MOVE W-MOV-T-TIPO(W-MOV-IDX) TO DMV-TIPO.
           MOVE W-MOV-T-JUG(W-MOV-IDX) TO DMV-JUG.
           MOVE SPACES TO DMV-NOM.
           PERFORM VARYING W-NOM-IDX FROM 1 BY 1
               UNTIL W-NOM-IDX > W-NOM-CANT
               IF W-NOM-T-JUG(W-NOM-IDX) = W-MOV-T-JUG(W-MOV-IDX)
                   MOVE W-NOM-T-NOM(W-NOM-IDX) TO DMV-NOM
               END-IF
           END-PERFORM.
           MOVE W-MOV-T-FECHA(W-MOV-IDX) TO DMV-FECHA.
           IF W-MOV-T-VENTANA(W-MOV-IDX) = "D"
               MOVE "DENTRO" TO DMV-VENTANA
           ELSE
               MOVE "FUERA" TO DMV-VENTANA
           END-IF.
           MOVE W-MOV-T-AUTORIZACION(W-MOV-IDX) TO DMV-AUTORIZACION.
           WRITE IMPRIMIR-LINEA FROM DETALLE-MOVIMIENTO
               AFTER ADVANCING 1 LINE.

       4000-FIN.
           CLOSE ARCHIVO-JUGADORES.
           CLOSE ARCHIVO-LOG.
           PERFORM 3300-GRABAR-PLANTELES.
           MOVE "F" TO W-BIT-EVENTO.
           MOVE W-CANT-TRANS TO W-BIT-REGISTROS.
           MOVE "OK" TO W-BIT-VEREDICTO.
