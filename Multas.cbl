      ******************************************************************
      * Author:
      * Date:
      * Purpose: Libro de multas disciplinarias por club. Factura las
      *          amarillas, rojas y suspensiones que PARCIAL deja por
      *          lote en sanciones_lote.dat, con las tarifas de
      *          parametros.dat (MULTA-AMARILLA, MULTA-ROJA,
      *          MULTA-SUSPENSION), y registra los pagos de los clubes
      *          que llegan en trans_multas.dat. Cada movimiento queda
      *          en multas.dat con lote y fecha. Lista el estado de
      *          cuenta del periodo (argumento AAAAMM, por omision el
      *          mes en curso) y el resumen de deuda por antiguedad,
      *          con los clubes cuya deuda vencida (mas de MORA-DIAS)
      *          supera MORA-TOPE y deben tener bloqueadas las
      *          inscripciones.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       PROGRAM-ID. MULTAS.
       ENVIRONMENT DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       CONFIGURATION SECTION.
      *-----------------------
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL ARCHIVO-MULTAS
           ASSIGN TO "../multas.dat"
           ORGANIZATION LINE SEQUENTIAL.

           SELECT OPTIONAL ARCHIVO-SANC-LOTE
           ASSIGN TO "../sanciones_lote.dat"
           ORGANIZATION LINE SEQUENTIAL.

           SELECT ARCHIVO-EQUIPOS
           ASSIGN TO "../equipo.dat"
           ORGANIZATION LINE SEQUENTIAL.

           SELECT ARCHIVO-PARAMETROS
           ASSIGN TO "../parametros.dat"
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS W-PARAM-STATUS.

           SELECT OPTIONAL ARCHIVO-TRANSACCIONES
           ASSIGN TO "../trans_multas.dat"
           ORGANIZATION LINE SEQUENTIAL.

           SELECT OPTIONAL ARCHIVO-LOG
           ASSIGN TO "../multas_log.dat"
           ORGANIZATION LINE SEQUENTIAL.

           SELECT ARCHIVO-ESTADO
           ASSIGN TO "../multas_estado.dat".

           SELECT ARCHIVO-MORA
           ASSIGN TO "../multas_mora.dat".

           SELECT OPTIONAL ARCHIVO-BITACORA
           ASSIGN TO "../bitacora.dat"
           ORGANIZATION LINE SEQUENTIAL.

      *-----------------------
       DATA DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       FILE SECTION.
      *    MUL-TIPO: A amarillas, R rojas, S suspension (cargos);
      *    P pago del club. MUL-FECHA es la fecha del torneo del lote
      *    facturado y MUL-DIA el dia calendario del movimiento.
       FD  ARCHIVO-MULTAS.
       01  REG-MULTA.
           03 MUL-EQU PIC 99.
           03 MUL-TIPO PIC X.
           03 MUL-LOTE PIC X(10).
           03 MUL-FECHA PIC 99.
           03 MUL-DIA PIC X(8).
           03 MUL-JUG PIC X(6).
           03 MUL-CANT PIC 9(4).
           03 MUL-IMPORTE PIC 9(8)V99.
           03 MUL-RECIBO PIC X(10).

       FD  ARCHIVO-SANC-LOTE.
       01  REG-SANC-LOTE.
           03 SL-LOTE PIC X(10).
           03 SL-FECHA PIC 99.
           03 SL-DIA PIC X(8).
           03 SL-JUG PIC X(6).
           03 SL-EQU PIC 99.
           03 SL-AMAR PIC 9(4).
           03 SL-ROJA PIC 9(4).
           03 SL-SUSP PIC 99.
           03 SL-MOTIVO PIC X(20).

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
           03 TRANS-EQU PIC 99.
           03 TRANS-LOTE PIC X(10).
           03 TRANS-DIA PIC X(8).
           03 TRANS-IMPORTE PIC 9(8)V99.
           03 TRANS-RECIBO PIC X(10).

       FD  ARCHIVO-LOG.
       01  REG-LOG.
           03 LOG-TIPO PIC X(1).
           03 LOG-EQU PIC 99.
           03 LOG-LOTE PIC X(10).
           03 LOG-REFERENCIA PIC X(10).
           03 LOG-RESULTADO PIC X(10).
           03 LOG-DESCRIPCION PIC X(40).

       FD  ARCHIVO-ESTADO.
       01  IMPRIMIR-LINEA PIC X(70).

       FD  ARCHIVO-MORA.
       01  IMPRIMIR-LINEA-MORA PIC X(70).

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
       01  W-CANT-CARGOS PIC 9(8) VALUE ZERO.
       01  W-CANT-PAGOS PIC 9(8) VALUE ZERO.
       01  W-CANT-YA-FACTURADOS PIC 9(8) VALUE ZERO.
       01  W-PARAM-STATUS PIC XX.
       01  W-PARAM-CLAVE PIC X(16).
       01  W-PARAM-VALOR PIC 9(4).
       01  W-MULTA-AMARILLA PIC 9(4).
       01  W-MULTA-ROJA PIC 9(4).
       01  W-MULTA-SUSPENSION PIC 9(4).
       01  W-MORA-DIAS PIC 9(4).
       01  W-MORA-TOPE PIC 9(4).
       01  W-ARG-NUM PIC 9(2).
       01  W-PERIODO PIC X(6) VALUE SPACES.
       01  W-PERIODO-NUM REDEFINES W-PERIODO.
           03 W-PER-ANIO PIC 9(4).
           03 W-PER-MES PIC 99.
       01  W-HOY PIC X(8).
       01  W-DIA-NUM PIC 9(8).
       01  W-CORTE-DIA PIC X(8).
       01  W-CORTE-ENTERO PIC 9(8).
       01  W-SIG-MES.
           03 W-SIG-ANIO PIC 9(4).
           03 W-SIG-MES-NUM PIC 99.
           03 W-SIG-DIA PIC 99.
       01  W-SIG-MES-NUM-8 REDEFINES W-SIG-MES PIC 9(8).
       01  W-DIAS-DEUDA PIC 9(8).
       01  W-BUSCA-EQU PIC 99.
       01  W-BUSCA-TIPO PIC X.
       01  W-BUSCA-LOTE PIC X(10).
       01  W-BUSCA-REF PIC X(10).
       01  W-CARGO-TIPO PIC X.
       01  W-CARGO-CANT PIC 9(4).
       01  W-CARGO-TARIFA PIC 9(4).
       01  W-SALDO-ANT PIC S9(8)V99.
       01  W-CARGOS-MES PIC S9(8)V99.
       01  W-PAGOS-MES PIC S9(8)V99.
       01  W-SALDO-FIN PIC S9(8)V99.
       01  W-MOVS-MES PIC 9(8).
       01  W-TOT-SALDO-ANT PIC S9(8)V99 VALUE ZERO.
       01  W-TOT-CARGOS-MES PIC S9(8)V99 VALUE ZERO.
       01  W-TOT-PAGOS-MES PIC S9(8)V99 VALUE ZERO.
       01  W-TOT-SALDO-FIN PIC S9(8)V99 VALUE ZERO.
       01  W-PAGOS-DISP PIC S9(8)V99.
       01  W-PENDIENTE PIC S9(8)V99.
       01  W-CANT-BLOQUEADOS PIC 9(4) VALUE ZERO.
       01  W-TABLA-PARAM.
           03 W-PARAM-CANT PIC 9(4) VALUE ZERO.
           03 W-PARAM-ENTRY OCCURS 50 TIMES INDEXED BY W-PARAM-IDX.
               05 W-PARAM-T-CLAVE PIC X(16).
               05 W-PARAM-T-VALOR PIC 9(4).
       01  W-BIT-EVENTO PIC X.
       01  W-BIT-REGISTROS PIC 9(8) VALUE ZERO.
       01  W-BIT-VEREDICTO PIC X(20) VALUE SPACES.
       01  W-BIT-HORA-COMPLETA PIC X(8).
      *    Por club, la deuda por antiguedad a la fecha de corte del
      *    periodo; W-EQU-T-VENCIDO es la parte con mas de MORA-DIAS.
       01  W-TABLA-EQU.
           03 W-EQU-CANT PIC 9(4) VALUE ZERO.
           03 W-EQU-ENTRY OCCURS 200 TIMES INDEXED BY W-EQU-IDX.
               05 W-EQU-T-COD PIC 99.
               05 W-EQU-T-NOM PIC X(15).
               05 W-EQU-T-TRAMO OCCURS 4 TIMES PIC S9(8)V99.
               05 W-EQU-T-DEUDA PIC S9(8)V99.
               05 W-EQU-T-VENCIDO PIC S9(8)V99.
       01  W-TRAMO PIC 9.
       01  W-TOT-TRAMOS.
           03 W-TOT-TRAMO OCCURS 4 TIMES PIC S9(8)V99.
           03 W-TOT-DEUDA PIC S9(8)V99.
      *    Copia en memoria de multas.dat, en el orden del libro, mas
      *    los movimientos que se registran en esta corrida.
       01  W-TABLA-MUL.
           03 W-MUL-CANT PIC 9(5) VALUE ZERO.
           03 W-MUL-ENTRY OCCURS 20000 TIMES INDEXED BY W-MUL-IDX.
               05 W-MUL-T-EQU PIC 99.
               05 W-MUL-T-TIPO PIC X.
               05 W-MUL-T-LOTE PIC X(10).
               05 W-MUL-T-FECHA PIC 99.
               05 W-MUL-T-DIA PIC X(8).
               05 W-MUL-T-JUG PIC X(6).
               05 W-MUL-T-CANT PIC 9(4).
               05 W-MUL-T-IMPORTE PIC 9(8)V99.
               05 W-MUL-T-RECIBO PIC X(10).
       01  ENCAB-ESTADO.
           03 FILLER PIC X(37)
               VALUE "ESTADO DE CUENTA DE MULTAS - PERIODO ".
           03 ENC-PERIODO PIC X(6).
       01  ENCAB-CLUB.
           03 FILLER PIC X(6) VALUE "CLUB: ".
           03 ENC-CLUB-COD PIC 99.
           03 FILLER PIC X(1) VALUE SPACES.
           03 ENC-CLUB-NOM PIC X(15).
       01  ENCAB-COLUMNAS.
           03 FILLER PIC X(9) VALUE "DIA".
           03 FILLER PIC X(11) VALUE "CONCEPTO".
           03 FILLER PIC X(11) VALUE "REFERENCIA".
           03 FILLER PIC X(7) VALUE "JUGAD.".
           03 FILLER PIC X(5) VALUE "CANT".
           03 FILLER PIC X(12) VALUE "     IMPORTE".
       01  DETALLE-MOV.
           03 DMV-DIA PIC X(8).
           03 FILLER PIC X(1) VALUE SPACES.
           03 DMV-CONCEPTO PIC X(10).
           03 FILLER PIC X(1) VALUE SPACES.
           03 DMV-REFERENCIA PIC X(10).
           03 FILLER PIC X(1) VALUE SPACES.
           03 DMV-JUG PIC X(6).
           03 FILLER PIC X(1) VALUE SPACES.
           03 DMV-CANT PIC ZZZ9 BLANK WHEN ZERO.
           03 FILLER PIC X(1) VALUE SPACES.
           03 DMV-IMPORTE PIC -(8)9.99.
       01  LINEA-SALDO.
           03 FILLER PIC X(3) VALUE SPACES.
           03 LSA-TEXTO PIC X(25).
           03 FILLER PIC X(25) VALUE SPACES.
           03 LSA-IMPORTE PIC -(8)9.99.
       01  ENCAB-MORA.
           03 FILLER PIC X(37)
               VALUE "DEUDA POR MULTAS SEGUN ANTIGUEDAD AL ".
           03 ENC-CORTE PIC X(8).
       01  ENCAB-MORA-COL.
           03 FILLER PIC X(16) VALUE "CLUB".
           03 FILLER PIC X(10) VALUE "    0-30".
           03 FILLER PIC X(10) VALUE "   31-60".
           03 FILLER PIC X(10) VALUE "   61-90".
           03 FILLER PIC X(10) VALUE "     +90".
           03 FILLER PIC X(11) VALUE "      TOTAL".
       01  DETALLE-MORA.
           03 DMO-COD PIC 99.
           03 FILLER PIC X(1) VALUE SPACES.
           03 DMO-NOM PIC X(12).
           03 DMO-TRAMO OCCURS 4 TIMES.
               05 FILLER PIC X(1).
               05 DMO-TRAMO-IMP PIC ZZZZZ9.99.
           03 FILLER PIC X(1) VALUE SPACES.
           03 DMO-TOTAL PIC ZZZZZZ9.99.
       01  ENCAB-BLOQUEO.
           03 FILLER PIC X(36)
               VALUE "CLUBES CON INSCRIPCIONES BLOQUEADAS".
       01  ENCAB-BLOQUEO-2.
           03 FILLER PIC X(17) VALUE "DEUDA DE MAS DE ".
           03 ENC-MORA-DIAS PIC ZZZ9.
           03 FILLER PIC X(16) VALUE " DIAS SUPERIOR A".
           03 ENC-MORA-TOPE PIC ZZZZ9.
       01  DETALLE-BLOQUEO.
           03 DBL-COD PIC 99.
           03 FILLER PIC X(1) VALUE SPACES.
           03 DBL-NOM PIC X(15).
           03 FILLER PIC X(10) VALUE " VENCIDO: ".
           03 DBL-VENCIDO PIC ZZZZZZ9.99.
       01  LINEA-SIN-BLOQUEOS.
           03 FILLER PIC X(36)
               VALUE "NINGUN CLUB SUPERA EL TOPE DE MORA".
      *-----------------------
       PROCEDURE DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       MAIN-PROCEDURE.
           PERFORM 1000-INICIO.
           PERFORM 2000-FACTURAR-SANCIONES.
           PERFORM 2500-PROCESAR-PAGOS.
           CLOSE ARCHIVO-MULTAS.
           PERFORM 3000-GRABAR-ESTADO.
           PERFORM 3500-GRABAR-MORA.
           PERFORM 4000-FIN.

       1000-INICIO.
           PERFORM 1005-LEER-ARGUMENTOS.
           MOVE "I" TO W-BIT-EVENTO.
           MOVE "INICIO" TO W-BIT-VEREDICTO.
           PERFORM 3900-GRABAR-BITACORA.
           PERFORM 1060-CARGAR-PARAMETROS.
           PERFORM 1010-CARGAR-EQUIPOS.
           PERFORM 1020-CARGAR-MULTAS.
           OPEN EXTEND ARCHIVO-MULTAS.
           PERFORM 1015-ABRIR-LOG.

       1005-LEER-ARGUMENTOS.
      *    Periodo del estado de cuenta, AAAAMM. La deuda se envejece
      *    al ultimo dia del periodo, o a hoy si el periodo esta en
      *    curso.
           ACCEPT W-HOY FROM DATE YYYYMMDD.
           MOVE 1 TO W-ARG-NUM.
           DISPLAY W-ARG-NUM UPON ARGUMENT-NUMBER.
           ACCEPT W-PERIODO FROM ARGUMENT-VALUE
               ON EXCEPTION MOVE SPACES TO W-PERIODO
           END-ACCEPT.
           IF W-PERIODO = SPACES
               MOVE W-HOY(1:6) TO W-PERIODO
           END-IF.
           IF W-PERIODO IS NOT NUMERIC
               DISPLAY "ERROR: PERIODO INVALIDO (AAAAMM): " W-PERIODO
               STOP RUN
           END-IF.
           IF W-PER-MES < 1 OR W-PER-MES > 12 OR W-PER-ANIO < 1601
               DISPLAY "ERROR: PERIODO INVALIDO (AAAAMM): " W-PERIODO
               STOP RUN
           END-IF.
           MOVE W-PER-ANIO TO W-SIG-ANIO.
           MOVE W-PER-MES TO W-SIG-MES-NUM.
           MOVE 1 TO W-SIG-DIA.
           IF W-SIG-MES-NUM = 12
               ADD 1 TO W-SIG-ANIO
               MOVE 1 TO W-SIG-MES-NUM
           ELSE
               ADD 1 TO W-SIG-MES-NUM
           END-IF.
           COMPUTE W-CORTE-ENTERO =
               FUNCTION INTEGER-OF-DATE(W-SIG-MES-NUM-8) - 1.
           MOVE FUNCTION DATE-OF-INTEGER(W-CORTE-ENTERO)
               TO W-DIA-NUM.
           MOVE W-DIA-NUM TO W-CORTE-DIA.
           IF W-HOY < W-CORTE-DIA
               MOVE W-HOY TO W-CORTE-DIA
               MOVE W-HOY TO W-DIA-NUM
               COMPUTE W-CORTE-ENTERO =
                   FUNCTION INTEGER-OF-DATE(W-DIA-NUM)
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

       1011-BUSCAR-EQUIPO.
           MOVE 0 TO W-ENCONTRADO.
           PERFORM VARYING W-EQU-IDX FROM 1 BY 1
               UNTIL W-EQU-IDX > W-EQU-CANT OR W-ENCONTRADO > 0
               IF W-EQU-T-COD(W-EQU-IDX) = W-BUSCA-EQU
                   SET W-ENCONTRADO TO W-EQU-IDX
               END-IF
           END-PERFORM.

       1015-ABRIR-LOG.
           OPEN INPUT ARCHIVO-LOG.
           CLOSE ARCHIVO-LOG.
           OPEN EXTEND ARCHIVO-LOG.

       1020-CARGAR-MULTAS.
           MOVE 1 TO W-FLAG.
           OPEN INPUT ARCHIVO-MULTAS.
           PERFORM UNTIL W-FLAG = 0
               READ ARCHIVO-MULTAS
                   AT END MOVE 0 TO W-FLAG
                   NOT AT END PERFORM 1025-GUARDAR-MULTA
               END-READ
           END-PERFORM.
           CLOSE ARCHIVO-MULTAS.

       1025-GUARDAR-MULTA.
           IF W-MUL-CANT < 20000
               ADD 1 TO W-MUL-CANT
               SET W-MUL-IDX TO W-MUL-CANT
               MOVE MUL-EQU TO W-MUL-T-EQU(W-MUL-IDX)
               MOVE MUL-TIPO TO W-MUL-T-TIPO(W-MUL-IDX)
               MOVE MUL-LOTE TO W-MUL-T-LOTE(W-MUL-IDX)
               MOVE MUL-FECHA TO W-MUL-T-FECHA(W-MUL-IDX)
               MOVE MUL-DIA TO W-MUL-T-DIA(W-MUL-IDX)
               MOVE MUL-JUG TO W-MUL-T-JUG(W-MUL-IDX)
               MOVE MUL-CANT TO W-MUL-T-CANT(W-MUL-IDX)
               MOVE MUL-IMPORTE TO W-MUL-T-IMPORTE(W-MUL-IDX)
               MOVE MUL-RECIBO TO W-MUL-T-RECIBO(W-MUL-IDX)
           ELSE
               DISPLAY "MULTAS.DAT EXCEDE EL MAXIMO DE 20000"
               DISPLAY "TABLA DE MULTAS INCOMPLETA; ABORTANDO"
               STOP RUN
           END-IF.

       1060-CARGAR-PARAMETROS.
      *    Tarifas por amarilla, por roja y por suspension; MORA-DIAS
      *    es la antiguedad a partir de la cual un cargo esta vencido
      *    y MORA-TOPE la deuda vencida que bloquea inscripciones.
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
           MOVE "MULTA-AMARILLA" TO W-PARAM-CLAVE.
           PERFORM 1062-OBTENER-PARAMETRO.
           MOVE W-PARAM-VALOR TO W-MULTA-AMARILLA.
           MOVE "MULTA-ROJA" TO W-PARAM-CLAVE.
           PERFORM 1062-OBTENER-PARAMETRO.
           MOVE W-PARAM-VALOR TO W-MULTA-ROJA.
           MOVE "MULTA-SUSPENSION" TO W-PARAM-CLAVE.
           PERFORM 1062-OBTENER-PARAMETRO.
           MOVE W-PARAM-VALOR TO W-MULTA-SUSPENSION.
           MOVE "MORA-DIAS" TO W-PARAM-CLAVE.
           PERFORM 1062-OBTENER-PARAMETRO.
           MOVE W-PARAM-VALOR TO W-MORA-DIAS.
           MOVE "MORA-TOPE" TO W-PARAM-CLAVE.
           PERFORM 1062-OBTENER-PARAMETRO.
           MOVE W-PARAM-VALOR TO W-MORA-TOPE.

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

       2000-FACTURAR-SANCIONES.
      *    sanciones_lote.dat es acumulativo: un lote/jugador/concepto
      *    que ya esta en el libro no se vuelve a cobrar, asi que el
      *    programa puede correrse las veces que haga falta.
           MOVE 1 TO W-FLAG.
           OPEN INPUT ARCHIVO-SANC-LOTE.
           PERFORM UNTIL W-FLAG = 0
               READ ARCHIVO-SANC-LOTE
                   AT END MOVE 0 TO W-FLAG
                   NOT AT END PERFORM 2020-FACTURAR-SANCION
               END-READ
           END-PERFORM.
           CLOSE ARCHIVO-SANC-LOTE.

       2020-FACTURAR-SANCION.
           ADD 1 TO W-CANT-TRANS.
           MOVE 1 TO W-TRANS-VALIDA.
           IF SL-EQU IS NOT NUMERIC
               OR SL-AMAR IS NOT NUMERIC
               OR SL-ROJA IS NOT NUMERIC
               OR SL-SUSP IS NOT NUMERIC
               MOVE 0 TO W-TRANS-VALIDA
               MOVE "TARJETAS O SUSPENSION NO NUMERICAS"
                   TO LOG-DESCRIPCION
               PERFORM 2090-RECHAZAR-SANCION
           ELSE
               MOVE SL-EQU TO W-BUSCA-EQU
               PERFORM 1011-BUSCAR-EQUIPO
               IF W-ENCONTRADO = 0
                   MOVE 0 TO W-TRANS-VALIDA
                   MOVE "EQUIPO INEXISTENTE" TO LOG-DESCRIPCION
                   PERFORM 2090-RECHAZAR-SANCION
               END-IF
           END-IF.
           IF W-TRANS-VALIDA = 1
               IF SL-AMAR > 0
                   MOVE "A" TO W-CARGO-TIPO
                   MOVE SL-AMAR TO W-CARGO-CANT
                   MOVE W-MULTA-AMARILLA TO W-CARGO-TARIFA
                   PERFORM 2030-REGISTRAR-CARGO
               END-IF
               IF SL-ROJA > 0
                   MOVE "R" TO W-CARGO-TIPO
                   MOVE SL-ROJA TO W-CARGO-CANT
                   MOVE W-MULTA-ROJA TO W-CARGO-TARIFA
                   PERFORM 2030-REGISTRAR-CARGO
               END-IF
               IF SL-SUSP > 0
                   MOVE "S" TO W-CARGO-TIPO
                   MOVE SL-SUSP TO W-CARGO-CANT
                   MOVE W-MULTA-SUSPENSION TO W-CARGO-TARIFA
                   PERFORM 2030-REGISTRAR-CARGO
               END-IF
           END-IF.

       2030-REGISTRAR-CARGO.
           MOVE W-CARGO-TIPO TO W-BUSCA-TIPO.
           MOVE SL-LOTE TO W-BUSCA-LOTE.
           MOVE SL-JUG TO W-BUSCA-REF.
           PERFORM 2040-BUSCAR-CARGO.
           IF W-ENCONTRADO > 0
               ADD 1 TO W-CANT-YA-FACTURADOS
           ELSE
               MOVE SL-EQU TO MUL-EQU
               MOVE W-CARGO-TIPO TO MUL-TIPO
               MOVE SL-LOTE TO MUL-LOTE
               MOVE SL-FECHA TO MUL-FECHA
               MOVE SL-DIA TO MUL-DIA
               MOVE SL-JUG TO MUL-JUG
               MOVE W-CARGO-CANT TO MUL-CANT
               COMPUTE MUL-IMPORTE = W-CARGO-CANT * W-CARGO-TARIFA
               MOVE SPACES TO MUL-RECIBO
               PERFORM 2080-ASENTAR-MOVIMIENTO
               ADD 1 TO W-CANT-CARGOS
               MOVE W-CARGO-TIPO TO LOG-TIPO
               MOVE SL-EQU TO LOG-EQU
               MOVE SL-LOTE TO LOG-LOTE
               MOVE SL-JUG TO LOG-REFERENCIA
               MOVE "CARGO REGISTRADO" TO LOG-DESCRIPCION
               PERFORM 2096-GRABAR-OK
           END-IF.

       2040-BUSCAR-CARGO.
           MOVE 0 TO W-ENCONTRADO.
           PERFORM VARYING W-MUL-IDX FROM 1 BY 1
               UNTIL W-MUL-IDX > W-MUL-CANT OR W-ENCONTRADO > 0
               IF W-MUL-T-TIPO(W-MUL-IDX) = W-BUSCA-TIPO
                   AND W-MUL-T-LOTE(W-MUL-IDX) = W-BUSCA-LOTE
                   AND W-MUL-T-JUG(W-MUL-IDX) = W-BUSCA-REF
                   SET W-ENCONTRADO TO W-MUL-IDX
               END-IF
           END-PERFORM.

       2080-ASENTAR-MOVIMIENTO.
      *    El movimiento va al libro y a la tabla en memoria, asi los
      *    reportes de esta misma corrida ya lo incluyen.
           WRITE REG-MULTA.
           PERFORM 1025-GUARDAR-MULTA.

       2090-RECHAZAR-SANCION.
           MOVE "C" TO LOG-TIPO.
           MOVE SL-EQU TO LOG-EQU.
           MOVE SL-LOTE TO LOG-LOTE.
           MOVE SL-JUG TO LOG-REFERENCIA.
           MOVE "RECHAZADA" TO LOG-RESULTADO.
           WRITE REG-LOG.
           ADD 1 TO W-CANT-RECHAZOS.

       2500-PROCESAR-PAGOS.
           MOVE 1 TO W-FLAG.
           OPEN INPUT ARCHIVO-TRANSACCIONES.
           PERFORM 2510-LEER-TRANS.
           PERFORM UNTIL W-FLAG = 0
               PERFORM 2520-APLICAR-TRANSACCION
               PERFORM 2510-LEER-TRANS
           END-PERFORM.
           CLOSE ARCHIVO-TRANSACCIONES.

       2510-LEER-TRANS.
           READ ARCHIVO-TRANSACCIONES AT END MOVE 0 TO W-FLAG.

       2520-APLICAR-TRANSACCION.
           ADD 1 TO W-CANT-TRANS.
           IF TRANS-TIPO = "P"
               PERFORM 2525-VALIDAR-PAGO
               IF W-TRANS-VALIDA = 1
                   PERFORM 2530-REGISTRAR-PAGO
               END-IF
           ELSE
               MOVE "TIPO DE TRANSACCION DESCONOCIDO"
                   TO LOG-DESCRIPCION
               PERFORM 2595-GRABAR-RECHAZO
           END-IF.

       2525-VALIDAR-PAGO.
      *    El pago tiene que ser de un club existente, con dia
      *    calendario valido y no posterior a hoy, importe positivo y
      *    un numero de recibo que el club no haya usado antes.
           MOVE 1 TO W-TRANS-VALIDA.
           IF TRANS-EQU IS NOT NUMERIC
               MOVE 0 TO W-TRANS-VALIDA
               MOVE "EQUIPO INEXISTENTE" TO LOG-DESCRIPCION
               PERFORM 2595-GRABAR-RECHAZO
           ELSE
               MOVE TRANS-EQU TO W-BUSCA-EQU
               PERFORM 1011-BUSCAR-EQUIPO
               IF W-ENCONTRADO = 0
                   MOVE 0 TO W-TRANS-VALIDA
                   MOVE "EQUIPO INEXISTENTE" TO LOG-DESCRIPCION
                   PERFORM 2595-GRABAR-RECHAZO
               END-IF
           END-IF.
           IF W-TRANS-VALIDA = 1
               IF TRANS-DIA IS NOT NUMERIC
                   MOVE 0 TO W-TRANS-VALIDA
                   MOVE "FECHA DE PAGO INVALIDA" TO LOG-DESCRIPCION
                   PERFORM 2595-GRABAR-RECHAZO
               ELSE
                   MOVE TRANS-DIA TO W-DIA-NUM
                   IF FUNCTION TEST-DATE-YYYYMMDD(W-DIA-NUM) NOT = 0
                       MOVE 0 TO W-TRANS-VALIDA
                       MOVE "FECHA DE PAGO INVALIDA"
                           TO LOG-DESCRIPCION
                       PERFORM 2595-GRABAR-RECHAZO
                   ELSE
                   IF TRANS-DIA > W-HOY
                       MOVE 0 TO W-TRANS-VALIDA
                       MOVE "FECHA DE PAGO POSTERIOR A HOY"
                           TO LOG-DESCRIPCION
                       PERFORM 2595-GRABAR-RECHAZO
                   END-IF
                   END-IF
               END-IF
           END-IF.
           IF W-TRANS-VALIDA = 1
               IF TRANS-IMPORTE IS NOT NUMERIC
                   MOVE 0 TO W-TRANS-VALIDA
                   MOVE "IMPORTE INVALIDO" TO LOG-DESCRIPCION
                   PERFORM 2595-GRABAR-RECHAZO
               ELSE
               IF TRANS-IMPORTE = 0
                   MOVE 0 TO W-TRANS-VALIDA
                   MOVE "IMPORTE INVALIDO" TO LOG-DESCRIPCION
                   PERFORM 2595-GRABAR-RECHAZO
               ELSE
               IF TRANS-RECIBO = SPACES
                   MOVE 0 TO W-TRANS-VALIDA
                   MOVE "FALTA NUMERO DE RECIBO" TO LOG-DESCRIPCION
                   PERFORM 2595-GRABAR-RECHAZO
               ELSE
                   PERFORM 2540-BUSCAR-RECIBO
                   IF W-ENCONTRADO > 0
                       MOVE 0 TO W-TRANS-VALIDA
                       MOVE "RECIBO YA REGISTRADO PARA EL CLUB"
                           TO LOG-DESCRIPCION
                       PERFORM 2595-GRABAR-RECHAZO
                   END-IF
               END-IF
               END-IF
               END-IF
           END-IF.

       2530-REGISTRAR-PAGO.
           MOVE TRANS-EQU TO MUL-EQU.
           MOVE "P" TO MUL-TIPO.
           MOVE TRANS-LOTE TO MUL-LOTE.
           MOVE ZERO TO MUL-FECHA.
           MOVE TRANS-DIA TO MUL-DIA.
           MOVE SPACES TO MUL-JUG.
           MOVE ZERO TO MUL-CANT.
           MOVE TRANS-IMPORTE TO MUL-IMPORTE.
           MOVE TRANS-RECIBO TO MUL-RECIBO.
           PERFORM 2080-ASENTAR-MOVIMIENTO.
           ADD 1 TO W-CANT-PAGOS.
           MOVE "PAGO REGISTRADO" TO LOG-DESCRIPCION.
           PERFORM 2596-GRABAR-OK-PAGO.

       2540-BUSCAR-RECIBO.
           MOVE 0 TO W-ENCONTRADO.
           PERFORM VARYING W-MUL-IDX FROM 1 BY 1
               UNTIL W-MUL-IDX > W-MUL-CANT OR W-ENCONTRADO > 0
               IF W-MUL-T-TIPO(W-MUL-IDX) = "P"
                   AND W-MUL-T-EQU(W-MUL-IDX) = TRANS-EQU
                   AND W-MUL-T-RECIBO(W-MUL-IDX) = TRANS-RECIBO
                   SET W-ENCONTRADO TO W-MUL-IDX
               END-IF
           END-PERFORM.

       2595-GRABAR-RECHAZO.
           MOVE TRANS-TIPO TO LOG-TIPO.
           MOVE TRANS-EQU TO LOG-EQU.
           MOVE TRANS-LOTE TO LOG-LOTE.
           MOVE TRANS-RECIBO TO LOG-REFERENCIA.
           MOVE "RECHAZADA" TO LOG-RESULTADO.
           WRITE REG-LOG.
           ADD 1 TO W-CANT-RECHAZOS.

       2596-GRABAR-OK-PAGO.
           MOVE TRANS-TIPO TO LOG-TIPO.
           MOVE TRANS-EQU TO LOG-EQU.
           MOVE TRANS-LOTE TO LOG-LOTE.
           MOVE TRANS-RECIBO TO LOG-REFERENCIA.
           PERFORM 2096-GRABAR-OK.

       2096-GRABAR-OK.
           MOVE "OK" TO LOG-RESULTADO.
           WRITE REG-LOG.

       3000-GRABAR-ESTADO.
      *    Un bloque por club con saldo o con movimientos en el
      *    periodo: saldo anterior (todo lo asentado antes del primer
      *    dia del periodo), detalle del mes, cargos, pagos y saldo al
      *    cierre. Saldo negativo es saldo a favor del club.
           OPEN OUTPUT ARCHIVO-ESTADO.
           MOVE W-PERIODO TO ENC-PERIODO.
           WRITE IMPRIMIR-LINEA FROM ENCAB-ESTADO.
           PERFORM VARYING W-EQU-IDX FROM 1 BY 1
               UNTIL W-EQU-IDX > W-EQU-CANT
               PERFORM 3010-CALCULAR-SALDOS
               IF W-SALDO-ANT NOT = 0 OR W-MOVS-MES > 0
                   PERFORM 3020-IMPRIMIR-CUENTA
               END-IF
           END-PERFORM.
           MOVE SPACES TO IMPRIMIR-LINEA.
           WRITE IMPRIMIR-LINEA.
           MOVE "TOTAL LIGA" TO IMPRIMIR-LINEA.
           WRITE IMPRIMIR-LINEA.
           MOVE "SALDO ANTERIOR" TO LSA-TEXTO.
           MOVE W-TOT-SALDO-ANT TO LSA-IMPORTE.
           WRITE IMPRIMIR-LINEA FROM LINEA-SALDO.
           MOVE "CARGOS DEL PERIODO" TO LSA-TEXTO.
           MOVE W-TOT-CARGOS-MES TO LSA-IMPORTE.
           WRITE IMPRIMIR-LINEA FROM LINEA-SALDO.
           MOVE "PAGOS DEL PERIODO" TO LSA-TEXTO.
           MOVE W-TOT-PAGOS-MES TO LSA-IMPORTE.
           WRITE IMPRIMIR-LINEA FROM LINEA-SALDO.
           MOVE "SALDO AL CIERRE" TO LSA-TEXTO.
           MOVE W-TOT-SALDO-FIN TO LSA-IMPORTE.
           WRITE IMPRIMIR-LINEA FROM LINEA-SALDO.
           CLOSE ARCHIVO-ESTADO.

       3010-CALCULAR-SALDOS.
           MOVE 0 TO W-SALDO-ANT.
           MOVE 0 TO W-CARGOS-MES.
           MOVE 0 TO W-PAGOS-MES.
           MOVE 0 TO W-MOVS-MES.
           PERFORM VARYING W-MUL-IDX FROM 1 BY 1
               UNTIL W-MUL-IDX > W-MUL-CANT
               IF W-MUL-T-EQU(W-MUL-IDX) = W-EQU-T-COD(W-EQU-IDX)
                   IF W-MUL-T-DIA(W-MUL-IDX)(1:6) < W-PERIODO
                       IF W-MUL-T-TIPO(W-MUL-IDX) = "P"
                           SUBTRACT W-MUL-T-IMPORTE(W-MUL-IDX)
                               FROM W-SALDO-ANT
                       ELSE
                           ADD W-MUL-T-IMPORTE(W-MUL-IDX)
                               TO W-SALDO-ANT
                       END-IF
                   ELSE
                   IF W-MUL-T-DIA(W-MUL-IDX)(1:6) = W-PERIODO
                       ADD 1 TO W-MOVS-MES
                       IF W-MUL-T-TIPO(W-MUL-IDX) = "P"
                           ADD W-MUL-T-IMPORTE(W-MUL-IDX)
                               TO W-PAGOS-MES
                       ELSE
                           ADD W-MUL-T-IMPORTE(W-MUL-IDX)
                               TO W-CARGOS-MES
                       END-IF
                   END-IF
                   END-IF
               END-IF
           END-PERFORM.
           COMPUTE W-SALDO-FIN =
               W-SALDO-ANT + W-CARGOS-MES - W-PAGOS-MES.

       3020-IMPRIMIR-CUENTA.
           MOVE SPACES TO IMPRIMIR-LINEA.
           WRITE IMPRIMIR-LINEA.
           MOVE W-EQU-T-COD(W-EQU-IDX) TO ENC-CLUB-COD.
           MOVE W-EQU-T-NOM(W-EQU-IDX) TO ENC-CLUB-NOM.
           WRITE IMPRIMIR-LINEA FROM ENCAB-CLUB.
           MOVE "SALDO ANTERIOR" TO LSA-TEXTO.
           MOVE W-SALDO-ANT TO LSA-IMPORTE.
           WRITE IMPRIMIR-LINEA FROM LINEA-SALDO.
           IF W-MOVS-MES > 0
               WRITE IMPRIMIR-LINEA FROM ENCAB-COLUMNAS
               PERFORM VARYING W-MUL-IDX FROM 1 BY 1
                   UNTIL W-MUL-IDX > W-MUL-CANT
                   IF W-MUL-T-EQU(W-MUL-IDX) = W-EQU-T-COD(W-EQU-IDX)
                       AND W-MUL-T-DIA(W-MUL-IDX)(1:6) = W-PERIODO
                       PERFORM 3030-IMPRIMIR-MOVIMIENTO
                   END-IF
               END-PERFORM
           END-IF.
           MOVE "TOTAL CARGOS" TO LSA-TEXTO.
           MOVE W-CARGOS-MES TO LSA-IMPORTE.
           WRITE IMPRIMIR-LINEA FROM LINEA-SALDO.
           MOVE "TOTAL PAGOS" TO LSA-TEXTO.
           MOVE W-PAGOS-MES TO LSA-IMPORTE.
           WRITE IMPRIMIR-LINEA FROM LINEA-SALDO.
           MOVE "SALDO AL CIERRE" TO LSA-TEXTO.
           MOVE W-SALDO-FIN TO LSA-IMPORTE.
           WRITE IMPRIMIR-LINEA FROM LINEA-SALDO.
           ADD W-SALDO-ANT TO W-TOT-SALDO-ANT.
           ADD W-CARGOS-MES TO W-TOT-CARGOS-MES.
           ADD W-PAGOS-MES TO W-TOT-PAGOS-MES.
           ADD W-SALDO-FIN TO W-TOT-SALDO-FIN.

       3030-IMPRIMIR-MOVIMIENTO.
           MOVE W-MUL-T-DIA(W-MUL-IDX) TO DMV-DIA.
           MOVE W-MUL-T-JUG(W-MUL-IDX) TO DMV-JUG.
           MOVE W-MUL-T-LOTE(W-MUL-IDX) TO DMV-REFERENCIA.
           MOVE W-MUL-T-CANT(W-MUL-IDX) TO DMV-CANT.
           EVALUATE W-MUL-T-TIPO(W-MUL-IDX)
               WHEN "A"
                   MOVE "AMARILLAS" TO DMV-CONCEPTO
                   MOVE W-MUL-T-IMPORTE(W-MUL-IDX) TO DMV-IMPORTE
               WHEN "R"
                   MOVE "ROJAS" TO DMV-CONCEPTO
                   MOVE W-MUL-T-IMPORTE(W-MUL-IDX) TO DMV-IMPORTE
               WHEN "S"
                   MOVE "SUSPENSION" TO DMV-CONCEPTO
                   MOVE W-MUL-T-IMPORTE(W-MUL-IDX) TO DMV-IMPORTE
               WHEN OTHER
                   MOVE "PAGO" TO DMV-CONCEPTO
                   MOVE W-MUL-T-RECIBO(W-MUL-IDX) TO DMV-REFERENCIA
                   MOVE SPACES TO DMV-JUG
                   COMPUTE DMV-IMPORTE =
                       0 - W-MUL-T-IMPORTE(W-MUL-IDX)
           END-EVALUATE.
           WRITE IMPRIMIR-LINEA FROM DETALLE-MOV.

       3500-GRABAR-MORA.
      *    Los pagos hasta la fecha de corte cancelan los cargos mas
      *    viejos primero; lo que queda impago de cada cargo se ubica
      *    en el tramo de su antiguedad (dias desde el dia del cargo).
           MOVE ZERO TO W-TOT-TRAMOS.
           OPEN OUTPUT ARCHIVO-MORA.
           MOVE W-CORTE-DIA TO ENC-CORTE.
           WRITE IMPRIMIR-LINEA-MORA FROM ENCAB-MORA.
           MOVE SPACES TO IMPRIMIR-LINEA-MORA.
           WRITE IMPRIMIR-LINEA-MORA.
           WRITE IMPRIMIR-LINEA-MORA FROM ENCAB-MORA-COL.
           PERFORM VARYING W-EQU-IDX FROM 1 BY 1
               UNTIL W-EQU-IDX > W-EQU-CANT
               PERFORM 3510-ENVEJECER-DEUDA
               IF W-EQU-T-DEUDA(W-EQU-IDX) > 0
                   PERFORM 3530-IMPRIMIR-MORA
               END-IF
           END-PERFORM.
           MOVE SPACES TO DETALLE-MORA.
           MOVE "TOTAL LIGA" TO DMO-NOM.
           PERFORM VARYING W-TRAMO FROM 1 BY 1 UNTIL W-TRAMO > 4
               MOVE W-TOT-TRAMO(W-TRAMO) TO DMO-TRAMO-IMP(W-TRAMO)
           END-PERFORM.
           MOVE W-TOT-DEUDA TO DMO-TOTAL.
           WRITE IMPRIMIR-LINEA-MORA FROM DETALLE-MORA.
           PERFORM 3550-LISTAR-BLOQUEADOS.
           CLOSE ARCHIVO-MORA.

       3510-ENVEJECER-DEUDA.
           MOVE 0 TO W-PAGOS-DISP.
           MOVE 0 TO W-EQU-T-DEUDA(W-EQU-IDX).
           MOVE 0 TO W-EQU-T-VENCIDO(W-EQU-IDX).
           PERFORM VARYING W-TRAMO FROM 1 BY 1 UNTIL W-TRAMO > 4
               MOVE 0 TO W-EQU-T-TRAMO(W-EQU-IDX, W-TRAMO)
           END-PERFORM.
           PERFORM VARYING W-MUL-IDX FROM 1 BY 1
               UNTIL W-MUL-IDX > W-MUL-CANT
               IF W-MUL-T-EQU(W-MUL-IDX) = W-EQU-T-COD(W-EQU-IDX)
                   AND W-MUL-T-TIPO(W-MUL-IDX) = "P"
                   AND W-MUL-T-DIA(W-MUL-IDX) NOT > W-CORTE-DIA
                   ADD W-MUL-T-IMPORTE(W-MUL-IDX) TO W-PAGOS-DISP
               END-IF
           END-PERFORM.
           PERFORM VARYING W-MUL-IDX FROM 1 BY 1
               UNTIL W-MUL-IDX > W-MUL-CANT
               IF W-MUL-T-EQU(W-MUL-IDX) = W-EQU-T-COD(W-EQU-IDX)
                   AND W-MUL-T-TIPO(W-MUL-IDX) NOT = "P"
                   AND W-MUL-T-DIA(W-MUL-IDX) NOT > W-CORTE-DIA
                   PERFORM 3520-APLICAR-PAGOS-A-CARGO
               END-IF
           END-PERFORM.

       3520-APLICAR-PAGOS-A-CARGO.
           IF W-PAGOS-DISP NOT < W-MUL-T-IMPORTE(W-MUL-IDX)
               SUBTRACT W-MUL-T-IMPORTE(W-MUL-IDX) FROM W-PAGOS-DISP
           ELSE
               COMPUTE W-PENDIENTE =
                   W-MUL-T-IMPORTE(W-MUL-IDX) - W-PAGOS-DISP
               MOVE 0 TO W-PAGOS-DISP
               MOVE W-MUL-T-DIA(W-MUL-IDX) TO W-DIA-NUM
               COMPUTE W-DIAS-DEUDA = W-CORTE-ENTERO
                   - FUNCTION INTEGER-OF-DATE(W-DIA-NUM)
               EVALUATE TRUE
                   WHEN W-DIAS-DEUDA NOT > 30
                       MOVE 1 TO W-TRAMO
                   WHEN W-DIAS-DEUDA NOT > 60
                       MOVE 2 TO W-TRAMO
                   WHEN W-DIAS-DEUDA NOT > 90
                       MOVE 3 TO W-TRAMO
                   WHEN OTHER
                       MOVE 4 TO W-TRAMO
               END-EVALUATE
               ADD W-PENDIENTE TO W-EQU-T-TRAMO(W-EQU-IDX, W-TRAMO)
               ADD W-PENDIENTE TO W-EQU-T-DEUDA(W-EQU-IDX)
               IF W-DIAS-DEUDA > W-MORA-DIAS
                   ADD W-PENDIENTE TO W-EQU-T-VENCIDO(W-EQU-IDX)
               END-IF
           END-IF.

       3530-IMPRIMIR-MORA.
           MOVE SPACES TO DETALLE-MORA.
           MOVE W-EQU-T-COD(W-EQU-IDX) TO DMO-COD.
           MOVE W-EQU-T-NOM(W-EQU-IDX) TO DMO-NOM.
           PERFORM VARYING W-TRAMO FROM 1 BY 1 UNTIL W-TRAMO > 4
               MOVE W-EQU-T-TRAMO(W-EQU-IDX, W-TRAMO)
                   TO DMO-TRAMO-IMP(W-TRAMO)
               ADD W-EQU-T-TRAMO(W-EQU-IDX, W-TRAMO)
                   TO W-TOT-TRAMO(W-TRAMO)
           END-PERFORM.
           MOVE W-EQU-T-DEUDA(W-EQU-IDX) TO DMO-TOTAL.
           ADD W-EQU-T-DEUDA(W-EQU-IDX) TO W-TOT-DEUDA.
           WRITE IMPRIMIR-LINEA-MORA FROM DETALLE-MORA.

       3550-LISTAR-BLOQUEADOS.
           MOVE SPACES TO IMPRIMIR-LINEA-MORA.
           WRITE IMPRIMIR-LINEA-MORA.
           WRITE IMPRIMIR-LINEA-MORA FROM ENCAB-BLOQUEO.
           MOVE W-MORA-DIAS TO ENC-MORA-DIAS.
           MOVE W-MORA-TOPE TO ENC-MORA-TOPE.
           WRITE IMPRIMIR-LINEA-MORA FROM ENCAB-BLOQUEO-2.
           PERFORM VARYING W-EQU-IDX FROM 1 BY 1
               UNTIL W-EQU-IDX > W-EQU-CANT
               IF W-EQU-T-VENCIDO(W-EQU-IDX) > W-MORA-TOPE
                   ADD 1 TO W-CANT-BLOQUEADOS
                   MOVE W-EQU-T-COD(W-EQU-IDX) TO DBL-COD
                   MOVE W-EQU-T-NOM(W-EQU-IDX) TO DBL-NOM
                   MOVE W-EQU-T-VENCIDO(W-EQU-IDX) TO DBL-VENCIDO
                   WRITE IMPRIMIR-LINEA-MORA FROM DETALLE-BLOQUEO
               END-IF
           END-PERFORM.
           IF W-CANT-BLOQUEADOS = 0
               WRITE IMPRIMIR-LINEA-MORA FROM LINEA-SIN-BLOQUEOS
           END-IF.

       3900-GRABAR-BITACORA.
      *    Constancia en la bitacora comun de la suite: un registro al
      *    iniciar y otro al terminar la corrida.
           OPEN EXTEND ARCHIVO-BITACORA.
           MOVE W-BIT-EVENTO TO BIT-EVENTO.
           MOVE "MULTAS" TO BIT-PROGRAMA.
           MOVE W-PERIODO TO BIT-ARGUMENTO.
           ACCEPT BIT-FECHA FROM DATE YYYYMMDD.
           ACCEPT W-BIT-HORA-COMPLETA FROM TIME.
           MOVE W-BIT-HORA-COMPLETA(1:6) TO BIT-HORA.
           MOVE W-BIT-REGISTROS TO BIT-REGISTROS.
           MOVE W-BIT-VEREDICTO TO BIT-VEREDICTO.
           WRITE REG-BITACORA.
           CLOSE ARCHIVO-BITACORA.

       4000-FIN.
           CLOSE ARCHIVO-LOG.
           DISPLAY "CARGOS REGISTRADOS: " W-CANT-CARGOS.
           DISPLAY "PAGOS REGISTRADOS: " W-CANT-PAGOS.
           DISPLAY "YA FACTURADOS (OMITIDOS): " W-CANT-YA-FACTURADOS.
           DISPLAY "RECHAZOS: " W-CANT-RECHAZOS.
           DISPLAY "CLUBES BLOQUEADOS: " W-CANT-BLOQUEADOS.
           MOVE "F" TO W-BIT-EVENTO.
           MOVE W-CANT-TRANS TO W-BIT-REGISTROS.
           IF W-CANT-RECHAZOS = 0
               MOVE "OK" TO W-BIT-VEREDICTO
           ELSE
               MOVE "CON RECHAZOS" TO W-BIT-VEREDICTO
           END-IF.
           PERFORM 3900-GRABAR-BITACORA.
           STOP RUN.

       END PROGRAM MULTAS.
