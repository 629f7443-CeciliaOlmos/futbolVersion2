           ASSIGN TO "../suspensiones.apl"
           ORGANIZATION LINE SEQUENTIAL.

           SELECT OPTIONAL ARCHIVO-APA-APL
           ASSIGN TO "../apariciones.apl"
           ORGANIZATION LINE SEQUENTIAL.

           SELECT OPTIONAL ARCHIVO-NOV-STG
           ASSIGN TO "../novedades.stg"
           ORGANIZATION RELATIVE
           ASSIGN TO "../goles_fecha.dat"
           ORGANIZATION LINE SEQUENTIAL.

           SELECT OPTIONAL ARCHIVO-PARTIDOS
           ASSIGN TO "../partidos.dat"
           ORGANIZATION LINE SEQUENTIAL.

           SELECT OPTIONAL ARCHIVO-ETAPAS
           ASSIGN TO "../etapas.dat"
           ORGANIZATION LINE SEQUENTIAL.
           ASSIGN TO "../etapas.nuevo.dat"
           ORGANIZATION LINE SEQUENTIAL.

           SELECT OPTIONAL ARCHIVO-APARICIONES
           ASSIGN TO "../apariciones.dat"
           ORGANIZATION LINE SEQUENTIAL.

           SELECT ARCHIVO-APARICIONES-NUEVO
           ASSIGN TO "../apariciones.nuevo.dat"
           ORGANIZATION LINE SEQUENTIAL.

           SELECT ARCHIVO-SANCIONES-NUEVO
           ASSIGN TO "../sanciones.nuevo.dat"
           ORGANIZATION LINE SEQUENTIAL.

           SELECT OPTIONAL ARCHIVO-SANC-LOTE
           ASSIGN TO "../sanciones_lote.dat"
           ORGANIZATION LINE SEQUENTIAL.

           SELECT OPTIONAL ARCHIVO-SUSPENSIONES
           ASSIGN TO "../suspensiones.dat"
           ORGANIZATION LINE SEQUENTIAL.
           SELECT ARCH-SORT
           ASSIGN TO DISK "SORTWORK".

           SELECT ARCH-SORT-APA
           ASSIGN TO DISK "SORTAPA".

      *-----------------------
       DATA DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
               05 NOV-TARJ REDEFINES NOV-GOLES.
                   07 NOV-TARJ-TIPO PIC X.
                   07 FILLER PIC X.
               05 NOV-FORM REDEFINES NOV-GOLES.
                   07 NOV-FORM-ROL PIC X.
                   07 FILLER PIC X.

       FD  ARCHIVO-CHECKPOINT.
       01  REG-CHECKPOINT.
           03 APL-FECHA PIC 99.
           03 APL-JUG PIC X(6).
           03 APL-GOLES PIC 9(8).
           03 APL-TIPO PIC X.
           03 APL-EQU-BEN PIC 99.

       FD  ARCHIVO-SANC-APL.
       01  REG-SANC-APL.
           03 UAP-ESTADO PIC X.
           03 UAP-JUGO PIC 9.

       FD  ARCHIVO-APA-APL.
       01  REG-APA-APL.
           03 PAP-JUG PIC X(6).
           03 PAP-FECHA PIC 99.
           03 PAP-EQU PIC 99.
           03 PAP-ROL PIC X.
           03 PAP-NUEVA PIC 9.

       FD  ARCHIVO-NOV-STG.
       01  REG-NOV-STG.
           03 STG-TIPO PIC X.
           03 GD-JUG PIC X(6).
           03 GD-FECHA PIC 99.
           03 GD-GOLES PIC 9(8).
           03 GD-TIPO PIC X.

       FD  ARCHIVO-PARTIDOS.
       01  REG-PARTIDO.
           03 PART-FECHA PIC 99.
           03 PART-DIA PIC X(8).
           03 PART-EQU-LOC PIC 99.
           03 PART-EQU-VIS PIC 99.
           03 PART-GOL-LOC PIC 99.
           03 PART-GOL-VIS PIC 99.

       FD  ARCHIVO-ETAPAS.
       01  REG-ETAPA.
           03 ETA-GOLES-N PIC 9(8).
           03 ETA-ESTADO-N PIC X.

       FD  ARCHIVO-APARICIONES.
       01  REG-APARICION.
           03 APA-JUG PIC X(6).
           03 APA-FECHA PIC 99.
           03 APA-EQU PIC 99.
           03 APA-ROL PIC X.

       FD  ARCHIVO-APARICIONES-NUEVO.
       01  REG-APARICION-NUEVO.
           03 APA-JUG-N PIC X(6).
           03 APA-FECHA-N PIC 99.
           03 APA-EQU-N PIC 99.
           03 APA-ROL-N PIC X.

       FD  ARCHIVO-SANCIONES-NUEVO.
       01  REG-SANCION-NUEVO.
           03 SAN-JUG-N PIC X(6).
           03 SAN-AMAR-N PIC 9(4).
           03 SAN-ROJA-N PIC 9(4).

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

       FD  ARCHIVO-SUSPENSIONES.
       01  REG-SUSPENSION.
           03 SUS-JUG PIC X(6).
           03 SORT-JUG PIC X(6).
           03 SORT-GOLES PIC 99.

       SD  ARCH-SORT-APA.
       01  REG-SORT-APA.
           03 SAPA-JUG PIC X(6).
           03 SAPA-FECHA PIC 99.
           03 SAPA-EQU PIC 99.
           03 SAPA-ROL PIC X.

      *-----------------------
       WORKING-STORAGE SECTION.
       01  W-FLAG PIC 9.
               05 W-NOV-T-FECHA PIC 99.
               05 W-NOV-T-JUG PIC X(6).
               05 W-NOV-T-GOLES PIC 9(8).
               05 W-NOV-T-TIPO PIC X.
               05 W-NOV-T-EQU-BEN PIC 99.
       01  W-NOV-TABLA-OVERFLOW PIC 9 VALUE 0.
       01  W-GOLES-EC-ENCONTRADOS PIC 9(8).
       01  W-EQU-BENEF PIC 99.
       01  W-TABLA-PART.
           03 W-PART-CANT PIC 9(4) VALUE ZERO.
           03 W-PART-ENTRY OCCURS 5000 TIMES INDEXED BY W-PART-IDX.
               05 W-PART-T-FECHA PIC 99.
               05 W-PART-T-LOC PIC 99.
               05 W-PART-T-VIS PIC 99.
       01  W-TABLA-EC.
           03 W-EC-CANT PIC 9(4) VALUE ZERO.
           03 W-EC-ENTRY OCCURS 200 TIMES INDEXED BY W-EC-IDX.
               05 W-EC-T-EQU PIC 99.
               05 W-EC-T-GOLES PIC 9(8).
       01  W-EC-EQU PIC 99.
       01  W-EC-GOLES PIC 9(8).
       01  W-EC-ENCONTRADO PIC 9(4).
       01  W-REG-VALIDO PIC 9 VALUE 1.
       01  W-JUG-VALIDO PIC 9 VALUE 1.
       01  W-ENCONTRADO PIC 9 VALUE 0.
               05 W-TARJ-T-ROJA PIC 9(4).
               05 W-TARJ-T-AMAR-NUE PIC 9(4).
               05 W-TARJ-T-ROJA-NUE PIC 9(4).
               05 W-TARJ-T-SUSP-MOT PIC X(20).
       01  W-TARJ-ENCONTRADO PIC 9(4).
       01  W-SL-DIA PIC X(8).
       01  W-FECHA-LOTE PIC 99 VALUE ZERO.
       01  W-FECHA-I PIC 99.
       01  W-TABLA-FECHAS-LOTE VALUE ZEROS.
               05 W-ETA-T-EQU PIC 99.
               05 W-ETA-T-GOLES PIC 9(8).
               05 W-ETA-T-ESTADO PIC X.
       01  W-TABLA-APA.
           03 W-APA-CANT PIC 9(5) VALUE ZERO.
           03 W-APA-ENTRY OCCURS 20000 TIMES INDEXED BY W-APA-IDX.
               05 W-APA-T-JUG PIC X(6).
               05 W-APA-T-FECHA PIC 99.
               05 W-APA-T-EQU PIC 99.
               05 W-APA-T-ROL PIC X.
               05 W-APA-T-NUEVA PIC 9.
       01  W-APA-TITULARES PIC 99.
       01  W-SUSP-COC-ACT PIC 9(4).
       01  W-SUSP-COC-ANT PIC 9(4).
       01  W-SUSP-RESTO PIC 9(4).
       01  W-CTL-EXC-TOT PIC 9(8) VALUE ZERO.
       01  W-CTL-GOLES-NOV PIC 9(8) VALUE ZERO.
       01  W-CTL-GOLES-APL PIC 9(8) VALUE ZERO.
       01  W-CTL-GOLES-EC PIC 9(8) VALUE ZERO.
       01  W-CTL-GOLES-EC-APL PIC 9(8) VALUE ZERO.
       01  W-CTL-TARJETAS PIC 9(8) VALUE ZERO.
       01  W-CTL-APARICIONES PIC 9(8) VALUE ZERO.
       01  W-CTL-LINEAS-RANK PIC 9(8) VALUE ZERO.
       01  W-CTL-LINEAS-FEED PIC 9(8) VALUE ZERO.
       01  W-TABLA-CTL-EXC.
       01  W-PARAM-GOLES-MIN PIC 9(4).
       01  W-TABLA-PARAM.
           03 W-PARAM-CANT PIC 9(4) VALUE ZERO.
           03 W-PARAM-ENTRY OCCURS 50 TIMES INDEXED BY W-PARAM-IDX.
               05 W-PARAM-T-CLAVE PIC X(16).
               05 W-PARAM-T-VALOR PIC 9(4).
       01  W-FEED-GOLES-ED PIC Z(7)9.
       01  PIE.
           03 FILLER PIC X(26) VALUE "GOLES TOTALES DEL EQUIPO: ".
           03 LIST-EQU-GOLES PIC 9(13).
       01  PIE-EN-CONTRA.
           03 FILLER PIC X(3) VALUE SPACES.
           03 FILLER PIC X(29) VALUE "GOLES EN CONTRA A SU FAVOR".
           03 FILLER PIC X(3) VALUE SPACES.
           03 LIST-EC-GOLES PIC 9(8).
       01  RANK-AVISO-PARCIAL.
           03 FILLER PIC X(61) VALUE
              "ADVERTENCIA: RANKING PARCIAL, TABLA EXCEDIO CAPACIDAD.".
       01  CTL-AVISO-DESCUADRE.
           03 FILLER PIC X(52) VALUE
              "*** DESCUADRE: GOLES ACEPTADOS VS APLICADOS ***".
       01  CTL-AVISO-DESCUADRE-EC.
           03 FILLER PIC X(52) VALUE
              "*** DESCUADRE: EN CONTRA ACEPTADOS VS APLICADOS ***".
      *-----------------------
       PROCEDURE DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
            PERFORM 3500-GRABAR-SANCIONES.
            PERFORM 3510-GRABAR-SUSPENSIONES.
            PERFORM 3520-GRABAR-ETAPAS.
            PERFORM 3530-GRABAR-APARICIONES.
            PERFORM 3600-GRABAR-CONTROL.
            PERFORM 4000-FIN.
      *************************************
           PERFORM 1055-PREPARAR-STAGING.
           OPEN INPUT ARCHIVO-EQUIPOS.
           OPEN OUTPUT ARCHIVO-LISTADO.
           PERFORM 1042-CARGAR-GOLES-EN-CONTRA.
           PERFORM 1043-CARGAR-PARTIDOS.
           IF W-MODO-ACTUALIZA(1:8) = "ACTUALIZ"
               MOVE 1 TO W-ACTUALIZA-JUG
               OPEN I-O ARCHIVO-JUGADORES
           PERFORM 1045-CARGAR-SANCIONES.
           PERFORM 1046-CARGAR-SUSPENSIONES.
           PERFORM 1047-CARGAR-ETAPAS.
           PERFORM 1048-CARGAR-APARICIONES.
           PERFORM 1050-ABRIR-LOTES.
           PERFORM 1030-LEER-CHECKPOINT.
           MOVE 1 TO W-FLAG.
           END-PERFORM.
           CLOSE ARCHIVO-NOMBRES.

       1042-CARGAR-GOLES-EN-CONTRA.
      *    Goles en contra de la temporada por equipo beneficiado,
      *    tomados del detalle por fecha antes de abrirlo para
      *    agregar: no suman a ningun jugador, asi que el listado los
      *    muestra aparte en el total de cada equipo.
           MOVE 1 TO W-FLAG.
           OPEN INPUT ARCHIVO-GOLES-FECHA.
           PERFORM UNTIL W-FLAG = 0
               READ ARCHIVO-GOLES-FECHA
                   AT END MOVE 0 TO W-FLAG
                   NOT AT END
                       IF GD-TIPO = "C"
                           MOVE GD-EQU TO W-EC-EQU
                           MOVE GD-GOLES TO W-EC-GOLES
                           PERFORM 2133-SUMAR-EN-CONTRA-EQUIPO
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE ARCHIVO-GOLES-FECHA.

       1043-CARGAR-PARTIDOS.
      *    Partidos jugados por fecha: un gol en contra se acredita al
      *    rival que el equipo del autor enfrento en esa fecha.
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
                           MOVE PART-EQU-LOC TO W-PART-T-LOC(W-PART-IDX)
                           MOVE PART-EQU-VIS TO W-PART-T-VIS(W-PART-IDX)
                       ELSE
                           DISPLAY "PARTIDOS.DAT EXCEDE EL MAXIMO"
                           DISPLAY
                             "TABLA DE PARTIDOS INCOMPLETA; ABORTANDO"
                           STOP RUN
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE ARCHIVO-PARTIDOS.

       1045-CARGAR-SANCIONES.
           MOVE 1 TO W-FLAG.
           OPEN INPUT ARCHIVO-SANCIONES.
                               TO W-TARJ-T-AMAR-NUE(W-TARJ-IDX)
                           MOVE ZERO
                               TO W-TARJ-T-ROJA-NUE(W-TARJ-IDX)
                           MOVE SPACES
                               TO W-TARJ-T-SUSP-MOT(W-TARJ-IDX)
                       ELSE
                           DISPLAY "SANCIONES.DAT EXCEDE EL MAXIMO"
                           DISPLAY
           END-PERFORM.
           CLOSE ARCHIVO-ETAPAS.

       1048-CARGAR-APARICIONES.
      *    Maestro de apariciones por jugador y fecha, alimentado por
      *    las formaciones: titular o suplente de su equipo en cada
      *    fecha. Es la prueba de que un jugador estuvo en el partido,
      *    cosa que los goles y las tarjetas solo delatan a veces.
           MOVE 1 TO W-FLAG.
           OPEN INPUT ARCHIVO-APARICIONES.
           PERFORM UNTIL W-FLAG = 0
               READ ARCHIVO-APARICIONES
                   AT END MOVE 0 TO W-FLAG
                   NOT AT END
                       IF W-APA-CANT < 20000
                           ADD 1 TO W-APA-CANT
                           SET W-APA-IDX TO W-APA-CANT
                           MOVE APA-JUG TO W-APA-T-JUG(W-APA-IDX)
                           MOVE APA-FECHA TO W-APA-T-FECHA(W-APA-IDX)
                           MOVE APA-EQU TO W-APA-T-EQU(W-APA-IDX)
                           MOVE APA-ROL TO W-APA-T-ROL(W-APA-IDX)
                           MOVE 0 TO W-APA-T-NUEVA(W-APA-IDX)
                       ELSE
                           DISPLAY "APARICIONES.DAT EXCEDE EL MAXIMO"
                           DISPLAY
                             "TABLA DE APARICIONES INCOMPLETA; "
                             "ABORTANDO"
                           STOP RUN
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE ARCHIVO-APARICIONES.

       1050-ABRIR-LOTES.
      *    Registro de lotes procesados en archivo indexado por
      *    lote/equipo/jugador/secuencia: el control de duplicados es
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

                               TO W-NOV-T-FECHA(W-NOV-IDX)
                           MOVE APL-JUG TO W-NOV-T-JUG(W-NOV-IDX)
                           MOVE APL-GOLES TO W-NOV-T-GOLES(W-NOV-IDX)
                           MOVE APL-TIPO TO W-NOV-T-TIPO(W-NOV-IDX)
                           MOVE APL-EQU-BEN
                               TO W-NOV-T-EQU-BEN(W-NOV-IDX)
                           IF APL-JUG > W-CHK-JUG-APL
                               PERFORM 2099-CONTAR-NOV-PENDIENTE
                           END-IF
                           IF APL-FECHA > 0 AND APL-FECHA < 99
                               MOVE 1 TO W-FECHA-VISTA(APL-FECHA)
           CLOSE ARCHIVO-NOV-APL.
           PERFORM 2096-CARGAR-SANC-PENDIENTES.

       2099-CONTAR-NOV-PENDIENTE.
      *    Los goles en contra pendientes no van al sort ni al
      *    maestro: se cuentan aparte y se suman al equipo
      *    beneficiado; los ya aplicados vinieron de goles_fecha.dat.
           IF APL-TIPO = "C"
               ADD APL-GOLES TO W-CTL-GOLES-EC
               MOVE APL-EQU-BEN TO W-EC-EQU
               MOVE APL-GOLES TO W-EC-GOLES
               PERFORM 2133-SUMAR-EN-CONTRA-EQUIPO
           ELSE
               ADD APL-GOLES TO W-CTL-GOLES-NOV
           END-IF.

       2096-CARGAR-SANC-PENDIENTES.
      *    El estado de tarjetas persistido reemplaza al cargado de
      *    sanciones.dat: ya incluye las tarjetas del lote caido, que
                               TO W-TARJ-T-AMAR-NUE(W-TARJ-IDX)
                           MOVE SAP-ROJA-NUE
                               TO W-TARJ-T-ROJA-NUE(W-TARJ-IDX)
                           MOVE SPACES
                               TO W-TARJ-T-SUSP-MOT(W-TARJ-IDX)
                           ADD SAP-AMAR-NUE TO W-CTL-TARJETAS
                           ADD SAP-ROJA-NUE TO W-CTL-TARJETAS
                       ELSE
               END-READ
           END-PERFORM.
           CLOSE ARCHIVO-SUSP-APL.
           PERFORM 2098-CARGAR-APA-PENDIENTES.

       2098-CARGAR-APA-PENDIENTES.
      *    Las apariciones del lote caido tampoco pueden reprocesarse
      *    (el dedup de lotes las rechaza): la tabla persistida
      *    reemplaza a la cargada de apariciones.dat.
           MOVE ZERO TO W-APA-CANT.
           MOVE 1 TO W-FLAG.
           OPEN INPUT ARCHIVO-APA-APL.
           PERFORM UNTIL W-FLAG = 0
               READ ARCHIVO-APA-APL
                   AT END MOVE 0 TO W-FLAG
                   NOT AT END
                       IF W-APA-CANT < 20000
                           ADD 1 TO W-APA-CANT
                           SET W-APA-IDX TO W-APA-CANT
                           MOVE PAP-JUG TO W-APA-T-JUG(W-APA-IDX)
                           MOVE PAP-FECHA TO W-APA-T-FECHA(W-APA-IDX)
                           MOVE PAP-EQU TO W-APA-T-EQU(W-APA-IDX)
                           MOVE PAP-ROL TO W-APA-T-ROL(W-APA-IDX)
                           MOVE PAP-NUEVA TO W-APA-T-NUEVA(W-APA-IDX)
                           IF PAP-NUEVA = 1
                               ADD 1 TO W-CTL-APARICIONES
                           END-IF
                       ELSE
                           DISPLAY "APARICIONES.APL EXCEDE EL MAXIMO"
                           DISPLAY "REANUDACION IMPOSIBLE; ABORTANDO"
                           STOP RUN
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE ARCHIVO-APA-APL.

       2145-INICIAR-FASE-APLICACION.
      *    Antes de tocar el maestro se persisten los goles a
      *    aplicar, el estado de tarjetas, el de suspensiones de la
      *    corrida (incluida la marca de que suspendidos jugaron) y
      *    las apariciones (los goles en contra viajan con los goles,
      *    marcados con su tipo y el equipo beneficiado), y
      *    el checkpoint pasa a fase "A": una caida durante los
      *    REWRITE se reanuda desde la ultima clave aplicada con los
      *    goles, las tarjetas y las suspensiones del lote intactos,
                   MOVE W-NOV-T-FECHA(W-NOV-IDX) TO APL-FECHA
                   MOVE W-NOV-T-JUG(W-NOV-IDX) TO APL-JUG
                   MOVE W-NOV-T-GOLES(W-NOV-IDX) TO APL-GOLES
                   MOVE W-NOV-T-TIPO(W-NOV-IDX) TO APL-TIPO
                   MOVE W-NOV-T-EQU-BEN(W-NOV-IDX) TO APL-EQU-BEN
                   WRITE REG-NOV-APL
               END-PERFORM
               CLOSE ARCHIVO-NOV-APL
                   WRITE REG-SUSP-APL
               END-PERFORM
               CLOSE ARCHIVO-SUSP-APL
               OPEN OUTPUT ARCHIVO-APA-APL
               PERFORM VARYING W-APA-IDX FROM 1 BY 1
                   UNTIL W-APA-IDX > W-APA-CANT
                   MOVE W-APA-T-JUG(W-APA-IDX) TO PAP-JUG
                   MOVE W-APA-T-FECHA(W-APA-IDX) TO PAP-FECHA
                   MOVE W-APA-T-EQU(W-APA-IDX) TO PAP-EQU
                   MOVE W-APA-T-ROL(W-APA-IDX) TO PAP-ROL
                   MOVE W-APA-T-NUEVA(W-APA-IDX) TO PAP-NUEVA
                   WRITE REG-APA-APL
               END-PERFORM
               CLOSE ARCHIVO-APA-APL
               MOVE W-REG-COUNT TO W-CHECKPOINT-COUNT
               MOVE SPACES TO W-CHK-JUG-APL
               PERFORM 2188-GRABAR-CHECKPOINT-APL
               IF W-REG-VALIDO = 1
                   PERFORM 2113-VALIDAR-DUPLICADOS
               END-IF
               IF W-REG-VALIDO = 1 AND NOV-TIPO = "F"
                   PERFORM 2122-VALIDAR-TITULARES
               END-IF
               IF W-REG-VALIDO = 1
                   ADD 1 TO W-CTL-ACEPTADOS
                   PERFORM 2120-MOVER-EQUIPO-NOVEDADES
                   PERFORM VARYING W-CANT-JUG FROM 1 BY 1
                       UNTIL W-CANT-JUG > NOV-CANT-JUG
                       PERFORM 2125-VALIDAR-JUGADOR-NOV
                       IF W-JUG-VALIDO = 1 AND NOV-TIPO = "F"
                           PERFORM 2126-VALIDAR-FORMACION
                       END-IF
                       IF W-JUG-VALIDO = 1 AND NOV-TIPO = "C"
                           PERFORM 2127-VALIDAR-GOL-EN-CONTRA
                       END-IF
                       IF W-JUG-VALIDO = 1
                           PERFORM 2114-VALIDAR-LOTE-NOV
                       END-IF
                       IF W-JUG-VALIDO = 1
                           IF NOV-TIPO = "G" OR NOV-TIPO = "F"
                               PERFORM 2117-VALIDAR-SUSPENDIDO
                           ELSE
                               PERFORM 2119-MARCAR-SUSPENDIDO-JUGO
                           END-IF
                       END-IF
                       IF W-JUG-VALIDO = 1
                           EVALUATE NOV-TIPO
                           WHEN "G"
                               PERFORM 2130-MOVER-RESTO-NOVEDADES
                               PERFORM 2135-ACUMULAR-TABLA-NOV
                               RELEASE REG-SORT
                               ADD SORT-GOLES TO W-CTL-GOLES-NOV
                               PERFORM 2137-REGISTRAR-LOTE
                           WHEN "C"
                               PERFORM 2132-ACUMULAR-GOL-EN-CONTRA
                               IF W-JUG-VALIDO = 1
                                   ADD NOV-GOLES(W-CANT-JUG)
                                       TO W-CTL-GOLES-EC
                                   PERFORM 2137-REGISTRAR-LOTE
                               END-IF
                           WHEN "F"
                               PERFORM 2131-ACUMULAR-APARICION
                               IF W-JUG-VALIDO = 1
                                   ADD 1 TO W-CTL-APARICIONES
                                   PERFORM 2137-REGISTRAR-LOTE
                               END-IF
                           WHEN OTHER
                               PERFORM 2138-VALIDAR-TARJETA
                               IF W-JUG-VALIDO = 1
                                   PERFORM 2136-ACUMULAR-TARJETA
                                   ADD 1 TO W-CTL-TARJETAS
                                   PERFORM 2137-REGISTRAR-LOTE
                               END-IF
                           END-EVALUATE
                       END-IF
                   END-PERFORM
               END-IF
           END-IF.

       2115-VALIDAR-TIPO-NOV.
           IF NOV-TIPO = "G" OR NOV-TIPO = "T" OR NOV-TIPO = "F"
               OR NOV-TIPO = "C"
               MOVE 1 TO W-REG-VALIDO
           ELSE
               MOVE 0 TO W-REG-VALIDO
               PERFORM 2990-GRABAR-EXCEPCION
           END-IF.

       2122-VALIDAR-TITULARES.
      *    Una formacion trae el once inicial y los suplentes de un
      *    equipo en la fecha; mas de once titulares es un error de
      *    carga y el registro entero va a excepciones.
           MOVE 0 TO W-APA-TITULARES.
           PERFORM VARYING W-DUP-I FROM 1 BY 1
               UNTIL W-DUP-I > NOV-CANT-JUG
               IF NOV-FORM-ROL(W-DUP-I) = "T"
                   ADD 1 TO W-APA-TITULARES
               END-IF
           END-PERFORM.
           IF W-APA-TITULARES > 11
               MOVE 0 TO W-REG-VALIDO
               MOVE "FORMACION INVALIDA" TO EXC-TIPO
               MOVE NOV-EQU TO EXC-EQU
               MOVE SPACES TO EXC-JUG
               MOVE NOV-TIPO TO EXC-TIPO-NOV
               MOVE SPACES TO EXC-DATO
               MOVE "FORMACION CON MAS DE 11 TITULARES"
                   TO EXC-DESCRIPCION
               PERFORM 2990-GRABAR-EXCEPCION
           END-IF.

       2112-VALIDAR-EQUIPO-NOV.
           MOVE 1 TO W-REG-VALIDO.
           MOVE 0 TO W-ENCONTRADO.
       2117-VALIDAR-SUSPENDIDO.
      *    Un gol de un jugador con fechas de suspension pendientes no
      *    cuenta: va a excepciones para que la liga decida, y la
      *    fecha tampoco se le computa como cumplida porque jugo. Lo
      *    mismo un suspendido incluido en la formacion: la aparicion
      *    no entra al maestro hasta que la liga la resuelva.
           PERFORM 2118-BUSCAR-SUSPENSION.
           IF W-SUS-ENCONTRADO > 0
               MOVE 1 TO W-SUS-T-JUGO(W-SUS-ENCONTRADO)
               MOVE NOV-JUG(W-CANT-JUG) TO EXC-JUG
               MOVE NOV-TIPO TO EXC-TIPO-NOV
               MOVE NOV-TARJ(W-CANT-JUG) TO EXC-DATO
               IF NOV-TIPO = "F"
                   MOVE "SUSPENDIDO INCLUIDO EN LA FORMACION"
                       TO EXC-DESCRIPCION
               ELSE
                   MOVE "GOL DE JUGADOR CON SUSPENSION PENDIENTE"
                       TO EXC-DESCRIPCION
               END-IF
               PERFORM 2990-GRABAR-EXCEPCION
           END-IF.

               PERFORM 2990-GRABAR-EXCEPCION
           END-IF.

       2126-VALIDAR-FORMACION.
      *    Cada jugador de la formacion tiene que figurar en el plantel
      *    del equipo que la presenta (JUG-REG ya leido en 2125) y
      *    venir marcado como titular (T) o suplente (S).
           IF JUG-EQU NOT = NOV-EQU
               MOVE 0 TO W-JUG-VALIDO
               MOVE "JUGADOR DE OTRO EQUIPO" TO EXC-TIPO
               MOVE NOV-EQU TO EXC-EQU
               MOVE NOV-JUG(W-CANT-JUG) TO EXC-JUG
               MOVE NOV-TIPO TO EXC-TIPO-NOV
               MOVE NOV-TARJ(W-CANT-JUG) TO EXC-DATO
               MOVE "JUGADOR DE LA FORMACION NO ES DEL EQUIPO"
                   TO EXC-DESCRIPCION
               PERFORM 2990-GRABAR-EXCEPCION
           ELSE
               IF NOV-FORM-ROL(W-CANT-JUG) NOT = "T"
                   AND NOV-FORM-ROL(W-CANT-JUG) NOT = "S"
                   MOVE 0 TO W-JUG-VALIDO
                   MOVE "ROL FORMACION INVAL." TO EXC-TIPO
                   MOVE NOV-EQU TO EXC-EQU
                   MOVE NOV-JUG(W-CANT-JUG) TO EXC-JUG
                   MOVE NOV-TIPO TO EXC-TIPO-NOV
                   MOVE NOV-TARJ(W-CANT-JUG) TO EXC-DATO
                   MOVE "ROL EN FORMACION INVALIDO (NO ES T NI S)"
                       TO EXC-DESCRIPCION
                   PERFORM 2990-GRABAR-EXCEPCION
               END-IF
           END-IF.

       2127-VALIDAR-GOL-EN-CONTRA.
      *    El gol en contra se carga al jugador que lo hizo, que tiene
      *    que ser del equipo que presenta la novedad (JUG-REG ya leido
      *    en 2125), y se acredita al rival de ese equipo en la fecha
      *    segun partidos.dat.
           IF NOV-GOLES(W-CANT-JUG) IS NOT NUMERIC
               OR NOV-GOLES(W-CANT-JUG) = 0
               MOVE 0 TO W-JUG-VALIDO
               MOVE "GOL EN CONTRA INVAL." TO EXC-TIPO
               MOVE NOV-EQU TO EXC-EQU
               MOVE NOV-JUG(W-CANT-JUG) TO EXC-JUG
               MOVE NOV-TIPO TO EXC-TIPO-NOV
               MOVE NOV-TARJ(W-CANT-JUG) TO EXC-DATO
               MOVE "CANTIDAD DE GOLES EN CONTRA INVALIDA"
                   TO EXC-DESCRIPCION
               PERFORM 2990-GRABAR-EXCEPCION
           ELSE
               IF JUG-EQU NOT = NOV-EQU
                   MOVE 0 TO W-JUG-VALIDO
                   MOVE "JUGADOR DE OTRO EQUIPO" TO EXC-TIPO
                   MOVE NOV-EQU TO EXC-EQU
                   MOVE NOV-JUG(W-CANT-JUG) TO EXC-JUG
                   MOVE NOV-TIPO TO EXC-TIPO-NOV
                   MOVE NOV-TARJ(W-CANT-JUG) TO EXC-DATO
                   MOVE "AUTOR DEL GOL EN CONTRA DE OTRO EQUIPO"
                       TO EXC-DESCRIPCION
                   PERFORM 2990-GRABAR-EXCEPCION
               ELSE
                   PERFORM 2128-BUSCAR-RIVAL
                   IF W-EQU-BENEF = 0
                       MOVE 0 TO W-JUG-VALIDO
                       MOVE "PARTIDO INEXISTENTE" TO EXC-TIPO
                       MOVE NOV-EQU TO EXC-EQU
                       MOVE NOV-JUG(W-CANT-JUG) TO EXC-JUG
                       MOVE NOV-TIPO TO EXC-TIPO-NOV
                       MOVE NOV-TARJ(W-CANT-JUG) TO EXC-DATO
                       MOVE "EQUIPO SIN PARTIDO JUGADO EN LA FECHA"
                           TO EXC-DESCRIPCION
                       PERFORM 2990-GRABAR-EXCEPCION
                   END-IF
               END-IF
           END-IF.

       2128-BUSCAR-RIVAL.
           MOVE 0 TO W-EQU-BENEF.
           PERFORM VARYING W-PART-IDX FROM 1 BY 1
               UNTIL W-PART-IDX > W-PART-CANT
               IF W-PART-T-FECHA(W-PART-IDX) = NOV-FECHA
                   IF W-PART-T-LOC(W-PART-IDX) = NOV-EQU
                       MOVE W-PART-T-VIS(W-PART-IDX) TO W-EQU-BENEF
                   END-IF
                   IF W-PART-T-VIS(W-PART-IDX) = NOV-EQU
                       MOVE W-PART-T-LOC(W-PART-IDX) TO W-EQU-BENEF
                   END-IF
               END-IF
           END-PERFORM.

       2130-MOVER-RESTO-NOVEDADES.
           MOVE NOV-JUG(W-CANT-JUG) TO SORT-JUG.
           MOVE NOV-GOLES(W-CANT-JUG) TO SORT-GOLES.

       2131-ACUMULAR-APARICION.
      *    Una sola aparicion por jugador y fecha: si el maestro ya la
      *    tiene (formacion cargada dos veces, o en dos lotes) la
      *    repetida va a excepciones.
           MOVE 0 TO W-ENCONTRADO.
           PERFORM VARYING W-APA-IDX FROM 1 BY 1
               UNTIL W-APA-IDX > W-APA-CANT
               IF W-APA-T-JUG(W-APA-IDX) = NOV-JUG(W-CANT-JUG)
                   AND W-APA-T-FECHA(W-APA-IDX) = NOV-FECHA
                   MOVE 1 TO W-ENCONTRADO
               END-IF
           END-PERFORM.
           IF W-ENCONTRADO = 1
               MOVE 0 TO W-JUG-VALIDO
               MOVE "APARICION DUPLICADA" TO EXC-TIPO
               MOVE NOV-EQU TO EXC-EQU
               MOVE NOV-JUG(W-CANT-JUG) TO EXC-JUG
               MOVE NOV-TIPO TO EXC-TIPO-NOV
               MOVE NOV-TARJ(W-CANT-JUG) TO EXC-DATO
               MOVE "JUGADOR YA FORMADO EN ESA FECHA"
                   TO EXC-DESCRIPCION
               PERFORM 2990-GRABAR-EXCEPCION
           ELSE
               IF W-APA-CANT < 20000
                   ADD 1 TO W-APA-CANT
                   SET W-APA-IDX TO W-APA-CANT
                   MOVE NOV-JUG(W-CANT-JUG) TO W-APA-T-JUG(W-APA-IDX)
                   MOVE NOV-FECHA TO W-APA-T-FECHA(W-APA-IDX)
                   MOVE NOV-EQU TO W-APA-T-EQU(W-APA-IDX)
                   MOVE NOV-FORM-ROL(W-CANT-JUG)
                       TO W-APA-T-ROL(W-APA-IDX)
                   MOVE 1 TO W-APA-T-NUEVA(W-APA-IDX)
               ELSE
                   MOVE 0 TO W-JUG-VALIDO
                   MOVE "APARICIONES LLENA" TO EXC-TIPO
                   MOVE NOV-EQU TO EXC-EQU
                   MOVE NOV-JUG(W-CANT-JUG) TO EXC-JUG
                   MOVE NOV-TIPO TO EXC-TIPO-NOV
                   MOVE NOV-TARJ(W-CANT-JUG) TO EXC-DATO
                   MOVE "APARICION NO REGISTRADA POR TABLA LLENA"
                       TO EXC-DESCRIPCION
                   PERFORM 2990-GRABAR-EXCEPCION
               END-IF
           END-IF.

       2132-ACUMULAR-GOL-EN-CONTRA.
      *    El gol en contra no se suelta al sort ni suma al jugador:
      *    viaja en la tabla de novedades (tipo "C", con el equipo
      *    beneficiado) solo para el detalle por fecha, y se acumula
      *    al beneficiado para su renglon en el listado.
           IF W-NOV-CANT-TOT < 5000
               ADD 1 TO W-NOV-CANT-TOT
               SET W-NOV-IDX TO W-NOV-CANT-TOT
               MOVE NOV-EQU TO W-NOV-T-EQU(W-NOV-IDX)
               MOVE NOV-FECHA TO W-NOV-T-FECHA(W-NOV-IDX)
               MOVE NOV-JUG(W-CANT-JUG) TO W-NOV-T-JUG(W-NOV-IDX)
               MOVE NOV-GOLES(W-CANT-JUG) TO W-NOV-T-GOLES(W-NOV-IDX)
               MOVE "C" TO W-NOV-T-TIPO(W-NOV-IDX)
               MOVE W-EQU-BENEF TO W-NOV-T-EQU-BEN(W-NOV-IDX)
               MOVE W-EQU-BENEF TO W-EC-EQU
               MOVE NOV-GOLES(W-CANT-JUG) TO W-EC-GOLES
               PERFORM 2133-SUMAR-EN-CONTRA-EQUIPO
           ELSE
               MOVE 0 TO W-JUG-VALIDO
               MOVE 1 TO W-NOV-TABLA-OVERFLOW
               MOVE "TABLA NOV LLENA" TO EXC-TIPO
               MOVE NOV-EQU TO EXC-EQU
               MOVE NOV-JUG(W-CANT-JUG) TO EXC-JUG
               MOVE NOV-TIPO TO EXC-TIPO-NOV
               MOVE NOV-TARJ(W-CANT-JUG) TO EXC-DATO
               MOVE "TABLA NOVEDADES LLENA; GOL NO ACUMULADO"
                   TO EXC-DESCRIPCION
               PERFORM 2990-GRABAR-EXCEPCION
           END-IF.

       2133-SUMAR-EN-CONTRA-EQUIPO.
           PERFORM 2134-BUSCAR-EN-CONTRA-EQUIPO.
           IF W-EC-ENCONTRADO = 0
               IF W-EC-CANT < 200
                   ADD 1 TO W-EC-CANT
                   SET W-EC-IDX TO W-EC-CANT
                   MOVE W-EC-CANT TO W-EC-ENCONTRADO
                   MOVE W-EC-EQU TO W-EC-T-EQU(W-EC-IDX)
                   MOVE ZERO TO W-EC-T-GOLES(W-EC-IDX)
               ELSE
                   DISPLAY "GOLES EN CONTRA: TABLA LLENA; EQUIPO "
                       W-EC-EQU " FUERA DEL LISTADO"
               END-IF
           END-IF.
           IF W-EC-ENCONTRADO > 0
               ADD W-EC-GOLES TO W-EC-T-GOLES(W-EC-ENCONTRADO)
           END-IF.

       2134-BUSCAR-EN-CONTRA-EQUIPO.
           MOVE 0 TO W-EC-ENCONTRADO.
           PERFORM VARYING W-EC-IDX FROM 1 BY 1
               UNTIL W-EC-IDX > W-EC-CANT
               IF W-EC-T-EQU(W-EC-IDX) = W-EC-EQU
                   SET W-EC-ENCONTRADO TO W-EC-IDX
               END-IF
           END-PERFORM.

       2135-ACUMULAR-TABLA-NOV.
           IF W-NOV-CANT-TOT < 5000
               ADD 1 TO W-NOV-CANT-TOT
               MOVE NOV-FECHA TO W-NOV-T-FECHA(W-NOV-IDX)
               MOVE SORT-JUG TO W-NOV-T-JUG(W-NOV-IDX)
               MOVE SORT-GOLES TO W-NOV-T-GOLES(W-NOV-IDX)
               MOVE "G" TO W-NOV-T-TIPO(W-NOV-IDX)
               MOVE ZERO TO W-NOV-T-EQU-BEN(W-NOV-IDX)
           ELSE
               MOVE 1 TO W-NOV-TABLA-OVERFLOW
               MOVE "TABLA NOV LLENA" TO EXC-TIPO
                   MOVE ZERO TO W-TARJ-T-ROJA(W-TARJ-IDX)
                   MOVE ZERO TO W-TARJ-T-AMAR-NUE(W-TARJ-IDX)
                   MOVE ZERO TO W-TARJ-T-ROJA-NUE(W-TARJ-IDX)
                   MOVE SPACES TO W-TARJ-T-SUSP-MOT(W-TARJ-IDX)
               ELSE
                   MOVE "SANCIONES LLENA" TO EXC-TIPO
                   MOVE NOV-EQU TO EXC-EQU
      *    en disco es anterior al lote (el nuevo recien se graba al
      *    final) y la tabla en memoria murio con la caida, asi que
      *    sin el replay las etapas quedarian cortas frente a
      *    JUG-GOLES. Los goles en contra del jugador no tocan el
      *    maestro ni la etapa: solo dejan su detalle por fecha, bajo
      *    el mismo checkpoint por clave.
           IF W-ACTUALIZA-JUG = 1
               IF W-MODO-RECUPERACION = 0
                   OR JUG-COD > W-CHK-JUG-APL
                       ADD W-GOLES-ENCONTRADOS TO W-CTL-GOLES-APL
                       REWRITE JUG-REG
                       PERFORM 2189-ACTUALIZAR-ETAPA
                   END-IF
                   IF W-GOLES-ENCONTRADOS > 0
                       OR W-GOLES-EC-ENCONTRADOS > 0
                       PERFORM 2187-GRABAR-DETALLE-FECHA
                       MOVE JUG-COD TO W-CHK-JUG-APL
                       PERFORM 2188-GRABAR-CHECKPOINT-APL
      *    goles) para que la conciliacion pueda senialar el partido
      *    exacto donde goles de jugador y marcador no cierran. En una
      *    reanudacion las claves ya aplicadas se saltean, asi que el
      *    detalle no se duplica. El gol en contra se graba a nombre
      *    del equipo beneficiado (GD-TIPO "C"), que es donde cuenta
      *    en el marcador.
           PERFORM VARYING W-NOV-IDX FROM 1 BY 1
               UNTIL W-NOV-IDX > W-NOV-CANT-TOT
               IF W-NOV-T-EQU(W-NOV-IDX) = JUG-EQU
                   AND W-NOV-T-JUG(W-NOV-IDX) = JUG-COD
                   IF W-NOV-T-TIPO(W-NOV-IDX) = "C"
                       MOVE W-NOV-T-EQU-BEN(W-NOV-IDX) TO GD-EQU
                       MOVE "C" TO GD-TIPO
                       ADD W-NOV-T-GOLES(W-NOV-IDX)
                           TO W-CTL-GOLES-EC-APL
                   ELSE
                       MOVE W-NOV-T-EQU(W-NOV-IDX) TO GD-EQU
                       MOVE "G" TO GD-TIPO
                   END-IF
                   MOVE W-NOV-T-JUG(W-NOV-IDX) TO GD-JUG
                   MOVE W-NOV-T-FECHA(W-NOV-IDX) TO GD-FECHA
                   MOVE W-NOV-T-GOLES(W-NOV-IDX) TO GD-GOLES

       2186-BUSCAR-GOLES-NOVEDAD.
           MOVE 0 TO W-GOLES-ENCONTRADOS.
           MOVE 0 TO W-GOLES-EC-ENCONTRADOS.
           PERFORM VARYING W-NOV-IDX FROM 1 BY 1
               UNTIL W-NOV-IDX > W-NOV-CANT-TOT
               IF W-NOV-T-EQU(W-NOV-IDX) = JUG-EQU
                   AND W-NOV-T-JUG(W-NOV-IDX) = JUG-COD
                   IF W-NOV-T-TIPO(W-NOV-IDX) = "C"
                       ADD W-NOV-T-GOLES(W-NOV-IDX)
                           TO W-GOLES-EC-ENCONTRADOS
                   ELSE
                       ADD W-NOV-T-GOLES(W-NOV-IDX)
                           TO W-GOLES-ENCONTRADOS
                   END-IF
               END-IF
           END-PERFORM.

                   PERFORM 2295-ACUMULAR-RANKING
                   PERFORM 2297-GRABAR-FEED
               END-PERFORM
               PERFORM 2305-GRABAR-EN-CONTRA
               PERFORM 2310-GRABAR-PIE
           END-PERFORM.

           DISPLAY LIST-GOLES.
           ADD LIST-GOLES TO LIST-EQU-GOLES.

       2305-GRABAR-EN-CONTRA.
      *    Los goles en contra a favor del equipo van en renglon
      *    propio y entran al total del equipo, no a ningun jugador.
           MOVE ENC-COD-EQU TO W-EC-EQU.
           PERFORM 2134-BUSCAR-EN-CONTRA-EQUIPO.
           IF W-EC-ENCONTRADO > 0
               MOVE W-EC-T-GOLES(W-EC-ENCONTRADO) TO LIST-EC-GOLES
               ADD LIST-EC-GOLES TO LIST-EQU-GOLES
               WRITE IMPRIMIR-LINEA FROM PIE-EN-CONTRA
                   AFTER ADVANCING 1 LINE
               ADD 1 TO W-CANT-LINEAS
           END-IF.

       2310-GRABAR-PIE.
           WRITE IMPRIMIR-LINEA FROM PIE AFTER ADVANCING 1 LINE.
           ADD 1 TO W-CANT-LINEAS.
      *    Cada fecha nueva cubierta por el lote en la que el
      *    suspendido no aparecio descuenta una pendiente; un lote
      *    que trae dos fechas limpias descuenta las dos. Si el
      *    jugador aparecio en el lote (en una formacion, con un gol
      *    o con una tarjeta), la suspension sigue en pie; la
      *    formacion y el gol ya fueron a excepciones. El descuento
      *    corre antes de evaluar las sanciones de esta corrida para
      *    no descontar una suspension recien impuesta.
           IF W-ACTUALIZA-JUG = 1
               PERFORM VARYING W-SUS-IDX FROM 1 BY 1
                   UNTIL W-SUS-IDX > W-SUS-CANT
      *    fecha pendiente nueva, o una mas sobre la que ya tenga
      *    activa. La fecha de la sancion es la ultima del lote y no
      *    cuenta como cumplida porque el jugador actuo en ella.
      *    El motivo queda tambien en la tabla de tarjetas para que
      *    la suspension salga en sanciones_lote.dat a facturar.
           MOVE SUSP-L-MOTIVO TO W-TARJ-T-SUSP-MOT(W-TARJ-IDX).
           MOVE 0 TO W-SUS-ENCONTRADO.
           PERFORM VARYING W-SUS-IDX FROM 1 BY 1
               UNTIL W-SUS-IDX > W-SUS-CANT
                   WRITE REG-SANCION-NUEVO
               END-PERFORM
               CLOSE ARCHIVO-SANCIONES-NUEVO
               PERFORM 3505-GRABAR-SANCIONES-LOTE
           END-IF.

       3505-GRABAR-SANCIONES-LOTE.
      *    Movimiento disciplinario del lote para el libro de multas:
      *    por jugador, las amarillas y rojas nuevas y la suspension
      *    impuesta en esta corrida, con lote, fecha del torneo y dia
      *    de proceso. El archivo se acumula; MULTAS no vuelve a
      *    facturar un lote/jugador que ya tiene en el libro.
           ACCEPT W-SL-DIA FROM DATE YYYYMMDD.
           OPEN EXTEND ARCHIVO-SANC-LOTE.
           PERFORM VARYING W-TARJ-IDX FROM 1 BY 1
               UNTIL W-TARJ-IDX > W-TARJ-CANT
               IF W-TARJ-T-AMAR-NUE(W-TARJ-IDX) > 0
                   OR W-TARJ-T-ROJA-NUE(W-TARJ-IDX) > 0
                   OR W-TARJ-T-SUSP-MOT(W-TARJ-IDX) NOT = SPACES
                   MOVE W-ID-LOTE TO SL-LOTE
                   MOVE W-FECHA-LOTE TO SL-FECHA
                   MOVE W-SL-DIA TO SL-DIA
                   MOVE W-TARJ-T-JUG(W-TARJ-IDX) TO SL-JUG
                   MOVE W-TARJ-T-EQU(W-TARJ-IDX) TO SL-EQU
                   MOVE W-TARJ-T-AMAR-NUE(W-TARJ-IDX) TO SL-AMAR
                   MOVE W-TARJ-T-ROJA-NUE(W-TARJ-IDX) TO SL-ROJA
                   MOVE W-TARJ-T-SUSP-MOT(W-TARJ-IDX) TO SL-MOTIVO
                   IF W-TARJ-T-SUSP-MOT(W-TARJ-IDX) NOT = SPACES
                       MOVE 1 TO SL-SUSP
                   ELSE
                       MOVE 0 TO SL-SUSP
                   END-IF
                   WRITE REG-SANC-LOTE
               END-IF
           END-PERFORM.
           CLOSE ARCHIVO-SANC-LOTE.

       3510-GRABAR-SUSPENSIONES.
           IF W-ACTUALIZA-JUG = 1
               OPEN OUTPUT ARCHIVO-SUSPENSIONES-NUEVO
               CLOSE ARCHIVO-ETAPAS-NUEVO
           END-IF.

       3530-GRABAR-APARICIONES.
      *    El maestro de apariciones se regraba ordenado por jugador
      *    y fecha.
           IF W-ACTUALIZA-JUG = 1
               SORT ARCH-SORT-APA
                   ON ASCENDING KEY SAPA-JUG
                   ON ASCENDING KEY SAPA-FECHA
                   INPUT PROCEDURE 3535-SOLTAR-APARICIONES
                   GIVING ARCHIVO-APARICIONES-NUEVO
           END-IF.

       3535-SOLTAR-APARICIONES.
           PERFORM VARYING W-APA-IDX FROM 1 BY 1
               UNTIL W-APA-IDX > W-APA-CANT
               MOVE W-APA-T-JUG(W-APA-IDX) TO SAPA-JUG
               MOVE W-APA-T-FECHA(W-APA-IDX) TO SAPA-FECHA
               MOVE W-APA-T-EQU(W-APA-IDX) TO SAPA-EQU
               MOVE W-APA-T-ROL(W-APA-IDX) TO SAPA-ROL
               RELEASE REG-SORT-APA
           END-PERFORM.

       2990-GRABAR-EXCEPCION.
      *    Las excepciones nacidas de una novedad G/T/F/C conservan la
      *    fecha para que la repesca pueda reconstruirla; las de nivel
      *    registro o de tablas llenas no tienen fecha que conservar.
           IF EXC-TIPO-NOV = "G" OR EXC-TIPO-NOV = "T"
               OR EXC-TIPO-NOV = "F" OR EXC-TIPO-NOV = "C"
               MOVE NOV-FECHA TO EXC-FECHA
           ELSE
               MOVE ZERO TO EXC-FECHA
       3600-GRABAR-CONTROL.
      *    Cifras de control para la firma de operaciones: lo leido,
      *    lo aceptado, las excepciones por tipo y el cuadre entre
      *    goles aceptados y goles aplicados al maestro (y el de los
      *    goles en contra contra su detalle por fecha).
           OPEN OUTPUT ARCHIVO-CONTROL.
           MOVE W-ID-LOTE TO CTL-ENC-LOTE.
           WRITE CTL-IMPRIMIR FROM CTL-ENCABEZADO
           MOVE "GOLES APLICADOS AL MAESTRO" TO CTL-CONCEPTO.
           MOVE W-CTL-GOLES-APL TO CTL-VALOR.
           PERFORM 3610-GRABAR-LINEA-CONTROL.
           MOVE "GOLES EN CONTRA ACEPTADOS" TO CTL-CONCEPTO.
           MOVE W-CTL-GOLES-EC TO CTL-VALOR.
           PERFORM 3610-GRABAR-LINEA-CONTROL.
           MOVE "GOLES EN CONTRA APLICADOS" TO CTL-CONCEPTO.
           MOVE W-CTL-GOLES-EC-APL TO CTL-VALOR.
           PERFORM 3610-GRABAR-LINEA-CONTROL.
           MOVE "TARJETAS ACEPTADAS" TO CTL-CONCEPTO.
           MOVE W-CTL-TARJETAS TO CTL-VALOR.
           PERFORM 3610-GRABAR-LINEA-CONTROL.
           MOVE "APARICIONES ACEPTADAS" TO CTL-CONCEPTO.
           MOVE W-CTL-APARICIONES TO CTL-VALOR.
           PERFORM 3610-GRABAR-LINEA-CONTROL.
           MOVE "LINEAS LISTADO" TO CTL-CONCEPTO.
           MOVE W-CANT-LINEAS TO CTL-VALOR.
           PERFORM 3610-GRABAR-LINEA-CONTROL.
               DISPLAY "*** DESCUADRE: GOLES ACEPTADOS "
                   W-CTL-GOLES-NOV " VS APLICADOS " W-CTL-GOLES-APL
           END-IF.
           IF W-ACTUALIZA-JUG = 1
               AND W-CTL-GOLES-EC NOT = W-CTL-GOLES-EC-APL
               WRITE CTL-IMPRIMIR FROM CTL-AVISO-DESCUADRE-EC
                   AFTER ADVANCING 2 LINE
               DISPLAY "*** DESCUADRE: GOLES EN CONTRA ACEPTADOS "
                   W-CTL-GOLES-EC " VS APLICADOS " W-CTL-GOLES-EC-APL
           END-IF.
           IF W-CTL-EXC-TOT = 0
               AND (W-ACTUALIZA-JUG = 0
                   OR (W-CTL-GOLES-NOV = W-CTL-GOLES-APL
                   AND W-CTL-GOLES-EC = W-CTL-GOLES-EC-APL))
               WRITE CTL-IMPRIMIR FROM CTL-VEREDICTO-OK
                   AFTER ADVANCING 2 LINE
               MOVE "RUN OK" TO W-BIT-VEREDICTO
           CLOSE ARCHIVO-SANC-APL.
           OPEN OUTPUT ARCHIVO-SUSP-APL.
           CLOSE ARCHIVO-SUSP-APL.
           OPEN OUTPUT ARCHIVO-APA-APL.
           CLOSE ARCHIVO-APA-APL.

       END PROGRAM YOUR-PROGRAM-NAME.
