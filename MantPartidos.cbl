      * Purpose: Mantenimiento (alta/correccion/anulacion) de los
      *          resultados de partidos.dat a partir de un archivo de
      *          transacciones, con validacion de equipos contra
      *          equipo.dat, rangos de fecha y goles, rechazo de
      *          cruces duplicados y de partidos que no figuran en el
      *          fixture de la temporada antes de grabarlos.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           ASSIGN TO "../equipo.dat"
           ORGANIZATION LINE SEQUENTIAL.

           SELECT OPTIONAL ARCHIVO-FIXTURE
           ASSIGN TO "../fixture.dat"
           ORGANIZATION LINE SEQUENTIAL.

           SELECT ARCHIVO-TRANSACCIONES
           ASSIGN TO "../trans_partido.dat"
           ORGANIZATION LINE SEQUENTIAL.
           03 EQU-COD PIC 99.
           03 EQU-NOMBRE PIC X(15).

       FD  ARCHIVO-FIXTURE.
       01  REG-FIXTURE.
           03 FIX-FECHA PIC 99.
           03 FIX-DIA PIC X(8).
           03 FIX-EQU-LOC PIC 99.
           03 FIX-EQU-VIS PIC 99.

       FD  ARCHIVO-TRANSACCIONES.
       01  REG-TRANS.
           03 TRANS-TIPO PIC X(1).
               05 W-PART-T-GLOC PIC 99.
               05 W-PART-T-GVIS PIC 99.
               05 W-PART-T-ACTIVO PIC 9.
       01  W-TABLA-FIX.
           03 W-FIX-CANT PIC 9(4) VALUE ZERO.
           03 W-FIX-ENTRY OCCURS 2500 TIMES INDEXED BY W-FIX-IDX.
               05 W-FIX-T-FECHA PIC 99.
               05 W-FIX-T-LOC PIC 99.
               05 W-FIX-T-VIS PIC 99.
      *-----------------------
       PROCEDURE DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
           PERFORM 1015-ABRIR-LOG.
           PERFORM 1010-CARGAR-EQUIPOS.
           PERFORM 1020-CARGAR-PARTIDOS.
           PERFORM 1030-CARGAR-FIXTURE.

       1015-ABRIR-LOG.
           OPEN INPUT ARCHIVO-LOG.
           END-PERFORM.
           CLOSE ARCHIVO-PARTIDOS.

       1030-CARGAR-FIXTURE.
      *    Partidos programados por GEN-FIXTURE. Sin fixture cargado
      *    ningun alta puede validarse contra la programacion.
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
                   "SE RECHAZARAN LAS ALTAS"
           END-IF.

       2000-PROCESAR-TRANSACCIONES.
           MOVE 1 TO W-FLAG.
           PERFORM 2010-LEER-TRANS.
       2030-ALTA.
      *    El alta se rechaza si el cruce ya esta cargado en la fecha,
      *    en cualquiera de los dos sentidos: es el mismo control que
      *    POSICIONES aplica tarde, hecho antes de grabar. Tambien
      *    se rechaza el resultado de un partido que no esta en el
      *    fixture con esa fecha, ese local y ese visitante.
           PERFORM 2090-BUSCAR-FIXTURE.
           IF W-ENCONTRADO = 0
               MOVE "ALTA: PARTIDO FUERA DEL FIXTURE"
                   TO LOG-DESCRIPCION
               PERFORM 2095-GRABAR-RECHAZO
           ELSE
           PERFORM 2080-BUSCAR-CRUCE
           IF W-ENCONTRADO > 0
               MOVE "ALTA: CRUCE YA CARGADO EN LA FECHA"
                   TO LOG-DESCRIPCION
                       TO LOG-DESCRIPCION
                   PERFORM 2095-GRABAR-RECHAZO
               END-IF
           END-IF
           END-IF.

       2040-CORRECCION.
               END-IF
           END-PERFORM.

       2090-BUSCAR-FIXTURE.
           MOVE 0 TO W-ENCONTRADO.
           PERFORM VARYING W-FIX-IDX FROM 1 BY 1
               UNTIL W-FIX-IDX > W-FIX-CANT
               IF W-FIX-T-FECHA(W-FIX-IDX) = TRANS-FECHA
                   AND W-FIX-T-LOC(W-FIX-IDX) = TRANS-EQU-LOC
                   AND W-FIX-T-VIS(W-FIX-IDX) = TRANS-EQU-VIS
                   SET W-ENCONTRADO TO W-FIX-IDX
               END-IF
           END-PERFORM.

       2095-GRABAR-RECHAZO.
           MOVE TRANS-TIPO TO LOG-TIPO.
           MOVE TRANS-FECHA TO LOG-FECHA.
