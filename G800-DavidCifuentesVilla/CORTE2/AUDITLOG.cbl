      *          (a bigger disk landing on a smaller one, or a move
      *          that does not match what the tower actually has on
      *          top), instead of trusting MOVERDISCO's recursion
      *          blindly.  A run whose header names MOVERDISCOA (the
      *          adjacent-towers variant) is also held to that rule:
      *          any move between towers that are not neighbours is
      *          an exception.  Every run is also checked against its
      *          trailer record through VERIFLOG; a count or hash
      *          total that does not agree, or a run that lost its
      *          trailer, is an exception as well.  The outcome of
      *          each run (moves, exceptions, OK or EXCEPCION) is
      *          also left in the AUDITRES dataset of the identifier,
      *          one record per run in log order, so SOLICCIERRE can
      *          close each queued request with its own result.
      *          RETURN-CODE 4 reports a log with
      *          exceptions and 8 a log that could not be opened, so
      *          CADENALOTE (or the JCL) can refuse to archive a bad
      *          night.
           SELECT MOVELOG-FILE ASSIGN TO DYNAMIC WS-NOMBRE-LOG
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LOG-STATUS.
           SELECT AUDITRES-FILE ASSIGN TO DYNAMIC WS-NOMBRE-RES
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RES-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  MOVELOG-FILE.
       COPY WMOVLOG.
       FD  AUDITRES-FILE.
       COPY WAUDRES.
       WORKING-STORAGE SECTION.
       01 WS-LOG-STATUS   PIC XX.
       01 WS-RES-STATUS   PIC XX.
       01 WS-NOMBRE-RES   PIC X(30) VALUE "AUDITRES.DAT".
       01 WS-RES-ABIERTO  PIC X VALUE 'N'.
       01 WS-EOF-LOG      PIC X VALUE 'N'.
       01 WS-TOTAL-MOVS   PIC 9(6) VALUE 0.
       01 WS-EXCEPCIONES  PIC 9(6) VALUE 0.
       01 WS-NOMBRE-CK    PIC X(30).
       01 WS-ENCONTRADO   PIC X.
       01 WS-BASE         PIC X(12).
      * Cada corrida arranca con su "# CABECERA"; WS-CORRIDA-ABIERTA
      * queda en 'S' desde la cabecera (o el primer movimiento) y
      * WS-CON-CABECERA dice si la corrida en curso trajo cabecera.
      * Solo en los logs anteriores a la cabecera se deduce el
      * arranque de una corrida por la secuencia que vuelve a 1.
       01 WS-CORRIDA-ABIERTA PIC X VALUE 'N'.
       01 WS-CON-CABECERA   PIC X VALUE 'N'.
      * Variante adyacente de la corrida en curso: la indica solo su
      * cabecera (solver MOVERDISCOA); un log sin cabecera no la trae.
       01 WS-MODO-ADYACENTE PIC X VALUE 'N'.
       01 WS-CORR-ADYACENTES PIC 9(4) VALUE 0.
       01 WS-SALTO        PIC 9(1).
       01 WS-T            PIC 9(1).
      * Resultado de la corrida en curso para AUDITRES: excepciones
      * acumuladas al arrancarla, movimientos propios y el solver y
      * los discos de su cabecera.
       01 WS-EXC-INICIO   PIC 9(6) VALUE 0.
       01 WS-MOVS-CORRIDA PIC 9(6) VALUE 0.
       01 WS-RES-SOLVER   PIC X(12) VALUE SPACES.
       01 WS-RES-NDISCOS  PIC 9(2) VALUE 0.
       COPY WCTLLOG.
       COPY WCADENA.
      * Cuatro torres: la cuarta queda sin uso en un log de un rig
      * clasico de tres, pero un log del rig nuevo mueve discos por
                       FUNCTION TRIM(WS-NOMBRE-LOG)
               MOVE 8 TO RETURN-CODE
           ELSE
               OPEN OUTPUT AUDITRES-FILE
               IF WS-RES-STATUS = "00"
                   MOVE 'S' TO WS-RES-ABIERTO
               ELSE
                   DISPLAY "ERROR ABRIENDO "
                           FUNCTION TRIM(WS-NOMBRE-RES)
                           ", CODIGO " WS-RES-STATUS
                           ", NO QUEDA RESULTADO POR CORRIDA"
               END-IF
               MOVE 'I' TO CL-FUNCION
               CALL "VERIFLOG" USING CL-FUNCION, MOVELOG-CONTROL,
                                      CL-TIPO, CL-ESTADO, CL-MENSAJE
               PERFORM UNTIL WS-EOF-LOG = 'Y'
                   READ MOVELOG-FILE
                       AT END
                           MOVE 'Y' TO WS-EOF-LOG
                       NOT AT END
                           MOVE 'R' TO CL-FUNCION
                           PERFORM VERIFICAR-CONTROL
                           IF MOVELOG-REGISTRO(1:1) = '#'
                               PERFORM PROCESAR-CONTROL
                           ELSE
                               PERFORM VALIDAR-MOVIMIENTO
                           END-IF
                   END-READ
               END-PERFORM
               MOVE 'F' TO CL-FUNCION
               PERFORM VERIFICAR-CONTROL
               CLOSE MOVELOG-FILE
               PERFORM GRABAR-RESULTADO
               IF WS-RES-ABIERTO = 'S'
                   CLOSE AUDITRES-FILE
               END-IF

               DISPLAY "===== RESUMEN DE AUDITORIA ====="
               DISPLAY "CORRIDAS DETECTADAS.....: " WS-CORRIDAS
               DISPLAY "MOVIMIENTOS REVISADOS...: " WS-TOTAL-MOVS
               IF WS-CORR-ADYACENTES > 0
                   DISPLAY "CORRIDAS ADYACENTES.....: "
                           WS-CORR-ADYACENTES
               END-IF
               DISPLAY "CIERRES QUE NO CUADRAN..: " CL-DISCREPANCIAS
               DISPLAY "EXCEPCIONES DETECTADAS..: " WS-EXCEPCIONES
               IF WS-EXCEPCIONES = 0
                   DISPLAY "RESULTADO...............: OK, SIN"
                           FUNCTION TRIM(WS-NOMBRE-LOG)
               END-IF
           END-IF
           MOVE "AUDITRES" TO WS-BASE
           CALL "NOMARCH" USING CORRIDA-ID, WS-BASE, WS-NOMBRE-RES
           DISPLAY "ARCHIVO AUDITADO........: "
                   FUNCTION TRIM(WS-NOMBRE-LOG).

      * Nota: con cabecera las torres arrancan armadas con su reparto
      * (ver ARMAR-REPARTO).  En un log anterior a la cabecera un
      * disco puede seguir sobre su torre de partida sin haberse
      * movido todavia, asi que no se exige conocer el reparto
      * inicial completo: la primera vez que un disco aparece
      * moviendose se asume que venia de esa torre; a partir de ahi
      * ya se rastrea y cualquier inconsistencia (tamano incorrecto,
      * disco que no esta realmente arriba, torre de origen ya
      * ocupada por otro disco conocido) se reporta como excepcion.
      * Un MOVELOG.DAT de lote anterior a la cabecera combina varias
      * corridas seguidas sin marca entre ellas, cada una con su
      * propia numeracion que arranca en 1; ahi el reinicio de la
      * secuencia es lo unico que separa una corrida de la otra.
       VALIDAR-MOVIMIENTO.
           IF WS-CON-CABECERA = 'N' AND ML-SECUENCIA = 1
               IF WS-ULT-SECUENCIA NOT = 0
                   PERFORM REINICIAR-CORRIDA
               END-IF
           END-IF
           MOVE 'S' TO WS-CORRIDA-ABIERTA
           MOVE ML-SECUENCIA TO WS-ULT-SECUENCIA

           ADD 1 TO WS-TOTAL-MOVS
           ADD 1 TO WS-MOVS-CORRIDA

           IF ML-DISCO < 1 OR ML-DISCO > 13
              OR ML-DESDE < 1 OR ML-DESDE > 4
               ADD 1 TO WS-EXCEPCIONES
           ELSE
               PERFORM VALIDAR-CONTRA-TORRES
               IF WS-MODO-ADYACENTE = 'S'
                   PERFORM VALIDAR-ADYACENCIA
               END-IF
           END-IF.

      * Cabecera y cierre de cada corrida contra lo leido (ver
      * VERIFLOG); un cierre que no cuadra es una excepcion mas.
       VERIFICAR-CONTROL.
           CALL "VERIFLOG" USING CL-FUNCION, MOVELOG-CONTROL,
                                  CL-TIPO, CL-ESTADO, CL-MENSAJE
           IF CL-ESTADO = 'N'
               DISPLAY "EXCEPCION DE CONTROL: " CL-MENSAJE
               ADD 1 TO CL-DISCREPANCIAS
               ADD 1 TO WS-EXCEPCIONES
           ELSE
               IF CL-MENSAJE NOT = SPACES
                   DISPLAY CL-MENSAJE
               END-IF
           END-IF.

      * Registros de control ('#' en columna 1): no son movimientos y
      * no cuentan.  La cabecera cierra la corrida anterior y abre la
      * suya con el solver, los discos, la variante adyacente y el
      * reparto inicial.
       PROCESAR-CONTROL.
           IF CL-TIPO = 'C'
               IF WS-CORRIDA-ABIERTA = 'S'
                   PERFORM REINICIAR-CORRIDA
               END-IF
               MOVE 'S' TO WS-CORRIDA-ABIERTA
               MOVE 'S' TO WS-CON-CABECERA
               MOVE MH-SOLVER TO WS-RES-SOLVER
               IF MH-NDISCOS IS NUMERIC
                   MOVE MH-NDISCOS TO WS-RES-NDISCOS
               END-IF
               IF MH-SOLVER = "MOVERDISCOA"
                   MOVE 'S' TO WS-MODO-ADYACENTE
                   ADD 1 TO WS-CORR-ADYACENTES
               END-IF
               PERFORM ARMAR-REPARTO
           END-IF.

      * En la variante adyacente un disco solo pasa a la torre
      * vecina: la distancia entre origen y destino tiene que ser 1.
       VALIDAR-ADYACENCIA.
           IF ML-DESDE > ML-HASTA
               COMPUTE WS-SALTO = ML-DESDE - ML-HASTA
           ELSE
               COMPUTE WS-SALTO = ML-HASTA - ML-DESDE
           END-IF
           IF WS-SALTO NOT = 1
               DISPLAY "EXCEPCION EN MOV " ML-SECUENCIA
                       ": MOVIMIENTO ENTRE TORRES NO ADYACENTES ("
                       "DISCO " ML-DISCO " DESDE " ML-DESDE " HASTA "
                       ML-HASTA ")"
               ADD 1 TO WS-EXCEPCIONES
           END-IF.

       VALIDAR-CONTRA-TORRES.
           MOVE ML-DISCO TO WS-DISCO-EN(ML-HASTA, WS-TOPE(ML-HASTA))
           MOVE ML-HASTA TO WS-DISCO-TORRE(ML-DISCO).

      * Cierra la corrida en curso y deja todo limpio para la
      * siguiente; quien la abre carga despues lo que sepa de ella.
       REINICIAR-CORRIDA.
           DISPLAY "----- NUEVA CORRIDA DETECTADA EN MOVELOG -----"
           PERFORM GRABAR-RESULTADO
           INITIALIZE WS-TORRES
           PERFORM VARYING WS-X FROM 1 BY 1 UNTIL WS-X > 13
               MOVE 0 TO WS-DISCO-TORRE(WS-X)
           END-PERFORM
           MOVE SPACES TO WS-RES-SOLVER
           MOVE 0 TO WS-RES-NDISCOS
           MOVE 'N' TO WS-MODO-ADYACENTE
           MOVE 'N' TO WS-CON-CABECERA
           MOVE 0 TO WS-ULT-SECUENCIA
           ADD 1 TO WS-CORRIDAS.

      * Torres iniciales segun MH-REPARTO, la torre de cada disco,
      * apiladas del mayor al menor como hace REPLAYLOG; un disco sin
      * torre valida en la cabecera queda sin rastrear y se deduce
      * con su primer movimiento, como en los logs viejos.
       ARMAR-REPARTO.
           IF MH-NDISCOS IS NUMERIC
              AND MH-NDISCOS >= 1 AND MH-NDISCOS <= 13
               PERFORM VARYING WS-X FROM MH-NDISCOS BY -1
                       UNTIL WS-X < 1
                   IF MH-REPARTO(WS-X:1) >= '1'
                      AND MH-REPARTO(WS-X:1) <= '4'
                       MOVE MH-REPARTO(WS-X:1) TO WS-T
                       ADD 1 TO WS-TOPE(WS-T)
                       MOVE WS-X TO WS-DISCO-EN(WS-T, WS-TOPE(WS-T))
                       MOVE WS-T TO WS-DISCO-TORRE(WS-X)
                   END-IF
               END-PERFORM
           END-IF.

      * Cierra el resultado de la corrida que termina: las
      * excepciones que se le cuentan son las sumadas desde que
      * arranco, incluidas las de su registro de cierre.
       GRABAR-RESULTADO.
           IF WS-RES-ABIERTO = 'S' AND WS-MOVS-CORRIDA > 0
               MOVE SPACES TO AUDITRES-REGISTRO
               MOVE WS-CORRIDAS    TO AR-CORRIDA
               MOVE CORRIDA-ID     TO AR-IDENT
               MOVE WS-RES-SOLVER  TO AR-SOLVER
               MOVE WS-RES-NDISCOS TO AR-NDISCOS
               MOVE WS-MOVS-CORRIDA TO AR-MOVS
               COMPUTE AR-EXCEPCIONES = WS-EXCEPCIONES - WS-EXC-INICIO
               IF AR-EXCEPCIONES = 0
                   MOVE "OK" TO AR-RESULTADO
               ELSE
                   MOVE "EXCEPCION" TO AR-RESULTADO
               END-IF
               WRITE AUDITRES-REGISTRO
           END-IF
           MOVE WS-EXCEPCIONES TO WS-EXC-INICIO
           MOVE 0 TO WS-MOVS-CORRIDA.
       END PROGRAM AUDITLOG.
