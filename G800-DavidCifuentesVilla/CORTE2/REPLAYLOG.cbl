      *          several runs is replayed run by run (the restart of
      *          ML-SECUENCIA marks the boundary, same criterion as
      *          AUDITLOG and MOVELOGCSV).  The initial rack of each
      *          run comes from its header record (disk count and the
      *          tower of every disk); a run logged before the header
      *          existed is rebuilt from the log itself: the biggest
      *          disk seen in the run stacked canonically on the tower
      *          the first move leaves from.  The first pass also
      *          checks every run against its trailer (see VERIFLOG)
      *          and warns before replaying a truncated log.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           05 WS-RUN-INFO OCCURS 500 TIMES.
               10 WS-RUN-NDISCOS  PIC 9(2).
               10 WS-RUN-DESDE    PIC 9(1).
               10 WS-RUN-REPARTO  PIC X(13).
      * Cabecera leida que todavia no arranco su corrida: la toma el
      * primer movimiento que sigue.
       01 WS-CAB-PENDIENTE PIC X VALUE 'N'.
       01 WS-CAB-NDISCOS  PIC 9(2).
       01 WS-CAB-REPARTO  PIC X(13).
       COPY WCTLLOG.
      * La cuarta torre existe desde los rigs nuevos; en un log que
      * nunca la toca (WS-NTORRES-VISTA = 3) ni se dibuja.
       01 WS-NTORRES-VISTA PIC 9(1) VALUE 3.
                   AT END
                       MOVE 'Y' TO WS-EOF-LOG
                   NOT AT END
                       IF MOVELOG-REGISTRO(1:1) NOT = '#'
                           PERFORM REPRODUCIR-MOVIMIENTO
                       END-IF
               END-READ
           END-PERFORM
           CLOSE MOVELOG-FILE
           END-IF
           MOVE 'N' TO WS-EOF-LOG
           MOVE 0 TO WS-ULT-SECUENCIA
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
                           PERFORM TOMAR-CABECERA
                       ELSE
                           PERFORM RELEVAR-MOVIMIENTO
                       END-IF
               END-READ
           END-PERFORM
           MOVE 'F' TO CL-FUNCION
           PERFORM VERIFICAR-CONTROL
           CLOSE MOVELOG-FILE
           IF CL-DISCREPANCIAS > 0
               DISPLAY "CIERRES QUE NO CUADRAN..: " CL-DISCREPANCIAS
                       " (LA REPRODUCCION PUEDE QUEDAR INCOMPLETA)"
           END-IF.

       VERIFICAR-CONTROL.
           CALL "VERIFLOG" USING CL-FUNCION, MOVELOG-CONTROL,
                                  CL-TIPO, CL-ESTADO, CL-MENSAJE
           IF CL-ESTADO = 'N'
               ADD 1 TO CL-DISCREPANCIAS
               DISPLAY "EXCEPCION DE CONTROL: " CL-MENSAJE
           END-IF.

      * De la cabecera interesan la cantidad de discos y la torre de
      * cada disco al arrancar; los demas registros de control no
      * cambian nada de la reproduccion.
       TOMAR-CABECERA.
           IF CL-TIPO = 'C' AND MH-NDISCOS IS NUMERIC
              AND MH-NDISCOS >= 1 AND MH-NDISCOS <= 13
               MOVE 'S' TO WS-CAB-PENDIENTE
               MOVE MH-NDISCOS TO WS-CAB-NDISCOS
               MOVE MH-REPARTO TO WS-CAB-REPARTO
               IF MH-AUXIL2 IS NUMERIC AND MH-AUXIL2 NOT = 0
                   MOVE 4 TO WS-NTORRES-VISTA
               END-IF
           END-IF.

       RELEVAR-MOVIMIENTO.
           IF WS-TOTAL-RUNS = 0
               ELSE
                   ADD 1 TO WS-TOTAL-RUNS
                   MOVE 0 TO WS-RUN-NDISCOS(WS-TOTAL-RUNS)
                   MOVE SPACES TO WS-RUN-REPARTO(WS-TOTAL-RUNS)
                   IF WS-CAB-PENDIENTE = 'S'
                       MOVE WS-CAB-NDISCOS
                         TO WS-RUN-NDISCOS(WS-TOTAL-RUNS)
                       MOVE WS-CAB-REPARTO
                         TO WS-RUN-REPARTO(WS-TOTAL-RUNS)
                       MOVE 'N' TO WS-CAB-PENDIENTE
                   END-IF
      * Un primer registro corrupto no puede volverse subindice de la
      * tabla de torres; con torre fuera de rango se arma en la 1 y
      * los movimientos ilegales los reporta APLICAR-MOVIMIENTO.
           ADD 1 TO WS-RUN-ACTUAL
           MOVE 0 TO WS-SALTO
           INITIALIZE WS-TORRES
      * Con cabecera cada disco va a la torre que ella indica, del
      * mayor al menor para que las pilas queden bien armadas; sin
      * cabecera (log viejo) la pila entera va a la torre de partida.
           MOVE WS-RUN-DESDE(WS-RUN-ACTUAL) TO WS-T
           PERFORM VARYING WS-D
                   FROM WS-RUN-NDISCOS(WS-RUN-ACTUAL) BY -1
                   UNTIL WS-D < 1
               IF WS-RUN-REPARTO(WS-RUN-ACTUAL) NOT = SPACES
                   MOVE WS-RUN-DESDE(WS-RUN-ACTUAL) TO WS-T
                   IF WS-RUN-REPARTO(WS-RUN-ACTUAL)(WS-D:1) >= '1'
                      AND WS-RUN-REPARTO(WS-RUN-ACTUAL)(WS-D:1) <= '4'
                       MOVE WS-RUN-REPARTO(WS-RUN-ACTUAL)(WS-D:1)
                         TO WS-T
                   END-IF
               END-IF
               ADD 1 TO WS-TOPE(WS-T)
               MOVE WS-D TO WS-DISCO-EN(WS-T, WS-TOPE(WS-T))
           END-PERFORM
