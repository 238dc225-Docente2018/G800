      *          typing the rig state by hand (and getting it wrong
      *          about once a month).  Reads the last -- or a chosen --
      *          run of a MOVELOG dataset, replays it against the
      *          starting rack the way REPLAYLOG rebuilds it (from the
      *          run header, or for older logs the biggest disk seen
      *          in the run stacked on the tower its first move leaves
      *          from), optionally
      *          stops at a given ML-SECUENCIA, and writes the
      *          resulting disk-to-tower distribution as a
      *          WPOSIC-format POSICION.DAT ready for MOVERDISCOI's
      *          MODO-POSICION (or a TORRESMANU session started from
      *          the position).  Runs are checked against their
      *          trailer on the first pass; an interrupted run has
      *          none, which is reported but is exactly the case this
      *          program exists for.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           05 WS-RUN-INFO OCCURS 500 TIMES.
               10 WS-RUN-NDISCOS  PIC 9(2).
               10 WS-RUN-DESDE    PIC 9(1).
               10 WS-RUN-REPARTO  PIC X(13).
      * Cabecera leida que todavia no arranco su corrida.
       01 WS-CAB-PENDIENTE PIC X VALUE 'N'.
       01 WS-CAB-NDISCOS  PIC 9(2).
       01 WS-CAB-REPARTO  PIC X(13).
       COPY WCTLLOG.
      * Torre donde esta cada disco de la corrida reproducida; para la
      * foto final alcanza con el rastreo disco-a-torre, el apilado
      * vertical lo implica un log legal (y lo garantiza AUDITLOG).
                       FUNCTION TRIM(WS-NOMBRE-LOG)
               GOBACK
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
                           PERFORM TOMAR-CABECERA
                       ELSE
                           PERFORM RELEVAR-MOVIMIENTO
                       END-IF
               END-READ
           END-PERFORM
           MOVE 'F' TO CL-FUNCION
           PERFORM VERIFICAR-CONTROL
           CLOSE MOVELOG-FILE.

      * Solo se informa: la corrida interrumpida que se quiere
      * continuar es justamente la que quedo sin cierre.
       VERIFICAR-CONTROL.
           CALL "VERIFLOG" USING CL-FUNCION, MOVELOG-CONTROL,
                                  CL-TIPO, CL-ESTADO, CL-MENSAJE
           IF CL-ESTADO = 'N'
               ADD 1 TO CL-DISCREPANCIAS
               DISPLAY "AVISO DE CONTROL: " CL-MENSAJE
           END-IF.

      * De la cabecera interesan la cantidad de discos y la torre de
      * cada disco al arrancar, igual que en REPLAYLOG.
       TOMAR-CABECERA.
           IF CL-TIPO = 'C' AND MH-NDISCOS IS NUMERIC
              AND MH-NDISCOS >= 1 AND MH-NDISCOS <= 13
               MOVE 'S' TO WS-CAB-PENDIENTE
               MOVE MH-NDISCOS TO WS-CAB-NDISCOS
               MOVE MH-REPARTO TO WS-CAB-REPARTO
           END-IF.

       RELEVAR-MOVIMIENTO.
           IF WS-TOTAL-RUNS = 0
              OR (ML-SECUENCIA = 1 AND WS-ULT-SECUENCIA NOT = 0)
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
                   IF ML-DESDE >= 1 AND ML-DESDE <= 4
                       MOVE ML-DESDE TO WS-RUN-DESDE(WS-TOTAL-RUNS)
                   ELSE
                   FUNCTION NUMVAL(WS-RESPUESTA(1:WS-LEN))
           END-IF.

      * Segunda pasada: arma la posicion inicial de la corrida
      * elegida (cada disco en la torre que dice su cabecera o, en un
      * log viejo, todos en la torre de partida) y le aplica los
      * movimientos hasta el tope pedido.  Para la foto final alcanza
      * el rastreo disco-a-torre; los registros fuera de rango se
      * omiten con aviso, igual que en REPLAYLOG.
                   UNTIL WS-D > WS-RUN-NDISCOS(WS-RUN-ELEGIDA)
               MOVE WS-RUN-DESDE(WS-RUN-ELEGIDA)
                 TO WS-DISCO-TORRE(WS-D)
               IF WS-RUN-REPARTO(WS-RUN-ELEGIDA)(WS-D:1) >= '1'
                  AND WS-RUN-REPARTO(WS-RUN-ELEGIDA)(WS-D:1) <= '4'
                   MOVE WS-RUN-REPARTO(WS-RUN-ELEGIDA)(WS-D:1)
                     TO WS-DISCO-TORRE(WS-D)
               END-IF
           END-PERFORM

           OPEN INPUT MOVELOG-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF-LOG
                   NOT AT END
                       IF MOVELOG-REGISTRO(1:1) NOT = '#'
                           PERFORM PROCESAR-MOVIMIENTO
                       END-IF
               END-READ
           END-PERFORM
           CLOSE MOVELOG-FILE.
