      ******************************************************************
      * Author:
      * Date:
      * Purpose: Run header / trailer check shared by every MOVELOG
      *          reader.  The reader hands over each record it reads;
      *          this program counts the moves of the run in course
      *          and accumulates the same hash total the solver puts
      *          in the trailer (ML-DISCO * 100 + ML-DESDE * 10 +
      *          ML-HASTA per move), and when the trailer arrives
      *          compares both.  A run that opened with a header and
      *          never reached its trailer (a new header, a move
      *          numbered 1 or the end of the file come first) is a
      *          truncated log.  Runs written before the control
      *          records existed carry no header and are not checked,
      *          so old logs stay readable.  Working storage keeps the
      *          run in course between calls; the caller starts every
      *          pass with FUNCION 'I' and closes it with 'F'.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. VERIFLOG.
       DATA DIVISION.
       WORKING-STORAGE SECTION.
      * 'S' entre una cabecera y su cierre.
       01 WS-ABIERTA       PIC X VALUE 'N'.
       01 WS-CORRIDA       PIC X(8) VALUE SPACES.
       01 WS-MOVS          PIC 9(6) VALUE 0.
       01 WS-HASH          PIC 9(10) VALUE 0.
       01 WS-REG-MOV.
           05 WS-SECUENCIA PIC 9(4).
           05 FILLER       PIC X.
           05 WS-DISCO     PIC 9(2).
           05 FILLER       PIC X.
           05 WS-DESDE     PIC 9(1).
           05 FILLER       PIC X.
           05 WS-HASTA     PIC 9(1).
       01 WS-REG-CIERRE.
           05 WS-CI-ETIQUETA PIC X(10).
           05 FILLER         PIC X.
           05 WS-CI-CORRIDA  PIC X(8).
           05 FILLER         PIC X.
           05 WS-CI-MOVS     PIC 9(6).
           05 FILLER         PIC X.
           05 WS-CI-HASH     PIC 9(10).
       LINKAGE SECTION.
       01 FUNCION          PIC X.
       01 REGISTRO         PIC X(80).
       01 TIPO             PIC X.
       01 ESTADO           PIC X.
       01 MENSAJE          PIC X(78).
       PROCEDURE DIVISION USING FUNCION, REGISTRO, TIPO, ESTADO,
                                 MENSAJE.
           MOVE 'S' TO ESTADO
           MOVE SPACES TO MENSAJE
           MOVE SPACE TO TIPO
           EVALUATE FUNCION
               WHEN 'I'
                   PERFORM REINICIAR-CONTROL
                   MOVE 'N' TO WS-ABIERTA
               WHEN 'R'
                   PERFORM CLASIFICAR-REGISTRO
               WHEN 'F'
                   IF WS-ABIERTA = 'S'
                       MOVE 'N' TO ESTADO
                       STRING "CORRIDA " DELIMITED BY SIZE
                              WS-CORRIDA DELIMITED BY SIZE
                              " SIN REGISTRO DE CIERRE AL FIN DEL"
                                         DELIMITED BY SIZE
                              " ARCHIVO (LOG TRUNCADO)"
                                         DELIMITED BY SIZE
                         INTO MENSAJE
                       END-STRING
                   END-IF
                   PERFORM REINICIAR-CONTROL
                   MOVE 'N' TO WS-ABIERTA
           END-EVALUATE
           GOBACK.

       CLASIFICAR-REGISTRO.
           EVALUATE TRUE
               WHEN REGISTRO(1:10) = "# CABECERA"
                   MOVE 'C' TO TIPO
                   IF WS-ABIERTA = 'S'
                       PERFORM INFORMAR-SIN-CIERRE
                   END-IF
                   PERFORM REINICIAR-CONTROL
                   MOVE 'S' TO WS-ABIERTA
                   MOVE REGISTRO(12:8) TO WS-CORRIDA
               WHEN REGISTRO(1:10) = "# CIERRE  "
                   MOVE 'T' TO TIPO
                   PERFORM VERIFICAR-CIERRE
                   PERFORM REINICIAR-CONTROL
                   MOVE 'N' TO WS-ABIERTA
               WHEN REGISTRO(1:1) = '#'
                   MOVE 'X' TO TIPO
               WHEN OTHER
                   MOVE 'M' TO TIPO
                   PERFORM ACUMULAR-MOVIMIENTO
           END-EVALUATE.

      * Un movimiento numerado 1 con movimientos ya contados arranca
      * otra corrida: si la anterior venia con cabecera, se quedo sin
      * su cierre; si era un log viejo sin cabecera, simplemente se
      * empieza a contar de nuevo.
       ACUMULAR-MOVIMIENTO.
           MOVE REGISTRO(1:11) TO WS-REG-MOV
           IF WS-SECUENCIA IS NUMERIC AND WS-SECUENCIA = 1
              AND WS-MOVS > 0
               IF WS-ABIERTA = 'S'
                   PERFORM INFORMAR-SIN-CIERRE
                   MOVE 'N' TO WS-ABIERTA
               END-IF
               PERFORM REINICIAR-CONTROL
           END-IF
           ADD 1 TO WS-MOVS
           IF WS-DISCO IS NUMERIC AND WS-DESDE IS NUMERIC
              AND WS-HASTA IS NUMERIC
               COMPUTE WS-HASH = WS-HASH + WS-DISCO * 100
                                 + WS-DESDE * 10 + WS-HASTA
           END-IF.

       VERIFICAR-CIERRE.
           MOVE REGISTRO(1:37) TO WS-REG-CIERRE
           IF WS-CI-MOVS IS NUMERIC AND WS-CI-HASH IS NUMERIC
              AND WS-CI-MOVS = WS-MOVS AND WS-CI-HASH = WS-HASH
               STRING "CIERRE " DELIMITED BY SIZE
                      WS-CI-CORRIDA DELIMITED BY SIZE
                      " CONFORME: " DELIMITED BY SIZE
                      WS-MOVS       DELIMITED BY SIZE
                      " MOVIMIENTOS" DELIMITED BY SIZE
                 INTO MENSAJE
               END-STRING
           ELSE
               MOVE 'N' TO ESTADO
               STRING "CIERRE " DELIMITED BY SIZE
                      WS-CI-CORRIDA DELIMITED BY SIZE
                      " NO CUADRA: LEIDOS " DELIMITED BY SIZE
                      WS-MOVS       DELIMITED BY SIZE
                      "/"           DELIMITED BY SIZE
                      WS-HASH       DELIMITED BY SIZE
                      " CIERRE "    DELIMITED BY SIZE
                      WS-CI-MOVS    DELIMITED BY SIZE
                      "/"           DELIMITED BY SIZE
                      WS-CI-HASH    DELIMITED BY SIZE
                 INTO MENSAJE
               END-STRING
           END-IF.

       INFORMAR-SIN-CIERRE.
           MOVE 'N' TO ESTADO
           STRING "CORRIDA " DELIMITED BY SIZE
                  WS-CORRIDA DELIMITED BY SIZE
                  " SIN REGISTRO DE CIERRE (LOG TRUNCADO O EDITADO)"
                             DELIMITED BY SIZE
             INTO MENSAJE
           END-STRING.

       REINICIAR-CONTROL.
           MOVE 0 TO WS-MOVS
           MOVE 0 TO WS-HASH
           MOVE SPACES TO WS-CORRIDA.
       END PROGRAM VERIFLOG.
