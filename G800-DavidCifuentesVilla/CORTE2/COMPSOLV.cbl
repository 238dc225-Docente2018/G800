       01 MODO-POSICION     PIC X VALUE 'N'.
       01 WS-REG-RECUR      PIC X(11).
       01 WS-FIN-RECUR      PIC X VALUE 'N'.
       COPY WCORRIDA.
       01 WS-FIN-ITER       PIC X VALUE 'N'.
       01 WS-COMPARADOS     PIC 9(4) VALUE 0.
       01 WS-DIVERGENCIAS   PIC 9(4) VALUE 0.
           END-IF
           CLOSE CHECKPOINT-FILE

      * Comparacion de escritorio, sin rig fisico: la cabecera de
      * ambos MOVELOG viaja sin rig.
           MOVE SPACES TO CORRIDA-RIG
           DISPLAY "----- CORRIDA RECURSIVA (MOVERDISCO) -----"
           MOVE NDISCOS-VALOR TO DISCO
           CALL "MOVERDISCO" USING DISCO, DESDE, AUXIL, HASTA,
                   AT END
                       MOVE 'Y' TO WS-EOF-LOG
                   NOT AT END
      * Solo los movimientos: la cabecera y el cierre llevan el
      * nombre de cada solver y no se comparan.
                       IF MOVELOG-REGISTRO(1:1) NOT = '#'
                           MOVE MOVELOG-REGISTRO TO MOVELOGR-REGISTRO
                           WRITE MOVELOGR-REGISTRO
                       END-IF
               END-READ
           END-PERFORM
           CLOSE MOVELOG-FILE
               END-READ
           END-IF
           IF WS-FIN-ITER = 'N'
               MOVE '#' TO MOVELOG-REGISTRO(1:1)
               PERFORM UNTIL WS-FIN-ITER = 'Y'
                          OR MOVELOG-REGISTRO(1:1) NOT = '#'
                   READ MOVELOG-FILE
                       AT END
                           MOVE 'Y' TO WS-FIN-ITER
                   END-READ
               END-PERFORM
           END-IF.
       END PROGRAM COMPSOLV.
