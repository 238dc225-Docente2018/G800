       01 WS-NOMBRE-LOG       PIC X(30) VALUE "MOVELOG.DAT".
       01 WS-NOMBRE-CK        PIC X(30) VALUE "CHECKPOINT.DAT".
       01 WS-BASE             PIC X(12).
      * Total de control del cierre de la corrida: se acumula en todo
      * movimiento de la recursion, tambien en los que una corrida
      * reanudada no vuelve a grabar, asi el cierre cubre la corrida
      * entera.
       01 WS-HASH             PIC 9(10) VALUE 0.
       01 WS-D                PIC 9(2).
       COPY WCORRIDA.
       LINKAGE SECTION.
       01 DISCO           PIC 9(2).
       01 DESDE           PIC 9(1).
                                       MODO-LOTE, CORRIDA-ID
              ADD 1 TO DISCO
              ADD 1 TO CONTADOR
              COMPUTE WS-HASH = WS-HASH + DISCO * 100 + DESDE * 10
                                + HASTA
              IF CONTADOR > REANUDAR-DESDE
                  DISPLAY CONTADOR ") MUEVA DISCO " DISCO
                          " DESDE TORRE " DESDE " HASTA " HASTA

       INICIAR-ARCHIVOS.
           MOVE 0 TO CONTADOR
           MOVE 0 TO WS-HASH
           MOVE 0 TO REANUDAR-DESDE
           MOVE 'N' TO WS-RESUMIENDO

                       ", CODIGO " WS-LOG-STATUS
               STOP RUN
           END-IF
      * La corrida reanudada ya tiene su cabecera en el MOVELOG.
           IF WS-RESUMIENDO = 'N'
               PERFORM GRABAR-CABECERA
           END-IF
      * El checkpoint siempre arranca truncado: cada GRABAR-CHECKPOINT
      * reabre en OUTPUT y escribe un unico registro, asi que aca solo
      * hace falta dejarlo vacio para el primer intervalo.
                       AT END
                           MOVE 'Y' TO WS-EOF-LOG-SCAN
                       NOT AT END
                           IF MOVELOG-REGISTRO(1:1) NOT = '#'
                               IF ML-SECUENCIA = 1
                                   MOVE 0 TO REANUDAR-DESDE
                               END-IF
                               MOVE ML-SECUENCIA TO REANUDAR-DESDE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE MOVELOG-FILE
           MOVE HASTA    TO ML-HASTA
           WRITE MOVELOG-REGISTRO.

      * Registro de control que abre la corrida en el MOVELOG: ver
      * WMOVLOG.  El reparto inicial es la pila entera en DESDE.
       GRABAR-CABECERA.
           MOVE SPACES TO MOVELOG-CABECERA
           MOVE "# CABECERA"        TO MH-ETIQUETA
           MOVE CORRIDA-ID          TO MH-CORRIDA
           MOVE "MOVERDISCO"        TO MH-SOLVER
           MOVE WS-NDISCOS-ORIGINAL TO MH-NDISCOS
           MOVE DESDE               TO MH-DESDE
           MOVE AUXIL               TO MH-AUXIL
           MOVE 0                   TO MH-AUXIL2
           MOVE HASTA               TO MH-HASTA
           IF CORRIDA-RIG NOT = LOW-VALUES
               MOVE CORRIDA-RIG     TO MH-RIG
           END-IF
           PERFORM VARYING WS-D FROM 1 BY 1
                   UNTIL WS-D > WS-NDISCOS-ORIGINAL
               MOVE DESDE TO MH-REPARTO(WS-D:1)
           END-PERFORM
           WRITE MOVELOG-CABECERA.

      * Registro de control que cierra la corrida: cantidad de
      * movimientos y total de control, los que VERIFLOG recalcula.
       GRABAR-CIERRE.
           MOVE SPACES     TO MOVELOG-CIERRE
           MOVE "# CIERRE" TO MT-ETIQUETA
           MOVE CORRIDA-ID TO MT-CORRIDA
           MOVE CONTADOR   TO MT-MOVS
           MOVE WS-HASH    TO MT-HASH
           WRITE MOVELOG-CIERRE.

       GRABAR-CHECKPOINT.
           MOVE SPACES   TO CHECKPOINT-REGISTRO
           MOVE CONTADOR TO CK-CONTADOR
           WRITE CHECKPOINT-REGISTRO.

       CERRAR-ARCHIVOS.
           PERFORM GRABAR-CIERRE
           CLOSE MOVELOG-FILE
           CLOSE CHECKPOINT-FILE
      * Run completed end-to-end: clear the checkpoint so the next
