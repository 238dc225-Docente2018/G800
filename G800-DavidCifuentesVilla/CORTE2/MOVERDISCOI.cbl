      * el nombre compartido historico.
       01 WS-NOMBRE-LOG      PIC X(30) VALUE "MOVELOG.DAT".
       01 WS-BASE            PIC X(12).
      * Total de control para el cierre de la corrida (ver WMOVLOG).
       01 WS-HASH            PIC 9(10) VALUE 0.
       COPY WCORRIDA.
       01 WS-TORRES.
           05 WS-TORRE OCCURS 3 TIMES.
               10 WS-TOPE      PIC 9(2) VALUE 0.
           MOVE "MOVELOG" TO WS-BASE
           CALL "NOMARCH" USING CORRIDA-ID, WS-BASE, WS-NOMBRE-LOG
           MOVE 0 TO CONTADOR
           MOVE 0 TO WS-HASH
           IF MODO-POSICION = 'S'
               PERFORM CARGAR-POSICION-ARCHIVO
           ELSE
                       ", CODIGO " WS-LOG-STATUS
               STOP RUN
           END-IF
           PERFORM GRABAR-CABECERA

           IF MODO-POSICION = 'S'
               PERFORM RESOLVER-DESDE-POSICION
               PERFORM RESOLVER-DESDE-CANONICO
           END-IF

           PERFORM GRABAR-CIERRE
           CLOSE MOVELOG-FILE
           MOVE CONTADOR TO CONTADOR-FINAL
           GOBACK.

      * Registro de control que abre la corrida en el MOVELOG: ver
      * WMOVLOG.  El reparto inicial sale de la carga ya hecha, la
      * pila canonica o la posicion leida de POSICION.DAT.
       GRABAR-CABECERA.
           MOVE SPACES TO MOVELOG-CABECERA
           MOVE "# CABECERA"  TO MH-ETIQUETA
           MOVE CORRIDA-ID    TO MH-CORRIDA
      * Mismo nombre de solver que TORRESITER deja en RUNHIST y en
      * TIEMPOS: la corrida desde una posicion es MOVERDISCOIP.
           IF MODO-POSICION = 'S'
               MOVE "MOVERDISCOIP" TO MH-SOLVER
           ELSE
               MOVE "MOVERDISCOI" TO MH-SOLVER
           END-IF
           MOVE DISCO         TO MH-NDISCOS
           MOVE DESDE         TO MH-DESDE
           MOVE AUXIL         TO MH-AUXIL
           MOVE 0             TO MH-AUXIL2
           MOVE HASTA         TO MH-HASTA
           IF CORRIDA-RIG NOT = LOW-VALUES
               MOVE CORRIDA-RIG TO MH-RIG
           END-IF
           PERFORM VARYING WS-D FROM 1 BY 1 UNTIL WS-D > DISCO
               MOVE WS-DISCO-TORRE(WS-D) TO MH-REPARTO(WS-D:1)
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

      * Algoritmo iterativo clasico: si N es par se intercambian las
      * torres auxiliar y destino antes de arrancar, y luego cada
      * movimiento se alterna en ciclos de 3 entre los pares de torres
           MOVE WS-DISCO-MOV TO ML-DISCO
           MOVE WS-ORIGEN    TO ML-DESDE
           MOVE WS-DESTINO   TO ML-HASTA
           WRITE MOVELOG-REGISTRO
           COMPUTE WS-HASH = WS-HASH + WS-DISCO-MOV * 100
                             + WS-ORIGEN * 10 + WS-DESTINO.
       END PROGRAM MOVERDISCOI.
