      * el nombre compartido historico.
       01 WS-NOMBRE-LOG      PIC X(30) VALUE "MOVELOG.DAT".
       01 WS-BASE-NOM        PIC X(12).
      * Total de control para el cierre de la corrida (ver WMOVLOG).
       01 WS-HASH            PIC 9(10) VALUE 0.
       01 WS-D               PIC 9(2).
       COPY WCORRIDA.
      * Tabla de Frame-Stewart: costo optimo FS(n) y el k optimo de
      * discos superiores a estacionar; se llena una sola vez en el
      * nivel 1 de la recursion.
           MOVE WS-DISCO-REAL TO ML-DISCO
           MOVE DESDE         TO ML-DESDE
           MOVE HASTA         TO ML-HASTA
           WRITE MOVELOG-REGISTRO
           COMPUTE WS-HASH = WS-HASH + WS-DISCO-REAL * 100
                             + DESDE * 10 + HASTA.

       INICIAR-ARCHIVOS.
           MOVE 0 TO CONTADOR
           MOVE 0 TO WS-HASH
           MOVE "MOVELOG" TO WS-BASE-NOM
           CALL "NOMARCH" USING CORRIDA-ID, WS-BASE-NOM,
                                 WS-NOMBRE-LOG
               DISPLAY "ERROR ABRIENDO " FUNCTION TRIM(WS-NOMBRE-LOG)
                       ", CODIGO " WS-LOG-STATUS
               STOP RUN
           END-IF
           PERFORM GRABAR-CABECERA.

      * Registro de control que abre la corrida en el MOVELOG: ver
      * WMOVLOG.  El reparto inicial es la pila entera en DESDE.
       GRABAR-CABECERA.
           MOVE SPACES TO MOVELOG-CABECERA
           MOVE "# CABECERA"  TO MH-ETIQUETA
           MOVE CORRIDA-ID    TO MH-CORRIDA
           MOVE "MOVERDISCO4" TO MH-SOLVER
           MOVE DISCO         TO MH-NDISCOS
           MOVE DESDE         TO MH-DESDE
           MOVE AUXIL         TO MH-AUXIL
           MOVE AUXIL2        TO MH-AUXIL2
           MOVE HASTA         TO MH-HASTA
           IF CORRIDA-RIG NOT = LOW-VALUES
               MOVE CORRIDA-RIG TO MH-RIG
           END-IF
           PERFORM VARYING WS-D FROM 1 BY 1 UNTIL WS-D > DISCO
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

      * Recurrencia de Frame-Stewart: FS(1) = 1 y FS(n) = min sobre k
      * de 2*FS(k) + 2^(n-k) - 1, guardando tambien el k optimo que
           END-PERFORM.

       CERRAR-ARCHIVOS.
           PERFORM GRABAR-CIERRE
           CLOSE MOVELOG-FILE.
       END PROGRAM MOVERDISCO4.
