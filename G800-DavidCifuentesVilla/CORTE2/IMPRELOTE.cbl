      *          the move that produced it, and the final state, with
      *          page headings per run like INFORMELOTE's.  Replaces
      *          the terminal screenshots the training team was
      *          stitching into handouts frame by frame.  The
      *          starting rack comes from the run header when there is
      *          one (see REPLAYLOG), and runs whose trailer does not
      *          agree with the moves read are flagged on the booklet.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       01 WS-LINEA-IMP    PIC X(80).
       01 WS-NECESARIAS   PIC 9(2).
       01 WS-LAMINAS      PIC 9(4) VALUE 0.
      * 'S' cuando el estado final de la corrida en curso ya salio:
      * al llegar su cierre, o en el corte por exceso de corridas;
      * evita repetirlo al abrir la siguiente o en el cierre normal.
       01 WS-FINAL-IMPRESO PIC X VALUE 'N'.
       01 WS-NIVEL        PIC 9(2).
       01 WS-T            PIC 9(1).
           05 WS-RUN-INFO OCCURS 500 TIMES.
               10 WS-RUN-NDISCOS  PIC 9(2).
               10 WS-RUN-DESDE    PIC 9(1).
               10 WS-RUN-REPARTO  PIC X(13).
      * Cabecera leida que todavia no arranco su corrida.
       01 WS-CAB-PENDIENTE PIC X VALUE 'N'.
       01 WS-CAB-NDISCOS  PIC 9(2).
       01 WS-CAB-REPARTO  PIC X(13).
       COPY WCTLLOG.
      * La cuarta torre solo se dibuja cuando el archivo realmente la
      * toca, igual que en REPLAYLOG.
       01 WS-NTORRES-VISTA PIC 9(1) VALUE 3.
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
      * El estado final sale antes de verificar el cierre, para que
      * una marca de descuadre quede debajo de la corrida completa.
                       IF MT-ETIQUETA = "# CIERRE"
                          AND WS-RUN-ACTUAL > 0
                          AND WS-FINAL-IMPRESO = 'N'
                           PERFORM IMPRIMIR-ESTADO-FINAL
                           MOVE 'S' TO WS-FINAL-IMPRESO
                       END-IF
                       MOVE 'R' TO CL-FUNCION
                       PERFORM MARCAR-CONTROL
                       IF MOVELOG-REGISTRO(1:1) NOT = '#'
                           PERFORM PROCESAR-IMPRESION
                       END-IF
               END-READ
           END-PERFORM
           CLOSE MOVELOG-FILE
           IF WS-RUN-ACTUAL > 0 AND WS-FINAL-IMPRESO = 'N'
               PERFORM IMPRIMIR-ESTADO-FINAL
           END-IF
           MOVE 'F' TO CL-FUNCION
           PERFORM MARCAR-CONTROL
           CLOSE LAMINAS-FILE

           DISPLAY "CORRIDAS IMPRESAS.......: " WS-RUN-ACTUAL
           DISPLAY "LAMINAS GENERADAS.......: " WS-LAMINAS
           IF CL-DISCREPANCIAS > 0
               DISPLAY "CIERRES QUE NO CUADRAN..: " CL-DISCREPANCIAS
           END-IF
           DISPLAY "ARCHIVO GENERADO........: "
                   FUNCTION TRIM(WS-NOMBRE-LAM)
           GOBACK.
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

      * En esta pasada solo se cuentan y se muestran; la marca en las
      * laminas la pone MARCAR-CONTROL al imprimir.
       VERIFICAR-CONTROL.
           CALL "VERIFLOG" USING CL-FUNCION, MOVELOG-CONTROL,
                                  CL-TIPO, CL-ESTADO, CL-MENSAJE
           IF CL-ESTADO = 'N'
               ADD 1 TO CL-DISCREPANCIAS
               DISPLAY "EXCEPCION DE CONTROL: " CL-MENSAJE
           END-IF.

      * De la cabecera interesan la cantidad de discos y la torre de
      * cada disco al arrancar, igual que en REPLAYLOG.
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

      * Segunda pasada: el mismo control vuelve a correr para dejar
      * la marca en las laminas, a continuacion de la corrida cuyo
      * cierre no cuadra (ya se conto en la pasada previa).
       MARCAR-CONTROL.
           CALL "VERIFLOG" USING CL-FUNCION, MOVELOG-CONTROL,
                                  CL-TIPO, CL-ESTADO, CL-MENSAJE
           IF CL-ESTADO = 'N' AND WS-RUN-ACTUAL > 0
               MOVE SPACES TO WS-LINEA-IMP
               PERFORM ESCRIBIR-LINEA
               MOVE SPACES TO WS-LINEA-IMP
               STRING "*** " DELIMITED BY SIZE
                      CL-MENSAJE DELIMITED BY SIZE
                 INTO WS-LINEA-IMP
               END-STRING
               PERFORM ESCRIBIR-LINEA
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
       PROCESAR-IMPRESION.
           IF WS-RUN-ACTUAL = 0
              OR (ML-SECUENCIA = 1 AND WS-ULT-SECUENCIA NOT = 0)
               IF WS-RUN-ACTUAL > 0 AND WS-FINAL-IMPRESO = 'N'
                   PERFORM IMPRIMIR-ESTADO-FINAL
               END-IF
               IF WS-RUN-ACTUAL = WS-TOTAL-RUNS
      * Tope de la pasada previa alcanzado: el estado final de la
      * corrida 500 ya salio, en su cierre o arriba, y no debe
      * repetirse al cierre normal.
                   MOVE 'S' TO WS-FINAL-IMPRESO
                   MOVE 'Y' TO WS-EOF-LOG
               ELSE
           END-IF.

      * Cada corrida abre en pagina nueva con su propio encabezado y
      * la lamina de la posicion inicial: cada disco en la torre que
      * dice la cabecera o, en un log viejo sin cabecera, la pila
      * canonica completa sobre la torre de partida.
       INICIAR-CORRIDA-IMP.
           ADD 1 TO WS-RUN-ACTUAL
           MOVE 'N' TO WS-FINAL-IMPRESO
           INITIALIZE WS-TORRES
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
