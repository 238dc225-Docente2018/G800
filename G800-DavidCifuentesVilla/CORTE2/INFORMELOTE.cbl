      *          AUDITLOG and MOVELOGCSV use) with the move count,
      *          the moves per disk number and the traffic out of /
      *          into each tower, and lot-level totals at the end.
      *          Runs whose trailer record does not agree with the
      *          moves read (see VERIFLOG) are flagged in the report
      *          where they occur and counted in the totals.
      *          Replaces the spreadsheet someone rebuilt every
      *          morning from the CSV export.
      * Tectonics: cobc
       01 WS-TOTAL-CORRIDAS PIC 9(4) VALUE 0.
       01 WS-TOTAL-MOVS     PIC 9(6) VALUE 0.
       01 WS-TOTAL-ILEG     PIC 9(6) VALUE 0.
       COPY WCTLLOG.
       PROCEDURE DIVISION.
           DISPLAY "===== INFORMELOTE: INFORME DE OPERACIONES ====="
           PERFORM RESOLVER-NOMBRES
               STOP RUN
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
                       IF MOVELOG-REGISTRO(1:1) NOT = '#'
                           PERFORM ACUMULAR-MOVIMIENTO
                       END-IF
               END-READ
           END-PERFORM
           IF WS-MOVS-CORRIDA > 0 OR WS-ILEGIBLES > 0
               PERFORM ESCRIBIR-SECCION-CORRIDA
           END-IF
           MOVE 'F' TO CL-FUNCION
           PERFORM VERIFICAR-CONTROL
           PERFORM ESCRIBIR-TOTALES-LOTE

           CLOSE MOVELOG-FILE
           CLOSE INFORME-FILE
           DISPLAY "CORRIDAS INFORMADAS.....: " WS-TOTAL-CORRIDAS
           DISPLAY "MOVIMIENTOS INFORMADOS..: " WS-TOTAL-MOVS
           DISPLAY "CIERRES QUE NO CUADRAN..: " CL-DISCREPANCIAS
           DISPLAY "INFORME GENERADO........: "
                   FUNCTION TRIM(WS-NOMBRE-INF)
           GOBACK.
               MOVE 0 TO WS-ENTRADAS(WS-T)
           END-PERFORM.

      * Un cierre que no cuadra (o una corrida que lo perdio) se
      * marca en el informe en el punto del log donde se detecta; el
      * mensaje ya lleva el identificador de la corrida.
       VERIFICAR-CONTROL.
           CALL "VERIFLOG" USING CL-FUNCION, MOVELOG-CONTROL,
                                  CL-TIPO, CL-ESTADO, CL-MENSAJE
           IF CL-ESTADO = 'N'
               ADD 1 TO CL-DISCREPANCIAS
               DISPLAY "EXCEPCION DE CONTROL: " CL-MENSAJE
               MOVE SPACES TO WS-LINEA-IMP
               STRING "*** " DELIMITED BY SIZE
                      CL-MENSAJE DELIMITED BY SIZE
                 INTO WS-LINEA-IMP
               END-STRING
               PERFORM ESCRIBIR-LINEA
           END-IF.

       ESCRIBIR-TOTALES-LOTE.
           MOVE SPACES TO WS-LINEA-IMP
           PERFORM ESCRIBIR-LINEA
                 INTO WS-LINEA-IMP
               END-STRING
               PERFORM ESCRIBIR-LINEA
           END-IF
           IF CL-DISCREPANCIAS > 0
               MOVE SPACES TO WS-LINEA-IMP
               STRING "CIERRES QUE NO CUADRAN: " DELIMITED BY SIZE
                      CL-DISCREPANCIAS DELIMITED BY SIZE
                 INTO WS-LINEA-IMP
               END-STRING
               PERFORM ESCRIBIR-LINEA
           END-IF.

      * Toda linea del informe sale por aca: corta la pagina a las
