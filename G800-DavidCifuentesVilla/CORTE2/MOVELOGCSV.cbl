      *          existing DISPLAY/MOVELOG output -- this program does
      *          not replace either, it just re-renders the finished
      *          move sequence in a format that tool can ingest.
      *          Each run is checked against its trailer record on
      *          the way (see VERIFLOG) so a truncated log is not
      *          handed to the tool without a warning.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       01 WS-NOMBRE-CSV   PIC X(30) VALUE "MOVELOG.CSV".
       01 WS-ENCONTRADO   PIC X.
       01 WS-BASE         PIC X(12).
       COPY WCTLLOG.
       PROCEDURE DIVISION.
           DISPLAY "===== MOVELOGCSV: EXPORTACION A CSV ====="
           PERFORM RESOLVER-NOMBRES
               MOVE "MOVIMIENTO,DISCO,DESDE,HASTA" TO CSV-LINEA
               WRITE CSV-LINEA

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
                               PERFORM ESCRIBIR-LINEA-CSV
                           END-IF
                   END-READ
               END-PERFORM
               MOVE 'F' TO CL-FUNCION
               PERFORM VERIFICAR-CONTROL

               CLOSE MOVELOG-FILE
               CLOSE CSV-FILE
               DISPLAY "REGISTROS EXPORTADOS....: " WS-TOTAL-MOVS
               IF CL-DISCREPANCIAS > 0
                   DISPLAY "CIERRES QUE NO CUADRAN..: " CL-DISCREPANCIAS
               END-IF
               DISPLAY "ARCHIVO GENERADO........: "
                       FUNCTION TRIM(WS-NOMBRE-CSV)
           END-IF
           DISPLAY "ARCHIVO EXPORTADO.......: "
                   FUNCTION TRIM(WS-NOMBRE-LOG).

      * Solo se avisa por pantalla: el CSV sale igual, con los
      * movimientos que haya.
       VERIFICAR-CONTROL.
           CALL "VERIFLOG" USING CL-FUNCION, MOVELOG-CONTROL,
                                  CL-TIPO, CL-ESTADO, CL-MENSAJE
           IF CL-ESTADO = 'N'
               ADD 1 TO CL-DISCREPANCIAS
               DISPLAY "EXCEPCION DE CONTROL: " CL-MENSAJE
           END-IF.

      * Un MOVELOG.DAT de lote trae varias corridas seguidas, cada una
      * reiniciando su numeracion de movimientos en 1; se marca ese
      * reinicio con una fila separadora para que la herramienta de
