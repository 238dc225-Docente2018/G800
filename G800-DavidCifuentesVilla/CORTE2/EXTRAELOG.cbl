      *          move records into a normal WMOVLOG-format dataset
      *          named through NOMARCH, and registers the result in
      *          RUNCATAL.DAT so every downstream reader can be
      *          pointed at it exactly like a live run.  The runs
      *          recovered are checked against their trailer records
      *          on the way (see VERIFLOG), so a damaged generation
      *          is reported before anyone audits the copy.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
      * escribio ARCHIVALOG.
       01 WS-FECHA-TXT    PIC 9(8).
       01 WS-HORA-TXT     PIC 9(8).
       COPY WCTLLOG.
       PROCEDURE DIVISION.
           DISPLAY "===== EXTRAELOG: RECUPERACION DE ARCHIVO ====="
           PERFORM PEDIR-FILTROS
               DISPLAY "ALERTA: LA CUENTA NO COINCIDE CON EL INDICE,"
                       " AUDITAR EL RESULTADO CON AUDITLOG"
           END-IF
           IF CL-DISCREPANCIAS > 0
               DISPLAY "CIERRES QUE NO CUADRAN..: " CL-DISCREPANCIAS
               DISPLAY "ALERTA: EL RESGUARDO RECUPERADO ESTA INCOMPLETO"
                       " O ALTERADO, AUDITARLO CON AUDITLOG"
           END-IF
           DISPLAY "DATASET GENERADO........: "
                   FUNCTION TRIM(WS-NOMBRE-LOG)
           GOBACK.
               CALL "RUNLOCKCLR" USING DESTINO-ID
               STOP RUN
           END-IF
           MOVE 'I' TO CL-FUNCION
           CALL "VERIFLOG" USING CL-FUNCION, MOVELOG-CONTROL,
                                  CL-TIPO, CL-ESTADO, CL-MENSAJE
           PERFORM UNTIL WS-EOF-ARCH = 'Y'
               READ ARCHIVO-FILE
                   AT END
                       PERFORM CLASIFICAR-LINEA-ARCH
               END-READ
           END-PERFORM
           MOVE 'F' TO CL-FUNCION
           PERFORM VERIFICAR-CONTROL
           CLOSE ARCHIVO-FILE
           CLOSE MOVELOG-FILE.

               END-IF
           ELSE
               IF WS-COPIANDO = 'S'
      * Los demas registros de control del log (la cabecera y el
      * cierre de cada corrida) se restituyen completos y no cuentan
      * como movimientos; todo lo copiado pasa por VERIFLOG antes de
      * grabarse.
                   MOVE 'R' TO CL-FUNCION
                   IF ARCHIVO-REGISTRO(1:1) = '#'
                       MOVE ARCHIVO-REGISTRO TO MOVELOG-CONTROL
                       PERFORM VERIFICAR-CONTROL
                       WRITE MOVELOG-CONTROL
                   ELSE
                       MOVE SPACES TO MOVELOG-CONTROL
                       MOVE ARCHIVO-REGISTRO(1:11) TO MOVELOG-REGISTRO
                       PERFORM VERIFICAR-CONTROL
                       WRITE MOVELOG-REGISTRO
                       ADD 1 TO WS-COPIADOS
                   END-IF
               END-IF
           END-IF.

       VERIFICAR-CONTROL.
           CALL "VERIFLOG" USING CL-FUNCION, MOVELOG-CONTROL,
                                  CL-TIPO, CL-ESTADO, CL-MENSAJE
           IF CL-ESTADO = 'N'
               ADD 1 TO CL-DISCREPANCIAS
               DISPLAY "EXCEPCION DE CONTROL: " CL-MENSAJE
           END-IF.
       END PROGRAM EXTRAELOG.
