      *          purges the archive generations older than the
      *          retention period configured in RETENCION.PRM (days).
      *          Run it at end of run or end of lot, before the next
      *          interactive run destroys the move detail.  The
      *          survey pass checks every run against its trailer
      *          (see VERIFLOG) and reports the ones that do not
      *          agree; the log is archived anyway, as it stands, so
      *          the evidence is kept.  Every purged generation is
      *          journaled through DIARIOREG.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       01 WS-HOY-ENTERO   PIC 9(8).
       01 WS-DIA-ENTERO   PIC 9(8).
       01 WS-ANTIGUEDAD   PIC S9(8).
       01 WS-DJ-PROGRAMA  PIC X(12) VALUE "ARCHIVALOG".
       01 WS-DJ-ACCION    PIC X(10) VALUE "PURGA".
       01 WS-DJ-CLAVE     PIC X(30).
       01 WS-DJ-DATASET   PIC X(30).
       01 WS-DJ-ANTES     PIC X(60).
       01 WS-DJ-DESPUES   PIC X(60).
      * Copia en memoria del indice completo para decidir la purga
      * antes de borrar nada y reescribirlo sin las generaciones
      * purgadas; 500 archivaciones es mas de un anio de operacion
       01 WS-I            PIC 9(3).
       01 WS-PURGADAS     PIC 9(3) VALUE 0.
       01 WS-ARCH-BORRAR  PIC X(30).
       COPY WCTLLOG.
       PROCEDURE DIVISION.
           DISPLAY "===== ARCHIVALOG: ARCHIVO DE MOVELOG ====="
           PERFORM RESOLVER-NOMBRE-LOG
           DISPLAY "===== RESUMEN DE ARCHIVADO ====="
           DISPLAY "REGISTROS ARCHIVADOS....: " WS-MOVS
           DISPLAY "CORRIDAS CONTENIDAS.....: " WS-CORRIDAS
           DISPLAY "CIERRES QUE NO CUADRAN..: " CL-DISCREPANCIAS
           DISPLAY "GENERACIONES PURGADAS...: " WS-PURGADAS
           GOBACK.

               DISPLAY "NO SE ENCONTRO EL ARCHIVO "
                       FUNCTION TRIM(WS-NOMBRE-LOG)
           ELSE
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
                               PERFORM RELEVAR-REGISTRO
                           END-IF
                   END-READ
               END-PERFORM
               MOVE 'F' TO CL-FUNCION
               PERFORM VERIFICAR-CONTROL
               CLOSE MOVELOG-FILE
               MOVE 'N' TO WS-EOF-LOG
           END-IF.

       VERIFICAR-CONTROL.
           CALL "VERIFLOG" USING CL-FUNCION, MOVELOG-CONTROL,
                                  CL-TIPO, CL-ESTADO, CL-MENSAJE
           IF CL-ESTADO = 'N'
               ADD 1 TO CL-DISCREPANCIAS
               DISPLAY "EXCEPCION DE CONTROL: " CL-MENSAJE
           END-IF.

       RELEVAR-REGISTRO.
           ADD 1 TO WS-MOVS
           IF WS-CORRIDAS = 0
                       MOVE 'Y' TO WS-EOF-LOG
                   NOT AT END
                       MOVE SPACES TO ARCHIVO-REGISTRO
      * Los registros de control viajan completos con su corrida.
                       IF MOVELOG-REGISTRO(1:1) = '#'
                           MOVE MOVELOG-CONTROL TO ARCHIVO-REGISTRO
                       ELSE
                           MOVE MOVELOG-REGISTRO TO ARCHIVO-REGISTRO
                       END-IF
                       WRITE ARCHIVO-REGISTRO
               END-READ
           END-PERFORM
                   MOVE 0 TO RETURN-CODE
                   DISPLAY "GENERACION PURGADA......: "
                           FUNCTION TRIM(WS-ARCH-BORRAR)
                   PERFORM ASENTAR-PURGA
               ELSE
                   MOVE WS-IDX-REG(WS-I) TO ARCHIDX-REGISTRO
                   WRITE ARCHIDX-REGISTRO
           END-PERFORM
           CLOSE ARCHIDX-FILE.

      * Una linea de diario por entrada del indice purgada: la
      * generacion borrada y lo que ese archivado habia metido en
      * ella.  Varias entradas comparten la generacion del dia, asi
      * que el mismo dataset puede figurar mas de una vez.
       ASENTAR-PURGA.
           MOVE RX-IDENT TO WS-DJ-CLAVE
           MOVE RX-ARCHIVO TO WS-DJ-DATASET
           MOVE SPACES TO WS-DJ-ANTES
           STRING "ARCHIVADO EL " RX-FECHA " " RX-HORA " MOVS "
                  RX-MOVS " CORRIDAS " RX-CORRIDAS
               DELIMITED BY SIZE INTO WS-DJ-ANTES
           END-STRING
           MOVE "BORRADO" TO WS-DJ-DESPUES
           CALL "DIARIOREG" USING WS-DJ-PROGRAMA, WS-DJ-ACCION,
                                   WS-DJ-CLAVE, WS-DJ-DATASET,
                                   WS-DJ-ANTES, WS-DJ-DESPUES
           MOVE 0 TO RETURN-CODE.

       CLASIFICAR-ENTRADA.
           IF WS-IDX-CANT = 500
               MOVE 'Y' TO WS-IDX-LLENO
