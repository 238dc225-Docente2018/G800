      ******************************************************************
      * Author:
      * Date:
      * Purpose: Daily interface extract to the training department's
      *          learning-management system (LMS), which used to be
      *          keyed in by hand from RUNHISTINQ and the TORRESMANU
      *          sessions.  Every run and manual session lands in
      *          RUNHIST.DAT; each execution of this program writes
      *          the next sequence number to LMS-nnnnnn.DAT (layout
      *          in WLMS: header with extract date and sequence, one
      *          detail per RUNHIST record after the key range of the
      *          previous sequence, trailer with counts and totals)
      *          and records the sequence, its key range and totals
      *          in the LMSCTL.DAT control master.  The ranges are
      *          contiguous, so no run goes out twice and none is
      *          skipped.  Before the new sequence, every sequence
      *          that ACUSELMS marked as rejected is regenerated over
      *          its same key range, with its same number and the
      *          resend flag in the header, and goes back to waiting
      *          for acknowledgement; if the regenerated sequence
      *          does not match the counts of the original one
      *          (RUNHIST.DAT lost or gained records in that range)
      *          it is not resent and stays rejected.  A day without
      *          runs still gets its sequence, empty, so the LMS can
      *          tell a quiet day from a missing file.
      *          RETURN-CODE 8 when the extract could not be written
      *          or a rejected sequence could not be resent.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EXTRALMS.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RUNHIST-FILE ASSIGN TO "RUNHIST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RH-RUN-ID
               FILE STATUS IS WS-RH-STATUS.
           SELECT LMSCTL-FILE ASSIGN TO "LMSCTL.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LX-SECUENCIA
               FILE STATUS IS WS-LX-STATUS.
           SELECT LMS-FILE ASSIGN TO DYNAMIC WS-NOMBRE-LMS
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LMS-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  RUNHIST-FILE.
       COPY WRUNHIST.
       FD  LMSCTL-FILE.
       COPY WLMSCTL.
       FD  LMS-FILE.
       COPY WLMS.
       WORKING-STORAGE SECTION.
       01 WS-RH-STATUS    PIC XX.
       01 WS-LX-STATUS    PIC XX.
       01 WS-LMS-STATUS   PIC XX.
       01 WS-EOF-RH       PIC X VALUE 'N'.
       01 WS-EOF-LX       PIC X VALUE 'N'.
       01 WS-NOMBRE-LMS   PIC X(30).
       01 WS-FECHA        PIC 9(8).
       01 WS-HORA         PIC 9(8).
       01 WS-CORTADO      PIC X VALUE 'N'.
       01 WS-GRABADO      PIC X.
      * Ultima secuencia del maestro de control y el hasta de su
      * rango: la secuencia nueva arranca justo despues.
       01 WS-ULTIMA-SEC   PIC 9(6) VALUE 0.
       01 WS-MARCA.
           05 WS-MARCA-FECHA  PIC 9(8) VALUE 0.
           05 WS-MARCA-HORA   PIC 9(8) VALUE 0.
      * Parametros de GENERAR-EXTRACTO: secuencia, rango de claves
      * (desde excluido, tope incluido) y marca de reenvio.
       01 WS-SECUENCIA    PIC 9(6).
       01 WS-DESDE.
           05 WS-DESDE-FECHA  PIC 9(8).
           05 WS-DESDE-HORA   PIC 9(8).
       01 WS-TOPE.
           05 WS-TOPE-FECHA   PIC 9(8).
           05 WS-TOPE-HORA    PIC 9(8).
       01 WS-REENVIO      PIC X.
      * Resultado del extracto generado: ultima clave incluida y
      * totales de control.
       01 WS-ULTIMA-CLAVE.
           05 WS-UC-FECHA     PIC 9(8).
           05 WS-UC-HORA      PIC 9(8).
       01 WS-REGISTROS    PIC 9(6).
       01 WS-CORRIDAS     PIC 9(6).
       01 WS-SESIONES     PIC 9(6).
       01 WS-MOVS         PIC 9(10).
       01 WS-MINIMOS      PIC 9(10).
       01 WS-REENVIADAS   PIC 9(4) VALUE 0.
       01 WS-NO-REENVIADAS PIC 9(4) VALUE 0.
       PROCEDURE DIVISION.
           DISPLAY "===== EXTRALMS: EXTRACTO DIARIO AL LMS ====="
           ACCEPT WS-FECHA FROM DATE YYYYMMDD
           ACCEPT WS-HORA  FROM TIME
           OPEN INPUT RUNHIST-FILE
           IF WS-RH-STATUS NOT = "00"
               DISPLAY "ERROR ABRIENDO RUNHIST.DAT, CODIGO "
                       WS-RH-STATUS
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           OPEN I-O LMSCTL-FILE
      * Estado 35: primer extracto de la instalacion; el maestro de
      * control se crea vacio y la primera secuencia lleva todo lo
      * que haya en RUNHIST.DAT.
           IF WS-LX-STATUS = "35"
               OPEN OUTPUT LMSCTL-FILE
               CLOSE LMSCTL-FILE
               OPEN I-O LMSCTL-FILE
           END-IF
           IF WS-LX-STATUS NOT = "00"
               DISPLAY "ERROR ABRIENDO LMSCTL.DAT, CODIGO "
                       WS-LX-STATUS
               CLOSE RUNHIST-FILE
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF

      * Primero los reenvios: el maestro se recorre en orden de
      * secuencia y cada rechazada vuelve a salir con su numero y su
      * rango; al final del recorrido queda la marca de la ultima.
           PERFORM UNTIL WS-EOF-LX = 'Y'
               READ LMSCTL-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-EOF-LX
                   NOT AT END
                       MOVE LX-SECUENCIA TO WS-ULTIMA-SEC
                       MOVE LX-HASTA     TO WS-MARCA
                       IF LX-ESTADO = 'R'
                           PERFORM REENVIAR-SECUENCIA
                       END-IF
               END-READ
           END-PERFORM

      * Secuencia nueva: todo lo registrado despues de la marca.
           COMPUTE WS-SECUENCIA = WS-ULTIMA-SEC + 1
           MOVE WS-MARCA    TO WS-DESDE
           MOVE HIGH-VALUES TO WS-TOPE
           MOVE 'N'         TO WS-REENVIO
           PERFORM GENERAR-EXTRACTO
           IF WS-GRABADO = 'S'
               PERFORM REGISTRAR-SECUENCIA
           END-IF
           CLOSE LMSCTL-FILE
           CLOSE RUNHIST-FILE

           IF WS-GRABADO = 'S'
               DISPLAY "===== RESUMEN DEL EXTRACTO ====="
               DISPLAY "SECUENCIA GENERADA......: " WS-SECUENCIA
               DISPLAY "CORRIDAS DE SOLVER......: " WS-CORRIDAS
               DISPLAY "SESIONES MANUALES.......: " WS-SESIONES
               DISPLAY "MOVIMIENTOS.............: " WS-MOVS
               DISPLAY "DESDE LA CLAVE (EXCL)...: " WS-DESDE
               DISPLAY "HASTA LA CLAVE..........: " WS-ULTIMA-CLAVE
               DISPLAY "ARCHIVO GENERADO........: "
                       FUNCTION TRIM(WS-NOMBRE-LMS)
           END-IF
           DISPLAY "SECUENCIAS REENVIADAS...: " WS-REENVIADAS
           IF WS-NO-REENVIADAS > 0
               DISPLAY "RECHAZADAS NO REENVIADAS: " WS-NO-REENVIADAS
           END-IF
           IF WS-CORTADO = 'S'
               MOVE 8 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF
           GOBACK.

      * La secuencia rechazada se regenera sobre su mismo rango y
      * solo sale si cuadra con lo que se envio la primera vez; si no
      * cuadra se borra el archivo regenerado para que no viaje.
       REENVIAR-SECUENCIA.
           MOVE LX-SECUENCIA TO WS-SECUENCIA
           MOVE LX-DESDE     TO WS-DESDE
           MOVE LX-HASTA     TO WS-TOPE
           MOVE 'S'          TO WS-REENVIO
           PERFORM GENERAR-EXTRACTO
           IF WS-GRABADO = 'S'
               IF WS-REGISTROS = LX-REGISTROS AND WS-MOVS = LX-MOVS
                   MOVE 'E'      TO LX-ESTADO
                   ADD 1         TO LX-ENVIOS
                   MOVE WS-FECHA TO LX-FECHA-ENVIO
                   REWRITE LMSCTL-REGISTRO
                   IF WS-LX-STATUS = "00"
                       DISPLAY "SECUENCIA " LX-SECUENCIA
                               " REENVIADA, " WS-REGISTROS
                               " REGISTROS"
                       ADD 1 TO WS-REENVIADAS
                   ELSE
                       DISPLAY "ERROR GRABANDO EN LMSCTL.DAT, CODIGO "
                               WS-LX-STATUS
                       CALL "CBL_DELETE_FILE" USING WS-NOMBRE-LMS
                       ADD 1 TO WS-NO-REENVIADAS
                       MOVE 'S' TO WS-CORTADO
                   END-IF
               ELSE
                   DISPLAY "SECUENCIA " LX-SECUENCIA " NO CUADRA CON"
                           " EL ENVIO ORIGINAL: " WS-REGISTROS
                           " REGISTROS CONTRA " LX-REGISTROS
                   DISPLAY "RUNHIST.DAT CAMBIO EN ESE RANGO, REVISE"
                           " ANTES DE REENVIAR"
                   CALL "CBL_DELETE_FILE" USING WS-NOMBRE-LMS
                   ADD 1 TO WS-NO-REENVIADAS
                   MOVE 'S' TO WS-CORTADO
               END-IF
           ELSE
               ADD 1 TO WS-NO-REENVIADAS
           END-IF.

      * Escribe LMS-nnnnnn.DAT para WS-SECUENCIA con los registros de
      * RUNHIST.DAT de clave mayor a WS-DESDE y hasta WS-TOPE; deja
      * WS-GRABADO en 'S', la ultima clave incluida y los totales.
       GENERAR-EXTRACTO.
           MOVE 'N' TO WS-GRABADO
           MOVE SPACES TO WS-NOMBRE-LMS
           STRING "LMS-"       DELIMITED BY SIZE
                  WS-SECUENCIA DELIMITED BY SIZE
                  ".DAT"       DELIMITED BY SIZE
             INTO WS-NOMBRE-LMS
           END-STRING
           OPEN OUTPUT LMS-FILE
           IF WS-LMS-STATUS NOT = "00"
               DISPLAY "ERROR ABRIENDO " FUNCTION TRIM(WS-NOMBRE-LMS)
                       ", CODIGO " WS-LMS-STATUS
               MOVE 'S' TO WS-CORTADO
           ELSE
               MOVE SPACES       TO LMS-CABECERA
               MOVE "H"          TO LH-TIPO
               MOVE WS-FECHA     TO LH-FECHA
               MOVE WS-SECUENCIA TO LH-SECUENCIA
               MOVE WS-HORA      TO LH-HORA
               MOVE WS-REENVIO   TO LH-REENVIO
               WRITE LMS-CABECERA

               MOVE 0 TO WS-REGISTROS
               MOVE 0 TO WS-CORRIDAS
               MOVE 0 TO WS-SESIONES
               MOVE 0 TO WS-MOVS
               MOVE 0 TO WS-MINIMOS
               MOVE WS-DESDE TO WS-ULTIMA-CLAVE
               MOVE 'N' TO WS-EOF-RH
               MOVE WS-DESDE TO RH-RUN-ID
               START RUNHIST-FILE KEY > RH-RUN-ID
                   INVALID KEY
                       MOVE 'Y' TO WS-EOF-RH
               END-START
               PERFORM UNTIL WS-EOF-RH = 'Y'
                   READ RUNHIST-FILE NEXT RECORD
                       AT END
                           MOVE 'Y' TO WS-EOF-RH
                       NOT AT END
                           IF RH-RUN-ID > WS-TOPE
                               MOVE 'Y' TO WS-EOF-RH
                           ELSE
                               PERFORM ESCRIBIR-DETALLE
                           END-IF
                   END-READ
               END-PERFORM

               MOVE SPACES       TO LMS-CIERRE
               MOVE "T"          TO LT-TIPO
               MOVE WS-SECUENCIA TO LT-SECUENCIA
               MOVE WS-REGISTROS TO LT-REGISTROS
               MOVE WS-CORRIDAS  TO LT-CORRIDAS
               MOVE WS-SESIONES  TO LT-SESIONES
               MOVE WS-MOVS      TO LT-MOVS
               MOVE WS-MINIMOS   TO LT-MINIMOS
               WRITE LMS-CIERRE
               CLOSE LMS-FILE
               MOVE 'S' TO WS-GRABADO
           END-IF.

      * Las torres no viajan en RUNHIST: un segundo auxiliar indica
      * una corrida de 4 torres.
       ESCRIBIR-DETALLE.
           MOVE SPACES       TO LMS-DETALLE
           MOVE "D"          TO LD-TIPO
           MOVE RH-FECHA     TO LD-FECHA
           MOVE RH-HORA      TO LD-HORA
           MOVE RH-IDENT     TO LD-IDENT
           MOVE RH-SOLVER    TO LD-SOLVER
           MOVE RH-NDISCOS   TO LD-NDISCOS
           IF RH-AUXIL2 > 0
               MOVE 4 TO LD-NTORRES
           ELSE
               MOVE 3 TO LD-NTORRES
           END-IF
           MOVE RH-CONTADOR  TO LD-MOVS
           MOVE RH-MINIMO    TO LD-MINIMO
           MOVE RH-RESULTADO TO LD-RESULTADO
           MOVE RH-RIG       TO LD-RIG
           WRITE LMS-DETALLE
           ADD 1 TO WS-REGISTROS
           IF RH-SOLVER(1:6) = "HUMANO"
               ADD 1 TO WS-SESIONES
           ELSE
               ADD 1 TO WS-CORRIDAS
           END-IF
           ADD RH-CONTADOR TO WS-MOVS
           ADD RH-MINIMO   TO WS-MINIMOS
           MOVE RH-RUN-ID  TO WS-ULTIMA-CLAVE.

      * El archivo de la secuencia ya esta escrito; sin su registro
      * de control la proxima ejecucion vuelve a generar el mismo
      * numero con un rango mayor, asi que ante un error el archivo
      * se borra para que no viaje con ese numero.
       REGISTRAR-SECUENCIA.
           MOVE SPACES          TO LMSCTL-REGISTRO
           MOVE WS-SECUENCIA    TO LX-SECUENCIA
           MOVE WS-FECHA        TO LX-FECHA
           MOVE WS-HORA         TO LX-HORA
           MOVE WS-DESDE        TO LX-DESDE
           MOVE WS-ULTIMA-CLAVE TO LX-HASTA
           MOVE WS-REGISTROS    TO LX-REGISTROS
           MOVE WS-MOVS         TO LX-MOVS
           MOVE 'E'             TO LX-ESTADO
           MOVE 1               TO LX-ENVIOS
           MOVE WS-FECHA        TO LX-FECHA-ENVIO
           MOVE 0               TO LX-FECHA-ACUSE
           WRITE LMSCTL-REGISTRO
           IF WS-LX-STATUS NOT = "00"
               DISPLAY "ERROR GRABANDO EN LMSCTL.DAT, CODIGO "
                       WS-LX-STATUS
               DISPLAY FUNCTION TRIM(WS-NOMBRE-LMS) " SE BORRA,"
                       " SE REGENERA EN LA PROXIMA EJECUCION"
               CALL "CBL_DELETE_FILE" USING WS-NOMBRE-LMS
               MOVE 'N' TO WS-GRABADO
               MOVE 'S' TO WS-CORTADO
           END-IF.
       END PROGRAM EXTRALMS.
