      ******************************************************************
      * Author:
      * Date:
      * Purpose: Acknowledgement reconciler of the learning-management
      *          system (LMS) interface.  Reads the LMSACK.DAT file
      *          the LMS sends back (layout in WLMSACK, one record per
      *          sequence it processed) and updates the LMSCTL.DAT
      *          control master that EXTRALMS keeps: a sequence that
      *          was waiting for acknowledgement becomes accepted, or
      *          rejected with the reason the LMS gave.  An accepted
      *          sequence whose loaded count differs from the count
      *          sent is taken as rejected, so EXTRALMS resends it on
      *          the next cycle like any other rejection.  Records for
      *          unknown sequences, or for sequences that were not
      *          waiting, are reported and ignored.  The processed
      *          file is renamed to LMSACK-AAAAMMDD-HHMMSS.DAT so the
      *          same acknowledgement is never applied twice, and the
      *          sequences still pending are listed at the end.
      *          RETURN-CODE 0 all accepted, 4 rejections, ignored
      *          records or no acknowledgement file, 8 errors.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ACUSELMS.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ACUSE-FILE ASSIGN TO DYNAMIC WS-NOMBRE-ACUSE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AK-STATUS.
           SELECT LMSCTL-FILE ASSIGN TO "LMSCTL.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LX-SECUENCIA
               FILE STATUS IS WS-LX-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  ACUSE-FILE.
       COPY WLMSACK.
       FD  LMSCTL-FILE.
       COPY WLMSCTL.
       WORKING-STORAGE SECTION.
       01 WS-AK-STATUS    PIC XX.
       01 WS-LX-STATUS    PIC XX.
       01 WS-EOF-AK       PIC X VALUE 'N'.
       01 WS-EOF-LX       PIC X VALUE 'N'.
       01 WS-NOMBRE-ACUSE PIC X(30) VALUE "LMSACK.DAT".
       01 WS-NOMBRE-PROC  PIC X(30).
       01 WS-FECHA        PIC 9(8).
       01 WS-HORA         PIC 9(8).
       01 WS-RC           PIC 9 VALUE 0.
       01 WS-LEIDOS       PIC 9(6) VALUE 0.
       01 WS-ACEPTADAS    PIC 9(6) VALUE 0.
       01 WS-RECHAZADAS   PIC 9(6) VALUE 0.
       01 WS-OBSERVADAS   PIC 9(6) VALUE 0.
       01 WS-PENDIENTES   PIC 9(6) VALUE 0.
       PROCEDURE DIVISION.
           DISPLAY "===== ACUSELMS: ACUSES DEL LMS ====="
           ACCEPT WS-FECHA FROM DATE YYYYMMDD
           ACCEPT WS-HORA  FROM TIME
           OPEN INPUT ACUSE-FILE
      * Sin acuse no se toca nada: las secuencias siguen esperando y
      * se listan igual para que el operador vea el atraso.
           IF WS-AK-STATUS = "35"
               DISPLAY "NO LLEGO ACUSE DEL LMS (LMSACK.DAT)"
               PERFORM LISTAR-PENDIENTES
               IF WS-RC < 4
                   MOVE 4 TO WS-RC
               END-IF
               MOVE WS-RC TO RETURN-CODE
               GOBACK
           END-IF
           IF WS-AK-STATUS NOT = "00"
               DISPLAY "ERROR ABRIENDO LMSACK.DAT, CODIGO "
                       WS-AK-STATUS
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           OPEN I-O LMSCTL-FILE
           IF WS-LX-STATUS NOT = "00"
               DISPLAY "ERROR ABRIENDO LMSCTL.DAT, CODIGO "
                       WS-LX-STATUS
               CLOSE ACUSE-FILE
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM UNTIL WS-EOF-AK = 'Y'
               READ ACUSE-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF-AK
                   NOT AT END
                       ADD 1 TO WS-LEIDOS
                       PERFORM PROCESAR-ACUSE
               END-READ
           END-PERFORM
           CLOSE LMSCTL-FILE
           CLOSE ACUSE-FILE

      * El acuse aplicado se aparta con fecha y hora; si quedara con
      * su nombre la proxima ejecucion lo volveria a procesar.
           MOVE SPACES TO WS-NOMBRE-PROC
           STRING "LMSACK-"      DELIMITED BY SIZE
                  WS-FECHA       DELIMITED BY SIZE
                  "-"            DELIMITED BY SIZE
                  WS-HORA(1:6)   DELIMITED BY SIZE
                  ".DAT"         DELIMITED BY SIZE
             INTO WS-NOMBRE-PROC
           END-STRING
           MOVE 0 TO RETURN-CODE
           CALL "CBL_RENAME_FILE" USING WS-NOMBRE-ACUSE,
                                         WS-NOMBRE-PROC
           IF RETURN-CODE NOT = 0
               DISPLAY "NO SE PUDO RENOMBRAR LMSACK.DAT A "
                       FUNCTION TRIM(WS-NOMBRE-PROC)
                       "; RENOMBRELO A MANO ANTES DE LA PROXIMA"
                       " EJECUCION"
               MOVE 8 TO WS-RC
           END-IF
           MOVE 0 TO RETURN-CODE

           PERFORM LISTAR-PENDIENTES
           DISPLAY "===== RESUMEN DE ACUSES ====="
           DISPLAY "ACUSES LEIDOS...........: " WS-LEIDOS
           DISPLAY "SECUENCIAS ACEPTADAS....: " WS-ACEPTADAS
           DISPLAY "SECUENCIAS RECHAZADAS...: " WS-RECHAZADAS
           DISPLAY "ACUSES IGNORADOS........: " WS-OBSERVADAS
           DISPLAY "SECUENCIAS PENDIENTES...: " WS-PENDIENTES
           IF WS-RECHAZADAS > 0 OR WS-OBSERVADAS > 0
               IF WS-RC < 4
                   MOVE 4 TO WS-RC
               END-IF
           END-IF
           MOVE WS-RC TO RETURN-CODE
           GOBACK.

       PROCESAR-ACUSE.
           IF AK-SECUENCIA IS NOT NUMERIC
               DISPLAY "ACUSE " WS-LEIDOS " CON SECUENCIA INVALIDA: "
                       AK-SECUENCIA
               ADD 1 TO WS-OBSERVADAS
           ELSE
               MOVE AK-SECUENCIA TO LX-SECUENCIA
               READ LMSCTL-FILE
                   INVALID KEY
                       DISPLAY "SECUENCIA " AK-SECUENCIA
                               " DESCONOCIDA EN LMSCTL.DAT, SE IGNORA"
                       ADD 1 TO WS-OBSERVADAS
                   NOT INVALID KEY
                       PERFORM APLICAR-ACUSE
               END-READ
           END-IF.

      * Solo una secuencia enviada espera acuse; un acuse repetido de
      * una ya aceptada o rechazada no cambia su estado.
       APLICAR-ACUSE.
           IF LX-ESTADO NOT = 'E'
               DISPLAY "SECUENCIA " LX-SECUENCIA " NO ESPERABA ACUSE"
                       " (ESTADO " LX-ESTADO "), SE IGNORA"
               ADD 1 TO WS-OBSERVADAS
           ELSE
               EVALUATE AK-ESTADO
                   WHEN 'A'
                       IF AK-REGISTROS = LX-REGISTROS
                           MOVE 'A' TO LX-ESTADO
                           ADD 1 TO WS-ACEPTADAS
                       ELSE
                           MOVE 'R' TO LX-ESTADO
                           MOVE "CONTEO DEL ACUSE DIFIERE DEL ENVIADO"
                             TO LX-MOTIVO
                           DISPLAY "SECUENCIA " LX-SECUENCIA
                                   " ACEPTADA CON " AK-REGISTROS
                                   " REGISTROS DE " LX-REGISTROS
                                   ", SE TOMA COMO RECHAZADA"
                           ADD 1 TO WS-RECHAZADAS
                       END-IF
                       PERFORM GRABAR-ACUSE
                   WHEN 'R'
                       MOVE 'R' TO LX-ESTADO
                       IF AK-MOTIVO = SPACES
                           MOVE "SIN MOTIVO INFORMADO POR EL LMS"
                             TO LX-MOTIVO
                       ELSE
                           MOVE AK-MOTIVO TO LX-MOTIVO
                       END-IF
                       DISPLAY "SECUENCIA " LX-SECUENCIA
                               " RECHAZADA: "
                               FUNCTION TRIM(LX-MOTIVO)
                       ADD 1 TO WS-RECHAZADAS
                       PERFORM GRABAR-ACUSE
                   WHEN OTHER
                       DISPLAY "SECUENCIA " LX-SECUENCIA
                               " CON ESTADO DE ACUSE INVALIDO: "
                               AK-ESTADO
                       ADD 1 TO WS-OBSERVADAS
               END-EVALUATE
           END-IF.

      * La fecha del acuse es la que informa el LMS; si no viene o
      * trae basura se toma la de hoy.
       GRABAR-ACUSE.
           IF AK-FECHA IS NUMERIC AND AK-FECHA > 16010101
               MOVE AK-FECHA TO LX-FECHA-ACUSE
           ELSE
               MOVE WS-FECHA TO LX-FECHA-ACUSE
           END-IF
           REWRITE LMSCTL-REGISTRO
           IF WS-LX-STATUS NOT = "00"
               DISPLAY "ERROR GRABANDO EN LMSCTL.DAT, CODIGO "
                       WS-LX-STATUS
               MOVE 8 TO WS-RC
           END-IF.

      * Secuencias enviadas sin acuse y rechazadas que EXTRALMS
      * reenvia en su proxima ejecucion.
       LISTAR-PENDIENTES.
           OPEN INPUT LMSCTL-FILE
           IF WS-LX-STATUS NOT = "00"
               DISPLAY "NO SE ENCONTRO EL ARCHIVO LMSCTL.DAT"
           ELSE
               MOVE 'N' TO WS-EOF-LX
               PERFORM UNTIL WS-EOF-LX = 'Y'
                   READ LMSCTL-FILE NEXT RECORD
                       AT END
                           MOVE 'Y' TO WS-EOF-LX
                       NOT AT END
                           PERFORM MOSTRAR-PENDIENTE
                   END-READ
               END-PERFORM
               CLOSE LMSCTL-FILE
           END-IF.

       MOSTRAR-PENDIENTE.
           EVALUATE LX-ESTADO
               WHEN 'E'
                   DISPLAY "SECUENCIA " LX-SECUENCIA
                           " ESPERANDO ACUSE, ENVIADA EL "
                           LX-FECHA-ENVIO " (ENVIO " LX-ENVIOS ")"
                   ADD 1 TO WS-PENDIENTES
               WHEN 'R'
                   DISPLAY "SECUENCIA " LX-SECUENCIA
                           " RECHAZADA, SE REENVIA EN EL PROXIMO"
                           " EXTRALMS"
                   ADD 1 TO WS-PENDIENTES
           END-EVALUATE.
       END PROGRAM ACUSELMS.
