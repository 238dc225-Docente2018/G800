      ******************************************************************
      * Author:
      * Date:
      * Purpose: Inquiry over the DIARIOOP.DAT operator journal fed
      *          by DIARIOREG.  Lists the journaled actions for a
      *          date range, optionally narrowed to one user, one
      *          program and/or one key (the key also matches the
      *          dataset deleted, so a purged MOVARCH or MOVELOG can
      *          be traced by its name), with the before and after
      *          images of each change.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DIARIOINQ.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DIARIO-FILE ASSIGN TO "DIARIOOP.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DJ-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  DIARIO-FILE.
       COPY WDIARIO.
       WORKING-STORAGE SECTION.
       01 WS-DJ-STATUS    PIC XX.
       01 WS-EOF-DJ       PIC X VALUE 'N'.
       01 WS-ENTRADA      PIC X(30).
       01 WS-LEN          PIC 9(2).
       01 WS-FECHA-DESDE  PIC 9(8) VALUE 0.
       01 WS-FECHA-HASTA  PIC 9(8) VALUE 0.
      * Filtros opcionales; espacios = todos.
       01 WS-USUARIO-BUSC  PIC X(8) VALUE SPACES.
       01 WS-PROGRAMA-BUSC PIC X(12) VALUE SPACES.
       01 WS-CLAVE-BUSC    PIC X(30) VALUE SPACES.
       01 WS-SELECCION    PIC X VALUE 'N'.
       01 WS-LISTADOS     PIC 9(6) VALUE 0.
       01 WS-PURGAS       PIC 9(6) VALUE 0.
       PROCEDURE DIVISION.
           DISPLAY "===== DIARIOINQ: CONSULTA DEL DIARIO DE"
                   " OPERACIONES ====="
           MOVE 0 TO WS-FECHA-HASTA
           DISPLAY "FECHA DESDE (AAAAMMDD, ENTER = TODAS)"
           PERFORM ACEPTAR-FECHA
           MOVE WS-FECHA-HASTA TO WS-FECHA-DESDE
           MOVE 99999999 TO WS-FECHA-HASTA
           DISPLAY "FECHA HASTA (AAAAMMDD, ENTER = TODAS)"
           PERFORM ACEPTAR-FECHA

           DISPLAY "USUARIO (ENTER = TODOS)"
           ACCEPT WS-ENTRADA
           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(WS-ENTRADA))
             TO WS-USUARIO-BUSC
           DISPLAY "PROGRAMA (ENTER = TODOS)"
           ACCEPT WS-ENTRADA
           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(WS-ENTRADA))
             TO WS-PROGRAMA-BUSC
           DISPLAY "CLAVE O DATASET (ENTER = TODAS)"
           ACCEPT WS-ENTRADA
           MOVE FUNCTION TRIM(WS-ENTRADA) TO WS-CLAVE-BUSC

           OPEN INPUT DIARIO-FILE
           IF WS-DJ-STATUS NOT = "00"
               DISPLAY "NO SE ENCONTRO EL ARCHIVO DIARIOOP.DAT"
           ELSE
               PERFORM UNTIL WS-EOF-DJ = 'Y'
                   READ DIARIO-FILE
                       AT END
                           MOVE 'Y' TO WS-EOF-DJ
                       NOT AT END
                           PERFORM LISTAR-SI-COINCIDE
                   END-READ
               END-PERFORM
               CLOSE DIARIO-FILE

               DISPLAY "===== RESUMEN DE CONSULTA ====="
               DISPLAY "ACCIONES LISTADAS.......: " WS-LISTADOS
               DISPLAY "DE ELLAS PURGAS.........: " WS-PURGAS
           END-IF
           GOBACK.

      * Mismo criterio que RUNHISTINQ: quien llama deja en
      * WS-FECHA-HASTA el valor por defecto y solo una fecha valida de
      * 8 digitos lo pisa.
       ACEPTAR-FECHA.
           ACCEPT WS-ENTRADA
           MOVE FUNCTION LENGTH(FUNCTION TRIM(WS-ENTRADA)) TO WS-LEN
           IF WS-LEN = 8 AND WS-ENTRADA(1:8) IS NUMERIC
               COMPUTE WS-FECHA-HASTA =
                   FUNCTION NUMVAL(WS-ENTRADA(1:8))
           END-IF.

      * Usuario y programa se comparan en mayusculas; la clave va tal
      * cual porque los identificadores y nombres de dataset se
      * asientan como se tipearon.
       LISTAR-SI-COINCIDE.
           MOVE 'Y' TO WS-SELECCION
           IF DJ-FECHA < WS-FECHA-DESDE OR DJ-FECHA > WS-FECHA-HASTA
               MOVE 'N' TO WS-SELECCION
           END-IF
           IF WS-USUARIO-BUSC NOT = SPACES
              AND FUNCTION UPPER-CASE(DJ-USUARIO) NOT = WS-USUARIO-BUSC
               MOVE 'N' TO WS-SELECCION
           END-IF
           IF WS-PROGRAMA-BUSC NOT = SPACES
              AND DJ-PROGRAMA NOT = WS-PROGRAMA-BUSC
               MOVE 'N' TO WS-SELECCION
           END-IF
           IF WS-CLAVE-BUSC NOT = SPACES
              AND DJ-CLAVE NOT = WS-CLAVE-BUSC
              AND DJ-DATASET NOT = WS-CLAVE-BUSC
               MOVE 'N' TO WS-SELECCION
           END-IF

           IF WS-SELECCION = 'Y'
               DISPLAY DJ-FECHA " " DJ-HORA " " DJ-USUARIO " "
                       DJ-PROGRAMA " " DJ-ACCION " "
                       FUNCTION TRIM(DJ-CLAVE)
               IF DJ-DATASET NOT = SPACES
                   DISPLAY "    DATASET: " FUNCTION TRIM(DJ-DATASET)
               END-IF
               IF DJ-ANTES NOT = SPACES
                   DISPLAY "    ANTES..: " FUNCTION TRIM(DJ-ANTES)
               END-IF
               DISPLAY "    DESPUES: " FUNCTION TRIM(DJ-DESPUES)
               ADD 1 TO WS-LISTADOS
               IF DJ-ACCION = "PURGA"
                   ADD 1 TO WS-PURGAS
               END-IF
           END-IF.
       END PROGRAM DIARIOINQ.
