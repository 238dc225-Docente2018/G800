      ******************************************************************
      * Author:
      * Date:
      * Purpose: Maintenance of the ALUMNOS.DAT trainee master used by
      *          the TORRESMANU certification ladder: register a new
      *          trainee (identifier, name, group, starting level),
      *          update one (an instructor may also move the level by
      *          hand, which restarts the optimum count of the rung),
      *          retire one (the record stays, flagged inactive, so
      *          old scorecards keep resolving name and group) or
      *          list the roster.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ALUMANT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ALUMNO-FILE ASSIGN TO "ALUMNOS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AL-ID
               FILE STATUS IS WS-AL-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  ALUMNO-FILE.
       COPY WALUMNO.
       WORKING-STORAGE SECTION.
       01 WS-AL-STATUS    PIC XX.
       01 WS-EOF-AL       PIC X VALUE 'N'.
       01 WS-OPCION       PIC X.
       01 WS-ENTRADA      PIC X(30).
       01 WS-LEN          PIC 9(2).
       01 WS-NUM          PIC 9(2).
       01 WS-ALUMNO-ID    PIC X(8).
       01 WS-EXISTE       PIC X.
       01 WS-LISTADOS     PIC 9(3).
      * Nivel con el que entra un alumno nuevo si el instructor no
      * indica otro: tres discos, el primer puzzle que exige pensar.
       01 NIVEL-INICIAL   PIC 9(2) VALUE 3.
       01 WS-NIVEL-ANT    PIC 9(2).
       PROCEDURE DIVISION.
           DISPLAY "===== ALUMANT: MAESTRO DE ALUMNOS ====="
           PERFORM ABRIR-MAESTRO
           PERFORM UNTIL WS-OPCION = 'F'
               DISPLAY "(A)LTA (M)ODIFICAR (B)AJA (L)ISTAR (F)IN"
               ACCEPT WS-OPCION
               MOVE FUNCTION UPPER-CASE(WS-OPCION) TO WS-OPCION
               EVALUATE WS-OPCION
                   WHEN 'A'
                       PERFORM ALTA-ALUMNO
                   WHEN 'M'
                       PERFORM MODIFICAR-ALUMNO
                   WHEN 'B'
                       PERFORM BAJA-ALUMNO
                   WHEN 'L'
                       PERFORM LISTAR-ALUMNOS
                   WHEN 'F'
                       CONTINUE
                   WHEN OTHER
                       DISPLAY "OPCION INVALIDA"
               END-EVALUATE
           END-PERFORM
           CLOSE ALUMNO-FILE
           GOBACK.

       ABRIR-MAESTRO.
           OPEN I-O ALUMNO-FILE
      * Estado 35: el maestro todavia no existe; se crea vacio y se
      * reabre en I-O, igual que hace RIGMANT con RIGMAST.DAT.
           IF WS-AL-STATUS = "35"
               OPEN OUTPUT ALUMNO-FILE
               CLOSE ALUMNO-FILE
               OPEN I-O ALUMNO-FILE
           END-IF
           IF WS-AL-STATUS NOT = "00"
               DISPLAY "ERROR ABRIENDO ALUMNOS.DAT, CODIGO "
                       WS-AL-STATUS
               STOP RUN
           END-IF.

       PEDIR-ALUMNO-ID.
           MOVE SPACES TO WS-ALUMNO-ID
           DISPLAY "IDENTIFICADOR DEL ALUMNO (HASTA 8 CARACTERES)"
           ACCEPT WS-ENTRADA
           IF FUNCTION LENGTH(FUNCTION TRIM(WS-ENTRADA)) > 8
               DISPLAY "IDENTIFICADOR EXCEDE 8 CARACTERES"
           ELSE
               UNSTRING WS-ENTRADA DELIMITED BY ALL SPACE
                   INTO WS-ALUMNO-ID
               END-UNSTRING
           END-IF.

      * Deja WS-EXISTE en 'S' y el registro leido en el area del
      * archivo cuando el alumno ya esta en el maestro.
       LEER-ALUMNO.
           MOVE 'N' TO WS-EXISTE
           MOVE WS-ALUMNO-ID TO AL-ID
           READ ALUMNO-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 'S' TO WS-EXISTE
           END-READ.

       ALTA-ALUMNO.
           PERFORM PEDIR-ALUMNO-ID
           IF WS-ALUMNO-ID = SPACES
               DISPLAY "ALTA CANCELADA, IDENTIFICADOR VACIO"
           ELSE
               PERFORM LEER-ALUMNO
               IF WS-EXISTE = 'S'
                   DISPLAY "EL ALUMNO YA EXISTE, USE (M)ODIFICAR"
               ELSE
                   MOVE SPACES TO ALUMNO-REGISTRO
                   MOVE WS-ALUMNO-ID TO AL-ID
                   MOVE NIVEL-INICIAL TO AL-NIVEL
                   PERFORM PEDIR-DATOS-ALUMNO
                   MOVE 0 TO AL-OPTIMAS
                   MOVE 'S' TO AL-ACTIVO
                   WRITE ALUMNO-REGISTRO
                   IF WS-AL-STATUS = "00"
                       DISPLAY "ALUMNO REGISTRADO.......: " AL-ID
                   ELSE
                       DISPLAY "ERROR GRABANDO EN ALUMNOS.DAT,"
                               " CODIGO " WS-AL-STATUS
                   END-IF
               END-IF
           END-IF.

       MODIFICAR-ALUMNO.
           PERFORM PEDIR-ALUMNO-ID
           PERFORM LEER-ALUMNO
           IF WS-EXISTE = 'N'
               DISPLAY "ALUMNO INEXISTENTE, USE (A)LTA"
           ELSE
               DISPLAY "ALUMNO ACTUAL: " AL-NOMBRE " GRUPO " AL-GRUPO
                       " NIVEL " AL-NIVEL " OPTIMAS " AL-OPTIMAS
                       " ACTIVO " AL-ACTIVO
               MOVE AL-NIVEL TO WS-NIVEL-ANT
               PERFORM PEDIR-DATOS-ALUMNO
      * Un cambio de nivel a mano empieza el escalon de cero: las
      * optimas juntadas en el nivel anterior no valen en el nuevo.
               IF AL-NIVEL NOT = WS-NIVEL-ANT
                   MOVE 0 TO AL-OPTIMAS
               END-IF
               IF AL-ACTIVO NOT = 'S'
                   DISPLAY "EL ALUMNO ESTA DADO DE BAJA, REACTIVARLO"
                           " (S/N)"
                   ACCEPT WS-ENTRADA
                   IF FUNCTION UPPER-CASE(WS-ENTRADA(1:1)) = 'S'
                       MOVE 'S' TO AL-ACTIVO
                   END-IF
               END-IF
               REWRITE ALUMNO-REGISTRO
               IF WS-AL-STATUS = "00"
                   DISPLAY "ALUMNO ACTUALIZADO......: " AL-ID
               ELSE
                   DISPLAY "ERROR GRABANDO EN ALUMNOS.DAT, CODIGO "
                           WS-AL-STATUS
               END-IF
           END-IF.

      * La baja es logica, igual que la de RIGMANT: el registro queda
      * para que SESIONES.DAT siga resolviendo nombre y grupo, pero
      * TORRESMANU ya no le abre sesiones.
       BAJA-ALUMNO.
           PERFORM PEDIR-ALUMNO-ID
           PERFORM LEER-ALUMNO
           IF WS-EXISTE = 'N'
               DISPLAY "ALUMNO INEXISTENTE"
           ELSE
               MOVE 'N' TO AL-ACTIVO
               REWRITE ALUMNO-REGISTRO
               IF WS-AL-STATUS = "00"
                   DISPLAY "ALUMNO DADO DE BAJA.....: " AL-ID
               ELSE
                   DISPLAY "ERROR GRABANDO EN ALUMNOS.DAT, CODIGO "
                           WS-AL-STATUS
               END-IF
           END-IF.

      * ENTER en el nivel conserva el que trae el registro (el
      * inicial en un alta).
       PEDIR-DATOS-ALUMNO.
           DISPLAY "NOMBRE (HASTA 30 CARACTERES)"
           ACCEPT WS-ENTRADA
           MOVE WS-ENTRADA TO AL-NOMBRE

           MOVE SPACES TO AL-GRUPO
           PERFORM UNTIL AL-GRUPO NOT = SPACES
               DISPLAY "GRUPO (HASTA 8 CARACTERES)"
               ACCEPT WS-ENTRADA
               IF FUNCTION LENGTH(FUNCTION TRIM(WS-ENTRADA)) > 8
                   DISPLAY "GRUPO EXCEDE 8 CARACTERES"
               ELSE
                   UNSTRING WS-ENTRADA DELIMITED BY ALL SPACE
                       INTO AL-GRUPO
                   END-UNSTRING
               END-IF
           END-PERFORM

           MOVE 0 TO WS-NUM
           PERFORM UNTIL WS-NUM >= 1 AND WS-NUM <= 13
               DISPLAY "NIVEL EN LA ESCALERA, DISCOS (1 A 13, ENTER = "
                       AL-NIVEL ")"
               ACCEPT WS-ENTRADA
               MOVE FUNCTION LENGTH(FUNCTION TRIM(WS-ENTRADA))
                 TO WS-LEN
               IF WS-ENTRADA = SPACES
                   MOVE AL-NIVEL TO WS-NUM
               ELSE
                   MOVE 0 TO WS-NUM
                   IF WS-LEN > 0 AND WS-LEN <= 2
                      AND WS-ENTRADA(1:WS-LEN) IS NUMERIC
                       COMPUTE WS-NUM =
                           FUNCTION NUMVAL(WS-ENTRADA(1:WS-LEN))
                   END-IF
               END-IF
               IF WS-NUM >= 1 AND WS-NUM <= 13
                   MOVE WS-NUM TO AL-NIVEL
               ELSE
                   DISPLAY "DATO INVALIDO, DEBE SER DE 1 A 13"
               END-IF
           END-PERFORM.

       LISTAR-ALUMNOS.
           MOVE 0 TO WS-LISTADOS
           MOVE 'N' TO WS-EOF-AL
           MOVE LOW-VALUES TO AL-ID
           START ALUMNO-FILE KEY >= AL-ID
               INVALID KEY
                   MOVE 'Y' TO WS-EOF-AL
           END-START
           DISPLAY "ALUMNO   NOMBRE                         GRUPO    NV"
                   " OP AC"
           PERFORM UNTIL WS-EOF-AL = 'Y'
               READ ALUMNO-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-EOF-AL
                   NOT AT END
                       DISPLAY AL-ID " " AL-NOMBRE " " AL-GRUPO " "
                               AL-NIVEL " " AL-OPTIMAS " " AL-ACTIVO
                       ADD 1 TO WS-LISTADOS
               END-READ
           END-PERFORM
           DISPLAY "ALUMNOS REGISTRADOS.....: " WS-LISTADOS.
       END PROGRAM ALUMANT.
