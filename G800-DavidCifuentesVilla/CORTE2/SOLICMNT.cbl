      ******************************************************************
      * Author:
      * Date:
      * Purpose: Entry and status inquiry of run requests in the
      *          SOLICITUD.DAT queue, so instructors and analysts stop
      *          sending their run needs by e-mail for someone to type
      *          into TORRESLOTE.PRM.  A request (requester, disk
      *          count, towers, adjacent variant, preferred rig,
      *          needed-by date) is validated here against the same
      *          rules TORRESLOTE applies and against the preferred
      *          rig in RIGMAST.DAT, so a typo is caught while the
      *          requester is still at the terminal instead of as a
      *          VALIDALOTE rejection at night.  The requester can
      *          look a request up by number, list the queue (all or
      *          by requester) and cancel a request that was not yet
      *          scheduled.  SOLICLOTE schedules the pending requests
      *          and SOLICCIERRE closes them after the night.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SOLICMNT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SOLICITUD-FILE ASSIGN TO "SOLICITUD.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SQ-NUMERO
               FILE STATUS IS WS-SQ-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  SOLICITUD-FILE.
       COPY WSOLIC.
       WORKING-STORAGE SECTION.
       01 WS-SQ-STATUS    PIC XX.
       01 WS-EOF-SQ       PIC X VALUE 'N'.
       01 WS-OPCION       PIC X.
       01 WS-ENTRADA      PIC X(30).
       01 WS-LEN          PIC 9(2).
       01 WS-NUM          PIC 9(2).
       01 WS-NUMERO       PIC 9(6).
       01 WS-ULTIMO       PIC 9(6).
       01 WS-EXISTE       PIC X.
       01 WS-LISTADOS     PIC 9(5).
       01 WS-HOY          PIC 9(8).
       01 WS-FECHA        PIC 9(8).
       01 WS-FILTRO       PIC X(8).
       01 WS-USUARIO      PIC X(8).
       01 WS-DATO-OK      PIC X.
      * Solicitante sin espacios de los costados y cuenta de los
      * caracteres que no puede llevar: viaja como "@USUARIO" al final
      * de la linea de TORRESLOTE.PRM, que se parte por "@" y espacios.
       01 WS-SOLIC-ENTRADA PIC X(30).
       01 WS-SOLIC-MALOS  PIC 9(2).
       01 WS-ESTADO-DESC  PIC X(11).
      * Tope de discos de la variante adyacente, el mismo de
      * TORRESLOTE y VALIDALOTE (3^8 - 1 entra en PIC 9(4)).
       01 MAX-DISCOS-ADYACENTE PIC 9(2) VALUE 8.
       01 WS-RIG-DESC     PIC X(30).
       01 WS-RIG-TORRES   PIC 9(1).
       01 WS-RIG-MAXD     PIC 9(2).
       01 WS-RIG-ACTIVO   PIC X.
       01 WS-RIG-HALLADO  PIC X.
       PROCEDURE DIVISION.
           DISPLAY "===== SOLICMNT: SOLICITUDES DE CORRIDA ====="
           ACCEPT WS-HOY FROM DATE YYYYMMDD
           ACCEPT WS-USUARIO FROM ENVIRONMENT "LOGNAME"
           IF WS-USUARIO = SPACES
               ACCEPT WS-USUARIO FROM ENVIRONMENT "USER"
           END-IF
           PERFORM ABRIR-MAESTRO
           PERFORM UNTIL WS-OPCION = 'F'
               DISPLAY "(A)LTA (C)ONSULTAR (B)AJA (L)ISTAR (F)IN"
               ACCEPT WS-OPCION
               MOVE FUNCTION UPPER-CASE(WS-OPCION) TO WS-OPCION
               EVALUATE WS-OPCION
                   WHEN 'A'
                       PERFORM ALTA-SOLICITUD
                   WHEN 'C'
                       PERFORM CONSULTAR-SOLICITUD
                   WHEN 'B'
                       PERFORM BAJA-SOLICITUD
                   WHEN 'L'
                       PERFORM LISTAR-SOLICITUDES
                   WHEN 'F'
                       CONTINUE
                   WHEN OTHER
                       DISPLAY "OPCION INVALIDA"
               END-EVALUATE
           END-PERFORM
           CLOSE SOLICITUD-FILE
           GOBACK.

       ABRIR-MAESTRO.
           OPEN I-O SOLICITUD-FILE
      * Estado 35: el maestro todavia no existe; se crea vacio y se
      * reabre en I-O, igual que hace RIGMANT con RIGMAST.DAT.
           IF WS-SQ-STATUS = "35"
               OPEN OUTPUT SOLICITUD-FILE
               CLOSE SOLICITUD-FILE
               OPEN I-O SOLICITUD-FILE
           END-IF
           IF WS-SQ-STATUS NOT = "00"
               DISPLAY "ERROR ABRIENDO SOLICITUD.DAT, CODIGO "
                       WS-SQ-STATUS
               STOP RUN
           END-IF.

       PEDIR-NUMERO.
           MOVE 0 TO WS-NUMERO
           DISPLAY "NUMERO DE SOLICITUD"
           ACCEPT WS-ENTRADA
           MOVE FUNCTION LENGTH(FUNCTION TRIM(WS-ENTRADA)) TO WS-LEN
           IF WS-LEN > 0 AND WS-LEN <= 6
              AND WS-ENTRADA(1:WS-LEN) IS NUMERIC
               COMPUTE WS-NUMERO = FUNCTION NUMVAL(WS-ENTRADA(1:WS-LEN))
           ELSE
               DISPLAY "NUMERO INVALIDO"
           END-IF.

      * Deja WS-EXISTE en 'S' y el registro leido en el area del
      * archivo cuando la solicitud esta en el maestro.
       LEER-SOLICITUD.
           MOVE 'N' TO WS-EXISTE
           MOVE WS-NUMERO TO SQ-NUMERO
           READ SOLICITUD-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 'S' TO WS-EXISTE
           END-READ.

      * El correlativo sigue al mayor numero registrado; el maestro
      * se recorre entero, son a lo sumo unos miles de registros.
       PROXIMO-NUMERO.
           MOVE 0 TO WS-ULTIMO
           MOVE 'N' TO WS-EOF-SQ
           MOVE 0 TO SQ-NUMERO
           START SOLICITUD-FILE KEY >= SQ-NUMERO
               INVALID KEY
                   MOVE 'Y' TO WS-EOF-SQ
           END-START
           PERFORM UNTIL WS-EOF-SQ = 'Y'
               READ SOLICITUD-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-EOF-SQ
                   NOT AT END
                       MOVE SQ-NUMERO TO WS-ULTIMO
               END-READ
           END-PERFORM
           COMPUTE WS-NUMERO = WS-ULTIMO + 1.

       ALTA-SOLICITUD.
           PERFORM PROXIMO-NUMERO
           MOVE SPACES TO SOLICITUD-REGISTRO
           MOVE WS-NUMERO TO SQ-NUMERO
           PERFORM PEDIR-DATOS-SOLICITUD
           MOVE WS-HOY TO SQ-FECHA-ALTA
           MOVE 'P' TO SQ-ESTADO
           MOVE SPACES TO SQ-MOTIVO
           MOVE SPACES TO SQ-LOTE-ID
           MOVE 0 TO SQ-FECHA-LOTE
           MOVE 0 TO SQ-HORA-LOTE
           MOVE 0 TO SQ-LINEA
           MOVE SPACES TO SQ-RIG-LOTE
           MOVE 0 TO SQ-FECHA-CIERRE
           WRITE SOLICITUD-REGISTRO
           IF WS-SQ-STATUS = "00"
               DISPLAY "SOLICITUD REGISTRADA....: " SQ-NUMERO
           ELSE
               DISPLAY "ERROR GRABANDO EN SOLICITUD.DAT, CODIGO "
                       WS-SQ-STATUS
           END-IF.

      * Como los identificadores, un solicitante largo se rechaza en
      * vez de truncarse; tampoco puede traer "@" ni espacios en
      * medio.
       VALIDAR-SOLICITANTE.
           MOVE FUNCTION TRIM(WS-ENTRADA) TO WS-SOLIC-ENTRADA
           MOVE FUNCTION LENGTH(FUNCTION TRIM(WS-ENTRADA)) TO WS-LEN
           MOVE 0 TO WS-SOLIC-MALOS
           IF WS-LEN <= 8
               INSPECT WS-SOLIC-ENTRADA(1:WS-LEN)
                   TALLYING WS-SOLIC-MALOS FOR ALL SPACE ALL "@"
           END-IF
           IF WS-LEN > 8
               DISPLAY "SOLICITANTE EXCEDE 8 CARACTERES"
           ELSE
               IF WS-SOLIC-MALOS > 0
                   DISPLAY "SOLICITANTE INVALIDO, SIN ESPACIOS NI @"
               ELSE
                   MOVE SPACES TO SQ-SOLICITANTE
                   UNSTRING WS-SOLIC-ENTRADA DELIMITED BY ALL SPACE
                       INTO SQ-SOLICITANTE
                   END-UNSTRING
                   MOVE 'S' TO WS-DATO-OK
               END-IF
           END-IF.

      * Cada dato se repregunta hasta que sea valido: la idea es que
      * al lote no llegue nada que TORRESLOTE vaya a rechazar.
       PEDIR-DATOS-SOLICITUD.
           MOVE 'N' TO WS-DATO-OK
           PERFORM UNTIL WS-DATO-OK = 'S'
               DISPLAY "SOLICITANTE (ENTER = "
                       FUNCTION TRIM(WS-USUARIO) ")"
               ACCEPT WS-ENTRADA
               IF WS-ENTRADA = SPACES
                   MOVE WS-USUARIO TO SQ-SOLICITANTE
                   MOVE 'S' TO WS-DATO-OK
               ELSE
                   PERFORM VALIDAR-SOLICITANTE
               END-IF
           END-PERFORM

           MOVE 0 TO SQ-NTORRES
           PERFORM UNTIL SQ-NTORRES = 3 OR SQ-NTORRES = 4
               DISPLAY "CANTIDAD DE TORRES (3 O 4, ENTER = 3)"
               ACCEPT WS-ENTRADA
               EVALUATE WS-ENTRADA
                   WHEN SPACES
                   WHEN "3"
                       MOVE 3 TO SQ-NTORRES
                   WHEN "4"
                       MOVE 4 TO SQ-NTORRES
                   WHEN OTHER
                       DISPLAY "DATO INVALIDO, DEBE SER 3 O 4"
               END-EVALUATE
           END-PERFORM

           MOVE 'N' TO SQ-ADYACENTE
           IF SQ-NTORRES = 3
               DISPLAY "VARIANTE DE TORRES ADYACENTES (S/N, ENTER = N)"
               ACCEPT WS-ENTRADA
               IF FUNCTION UPPER-CASE(WS-ENTRADA(1:1)) = 'S'
                   MOVE 'S' TO SQ-ADYACENTE
               END-IF
           END-IF

           MOVE 'N' TO WS-DATO-OK
           PERFORM UNTIL WS-DATO-OK = 'S'
               DISPLAY "CANTIDAD DE DISCOS (1 A 13)"
               ACCEPT WS-ENTRADA
               MOVE 0 TO WS-NUM
               MOVE FUNCTION LENGTH(FUNCTION TRIM(WS-ENTRADA))
                 TO WS-LEN
               IF WS-LEN > 0 AND WS-LEN <= 2
                  AND WS-ENTRADA(1:WS-LEN) IS NUMERIC
                   COMPUTE WS-NUM =
                       FUNCTION NUMVAL(WS-ENTRADA(1:WS-LEN))
               END-IF
               IF WS-NUM < 1 OR WS-NUM > 13
                   DISPLAY "DATO INVALIDO, DEBE SER DE 1 A 13"
               ELSE
                   IF SQ-ADYACENTE = 'S'
                      AND WS-NUM > MAX-DISCOS-ADYACENTE
                       DISPLAY "LA VARIANTE ADYACENTE ADMITE HASTA "
                               MAX-DISCOS-ADYACENTE " DISCOS"
                   ELSE
                       MOVE WS-NUM TO SQ-NDISCOS
                       MOVE 'S' TO WS-DATO-OK
                   END-IF
               END-IF
           END-PERFORM

           MOVE 'N' TO WS-DATO-OK
           PERFORM UNTIL WS-DATO-OK = 'S'
               DISPLAY "RIG PREFERIDO (ENTER = CUALQUIERA)"
               ACCEPT WS-ENTRADA
               MOVE SPACES TO SQ-RIG
               IF FUNCTION LENGTH(FUNCTION TRIM(WS-ENTRADA)) > 8
                   DISPLAY "IDENTIFICADOR DE RIG EXCEDE 8 CARACTERES"
               ELSE
                   UNSTRING WS-ENTRADA DELIMITED BY ALL SPACE
                       INTO SQ-RIG
                   END-UNSTRING
                   IF SQ-RIG = SPACES
                       MOVE 'S' TO WS-DATO-OK
                   ELSE
                       PERFORM VALIDAR-RIG-PREFERIDO
                   END-IF
               END-IF
           END-PERFORM

           MOVE 'N' TO WS-DATO-OK
           PERFORM UNTIL WS-DATO-OK = 'S'
               DISPLAY "NECESARIA PARA EL (AAAAMMDD, ENTER = HOY)"
               ACCEPT WS-ENTRADA
               MOVE FUNCTION LENGTH(FUNCTION TRIM(WS-ENTRADA))
                 TO WS-LEN
               IF WS-ENTRADA = SPACES
                   MOVE WS-HOY TO SQ-FECHA-NECESARIA
                   MOVE 'S' TO WS-DATO-OK
               ELSE
                   IF WS-LEN = 8 AND WS-ENTRADA(1:8) IS NUMERIC
                       COMPUTE WS-FECHA =
                           FUNCTION NUMVAL(WS-ENTRADA(1:8))
                       IF WS-FECHA < WS-HOY
                           DISPLAY "LA FECHA YA PASO"
                       ELSE
                           MOVE WS-FECHA TO SQ-FECHA-NECESARIA
                           MOVE 'S' TO WS-DATO-OK
                       END-IF
                   ELSE
                       DISPLAY "FECHA INVALIDA"
                   END-IF
               END-IF
           END-PERFORM.

      * El rig preferido tiene que existir, estar en servicio y poder
      * correr la solicitud: mismas torres y rack suficiente.
       VALIDAR-RIG-PREFERIDO.
           CALL "RIGGET" USING SQ-RIG, WS-RIG-DESC, WS-RIG-TORRES,
                                WS-RIG-MAXD, WS-RIG-ACTIVO,
                                WS-RIG-HALLADO
           IF WS-RIG-HALLADO = 'N'
               DISPLAY "RIG NO REGISTRADO EN RIGMAST.DAT"
           ELSE
               IF WS-RIG-ACTIVO NOT = 'S'
                   DISPLAY "RIG FUERA DE SERVICIO"
               ELSE
                   IF WS-RIG-TORRES NOT = SQ-NTORRES
                       DISPLAY "EL RIG TIENE " WS-RIG-TORRES " TORRES"
                   ELSE
                       IF WS-RIG-MAXD < SQ-NDISCOS
                           DISPLAY "EL RIG ADMITE HASTA " WS-RIG-MAXD
                                   " DISCOS"
                       ELSE
                           MOVE 'S' TO WS-DATO-OK
                       END-IF
                   END-IF
               END-IF
           END-IF.

       CONSULTAR-SOLICITUD.
           PERFORM PEDIR-NUMERO
           PERFORM LEER-SOLICITUD
           IF WS-EXISTE = 'N'
               DISPLAY "SOLICITUD INEXISTENTE"
           ELSE
               PERFORM DESCRIBIR-ESTADO
               DISPLAY "SOLICITUD...............: " SQ-NUMERO
               DISPLAY "SOLICITANTE.............: " SQ-SOLICITANTE
               DISPLAY "DISCOS / TORRES.........: " SQ-NDISCOS " / "
                       SQ-NTORRES " ADYACENTE " SQ-ADYACENTE
               DISPLAY "RIG PREFERIDO...........: " SQ-RIG
               DISPLAY "NECESARIA PARA EL.......: " SQ-FECHA-NECESARIA
               DISPLAY "REGISTRADA EL...........: " SQ-FECHA-ALTA
               DISPLAY "ESTADO..................: " WS-ESTADO-DESC
               IF SQ-MOTIVO NOT = SPACES
                   DISPLAY "MOTIVO..................: " SQ-MOTIVO
               END-IF
               IF SQ-FECHA-LOTE NOT = 0
                   DISPLAY "LOTE....................: " SQ-LOTE-ID
                           " DEL " SQ-FECHA-LOTE " LINEA " SQ-LINEA
                           " RIG " SQ-RIG-LOTE
               END-IF
               IF SQ-FECHA-CIERRE NOT = 0
                   DISPLAY "CERRADA EL..............: "
                           SQ-FECHA-CIERRE
               END-IF
           END-IF.

      * Solo se anula lo que todavia no entro en un lote; una
      * programada ya esta en TORRESLOTE.PRM y se cierra sola.
       BAJA-SOLICITUD.
           PERFORM PEDIR-NUMERO
           PERFORM LEER-SOLICITUD
           IF WS-EXISTE = 'N'
               DISPLAY "SOLICITUD INEXISTENTE"
           ELSE
               IF SQ-ESTADO NOT = 'P' AND SQ-ESTADO NOT = 'D'
                   PERFORM DESCRIBIR-ESTADO
                   DISPLAY "NO SE PUEDE ANULAR, ESTADO "
                           WS-ESTADO-DESC
               ELSE
                   MOVE 'A' TO SQ-ESTADO
                   MOVE "ANULADA POR EL SOLICITANTE" TO SQ-MOTIVO
                   MOVE WS-HOY TO SQ-FECHA-CIERRE
                   REWRITE SOLICITUD-REGISTRO
                   IF WS-SQ-STATUS = "00"
                       DISPLAY "SOLICITUD ANULADA.......: " SQ-NUMERO
                   ELSE
                       DISPLAY "ERROR GRABANDO EN SOLICITUD.DAT,"
                               " CODIGO " WS-SQ-STATUS
                   END-IF
               END-IF
           END-IF.

       LISTAR-SOLICITUDES.
           DISPLAY "SOLICITANTE (ENTER = TODOS)"
           ACCEPT WS-ENTRADA
           MOVE WS-ENTRADA TO WS-FILTRO
           MOVE 0 TO WS-LISTADOS
           MOVE 'N' TO WS-EOF-SQ
           MOVE 0 TO SQ-NUMERO
           START SOLICITUD-FILE KEY >= SQ-NUMERO
               INVALID KEY
                   MOVE 'Y' TO WS-EOF-SQ
           END-START
           DISPLAY "NUMERO SOLICIT. DS T A RIG      NECESARIA ESTADO"
                   "      MOTIVO"
           PERFORM UNTIL WS-EOF-SQ = 'Y'
               READ SOLICITUD-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-EOF-SQ
                   NOT AT END
                       IF WS-FILTRO = SPACES
                          OR WS-FILTRO = SQ-SOLICITANTE
                           PERFORM DESCRIBIR-ESTADO
                           DISPLAY SQ-NUMERO " " SQ-SOLICITANTE " "
                                   SQ-NDISCOS " " SQ-NTORRES " "
                                   SQ-ADYACENTE " " SQ-RIG " "
                                   SQ-FECHA-NECESARIA "  "
                                   WS-ESTADO-DESC " "
                                   FUNCTION TRIM(SQ-MOTIVO)
                           ADD 1 TO WS-LISTADOS
                       END-IF
               END-READ
           END-PERFORM
           DISPLAY "SOLICITUDES LISTADAS....: " WS-LISTADOS.

       DESCRIBIR-ESTADO.
           EVALUATE SQ-ESTADO
               WHEN 'P'
                   MOVE "PENDIENTE" TO WS-ESTADO-DESC
               WHEN 'G'
                   MOVE "PROGRAMADA" TO WS-ESTADO-DESC
               WHEN 'D'
                   MOVE "DIFERIDA" TO WS-ESTADO-DESC
               WHEN 'C'
                   MOVE "COMPLETADA" TO WS-ESTADO-DESC
               WHEN 'F'
                   MOVE "FALLIDA" TO WS-ESTADO-DESC
               WHEN 'A'
                   MOVE "ANULADA" TO WS-ESTADO-DESC
               WHEN OTHER
                   MOVE "DESCONOCIDO" TO WS-ESTADO-DESC
           END-EVALUATE.
       END PROGRAM SOLICMNT.
