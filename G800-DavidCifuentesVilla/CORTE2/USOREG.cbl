      ******************************************************************
      * Author:
      * Date:
      * Purpose: Append one billable usage record to the USOS.DAT
      *          sequential file.  Every driver (TORRES, TORRESITER,
      *          each TORRESLOTE line, TORRESMANU) CALLs this right
      *          after RUNHISTADD with the run's solver, disks,
      *          towers, moves, start and end timestamps, rig,
      *          identifier and requesting user.  A blank requester
      *          is the session user (LOGNAME, else USER, as
      *          RUNLOCKSET does).  The cost center comes from
      *          CENTROS.PRM, one "USUARIO CENTRO" line per user and
      *          an optional "* CENTRO" line for everyone else;
      *          without either the usage is charged to "SIN-CC" so
      *          CARGOMES shows it instead of losing it.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. USOREG.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT USO-FILE ASSIGN TO "USOS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-US-STATUS.
           SELECT CENTRO-FILE ASSIGN TO "CENTROS.PRM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CC-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  USO-FILE.
       COPY WUSO.
       FD  CENTRO-FILE.
       01 CENTRO-REGISTRO        PIC X(40).
       WORKING-STORAGE SECTION.
       01 WS-US-STATUS    PIC XX.
       01 WS-CC-STATUS    PIC XX.
       01 WS-EOF-CC       PIC X VALUE 'N'.
       01 WS-USUARIO      PIC X(8).
       01 WS-CENTRO       PIC X(8).
       01 WS-CENTRO-DEF   PIC X(8).
       01 WS-TOK-USUARIO  PIC X(20).
       01 WS-TOK-CENTRO   PIC X(20).
       LINKAGE SECTION.
       01 SOLVER       PIC X(12).
       01 NDISCOS      PIC 9(2).
       01 NTORRES      PIC 9(1).
       01 CONTADOR     PIC 9(4).
       01 HORA-INICIO  PIC 9(8).
       01 HORA-FIN     PIC 9(8).
       01 RIG          PIC X(8).
       01 IDENT        PIC X(8).
       01 SOLICITANTE  PIC X(8).
       PROCEDURE DIVISION USING SOLVER, NDISCOS, NTORRES, CONTADOR,
                                 HORA-INICIO, HORA-FIN, RIG, IDENT,
                                 SOLICITANTE.
           MOVE SOLICITANTE TO WS-USUARIO
           IF WS-USUARIO = SPACES
               ACCEPT WS-USUARIO FROM ENVIRONMENT "LOGNAME"
           END-IF
           IF WS-USUARIO = SPACES
               ACCEPT WS-USUARIO FROM ENVIRONMENT "USER"
           END-IF
           IF WS-USUARIO = SPACES
               MOVE "OPERADOR" TO WS-USUARIO
           END-IF
           PERFORM BUSCAR-CENTRO

           OPEN EXTEND USO-FILE
      * Estado 35: el archivo de usos todavia no existe, se crea con
      * este primer registro.
           IF WS-US-STATUS = "35"
               OPEN OUTPUT USO-FILE
           END-IF
           IF WS-US-STATUS NOT = "00"
               DISPLAY "ERROR ABRIENDO USOS.DAT, CODIGO "
                       WS-US-STATUS
               GOBACK
           END-IF

           MOVE SPACES      TO USO-REGISTRO
           ACCEPT US-FECHA FROM DATE YYYYMMDD
           MOVE HORA-INICIO TO US-HORA-INICIO
           MOVE HORA-FIN    TO US-HORA-FIN
           MOVE IDENT       TO US-IDENT
           MOVE SOLVER      TO US-SOLVER
           MOVE NDISCOS     TO US-NDISCOS
           MOVE NTORRES     TO US-NTORRES
           MOVE CONTADOR    TO US-MOVS
           MOVE RIG         TO US-RIG
           MOVE WS-USUARIO  TO US-USUARIO
           MOVE WS-CENTRO   TO US-CENTRO
           WRITE USO-REGISTRO

           CLOSE USO-FILE
           GOBACK.

      * La linea del propio usuario gana sobre la de "*"; sin ninguna
      * de las dos (o sin CENTROS.PRM) queda "SIN-CC".
       BUSCAR-CENTRO.
           MOVE SPACES TO WS-CENTRO
           MOVE SPACES TO WS-CENTRO-DEF
           MOVE 'N' TO WS-EOF-CC
           OPEN INPUT CENTRO-FILE
           IF WS-CC-STATUS = "00"
               PERFORM UNTIL WS-EOF-CC = 'Y'
                   READ CENTRO-FILE
                       AT END
                           MOVE 'Y' TO WS-EOF-CC
                       NOT AT END
                           PERFORM EVALUAR-CENTRO
                   END-READ
               END-PERFORM
               CLOSE CENTRO-FILE
           END-IF
           IF WS-CENTRO = SPACES
               MOVE WS-CENTRO-DEF TO WS-CENTRO
           END-IF
           IF WS-CENTRO = SPACES
               MOVE "SIN-CC" TO WS-CENTRO
           END-IF.

       EVALUAR-CENTRO.
           MOVE SPACES TO WS-TOK-USUARIO
           MOVE SPACES TO WS-TOK-CENTRO
           UNSTRING CENTRO-REGISTRO DELIMITED BY ALL SPACE
               INTO WS-TOK-USUARIO, WS-TOK-CENTRO
           END-UNSTRING
           IF WS-TOK-CENTRO NOT = SPACES
               IF WS-TOK-USUARIO = "*"
                   MOVE WS-TOK-CENTRO TO WS-CENTRO-DEF
               ELSE
                   IF WS-TOK-USUARIO = WS-USUARIO
                       MOVE WS-TOK-CENTRO TO WS-CENTRO
                       MOVE 'Y' TO WS-EOF-CC
                   END-IF
               END-IF
           END-IF.
       END PROGRAM USOREG.
