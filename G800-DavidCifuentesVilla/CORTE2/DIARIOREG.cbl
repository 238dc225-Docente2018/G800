      ******************************************************************
      * Author:
      * Date:
      * Purpose: Append one operator action to the DIARIOOP.DAT
      *          journal.  RIGMANT, RIGPREV, RUNCATMNT, RUNLOCKMON,
      *          ARCHIVALOG, RUNHISTROL and RESPALDO CALL this for
      *          every change they make to a master or every
      *          dataset they delete, passing the program, the
      *          action, the key touched, the dataset deleted (if
      *          any) and the before and after images.  The user is
      *          the session user (LOGNAME, else USER, as RUNLOCKSET
      *          does) and the date and time are taken here, so
      *          every caller stamps the journal the same way.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DIARIOREG.
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
       01 WS-USUARIO      PIC X(8).
       LINKAGE SECTION.
       01 PROGRAMA     PIC X(12).
       01 ACCION       PIC X(10).
       01 CLAVE        PIC X(30).
       01 DATASET      PIC X(30).
       01 ANTES        PIC X(60).
       01 DESPUES      PIC X(60).
       PROCEDURE DIVISION USING PROGRAMA, ACCION, CLAVE, DATASET,
                                 ANTES, DESPUES.
           MOVE SPACES TO WS-USUARIO
           ACCEPT WS-USUARIO FROM ENVIRONMENT "LOGNAME"
           IF WS-USUARIO = SPACES
               ACCEPT WS-USUARIO FROM ENVIRONMENT "USER"
           END-IF
           IF WS-USUARIO = SPACES
               MOVE "OPERADOR" TO WS-USUARIO
           END-IF

           OPEN EXTEND DIARIO-FILE
      * Estado 35: el diario todavia no existe, se crea con este
      * primer registro.
           IF WS-DJ-STATUS = "35"
               OPEN OUTPUT DIARIO-FILE
           END-IF
           IF WS-DJ-STATUS NOT = "00"
               DISPLAY "ERROR ABRIENDO DIARIOOP.DAT, CODIGO "
                       WS-DJ-STATUS
               GOBACK
           END-IF

           MOVE SPACES     TO DIARIO-REGISTRO
           ACCEPT DJ-FECHA FROM DATE YYYYMMDD
           ACCEPT DJ-HORA  FROM TIME
           MOVE WS-USUARIO TO DJ-USUARIO
           MOVE PROGRAMA   TO DJ-PROGRAMA
           MOVE ACCION     TO DJ-ACCION
           MOVE CLAVE      TO DJ-CLAVE
           MOVE DATASET    TO DJ-DATASET
           MOVE ANTES      TO DJ-ANTES
           MOVE DESPUES    TO DJ-DESPUES
           WRITE DIARIO-REGISTRO

           CLOSE DIARIO-FILE
           GOBACK.
       END PROGRAM DIARIOREG.
