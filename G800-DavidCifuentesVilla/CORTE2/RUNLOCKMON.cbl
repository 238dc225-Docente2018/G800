      *          released explicitly through RUNLOCKCLR.  Releasing a
      *          lock does NOT stop the run: make sure it is really
      *          dead (the checkpoint counter no longer moves between
      *          two listings) before releasing it.  Every release
      *          is journaled through DIARIOREG with the lock as it
      *          stood (program, user, start timestamp).
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       01 WS-ID-ENTRADA   PIC X(20).
       01 WS-ID-LIBERAR   PIC X(8).
       01 WS-SEGUIR       PIC X VALUE 'S'.
       01 WS-LOCK-HALLADO PIC X.
      * Copia del lock hallado: el area del archivo no vale despues
      * del CLOSE.
       01 WS-LOCK-IMAGEN.
           05 WS-LK-PROGRAMA  PIC X(12).
           05 WS-LK-USUARIO   PIC X(8).
           05 WS-LK-FECHA     PIC 9(8).
           05 WS-LK-HORA      PIC 9(8).
       01 WS-DJ-PROGRAMA  PIC X(12) VALUE "RUNLOCKMON".
       01 WS-DJ-ACCION    PIC X(10) VALUE "LIBERAR".
       01 WS-DJ-CLAVE     PIC X(30).
       01 WS-DJ-DATASET   PIC X(30) VALUE "ENVUELO.DAT".
       01 WS-DJ-ANTES     PIC X(60).
       01 WS-DJ-DESPUES   PIC X(60) VALUE "LIBERADO".
       PROCEDURE DIVISION.
           DISPLAY "===== RUNLOCKMON: CORRIDAS EN VUELO ====="
           PERFORM LISTAR-EN-VUELO
                         FUNCTION TRIM(WS-ID-ENTRADA)) = "COMPARTIDO"
                       MOVE SPACES TO WS-ID-LIBERAR
                   END-IF
                   PERFORM BUSCAR-LOCK
                   CALL "RUNLOCKCLR" USING WS-ID-LIBERAR
                   IF WS-LOCK-HALLADO = 'S'
                       PERFORM ASENTAR-LIBERACION
                   END-IF
                   IF WS-ID-LIBERAR = SPACES
                       DISPLAY "LOCK LIBERADO...........: COMPARTIDO"
                   ELSE
           END-PERFORM
           GOBACK.

      * Imagen del lock antes de liberarlo, para el diario; un
      * identificador que no esta en vuelo no libera nada y no se
      * asienta.
       BUSCAR-LOCK.
           MOVE 'N' TO WS-LOCK-HALLADO
           MOVE 'N' TO WS-EOF-RL
           OPEN INPUT RUNLOCK-FILE
           IF WS-RL-STATUS = "00"
               PERFORM UNTIL WS-EOF-RL = 'Y'
                   READ RUNLOCK-FILE
                       AT END
                           MOVE 'Y' TO WS-EOF-RL
                       NOT AT END
                           IF RL-IDENT = WS-ID-LIBERAR
                               MOVE 'S' TO WS-LOCK-HALLADO
                               MOVE RL-PROGRAMA TO WS-LK-PROGRAMA
                               MOVE RL-USUARIO  TO WS-LK-USUARIO
                               MOVE RL-FECHA    TO WS-LK-FECHA
                               MOVE RL-HORA     TO WS-LK-HORA
                               MOVE 'Y' TO WS-EOF-RL
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE RUNLOCK-FILE
           END-IF.

       ASENTAR-LIBERACION.
           IF WS-ID-LIBERAR = SPACES
               MOVE "COMPARTIDO" TO WS-DJ-CLAVE
           ELSE
               MOVE WS-ID-LIBERAR TO WS-DJ-CLAVE
           END-IF
           MOVE SPACES TO WS-DJ-ANTES
           STRING WS-LK-PROGRAMA " USUARIO " WS-LK-USUARIO
                  " DESDE " WS-LK-FECHA " " WS-LK-HORA
               DELIMITED BY SIZE INTO WS-DJ-ANTES
           END-STRING
           CALL "DIARIOREG" USING WS-DJ-PROGRAMA, WS-DJ-ACCION,
                                   WS-DJ-CLAVE, WS-DJ-DATASET,
                                   WS-DJ-ANTES, WS-DJ-DESPUES.

       LISTAR-EN-VUELO.
           MOVE 0 TO WS-LISTADOS
           MOVE 'N' TO WS-EOF-RL
