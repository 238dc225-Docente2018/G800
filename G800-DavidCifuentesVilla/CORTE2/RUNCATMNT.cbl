      *          purges catalog entries and working datasets older
      *          than a configurable number of days, refusing to touch
      *          anything with a non-empty CHECKPOINT (an interrupted
      *          run that may still be resumed).  Every dataset the
      *          purge deletes is journaled through DIARIOREG.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       01 WS-DIA-ENTERO   PIC 9(8).
       01 WS-ANTIGUEDAD   PIC S9(8).
       01 WS-ARCH-BORRAR  PIC X(30).
       01 WS-DJ-PROGRAMA  PIC X(12) VALUE "RUNCATMNT".
       01 WS-DJ-ACCION    PIC X(10) VALUE "PURGA".
       01 WS-DJ-CLAVE     PIC X(30).
       01 WS-DJ-DATASET   PIC X(30).
       01 WS-DJ-ANTES     PIC X(60).
       01 WS-DJ-DESPUES   PIC X(60).
       PROCEDURE DIVISION.
           DISPLAY "===== RUNCATMNT: MANTENIMIENTO DEL CATALOGO ====="
           ACCEPT WS-FECHA FROM DATE YYYYMMDD
      * o ausente, la purga lo verifico antes de marcar).
       BORRAR-DATASETS-ENTRADA.
           MOVE WS-CAT-REG(WS-I) TO RUNCAT-REGISTRO
           MOVE SPACES TO WS-DJ-ANTES
           STRING "CATALOGADO EL " RC-FECHA " " RC-HORA
               DELIMITED BY SIZE INTO WS-DJ-ANTES
           END-STRING
           IF RC-ARCHIVO-LOG NOT = SPACES
               MOVE RC-ARCHIVO-LOG TO WS-ARCH-BORRAR
               PERFORM BORRAR-Y-ASENTAR
           END-IF
           IF RC-ARCHIVO-CK NOT = SPACES
               MOVE RC-ARCHIVO-CK TO WS-ARCH-BORRAR
               PERFORM BORRAR-Y-ASENTAR
           END-IF
           MOVE "LOTECKPT" TO WS-BASE
           CALL "NOMARCH" USING RC-IDENT, WS-BASE, WS-NOMBRE-LC
           MOVE WS-NOMBRE-LC TO WS-ARCH-BORRAR
           PERFORM BORRAR-Y-ASENTAR
           DISPLAY "ENTRADA PURGADA.........: " RC-IDENT " "
                   RC-FECHA " " FUNCTION TRIM(RC-ARCHIVO-LOG).

      * Cada dataset de la entrada purgada queda en el diario de
      * operaciones; el LOTECKPT derivado casi nunca existe y se
      * asienta igual, como NO EXISTIA, para que el diario muestre
      * todo lo que la purga intento borrar.
       BORRAR-Y-ASENTAR.
           MOVE 0 TO RETURN-CODE
           CALL "CBL_DELETE_FILE" USING WS-ARCH-BORRAR
           IF RETURN-CODE = 0
               MOVE "BORRADO" TO WS-DJ-DESPUES
           ELSE
               MOVE "NO EXISTIA" TO WS-DJ-DESPUES
           END-IF
           MOVE 0 TO RETURN-CODE
           MOVE RC-IDENT TO WS-DJ-CLAVE
           MOVE WS-ARCH-BORRAR TO WS-DJ-DATASET
           CALL "DIARIOREG" USING WS-DJ-PROGRAMA, WS-DJ-ACCION,
                                   WS-DJ-CLAVE, WS-DJ-DATASET,
                                   WS-DJ-ANTES, WS-DJ-DESPUES
           MOVE 0 TO RETURN-CODE.
       END PROGRAM RUNCATMNT.
