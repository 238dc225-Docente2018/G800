      *          purged in the same execution: a crash between the
      *          two phases can double-count the window into RUNSTAT,
      *          which the coordinator prefers over silently losing a
      *          month.  RUNSTATINQ is the companion inquiry.  Every
      *          purged detail record is journaled through DIARIOREG
      *          with its key and contents, and nothing is rolled
      *          or purged unless RESPIDX.DAT shows a RESPALDO unload
      *          of RUNHIST.DAT from today or yesterday (the nightly
      *          chain leaves one every night).  Once the LMS
      *          interface is in place (LMSCTL.DAT exists) a run is
      *          only rolled and purged after the EXTRALMS sequence
      *          that carries it, and every sequence before it, has
      *          been accepted through ACUSELMS; older runs still
      *          pending with the LMS are held back and counted, so a
      *          rejected sequence can always be resent in full.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           SELECT RETENCION-FILE ASSIGN TO "RETENHIS.PRM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RET-STATUS.
           SELECT RESPIDX-FILE ASSIGN TO "RESPIDX.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RX-STATUS.
           SELECT LMSCTL-FILE ASSIGN TO "LMSCTL.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LX-SECUENCIA
               FILE STATUS IS WS-LX-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  RUNHIST-FILE.
       COPY WRUNSTAT.
       FD  RETENCION-FILE.
       01 RETENCION-REGISTRO  PIC X(20).
       FD  RESPIDX-FILE.
       COPY WRESPIDX.
       FD  LMSCTL-FILE.
       COPY WLMSCTL.
       WORKING-STORAGE SECTION.
       01 WS-RH-STATUS    PIC XX.
       01 WS-RS-STATUS    PIC XX.
       01 WS-RET-STATUS   PIC XX.
       01 WS-EOF-RH       PIC X VALUE 'N'.
       01 WS-EOF-RET      PIC X VALUE 'N'.
       01 WS-RX-STATUS    PIC XX.
       01 WS-EOF-RX       PIC X VALUE 'N'.
       01 WS-FECHA-RESP   PIC 9(8) VALUE 0.
       01 WS-LX-STATUS    PIC XX.
       01 WS-EOF-LX       PIC X VALUE 'N'.
      * Interfaz LMS: WS-LMS-ACTIVO en 'S' si existe LMSCTL.DAT y
      * WS-MARCA-LMS es la ultima clave de RUNHIST confirmada por el
      * LMS (hasta de la ultima secuencia de la racha inicial de
      * aceptadas); lo posterior no se purga.
       01 WS-LMS-ACTIVO   PIC X VALUE 'N'.
       01 WS-MARCA-LMS.
           05 WS-MARCA-FECHA  PIC 9(8) VALUE 0.
           05 WS-MARCA-HORA   PIC 9(8) VALUE 0.
       01 WS-PURGABLE     PIC X.
       01 WS-RETENIDOS    PIC 9(6) VALUE 0.
       01 WS-RESP-ENTERO  PIC 9(8).
       01 WS-LEN          PIC 9(2).
      * Retencion en dias del detalle de RUNHIST; se toma de
      * RETENHIS.PRM y, si el archivo no esta o trae basura, se usa
       01 WS-HALLADO      PIC X.
       01 WS-ROLEADOS     PIC 9(6) VALUE 0.
       01 WS-PURGADOS     PIC 9(6) VALUE 0.
       01 WS-DJ-PROGRAMA  PIC X(12) VALUE "RUNHISTROL".
       01 WS-DJ-ACCION    PIC X(10) VALUE "PURGA".
       01 WS-DJ-CLAVE     PIC X(30).
       01 WS-DJ-DATASET   PIC X(30) VALUE SPACES.
       01 WS-DJ-ANTES     PIC X(60).
       01 WS-DJ-DESPUES   PIC X(60) VALUE "ROLEADO A RUNSTAT.DAT".
       PROCEDURE DIVISION.
           DISPLAY "===== RUNHISTROL: ROLLUP MENSUAL DE RUNHIST ====="
           PERFORM LEER-RETENCION
           DISPLAY "SE ROLEA Y PURGA EL DETALLE ANTERIOR AL "
                   WS-FECHA-CORTE

      * Sin una descarga reciente de RUNHIST no se purga nada: lo
      * purgado solo sobrevive en ese respaldo.
           PERFORM BUSCAR-RESPALDO
           IF WS-FECHA-RESP = 0
               DISPLAY "RUNHIST.DAT NO TIENE RESPALDO EN RESPIDX.DAT;"
                       " CORRA RESPALDO ANTES DE PURGAR"
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           COMPUTE WS-RESP-ENTERO =
               FUNCTION INTEGER-OF-DATE(WS-FECHA-RESP)
           IF WS-RESP-ENTERO < WS-HOY-ENTERO - 1
               DISPLAY "ULTIMO RESPALDO DE RUNHIST.DAT DEL "
                       WS-FECHA-RESP "; CORRA RESPALDO ANTES DE"
                       " PURGAR"
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           DISPLAY "ULTIMO RESPALDO.........: " WS-FECHA-RESP
           PERFORM BUSCAR-MARCA-LMS
           IF WS-LX-STATUS NOT = "00" AND WS-LX-STATUS NOT = "35"
               DISPLAY "ERROR ABRIENDO LMSCTL.DAT, CODIGO "
                       WS-LX-STATUS
               DISPLAY "SIN EL CONTROL DE LA INTERFAZ LMS NO SE PURGA"
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF

           PERFORM ACUMULAR-DETALLE
           IF WS-GRP-LLENO = 'Y'
               DISPLAY "LOS GRUPOS EXCEDEN 500 ENTRADAS; CORRA CON"
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           IF WS-RETENIDOS > 0
               DISPLAY "RETENIDOS SIN ACUSE LMS.: " WS-RETENIDOS
           END-IF
           IF WS-ROLEADOS = 0
               DISPLAY "SIN DETALLE FUERA DE LA RETENCION, NADA QUE"
                       " ROLEAR"
                       RETENCION-REGISTRO
           END-IF.

      * Fecha de la ultima descarga de RUNHIST registrada en el
      * indice de RESPALDO; cero si no hay ninguna.
       BUSCAR-RESPALDO.
           OPEN INPUT RESPIDX-FILE
           IF WS-RX-STATUS = "00"
               PERFORM UNTIL WS-EOF-RX = 'Y'
                   READ RESPIDX-FILE
                       AT END
                           MOVE 'Y' TO WS-EOF-RX
                       NOT AT END
                           IF RPX-MAESTRO = "RUNHIST"
                              AND RPX-FECHA IS NUMERIC
                              AND RPX-FECHA > 16010101
                               MOVE RPX-FECHA TO WS-FECHA-RESP
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE RESPIDX-FILE
           END-IF.

      * Sin LMSCTL.DAT (estado 35) la interfaz no esta en uso y la
      * purga sigue solo la retencion; cualquier otro error de
      * apertura corta la corrida en el programa principal.  Con
      * LMSCTL.DAT la marca avanza por las secuencias en orden
      * mientras esten aceptadas: la primera enviada o rechazada la
      * detiene aunque haya aceptadas despues.
       BUSCAR-MARCA-LMS.
           OPEN INPUT LMSCTL-FILE
           IF WS-LX-STATUS = "00"
               MOVE 'S' TO WS-LMS-ACTIVO
               PERFORM UNTIL WS-EOF-LX = 'Y'
                   READ LMSCTL-FILE NEXT RECORD
                       AT END
                           MOVE 'Y' TO WS-EOF-LX
                       NOT AT END
                           IF LX-ESTADO = 'A'
                               MOVE LX-HASTA TO WS-MARCA-LMS
                           ELSE
                               MOVE 'Y' TO WS-EOF-LX
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE LMSCTL-FILE
               DISPLAY "CONFIRMADO POR EL LMS...: " WS-MARCA-LMS
           END-IF.

      * Un registro fuera de la retencion se rolea y purga salvo que
      * la interfaz LMS todavia no lo tenga confirmado.
       EVALUAR-PURGABLE.
           MOVE 'N' TO WS-PURGABLE
           IF RH-FECHA < WS-FECHA-CORTE
               IF WS-LMS-ACTIVO = 'S' AND RH-RUN-ID > WS-MARCA-LMS
                   CONTINUE
               ELSE
                   MOVE 'S' TO WS-PURGABLE
               END-IF
           END-IF.

       ACUMULAR-DETALLE.
           OPEN INPUT RUNHIST-FILE
           IF WS-RH-STATUS NOT = "00"
                   AT END
                       MOVE 'Y' TO WS-EOF-RH
                   NOT AT END
                       PERFORM EVALUAR-PURGABLE
                       IF WS-PURGABLE = 'S'
                           PERFORM ACUMULAR-REGISTRO
                       ELSE
                           IF RH-FECHA < WS-FECHA-CORTE
                               ADD 1 TO WS-RETENIDOS
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
                   AT END
                       MOVE 'Y' TO WS-EOF-RH
                   NOT AT END
                       PERFORM EVALUAR-PURGABLE
                       IF WS-PURGABLE = 'S'
                           DELETE RUNHIST-FILE RECORD
                           ADD 1 TO WS-PURGADOS
                           PERFORM ASENTAR-PURGA
                       END-IF
               END-READ
           END-PERFORM
           CLOSE RUNHIST-FILE.

      * El registro borrado sigue en el area del archivo despues del
      * DELETE; el diario guarda su clave y lo que se roleo de el.
       ASENTAR-PURGA.
           MOVE RH-RUN-ID TO WS-DJ-CLAVE
           MOVE SPACES TO WS-DJ-ANTES
           STRING RH-SOLVER " DISCOS " RH-NDISCOS " MOVS "
                  RH-CONTADOR " MIN " RH-MINIMO " " RH-RESULTADO
                  " " RH-RIG
               DELIMITED BY SIZE INTO WS-DJ-ANTES
           END-STRING
           CALL "DIARIOREG" USING WS-DJ-PROGRAMA, WS-DJ-ACCION,
                                   WS-DJ-CLAVE, WS-DJ-DATASET,
                                   WS-DJ-ANTES, WS-DJ-DESPUES.
       END PROGRAM RUNHISTROL.
