      * Author:
      * Date:
      * Purpose: One-shot driver for the nightly chain that the
      *          operator used to babysit as separate submissions:
      *          VALIDALOTE over TORRESLOTE.PRM, then TORRESLOTE, then
      *          AUDITLOG over the lot MOVELOG, then INFORMELOTE, then
      *          ARCHIVALOG, then CONCILIA reconciles the day's
      *          ledgers, and finally RESPALDO unloads the indexed
      *          masters to the night's backups, before any
      *          RUNHISTROL purge can touch them.  The run identifier
      *          is asked once and handed to every step through the
      *          WCADENA EXTERNAL context, so the whole chain resolves
      *          the same datasets via NOMARCH / RUNCATGET.  The night
      *          stops when VALIDALOTE comes back with RETURN-CODE 8
      *          or the lot leaves its LOTECKPT with content (an
      *          incomplete lot), and the archive step is refused when
      *          AUDITLOG reported exceptions.  Breaks between the
      *          ledgers leave the night observed; a reconciliation
      *          that could not read its ledgers whole stops it, since
      *          nobody can vouch for the night's books, and so does a
      *          backup that could not be written.  Every step
      *          start and end goes to the CADENA job log with its
      *          timestamp and outcome, so the morning shift sees at a
      *          glance where a bad night stopped and which steps are
      *          safe to resubmit.  Final RETURN-CODE: 8 chain stopped,
      *          4 ran end to end but with observations (lines
      *          omitted, audit exceptions or ledger breaks), 0 clean
      *          night.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       01 WS-RIG-MAXD     PIC 9(2).
       01 WS-RIG-ACTIVO   PIC X.
       01 WS-RIG-HALLADO  PIC X.
       01 WS-SERV-ESTADO    PIC X.
       01 WS-SERV-DESDE     PIC 9(9).
       01 WS-SERV-INTERVALO PIC 9(6).
       COPY WCADENA.
       PROCEDURE DIVISION.
           DISPLAY "===== CADENALOTE: CADENA NOCTURNA ====="
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
      * Tampoco se lanza la noche sobre un rig con el servicio
      * preventivo vencido: TORRESLOTE lo rechazaria igual, pero
      * recien despues de la prevalidacion.
               CALL "RIGSERV" USING WS-RIG-ID, WS-SERV-ESTADO,
                                     WS-SERV-DESDE, WS-SERV-INTERVALO
               IF WS-SERV-ESTADO = 'V'
                   DISPLAY "RIG CON SERVICIO VENCIDO: " WS-SERV-DESDE
                           " MOVIMIENTOS, INTERVALO "
                           WS-SERV-INTERVALO
                   DISPLAY "REGISTRE EL SERVICIO CON RIGPREV Y"
                           " RELANCE LA CADENA"
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF

      * Todos los pasos de la cadena toman este identificador del
           IF WS-CORTADA = 'N'
               PERFORM PASO-ARCHIVALOG
           END-IF
           IF WS-CORTADA = 'N'
               PERFORM PASO-CONCILIA
           END-IF
           IF WS-CORTADA = 'N'
               PERFORM PASO-RESPALDO
           END-IF

           MOVE 'N' TO CADENA-ACTIVA
           MOVE "CADENA" TO WS-PASO
               PERFORM REGISTRAR-LINEA
           END-IF.

      * La conciliacion va al final, cuando RUNHIST, TIEMPOS, el
      * catalogo, ENVUELO y ARCHINDEX ya recibieron todo lo de la
      * noche.  Los descuadres dejan la noche observada; un 8 quiere
      * decir que algun libro no se pudo leer entero y la noche no
      * se puede dar por buena.
       PASO-CONCILIA.
           MOVE "CONCILIA" TO WS-PASO
           MOVE "INICIO" TO WS-DETALLE
           PERFORM REGISTRAR-LINEA
           MOVE 0 TO RETURN-CODE
           CALL "CONCILIA"
           MOVE RETURN-CODE TO WS-RC-PASO
           MOVE 0 TO RETURN-CODE
           EVALUATE WS-RC-PASO
               WHEN 8
                   MOVE "FIN: CONCILIACION INCOMPLETA" TO WS-DETALLE
                   MOVE 'S' TO WS-CORTADA
               WHEN 4
                   MOVE "FIN: DESCUADRES ENTRE ARCHIVOS" TO WS-DETALLE
                   MOVE 'S' TO WS-CON-OBS
               WHEN OTHER
                   MOVE "FIN: ARCHIVOS CONCILIADOS" TO WS-DETALLE
           END-EVALUATE
           PERFORM REGISTRAR-LINEA.

      * La descarga de maestros va despues de la conciliacion, con
      * RUNHIST y RUNSTAT ya cerrados con todo lo de la noche.  Un 8
      * es un maestro que no se pudo leer entero o un respaldo que no
      * se pudo grabar: la noche queda sin respaldo y no se da por
      * buena.
       PASO-RESPALDO.
           MOVE "RESPALDO" TO WS-PASO
           MOVE "INICIO" TO WS-DETALLE
           PERFORM REGISTRAR-LINEA
           MOVE 0 TO RETURN-CODE
           CALL "RESPALDO"
           MOVE RETURN-CODE TO WS-RC-PASO
           MOVE 0 TO RETURN-CODE
           IF WS-RC-PASO = 8
               MOVE "FIN: RESPALDO FALLIDO, VER RESPALDO"
                 TO WS-DETALLE
               MOVE 'S' TO WS-CORTADA
           ELSE
               MOVE "FIN: MAESTROS RESPALDADOS" TO WS-DETALLE
           END-IF
           PERFORM REGISTRAR-LINEA.

      * Cada linea de la bitacora se escribe con el archivo abierto
      * solo durante la escritura: si un paso aborta la corrida, lo
      * ya registrado queda a salvo para el turno de la manana.
