      ******************************************************************
      * Author:
      * Date:
      * Purpose: Closes the run requests of a night once CADENALOTE
      *          has finished: every request SOLICLOTE scheduled in
      *          the lot is marked completed or failed from what the
      *          night really left behind.  The lot's runs are taken
      *          from RUNHIST.DAT (identifier of the lot, registered
      *          after the lot was built) in the order they ran, and
      *          paired in parameter-line order with the requests by
      *          solver and disk count, so a line TORRESLOTE omitted
      *          leaves its request without a run instead of shifting
      *          the rest.  The k-th run of the lot is the k-th run
      *          of its MOVELOG, whose audit outcome AUDITLOG left in
      *          the lot's AUDITRES dataset.  Completed means the run
      *          reached its optimum (RUNHIST result OK) and audited
      *          clean; anything else is failed, with the reason, and
      *          the requester resubmits.  A lot still incomplete (its
      *          LOTECKPT has content) is not closed: its requests
      *          stay scheduled until the resumed lot finishes.
      *          RETURN-CODE 0 all completed, 4 failures or lot still
      *          incomplete, 8 the queue could not be read.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SOLICCIERRE.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SOLICITUD-FILE ASSIGN TO "SOLICITUD.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SQ-NUMERO
               FILE STATUS IS WS-SQ-STATUS.
           SELECT RUNHIST-FILE ASSIGN TO "RUNHIST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RH-RUN-ID
               FILE STATUS IS WS-RH-STATUS.
           SELECT AUDITRES-FILE ASSIGN TO DYNAMIC WS-NOMBRE-RES
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RES-STATUS.
           SELECT LOTECKPT-FILE ASSIGN TO DYNAMIC WS-NOMBRE-LC
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LC-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  SOLICITUD-FILE.
       COPY WSOLIC.
       FD  RUNHIST-FILE.
       COPY WRUNHIST.
       FD  AUDITRES-FILE.
       COPY WAUDRES.
       FD  LOTECKPT-FILE.
       COPY WLOTCK.
       WORKING-STORAGE SECTION.
       01 WS-SQ-STATUS      PIC XX.
       01 WS-RH-STATUS      PIC XX.
       01 WS-RES-STATUS     PIC XX.
       01 WS-LC-STATUS      PIC XX.
       01 WS-EOF            PIC X VALUE 'N'.
       01 WS-ID-ENTRADA     PIC X(20).
       01 CORRIDA-ID        PIC X(8) VALUE SPACES.
       01 WS-NOMBRE-RES     PIC X(30).
       01 WS-NOMBRE-LC      PIC X(30).
       01 WS-BASE           PIC X(12).
       01 WS-HOY            PIC 9(8).
       01 WS-LOTE-INCOMP    PIC X VALUE 'N'.
      * 'S' si RUNHIST existe pero no se pudo leer: sin corridas a la
      * vista no se cierra nada, o todo quedaria como fallido.
       01 WS-RH-MALO        PIC X VALUE 'N'.
       01 WS-FECHA-LOTE     PIC 9(8) VALUE 0.
       01 WS-HORA-LOTE      PIC 9(8) VALUE 0.
       01 WS-I              PIC 9(4).
       01 WS-K              PIC 9(4).
       01 WS-SIGUIENTE      PIC 9(4) VALUE 1.
       01 WS-HALLADA        PIC 9(4).
       01 WS-SOLVER         PIC X(12).
       01 WS-MOTIVO         PIC X(40).
       01 WS-COMPLETADAS    PIC 9(4) VALUE 0.
       01 WS-FALLIDAS       PIC 9(4) VALUE 0.
      * Solicitudes programadas en el lote, ubicadas por su linea de
      * TORRESLOTE.PRM (la linea es el subindice).
       01 WS-LINEA-MAX      PIC 9(4) VALUE 0.
       01 WS-SOL-TABLA.
           05 WS-SOL OCCURS 500 TIMES.
               10 WS-SOL-NUMERO     PIC 9(6).
               10 WS-SOL-NDISCOS    PIC 9(2).
               10 WS-SOL-NTORRES    PIC 9(1).
               10 WS-SOL-ADYACENTE  PIC X.
      * Corridas del lote en RUNHIST, en el orden en que corrieron.
       01 WS-RUN-CANT       PIC 9(4) VALUE 0.
       01 WS-RUN-TABLA.
           05 WS-RUN OCCURS 500 TIMES.
               10 WS-RUN-SOLVER     PIC X(12).
               10 WS-RUN-NDISCOS    PIC 9(2).
               10 WS-RUN-CONTADOR   PIC 9(4).
               10 WS-RUN-RESULTADO  PIC X(6).
      * Resultado de auditoria de cada corrida del MOVELOG del lote.
       01 WS-AUD-CANT       PIC 9(4) VALUE 0.
       01 WS-AUD-TABLA.
           05 WS-AUD OCCURS 500 TIMES.
               10 WS-AUD-NDISCOS    PIC 9(2).
               10 WS-AUD-MOVS       PIC 9(6).
               10 WS-AUD-RESULTADO  PIC X(9).
       PROCEDURE DIVISION.
           DISPLAY "===== SOLICCIERRE: CIERRE DE SOLICITUDES ====="
           ACCEPT WS-HOY FROM DATE YYYYMMDD
           DISPLAY "IDENTIFICADOR DEL LOTE"
           ACCEPT WS-ID-ENTRADA
           IF FUNCTION LENGTH(FUNCTION TRIM(WS-ID-ENTRADA)) > 8
              OR WS-ID-ENTRADA = SPACES
               DISPLAY "IDENTIFICADOR VACIO O DE MAS DE 8 CARACTERES"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           UNSTRING WS-ID-ENTRADA DELIMITED BY ALL SPACE
               INTO CORRIDA-ID
           END-UNSTRING
           MOVE "AUDITRES" TO WS-BASE
           CALL "NOMARCH" USING CORRIDA-ID, WS-BASE, WS-NOMBRE-RES
           MOVE "LOTECKPT" TO WS-BASE
           CALL "NOMARCH" USING CORRIDA-ID, WS-BASE, WS-NOMBRE-LC

           PERFORM PROBAR-LOTE-COMPLETO
           IF WS-LOTE-INCOMP = 'S'
               DISPLAY "EL LOTE " FUNCTION TRIM(CORRIDA-ID)
                       " ESTA INCOMPLETO; SUS SOLICITUDES SIGUEN"
                       " PROGRAMADAS HASTA QUE SE REANUDE"
               MOVE 4 TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN I-O SOLICITUD-FILE
           IF WS-SQ-STATUS NOT = "00"
               DISPLAY "ERROR ABRIENDO SOLICITUD.DAT, CODIGO "
                       WS-SQ-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM CARGAR-PROGRAMADAS
           IF WS-LINEA-MAX = 0
               DISPLAY "NO HAY SOLICITUDES PROGRAMADAS EN EL LOTE "
                       FUNCTION TRIM(CORRIDA-ID)
           ELSE
               PERFORM CARGAR-CORRIDAS
               IF WS-RH-MALO = 'S'
                   CLOSE SOLICITUD-FILE
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
               PERFORM CARGAR-AUDITORIA
               PERFORM VARYING WS-I FROM 1 BY 1
                       UNTIL WS-I > WS-LINEA-MAX
                   IF WS-SOL-NUMERO(WS-I) NOT = 0
                       PERFORM CERRAR-SOLICITUD
                   END-IF
               END-PERFORM
           END-IF
           CLOSE SOLICITUD-FILE

           DISPLAY "===== RESUMEN DEL CIERRE ====="
           DISPLAY "LOTE....................: " CORRIDA-ID
           DISPLAY "CORRIDAS DEL LOTE.......: " WS-RUN-CANT
           DISPLAY "SOLICITUDES COMPLETADAS.: " WS-COMPLETADAS
           DISPLAY "SOLICITUDES FALLIDAS....: " WS-FALLIDAS
           IF WS-FALLIDAS > 0
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF
           STOP RUN.

       PROBAR-LOTE-COMPLETO.
           MOVE 'N' TO WS-LOTE-INCOMP
           OPEN INPUT LOTECKPT-FILE
           IF WS-LC-STATUS = "00"
               READ LOTECKPT-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE 'S' TO WS-LOTE-INCOMP
               END-READ
               CLOSE LOTECKPT-FILE
           END-IF.

      * Todas las programadas de un lote comparten fecha y hora de
      * armado (SOLICLOTE no deja armar otro encima sin cerrar este).
       CARGAR-PROGRAMADAS.
           INITIALIZE WS-SOL-TABLA
           MOVE 'N' TO WS-EOF
           MOVE 0 TO SQ-NUMERO
           START SOLICITUD-FILE KEY >= SQ-NUMERO
               INVALID KEY
                   MOVE 'Y' TO WS-EOF
           END-START
           PERFORM UNTIL WS-EOF = 'Y'
               READ SOLICITUD-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF SQ-ESTADO = 'G' AND SQ-LOTE-ID = CORRIDA-ID
                          AND SQ-LINEA > 0 AND SQ-LINEA <= 500
                           MOVE SQ-NUMERO TO WS-SOL-NUMERO(SQ-LINEA)
                           MOVE SQ-NDISCOS TO WS-SOL-NDISCOS(SQ-LINEA)
                           MOVE SQ-NTORRES TO WS-SOL-NTORRES(SQ-LINEA)
                           MOVE SQ-ADYACENTE
                             TO WS-SOL-ADYACENTE(SQ-LINEA)
                           IF SQ-LINEA > WS-LINEA-MAX
                               MOVE SQ-LINEA TO WS-LINEA-MAX
                           END-IF
                           MOVE SQ-FECHA-LOTE TO WS-FECHA-LOTE
                           MOVE SQ-HORA-LOTE  TO WS-HORA-LOTE
                       END-IF
               END-READ
           END-PERFORM.

      * Las corridas del lote son las de su identificador registradas
      * despues del armado; RH-RUN-ID empieza por fecha y hora de
      * registro, asi que se posiciona directo en el armado.
       CARGAR-CORRIDAS.
           OPEN INPUT RUNHIST-FILE
           IF WS-RH-STATUS NOT = "00"
               IF WS-RH-STATUS NOT = "35"
                   DISPLAY "ERROR ABRIENDO RUNHIST.DAT, CODIGO "
                           WS-RH-STATUS ", NO SE CIERRA NADA"
                   MOVE 'S' TO WS-RH-MALO
               END-IF
           ELSE
               MOVE 'N' TO WS-EOF
               MOVE WS-FECHA-LOTE TO RH-FECHA
               MOVE WS-HORA-LOTE  TO RH-HORA
               START RUNHIST-FILE KEY >= RH-RUN-ID
                   INVALID KEY
                       MOVE 'Y' TO WS-EOF
               END-START
               PERFORM UNTIL WS-EOF = 'Y'
                   READ RUNHIST-FILE NEXT RECORD
                       AT END
                           MOVE 'Y' TO WS-EOF
                       NOT AT END
                           IF RH-IDENT = CORRIDA-ID
                               PERFORM GUARDAR-CORRIDA
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE RUNHIST-FILE
           END-IF.

       GUARDAR-CORRIDA.
           IF WS-RUN-CANT = 500
               MOVE 'Y' TO WS-EOF
           ELSE
               ADD 1 TO WS-RUN-CANT
               MOVE RH-SOLVER    TO WS-RUN-SOLVER(WS-RUN-CANT)
               MOVE RH-NDISCOS   TO WS-RUN-NDISCOS(WS-RUN-CANT)
               MOVE RH-CONTADOR  TO WS-RUN-CONTADOR(WS-RUN-CANT)
               MOVE RH-RESULTADO TO WS-RUN-RESULTADO(WS-RUN-CANT)
           END-IF.

       CARGAR-AUDITORIA.
           OPEN INPUT AUDITRES-FILE
           IF WS-RES-STATUS NOT = "00"
               DISPLAY "SIN RESULTADO DE AUDITORIA "
                       FUNCTION TRIM(WS-NOMBRE-RES)
           ELSE
               MOVE 'N' TO WS-EOF
               PERFORM UNTIL WS-EOF = 'Y'
                   READ AUDITRES-FILE
                       AT END
                           MOVE 'Y' TO WS-EOF
                       NOT AT END
                           IF WS-AUD-CANT < 500
                               ADD 1 TO WS-AUD-CANT
                               MOVE AR-NDISCOS
                                 TO WS-AUD-NDISCOS(WS-AUD-CANT)
                               MOVE AR-MOVS
                                 TO WS-AUD-MOVS(WS-AUD-CANT)
                               MOVE AR-RESULTADO
                                 TO WS-AUD-RESULTADO(WS-AUD-CANT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE AUDITRES-FILE
           END-IF.

      * La solicitud de la linea WS-I toma la primera corrida libre
      * del lote con su solver y sus discos; las corridas saltadas
      * no se vuelven a ofrecer, porque el lote corre en orden.
       CERRAR-SOLICITUD.
           EVALUATE TRUE
               WHEN WS-SOL-NTORRES(WS-I) = 4
                   MOVE "MOVERDISCO4" TO WS-SOLVER
               WHEN WS-SOL-ADYACENTE(WS-I) = 'S'
                   MOVE "MOVERDISCOA" TO WS-SOLVER
               WHEN OTHER
                   MOVE "MOVERDISCO" TO WS-SOLVER
           END-EVALUATE
           MOVE 0 TO WS-HALLADA
           PERFORM VARYING WS-K FROM WS-SIGUIENTE BY 1
                   UNTIL WS-K > WS-RUN-CANT OR WS-HALLADA > 0
               IF WS-RUN-SOLVER(WS-K) = WS-SOLVER
                  AND WS-RUN-NDISCOS(WS-K) = WS-SOL-NDISCOS(WS-I)
                   MOVE WS-K TO WS-HALLADA
               END-IF
           END-PERFORM

           MOVE SPACES TO WS-MOTIVO
           IF WS-HALLADA = 0
               MOVE "SIN CORRIDA EN RUNHIST (LINEA OMITIDA)"
                 TO WS-MOTIVO
           ELSE
               COMPUTE WS-SIGUIENTE = WS-HALLADA + 1
               IF WS-RUN-RESULTADO(WS-HALLADA) NOT = "OK"
                   MOVE "CORRIDA CON ALERTA EN RUNHIST"
                     TO WS-MOTIVO
               ELSE
      * Un AUDITRES que no coincide en discos y movimientos con la
      * corrida es de otra pasada (la auditoria no corrio esta noche).
                   IF WS-HALLADA > WS-AUD-CANT
                       MOVE "CORRIDA SIN RESULTADO DE AUDITORIA"
                         TO WS-MOTIVO
                   ELSE
                       IF WS-AUD-MOVS(WS-HALLADA) NOT =
                          WS-RUN-CONTADOR(WS-HALLADA)
                          OR (WS-AUD-NDISCOS(WS-HALLADA) NOT = 0
                              AND WS-AUD-NDISCOS(WS-HALLADA) NOT =
                                  WS-RUN-NDISCOS(WS-HALLADA))
                           MOVE "CORRIDA SIN RESULTADO DE AUDITORIA"
                             TO WS-MOTIVO
                       ELSE
                           IF WS-AUD-RESULTADO(WS-HALLADA) NOT = "OK"
                               MOVE "EXCEPCIONES EN LA AUDITORIA"
                                 TO WS-MOTIVO
                           END-IF
                       END-IF
                   END-IF
               END-IF
           END-IF

           MOVE WS-SOL-NUMERO(WS-I) TO SQ-NUMERO
           READ SOLICITUD-FILE
               INVALID KEY
                   DISPLAY "SOLICITUD " SQ-NUMERO " YA NO ESTA EN EL"
                           " MAESTRO"
               NOT INVALID KEY
                   IF WS-MOTIVO = SPACES
                       MOVE 'C' TO SQ-ESTADO
                       ADD 1 TO WS-COMPLETADAS
                       DISPLAY "COMPLETADA " SQ-NUMERO " LINEA " WS-I
                   ELSE
                       MOVE 'F' TO SQ-ESTADO
                       ADD 1 TO WS-FALLIDAS
                       DISPLAY "FALLIDA    " SQ-NUMERO " LINEA " WS-I
                               ": " WS-MOTIVO
                   END-IF
                   MOVE WS-MOTIVO TO SQ-MOTIVO
                   MOVE WS-HOY TO SQ-FECHA-CIERRE
                   REWRITE SOLICITUD-REGISTRO
                   IF WS-SQ-STATUS NOT = "00"
                       DISPLAY "ERROR GRABANDO EN SOLICITUD.DAT,"
                               " CODIGO " WS-SQ-STATUS
                   END-IF
           END-READ.
       END PROGRAM SOLICCIERRE.
