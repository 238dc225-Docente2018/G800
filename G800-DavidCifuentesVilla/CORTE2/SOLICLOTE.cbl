      ******************************************************************
      * Author:
      * Date:
      * Purpose: Nightly builder of TORRESLOTE.PRM from the run
      *          request queue SOLICITUD.DAT, run before CADENALOTE
      *          with the same lot identifier and rig the chain will
      *          be given.  Takes the pending and previously deferred
      *          requests in needed-by order, checks each one against
      *          the night's rig in RIGMAST.DAT (preferred rig, peg
      *          count, rack size; a rig overdue for preventive
      *          maintenance builds nothing) and against the
      *          batch-window budget of VENTANA.PRM (projected
      *          optimum moves, the same figure VALIDALOTE totals),
      *          writes one parameter line per request that fits and
      *          marks it scheduled with its lot, date, time and line;
      *          the ones that do not fit are marked deferred with the
      *          reason and come back the next night.  The parameter
      *          file is always rewritten, so an empty queue gives an
      *          empty lot instead of repeating yesterday's lines.  A
      *          lot still incomplete (its LOTECKPT has content) or
      *          with scheduled requests not yet closed by SOLICCIERRE
      *          is refused, since rewriting the parameter under it
      *          would break the resume and the tracing.
      *          RETURN-CODE 0 all requests scheduled, 4 some
      *          deferred, 8 nothing built.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SOLICLOTE.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SOLICITUD-FILE ASSIGN TO "SOLICITUD.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SQ-NUMERO
               FILE STATUS IS WS-SQ-STATUS.
           SELECT PARAM-FILE ASSIGN TO "TORRESLOTE.PRM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARAM-STATUS.
           SELECT VENTANA-FILE ASSIGN TO "VENTANA.PRM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-VEN-STATUS.
           SELECT LOTECKPT-FILE ASSIGN TO DYNAMIC WS-NOMBRE-LC
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LC-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  SOLICITUD-FILE.
       COPY WSOLIC.
       FD  PARAM-FILE.
       01 PARAM-REGISTRO         PIC X(20).
       FD  VENTANA-FILE.
       01 VENTANA-REGISTRO       PIC X(20).
       FD  LOTECKPT-FILE.
       COPY WLOTCK.
       WORKING-STORAGE SECTION.
       01 WS-SQ-STATUS      PIC XX.
       01 WS-PARAM-STATUS   PIC XX.
       01 WS-VEN-STATUS     PIC XX.
       01 WS-LC-STATUS      PIC XX.
       01 WS-EOF            PIC X VALUE 'N'.
       01 WS-EOF-VEN        PIC X VALUE 'N'.
       01 WS-LEN            PIC 9(2).
       01 WS-ID-ENTRADA     PIC X(20).
       01 CORRIDA-ID        PIC X(8) VALUE SPACES.
       01 WS-NOMBRE-LC      PIC X(30).
       01 WS-BASE           PIC X(12).
       01 WS-FECHA          PIC 9(8).
       01 WS-HORA           PIC 9(8).
       01 WS-SIN-CERRAR     PIC 9(4) VALUE 0.
       01 WS-LOTE-INCOMP    PIC X VALUE 'N'.
      * 'S' cuando SOLICITUD.DAT quedo abierto; el estado del archivo
      * no sirve para eso despues de recorrerlo.
       01 WS-HAY-SOLIC      PIC X VALUE 'N'.
      * Rig de la noche, el mismo que se le va a dar a CADENALOTE.
       01 WS-RIG-ID         PIC X(8) VALUE SPACES.
       01 WS-RIG-DESC       PIC X(30).
       01 WS-RIG-TORRES     PIC 9(1).
       01 WS-RIG-MAXD       PIC 9(2).
       01 WS-RIG-ACTIVO     PIC X.
       01 WS-RIG-HALLADO    PIC X.
       01 WS-SERV-ESTADO    PIC X.
       01 WS-SERV-DESDE     PIC 9(9).
       01 WS-SERV-INTERVALO PIC 9(6).
      * Presupuesto de la ventana en movimientos, con el mismo valor
      * por defecto y la misma lectura de VENTANA.PRM que VALIDALOTE.
       01 WS-PRESUPUESTO    PIC 9(8) VALUE 1000000.
       01 WS-MOVS-TOTAL     PIC 9(8) VALUE 0.
       01 WS-MOVS-LINEA     PIC 9(4).
       01 WS-NDISCOS        PIC 9(2).
       01 WS-NTORRES        PIC 9(1).
       01 WS-ADYACENTE      PIC X.
       01 WS-DISCOS-ED      PIC Z9.
       01 WS-LINEA-PARAM    PIC X(20).
       01 WS-LINEA          PIC 9(4) VALUE 0.
       01 WS-MOTIVO         PIC X(40).
       01 WS-I              PIC 9(4).
       01 WS-ELEGIDO        PIC 9(4).
       01 WS-PROGRAMADAS    PIC 9(4) VALUE 0.
       01 WS-DIFERIDAS      PIC 9(4) VALUE 0.
      * Solicitudes candidatas (pendientes y diferidas); se toman de
      * a una por fecha necesaria y numero, la mas urgente primero.
       01 WS-CAND-CANT      PIC 9(4) VALUE 0.
       01 WS-CAND-TABLA.
           05 WS-CAND OCCURS 500 TIMES.
               10 WS-CAND-NUMERO    PIC 9(6).
               10 WS-CAND-FECHA     PIC 9(8).
               10 WS-CAND-TOMADA    PIC X.
       PROCEDURE DIVISION.
           DISPLAY "===== SOLICLOTE: ARMADO DEL LOTE NOCTURNO ====="
           ACCEPT WS-FECHA FROM DATE YYYYMMDD
           ACCEPT WS-HORA  FROM TIME
           PERFORM PEDIR-PARAMETROS
           PERFORM PROBAR-LOTE-COMPLETO
           IF WS-LOTE-INCOMP = 'S'
               DISPLAY "EL LOTE " FUNCTION TRIM(CORRIDA-ID)
                       " QUEDO INCOMPLETO; REANUDELO CON CADENALOTE"
                       " ANTES DE ARMAR OTRO"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM LEER-PRESUPUESTO
           DISPLAY "PRESUPUESTO DE LA VENTANA: " WS-PRESUPUESTO
                   " MOVIMIENTOS"

           OPEN I-O SOLICITUD-FILE
           IF WS-SQ-STATUS = "35"
               DISPLAY "NO HAY SOLICITUD.DAT, EL LOTE QUEDA VACIO"
           ELSE
               IF WS-SQ-STATUS NOT = "00"
                   DISPLAY "ERROR ABRIENDO SOLICITUD.DAT, CODIGO "
                           WS-SQ-STATUS
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
               MOVE 'S' TO WS-HAY-SOLIC
               PERFORM CARGAR-CANDIDATAS
               IF WS-SIN-CERRAR > 0
                   DISPLAY "HAY " WS-SIN-CERRAR " SOLICITUD(ES)"
                           " PROGRAMADAS EN EL LOTE "
                           FUNCTION TRIM(CORRIDA-ID)
                           " SIN CERRAR; CORRA SOLICCIERRE PRIMERO"
                   CLOSE SOLICITUD-FILE
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF

           OPEN OUTPUT PARAM-FILE
           IF WS-PARAM-STATUS NOT = "00"
               DISPLAY "ERROR ABRIENDO TORRESLOTE.PRM, CODIGO "
                       WS-PARAM-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           IF WS-HAY-SOLIC = 'S'
               PERFORM WS-CAND-CANT TIMES
                   PERFORM ELEGIR-PROXIMA
                   PERFORM PROGRAMAR-SOLICITUD
               END-PERFORM
               CLOSE SOLICITUD-FILE
           END-IF
           CLOSE PARAM-FILE

           DISPLAY "===== RESUMEN DEL ARMADO ====="
           DISPLAY "LOTE....................: " CORRIDA-ID
           DISPLAY "RIG DE LA NOCHE.........: " WS-RIG-ID
           DISPLAY "SOLICITUDES EXAMINADAS..: " WS-CAND-CANT
           DISPLAY "SOLICITUDES PROGRAMADAS.: " WS-PROGRAMADAS
           DISPLAY "SOLICITUDES DIFERIDAS...: " WS-DIFERIDAS
           DISPLAY "MOVIMIENTOS PROYECTADOS.: " WS-MOVS-TOTAL
           IF WS-DIFERIDAS > 0
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF
           STOP RUN.

      * Identificador y rig se leen de SYSIN igual que en CADENALOTE;
      * el identificador es obligatorio porque es lo que despues
      * permite encontrar en RUNHIST las corridas de cada solicitud.
       PEDIR-PARAMETROS.
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

           DISPLAY "IDENTIFICADOR DEL RIG (VACIO = SIN RIG)"
           ACCEPT WS-ID-ENTRADA
           IF FUNCTION LENGTH(FUNCTION TRIM(WS-ID-ENTRADA)) > 8
               DISPLAY "IDENTIFICADOR DE RIG EXCEDE 8 CARACTERES"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           UNSTRING WS-ID-ENTRADA DELIMITED BY ALL SPACE
               INTO WS-RIG-ID
           END-UNSTRING
           IF WS-RIG-ID NOT = SPACES
               CALL "RIGGET" USING WS-RIG-ID, WS-RIG-DESC,
                                    WS-RIG-TORRES, WS-RIG-MAXD,
                                    WS-RIG-ACTIVO, WS-RIG-HALLADO
               IF WS-RIG-HALLADO = 'N'
                   DISPLAY "RIG NO REGISTRADO EN RIGMAST.DAT"
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
               IF WS-RIG-ACTIVO NOT = 'S'
                   DISPLAY "RIG FUERA DE SERVICIO"
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
      * Con el servicio vencido CADENALOTE no lanza la noche; armar
      * el lote dejaria las solicitudes programadas sin corrida, asi
      * que siguen pendientes o diferidas hasta que se registre.
               CALL "RIGSERV" USING WS-RIG-ID, WS-SERV-ESTADO,
                                     WS-SERV-DESDE, WS-SERV-INTERVALO
               IF WS-SERV-ESTADO = 'V'
                   DISPLAY "RIG CON SERVICIO VENCIDO: " WS-SERV-DESDE
                           " MOVIMIENTOS, INTERVALO "
                           WS-SERV-INTERVALO
                   DISPLAY "REGISTRE EL SERVICIO CON RIGPREV Y"
                           " ARME EL LOTE DE NUEVO"
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF
           MOVE "LOTECKPT" TO WS-BASE
           CALL "NOMARCH" USING CORRIDA-ID, WS-BASE, WS-NOMBRE-LC.

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

       LEER-PRESUPUESTO.
           OPEN INPUT VENTANA-FILE
           IF WS-VEN-STATUS NOT = "00"
               DISPLAY "SIN VENTANA.PRM, SE USA EL PRESUPUESTO POR"
                       " DEFECTO"
           ELSE
               PERFORM UNTIL WS-EOF-VEN = 'Y'
                   READ VENTANA-FILE
                       AT END
                           MOVE 'Y' TO WS-EOF-VEN
                       NOT AT END
                           PERFORM TOMAR-PRESUPUESTO
                   END-READ
               END-PERFORM
               CLOSE VENTANA-FILE
           END-IF.

       TOMAR-PRESUPUESTO.
           MOVE FUNCTION LENGTH(FUNCTION TRIM(VENTANA-REGISTRO))
             TO WS-LEN
           IF WS-LEN > 0 AND WS-LEN <= 8
              AND VENTANA-REGISTRO(1:WS-LEN) IS NUMERIC
               COMPUTE WS-PRESUPUESTO =
                   FUNCTION NUMVAL(VENTANA-REGISTRO(1:WS-LEN))
           ELSE
               DISPLAY "LINEA INVALIDA EN VENTANA.PRM, SE IGNORA: "
                       VENTANA-REGISTRO
           END-IF.

      * Toma pendientes y diferidas; de paso cuenta las programadas
      * en este mismo lote que SOLICCIERRE todavia no cerro.
       CARGAR-CANDIDATAS.
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
                           ADD 1 TO WS-SIN-CERRAR
                       END-IF
                       IF SQ-ESTADO = 'P' OR SQ-ESTADO = 'D'
                           PERFORM GUARDAR-CANDIDATA
                       END-IF
               END-READ
           END-PERFORM.

      * Lo que no entra en la tabla queda pendiente para otra noche.
       GUARDAR-CANDIDATA.
           IF WS-CAND-CANT = 500
               DISPLAY "MAS DE 500 SOLICITUDES EN ESPERA, LA "
                       SQ-NUMERO " QUEDA PARA OTRA NOCHE"
           ELSE
               ADD 1 TO WS-CAND-CANT
               MOVE SQ-NUMERO          TO WS-CAND-NUMERO(WS-CAND-CANT)
               MOVE SQ-FECHA-NECESARIA TO WS-CAND-FECHA(WS-CAND-CANT)
               MOVE 'N'                TO WS-CAND-TOMADA(WS-CAND-CANT)
           END-IF.

      * La tabla se cargo por numero, asi que ante igual fecha queda
      * primero la solicitud mas vieja.
       ELEGIR-PROXIMA.
           MOVE 0 TO WS-ELEGIDO
           PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > WS-CAND-CANT
               IF WS-CAND-TOMADA(WS-I) = 'N'
                   IF WS-ELEGIDO = 0
                       MOVE WS-I TO WS-ELEGIDO
                   ELSE
                       IF WS-CAND-FECHA(WS-I) <
                          WS-CAND-FECHA(WS-ELEGIDO)
                           MOVE WS-I TO WS-ELEGIDO
                       END-IF
                   END-IF
               END-IF
           END-PERFORM
           MOVE 'S' TO WS-CAND-TOMADA(WS-ELEGIDO).

       PROGRAMAR-SOLICITUD.
           MOVE WS-CAND-NUMERO(WS-ELEGIDO) TO SQ-NUMERO
           READ SOLICITUD-FILE
               INVALID KEY
                   DISPLAY "SOLICITUD " SQ-NUMERO " YA NO ESTA EN EL"
                           " MAESTRO"
               NOT INVALID KEY
                   PERFORM EVALUAR-SOLICITUD
                   REWRITE SOLICITUD-REGISTRO
                   IF WS-SQ-STATUS NOT = "00"
                       DISPLAY "ERROR GRABANDO EN SOLICITUD.DAT,"
                               " CODIGO " WS-SQ-STATUS
                   END-IF
           END-READ.

      * Primero el rig (preferido, torres, rack) y despues la ventana:
      * una solicitud que el rig de la noche no puede correr no debe
      * ocupar presupuesto.
       EVALUAR-SOLICITUD.
           MOVE SPACES TO WS-MOTIVO
           IF SQ-RIG NOT = SPACES AND SQ-RIG NOT = WS-RIG-ID
               STRING "PIDE EL RIG " DELIMITED BY SIZE
                      SQ-RIG DELIMITED BY SPACE
                      ", NO ES EL DE LA NOCHE" DELIMITED BY SIZE
                 INTO WS-MOTIVO
               END-STRING
           END-IF
           IF WS-MOTIVO = SPACES AND WS-RIG-ID NOT = SPACES
               IF SQ-NTORRES NOT = WS-RIG-TORRES
                   STRING "EL RIG DE LA NOCHE TIENE " DELIMITED BY SIZE
                          WS-RIG-TORRES DELIMITED BY SIZE
                          " TORRES" DELIMITED BY SIZE
                     INTO WS-MOTIVO
                   END-STRING
               ELSE
                   IF SQ-NDISCOS > WS-RIG-MAXD
                       STRING "EXCEDE LOS " DELIMITED BY SIZE
                              WS-RIG-MAXD DELIMITED BY SIZE
                              " DISCOS DEL RIG DE LA NOCHE"
                                          DELIMITED BY SIZE
                         INTO WS-MOTIVO
                       END-STRING
                   END-IF
               END-IF
           END-IF
           IF WS-MOTIVO = SPACES
               MOVE SQ-NDISCOS   TO WS-NDISCOS
               MOVE SQ-NTORRES   TO WS-NTORRES
               MOVE SQ-ADYACENTE TO WS-ADYACENTE
               CALL "MINIMOV" USING WS-NDISCOS, WS-NTORRES,
                                     WS-MOVS-LINEA, WS-ADYACENTE
               IF WS-MOVS-TOTAL + WS-MOVS-LINEA > WS-PRESUPUESTO
                   MOVE "NO ENTRA EN LA VENTANA DE LA NOCHE"
                     TO WS-MOTIVO
               END-IF
           END-IF
           IF WS-MOTIVO = SPACES
               PERFORM GRABAR-LINEA-LOTE
               ADD WS-MOVS-LINEA TO WS-MOVS-TOTAL
               MOVE 'G'        TO SQ-ESTADO
               MOVE SPACES     TO SQ-MOTIVO
               MOVE CORRIDA-ID TO SQ-LOTE-ID
               MOVE WS-FECHA   TO SQ-FECHA-LOTE
               MOVE WS-HORA    TO SQ-HORA-LOTE
               MOVE WS-LINEA   TO SQ-LINEA
               MOVE WS-RIG-ID  TO SQ-RIG-LOTE
               ADD 1 TO WS-PROGRAMADAS
               DISPLAY "PROGRAMADA " SQ-NUMERO " LINEA " WS-LINEA
                       ": " PARAM-REGISTRO
           ELSE
               MOVE 'D'       TO SQ-ESTADO
               MOVE WS-MOTIVO TO SQ-MOTIVO
               ADD 1 TO WS-DIFERIDAS
               DISPLAY "DIFERIDA   " SQ-NUMERO ": " WS-MOTIVO
           END-IF.

      * Se escribe en el formato que entienden TORRESLOTE y
      * VALIDALOTE, siempre en la posicion canonica: "N" (3 torres,
      * 1-2-3), "N A" (variante adyacente) o "N 1 2 3 4" (4 torres).
       GRABAR-LINEA-LOTE.
           ADD 1 TO WS-LINEA
           MOVE SQ-NDISCOS TO WS-DISCOS-ED
           MOVE SPACES TO PARAM-REGISTRO
           EVALUATE TRUE
               WHEN SQ-NTORRES = 4
                   STRING FUNCTION TRIM(WS-DISCOS-ED) DELIMITED BY SIZE
                          " 1 2 3 4" DELIMITED BY SIZE
                     INTO PARAM-REGISTRO
                   END-STRING
               WHEN SQ-ADYACENTE = 'S'
                   STRING FUNCTION TRIM(WS-DISCOS-ED) DELIMITED BY SIZE
                          " A" DELIMITED BY SIZE
                     INTO PARAM-REGISTRO
                   END-STRING
               WHEN OTHER
                   MOVE FUNCTION TRIM(WS-DISCOS-ED) TO PARAM-REGISTRO
           END-EVALUATE
      * El solicitante viaja al final de la linea para que el uso de
      * la corrida se le cobre a el y no a quien lanza el lote.
           IF SQ-SOLICITANTE NOT = SPACES
               MOVE PARAM-REGISTRO TO WS-LINEA-PARAM
               MOVE SPACES TO PARAM-REGISTRO
               STRING FUNCTION TRIM(WS-LINEA-PARAM) DELIMITED BY SIZE
                      " @" DELIMITED BY SIZE
                      FUNCTION TRIM(SQ-SOLICITANTE) DELIMITED BY SIZE
                 INTO PARAM-REGISTRO
               END-STRING
           END-IF
           WRITE PARAM-REGISTRO.
       END PROGRAM SOLICLOTE.
