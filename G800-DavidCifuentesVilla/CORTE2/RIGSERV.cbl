      ******************************************************************
      * Author:
      * Date:
      * Purpose: Preventive maintenance status of a rig, for the
      *          drivers to check before they start a run.  Reads the
      *          rig in RIGMAST.DAT and measures the moves run since
      *          its last service (RG-MOVS-TOTAL - RG-MOVS-SERVICIO)
      *          against its service interval.  ESTADO comes back:
      *            'S' rig without a plan (interval zero), never due;
      *            'O' within its interval;
      *            'P' near the interval (from PORCENTAJE-AVISO
      *                percent of it on), the driver warns and runs;
      *            'V' overdue (interval reached), the driver refuses
      *                the run until RIGPREV logs the service;
      *            'N' rig not in the master (or no master).
      *          DESDE-SERVICIO and INTERVALO come back for the
      *          driver's message.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RIGSERV.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RIGMAST-FILE ASSIGN TO "RIGMAST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RG-ID
               FILE STATUS IS WS-RG-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  RIGMAST-FILE.
       COPY WRIGMAST.
       WORKING-STORAGE SECTION.
       01 WS-RG-STATUS    PIC XX.
      * A partir de este porcentaje del intervalo el rig se avisa
      * como proximo a servicio; RIGPREV usa el mismo criterio en su
      * listado de vencimientos.
       01 PORCENTAJE-AVISO PIC 9(3) VALUE 90.
       01 WS-UMBRAL       PIC 9(9).
       LINKAGE SECTION.
       01 RIG-ID          PIC X(8).
       01 ESTADO          PIC X.
       01 DESDE-SERVICIO  PIC 9(9).
       01 INTERVALO       PIC 9(6).
       PROCEDURE DIVISION USING RIG-ID, ESTADO, DESDE-SERVICIO,
                                 INTERVALO.
           MOVE 'N' TO ESTADO
           MOVE 0 TO DESDE-SERVICIO
           MOVE 0 TO INTERVALO
           OPEN INPUT RIGMAST-FILE
           IF WS-RG-STATUS NOT = "00"
               GOBACK
           END-IF
           MOVE RIG-ID TO RG-ID
           READ RIGMAST-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   PERFORM EVALUAR-SERVICIO
           END-READ
           CLOSE RIGMAST-FILE
           GOBACK.

      * Un cuentamovimientos por debajo de la lectura del servicio
      * (maestro recargado de un respaldo viejo) cuenta como recien
      * servido en vez de dar una resta negativa.
       EVALUAR-SERVICIO.
           IF RG-MOVS-TOTAL > RG-MOVS-SERVICIO
               COMPUTE DESDE-SERVICIO = RG-MOVS-TOTAL
                                      - RG-MOVS-SERVICIO
           END-IF
           MOVE RG-INTERVALO TO INTERVALO
           COMPUTE WS-UMBRAL = RG-INTERVALO * PORCENTAJE-AVISO / 100
           EVALUATE TRUE
               WHEN RG-INTERVALO = 0
                   MOVE 'S' TO ESTADO
               WHEN DESDE-SERVICIO >= RG-INTERVALO
                   MOVE 'V' TO ESTADO
               WHEN DESDE-SERVICIO >= WS-UMBRAL
                   MOVE 'P' TO ESTADO
               WHEN OTHER
                   MOVE 'O' TO ESTADO
           END-EVALUATE.
       END PROGRAM RIGSERV.
