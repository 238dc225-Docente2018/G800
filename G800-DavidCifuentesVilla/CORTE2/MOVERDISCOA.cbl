      ******************************************************************
      * Author:
      * Date:
      * Purpose: Solver for the "adjacent towers only" training
      *          variant on the 3-peg rigs: a disk may only move
      *          between neighbouring towers, so the end towers never
      *          exchange a disk directly and every crossing goes
      *          through the middle one.  DESDE and HASTA are the two
      *          end towers and AUXIL the middle one; the N disks
      *          cross in the optimal 3^N - 1 moves (the N-1 upper
      *          disks go all the way to HASTA, the largest steps to
      *          the middle, the upper disks come all the way back,
      *          the largest steps onto HASTA, and the upper disks
      *          cross once more).  Same LINKAGE contract as
      *          MOVERDISCO, same MOVELOG record and per-run dataset
      *          naming.  Like MOVERDISCO4 this solver does not
      *          checkpoint: the variant is capped at 8 disks (6560
      *          moves, the largest count the PIC 9(4) counters of
      *          RUNHIST and MINIMOV hold), so an interrupted run is
      *          simply re-executed.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MOVERDISCOA IS RECURSIVE.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MOVELOG-FILE ASSIGN TO DYNAMIC WS-NOMBRE-LOG
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LOG-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  MOVELOG-FILE.
       COPY WMOVLOG.
       WORKING-STORAGE SECTION.
       01 CONTADOR           PIC 9(4).
       01 NIVEL              PIC 9(2) VALUE 0.
       01 WS-LOG-STATUS      PIC XX.
      * Tramo del movimiento a grabar; se carga justo antes de cada
      * GRABAR-MOVIMIENTO porque la recursion comparte este area.
       01 WS-ORIGEN          PIC 9(1).
       01 WS-DESTINO         PIC 9(1).
      * Nombres de dataset de esta corrida, derivados del
      * identificador via NOMARCH; con identificador en blanco queda
      * el nombre compartido historico.
       01 WS-NOMBRE-LOG      PIC X(30) VALUE "MOVELOG.DAT".
       01 WS-BASE-NOM        PIC X(12).
      * Total de control para el cierre de la corrida (ver WMOVLOG).
       01 WS-HASH            PIC 9(10) VALUE 0.
       01 WS-D               PIC 9(2).
       COPY WCORRIDA.
       LINKAGE SECTION.
       01 DISCO           PIC 9(2).
       01 DESDE           PIC 9(1).
       01 AUXIL           PIC 9(1).
       01 HASTA           PIC 9(1).
       01 CONTADOR-FINAL  PIC 9(4).
       01 MODO-LOTE       PIC X.
       01 CORRIDA-ID      PIC X(8).
       PROCEDURE DIVISION USING DISCO, DESDE, AUXIL, HASTA,
                                 CONTADOR-FINAL, MODO-LOTE,
                                 CORRIDA-ID.
           ADD 1 TO NIVEL
           IF NIVEL = 1
               PERFORM INICIAR-ARCHIVOS
           END-IF

           IF DISCO > 0
               PERFORM RESOLVER-ADYACENTE
           END-IF

           IF NIVEL = 1
               PERFORM CERRAR-ARCHIVOS
               MOVE CONTADOR TO CONTADOR-FINAL
           END-IF
           SUBTRACT 1 FROM NIVEL
           GOBACK.

      * Los N-1 discos superiores cruzan de punta a punta, el mayor
      * baja a la torre del medio, los superiores vuelven enteros a
      * la torre de origen, el mayor llega a destino y los
      * superiores cruzan por ultima vez: 3 * T(N-1) + 2 = 3^N - 1.
       RESOLVER-ADYACENTE.
           SUBTRACT 1 FROM DISCO
           CALL "MOVERDISCOA" USING CONTENT DISCO, DESDE, AUXIL,
                                     HASTA, CONTADOR-FINAL, MODO-LOTE,
                                     CORRIDA-ID
           ADD 1 TO DISCO
           MOVE DESDE TO WS-ORIGEN
           MOVE AUXIL TO WS-DESTINO
           PERFORM GRABAR-MOVIMIENTO
           SUBTRACT 1 FROM DISCO
           CALL "MOVERDISCOA" USING CONTENT DISCO, HASTA, AUXIL,
                                     DESDE, CONTADOR-FINAL, MODO-LOTE,
                                     CORRIDA-ID
           ADD 1 TO DISCO
           MOVE AUXIL TO WS-ORIGEN
           MOVE HASTA TO WS-DESTINO
           PERFORM GRABAR-MOVIMIENTO
           SUBTRACT 1 FROM DISCO
           CALL "MOVERDISCOA" USING CONTENT DISCO, DESDE, AUXIL,
                                     HASTA, CONTADOR-FINAL, MODO-LOTE,
                                     CORRIDA-ID
           ADD 1 TO DISCO.

       GRABAR-MOVIMIENTO.
           ADD 1 TO CONTADOR
           DISPLAY CONTADOR ") MUEVA DISCO " DISCO
                   " DESDE TORRE " WS-ORIGEN " HASTA " WS-DESTINO
           MOVE SPACES     TO MOVELOG-REGISTRO
           MOVE CONTADOR   TO ML-SECUENCIA
           MOVE DISCO      TO ML-DISCO
           MOVE WS-ORIGEN  TO ML-DESDE
           MOVE WS-DESTINO TO ML-HASTA
           WRITE MOVELOG-REGISTRO
           COMPUTE WS-HASH = WS-HASH + DISCO * 100 + WS-ORIGEN * 10
                             + WS-DESTINO.

       INICIAR-ARCHIVOS.
           MOVE 0 TO CONTADOR
           MOVE 0 TO WS-HASH
           MOVE "MOVELOG" TO WS-BASE-NOM
           CALL "NOMARCH" USING CORRIDA-ID, WS-BASE-NOM,
                                 WS-NOMBRE-LOG
           IF MODO-LOTE = 'S'
      * En modo lote el MOVELOG acumula todas las corridas del lote;
      * quien invoca el lote es responsable de vaciarlo al iniciar.
               OPEN EXTEND MOVELOG-FILE
           ELSE
               OPEN OUTPUT MOVELOG-FILE
           END-IF
           IF WS-LOG-STATUS NOT = "00"
               DISPLAY "ERROR ABRIENDO " FUNCTION TRIM(WS-NOMBRE-LOG)
                       ", CODIGO " WS-LOG-STATUS
               STOP RUN
           END-IF
           PERFORM GRABAR-CABECERA.

      * Registro de control que abre la corrida en el MOVELOG: ver
      * WMOVLOG.  El solver MOVERDISCOA de la cabecera es lo que le
      * indica a AUDITLOG que la corrida debe respetar adyacencia.
       GRABAR-CABECERA.
           MOVE SPACES TO MOVELOG-CABECERA
           MOVE "# CABECERA"  TO MH-ETIQUETA
           MOVE CORRIDA-ID    TO MH-CORRIDA
           MOVE "MOVERDISCOA" TO MH-SOLVER
           MOVE DISCO         TO MH-NDISCOS
           MOVE DESDE         TO MH-DESDE
           MOVE AUXIL         TO MH-AUXIL
           MOVE 0             TO MH-AUXIL2
           MOVE HASTA         TO MH-HASTA
           IF CORRIDA-RIG NOT = LOW-VALUES
               MOVE CORRIDA-RIG TO MH-RIG
           END-IF
           PERFORM VARYING WS-D FROM 1 BY 1 UNTIL WS-D > DISCO
               MOVE DESDE TO MH-REPARTO(WS-D:1)
           END-PERFORM
           WRITE MOVELOG-CABECERA.

      * Registro de control que cierra la corrida: cantidad de
      * movimientos y total de control, los que VERIFLOG recalcula.
       GRABAR-CIERRE.
           MOVE SPACES     TO MOVELOG-CIERRE
           MOVE "# CIERRE" TO MT-ETIQUETA
           MOVE CORRIDA-ID TO MT-CORRIDA
           MOVE CONTADOR   TO MT-MOVS
           MOVE WS-HASH    TO MT-HASH
           WRITE MOVELOG-CIERRE.

       CERRAR-ARCHIVOS.
           PERFORM GRABAR-CIERRE
           CLOSE MOVELOG-FILE.
       END PROGRAM MOVERDISCOA.
