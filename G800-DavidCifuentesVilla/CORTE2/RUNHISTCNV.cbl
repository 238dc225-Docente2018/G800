      * Author:
      * Date:
      * Purpose: One-shot conversion of an installed RUNHIST.DAT to
      *          the current layout.  An old master opened with the
      *          new, longer record comes back with file status 39 in
      *          every driver, RUNHISTADD stops accumulating and the
      *          inquiries claim the file is missing -- so this
      *          program must run once at deploy, before any driver
      *          writes.  Two older layouts are recognized: the
      *          48-byte records from before the rig inventory
      *          (converted with RH-RIG = SPACES) and the 56-byte
      *          records from before the run identifier and start
      *          time (converted with RH-IDENT = SPACES and
      *          RH-HORA-INICIO = 0, which the reconciliation treats
      *          as runs without a link key).  The records are
      *          rewritten into a fresh master and the new master is
      *          swapped into place.  Running it again after
      *          conversion is harmless: neither old layout opens and
      *          the program reports that and stops.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RHV-RUN-ID
               FILE STATUS IS WS-RHV-STATUS.
           SELECT RUNHISTR-FILE ASSIGN TO "RUNHIST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RHR-RUN-ID
               FILE STATUS IS WS-RHR-STATUS.
           SELECT RUNHISTN-FILE ASSIGN TO "RUNHISTN.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
           05 RHV-CONTADOR        PIC 9(4).
           05 RHV-MINIMO          PIC 9(4).
           05 RHV-RESULTADO       PIC X(6).
      * Layout intermedio, con RH-RIG pero todavia sin el
      * identificador de corrida ni la hora de inicio.
       FD  RUNHISTR-FILE.
       01 RUNHISTR-REGISTRO.
           05 RHR-RUN-ID.
               10 RHR-FECHA       PIC 9(8).
               10 RHR-HORA        PIC 9(8).
           05 RHR-SOLVER          PIC X(12).
           05 RHR-NDISCOS         PIC 9(2).
           05 RHR-DESDE           PIC 9(1).
           05 RHR-AUXIL           PIC 9(1).
           05 RHR-AUXIL2          PIC 9(1).
           05 RHR-HASTA           PIC 9(1).
           05 RHR-CONTADOR        PIC 9(4).
           05 RHR-MINIMO          PIC 9(4).
           05 RHR-RESULTADO       PIC X(6).
           05 RHR-RIG             PIC X(8).
       FD  RUNHISTN-FILE.
       COPY WRUNHIST.
       WORKING-STORAGE SECTION.
       01 WS-RHV-STATUS   PIC XX.
       01 WS-RHR-STATUS   PIC XX.
       01 WS-RHN-STATUS   PIC XX.
       01 WS-EOF-RHV      PIC X VALUE 'N'.
      * Layout reconocido en el maestro instalado: 'V' el de 48
      * bytes, 'R' el de 56.
       01 WS-LAYOUT       PIC X VALUE 'V'.
       01 WS-CONVERTIDOS  PIC 9(6) VALUE 0.
       01 WS-NOMBRE-VIEJO PIC X(30) VALUE "RUNHIST.DAT".
       01 WS-NOMBRE-NUEVO PIC X(30) VALUE "RUNHISTN.DAT".
               GOBACK
           END-IF
      * Estado 39: el registro del archivo no coincide con el layout
      * de 48 bytes; se prueba el intermedio y, si tampoco coincide,
      * este maestro ya esta en el formato nuevo.
           IF WS-RHV-STATUS = "39"
               MOVE 'R' TO WS-LAYOUT
               OPEN INPUT RUNHISTR-FILE
               IF WS-RHR-STATUS = "39"
                   DISPLAY "RUNHIST.DAT YA ESTA EN EL FORMATO NUEVO,"
                           " NADA QUE CONVERTIR"
                   GOBACK
               END-IF
               MOVE WS-RHR-STATUS TO WS-RHV-STATUS
           END-IF
           IF WS-RHV-STATUS NOT = "00"
               DISPLAY "ERROR ABRIENDO RUNHIST.DAT, CODIGO "
           IF WS-RHN-STATUS NOT = "00"
               DISPLAY "ERROR ABRIENDO RUNHISTN.DAT, CODIGO "
                       WS-RHN-STATUS
               PERFORM CERRAR-VIEJO
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF

           IF WS-LAYOUT = 'V'
               PERFORM UNTIL WS-EOF-RHV = 'Y'
                   READ RUNHISTV-FILE NEXT RECORD
                       AT END
                           MOVE 'Y' TO WS-EOF-RHV
                       NOT AT END
                           PERFORM CONVERTIR-REGISTRO
                   END-READ
               END-PERFORM
           ELSE
               PERFORM UNTIL WS-EOF-RHV = 'Y'
                   READ RUNHISTR-FILE NEXT RECORD
                       AT END
                           MOVE 'Y' TO WS-EOF-RHV
                       NOT AT END
                           PERFORM CONVERTIR-REGISTRO-RIG
                   END-READ
               END-PERFORM
           END-IF
           PERFORM CERRAR-VIEJO
           CLOSE RUNHISTN-FILE

      * Recien con el maestro nuevo completo y cerrado se pisa el
           MOVE RHV-MINIMO    TO RH-MINIMO
           MOVE RHV-RESULTADO TO RH-RESULTADO
           MOVE SPACES        TO RH-RIG
           MOVE SPACES        TO RH-IDENT
           MOVE 0             TO RH-HORA-INICIO
           PERFORM GRABAR-CONVERTIDO.

       CONVERTIR-REGISTRO-RIG.
           MOVE SPACES        TO RUNHIST-REGISTRO
           MOVE RHR-FECHA     TO RH-FECHA
           MOVE RHR-HORA      TO RH-HORA
           MOVE RHR-SOLVER    TO RH-SOLVER
           MOVE RHR-NDISCOS   TO RH-NDISCOS
           MOVE RHR-DESDE     TO RH-DESDE
           MOVE RHR-AUXIL     TO RH-AUXIL
           MOVE RHR-AUXIL2    TO RH-AUXIL2
           MOVE RHR-HASTA     TO RH-HASTA
           MOVE RHR-CONTADOR  TO RH-CONTADOR
           MOVE RHR-MINIMO    TO RH-MINIMO
           MOVE RHR-RESULTADO TO RH-RESULTADO
           MOVE RHR-RIG       TO RH-RIG
           MOVE SPACES        TO RH-IDENT
           MOVE 0             TO RH-HORA-INICIO
           PERFORM GRABAR-CONVERTIDO.

       CERRAR-VIEJO.
           IF WS-LAYOUT = 'V'
               CLOSE RUNHISTV-FILE
           ELSE
               CLOSE RUNHISTR-FILE
           END-IF.

       GRABAR-CONVERTIDO.
           WRITE RUNHIST-REGISTRO
           IF WS-RHN-STATUS NOT = "00"
               DISPLAY "ERROR GRABANDO EN RUNHISTN.DAT, CODIGO "
