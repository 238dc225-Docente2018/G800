      ******************************************************************
      * Author:
      * Date:
      * Purpose: One-shot conversion of an installed RIGMAST.DAT to
      *          the current layout.  An old master opened with the
      *          new, longer record comes back with file status 39,
      *          RIGGET then reports every rig as unregistered and
      *          the drivers refuse to run on any of them -- so this
      *          program must run once at deploy, before the drivers.
      *          Two older layouts are recognized: the 42-byte
      *          records from before the charge per run (converted
      *          with RG-TARIFA = 0, the rig is not charged until the
      *          operator sets its charge with RIGMANT) and the
      *          49-byte records from before the preventive
      *          maintenance plan (converted with RG-INTERVALO = 0,
      *          no plan until the operator sets one with RIGMANT).
      *          The move odometer of each rig is seeded with the
      *          moves RUNHIST.DAT holds for it (RH-CONTADOR per
      *          RH-RIG, as RIGUTIL totals them) and the service
      *          reading is set to the same figure, so the plan
      *          counts from the conversion on and no rig comes out
      *          overdue for runs made before it had a plan; a
      *          RUNHIST.DAT that does not open (not yet converted by
      *          RUNHISTCNV) stops the conversion before the swap.  The
      *          records are rewritten into a fresh master and the
      *          new master is swapped into place.  Running it again
      *          after conversion is harmless: neither old layout
      *          opens and the program reports that and stops.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RIGMASTCNV.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RIGMASTV-FILE ASSIGN TO "RIGMAST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RGV-ID
               FILE STATUS IS WS-RGV-STATUS.
           SELECT RIGMASTR-FILE ASSIGN TO "RIGMAST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RGR-ID
               FILE STATUS IS WS-RGR-STATUS.
           SELECT RUNHIST-FILE ASSIGN TO "RUNHIST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RH-RUN-ID
               FILE STATUS IS WS-RH-STATUS.
           SELECT RIGMASTN-FILE ASSIGN TO "RIGMASTN.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RG-ID
               FILE STATUS IS WS-RGN-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  RIGMASTV-FILE.
      * Layout viejo de WRIGMAST, tal como quedo en los maestros
      * instalados antes del cargo por corrida; se mantiene aca
      * adentro a proposito, este programa es el unico que todavia
      * lo conoce.
       01 RIGMASTV-REGISTRO.
           05 RGV-ID              PIC X(8).
           05 RGV-DESCRIPCION     PIC X(30).
           05 RGV-TORRES          PIC 9(1).
           05 RGV-MAXDISCOS       PIC 9(2).
           05 RGV-ACTIVO          PIC X.
      * Layout intermedio, con el cargo por corrida pero todavia sin
      * el plan de mantenimiento preventivo.
       FD  RIGMASTR-FILE.
       01 RIGMASTR-REGISTRO.
           05 RGR-ID              PIC X(8).
           05 RGR-DESCRIPCION     PIC X(30).
           05 RGR-TORRES          PIC 9(1).
           05 RGR-MAXDISCOS       PIC 9(2).
           05 RGR-ACTIVO          PIC X.
           05 RGR-TARIFA          PIC 9(5)V99.
       FD  RUNHIST-FILE.
       COPY WRUNHIST.
       FD  RIGMASTN-FILE.
       COPY WRIGMAST.
       WORKING-STORAGE SECTION.
       01 WS-RGV-STATUS   PIC XX.
       01 WS-RGR-STATUS   PIC XX.
       01 WS-RGN-STATUS   PIC XX.
       01 WS-RH-STATUS    PIC XX.
       01 WS-EOF-RGV      PIC X VALUE 'N'.
       01 WS-EOF-RH       PIC X VALUE 'N'.
      * Layout reconocido en el maestro instalado: 'V' el de 42
      * bytes, 'R' el de 49.
       01 WS-LAYOUT       PIC X VALUE 'V'.
       01 WS-CONVERTIDOS  PIC 9(6) VALUE 0.
       01 WS-CORRIDAS-RIG PIC 9(8) VALUE 0.
       01 WS-MOVS-RIG     PIC 9(10) VALUE 0.
       01 WS-NOMBRE-VIEJO PIC X(30) VALUE "RIGMAST.DAT".
       01 WS-NOMBRE-NUEVO PIC X(30) VALUE "RIGMASTN.DAT".
       PROCEDURE DIVISION.
           DISPLAY "===== RIGMASTCNV: CONVERSION DE RIGMAST ====="
           OPEN INPUT RIGMASTV-FILE
           IF WS-RGV-STATUS = "35"
               DISPLAY "NO HAY RIGMAST.DAT, NADA QUE CONVERTIR"
               GOBACK
           END-IF
      * Estado 39: el registro del archivo no coincide con el layout
      * de 42 bytes; se prueba el intermedio y, si tampoco coincide,
      * este maestro ya esta en el formato nuevo.
           IF WS-RGV-STATUS = "39"
               MOVE 'R' TO WS-LAYOUT
               OPEN INPUT RIGMASTR-FILE
               IF WS-RGR-STATUS = "39"
                   DISPLAY "RIGMAST.DAT YA ESTA EN EL FORMATO NUEVO,"
                           " NADA QUE CONVERTIR"
                   GOBACK
               END-IF
               MOVE WS-RGR-STATUS TO WS-RGV-STATUS
           END-IF
           IF WS-RGV-STATUS NOT = "00"
               DISPLAY "ERROR ABRIENDO RIGMAST.DAT, CODIGO "
                       WS-RGV-STATUS
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF

           OPEN OUTPUT RIGMASTN-FILE
           IF WS-RGN-STATUS NOT = "00"
               DISPLAY "ERROR ABRIENDO RIGMASTN.DAT, CODIGO "
                       WS-RGN-STATUS
               PERFORM CERRAR-VIEJO
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF

           IF WS-LAYOUT = 'V'
               PERFORM UNTIL WS-EOF-RGV = 'Y'
                   READ RIGMASTV-FILE NEXT RECORD
                       AT END
                           MOVE 'Y' TO WS-EOF-RGV
                       NOT AT END
                           PERFORM CONVERTIR-REGISTRO
                   END-READ
               END-PERFORM
           ELSE
               PERFORM UNTIL WS-EOF-RGV = 'Y'
                   READ RIGMASTR-FILE NEXT RECORD
                       AT END
                           MOVE 'Y' TO WS-EOF-RGV
                       NOT AT END
                           PERFORM CONVERTIR-REGISTRO-TARIFA
                   END-READ
               END-PERFORM
           END-IF
           PERFORM CERRAR-VIEJO
           CLOSE RIGMASTN-FILE
           PERFORM CARGAR-CUENTAMOVIMIENTOS

      * Recien con el maestro nuevo completo y cerrado se pisa el
      * viejo; si el intercambio fallara, el nuevo queda entero en
      * RIGMASTN.DAT y el operador lo renombra a mano.
           CALL "CBL_DELETE_FILE" USING WS-NOMBRE-VIEJO
           MOVE 0 TO RETURN-CODE
           CALL "CBL_RENAME_FILE" USING WS-NOMBRE-NUEVO,
                                         WS-NOMBRE-VIEJO
           IF RETURN-CODE NOT = 0
               DISPLAY "NO SE PUDO RENOMBRAR RIGMASTN.DAT A"
                       " RIGMAST.DAT; RENOMBRELO A MANO"
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
               DISPLAY "===== RESUMEN DE CONVERSION ====="
               DISPLAY "REGISTROS CONVERTIDOS...: " WS-CONVERTIDOS
               DISPLAY "CORRIDAS EN RUNHIST.....: " WS-CORRIDAS-RIG
               DISPLAY "MOVIMIENTOS A LOS RIGS..: " WS-MOVS-RIG
               DISPLAY "RIGMAST.DAT QUEDO EN EL FORMATO NUEVO"
           END-IF
           GOBACK.

       CONVERTIR-REGISTRO.
           MOVE SPACES          TO RIGMAST-REGISTRO
           MOVE RGV-ID          TO RG-ID
           MOVE RGV-DESCRIPCION TO RG-DESCRIPCION
           MOVE RGV-TORRES      TO RG-TORRES
           MOVE RGV-MAXDISCOS   TO RG-MAXDISCOS
           MOVE RGV-ACTIVO      TO RG-ACTIVO
           MOVE 0               TO RG-TARIFA
           PERFORM GRABAR-CONVERTIDO.

       CONVERTIR-REGISTRO-TARIFA.
           MOVE SPACES          TO RIGMAST-REGISTRO
           MOVE RGR-ID          TO RG-ID
           MOVE RGR-DESCRIPCION TO RG-DESCRIPCION
           MOVE RGR-TORRES      TO RG-TORRES
           MOVE RGR-MAXDISCOS   TO RG-MAXDISCOS
           MOVE RGR-ACTIVO      TO RG-ACTIVO
           MOVE RGR-TARIFA      TO RG-TARIFA
           PERFORM GRABAR-CONVERTIDO.

       CERRAR-VIEJO.
           IF WS-LAYOUT = 'V'
               CLOSE RIGMASTV-FILE
           ELSE
               CLOSE RIGMASTR-FILE
           END-IF.

      * Todo rig convertido arranca sin plan y con el cuentamovimientos
      * en cero; CARGAR-CUENTAMOVIMIENTOS le suma despues lo corrido.
       GRABAR-CONVERTIDO.
           MOVE 0 TO RG-INTERVALO
           MOVE 0 TO RG-MOVS-TOTAL
           MOVE 0 TO RG-FECHA-SERVICIO
           MOVE 0 TO RG-MOVS-SERVICIO
           WRITE RIGMAST-REGISTRO
           IF WS-RGN-STATUS NOT = "00"
               DISPLAY "ERROR GRABANDO EN RIGMASTN.DAT, CODIGO "
                       WS-RGN-STATUS
               STOP RUN
           END-IF
           ADD 1 TO WS-CONVERTIDOS.

      * Cada corrida de RUNHIST.DAT con rig suma su RH-CONTADOR al
      * cuentamovimientos y a la lectura del servicio de ese rig;
      * las corridas sin rig o de un rig que no esta en el maestro
      * no cuentan.  Sin RUNHIST.DAT (estado 35) los rigs quedan en
      * cero; cualquier otro error de apertura (39, RUNHIST.DAT sin
      * convertir) dejaria los rigs en cero sin serlo, asi que corta
      * sin tocar RIGMAST.DAT.
       CARGAR-CUENTAMOVIMIENTOS.
           OPEN INPUT RUNHIST-FILE
           IF WS-RH-STATUS = "35"
               DISPLAY "SIN RUNHIST.DAT, CUENTAMOVIMIENTOS EN CERO"
           ELSE
               IF WS-RH-STATUS NOT = "00"
                   DISPLAY "ERROR ABRIENDO RUNHIST.DAT, CODIGO "
                           WS-RH-STATUS
                   DISPLAY "CORRA RUNHISTCNV ANTES DE RIGMASTCNV;"
                           " RIGMAST.DAT NO SE TOCO"
                   CALL "CBL_DELETE_FILE" USING WS-NOMBRE-NUEVO
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
               OPEN I-O RIGMASTN-FILE
               IF WS-RGN-STATUS NOT = "00"
                   DISPLAY "ERROR ABRIENDO RIGMASTN.DAT, CODIGO "
                           WS-RGN-STATUS
                   STOP RUN
               END-IF
               PERFORM UNTIL WS-EOF-RH = 'Y'
                   READ RUNHIST-FILE NEXT RECORD
                       AT END
                           MOVE 'Y' TO WS-EOF-RH
                       NOT AT END
                           IF RH-RIG NOT = SPACES
                               PERFORM SUMAR-CORRIDA-RIG
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE RUNHIST-FILE
               CLOSE RIGMASTN-FILE
           END-IF.

       SUMAR-CORRIDA-RIG.
           MOVE RH-RIG TO RG-ID
           READ RIGMASTN-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   ADD RH-CONTADOR TO RG-MOVS-TOTAL
                   ADD RH-CONTADOR TO RG-MOVS-SERVICIO
                   REWRITE RIGMAST-REGISTRO
                   ADD 1 TO WS-CORRIDAS-RIG
                   ADD RH-CONTADOR TO WS-MOVS-RIG
           END-READ.
       END PROGRAM RIGMASTCNV.
