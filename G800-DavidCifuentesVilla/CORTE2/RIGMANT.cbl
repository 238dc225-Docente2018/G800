      *          so the run history keeps resolving its description)
      *          or list the inventory.  The drivers validate every
      *          run against this master through RIGGET instead of
      *          the old hardcoded "13 disks for everyone".  Each rig
      *          also carries its charge per run for the monthly
      *          chargeback of CARGOMES and its preventive service
      *          interval in moves (the services themselves are
      *          logged with RIGPREV).  Every alta, modificar and
      *          baja is journaled through DIARIOREG with the rig
      *          image before and after the change.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       01 WS-RIG-ID       PIC X(8).
       01 WS-EXISTE       PIC X.
       01 WS-LISTADOS     PIC 9(3).
      * Cargo por corrida tal como se tipea ("12.50"); se valida
      * reemplazando el punto decimal por un cero antes del NUMERIC.
       01 WS-IMPORTE-TXT  PIC X(30).
       01 WS-PUNTOS       PIC 9(2).
       01 WS-TARIFA-OK    PIC X.
       01 WS-TARIFA-ED    PIC ZZZZ9.99.
       01 WS-INTERVALO-OK PIC X.
      * Imagen del rig para el diario de operaciones (DIARIOREG):
      * descripcion, torres, maximo de discos, activo, cargo e
      * intervalo de servicio.
       01 WS-IMAGEN-RIG.
           05 WS-IMG-DESCRIPCION PIC X(30).
           05 FILLER             PIC X VALUE SPACE.
           05 WS-IMG-TORRES      PIC 9(1).
           05 FILLER             PIC X VALUE SPACE.
           05 WS-IMG-MAXDISCOS   PIC 9(2).
           05 FILLER             PIC X VALUE SPACE.
           05 WS-IMG-ACTIVO      PIC X.
           05 FILLER             PIC X VALUE SPACE.
           05 WS-IMG-TARIFA      PIC ZZZZ9.99.
           05 FILLER             PIC X VALUE SPACE.
           05 WS-IMG-INTERVALO   PIC 9(6).
       01 WS-DJ-PROGRAMA  PIC X(12) VALUE "RIGMANT".
       01 WS-DJ-ACCION    PIC X(10).
       01 WS-DJ-CLAVE     PIC X(30).
       01 WS-DJ-DATASET   PIC X(30) VALUE SPACES.
       01 WS-DJ-ANTES     PIC X(60).
       01 WS-DJ-DESPUES   PIC X(60).
       PROCEDURE DIVISION.
           DISPLAY "===== RIGMANT: MAESTRO DE RIGS ====="
           PERFORM ABRIR-MAESTRO
                   MOVE WS-RIG-ID TO RG-ID
                   PERFORM PEDIR-DATOS-RIG
                   MOVE 'S' TO RG-ACTIVO
      * Rig nuevo: cuentamovimientos en cero y sin servicio previo.
                   MOVE 0 TO RG-MOVS-TOTAL
                   MOVE 0 TO RG-FECHA-SERVICIO
                   MOVE 0 TO RG-MOVS-SERVICIO
                   WRITE RIGMAST-REGISTRO
                   IF WS-RG-STATUS = "00"
                       DISPLAY "RIG REGISTRADO..........: " RG-ID
                       MOVE "ALTA" TO WS-DJ-ACCION
                       MOVE SPACES TO WS-DJ-ANTES
                       PERFORM ARMAR-IMAGEN-RIG
                       MOVE WS-IMAGEN-RIG TO WS-DJ-DESPUES
                       PERFORM REGISTRAR-DIARIO
                   ELSE
                       DISPLAY "ERROR GRABANDO EN RIGMAST.DAT,"
                               " CODIGO " WS-RG-STATUS
           IF WS-EXISTE = 'N'
               DISPLAY "RIG INEXISTENTE, USE (A)LTA"
           ELSE
               PERFORM ARMAR-IMAGEN-RIG
               MOVE WS-IMAGEN-RIG TO WS-DJ-ANTES
               MOVE RG-TARIFA TO WS-TARIFA-ED
               DISPLAY "RIG ACTUAL: " RG-DESCRIPCION " TORRES "
                       RG-TORRES " MAXDISCOS " RG-MAXDISCOS
                       " ACTIVO " RG-ACTIVO " CARGO " WS-TARIFA-ED
               DISPLAY "INTERVALO DE SERVICIO: " RG-INTERVALO
                       " MOVIMIENTOS, CUENTAMOVIMIENTOS "
                       RG-MOVS-TOTAL
               PERFORM PEDIR-DATOS-RIG
      * La baja no se deshace por arreglar una descripcion: un rig
      * retirado sigue retirado salvo que el operador lo reactive
               REWRITE RIGMAST-REGISTRO
               IF WS-RG-STATUS = "00"
                   DISPLAY "RIG ACTUALIZADO.........: " RG-ID
                   MOVE "MODIFICAR" TO WS-DJ-ACCION
                   PERFORM ARMAR-IMAGEN-RIG
                   MOVE WS-IMAGEN-RIG TO WS-DJ-DESPUES
                   PERFORM REGISTRAR-DIARIO
               ELSE
                   DISPLAY "ERROR GRABANDO EN RIGMAST.DAT, CODIGO "
                           WS-RG-STATUS
           IF WS-EXISTE = 'N'
               DISPLAY "RIG INEXISTENTE"
           ELSE
               PERFORM ARMAR-IMAGEN-RIG
               MOVE WS-IMAGEN-RIG TO WS-DJ-ANTES
               MOVE 'N' TO RG-ACTIVO
               REWRITE RIGMAST-REGISTRO
               IF WS-RG-STATUS = "00"
                   DISPLAY "RIG RETIRADO............: " RG-ID
                   MOVE "BAJA" TO WS-DJ-ACCION
                   PERFORM ARMAR-IMAGEN-RIG
                   MOVE WS-IMAGEN-RIG TO WS-DJ-DESPUES
                   PERFORM REGISTRAR-DIARIO
               ELSE
                   DISPLAY "ERROR GRABANDO EN RIGMAST.DAT, CODIGO "
                           WS-RG-STATUS
               ELSE
                   DISPLAY "DATO INVALIDO, DEBE SER DE 1 A 13"
               END-IF
           END-PERFORM

           MOVE 'N' TO WS-TARIFA-OK
           PERFORM UNTIL WS-TARIFA-OK = 'Y'
               DISPLAY "CARGO POR CORRIDA DEL RIG (ENTER = SIN CARGO)"
               ACCEPT WS-ENTRADA
               PERFORM VALIDAR-TARIFA
           END-PERFORM

           MOVE 'N' TO WS-INTERVALO-OK
           PERFORM UNTIL WS-INTERVALO-OK = 'Y'
               DISPLAY "INTERVALO DE SERVICIO EN MOVIMIENTOS"
                       " (ENTER = SIN PLAN)"
               ACCEPT WS-ENTRADA
               PERFORM VALIDAR-INTERVALO
           END-PERFORM.

      * Importe de hasta 99999.99 con punto decimal opcional; vacio
      * es un rig que no se factura aparte.
       VALIDAR-TARIFA.
           MOVE FUNCTION LENGTH(FUNCTION TRIM(WS-ENTRADA)) TO WS-LEN
           IF FUNCTION TRIM(WS-ENTRADA) = SPACES
               MOVE 0 TO RG-TARIFA
               MOVE 'Y' TO WS-TARIFA-OK
           ELSE
               MOVE FUNCTION TRIM(WS-ENTRADA) TO WS-IMPORTE-TXT
               MOVE 0 TO WS-PUNTOS
               INSPECT WS-IMPORTE-TXT TALLYING WS-PUNTOS FOR ALL '.'
               INSPECT WS-IMPORTE-TXT REPLACING ALL '.' BY '0'
               IF WS-LEN <= 8 AND WS-PUNTOS <= 1
                  AND WS-IMPORTE-TXT(1:WS-LEN) IS NUMERIC
                  AND FUNCTION NUMVAL(WS-ENTRADA) < 100000
                   COMPUTE RG-TARIFA = FUNCTION NUMVAL(WS-ENTRADA)
                   MOVE 'Y' TO WS-TARIFA-OK
               ELSE
                   DISPLAY "DATO INVALIDO, IMPORTE DE 0 A 99999.99"
               END-IF
           END-IF.

      * Hasta 999999 movimientos entre servicios; vacio o cero es un
      * rig sin plan preventivo, que nunca vence.
       VALIDAR-INTERVALO.
           MOVE FUNCTION LENGTH(FUNCTION TRIM(WS-ENTRADA)) TO WS-LEN
           IF FUNCTION TRIM(WS-ENTRADA) = SPACES
               MOVE 0 TO RG-INTERVALO
               MOVE 'Y' TO WS-INTERVALO-OK
           ELSE
               MOVE FUNCTION TRIM(WS-ENTRADA) TO WS-IMPORTE-TXT
               IF WS-LEN <= 6
                  AND WS-IMPORTE-TXT(1:WS-LEN) IS NUMERIC
                   COMPUTE RG-INTERVALO =
                       FUNCTION NUMVAL(WS-IMPORTE-TXT(1:WS-LEN))
                   MOVE 'Y' TO WS-INTERVALO-OK
               ELSE
                   DISPLAY "DATO INVALIDO, DE 0 A 999999 MOVIMIENTOS"
               END-IF
           END-IF.

       ARMAR-IMAGEN-RIG.
           MOVE RG-DESCRIPCION TO WS-IMG-DESCRIPCION
           MOVE RG-TORRES      TO WS-IMG-TORRES
           MOVE RG-MAXDISCOS   TO WS-IMG-MAXDISCOS
           MOVE RG-ACTIVO      TO WS-IMG-ACTIVO
           MOVE RG-TARIFA      TO WS-IMG-TARIFA
           MOVE RG-INTERVALO   TO WS-IMG-INTERVALO.

      * Solo se asienta lo que efectivamente quedo grabado en el
      * maestro; un WRITE o REWRITE fallido no deja rastro.
       REGISTRAR-DIARIO.
           MOVE RG-ID TO WS-DJ-CLAVE
           CALL "DIARIOREG" USING WS-DJ-PROGRAMA, WS-DJ-ACCION,
                                   WS-DJ-CLAVE, WS-DJ-DATASET,
                                   WS-DJ-ANTES, WS-DJ-DESPUES.

       LISTAR-RIGS.
           MOVE 0 TO WS-LISTADOS
           MOVE 'N' TO WS-EOF-RG
                   MOVE 'Y' TO WS-EOF-RG
           END-START
           DISPLAY "RIG      DESCRIPCION                    TO MX AC"
                   "    CARGO INTERV"
           PERFORM UNTIL WS-EOF-RG = 'Y'
               READ RIGMAST-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-EOF-RG
                   NOT AT END
                       MOVE RG-TARIFA TO WS-TARIFA-ED
                       DISPLAY RG-ID " " RG-DESCRIPCION " "
                               RG-TORRES "  " RG-MAXDISCOS " "
                               RG-ACTIVO "  " WS-TARIFA-ED " "
                               RG-INTERVALO
                       ADD 1 TO WS-LISTADOS
               END-READ
           END-PERFORM
