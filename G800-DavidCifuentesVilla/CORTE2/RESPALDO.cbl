      ******************************************************************
      * Author:
      * Date:
      * Purpose: Unload, reload and verification of the indexed
      *          masters RUNHIST.DAT, RUNSTAT.DAT and RIGMAST.DAT,
      *          which nothing else backs up: a damaged master only
      *          shows up as file status errors in every driver.
      *          (D)ESCARGAR writes each master in key order to the
      *          dated sequential backup MAESTRO-AAAAMMDD.BAK (see
      *          WRESP) with a header and a control trailer (record
      *          count, hash of the keys and sum of the amounts) and
      *          records it in the RESPIDX.DAT index.  (R)ECARGAR
      *          rebuilds one master from a chosen backup (ENTER =
      *          the last one): the whole backup is checked against
      *          its trailer first, duplicate and out-of-sequence
      *          keys are reported, and the master is rebuilt into a
      *          fresh file that replaces the live one only after
      *          the operator confirms; the reload is journaled
      *          through DIARIOREG.  (V)ERIFICAR compares a live
      *          master record by record with its last backup and
      *          reports the records missing or changed since then.
      *          Called from CADENALOTE it unloads the three masters
      *          without prompting, so every night leaves a backup
      *          before RUNHISTROL purges anything.  RETURN-CODE: 8
      *          a master or backup that cannot be trusted, 4
      *          differences found or records omitted, 0 clean.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RESPALDO.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RUNHIST-FILE ASSIGN TO DYNAMIC WS-NOMBRE-RH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RH-RUN-ID
               FILE STATUS IS WS-RH-STATUS.
           SELECT RUNSTAT-FILE ASSIGN TO DYNAMIC WS-NOMBRE-RS
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RS-CLAVE
               FILE STATUS IS WS-RS-STATUS.
           SELECT RIGMAST-FILE ASSIGN TO DYNAMIC WS-NOMBRE-RG
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RG-ID
               FILE STATUS IS WS-RG-STATUS.
           SELECT RESP-FILE ASSIGN TO DYNAMIC WS-NOMBRE-RESP
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RP-STATUS.
           SELECT RESPIDX-FILE ASSIGN TO "RESPIDX.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RX-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  RUNHIST-FILE.
       COPY WRUNHIST.
       FD  RUNSTAT-FILE.
       COPY WRUNSTAT.
       FD  RIGMAST-FILE.
       COPY WRIGMAST.
       FD  RESP-FILE.
       COPY WRESP.
       FD  RESPIDX-FILE.
       COPY WRESPIDX.
       WORKING-STORAGE SECTION.
       01 WS-RH-STATUS    PIC XX.
       01 WS-RS-STATUS    PIC XX.
       01 WS-RG-STATUS    PIC XX.
       01 WS-RP-STATUS    PIC XX.
       01 WS-RX-STATUS    PIC XX.
      * Estado del maestro en curso, copiado del de su archivo.
       01 WS-MA-STATUS    PIC XX.
       01 WS-EOF-MA       PIC X VALUE 'N'.
       01 WS-EOF-RP       PIC X VALUE 'N'.
       01 WS-EOF-RX       PIC X VALUE 'N'.
       01 WS-HAY-DETALLE  PIC X.
       01 WS-MA-ERROR     PIC X VALUE 'N'.
       01 WS-OPCION       PIC X.
       01 WS-ENTRADA      PIC X(30).
       01 WS-RESPUESTA    PIC X(10).
      * Maestro en curso (RUNHIST, RUNSTAT o RIGMAST) y el pedido por
      * el operador; espacios en el pedido = los tres.
       01 WS-MAESTRO         PIC X(8).
       01 WS-MAESTRO-PEDIDO  PIC X(8).
       01 WS-PEDIDO-OK       PIC X.
      * Los tres maestros se asignan por nombre para poder reconstruir
      * uno en un archivo nuevo con el mismo FD y recien despues
      * reemplazar el vivo, igual que RIGMASTCNV.
       01 WS-NOMBRE-RH       PIC X(30) VALUE "RUNHIST.DAT".
       01 WS-NOMBRE-RS       PIC X(30) VALUE "RUNSTAT.DAT".
       01 WS-NOMBRE-RG       PIC X(30) VALUE "RIGMAST.DAT".
       01 WS-NOMBRE-MAESTRO  PIC X(30).
       01 WS-NOMBRE-NUEVO    PIC X(30).
       01 WS-NOMBRE-USO      PIC X(30).
       01 WS-NOMBRE-RESP     PIC X(30).
       01 WS-NOMBRE-BAK      PIC X(30).
       01 WS-ULT-ARCHIVO     PIC X(30).
       01 WS-ULT-FECHA       PIC 9(8).
       01 WS-FECHA        PIC 9(8).
       01 WS-HORA         PIC 9(8).
      * Imagen del registro del maestro en curso, su largo, su clave
      * (alineada a la izquierda) y su importe de control.
       01 WS-IMAGEN       PIC X(129).
       01 WS-LARGO        PIC 9(3).
       01 WS-CLAVE        PIC X(20).
       01 WS-LARGO-CLAVE  PIC 9(2).
       01 WS-IMPORTE      PIC 9(9)V99.
       01 WS-HASH-REG     PIC 9(7).
       01 WS-K            PIC 9(2).
      * Totales de control de lo leido o escrito.
       01 WS-REGISTROS      PIC 9(8).
       01 WS-HASH-CLAVES    PIC 9(15).
       01 WS-SUMA-IMPORTES  PIC 9(13)V99.
      * Control de un respaldo leido contra su cabecera y su cierre.
       01 WS-CAB-OK       PIC X.
       01 WS-CIE-OK       PIC X.
       01 WS-FORMATO-MALO PIC X.
       01 WS-RESP-OK      PIC X.
       01 WS-CIE-REGISTROS     PIC 9(8).
       01 WS-CIE-HASH-CLAVES   PIC 9(15).
       01 WS-CIE-SUMA-IMPORTES PIC 9(13)V99.
       01 WS-CLAVE-ANT    PIC X(20).
       01 WS-DUPLICADAS   PIC 9(6).
       01 WS-DESORDEN     PIC 9(6).
       01 WS-GRABADOS     PIC 9(8).
       01 WS-OMITIDOS     PIC 9(8).
      * Verificacion: registro vivo y registro del respaldo en curso
      * del apareo; HIGH-VALUES en la clave marca el fin de cada lado.
       01 WS-CLAVE-MA     PIC X(20).
       01 WS-IMAGEN-MA    PIC X(129).
       01 WS-CLAVE-RP     PIC X(20).
       01 WS-IMAGEN-RP    PIC X(129).
       01 WS-VIV-REGISTROS  PIC 9(8).
       01 WS-IGUALES      PIC 9(8).
       01 WS-MODIFICADOS  PIC 9(8).
       01 WS-NUEVOS       PIC 9(8).
       01 WS-FALTANTES    PIC 9(8).
      * Peor resultado de la sesion, devuelto en RETURN-CODE.
       01 WS-RC           PIC 9 VALUE 0.
       01 WS-DJ-PROGRAMA  PIC X(12) VALUE "RESPALDO".
       01 WS-DJ-ACCION    PIC X(10) VALUE "RECARGA".
       01 WS-DJ-CLAVE     PIC X(30).
       01 WS-DJ-DATASET   PIC X(30).
       01 WS-DJ-ANTES     PIC X(60).
       01 WS-DJ-DESPUES   PIC X(60).
       COPY WCADENA.
       PROCEDURE DIVISION.
           DISPLAY "===== RESPALDO: DESCARGA Y RECARGA DE MAESTROS"
                   " ====="
           ACCEPT WS-FECHA FROM DATE YYYYMMDD
           MOVE 0 TO WS-RC

      * Dentro de la cadena nocturna no hay operador: se descargan
      * los tres maestros y el resultado vuelve en RETURN-CODE.
           IF CADENA-ACTIVA = 'S'
               MOVE SPACES TO WS-MAESTRO-PEDIDO
               PERFORM DESCARGAR-PEDIDOS
               MOVE WS-RC TO RETURN-CODE
               GOBACK
           END-IF

           MOVE SPACE TO WS-OPCION
           PERFORM UNTIL WS-OPCION = 'F'
               DISPLAY "(D)ESCARGAR (R)ECARGAR (V)ERIFICAR (F)IN"
               ACCEPT WS-OPCION
               MOVE FUNCTION UPPER-CASE(WS-OPCION) TO WS-OPCION
               EVALUATE WS-OPCION
                   WHEN 'D'
                       PERFORM PEDIR-MAESTRO
                       IF WS-PEDIDO-OK = 'S'
                           PERFORM DESCARGAR-PEDIDOS
                       END-IF
                   WHEN 'R'
                       PERFORM PEDIR-MAESTRO
                       IF WS-PEDIDO-OK = 'S'
                           IF WS-MAESTRO-PEDIDO = SPACES
                               DISPLAY "LA RECARGA ES DE UN MAESTRO"
                                       " POR VEZ"
                           ELSE
                               MOVE WS-MAESTRO-PEDIDO TO WS-MAESTRO
                               PERFORM RECARGAR-MAESTRO
                           END-IF
                       END-IF
                   WHEN 'V'
                       PERFORM PEDIR-MAESTRO
                       IF WS-PEDIDO-OK = 'S'
                           PERFORM VERIFICAR-PEDIDOS
                       END-IF
                   WHEN 'F'
                       CONTINUE
                   WHEN OTHER
                       DISPLAY "OPCION INVALIDA"
               END-EVALUATE
           END-PERFORM
           MOVE WS-RC TO RETURN-CODE
           GOBACK.

       PEDIR-MAESTRO.
           MOVE 'S' TO WS-PEDIDO-OK
           DISPLAY "MAESTRO (RUNHIST, RUNSTAT, RIGMAST, ENTER = TODOS)"
           ACCEPT WS-ENTRADA
           MOVE SPACES TO WS-MAESTRO-PEDIDO
           IF FUNCTION LENGTH(FUNCTION TRIM(WS-ENTRADA)) > 8
               MOVE 'N' TO WS-PEDIDO-OK
           ELSE
               MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(WS-ENTRADA))
                 TO WS-MAESTRO-PEDIDO
           END-IF
           IF WS-MAESTRO-PEDIDO NOT = SPACES
              AND WS-MAESTRO-PEDIDO NOT = "RUNHIST"
              AND WS-MAESTRO-PEDIDO NOT = "RUNSTAT"
              AND WS-MAESTRO-PEDIDO NOT = "RIGMAST"
               MOVE 'N' TO WS-PEDIDO-OK
           END-IF
           IF WS-PEDIDO-OK = 'N'
               DISPLAY "MAESTRO DESCONOCIDO"
           END-IF.

       DESCARGAR-PEDIDOS.
           IF WS-MAESTRO-PEDIDO = SPACES
              OR WS-MAESTRO-PEDIDO = "RUNHIST"
               MOVE "RUNHIST" TO WS-MAESTRO
               PERFORM DESCARGAR-MAESTRO
           END-IF
           IF WS-MAESTRO-PEDIDO = SPACES
              OR WS-MAESTRO-PEDIDO = "RUNSTAT"
               MOVE "RUNSTAT" TO WS-MAESTRO
               PERFORM DESCARGAR-MAESTRO
           END-IF
           IF WS-MAESTRO-PEDIDO = SPACES
              OR WS-MAESTRO-PEDIDO = "RIGMAST"
               MOVE "RIGMAST" TO WS-MAESTRO
               PERFORM DESCARGAR-MAESTRO
           END-IF.

       VERIFICAR-PEDIDOS.
           IF WS-MAESTRO-PEDIDO = SPACES
              OR WS-MAESTRO-PEDIDO = "RUNHIST"
               MOVE "RUNHIST" TO WS-MAESTRO
               PERFORM VERIFICAR-MAESTRO
           END-IF
           IF WS-MAESTRO-PEDIDO = SPACES
              OR WS-MAESTRO-PEDIDO = "RUNSTAT"
               MOVE "RUNSTAT" TO WS-MAESTRO
               PERFORM VERIFICAR-MAESTRO
           END-IF
           IF WS-MAESTRO-PEDIDO = SPACES
              OR WS-MAESTRO-PEDIDO = "RIGMAST"
               MOVE "RIGMAST" TO WS-MAESTRO
               PERFORM VERIFICAR-MAESTRO
           END-IF.

      * Nombre vivo, nombre del archivo de reconstruccion, largo de
      * registro y largo de clave del maestro en curso.
       FIJAR-MAESTRO.
           EVALUATE WS-MAESTRO
               WHEN "RUNHIST"
                   MOVE "RUNHIST.DAT"  TO WS-NOMBRE-MAESTRO
                   MOVE "RUNHISTN.DAT" TO WS-NOMBRE-NUEVO
                   MOVE FUNCTION LENGTH(RUNHIST-REGISTRO) TO WS-LARGO
                   MOVE FUNCTION LENGTH(RH-RUN-ID) TO WS-LARGO-CLAVE
               WHEN "RUNSTAT"
                   MOVE "RUNSTAT.DAT"  TO WS-NOMBRE-MAESTRO
                   MOVE "RUNSTATN.DAT" TO WS-NOMBRE-NUEVO
                   MOVE FUNCTION LENGTH(RUNSTAT-REGISTRO) TO WS-LARGO
                   MOVE FUNCTION LENGTH(RS-CLAVE) TO WS-LARGO-CLAVE
               WHEN OTHER
                   MOVE "RIGMAST.DAT"  TO WS-NOMBRE-MAESTRO
                   MOVE "RIGMASTN.DAT" TO WS-NOMBRE-NUEVO
                   MOVE FUNCTION LENGTH(RIGMAST-REGISTRO) TO WS-LARGO
                   MOVE FUNCTION LENGTH(RG-ID) TO WS-LARGO-CLAVE
           END-EVALUATE
           MOVE WS-NOMBRE-MAESTRO TO WS-NOMBRE-USO
           PERFORM APUNTAR-MAESTRO.

      * Deja WS-NOMBRE-USO como nombre asignado del maestro en curso.
       APUNTAR-MAESTRO.
           EVALUATE WS-MAESTRO
               WHEN "RUNHIST"
                   MOVE WS-NOMBRE-USO TO WS-NOMBRE-RH
               WHEN "RUNSTAT"
                   MOVE WS-NOMBRE-USO TO WS-NOMBRE-RS
               WHEN OTHER
                   MOVE WS-NOMBRE-USO TO WS-NOMBRE-RG
           END-EVALUATE.

       ABRIR-MAESTRO-ENTRADA.
           MOVE 'N' TO WS-EOF-MA
           MOVE 'N' TO WS-MA-ERROR
           EVALUATE WS-MAESTRO
               WHEN "RUNHIST"
                   OPEN INPUT RUNHIST-FILE
                   MOVE WS-RH-STATUS TO WS-MA-STATUS
               WHEN "RUNSTAT"
                   OPEN INPUT RUNSTAT-FILE
                   MOVE WS-RS-STATUS TO WS-MA-STATUS
               WHEN OTHER
                   OPEN INPUT RIGMAST-FILE
                   MOVE WS-RG-STATUS TO WS-MA-STATUS
           END-EVALUATE.

       ABRIR-MAESTRO-SALIDA.
           EVALUATE WS-MAESTRO
               WHEN "RUNHIST"
                   OPEN OUTPUT RUNHIST-FILE
                   MOVE WS-RH-STATUS TO WS-MA-STATUS
               WHEN "RUNSTAT"
                   OPEN OUTPUT RUNSTAT-FILE
                   MOVE WS-RS-STATUS TO WS-MA-STATUS
               WHEN OTHER
                   OPEN OUTPUT RIGMAST-FILE
                   MOVE WS-RG-STATUS TO WS-MA-STATUS
           END-EVALUATE.

       CERRAR-MAESTRO.
           EVALUATE WS-MAESTRO
               WHEN "RUNHIST"
                   CLOSE RUNHIST-FILE
               WHEN "RUNSTAT"
                   CLOSE RUNSTAT-FILE
               WHEN OTHER
                   CLOSE RIGMAST-FILE
           END-EVALUATE.

      * Lectura secuencial en orden de clave.  Un estado de error (no
      * fin de archivo) corta la lectura y deja WS-MA-ERROR en 'Y':
      * lo leido hasta ahi no alcanza para un respaldo confiable.
       LEER-MAESTRO.
           EVALUATE WS-MAESTRO
               WHEN "RUNHIST"
                   READ RUNHIST-FILE NEXT RECORD
                       AT END
                           MOVE 'Y' TO WS-EOF-MA
                   END-READ
                   MOVE WS-RH-STATUS TO WS-MA-STATUS
               WHEN "RUNSTAT"
                   READ RUNSTAT-FILE NEXT RECORD
                       AT END
                           MOVE 'Y' TO WS-EOF-MA
                   END-READ
                   MOVE WS-RS-STATUS TO WS-MA-STATUS
               WHEN OTHER
                   READ RIGMAST-FILE NEXT RECORD
                       AT END
                           MOVE 'Y' TO WS-EOF-MA
                   END-READ
                   MOVE WS-RG-STATUS TO WS-MA-STATUS
           END-EVALUATE
           IF WS-EOF-MA = 'N'
               IF WS-MA-STATUS(1:1) NOT = '0'
                   DISPLAY "ERROR LEYENDO "
                           FUNCTION TRIM(WS-NOMBRE-MAESTRO)
                           ", CODIGO " WS-MA-STATUS
                   MOVE 'Y' TO WS-MA-ERROR
                   MOVE 'Y' TO WS-EOF-MA
               ELSE
                   PERFORM TOMAR-IMAGEN
                   PERFORM TOMAR-CLAVE-IMPORTE
               END-IF
           END-IF.

       TOMAR-IMAGEN.
           MOVE SPACES TO WS-IMAGEN
           EVALUATE WS-MAESTRO
               WHEN "RUNHIST"
                   MOVE RUNHIST-REGISTRO TO WS-IMAGEN
               WHEN "RUNSTAT"
                   MOVE RUNSTAT-REGISTRO TO WS-IMAGEN
               WHEN OTHER
                   MOVE RIGMAST-REGISTRO TO WS-IMAGEN
           END-EVALUATE.

      * Pasa la imagen de un detalle del respaldo al registro del
      * maestro en curso, para grabarlo o para tomarle la clave.
       PONER-IMAGEN.
           EVALUATE WS-MAESTRO
               WHEN "RUNHIST"
                   MOVE WS-IMAGEN(1:WS-LARGO) TO RUNHIST-REGISTRO
               WHEN "RUNSTAT"
                   MOVE WS-IMAGEN(1:WS-LARGO) TO RUNSTAT-REGISTRO
               WHEN OTHER
                   MOVE WS-IMAGEN(1:WS-LARGO) TO RIGMAST-REGISTRO
           END-EVALUATE.

      * Clave e importe de control del registro que esta en el area
      * del maestro, y el hash de la clave: cada caracter por su
      * posicion, asi dos claves con las mismas letras en otro orden
      * no se compensan.
       TOMAR-CLAVE-IMPORTE.
           MOVE SPACES TO WS-CLAVE
           EVALUATE WS-MAESTRO
               WHEN "RUNHIST"
                   MOVE RH-RUN-ID   TO WS-CLAVE
                   MOVE RH-CONTADOR TO WS-IMPORTE
               WHEN "RUNSTAT"
                   MOVE RS-CLAVE    TO WS-CLAVE
                   MOVE RS-MOVS     TO WS-IMPORTE
               WHEN OTHER
                   MOVE RG-ID       TO WS-CLAVE
                   MOVE RG-TARIFA   TO WS-IMPORTE
           END-EVALUATE
           MOVE 0 TO WS-HASH-REG
           PERFORM VARYING WS-K FROM 1 BY 1
                   UNTIL WS-K > WS-LARGO-CLAVE
               COMPUTE WS-HASH-REG = WS-HASH-REG
                   + FUNCTION ORD(WS-CLAVE(WS-K:1)) * WS-K
           END-PERFORM.

       SUMAR-CONTROL.
           ADD 1 TO WS-REGISTROS
           ADD WS-HASH-REG TO WS-HASH-CLAVES
           ADD WS-IMPORTE TO WS-SUMA-IMPORTES.

      ******************************************************************
      * DESCARGA
      ******************************************************************
      * Un maestro que todavia no existe (RUNSTAT antes del primer
      * rollup) no es un error; uno que no abre por otro motivo si,
      * y es justamente lo que este respaldo tiene que avisar.
       DESCARGAR-MAESTRO.
           PERFORM FIJAR-MAESTRO
           PERFORM ABRIR-MAESTRO-ENTRADA
           IF WS-MA-STATUS = "35"
               DISPLAY "NO HAY " FUNCTION TRIM(WS-NOMBRE-MAESTRO)
                       ", NADA QUE DESCARGAR"
           ELSE
               IF WS-MA-STATUS NOT = "00"
                   DISPLAY "ERROR ABRIENDO "
                           FUNCTION TRIM(WS-NOMBRE-MAESTRO)
                           ", CODIGO " WS-MA-STATUS
                   DISPLAY "MAESTRO DANADO, NO SE DESCARGA"
                   MOVE 8 TO WS-RC
               ELSE
                   PERFORM ESCRIBIR-RESPALDO
                   PERFORM CERRAR-MAESTRO
               END-IF
           END-IF.

      * Una descarga por maestro y por dia.  Se escribe primero en
      * MAESTRO-AAAAMMDD.TMP y solo una descarga completa reemplaza
      * al .BAK del dia: repetirla el mismo dia pisa el respaldo de
      * la manana con el estado actual, pero una descarga cortada
      * por un error de lectura nunca lo pisa.
       ESCRIBIR-RESPALDO.
           ACCEPT WS-HORA FROM TIME
           MOVE SPACES TO WS-NOMBRE-BAK
           STRING WS-MAESTRO DELIMITED BY SPACE
                  "-"        DELIMITED BY SIZE
                  WS-FECHA   DELIMITED BY SIZE
                  ".BAK"     DELIMITED BY SIZE
             INTO WS-NOMBRE-BAK
           END-STRING
           MOVE SPACES TO WS-NOMBRE-RESP
           STRING WS-MAESTRO DELIMITED BY SPACE
                  "-"        DELIMITED BY SIZE
                  WS-FECHA   DELIMITED BY SIZE
                  ".TMP"     DELIMITED BY SIZE
             INTO WS-NOMBRE-RESP
           END-STRING
           OPEN OUTPUT RESP-FILE
           IF WS-RP-STATUS NOT = "00"
               DISPLAY "ERROR ABRIENDO " FUNCTION TRIM(WS-NOMBRE-RESP)
                       ", CODIGO " WS-RP-STATUS
               MOVE 8 TO WS-RC
           ELSE
               MOVE 0 TO WS-REGISTROS
               MOVE 0 TO WS-HASH-CLAVES
               MOVE 0 TO WS-SUMA-IMPORTES
               MOVE SPACES     TO RESP-CABECERA
               MOVE 'H'        TO RPH-TIPO
               MOVE WS-MAESTRO TO RPH-MAESTRO
               MOVE WS-FECHA   TO RPH-FECHA
               MOVE WS-HORA    TO RPH-HORA
               MOVE WS-LARGO   TO RPH-LARGO
               WRITE RESP-CABECERA
               PERFORM LEER-MAESTRO
               PERFORM UNTIL WS-EOF-MA = 'Y'
                   MOVE SPACES    TO RESP-DETALLE
                   MOVE 'D'       TO RPD-TIPO
                   MOVE WS-IMAGEN TO RPD-DATOS
                   WRITE RESP-DETALLE
                   PERFORM SUMAR-CONTROL
                   PERFORM LEER-MAESTRO
               END-PERFORM
      * Una descarga cortada por un error de lectura no lleva cierre
      * y se borra: el .BAK anterior y su registro en el indice
      * quedan como estaban.
               IF WS-MA-ERROR = 'Y'
                   CLOSE RESP-FILE
                   CALL "CBL_DELETE_FILE" USING WS-NOMBRE-RESP
                   MOVE 0 TO RETURN-CODE
                   DISPLAY "RESPALDO INCOMPLETO DE "
                           FUNCTION TRIM(WS-NOMBRE-MAESTRO)
                           ", SE DESCARTA; QUEDA EL RESPALDO ANTERIOR"
                   MOVE 8 TO WS-RC
               ELSE
                   MOVE SPACES           TO RESP-CIERRE
                   MOVE 'T'              TO RPT-TIPO
                   MOVE WS-REGISTROS     TO RPT-REGISTROS
                   MOVE WS-HASH-CLAVES   TO RPT-HASH-CLAVES
                   MOVE WS-SUMA-IMPORTES TO RPT-SUMA-IMPORTES
                   WRITE RESP-CIERRE
                   CLOSE RESP-FILE
                   PERFORM REEMPLAZAR-RESPALDO
               END-IF
           END-IF.

      * La descarga completa reemplaza al .BAK del dia con el mismo
      * borrado y renombre de REEMPLAZAR-MAESTRO, y recien entonces
      * se registra en el indice con el nombre definitivo.
       REEMPLAZAR-RESPALDO.
           CALL "CBL_DELETE_FILE" USING WS-NOMBRE-BAK
           MOVE 0 TO RETURN-CODE
           CALL "CBL_RENAME_FILE" USING WS-NOMBRE-RESP,
                                         WS-NOMBRE-BAK
           IF RETURN-CODE NOT = 0
               DISPLAY "NO SE PUDO RENOMBRAR "
                       FUNCTION TRIM(WS-NOMBRE-RESP) " A "
                       FUNCTION TRIM(WS-NOMBRE-BAK)
                       "; RENOMBRELO A MANO"
               MOVE 8 TO WS-RC
           ELSE
               MOVE WS-NOMBRE-BAK TO WS-NOMBRE-RESP
               PERFORM REGISTRAR-EN-INDICE
               DISPLAY "===== RESPALDO DE "
                       FUNCTION TRIM(WS-NOMBRE-MAESTRO) " ====="
               DISPLAY "ARCHIVO.................: "
                       FUNCTION TRIM(WS-NOMBRE-RESP)
               DISPLAY "REGISTROS DESCARGADOS...: " WS-REGISTROS
               DISPLAY "HASH DE CLAVES..........: " WS-HASH-CLAVES
               DISPLAY "SUMA DE IMPORTES........: "
                       WS-SUMA-IMPORTES
           END-IF
           MOVE 0 TO RETURN-CODE.

       REGISTRAR-EN-INDICE.
           OPEN EXTEND RESPIDX-FILE
      * Estado 35: el indice todavia no existe, se crea con este
      * primer registro.
           IF WS-RX-STATUS = "35"
               OPEN OUTPUT RESPIDX-FILE
           END-IF
           IF WS-RX-STATUS NOT = "00"
               DISPLAY "ERROR ABRIENDO RESPIDX.DAT, CODIGO "
                       WS-RX-STATUS
               MOVE 8 TO WS-RC
           ELSE
               MOVE SPACES           TO RESPIDX-REGISTRO
               MOVE WS-FECHA         TO RPX-FECHA
               MOVE WS-HORA          TO RPX-HORA
               MOVE WS-MAESTRO       TO RPX-MAESTRO
               MOVE WS-NOMBRE-RESP   TO RPX-ARCHIVO
               MOVE WS-REGISTROS     TO RPX-REGISTROS
               MOVE WS-HASH-CLAVES   TO RPX-HASH-CLAVES
               MOVE WS-SUMA-IMPORTES TO RPX-SUMA-IMPORTES
               WRITE RESPIDX-REGISTRO
               CLOSE RESPIDX-FILE
           END-IF.

      * Deja en WS-ULT-ARCHIVO el ultimo respaldo indexado del
      * maestro en curso (espacios si no tiene ninguno).
       BUSCAR-ULTIMO-RESPALDO.
           MOVE SPACES TO WS-ULT-ARCHIVO
           MOVE 0 TO WS-ULT-FECHA
           MOVE 'N' TO WS-EOF-RX
           OPEN INPUT RESPIDX-FILE
           IF WS-RX-STATUS = "00"
               PERFORM UNTIL WS-EOF-RX = 'Y'
                   READ RESPIDX-FILE
                       AT END
                           MOVE 'Y' TO WS-EOF-RX
                       NOT AT END
                           IF RPX-MAESTRO = WS-MAESTRO
                               MOVE RPX-ARCHIVO TO WS-ULT-ARCHIVO
                               MOVE RPX-FECHA TO WS-ULT-FECHA
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE RESPIDX-FILE
           END-IF.

      ******************************************************************
      * RECARGA
      ******************************************************************
      * El maestro se reconstruye en MAESTRON.DAT con el mismo FD; el
      * vivo se reemplaza solo con el respaldo controlado contra su
      * cierre y la confirmacion del operador.  Hasta ese momento el
      * maestro vivo no se toca.
       RECARGAR-MAESTRO.
           PERFORM FIJAR-MAESTRO
           PERFORM BUSCAR-ULTIMO-RESPALDO
           IF WS-ULT-ARCHIVO = SPACES
               DISPLAY "ARCHIVO DE RESPALDO"
           ELSE
               DISPLAY "ARCHIVO DE RESPALDO (ENTER = "
                       FUNCTION TRIM(WS-ULT-ARCHIVO) ")"
           END-IF
           ACCEPT WS-ENTRADA
           IF WS-ENTRADA = SPACES
               MOVE WS-ULT-ARCHIVO TO WS-NOMBRE-RESP
           ELSE
               MOVE FUNCTION TRIM(WS-ENTRADA) TO WS-NOMBRE-RESP
           END-IF
           IF WS-NOMBRE-RESP = SPACES
               DISPLAY "SIN RESPALDOS DE "
                       FUNCTION TRIM(WS-NOMBRE-MAESTRO)
                       ", NADA QUE RECARGAR"
           ELSE
               MOVE WS-NOMBRE-NUEVO TO WS-NOMBRE-USO
               PERFORM APUNTAR-MAESTRO
               PERFORM ABRIR-MAESTRO-SALIDA
               IF WS-MA-STATUS NOT = "00"
                   DISPLAY "ERROR ABRIENDO "
                           FUNCTION TRIM(WS-NOMBRE-NUEVO)
                           ", CODIGO " WS-MA-STATUS
                   MOVE 8 TO WS-RC
               ELSE
                   PERFORM CONTROLAR-RESPALDO
                   PERFORM DECIDIR-RECARGA
               END-IF
               MOVE WS-NOMBRE-MAESTRO TO WS-NOMBRE-USO
               PERFORM APUNTAR-MAESTRO
           END-IF.

      * Primera pasada: el respaldo entero contra su cabecera y su
      * cierre, y las claves contra la secuencia ascendente en la que
      * se descargaron.  Una clave repetida se informa como
      * duplicada y una menor que la anterior como fuera de
      * secuencia; ninguna de las dos impide la recarga (el maestro
      * indexado ordena solo y rechaza la repetida), pero quedan a la
      * vista del operador antes de confirmar.
       CONTROLAR-RESPALDO.
           MOVE 'N' TO WS-CAB-OK
           MOVE 'N' TO WS-CIE-OK
           MOVE 'N' TO WS-FORMATO-MALO
           MOVE 'N' TO WS-RESP-OK
           MOVE 0 TO WS-REGISTROS
           MOVE 0 TO WS-HASH-CLAVES
           MOVE 0 TO WS-SUMA-IMPORTES
           MOVE 0 TO WS-DUPLICADAS
           MOVE 0 TO WS-DESORDEN
           MOVE LOW-VALUES TO WS-CLAVE-ANT
           PERFORM ABRIR-RESPALDO
           IF WS-CAB-OK = 'S'
               DISPLAY "RESPALDO DEL............: " RPH-FECHA " "
                       RPH-HORA
               PERFORM UNTIL WS-EOF-RP = 'Y'
                   READ RESP-FILE
                       AT END
                           MOVE 'Y' TO WS-EOF-RP
                       NOT AT END
                           PERFORM CONTROLAR-REGISTRO-RESP
                   END-READ
               END-PERFORM
               CLOSE RESP-FILE
               PERFORM COMPARAR-CIERRE
           END-IF.

      * Abre el respaldo y valida su cabecera: que sea del maestro en
      * curso y con su largo de registro actual (un respaldo anterior
      * a un cambio de layout no se recarga sobre el layout nuevo).
       ABRIR-RESPALDO.
           MOVE 'N' TO WS-CAB-OK
           MOVE 'N' TO WS-EOF-RP
           OPEN INPUT RESP-FILE
           IF WS-RP-STATUS NOT = "00"
               DISPLAY "ERROR ABRIENDO " FUNCTION TRIM(WS-NOMBRE-RESP)
                       ", CODIGO " WS-RP-STATUS
           ELSE
               READ RESP-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF-RP
               END-READ
               IF WS-EOF-RP = 'N' AND RPH-TIPO = 'H'
                  AND RPH-MAESTRO = WS-MAESTRO
                  AND RPH-LARGO = WS-LARGO
                   MOVE 'S' TO WS-CAB-OK
               ELSE
                   DISPLAY FUNCTION TRIM(WS-NOMBRE-RESP)
                           " NO ES UN RESPALDO DE "
                           FUNCTION TRIM(WS-NOMBRE-MAESTRO)
                           " CON EL LAYOUT ACTUAL"
                   CLOSE RESP-FILE
               END-IF
           END-IF.

       CONTROLAR-REGISTRO-RESP.
           IF WS-CIE-OK = 'S'
               MOVE 'S' TO WS-FORMATO-MALO
           ELSE
               EVALUATE RPD-TIPO
                   WHEN 'D'
                       MOVE RPD-DATOS TO WS-IMAGEN
                       PERFORM PONER-IMAGEN
                       PERFORM TOMAR-CLAVE-IMPORTE
                       PERFORM SUMAR-CONTROL
                       PERFORM CONTROLAR-SECUENCIA
                   WHEN 'T'
                       MOVE 'S' TO WS-CIE-OK
                       MOVE RPT-REGISTROS     TO WS-CIE-REGISTROS
                       MOVE RPT-HASH-CLAVES   TO WS-CIE-HASH-CLAVES
                       MOVE RPT-SUMA-IMPORTES TO WS-CIE-SUMA-IMPORTES
                   WHEN OTHER
                       MOVE 'S' TO WS-FORMATO-MALO
               END-EVALUATE
           END-IF.

       CONTROLAR-SECUENCIA.
           IF WS-CLAVE = WS-CLAVE-ANT
               ADD 1 TO WS-DUPLICADAS
               DISPLAY "CLAVE DUPLICADA.........: " WS-CLAVE
           ELSE
               IF WS-CLAVE < WS-CLAVE-ANT
                   ADD 1 TO WS-DESORDEN
                   DISPLAY "CLAVE FUERA DE SECUENCIA: " WS-CLAVE
               END-IF
           END-IF
           MOVE WS-CLAVE TO WS-CLAVE-ANT.

      * Lo leido tiene que cerrar exactamente con el cierre grabado:
      * un respaldo truncado, con registros ajenos o alterado no se
      * da por bueno.
       COMPARAR-CIERRE.
           DISPLAY "===== CONTROL DEL RESPALDO ====="
           DISPLAY "REGISTROS LEIDOS........: " WS-REGISTROS
           DISPLAY "HASH DE CLAVES LEIDO....: " WS-HASH-CLAVES
           DISPLAY "SUMA DE IMPORTES LEIDA..: " WS-SUMA-IMPORTES
           IF WS-CIE-OK = 'N'
               DISPLAY "EL RESPALDO NO TIENE REGISTRO DE CIERRE"
           ELSE
               DISPLAY "REGISTROS DEL CIERRE....: " WS-CIE-REGISTROS
               DISPLAY "HASH DEL CIERRE.........: "
                       WS-CIE-HASH-CLAVES
               DISPLAY "IMPORTES DEL CIERRE.....: "
                       WS-CIE-SUMA-IMPORTES
               IF WS-FORMATO-MALO = 'S'
                   DISPLAY "EL RESPALDO TRAE REGISTROS DE TIPO"
                           " DESCONOCIDO O DESPUES DEL CIERRE"
               ELSE
                   IF WS-REGISTROS = WS-CIE-REGISTROS
                      AND WS-HASH-CLAVES = WS-CIE-HASH-CLAVES
                      AND WS-SUMA-IMPORTES = WS-CIE-SUMA-IMPORTES
                       MOVE 'S' TO WS-RESP-OK
                       DISPLAY "EL RESPALDO CUADRA CON SU CIERRE"
                   ELSE
                       DISPLAY "EL RESPALDO NO CUADRA CON SU CIERRE"
                   END-IF
               END-IF
           END-IF
           DISPLAY "CLAVES DUPLICADAS.......: " WS-DUPLICADAS
           DISPLAY "CLAVES FUERA DE SECUENCIA: " WS-DESORDEN.

       DECIDIR-RECARGA.
           IF WS-RESP-OK = 'N'
               PERFORM CERRAR-MAESTRO
               CALL "CBL_DELETE_FILE" USING WS-NOMBRE-NUEVO
               MOVE 0 TO RETURN-CODE
               DISPLAY "RESPALDO NO CONFIABLE, NO SE RECARGA"
               MOVE 8 TO WS-RC
           ELSE
               DISPLAY "REEMPLAZAR "
                       FUNCTION TRIM(WS-NOMBRE-MAESTRO)
                       " CON EL CONTENIDO DEL RESPALDO (S/N)"
               ACCEPT WS-RESPUESTA
               IF FUNCTION UPPER-CASE(WS-RESPUESTA(1:1)) = 'S'
                   PERFORM CARGAR-MAESTRO-NUEVO
                   PERFORM CERRAR-MAESTRO
                   PERFORM REEMPLAZAR-MAESTRO
               ELSE
                   PERFORM CERRAR-MAESTRO
                   CALL "CBL_DELETE_FILE" USING WS-NOMBRE-NUEVO
                   MOVE 0 TO RETURN-CODE
                   DISPLAY "RECARGA CANCELADA, EL MAESTRO NO SE TOCO"
               END-IF
           END-IF.

      * Segunda pasada: los detalles al maestro nuevo.  La clave
      * duplicada ya informada vuelve con estado 22 y se omite (queda
      * la primera); cualquier otro error deja el maestro nuevo sin
      * terminar y el vivo intacto.
       CARGAR-MAESTRO-NUEVO.
           MOVE 0 TO WS-GRABADOS
           MOVE 0 TO WS-OMITIDOS
           MOVE 'N' TO WS-MA-ERROR
           PERFORM ABRIR-RESPALDO
           PERFORM UNTIL WS-EOF-RP = 'Y'
               READ RESP-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF-RP
                   NOT AT END
                       IF RPD-TIPO = 'D'
                           MOVE RPD-DATOS TO WS-IMAGEN
                           PERFORM PONER-IMAGEN
                           PERFORM GRABAR-EN-NUEVO
                       END-IF
               END-READ
           END-PERFORM
           CLOSE RESP-FILE.

       GRABAR-EN-NUEVO.
           EVALUATE WS-MAESTRO
               WHEN "RUNHIST"
                   WRITE RUNHIST-REGISTRO
                   MOVE WS-RH-STATUS TO WS-MA-STATUS
               WHEN "RUNSTAT"
                   WRITE RUNSTAT-REGISTRO
                   MOVE WS-RS-STATUS TO WS-MA-STATUS
               WHEN OTHER
                   WRITE RIGMAST-REGISTRO
                   MOVE WS-RG-STATUS TO WS-MA-STATUS
           END-EVALUATE
           EVALUATE WS-MA-STATUS
               WHEN "00"
                   ADD 1 TO WS-GRABADOS
               WHEN "22"
                   ADD 1 TO WS-OMITIDOS
               WHEN OTHER
                   DISPLAY "ERROR GRABANDO EN "
                           FUNCTION TRIM(WS-NOMBRE-NUEVO)
                           ", CODIGO " WS-MA-STATUS
                   MOVE 'Y' TO WS-MA-ERROR
                   MOVE 'Y' TO WS-EOF-RP
           END-EVALUATE.

       REEMPLAZAR-MAESTRO.
           IF WS-MA-ERROR = 'Y'
               CALL "CBL_DELETE_FILE" USING WS-NOMBRE-NUEVO
               MOVE 0 TO RETURN-CODE
               DISPLAY "RECARGA ABORTADA, EL MAESTRO NO SE TOCO"
               MOVE 8 TO WS-RC
           ELSE
               CALL "CBL_DELETE_FILE" USING WS-NOMBRE-MAESTRO
               MOVE 0 TO RETURN-CODE
               CALL "CBL_RENAME_FILE" USING WS-NOMBRE-NUEVO,
                                             WS-NOMBRE-MAESTRO
               IF RETURN-CODE NOT = 0
                   DISPLAY "NO SE PUDO RENOMBRAR "
                           FUNCTION TRIM(WS-NOMBRE-NUEVO) " A "
                           FUNCTION TRIM(WS-NOMBRE-MAESTRO)
                           "; RENOMBRELO A MANO"
                   MOVE 8 TO WS-RC
               ELSE
                   DISPLAY "===== RESUMEN DE RECARGA ====="
                   DISPLAY "REGISTROS RECARGADOS....: " WS-GRABADOS
                   DISPLAY "DUPLICADOS OMITIDOS.....: " WS-OMITIDOS
                   IF WS-OMITIDOS > 0 OR WS-DESORDEN > 0
                       IF WS-RC < 4
                           MOVE 4 TO WS-RC
                       END-IF
                   END-IF
                   PERFORM ASENTAR-RECARGA
               END-IF
               MOVE 0 TO RETURN-CODE
           END-IF.

       ASENTAR-RECARGA.
           MOVE WS-MAESTRO TO WS-DJ-CLAVE
           MOVE WS-NOMBRE-RESP TO WS-DJ-DATASET
           MOVE "MAESTRO ANTERIOR REEMPLAZADO" TO WS-DJ-ANTES
           MOVE SPACES TO WS-DJ-DESPUES
           STRING "RECARGADOS " WS-GRABADOS " OMITIDOS "
                  WS-OMITIDOS
               DELIMITED BY SIZE INTO WS-DJ-DESPUES
           END-STRING
           CALL "DIARIOREG" USING WS-DJ-PROGRAMA, WS-DJ-ACCION,
                                   WS-DJ-CLAVE, WS-DJ-DATASET,
                                   WS-DJ-ANTES, WS-DJ-DESPUES.

      ******************************************************************
      * VERIFICACION
      ******************************************************************
      * Apareo por clave del maestro vivo contra su ultimo respaldo.
      * Los registros nuevos desde el respaldo son el crecimiento
      * normal y solo se cuentan; los que faltan en el maestro o
      * cambiaron se listan uno por uno.
       VERIFICAR-MAESTRO.
           PERFORM FIJAR-MAESTRO
           PERFORM BUSCAR-ULTIMO-RESPALDO
      * Sin respaldo no hay contra que verificar; solo es novedad si
      * el maestro existe (RUNSTAT antes del primer rollup no tiene
      * ni maestro ni respaldo).
           IF WS-ULT-ARCHIVO = SPACES
               PERFORM ABRIR-MAESTRO-ENTRADA
               IF WS-MA-STATUS = "35"
                   DISPLAY "NO HAY " FUNCTION TRIM(WS-NOMBRE-MAESTRO)
                           " NI RESPALDOS, NADA QUE VERIFICAR"
               ELSE
                   IF WS-MA-STATUS = "00"
                       PERFORM CERRAR-MAESTRO
                   END-IF
                   DISPLAY "SIN RESPALDOS DE "
                           FUNCTION TRIM(WS-NOMBRE-MAESTRO)
                           ", NADA CONTRA QUE VERIFICAR"
                   IF WS-RC < 4
                       MOVE 4 TO WS-RC
                   END-IF
               END-IF
           ELSE
               MOVE WS-ULT-ARCHIVO TO WS-NOMBRE-RESP
               DISPLAY "===== VERIFICACION DE "
                       FUNCTION TRIM(WS-NOMBRE-MAESTRO) " CONTRA "
                       FUNCTION TRIM(WS-NOMBRE-RESP) " ====="
               PERFORM ABRIR-MAESTRO-ENTRADA
               IF WS-MA-STATUS NOT = "00"
                   DISPLAY "ERROR ABRIENDO "
                           FUNCTION TRIM(WS-NOMBRE-MAESTRO)
                           ", CODIGO " WS-MA-STATUS
                   DISPLAY "MAESTRO DANADO O AUSENTE; RECARGUELO DESDE "
                           FUNCTION TRIM(WS-NOMBRE-RESP)
                   MOVE 8 TO WS-RC
               ELSE
                   PERFORM ABRIR-RESPALDO
                   IF WS-CAB-OK = 'N'
                       MOVE 8 TO WS-RC
                   ELSE
                       DISPLAY "RESPALDO DEL............: " RPH-FECHA
                               " " RPH-HORA
                       PERFORM APAREAR-MAESTRO
                       CLOSE RESP-FILE
                       PERFORM INFORMAR-VERIFICACION
                   END-IF
                   PERFORM CERRAR-MAESTRO
               END-IF
           END-IF.

       APAREAR-MAESTRO.
           MOVE 'N' TO WS-CIE-OK
           MOVE 'N' TO WS-FORMATO-MALO
           MOVE 0 TO WS-REGISTROS
           MOVE 0 TO WS-HASH-CLAVES
           MOVE 0 TO WS-SUMA-IMPORTES
           MOVE 0 TO WS-VIV-REGISTROS
           MOVE 0 TO WS-IGUALES
           MOVE 0 TO WS-MODIFICADOS
           MOVE 0 TO WS-NUEVOS
           MOVE 0 TO WS-FALTANTES
           PERFORM LEER-VIVO
           PERFORM LEER-DETALLE-RESPALDO
           PERFORM UNTIL WS-CLAVE-MA = HIGH-VALUES
                     AND WS-CLAVE-RP = HIGH-VALUES
               IF WS-CLAVE-MA = WS-CLAVE-RP
                   IF WS-IMAGEN-MA = WS-IMAGEN-RP
                       ADD 1 TO WS-IGUALES
                   ELSE
                       ADD 1 TO WS-MODIFICADOS
                       DISPLAY "MODIFICADO DESDE EL RESP: " WS-CLAVE-MA
                   END-IF
                   PERFORM LEER-VIVO
                   PERFORM LEER-DETALLE-RESPALDO
               ELSE
                   IF WS-CLAVE-MA < WS-CLAVE-RP
                       ADD 1 TO WS-NUEVOS
                       PERFORM LEER-VIVO
                   ELSE
                       ADD 1 TO WS-FALTANTES
                       DISPLAY "FALTA EN EL MAESTRO.....: " WS-CLAVE-RP
                       PERFORM LEER-DETALLE-RESPALDO
                   END-IF
               END-IF
           END-PERFORM.

       LEER-VIVO.
           PERFORM LEER-MAESTRO
           IF WS-EOF-MA = 'Y'
               MOVE HIGH-VALUES TO WS-CLAVE-MA
           ELSE
               ADD 1 TO WS-VIV-REGISTROS
               MOVE WS-CLAVE  TO WS-CLAVE-MA
               MOVE WS-IMAGEN TO WS-IMAGEN-MA
           END-IF.

      * El detalle del respaldo pasa por el area del maestro solo para
      * tomarle la clave y el importe; el registro vivo ya quedo
      * guardado en WS-IMAGEN-MA y la lectura secuencial del maestro
      * no depende de esa area.
       LEER-DETALLE-RESPALDO.
           MOVE HIGH-VALUES TO WS-CLAVE-RP
           MOVE 'N' TO WS-HAY-DETALLE
           PERFORM UNTIL WS-EOF-RP = 'Y' OR WS-HAY-DETALLE = 'S'
               READ RESP-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF-RP
                   NOT AT END
                       EVALUATE RPD-TIPO
                           WHEN 'D'
                               MOVE RPD-DATOS TO WS-IMAGEN
                               PERFORM PONER-IMAGEN
                               PERFORM TOMAR-CLAVE-IMPORTE
                               PERFORM SUMAR-CONTROL
                               MOVE WS-CLAVE TO WS-CLAVE-RP
                               MOVE SPACES TO WS-IMAGEN-RP
                               MOVE WS-IMAGEN(1:WS-LARGO)
                                 TO WS-IMAGEN-RP
                               MOVE 'S' TO WS-HAY-DETALLE
                           WHEN 'T'
                               MOVE 'S' TO WS-CIE-OK
                               MOVE RPT-REGISTROS
                                 TO WS-CIE-REGISTROS
                               MOVE RPT-HASH-CLAVES
                                 TO WS-CIE-HASH-CLAVES
                               MOVE RPT-SUMA-IMPORTES
                                 TO WS-CIE-SUMA-IMPORTES
                               MOVE 'Y' TO WS-EOF-RP
                           WHEN OTHER
                               MOVE 'S' TO WS-FORMATO-MALO
                       END-EVALUATE
               END-READ
           END-PERFORM.

       INFORMAR-VERIFICACION.
           DISPLAY "REGISTROS EN EL MAESTRO.: " WS-VIV-REGISTROS
           DISPLAY "REGISTROS EN EL RESPALDO: " WS-REGISTROS
           DISPLAY "IGUALES.................: " WS-IGUALES
           DISPLAY "MODIFICADOS.............: " WS-MODIFICADOS
           DISPLAY "FALTANTES EN EL MAESTRO.: " WS-FALTANTES
           DISPLAY "NUEVOS DESDE EL RESPALDO: " WS-NUEVOS
           IF WS-CIE-OK = 'S' AND WS-FORMATO-MALO = 'N'
              AND WS-REGISTROS = WS-CIE-REGISTROS
              AND WS-HASH-CLAVES = WS-CIE-HASH-CLAVES
              AND WS-SUMA-IMPORTES = WS-CIE-SUMA-IMPORTES
               DISPLAY "EL RESPALDO CUADRA CON SU CIERRE"
           ELSE
               DISPLAY "EL RESPALDO NO CUADRA CON SU CIERRE"
               MOVE 8 TO WS-RC
           END-IF
           IF WS-MA-ERROR = 'Y'
               DISPLAY "EL MAESTRO NO SE PUDO LEER ENTERO"
               MOVE 8 TO WS-RC
           END-IF
           IF WS-MODIFICADOS > 0 OR WS-FALTANTES > 0
               IF WS-RC < 4
                   MOVE 4 TO WS-RC
               END-IF
           END-IF.
       END PROGRAM RESPALDO.
