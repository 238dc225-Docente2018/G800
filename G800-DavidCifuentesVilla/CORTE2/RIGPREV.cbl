      ******************************************************************
      * Author:
      * Date:
      * Purpose: Preventive maintenance of the rigs, driven by the
      *          moves each rig actually ran.  RIGMANT sets each
      *          rig's service interval in moves and RIGMOVS keeps
      *          its move odometer in RIGMAST.DAT; this program
      *          (O) logs a service work order: the order goes to
      *          ORDSERV.DAT with the technician, the work done and
      *          the odometer reading, the rig's last service date
      *          and reading are updated in the master (which lifts
      *          the refusal of TORRES, TORRESITER, TORRESLOTE and
      *          TORRESMANU on an overdue rig) and the service is
      *          journaled through DIARIOREG; and (L) prints
      *          SERVICIO-AAAAMMDD.TXT, the list of in-service rigs
      *          overdue for service (first) or near their interval,
      *          with the same warning threshold RIGSERV gives the
      *          drivers.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RIGPREV.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RIGMAST-FILE ASSIGN TO "RIGMAST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RG-ID
               FILE STATUS IS WS-RG-STATUS.
           SELECT ORDSERV-FILE ASSIGN TO "ORDSERV.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OS-STATUS.
           SELECT INFORME-FILE ASSIGN TO DYNAMIC WS-NOMBRE-INF
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-INF-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  RIGMAST-FILE.
       COPY WRIGMAST.
       FD  ORDSERV-FILE.
       COPY WORDSERV.
       FD  INFORME-FILE.
       01 INFORME-LINEA       PIC X(80).
       WORKING-STORAGE SECTION.
       01 WS-RG-STATUS    PIC XX.
       01 WS-OS-STATUS    PIC XX.
       01 WS-INF-STATUS   PIC XX.
       01 WS-EOF-RG       PIC X VALUE 'N'.
       01 WS-EOF-OS       PIC X VALUE 'N'.
       01 WS-OPCION       PIC X.
       01 WS-ENTRADA      PIC X(40).
       01 WS-RIG-ID       PIC X(8).
       01 WS-EXISTE       PIC X.
       01 WS-USUARIO      PIC X(8).
       01 WS-FECHA        PIC 9(8).
       01 WS-HORA         PIC 9(8).
       01 WS-NOMBRE-INF   PIC X(30).
      * Ultimo numero de orden de ORDSERV.DAT; la orden nueva lleva
      * el siguiente.
       01 WS-ULTIMA-ORDEN PIC 9(6) VALUE 0.
       01 WS-TECNICO      PIC X(20).
       01 WS-TRABAJO      PIC X(40).
      * Movimientos corridos desde el ultimo servicio del rig leido.
       01 WS-DESDE-SERV   PIC 9(9).
      * Mismo porcentaje del intervalo a partir del cual RIGSERV
      * avisa a los drivers que el rig esta proximo a servicio.
       01 PORCENTAJE-AVISO PIC 9(3) VALUE 90.
       01 WS-UMBRAL       PIC 9(9).
       01 WS-PORCENTAJE   PIC 9(4).
       01 WS-ESTADO       PIC X.
      * El listado recorre el maestro dos veces: primero los rigs
      * vencidos ('V') y despues los proximos a servicio ('P').
       01 WS-PASADA       PIC X.
       01 WS-CON-PLAN     PIC 9(4) VALUE 0.
       01 WS-SIN-PLAN     PIC 9(4) VALUE 0.
       01 WS-VENCIDOS     PIC 9(4) VALUE 0.
       01 WS-PROXIMOS     PIC 9(4) VALUE 0.
       01 WS-DJ-PROGRAMA  PIC X(12) VALUE "RIGPREV".
       01 WS-DJ-ACCION    PIC X(10) VALUE "SERVICIO".
       01 WS-DJ-CLAVE     PIC X(30).
       01 WS-DJ-DATASET   PIC X(30) VALUE SPACES.
       01 WS-DJ-ANTES     PIC X(60).
       01 WS-DJ-DESPUES   PIC X(60).
      * Impresion.
       01 WS-PAGINA       PIC 9(3) VALUE 0.
       01 WS-LINEAS       PIC 9(2) VALUE 99.
       01 LINEAS-POR-PAGINA PIC 9(2) VALUE 60.
       01 WS-LINEA-IMP    PIC X(80).
       01 WS-INTERVALO-ED PIC ZZZZZ9.
       01 WS-DESDE-ED     PIC ZZZZZZZZ9.
       01 WS-PORC-ED      PIC ZZZ9.
       01 WS-ULT-SERV-TXT PIC X(8).
       01 WS-ESTADO-TXT   PIC X(7).
       PROCEDURE DIVISION.
           DISPLAY "===== RIGPREV: MANTENIMIENTO PREVENTIVO ====="
           PERFORM ABRIR-MAESTRO
           PERFORM LEER-ULTIMA-ORDEN
           PERFORM UNTIL WS-OPCION = 'F'
               DISPLAY "(O)RDEN DE SERVICIO (L)ISTADO DE VENCIMIENTOS"
                       " (F)IN"
               ACCEPT WS-OPCION
               MOVE FUNCTION UPPER-CASE(WS-OPCION) TO WS-OPCION
               EVALUATE WS-OPCION
                   WHEN 'O'
                       PERFORM ORDEN-SERVICIO
                   WHEN 'L'
                       PERFORM LISTAR-VENCIMIENTOS
                   WHEN 'F'
                       CONTINUE
                   WHEN OTHER
                       DISPLAY "OPCION INVALIDA"
               END-EVALUATE
           END-PERFORM
           CLOSE RIGMAST-FILE
           GOBACK.

      * Sin maestro no hay rigs a los que asentarles servicio; se
      * corta en vez de crearlo vacio como hace RIGMANT.
       ABRIR-MAESTRO.
           OPEN I-O RIGMAST-FILE
           IF WS-RG-STATUS NOT = "00"
               DISPLAY "ERROR ABRIENDO RIGMAST.DAT, CODIGO "
                       WS-RG-STATUS
               STOP RUN
           END-IF.

       LEER-ULTIMA-ORDEN.
           MOVE 0 TO WS-ULTIMA-ORDEN
           MOVE 'N' TO WS-EOF-OS
           OPEN INPUT ORDSERV-FILE
           IF WS-OS-STATUS = "00"
               PERFORM UNTIL WS-EOF-OS = 'Y'
                   READ ORDSERV-FILE
                       AT END
                           MOVE 'Y' TO WS-EOF-OS
                       NOT AT END
                           IF OS-NUMERO IS NUMERIC
                              AND OS-NUMERO > WS-ULTIMA-ORDEN
                               MOVE OS-NUMERO TO WS-ULTIMA-ORDEN
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ORDSERV-FILE
           END-IF.

       PEDIR-RIG-ID.
           MOVE SPACES TO WS-RIG-ID
           DISPLAY "IDENTIFICADOR DEL RIG (HASTA 8 CARACTERES)"
           ACCEPT WS-ENTRADA
           IF FUNCTION LENGTH(FUNCTION TRIM(WS-ENTRADA)) > 8
               DISPLAY "IDENTIFICADOR EXCEDE 8 CARACTERES"
           ELSE
               UNSTRING WS-ENTRADA DELIMITED BY ALL SPACE
                   INTO WS-RIG-ID
               END-UNSTRING
           END-IF.

      * Deja WS-EXISTE en 'S' y el registro leido en el area del
      * archivo cuando el rig ya esta en el maestro.
       LEER-RIG.
           MOVE 'N' TO WS-EXISTE
           MOVE WS-RIG-ID TO RG-ID
           READ RIGMAST-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 'S' TO WS-EXISTE
           END-READ.

      * Un servicio se asienta sobre el cuentamovimientos actual del
      * rig: desde aca RIGSERV vuelve a contar de cero contra el
      * intervalo.  La orden se graba antes que el maestro, de modo
      * que no quede un rig liberado sin la orden que lo respalda.
       ORDEN-SERVICIO.
           PERFORM PEDIR-RIG-ID
           IF WS-RIG-ID = SPACES
               DISPLAY "ORDEN CANCELADA, IDENTIFICADOR VACIO"
           ELSE
               PERFORM LEER-RIG
               IF WS-EXISTE = 'N'
                   DISPLAY "RIG INEXISTENTE EN RIGMAST.DAT"
               ELSE
                   PERFORM MOSTRAR-SERVICIO
                   PERFORM PEDIR-DATOS-ORDEN
                   DISPLAY "CONFIRMA EL SERVICIO DEL RIG (S/N)"
                   ACCEPT WS-ENTRADA
                   IF FUNCTION UPPER-CASE(WS-ENTRADA(1:1)) = 'S'
                       PERFORM GRABAR-ORDEN
                   ELSE
                       DISPLAY "ORDEN CANCELADA"
                   END-IF
               END-IF
           END-IF.

       MOSTRAR-SERVICIO.
           PERFORM CALCULAR-DESDE-SERVICIO
           DISPLAY "RIG: " FUNCTION TRIM(RG-DESCRIPCION)
           DISPLAY "INTERVALO DE SERVICIO...: " RG-INTERVALO
           DISPLAY "CUENTAMOVIMIENTOS.......: " RG-MOVS-TOTAL
           IF RG-FECHA-SERVICIO = 0
               DISPLAY "ULTIMO SERVICIO.........: NUNCA"
           ELSE
               DISPLAY "ULTIMO SERVICIO.........: " RG-FECHA-SERVICIO
           END-IF
           DISPLAY "MOVS DESDE EL SERVICIO..: " WS-DESDE-SERV
           IF RG-ACTIVO NOT = 'S'
               DISPLAY "AVISO: EL RIG ESTA RETIRADO"
           END-IF.

       PEDIR-DATOS-ORDEN.
           MOVE SPACES TO WS-TECNICO
           PERFORM UNTIL WS-TECNICO NOT = SPACES
               DISPLAY "TECNICO QUE HIZO EL SERVICIO (HASTA 20)"
               ACCEPT WS-ENTRADA
               MOVE WS-ENTRADA TO WS-TECNICO
           END-PERFORM
           MOVE SPACES TO WS-TRABAJO
           PERFORM UNTIL WS-TRABAJO NOT = SPACES
               DISPLAY "TRABAJO REALIZADO (HASTA 40 CARACTERES)"
               ACCEPT WS-ENTRADA
               MOVE WS-ENTRADA TO WS-TRABAJO
           END-PERFORM.

       GRABAR-ORDEN.
           PERFORM TOMAR-USUARIO
           ACCEPT WS-FECHA FROM DATE YYYYMMDD
           ACCEPT WS-HORA  FROM TIME
           OPEN EXTEND ORDSERV-FILE
      * Estado 35: el archivo de ordenes todavia no existe, se crea
      * con esta primera orden.
           IF WS-OS-STATUS = "35"
               OPEN OUTPUT ORDSERV-FILE
           END-IF
           IF WS-OS-STATUS NOT = "00"
               DISPLAY "ERROR ABRIENDO ORDSERV.DAT, CODIGO "
                       WS-OS-STATUS
           ELSE
               ADD 1 TO WS-ULTIMA-ORDEN
               MOVE SPACES          TO ORDSERV-REGISTRO
               MOVE WS-ULTIMA-ORDEN TO OS-NUMERO
               MOVE WS-FECHA        TO OS-FECHA
               MOVE WS-HORA         TO OS-HORA
               MOVE RG-ID           TO OS-RIG
               MOVE WS-USUARIO      TO OS-USUARIO
               MOVE WS-TECNICO      TO OS-TECNICO
               MOVE RG-MOVS-TOTAL   TO OS-MOVS-TOTAL
               MOVE WS-DESDE-SERV   TO OS-MOVS-CICLO
               MOVE RG-INTERVALO    TO OS-INTERVALO
               MOVE WS-TRABAJO      TO OS-TRABAJO
               WRITE ORDSERV-REGISTRO
               CLOSE ORDSERV-FILE
               PERFORM ACTUALIZAR-RIG
           END-IF.

       ACTUALIZAR-RIG.
           MOVE SPACES TO WS-DJ-ANTES
           STRING "ULTIMO SERVICIO "  DELIMITED BY SIZE
                  RG-FECHA-SERVICIO   DELIMITED BY SIZE
                  " MOVS "            DELIMITED BY SIZE
                  RG-MOVS-SERVICIO    DELIMITED BY SIZE
             INTO WS-DJ-ANTES
           END-STRING
           MOVE WS-FECHA      TO RG-FECHA-SERVICIO
           MOVE RG-MOVS-TOTAL TO RG-MOVS-SERVICIO
           REWRITE RIGMAST-REGISTRO
           IF WS-RG-STATUS = "00"
               DISPLAY "ORDEN DE SERVICIO.......: " WS-ULTIMA-ORDEN
               DISPLAY "SERVICIO ASENTADO, EL RIG VUELVE A CONTAR"
                       " DESDE CERO"
               MOVE SPACES TO WS-DJ-DESPUES
               STRING "ORDEN "            DELIMITED BY SIZE
                      WS-ULTIMA-ORDEN     DELIMITED BY SIZE
                      " SERVICIO "        DELIMITED BY SIZE
                      RG-FECHA-SERVICIO   DELIMITED BY SIZE
                      " MOVS "            DELIMITED BY SIZE
                      RG-MOVS-SERVICIO    DELIMITED BY SIZE
                 INTO WS-DJ-DESPUES
               END-STRING
               MOVE RG-ID TO WS-DJ-CLAVE
               CALL "DIARIOREG" USING WS-DJ-PROGRAMA, WS-DJ-ACCION,
                                       WS-DJ-CLAVE, WS-DJ-DATASET,
                                       WS-DJ-ANTES, WS-DJ-DESPUES
           ELSE
               DISPLAY "ORDEN " WS-ULTIMA-ORDEN " GRABADA PERO"
                       " RIGMAST.DAT NO SE ACTUALIZO, CODIGO "
                       WS-RG-STATUS
           END-IF.

      * Usuario de la sesion, igual que RUNLOCKSET.
       TOMAR-USUARIO.
           MOVE SPACES TO WS-USUARIO
           ACCEPT WS-USUARIO FROM ENVIRONMENT "LOGNAME"
           IF WS-USUARIO = SPACES
               ACCEPT WS-USUARIO FROM ENVIRONMENT "USER"
           END-IF
           IF WS-USUARIO = SPACES
               MOVE "OPERADOR" TO WS-USUARIO
           END-IF.

      * Un cuentamovimientos por debajo de la lectura del servicio
      * (maestro recargado de un respaldo viejo) cuenta como recien
      * servido, igual que en RIGSERV.
       CALCULAR-DESDE-SERVICIO.
           MOVE 0 TO WS-DESDE-SERV
           IF RG-MOVS-TOTAL > RG-MOVS-SERVICIO
               COMPUTE WS-DESDE-SERV = RG-MOVS-TOTAL
                                     - RG-MOVS-SERVICIO
           END-IF.

      * Mismo criterio que RIGSERV: 'S' sin plan, 'V' vencido, 'P'
      * proximo a servicio, 'O' dentro del intervalo.
       EVALUAR-SERVICIO.
           PERFORM CALCULAR-DESDE-SERVICIO
           COMPUTE WS-UMBRAL = RG-INTERVALO * PORCENTAJE-AVISO / 100
           EVALUATE TRUE
               WHEN RG-INTERVALO = 0
                   MOVE 'S' TO WS-ESTADO
               WHEN WS-DESDE-SERV >= RG-INTERVALO
                   MOVE 'V' TO WS-ESTADO
               WHEN WS-DESDE-SERV >= WS-UMBRAL
                   MOVE 'P' TO WS-ESTADO
               WHEN OTHER
                   MOVE 'O' TO WS-ESTADO
           END-EVALUATE.

       LISTAR-VENCIMIENTOS.
           ACCEPT WS-FECHA FROM DATE YYYYMMDD
           MOVE SPACES TO WS-NOMBRE-INF
           STRING "SERVICIO-" DELIMITED BY SIZE
                  WS-FECHA    DELIMITED BY SIZE
                  ".TXT"      DELIMITED BY SIZE
             INTO WS-NOMBRE-INF
           END-STRING
           OPEN OUTPUT INFORME-FILE
           IF WS-INF-STATUS NOT = "00"
               DISPLAY "ERROR ABRIENDO " FUNCTION TRIM(WS-NOMBRE-INF)
                       ", CODIGO " WS-INF-STATUS
           ELSE
               MOVE 0 TO WS-PAGINA
               MOVE 99 TO WS-LINEAS
               MOVE 0 TO WS-CON-PLAN
               MOVE 0 TO WS-SIN-PLAN
               MOVE 0 TO WS-VENCIDOS
               MOVE 0 TO WS-PROXIMOS
               MOVE "RIG      DESCRIPCION          INTERV  DESDE SERV"
                 TO WS-LINEA-IMP
               MOVE "  %CIC ULT.SERV ESTADO" TO WS-LINEA-IMP(49:22)
               PERFORM ESCRIBIR-LINEA
               MOVE 'V' TO WS-PASADA
               PERFORM RECORRER-MAESTRO
               MOVE 'P' TO WS-PASADA
               PERFORM RECORRER-MAESTRO
               PERFORM ESCRIBIR-TOTALES
               CLOSE INFORME-FILE
               DISPLAY "===== RESUMEN DE VENCIMIENTOS ====="
               DISPLAY "RIGS CON PLAN...........: " WS-CON-PLAN
               DISPLAY "RIGS SIN PLAN...........: " WS-SIN-PLAN
               DISPLAY "SERVICIO VENCIDO........: " WS-VENCIDOS
               DISPLAY "PROXIMOS A SERVICIO.....: " WS-PROXIMOS
               DISPLAY "LISTADO GENERADO........: "
                       FUNCTION TRIM(WS-NOMBRE-INF)
           END-IF.

      * Una pasada por el maestro en orden de rig; los retirados no
      * corren, asi que no se listan ni se cuentan.
       RECORRER-MAESTRO.
           MOVE 'N' TO WS-EOF-RG
           MOVE LOW-VALUES TO RG-ID
           START RIGMAST-FILE KEY >= RG-ID
               INVALID KEY
                   MOVE 'Y' TO WS-EOF-RG
           END-START
           PERFORM UNTIL WS-EOF-RG = 'Y'
               READ RIGMAST-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-EOF-RG
                   NOT AT END
                       IF RG-ACTIVO = 'S'
                           PERFORM EVALUAR-RIG
                       END-IF
               END-READ
           END-PERFORM.

      * Los rigs con y sin plan se cuentan en la primera pasada; cada
      * pasada imprime solo los rigs de su estado.
       EVALUAR-RIG.
           PERFORM EVALUAR-SERVICIO
           IF WS-PASADA = 'V'
               IF WS-ESTADO = 'S'
                   ADD 1 TO WS-SIN-PLAN
               ELSE
                   ADD 1 TO WS-CON-PLAN
               END-IF
           END-IF
           IF WS-ESTADO = WS-PASADA
               IF WS-ESTADO = 'V'
                   ADD 1 TO WS-VENCIDOS
                   MOVE "VENCIDO" TO WS-ESTADO-TXT
               ELSE
                   ADD 1 TO WS-PROXIMOS
                   MOVE "PROXIMO" TO WS-ESTADO-TXT
               END-IF
               PERFORM ESCRIBIR-RIG
           END-IF.

       ESCRIBIR-RIG.
           COMPUTE WS-PORCENTAJE = WS-DESDE-SERV * 100 / RG-INTERVALO
               ON SIZE ERROR
                   MOVE 9999 TO WS-PORCENTAJE
           END-COMPUTE
           MOVE RG-INTERVALO  TO WS-INTERVALO-ED
           MOVE WS-DESDE-SERV TO WS-DESDE-ED
           MOVE WS-PORCENTAJE TO WS-PORC-ED
           IF RG-FECHA-SERVICIO = 0
               MOVE "NUNCA" TO WS-ULT-SERV-TXT
           ELSE
               MOVE RG-FECHA-SERVICIO TO WS-ULT-SERV-TXT
           END-IF
           MOVE SPACES TO WS-LINEA-IMP
           STRING RG-ID                DELIMITED BY SIZE
                  " "                  DELIMITED BY SIZE
                  RG-DESCRIPCION(1:20) DELIMITED BY SIZE
                  " "                  DELIMITED BY SIZE
                  WS-INTERVALO-ED      DELIMITED BY SIZE
                  "   "                DELIMITED BY SIZE
                  WS-DESDE-ED          DELIMITED BY SIZE
                  "  "                 DELIMITED BY SIZE
                  WS-PORC-ED           DELIMITED BY SIZE
                  " "                  DELIMITED BY SIZE
                  WS-ULT-SERV-TXT      DELIMITED BY SIZE
                  " "                  DELIMITED BY SIZE
                  WS-ESTADO-TXT        DELIMITED BY SIZE
             INTO WS-LINEA-IMP
           END-STRING
           PERFORM ESCRIBIR-LINEA.

       ESCRIBIR-TOTALES.
           MOVE SPACES TO WS-LINEA-IMP
           PERFORM ESCRIBIR-LINEA
           IF WS-VENCIDOS = 0 AND WS-PROXIMOS = 0
               MOVE "NINGUN RIG VENCIDO NI PROXIMO A SERVICIO"
                 TO WS-LINEA-IMP
               PERFORM ESCRIBIR-LINEA
           END-IF
           MOVE SPACES TO WS-LINEA-IMP
           STRING "RIGS CON PLAN: "    DELIMITED BY SIZE
                  WS-CON-PLAN          DELIMITED BY SIZE
                  "   VENCIDOS: "      DELIMITED BY SIZE
                  WS-VENCIDOS          DELIMITED BY SIZE
                  "   PROXIMOS: "      DELIMITED BY SIZE
                  WS-PROXIMOS          DELIMITED BY SIZE
                  "   SIN PLAN: "      DELIMITED BY SIZE
                  WS-SIN-PLAN          DELIMITED BY SIZE
             INTO WS-LINEA-IMP
           END-STRING
           PERFORM ESCRIBIR-LINEA.

      * Toda linea del listado sale por aca: corta la pagina a las
      * LINEAS-POR-PAGINA y abre la siguiente con el encabezado de
      * fecha y numero de pagina.
       ESCRIBIR-LINEA.
           IF WS-LINEAS >= LINEAS-POR-PAGINA
               PERFORM ESCRIBIR-ENCABEZADO
           END-IF
           MOVE WS-LINEA-IMP TO INFORME-LINEA
           WRITE INFORME-LINEA
           ADD 1 TO WS-LINEAS.

       ESCRIBIR-ENCABEZADO.
           ADD 1 TO WS-PAGINA
           MOVE SPACES TO INFORME-LINEA
           STRING "VENCIMIENTOS DE SERVICIO DE RIGS" DELIMITED BY SIZE
                  "      FECHA: "   DELIMITED BY SIZE
                  WS-FECHA          DELIMITED BY SIZE
                  "   PAGINA: "     DELIMITED BY SIZE
                  WS-PAGINA         DELIMITED BY SIZE
             INTO INFORME-LINEA
           END-STRING
           WRITE INFORME-LINEA
           MOVE ALL "-" TO INFORME-LINEA
           WRITE INFORME-LINEA
           MOVE 2 TO WS-LINEAS.
       END PROGRAM RIGPREV.
