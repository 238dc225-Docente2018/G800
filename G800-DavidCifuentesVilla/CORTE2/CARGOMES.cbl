      ******************************************************************
      * Author:
      * Date:
      * Purpose: Month-end departmental chargeback over the USOS.DAT
      *          usage records that USOREG appends for every run and
      *          manual session.  Each run is priced with the rates
      *          of TARIFAS.PRM ("MOVIMIENTO n.nnnn" per move and
      *          "MINUTO n.nn" per elapsed minute, the minutes taken
      *          from the run's TIEMPOS.DAT start and end timestamps)
      *          plus the charge per run of its rig in RIGMAST.DAT.
      *          Prints FACTURA-AAAAMM.TXT, one invoice per cost
      *          center starting on a new page with the run-level
      *          detail and the department totals, and writes the
      *          fixed-format CARGO-AAAAMM.DAT interface file for
      *          finance (header, one detail per cost center,
      *          trailer with control totals; layout in WCARGO).
      *          RETURN-CODE 4 flags usage that could not be charged
      *          as it should (user without a cost center, rig not
      *          in the master, rate lines ignored); 8 means nothing
      *          was produced.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CARGOMES.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT USO-FILE ASSIGN TO "USOS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-US-STATUS.
           SELECT TIEMPO-FILE ASSIGN TO "TIEMPOS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TI-STATUS.
           SELECT TARIFA-FILE ASSIGN TO "TARIFAS.PRM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TA-STATUS.
           SELECT RIGMAST-FILE ASSIGN TO "RIGMAST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RG-ID
               FILE STATUS IS WS-RG-STATUS.
           SELECT INFORME-FILE ASSIGN TO DYNAMIC WS-NOMBRE-INF
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-INF-STATUS.
           SELECT CARGO-FILE ASSIGN TO DYNAMIC WS-NOMBRE-CAR
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CAR-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  USO-FILE.
       COPY WUSO.
       FD  TIEMPO-FILE.
       COPY WTIEMPO.
       FD  TARIFA-FILE.
       01 TARIFA-REGISTRO     PIC X(40).
       FD  RIGMAST-FILE.
       COPY WRIGMAST.
       FD  INFORME-FILE.
       01 INFORME-LINEA       PIC X(80).
       FD  CARGO-FILE.
       COPY WCARGO.
       WORKING-STORAGE SECTION.
       01 WS-US-STATUS    PIC XX.
       01 WS-TI-STATUS    PIC XX.
       01 WS-TA-STATUS    PIC XX.
       01 WS-RG-STATUS    PIC XX.
       01 WS-INF-STATUS   PIC XX.
       01 WS-CAR-STATUS   PIC XX.
       01 WS-EOF-US       PIC X VALUE 'N'.
       01 WS-EOF-TI       PIC X VALUE 'N'.
       01 WS-EOF-TA       PIC X VALUE 'N'.
       01 WS-EOF-RG       PIC X VALUE 'N'.
       01 WS-NOMBRE-INF   PIC X(30).
       01 WS-NOMBRE-CAR   PIC X(30).
       01 WS-ENTRADA      PIC X(20).
       01 WS-LEN          PIC 9(2).
       01 WS-FECHA        PIC 9(8).
       01 WS-HORA         PIC 9(8).
       01 WS-FECHA-HOY.
           05 WS-HOY-ANIO     PIC 9(4).
           05 WS-HOY-MES      PIC 9(2).
           05 WS-HOY-DIA      PIC 9(2).
      * Mes a facturar; por defecto el anterior al de hoy, que es el
      * que se cierra a principio de mes.
       01 WS-MES-FACT.
           05 WS-MF-ANIO      PIC 9(4).
           05 WS-MF-MES       PIC 9(2).
       01 WS-MES REDEFINES WS-MES-FACT PIC 9(6).
       01 WS-MES-DEFECTO  PIC 9(6).
       01 WS-MES-OK       PIC X VALUE 'N'.
       01 WS-FECHA-DESDE  PIC 9(8).
       01 WS-FECHA-HASTA  PIC 9(8).
      * Tarifas de TARIFAS.PRM; la del rig sale de RG-TARIFA.
       01 TARIFA-MOVIMIENTO PIC 9(3)V9(4) VALUE 0.
       01 TARIFA-MINUTO     PIC 9(5)V99 VALUE 0.
       01 WS-TOK-CLAVE    PIC X(20).
       01 WS-TOK-VALOR    PIC X(20).
       01 WS-IMPORTE-TXT  PIC X(20).
       01 WS-PUNTOS       PIC 9(2).
       01 WS-TAR-MOV-ED   PIC ZZ9.9999.
       01 WS-TAR-MIN-ED   PIC ZZZZ9.99.
      * Rigs del maestro con su cargo por corrida.
       01 WS-RIG-CANT     PIC 9(3) VALUE 0.
       01 WS-RIGS.
           05 WS-RIG-ENT OCCURS 200 TIMES.
               10 WS-RIG-ID        PIC X(8).
               10 WS-RIG-TARIFA    PIC 9(5)V99.
      * Tiempos del mes, para tomar la duracion de cada corrida del
      * mismo registro que usa CRONOINF.
       01 WS-TI-CANT      PIC 9(4) VALUE 0.
       01 WS-TIEMPOS.
           05 WS-TI-ENT OCCURS 5000 TIMES.
               10 WS-TI-FECHA      PIC 9(8).
               10 WS-TI-IDENT      PIC X(8).
               10 WS-TI-SOLVER     PIC X(12).
               10 WS-TI-INICIO     PIC 9(8).
               10 WS-TI-FIN        PIC 9(8).
      * Usos del mes ya tasados, en el orden del archivo.
       01 WS-USO-CANT     PIC 9(4) VALUE 0.
       01 WS-USOS.
           05 WS-USO-ENT OCCURS 5000 TIMES.
               10 WS-USO-FECHA     PIC 9(8).
               10 WS-USO-INICIO    PIC 9(8).
               10 WS-USO-IDENT     PIC X(8).
               10 WS-USO-USUARIO   PIC X(8).
               10 WS-USO-CENTRO    PIC X(8).
               10 WS-USO-SOLVER    PIC X(12).
               10 WS-USO-NDISCOS   PIC 9(2).
               10 WS-USO-MOVS      PIC 9(6).
               10 WS-USO-RIG       PIC X(8).
               10 WS-USO-MINUTOS   PIC 9(4)V99.
               10 WS-USO-IMP-MOVS  PIC 9(6)V99.
               10 WS-USO-IMP-MIN   PIC 9(6)V99.
               10 WS-USO-IMP-RIG   PIC 9(5)V99.
               10 WS-USO-IMPORTE   PIC 9(7)V99.
      * Centros de costo con uso en el mes y sus totales.
       01 WS-CC-CANT      PIC 9(3) VALUE 0.
       01 WS-CENTROS.
           05 WS-CC-ENT OCCURS 200 TIMES.
               10 WS-CC-ID         PIC X(8).
               10 WS-CC-CORRIDAS   PIC 9(6).
               10 WS-CC-MOVS       PIC 9(9).
               10 WS-CC-MINUTOS    PIC 9(7)V99.
               10 WS-CC-IMP-MOVS   PIC 9(8)V99.
               10 WS-CC-IMP-MIN    PIC 9(8)V99.
               10 WS-CC-IMP-RIGS   PIC 9(8)V99.
               10 WS-CC-IMPORTE    PIC 9(9)V99.
       01 WS-I            PIC 9(4).
       01 WS-J            PIC 9(4).
       01 WS-C            PIC 9(3).
       01 WS-HALLADO      PIC X.
       01 WS-CC-ACT       PIC X(8).
       01 WS-CC-SIG       PIC X(8).
       01 WS-HAY-CENTRO   PIC X.
      * Duracion en centesimas de segundo, igual que CRONOINF;
      * 8640000 es un dia entero, el ajuste de las corridas que
      * cruzan la medianoche.
       01 WS-INICIO       PIC 9(8).
       01 WS-FIN          PIC 9(8).
       01 WS-DURACION     PIC S9(9).
       01 WS-CS-INICIO    PIC 9(9).
       01 WS-CS-FIN       PIC 9(9).
       01 WS-HH           PIC 9(2).
       01 WS-MM           PIC 9(2).
       01 WS-SS           PIC 9(2).
       01 WS-CC           PIC 9(2).
       01 WS-HORA-TXT     PIC 9(8).
       01 WS-HHMM         PIC 9(4).
      * Totales generales del mes.
       01 WS-TOT-CORRIDAS PIC 9(8) VALUE 0.
       01 WS-TOT-MOVS     PIC 9(10) VALUE 0.
       01 WS-TOT-IMPORTE  PIC 9(11)V99 VALUE 0.
      * Observaciones: usos sin centro, rigs fuera del maestro,
      * lineas de tarifa ignoradas, corridas sin tiempos.
       01 WS-SIN-CENTRO   PIC 9(6) VALUE 0.
       01 WS-RIG-DESCON   PIC 9(6) VALUE 0.
       01 WS-TAR-MALAS    PIC 9(4) VALUE 0.
       01 WS-SIN-TIEMPO   PIC 9(6) VALUE 0.
       01 WS-CORTADO      PIC X VALUE 'N'.
      * Impresion.
       01 WS-PAGINA       PIC 9(3) VALUE 0.
       01 WS-LINEAS       PIC 9(2) VALUE 99.
       01 LINEAS-POR-PAGINA PIC 9(2) VALUE 60.
       01 WS-LINEA-IMP    PIC X(80).
       01 WS-MOVS-ED      PIC ZZZZZ9.
       01 WS-MINUTOS-ED   PIC ZZZ9.99.
       01 WS-IMPORTE-ED   PIC ZZZZZ9.99.
       01 WS-TOTAL-ED     PIC ZZZZZZZZ9.99.
       01 WS-TOTMIN-ED    PIC ZZZZZZ9.99.
       PROCEDURE DIVISION.
           DISPLAY "===== CARGOMES: COBRO MENSUAL POR CENTRO ====="
           PERFORM PEDIR-MES
           COMPUTE WS-FECHA-DESDE = WS-MES * 100 + 1
           COMPUTE WS-FECHA-HASTA = WS-MES * 100 + 31

           PERFORM LEER-TARIFAS
           IF WS-CORTADO = 'S'
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           MOVE TARIFA-MOVIMIENTO TO WS-TAR-MOV-ED
           MOVE TARIFA-MINUTO     TO WS-TAR-MIN-ED
           DISPLAY "TARIFA POR MOVIMIENTO...: " WS-TAR-MOV-ED
           DISPLAY "TARIFA POR MINUTO.......: " WS-TAR-MIN-ED

           PERFORM CARGAR-RIGS
           PERFORM CARGAR-TIEMPOS
           PERFORM CARGAR-USOS
           IF WS-CORTADO = 'S'
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF

           MOVE SPACES TO WS-NOMBRE-INF
           STRING "FACTURA-" DELIMITED BY SIZE
                  WS-MES     DELIMITED BY SIZE
                  ".TXT"     DELIMITED BY SIZE
             INTO WS-NOMBRE-INF
           END-STRING
           MOVE SPACES TO WS-NOMBRE-CAR
           STRING "CARGO-"   DELIMITED BY SIZE
                  WS-MES     DELIMITED BY SIZE
                  ".DAT"     DELIMITED BY SIZE
             INTO WS-NOMBRE-CAR
           END-STRING
           OPEN OUTPUT INFORME-FILE
           IF WS-INF-STATUS NOT = "00"
               DISPLAY "ERROR ABRIENDO " FUNCTION TRIM(WS-NOMBRE-INF)
                       ", CODIGO " WS-INF-STATUS
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           OPEN OUTPUT CARGO-FILE
           IF WS-CAR-STATUS NOT = "00"
               DISPLAY "ERROR ABRIENDO " FUNCTION TRIM(WS-NOMBRE-CAR)
                       ", CODIGO " WS-CAR-STATUS
               CLOSE INFORME-FILE
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           ACCEPT WS-FECHA FROM DATE YYYYMMDD
           ACCEPT WS-HORA  FROM TIME
           MOVE SPACES       TO CARGO-CABECERA
           MOVE "H"          TO CH-TIPO
           MOVE WS-MES       TO CH-MES
           MOVE WS-FECHA     TO CH-FECHA-GEN
           MOVE WS-HORA      TO CH-HORA-GEN
           WRITE CARGO-CABECERA

      * Los centros salen en orden alfabetico: se busca cada vez el
      * menor centro que siga al recien facturado.
           MOVE LOW-VALUES TO WS-CC-ACT
           MOVE 'S' TO WS-HAY-CENTRO
           PERFORM UNTIL WS-HAY-CENTRO = 'N'
               PERFORM BUSCAR-CENTRO-SIGUIENTE
               IF WS-HAY-CENTRO = 'S'
                   MOVE WS-CC-SIG TO WS-CC-ACT
                   PERFORM ESCRIBIR-FACTURA-CENTRO
               END-IF
           END-PERFORM
           PERFORM ESCRIBIR-TOTALES

           MOVE SPACES          TO CARGO-CIERRE
           MOVE "T"             TO CT-TIPO
           MOVE WS-MES          TO CT-MES
           MOVE WS-CC-CANT      TO CT-CENTROS
           MOVE WS-TOT-CORRIDAS TO CT-CORRIDAS
           MOVE WS-TOT-IMPORTE  TO CT-IMPORTE
           WRITE CARGO-CIERRE
           CLOSE INFORME-FILE
           CLOSE CARGO-FILE

           MOVE WS-TOT-IMPORTE TO WS-TOTAL-ED
           DISPLAY "===== RESUMEN DEL COBRO MENSUAL ====="
           DISPLAY "MES FACTURADO...........: " WS-MES
           DISPLAY "CENTROS DE COSTO........: " WS-CC-CANT
           DISPLAY "CORRIDAS FACTURADAS.....: " WS-TOT-CORRIDAS
           DISPLAY "MOVIMIENTOS FACTURADOS..: " WS-TOT-MOVS
           DISPLAY "IMPORTE TOTAL...........: " WS-TOTAL-ED
           IF WS-SIN-TIEMPO > 0
               DISPLAY "CORRIDAS SIN TIEMPOS....: " WS-SIN-TIEMPO
                       " (SE TOMA LA HORA DEL USO)"
           END-IF
           IF WS-SIN-CENTRO > 0
               DISPLAY "USOS SIN CENTRO (SIN-CC): " WS-SIN-CENTRO
           END-IF
           IF WS-RIG-DESCON > 0
               DISPLAY "RIGS FUERA DEL MAESTRO..: " WS-RIG-DESCON
                       " (SIN CARGO DE RIG)"
           END-IF
           DISPLAY "FACTURA GENERADA........: "
                   FUNCTION TRIM(WS-NOMBRE-INF)
           DISPLAY "INTERFAZ DE FINANZAS....: "
                   FUNCTION TRIM(WS-NOMBRE-CAR)
           IF WS-SIN-CENTRO > 0 OR WS-RIG-DESCON > 0
              OR WS-TAR-MALAS > 0
               DISPLAY "COBRO CON OBSERVACIONES"
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF
           GOBACK.

       PEDIR-MES.
           ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD
           IF WS-HOY-MES = 1
               COMPUTE WS-MES-DEFECTO = (WS-HOY-ANIO - 1) * 100 + 12
           ELSE
               COMPUTE WS-MES-DEFECTO = WS-HOY-ANIO * 100
                                      + WS-HOY-MES - 1
           END-IF
           PERFORM UNTIL WS-MES-OK = 'Y'
               DISPLAY "MES A FACTURAR (AAAAMM, ENTER = "
                       WS-MES-DEFECTO ")"
               ACCEPT WS-ENTRADA
               MOVE FUNCTION LENGTH(FUNCTION TRIM(WS-ENTRADA))
                 TO WS-LEN
               IF FUNCTION TRIM(WS-ENTRADA) = SPACES
                   MOVE WS-MES-DEFECTO TO WS-MES
                   MOVE 'Y' TO WS-MES-OK
               ELSE
                   IF WS-LEN = 6 AND WS-ENTRADA(1:6) IS NUMERIC
                       MOVE WS-ENTRADA(1:6) TO WS-MES-FACT
                       IF WS-MF-MES >= 1 AND WS-MF-MES <= 12
                          AND WS-MF-ANIO > 0
                           MOVE 'Y' TO WS-MES-OK
                       END-IF
                   END-IF
                   IF WS-MES-OK NOT = 'Y'
                       DISPLAY "MES INVALIDO, FORMATO AAAAMM"
                   END-IF
               END-IF
           END-PERFORM.

      * TARIFAS.PRM trae una linea por concepto: "MOVIMIENTO n.nnnn"
      * y "MINUTO n.nn"; el concepto que falte vale cero.  Sin el
      * archivo no se factura: un mes cobrado en cero no se corrige
      * despues en finanzas.
       LEER-TARIFAS.
           OPEN INPUT TARIFA-FILE
           IF WS-TA-STATUS NOT = "00"
               DISPLAY "NO SE ENCONTRO EL ARCHIVO TARIFAS.PRM,"
                       " NO SE FACTURA"
               MOVE 'S' TO WS-CORTADO
           ELSE
               PERFORM UNTIL WS-EOF-TA = 'Y'
                   READ TARIFA-FILE
                       AT END
                           MOVE 'Y' TO WS-EOF-TA
                       NOT AT END
                           PERFORM TOMAR-TARIFA
                   END-READ
               END-PERFORM
               CLOSE TARIFA-FILE
           END-IF.

       TOMAR-TARIFA.
           MOVE SPACES TO WS-TOK-CLAVE
           MOVE SPACES TO WS-TOK-VALOR
           UNSTRING TARIFA-REGISTRO DELIMITED BY ALL SPACE
               INTO WS-TOK-CLAVE, WS-TOK-VALOR
           END-UNSTRING
           MOVE FUNCTION UPPER-CASE(WS-TOK-CLAVE) TO WS-TOK-CLAVE
      * El importe se valida reemplazando el punto decimal por un
      * cero antes del NUMERIC, igual que el cargo del rig en
      * RIGMANT.
           MOVE WS-TOK-VALOR TO WS-IMPORTE-TXT
           MOVE 0 TO WS-PUNTOS
           INSPECT WS-IMPORTE-TXT TALLYING WS-PUNTOS FOR ALL '.'
           INSPECT WS-IMPORTE-TXT REPLACING ALL '.' BY '0'
           MOVE FUNCTION LENGTH(FUNCTION TRIM(WS-TOK-VALOR)) TO WS-LEN
           IF WS-TOK-VALOR NOT = SPACES AND WS-LEN <= 10
              AND WS-PUNTOS <= 1
              AND WS-IMPORTE-TXT(1:WS-LEN) IS NUMERIC
              AND WS-TOK-CLAVE = "MOVIMIENTO"
              AND FUNCTION NUMVAL(WS-TOK-VALOR) < 1000
               COMPUTE TARIFA-MOVIMIENTO =
                   FUNCTION NUMVAL(WS-TOK-VALOR)
           ELSE
             IF WS-TOK-VALOR NOT = SPACES AND WS-LEN <= 10
                AND WS-PUNTOS <= 1
                AND WS-IMPORTE-TXT(1:WS-LEN) IS NUMERIC
                AND WS-TOK-CLAVE = "MINUTO"
                AND FUNCTION NUMVAL(WS-TOK-VALOR) < 100000
               COMPUTE TARIFA-MINUTO = FUNCTION NUMVAL(WS-TOK-VALOR)
             ELSE
               DISPLAY "LINEA INVALIDA EN TARIFAS.PRM, SE IGNORA: "
                       TARIFA-REGISTRO
               ADD 1 TO WS-TAR-MALAS
             END-IF
           END-IF.

      * Sin maestro de rigs las corridas salen sin cargo de rig y
      * cuentan como rig fuera del maestro.
       CARGAR-RIGS.
           OPEN INPUT RIGMAST-FILE
           IF WS-RG-STATUS NOT = "00"
               DISPLAY "SIN RIGMAST.DAT, NO SE COBRA CARGO DE RIG"
           ELSE
               PERFORM UNTIL WS-EOF-RG = 'Y'
                   READ RIGMAST-FILE NEXT RECORD
                       AT END
                           MOVE 'Y' TO WS-EOF-RG
                       NOT AT END
                           IF WS-RIG-CANT < 200
                               ADD 1 TO WS-RIG-CANT
                               MOVE RG-ID TO WS-RIG-ID(WS-RIG-CANT)
                               MOVE RG-TARIFA
                                 TO WS-RIG-TARIFA(WS-RIG-CANT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE RIGMAST-FILE
           END-IF.

      * Un mes con mas tiempos que la tabla no corta el cobro: las
      * corridas que no encuentren su tiempo se miden con las horas
      * del propio registro de uso, que son las mismas.
       CARGAR-TIEMPOS.
           OPEN INPUT TIEMPO-FILE
           IF WS-TI-STATUS = "00"
               PERFORM UNTIL WS-EOF-TI = 'Y'
                   READ TIEMPO-FILE
                       AT END
                           MOVE 'Y' TO WS-EOF-TI
                       NOT AT END
                           IF TI-FECHA >= WS-FECHA-DESDE
                              AND TI-FECHA <= WS-FECHA-HASTA
                              AND WS-TI-CANT < 5000
                               PERFORM GUARDAR-TIEMPO
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE TIEMPO-FILE
           END-IF.

       GUARDAR-TIEMPO.
           ADD 1 TO WS-TI-CANT
           MOVE TI-FECHA       TO WS-TI-FECHA(WS-TI-CANT)
           MOVE TI-IDENT       TO WS-TI-IDENT(WS-TI-CANT)
           MOVE TI-SOLVER      TO WS-TI-SOLVER(WS-TI-CANT)
           MOVE TI-HORA-INICIO TO WS-TI-INICIO(WS-TI-CANT)
           MOVE TI-HORA-FIN    TO WS-TI-FIN(WS-TI-CANT).

      * Un uso que no entra en la tabla si corta: facturar el mes a
      * medias seria peor que no facturarlo.
       CARGAR-USOS.
           OPEN INPUT USO-FILE
           IF WS-US-STATUS NOT = "00"
               DISPLAY "SIN USOS.DAT, EL MES SE FACTURA EN CERO"
           ELSE
               PERFORM UNTIL WS-EOF-US = 'Y'
                   READ USO-FILE
                       AT END
                           MOVE 'Y' TO WS-EOF-US
                       NOT AT END
                           IF US-FECHA >= WS-FECHA-DESDE
                              AND US-FECHA <= WS-FECHA-HASTA
                               PERFORM TASAR-USO
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE USO-FILE
           END-IF.

       TASAR-USO.
           IF WS-USO-CANT = 5000
               DISPLAY "USOS.DAT EXCEDE 5000 USOS EN EL MES, COBRO"
                       " CANCELADO"
               MOVE 'S' TO WS-CORTADO
               MOVE 'Y' TO WS-EOF-US
           ELSE
               ADD 1 TO WS-USO-CANT
               MOVE WS-USO-CANT TO WS-I
               MOVE US-FECHA       TO WS-USO-FECHA(WS-I)
               MOVE US-HORA-INICIO TO WS-USO-INICIO(WS-I)
               MOVE US-IDENT       TO WS-USO-IDENT(WS-I)
               MOVE US-USUARIO     TO WS-USO-USUARIO(WS-I)
               MOVE US-CENTRO      TO WS-USO-CENTRO(WS-I)
               MOVE US-SOLVER      TO WS-USO-SOLVER(WS-I)
               MOVE US-NDISCOS     TO WS-USO-NDISCOS(WS-I)
               MOVE US-MOVS        TO WS-USO-MOVS(WS-I)
               MOVE US-RIG         TO WS-USO-RIG(WS-I)
               IF US-CENTRO = "SIN-CC"
                   ADD 1 TO WS-SIN-CENTRO
               END-IF

               PERFORM BUSCAR-TIEMPO
               PERFORM CALCULAR-DURACION
               COMPUTE WS-USO-MINUTOS(WS-I) ROUNDED =
                   WS-DURACION / 6000
               COMPUTE WS-USO-IMP-MOVS(WS-I) ROUNDED =
                   US-MOVS * TARIFA-MOVIMIENTO
               COMPUTE WS-USO-IMP-MIN(WS-I) ROUNDED =
                   WS-USO-MINUTOS(WS-I) * TARIFA-MINUTO
               PERFORM BUSCAR-RIG
               COMPUTE WS-USO-IMPORTE(WS-I) =
                   WS-USO-IMP-MOVS(WS-I) + WS-USO-IMP-MIN(WS-I)
                 + WS-USO-IMP-RIG(WS-I)
               PERFORM SUMAR-AL-CENTRO
           END-IF.

      * La duracion sale de TIEMPOS.DAT, enlazado por fecha,
      * identificador, solver y hora de inicio; las sesiones manuales
      * no dejan tiempos y se miden con las horas del propio uso.
       BUSCAR-TIEMPO.
           MOVE US-HORA-INICIO TO WS-INICIO
           MOVE US-HORA-FIN    TO WS-FIN
           MOVE 'N' TO WS-HALLADO
           PERFORM VARYING WS-J FROM 1 BY 1
                   UNTIL WS-J > WS-TI-CANT OR WS-HALLADO = 'S'
               IF WS-TI-FECHA(WS-J) = US-FECHA
                  AND WS-TI-IDENT(WS-J) = US-IDENT
                  AND WS-TI-SOLVER(WS-J) = US-SOLVER
                  AND WS-TI-INICIO(WS-J) = US-HORA-INICIO
                   MOVE WS-TI-INICIO(WS-J) TO WS-INICIO
                   MOVE WS-TI-FIN(WS-J)    TO WS-FIN
                   MOVE 'S' TO WS-HALLADO
               END-IF
           END-PERFORM
           IF WS-HALLADO = 'N'
              AND US-SOLVER NOT = "HUMANO"
              AND US-SOLVER NOT = "HUMANOPOS"
               ADD 1 TO WS-SIN-TIEMPO
           END-IF.

       BUSCAR-RIG.
           MOVE 0 TO WS-USO-IMP-RIG(WS-I)
           IF US-RIG NOT = SPACES
               MOVE 'N' TO WS-HALLADO
               PERFORM VARYING WS-J FROM 1 BY 1
                       UNTIL WS-J > WS-RIG-CANT OR WS-HALLADO = 'S'
                   IF WS-RIG-ID(WS-J) = US-RIG
                       MOVE WS-RIG-TARIFA(WS-J)
                         TO WS-USO-IMP-RIG(WS-I)
                       MOVE 'S' TO WS-HALLADO
                   END-IF
               END-PERFORM
               IF WS-HALLADO = 'N'
                   ADD 1 TO WS-RIG-DESCON
               END-IF
           END-IF.

      * WS-I queda apuntando al uso recien tasado.
       SUMAR-AL-CENTRO.
           MOVE 'N' TO WS-HALLADO
           PERFORM VARYING WS-C FROM 1 BY 1
                   UNTIL WS-C > WS-CC-CANT OR WS-HALLADO = 'S'
               IF WS-CC-ID(WS-C) = US-CENTRO
                   MOVE 'S' TO WS-HALLADO
               END-IF
           END-PERFORM
           IF WS-HALLADO = 'S'
               SUBTRACT 1 FROM WS-C
           ELSE
               IF WS-CC-CANT = 200
                   DISPLAY "MAS DE 200 CENTROS DE COSTO EN EL MES,"
                           " COBRO CANCELADO"
                   MOVE 'S' TO WS-CORTADO
                   MOVE 'Y' TO WS-EOF-US
               ELSE
                   ADD 1 TO WS-CC-CANT
                   MOVE WS-CC-CANT TO WS-C
                   MOVE US-CENTRO TO WS-CC-ID(WS-C)
                   MOVE 0 TO WS-CC-CORRIDAS(WS-C)
                   MOVE 0 TO WS-CC-MOVS(WS-C)
                   MOVE 0 TO WS-CC-MINUTOS(WS-C)
                   MOVE 0 TO WS-CC-IMP-MOVS(WS-C)
                   MOVE 0 TO WS-CC-IMP-MIN(WS-C)
                   MOVE 0 TO WS-CC-IMP-RIGS(WS-C)
                   MOVE 0 TO WS-CC-IMPORTE(WS-C)
                   MOVE 'S' TO WS-HALLADO
               END-IF
           END-IF
           IF WS-HALLADO = 'S'
               ADD 1                     TO WS-CC-CORRIDAS(WS-C)
               ADD US-MOVS               TO WS-CC-MOVS(WS-C)
               ADD WS-USO-MINUTOS(WS-I)  TO WS-CC-MINUTOS(WS-C)
               ADD WS-USO-IMP-MOVS(WS-I) TO WS-CC-IMP-MOVS(WS-C)
               ADD WS-USO-IMP-MIN(WS-I)  TO WS-CC-IMP-MIN(WS-C)
               ADD WS-USO-IMP-RIG(WS-I)  TO WS-CC-IMP-RIGS(WS-C)
               ADD WS-USO-IMPORTE(WS-I)  TO WS-CC-IMPORTE(WS-C)
           END-IF.

      * Pasa HHMMSSCC a centesimas de segundo desde la medianoche;
      * un fin menor que el inicio es una corrida que cruzo la
      * medianoche y se le suma el dia entero.
       CALCULAR-DURACION.
           MOVE WS-INICIO TO WS-HORA-TXT
           PERFORM CONVERTIR-HORA
           MOVE WS-CS-FIN TO WS-CS-INICIO
           MOVE WS-FIN TO WS-HORA-TXT
           PERFORM CONVERTIR-HORA
           COMPUTE WS-DURACION = WS-CS-FIN - WS-CS-INICIO
           IF WS-DURACION < 0
               ADD 8640000 TO WS-DURACION
           END-IF.

      * Deja WS-HORA-TXT convertida en WS-CS-FIN.
       CONVERTIR-HORA.
           COMPUTE WS-HH = FUNCTION INTEGER(WS-HORA-TXT / 1000000)
           COMPUTE WS-MM = FUNCTION MOD(
               FUNCTION INTEGER(WS-HORA-TXT / 10000), 100)
           COMPUTE WS-SS = FUNCTION MOD(
               FUNCTION INTEGER(WS-HORA-TXT / 100), 100)
           COMPUTE WS-CC = FUNCTION MOD(WS-HORA-TXT, 100)
           COMPUTE WS-CS-FIN = WS-HH * 360000 + WS-MM * 6000
                             + WS-SS * 100 + WS-CC.

       BUSCAR-CENTRO-SIGUIENTE.
           MOVE 'N' TO WS-HAY-CENTRO
           MOVE HIGH-VALUES TO WS-CC-SIG
           PERFORM VARYING WS-C FROM 1 BY 1 UNTIL WS-C > WS-CC-CANT
               IF WS-CC-ID(WS-C) > WS-CC-ACT
                  AND WS-CC-ID(WS-C) < WS-CC-SIG
                   MOVE WS-CC-ID(WS-C) TO WS-CC-SIG
                   MOVE 'S' TO WS-HAY-CENTRO
               END-IF
           END-PERFORM.

      * Una factura por centro, cada una en su propia pagina para
      * que el departamento reciba solo la suya.
       ESCRIBIR-FACTURA-CENTRO.
           PERFORM UBICAR-CENTRO
           MOVE 99 TO WS-LINEAS
           MOVE SPACES TO WS-LINEA-IMP
           STRING "CENTRO DE COSTO: " DELIMITED BY SIZE
                  WS-CC-ACT           DELIMITED BY SIZE
                  "   TARIFAS  MOVIMIENTO: " DELIMITED BY SIZE
                  WS-TAR-MOV-ED       DELIMITED BY SIZE
                  "  MINUTO: "        DELIMITED BY SIZE
                  WS-TAR-MIN-ED       DELIMITED BY SIZE
             INTO WS-LINEA-IMP
           END-STRING
           PERFORM ESCRIBIR-LINEA
           MOVE SPACES TO WS-LINEA-IMP
           PERFORM ESCRIBIR-LINEA
           MOVE "FECHA    HORA IDENT    USUARIO  SOLVER       DI"
             TO WS-LINEA-IMP
           MOVE "  MOVS MINUTOS RIG        IMPORTE"
             TO WS-LINEA-IMP(48:33)
           PERFORM ESCRIBIR-LINEA
           PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > WS-USO-CANT
               IF WS-USO-CENTRO(WS-I) = WS-CC-ACT
                   PERFORM ESCRIBIR-USO
               END-IF
           END-PERFORM

           MOVE SPACES TO WS-LINEA-IMP
           PERFORM ESCRIBIR-LINEA
           MOVE WS-CC-MINUTOS(WS-C) TO WS-TOTMIN-ED
           MOVE SPACES TO WS-LINEA-IMP
           STRING "TOTAL CENTRO  CORRIDAS: " DELIMITED BY SIZE
                  WS-CC-CORRIDAS(WS-C) DELIMITED BY SIZE
                  "  MOVIMIENTOS: "    DELIMITED BY SIZE
                  WS-CC-MOVS(WS-C)     DELIMITED BY SIZE
                  "  MINUTOS: "        DELIMITED BY SIZE
                  WS-TOTMIN-ED         DELIMITED BY SIZE
             INTO WS-LINEA-IMP
           END-STRING
           PERFORM ESCRIBIR-LINEA
           MOVE WS-CC-IMP-MOVS(WS-C) TO WS-TOTAL-ED
           MOVE SPACES TO WS-LINEA-IMP
           STRING "   POR MOVIMIENTOS......: " DELIMITED BY SIZE
                  WS-TOTAL-ED DELIMITED BY SIZE
             INTO WS-LINEA-IMP
           END-STRING
           PERFORM ESCRIBIR-LINEA
           MOVE WS-CC-IMP-MIN(WS-C) TO WS-TOTAL-ED
           MOVE SPACES TO WS-LINEA-IMP
           STRING "   POR MINUTOS..........: " DELIMITED BY SIZE
                  WS-TOTAL-ED DELIMITED BY SIZE
             INTO WS-LINEA-IMP
           END-STRING
           PERFORM ESCRIBIR-LINEA
           MOVE WS-CC-IMP-RIGS(WS-C) TO WS-TOTAL-ED
           MOVE SPACES TO WS-LINEA-IMP
           STRING "   POR USO DE RIGS......: " DELIMITED BY SIZE
                  WS-TOTAL-ED DELIMITED BY SIZE
             INTO WS-LINEA-IMP
           END-STRING
           PERFORM ESCRIBIR-LINEA
           MOVE WS-CC-IMPORTE(WS-C) TO WS-TOTAL-ED
           MOVE SPACES TO WS-LINEA-IMP
           STRING "   TOTAL A FACTURAR.....: " DELIMITED BY SIZE
                  WS-TOTAL-ED DELIMITED BY SIZE
             INTO WS-LINEA-IMP
           END-STRING
           PERFORM ESCRIBIR-LINEA

           MOVE SPACES                TO CARGO-DETALLE
           MOVE "D"                   TO CD-TIPO
           MOVE WS-MES                TO CD-MES
           MOVE WS-CC-ID(WS-C)        TO CD-CENTRO
           MOVE WS-CC-CORRIDAS(WS-C)  TO CD-CORRIDAS
           MOVE WS-CC-MOVS(WS-C)      TO CD-MOVS
           MOVE WS-CC-MINUTOS(WS-C)   TO CD-MINUTOS
           MOVE WS-CC-IMP-MOVS(WS-C)  TO CD-IMP-MOVS
           MOVE WS-CC-IMP-MIN(WS-C)   TO CD-IMP-MINUTOS
           MOVE WS-CC-IMP-RIGS(WS-C)  TO CD-IMP-RIGS
           MOVE WS-CC-IMPORTE(WS-C)   TO CD-IMPORTE
           WRITE CARGO-DETALLE
           ADD WS-CC-CORRIDAS(WS-C) TO WS-TOT-CORRIDAS
           ADD WS-CC-MOVS(WS-C)     TO WS-TOT-MOVS
           ADD WS-CC-IMPORTE(WS-C)  TO WS-TOT-IMPORTE.

      * Deja WS-C apuntando al centro WS-CC-ACT, que siempre esta en
      * la tabla porque sale de ella.
       UBICAR-CENTRO.
           PERFORM VARYING WS-C FROM 1 BY 1
                   UNTIL WS-CC-ID(WS-C) = WS-CC-ACT
               CONTINUE
           END-PERFORM.

      * El solver va completo (MOVERDISCOIP ocupa los 12); los
      * movimientos van sin ceros a la izquierda y su primera
      * posicion en blanco hace de separador de los discos.
       ESCRIBIR-USO.
           COMPUTE WS-HHMM = WS-USO-INICIO(WS-I) / 10000
           MOVE WS-USO-MOVS(WS-I)    TO WS-MOVS-ED
           MOVE WS-USO-MINUTOS(WS-I) TO WS-MINUTOS-ED
           MOVE WS-USO-IMPORTE(WS-I) TO WS-IMPORTE-ED
           MOVE SPACES TO WS-LINEA-IMP
           STRING WS-USO-FECHA(WS-I)         DELIMITED BY SIZE
                  " "                        DELIMITED BY SIZE
                  WS-HHMM                    DELIMITED BY SIZE
                  " "                        DELIMITED BY SIZE
                  WS-USO-IDENT(WS-I)         DELIMITED BY SIZE
                  " "                        DELIMITED BY SIZE
                  WS-USO-USUARIO(WS-I)       DELIMITED BY SIZE
                  " "                        DELIMITED BY SIZE
                  WS-USO-SOLVER(WS-I)        DELIMITED BY SIZE
                  " "                        DELIMITED BY SIZE
                  WS-USO-NDISCOS(WS-I)       DELIMITED BY SIZE
                  WS-MOVS-ED                 DELIMITED BY SIZE
                  " "                        DELIMITED BY SIZE
                  WS-MINUTOS-ED              DELIMITED BY SIZE
                  " "                        DELIMITED BY SIZE
                  WS-USO-RIG(WS-I)           DELIMITED BY SIZE
                  " "                        DELIMITED BY SIZE
                  WS-IMPORTE-ED              DELIMITED BY SIZE
             INTO WS-LINEA-IMP
           END-STRING
           PERFORM ESCRIBIR-LINEA.

       ESCRIBIR-TOTALES.
           MOVE 99 TO WS-LINEAS
           MOVE "===== TOTALES DEL MES =====" TO WS-LINEA-IMP
           PERFORM ESCRIBIR-LINEA
           MOVE SPACES TO WS-LINEA-IMP
           PERFORM ESCRIBIR-LINEA
           MOVE "CENTRO   CORRIDAS  MOVIMIENTOS      IMPORTE"
             TO WS-LINEA-IMP
           PERFORM ESCRIBIR-LINEA
           MOVE LOW-VALUES TO WS-CC-ACT
           MOVE 'S' TO WS-HAY-CENTRO
           PERFORM UNTIL WS-HAY-CENTRO = 'N'
               PERFORM BUSCAR-CENTRO-SIGUIENTE
               IF WS-HAY-CENTRO = 'S'
                   MOVE WS-CC-SIG TO WS-CC-ACT
                   PERFORM ESCRIBIR-TOTAL-CENTRO
               END-IF
           END-PERFORM
           MOVE SPACES TO WS-LINEA-IMP
           PERFORM ESCRIBIR-LINEA
           MOVE WS-TOT-IMPORTE TO WS-TOTAL-ED
           MOVE SPACES TO WS-LINEA-IMP
           STRING "CENTROS: "         DELIMITED BY SIZE
                  WS-CC-CANT          DELIMITED BY SIZE
                  "   CORRIDAS: "     DELIMITED BY SIZE
                  WS-TOT-CORRIDAS     DELIMITED BY SIZE
                  "   IMPORTE TOTAL: " DELIMITED BY SIZE
                  WS-TOTAL-ED         DELIMITED BY SIZE
             INTO WS-LINEA-IMP
           END-STRING
           PERFORM ESCRIBIR-LINEA.

       ESCRIBIR-TOTAL-CENTRO.
           PERFORM UBICAR-CENTRO
           MOVE WS-CC-IMPORTE(WS-C) TO WS-TOTAL-ED
           MOVE SPACES TO WS-LINEA-IMP
           STRING WS-CC-ID(WS-C)       DELIMITED BY SIZE
                  "   "                DELIMITED BY SIZE
                  WS-CC-CORRIDAS(WS-C) DELIMITED BY SIZE
                  "    "               DELIMITED BY SIZE
                  WS-CC-MOVS(WS-C)     DELIMITED BY SIZE
                  " "                  DELIMITED BY SIZE
                  WS-TOTAL-ED          DELIMITED BY SIZE
             INTO WS-LINEA-IMP
           END-STRING
           PERFORM ESCRIBIR-LINEA.

      * Toda linea del informe sale por aca: corta la pagina a las
      * LINEAS-POR-PAGINA y abre la siguiente con el encabezado de
      * mes, fecha y numero de pagina.
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
           STRING "FACTURACION INTERNA - MES " DELIMITED BY SIZE
                  WS-MES            DELIMITED BY SIZE
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
       END PROGRAM CARGOMES.
