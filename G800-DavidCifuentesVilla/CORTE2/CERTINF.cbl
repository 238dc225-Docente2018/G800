      ******************************************************************
      * Author:
      * Date:
      * Purpose: Print-image certification report for the
      *          instructors over the ALUMNOS.DAT trainee master and
      *          the SESIONES.DAT scorecards that TORRESMANU writes.
      *          One section per group, each starting on a new page,
      *          with a line per trainee: current ladder level, the
      *          highest level certified (the last rung a session
      *          promoted the trainee from), the optimum sessions
      *          collected on the current rung against the
      *          ESCALERA.PRM requirement, sessions played, sessions
      *          at the optimum, sessions started from POSICION.DAT,
      *          rejected attempts and average session time; group
      *          and overall totals at the end.  A POSICION.DAT
      *          session records its own count as the minimum, so it
      *          is always "at the optimum" and never earns ladder
      *          credit: it is counted apart and left out of the
      *          played and at-the-optimum columns.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CERTINF.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ALUMNO-FILE ASSIGN TO "ALUMNOS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AL-ID
               FILE STATUS IS WS-AL-STATUS.
           SELECT SESION-FILE ASSIGN TO "SESIONES.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SE-STATUS.
           SELECT ESCALERA-FILE ASSIGN TO "ESCALERA.PRM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ESC-STATUS.
           SELECT INFORME-FILE ASSIGN TO DYNAMIC WS-NOMBRE-INF
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-INF-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  ALUMNO-FILE.
       COPY WALUMNO.
       FD  SESION-FILE.
       COPY WSESION.
       FD  ESCALERA-FILE.
       01 ESCALERA-REGISTRO   PIC X(20).
       FD  INFORME-FILE.
       01 INFORME-LINEA       PIC X(80).
       WORKING-STORAGE SECTION.
       01 WS-AL-STATUS    PIC XX.
       01 WS-SE-STATUS    PIC XX.
       01 WS-ESC-STATUS   PIC XX.
       01 WS-INF-STATUS   PIC XX.
       01 WS-EOF-AL       PIC X VALUE 'N'.
       01 WS-EOF-SE       PIC X VALUE 'N'.
       01 WS-EOF-ESC      PIC X VALUE 'N'.
       01 WS-NOMBRE-INF   PIC X(30) VALUE "CERTIF.TXT".
       01 WS-ENTRADA      PIC X(20).
       01 WS-LEN          PIC 9(2).
      * Grupo a informar; en blanco salen todos los grupos.
       01 WS-GRUPO-SEL    PIC X(8) VALUE SPACES.
       01 SESIONES-REQUERIDAS PIC 9(2) VALUE 3.
       01 WS-FECHA        PIC 9(8).
       01 WS-PAGINA       PIC 9(3) VALUE 0.
       01 WS-LINEAS       PIC 9(2) VALUE 99.
       01 LINEAS-POR-PAGINA PIC 9(2) VALUE 60.
       01 WS-LINEA-IMP    PIC X(80).
      * Plantel en memoria en orden de clave, con lo acumulado de sus
      * planillas; el mismo tope de 500 de los demas listados.
       01 WS-ALU-CANT     PIC 9(3) VALUE 0.
       01 WS-ALU-LLENO    PIC X VALUE 'N'.
       01 WS-ALUMNOS.
           05 WS-ALU-ENT OCCURS 500 TIMES.
               10 WS-ALU-ID        PIC X(8).
               10 WS-ALU-NOMBRE    PIC X(30).
               10 WS-ALU-GRUPO     PIC X(8).
               10 WS-ALU-NIVEL     PIC 9(2).
               10 WS-ALU-OPTIMAS   PIC 9(2).
               10 WS-ALU-ACTIVO    PIC X.
               10 WS-ALU-CERTIF    PIC 9(2).
               10 WS-ALU-SESIONES  PIC 9(4).
               10 WS-ALU-EN-OPTIMO PIC 9(4).
               10 WS-ALU-POSICION  PIC 9(4).
               10 WS-ALU-RECHAZOS  PIC 9(6).
               10 WS-ALU-SEGUNDOS  PIC 9(9).
       01 WS-I            PIC 9(3).
       01 WS-HALLADO      PIC X.
       01 WS-GRUPO-ACT    PIC X(8).
       01 WS-GRUPO-SIG    PIC X(8).
       01 WS-HAY-GRUPO    PIC X.
       01 WS-SEG-PROM     PIC 9(6).
       01 WS-ESTADO       PIC X(6).
      * Totales del grupo en curso y generales.
       01 WS-GRP-ALUMNOS  PIC 9(4).
       01 WS-GRP-SESIONES PIC 9(6).
       01 WS-GRP-OPTIMO   PIC 9(6).
       01 WS-GRP-POSICION PIC 9(6).
       01 WS-GRP-RECHAZOS PIC 9(6).
       01 WS-GRP-CERTIF   PIC 9(4).
       01 WS-GRUPOS-INF   PIC 9(4) VALUE 0.
       01 WS-TOT-ALUMNOS  PIC 9(4) VALUE 0.
       01 WS-TOT-SESIONES PIC 9(6) VALUE 0.
       01 WS-TOT-OPTIMO   PIC 9(6) VALUE 0.
       01 WS-TOT-POSICION PIC 9(6) VALUE 0.
       01 WS-TOT-RECHAZOS PIC 9(6) VALUE 0.
       01 WS-SIN-ALUMNO   PIC 9(6) VALUE 0.
       PROCEDURE DIVISION.
           DISPLAY "===== CERTINF: INFORME DE CERTIFICACION ====="
           PERFORM PEDIR-GRUPO
           PERFORM LEER-ESCALERA
           ACCEPT WS-FECHA FROM DATE YYYYMMDD

           PERFORM CARGAR-ALUMNOS
           IF WS-ALU-CANT = 0
               DISPLAY "SIN ALUMNOS PARA INFORMAR"
               GOBACK
           END-IF
           IF WS-ALU-LLENO = 'Y'
               DISPLAY "ALUMNOS.DAT EXCEDE 500 ALUMNOS, SE INFORMAN"
                       " LOS PRIMEROS 500"
           END-IF
           PERFORM ACUMULAR-PLANILLAS

           OPEN OUTPUT INFORME-FILE
           IF WS-INF-STATUS NOT = "00"
               DISPLAY "ERROR ABRIENDO " FUNCTION TRIM(WS-NOMBRE-INF)
                       ", CODIGO " WS-INF-STATUS
               STOP RUN
           END-IF
      * Los grupos salen en orden alfabetico: se busca cada vez el
      * menor grupo que siga al recien informado.
           MOVE LOW-VALUES TO WS-GRUPO-ACT
           MOVE 'S' TO WS-HAY-GRUPO
           PERFORM UNTIL WS-HAY-GRUPO = 'N'
               PERFORM BUSCAR-GRUPO-SIGUIENTE
               IF WS-HAY-GRUPO = 'S'
                   MOVE WS-GRUPO-SIG TO WS-GRUPO-ACT
                   PERFORM ESCRIBIR-SECCION-GRUPO
               END-IF
           END-PERFORM
           PERFORM ESCRIBIR-TOTALES
           CLOSE INFORME-FILE

           DISPLAY "GRUPOS INFORMADOS.......: " WS-GRUPOS-INF
           DISPLAY "ALUMNOS INFORMADOS......: " WS-TOT-ALUMNOS
           DISPLAY "SESIONES CONSIDERADAS...: " WS-TOT-SESIONES
           IF WS-SIN-ALUMNO > 0
               DISPLAY "PLANILLAS SIN ALUMNO....: " WS-SIN-ALUMNO
           END-IF
           DISPLAY "INFORME GENERADO........: "
                   FUNCTION TRIM(WS-NOMBRE-INF)
           GOBACK.

      * Con grupo el informe sale con su sufijo, para que cada
      * instructor imprima el suyo sin pisar el de los demas.
       PEDIR-GRUPO.
           DISPLAY "GRUPO A CERTIFICAR (ENTER = TODOS)"
           ACCEPT WS-ENTRADA
           UNSTRING WS-ENTRADA DELIMITED BY ALL SPACE
               INTO WS-GRUPO-SEL
           END-UNSTRING
           IF WS-GRUPO-SEL NOT = SPACES
               MOVE SPACES TO WS-NOMBRE-INF
               STRING "CERTIF-"                  DELIMITED BY SIZE
                      FUNCTION TRIM(WS-GRUPO-SEL) DELIMITED BY SIZE
                      ".TXT"                     DELIMITED BY SIZE
                 INTO WS-NOMBRE-INF
               END-STRING
           END-IF.

       LEER-ESCALERA.
           OPEN INPUT ESCALERA-FILE
           IF WS-ESC-STATUS = "00"
               PERFORM UNTIL WS-EOF-ESC = 'Y'
                   READ ESCALERA-FILE
                       AT END
                           MOVE 'Y' TO WS-EOF-ESC
                       NOT AT END
                           PERFORM TOMAR-ESCALERA
                   END-READ
               END-PERFORM
               CLOSE ESCALERA-FILE
           END-IF
           DISPLAY "SESIONES OPTIMAS POR NIVEL: " SESIONES-REQUERIDAS.

       TOMAR-ESCALERA.
           MOVE FUNCTION LENGTH(FUNCTION TRIM(ESCALERA-REGISTRO))
             TO WS-LEN
           IF WS-LEN > 0 AND WS-LEN <= 2
              AND ESCALERA-REGISTRO(1:WS-LEN) IS NUMERIC
              AND ESCALERA-REGISTRO(1:WS-LEN) NOT = ZEROS
               COMPUTE SESIONES-REQUERIDAS =
                   FUNCTION NUMVAL(ESCALERA-REGISTRO(1:WS-LEN))
           ELSE
               DISPLAY "LINEA INVALIDA EN ESCALERA.PRM, SE IGNORA: "
                       ESCALERA-REGISTRO
           END-IF.

       CARGAR-ALUMNOS.
           OPEN INPUT ALUMNO-FILE
           IF WS-AL-STATUS NOT = "00"
               DISPLAY "NO SE ENCONTRO EL ARCHIVO ALUMNOS.DAT"
               GOBACK
           END-IF
           PERFORM UNTIL WS-EOF-AL = 'Y'
               READ ALUMNO-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-EOF-AL
                   NOT AT END
                       IF WS-GRUPO-SEL = SPACES
                          OR AL-GRUPO = WS-GRUPO-SEL
                           PERFORM GUARDAR-ALUMNO
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ALUMNO-FILE.

       GUARDAR-ALUMNO.
           IF WS-ALU-CANT = 500
               MOVE 'Y' TO WS-ALU-LLENO
               MOVE 'Y' TO WS-EOF-AL
           ELSE
               ADD 1 TO WS-ALU-CANT
               MOVE WS-ALU-CANT TO WS-I
               MOVE AL-ID      TO WS-ALU-ID(WS-I)
               MOVE AL-NOMBRE  TO WS-ALU-NOMBRE(WS-I)
               MOVE AL-GRUPO   TO WS-ALU-GRUPO(WS-I)
               MOVE AL-NIVEL   TO WS-ALU-NIVEL(WS-I)
               MOVE AL-OPTIMAS TO WS-ALU-OPTIMAS(WS-I)
               MOVE AL-ACTIVO  TO WS-ALU-ACTIVO(WS-I)
               MOVE 0 TO WS-ALU-CERTIF(WS-I)
               MOVE 0 TO WS-ALU-SESIONES(WS-I)
               MOVE 0 TO WS-ALU-EN-OPTIMO(WS-I)
               MOVE 0 TO WS-ALU-POSICION(WS-I)
               MOVE 0 TO WS-ALU-RECHAZOS(WS-I)
               MOVE 0 TO WS-ALU-SEGUNDOS(WS-I)
           END-IF.

      * Sin planillas el informe sale igual, con el plantel en cero.
       ACUMULAR-PLANILLAS.
           OPEN INPUT SESION-FILE
           IF WS-SE-STATUS NOT = "00"
               DISPLAY "SIN SESIONES.DAT, EL PLANTEL SALE SIN"
                       " SESIONES"
           ELSE
               PERFORM UNTIL WS-EOF-SE = 'Y'
                   READ SESION-FILE
                       AT END
                           MOVE 'Y' TO WS-EOF-SE
                       NOT AT END
                           PERFORM ACUMULAR-PLANILLA
                   END-READ
               END-PERFORM
               CLOSE SESION-FILE
           END-IF.

       ACUMULAR-PLANILLA.
           MOVE 'N' TO WS-HALLADO
           PERFORM VARYING WS-I FROM 1 BY 1
                   UNTIL WS-I > WS-ALU-CANT OR WS-HALLADO = 'S'
               IF WS-ALU-ID(WS-I) = SE-ALUMNO
                   MOVE 'S' TO WS-HALLADO
                   PERFORM SUMAR-PLANILLA
               END-IF
           END-PERFORM
           IF WS-HALLADO = 'N' AND WS-GRUPO-SEL = SPACES
               ADD 1 TO WS-SIN-ALUMNO
           END-IF.

      * WS-I queda apuntando al alumno de la planilla en curso.  La
      * sesion desde POSICION.DAT (HUMANOPOS) no tiene un optimo con
      * que compararse, igual que para el credito de TORRESMANU.
       SUMAR-PLANILLA.
           IF SE-SOLVER = "HUMANOPOS"
               ADD 1 TO WS-ALU-POSICION(WS-I)
           ELSE
               ADD 1 TO WS-ALU-SESIONES(WS-I)
               IF SE-RESULTADO = "OK"
                   ADD 1 TO WS-ALU-EN-OPTIMO(WS-I)
               END-IF
           END-IF
           IF SE-RECHAZOS IS NUMERIC
               ADD SE-RECHAZOS TO WS-ALU-RECHAZOS(WS-I)
           END-IF
           IF SE-SEGUNDOS IS NUMERIC
               ADD SE-SEGUNDOS TO WS-ALU-SEGUNDOS(WS-I)
           END-IF
           IF SE-ASCENSO = 'S' AND SE-NIVEL > WS-ALU-CERTIF(WS-I)
               MOVE SE-NIVEL TO WS-ALU-CERTIF(WS-I)
           END-IF.

       BUSCAR-GRUPO-SIGUIENTE.
           MOVE 'N' TO WS-HAY-GRUPO
           MOVE HIGH-VALUES TO WS-GRUPO-SIG
           PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > WS-ALU-CANT
               IF WS-ALU-GRUPO(WS-I) > WS-GRUPO-ACT
                  AND WS-ALU-GRUPO(WS-I) < WS-GRUPO-SIG
                   MOVE WS-ALU-GRUPO(WS-I) TO WS-GRUPO-SIG
                   MOVE 'S' TO WS-HAY-GRUPO
               END-IF
           END-PERFORM.

       ESCRIBIR-SECCION-GRUPO.
           ADD 1 TO WS-GRUPOS-INF
           MOVE 0 TO WS-GRP-ALUMNOS
           MOVE 0 TO WS-GRP-SESIONES
           MOVE 0 TO WS-GRP-OPTIMO
           MOVE 0 TO WS-GRP-POSICION
           MOVE 0 TO WS-GRP-RECHAZOS
           MOVE 0 TO WS-GRP-CERTIF
      * Cada grupo arranca pagina: el instructor se lleva solo la
      * suya.
           MOVE 99 TO WS-LINEAS
           MOVE SPACES TO WS-LINEA-IMP
           STRING "GRUPO: " DELIMITED BY SIZE
                  WS-GRUPO-ACT DELIMITED BY SIZE
                  "   SESIONES OPTIMAS POR NIVEL: " DELIMITED BY SIZE
                  SESIONES-REQUERIDAS DELIMITED BY SIZE
             INTO WS-LINEA-IMP
           END-STRING
           PERFORM ESCRIBIR-LINEA
           MOVE SPACES TO WS-LINEA-IMP
           PERFORM ESCRIBIR-LINEA
           MOVE "ALUMNO   NOMBRE               NV CE OP SESI OPTI POSI"
             TO WS-LINEA-IMP
           MOVE "RECHAZ SEGPRO ESTADO" TO WS-LINEA-IMP(55:20)
           PERFORM ESCRIBIR-LINEA
           PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > WS-ALU-CANT
               IF WS-ALU-GRUPO(WS-I) = WS-GRUPO-ACT
                   PERFORM ESCRIBIR-ALUMNO
               END-IF
           END-PERFORM

           MOVE SPACES TO WS-LINEA-IMP
           PERFORM ESCRIBIR-LINEA
           MOVE SPACES TO WS-LINEA-IMP
           STRING "TOTAL GRUPO  ALUMNOS: " DELIMITED BY SIZE
                  WS-GRP-ALUMNOS  DELIMITED BY SIZE
                  "  CERTIFICADOS: " DELIMITED BY SIZE
                  WS-GRP-CERTIF   DELIMITED BY SIZE
                  "  SESIONES: " DELIMITED BY SIZE
                  WS-GRP-SESIONES DELIMITED BY SIZE
             INTO WS-LINEA-IMP
           END-STRING
           PERFORM ESCRIBIR-LINEA
           MOVE SPACES TO WS-LINEA-IMP
           STRING "             EN OPTIMO: " DELIMITED BY SIZE
                  WS-GRP-OPTIMO   DELIMITED BY SIZE
                  "  POSICION: " DELIMITED BY SIZE
                  WS-GRP-POSICION DELIMITED BY SIZE
                  "  RECHAZOS: " DELIMITED BY SIZE
                  WS-GRP-RECHAZOS DELIMITED BY SIZE
             INTO WS-LINEA-IMP
           END-STRING
           PERFORM ESCRIBIR-LINEA
           ADD WS-GRP-ALUMNOS  TO WS-TOT-ALUMNOS
           ADD WS-GRP-SESIONES TO WS-TOT-SESIONES
           ADD WS-GRP-OPTIMO   TO WS-TOT-OPTIMO
           ADD WS-GRP-POSICION TO WS-TOT-POSICION
           ADD WS-GRP-RECHAZOS TO WS-TOT-RECHAZOS.

      * NV nivel actual, CE ultimo nivel certificado (00 = ninguno
      * todavia), OP optimas juntadas en el nivel actual, POSI
      * sesiones desde POSICION.DAT; el tiempo promedio es sobre todas
      * las sesiones jugadas.
       ESCRIBIR-ALUMNO.
           MOVE 0 TO WS-SEG-PROM
           IF WS-ALU-SESIONES(WS-I) + WS-ALU-POSICION(WS-I) > 0
               COMPUTE WS-SEG-PROM =
                   WS-ALU-SEGUNDOS(WS-I) /
                   (WS-ALU-SESIONES(WS-I) + WS-ALU-POSICION(WS-I))
           END-IF
           IF WS-ALU-ACTIVO(WS-I) = 'S'
               MOVE "ACTIVO" TO WS-ESTADO
           ELSE
               MOVE "BAJA" TO WS-ESTADO
           END-IF
           MOVE SPACES TO WS-LINEA-IMP
           STRING WS-ALU-ID(WS-I)             DELIMITED BY SIZE
                  " "                         DELIMITED BY SIZE
                  WS-ALU-NOMBRE(WS-I)(1:20)   DELIMITED BY SIZE
                  " "                         DELIMITED BY SIZE
                  WS-ALU-NIVEL(WS-I)          DELIMITED BY SIZE
                  " "                         DELIMITED BY SIZE
                  WS-ALU-CERTIF(WS-I)         DELIMITED BY SIZE
                  " "                         DELIMITED BY SIZE
                  WS-ALU-OPTIMAS(WS-I)        DELIMITED BY SIZE
                  " "                         DELIMITED BY SIZE
                  WS-ALU-SESIONES(WS-I)       DELIMITED BY SIZE
                  " "                         DELIMITED BY SIZE
                  WS-ALU-EN-OPTIMO(WS-I)      DELIMITED BY SIZE
                  " "                         DELIMITED BY SIZE
                  WS-ALU-POSICION(WS-I)       DELIMITED BY SIZE
                  " "                         DELIMITED BY SIZE
                  WS-ALU-RECHAZOS(WS-I)       DELIMITED BY SIZE
                  " "                         DELIMITED BY SIZE
                  WS-SEG-PROM                 DELIMITED BY SIZE
                  " "                         DELIMITED BY SIZE
                  WS-ESTADO                   DELIMITED BY SIZE
             INTO WS-LINEA-IMP
           END-STRING
           PERFORM ESCRIBIR-LINEA
           ADD 1 TO WS-GRP-ALUMNOS
           IF WS-ALU-CERTIF(WS-I) > 0
               ADD 1 TO WS-GRP-CERTIF
           END-IF
           ADD WS-ALU-SESIONES(WS-I)  TO WS-GRP-SESIONES
           ADD WS-ALU-EN-OPTIMO(WS-I) TO WS-GRP-OPTIMO
           ADD WS-ALU-POSICION(WS-I)  TO WS-GRP-POSICION
           ADD WS-ALU-RECHAZOS(WS-I)  TO WS-GRP-RECHAZOS.

       ESCRIBIR-TOTALES.
           MOVE SPACES TO WS-LINEA-IMP
           PERFORM ESCRIBIR-LINEA
           MOVE "===== TOTALES GENERALES =====" TO WS-LINEA-IMP
           PERFORM ESCRIBIR-LINEA
           MOVE SPACES TO WS-LINEA-IMP
           STRING "GRUPOS: "        DELIMITED BY SIZE
                  WS-GRUPOS-INF     DELIMITED BY SIZE
                  "   ALUMNOS: "    DELIMITED BY SIZE
                  WS-TOT-ALUMNOS    DELIMITED BY SIZE
                  "   SESIONES: "   DELIMITED BY SIZE
                  WS-TOT-SESIONES   DELIMITED BY SIZE
             INTO WS-LINEA-IMP
           END-STRING
           PERFORM ESCRIBIR-LINEA
           MOVE SPACES TO WS-LINEA-IMP
           STRING "EN OPTIMO: "     DELIMITED BY SIZE
                  WS-TOT-OPTIMO     DELIMITED BY SIZE
                  "   POSICION: "   DELIMITED BY SIZE
                  WS-TOT-POSICION   DELIMITED BY SIZE
                  "   RECHAZOS: "   DELIMITED BY SIZE
                  WS-TOT-RECHAZOS   DELIMITED BY SIZE
             INTO WS-LINEA-IMP
           END-STRING
           PERFORM ESCRIBIR-LINEA.

      * Toda linea del informe sale por aca: corta la pagina a las
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
           STRING "INFORME DE CERTIFICACION - ALUMNOS"
                                   DELIMITED BY SIZE
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
       END PROGRAM CERTINF.
