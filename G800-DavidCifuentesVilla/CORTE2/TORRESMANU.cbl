      *          MOVERDISCOI / MOVERDISCO4.  Supports the 3- and
      *          4-tower rigs; the POSICION.DAT start is 3-tower only,
      *          exactly like MOVERDISCOI's MODO-POSICION.
      *          A session may be played by a trainee registered in
      *          ALUMNOS.DAT (ALUMANT): the disk count is then capped
      *          at the trainee's rung of the certification ladder,
      *          every session leaves a scorecard in SESIONES.DAT
      *          with the rejected-attempt count and elapsed time, and
      *          the sessions solved at the optimum on exactly that
      *          rung (classic 3-tower start, count from ESCALERA.PRM)
      *          promote the trainee to one more disk.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           SELECT POSICION-FILE ASSIGN TO "POSICION.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-POS-STATUS.
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
       DATA DIVISION.
       FILE SECTION.
       FD  MOVELOG-FILE.
       COPY WMOVLOG.
       FD  POSICION-FILE.
       COPY WPOSIC.
       FD  ALUMNO-FILE.
       COPY WALUMNO.
       FD  SESION-FILE.
       COPY WSESION.
       FD  ESCALERA-FILE.
       01 ESCALERA-REGISTRO   PIC X(20).
       WORKING-STORAGE SECTION.
       01 NDISCOS       PIC X(2).
       01 WS-LEN        PIC 9(2).
       01 WS-HORA-INICIO PIC 9(8).
       01 WS-HORA-FIN    PIC 9(8).
       01 MODO-POSICION  PIC X VALUE 'N'.
      * Este driver no juega la variante de torres adyacentes; viaja
      * en 'N' para que MINIMOV de el minimo clasico.
       01 MODO-ADYACENTE PIC X VALUE 'N'.
       01 WS-RESPUESTA   PIC X.
       01 WS-SOLVER      PIC X(12) VALUE "HUMANO".
       01 WS-RESULTADO   PIC X(6).
       01 WS-BASE        PIC X(12).
       01 WS-PROGRAMA    PIC X(12) VALUE "TORRESMANU".
       01 WS-OCUPADO     PIC X.
      * Solicitante de la corrida para el registro de uso; en blanco
      * USOREG toma el usuario de la sesion.
       01 WS-SOLICITANTE PIC X(8) VALUE SPACES.
      * Rig fisico de la sesion (maestro RIGMAST.DAT): con rig, el
      * tope de discos y la cantidad de torres salen de su registro
      * en vez de los topes historicos; sin rig queda el
       01 WS-RIG-ACTIVO  PIC X.
       01 WS-RIG-HALLADO PIC X.
       01 WS-RIG-OK      PIC X VALUE 'N'.
      * Estado del plan preventivo del rig que devuelve RIGSERV.
       01 WS-SERV-ESTADO    PIC X.
       01 WS-SERV-DESDE     PIC 9(9).
       01 WS-SERV-INTERVALO PIC 9(6).
       01 WS-MAX-DISCOS  PIC 9(2) VALUE 13.
       01 WS-LOG-STATUS  PIC XX.
       01 WS-POS-STATUS  PIC XX.
       01 WS-ABANDONADO  PIC X VALUE 'N'.
       01 WS-JUGADA-VALIDA PIC X.
       01 WS-D           PIC 9(2).
      * Total de control para el cierre de la sesion en el MOVELOG
      * (ver WMOVLOG); solo cuentan las jugadas aceptadas.
       01 WS-HASH        PIC 9(10) VALUE 0.
      * Pilas por torre, el mismo rastreo que usa AUDITLOG; la cuarta
      * queda sin uso en un rig clasico de tres.
       01 WS-TORRES.
               10 WS-TOPE      PIC 9(2) VALUE 0.
               10 WS-DISCO-EN  OCCURS 13 TIMES PIC 9(2) VALUE 0.
       01 WS-DISCO-TORRE OCCURS 13 TIMES PIC 9(1) VALUE 0.
      * Alumno de la sesion (maestro ALUMNOS.DAT); en blanco es una
      * practica libre, sin planilla ni escalera, como hasta ahora.
       01 WS-AL-STATUS   PIC XX.
       01 WS-SE-STATUS   PIC XX.
       01 WS-ESC-STATUS  PIC XX.
       01 WS-EOF-ESC     PIC X VALUE 'N'.
       01 WS-ALUMNO-ID   PIC X(8) VALUE SPACES.
       01 WS-ALUMNO-OK   PIC X VALUE 'N'.
       01 WS-ALUMNO-GRUPO PIC X(8) VALUE SPACES.
       01 WS-ALUMNO-NIVEL PIC 9(2) VALUE 0.
      * Sesiones en el optimo que pide cada escalon para ascender;
      * ESCALERA.PRM trae el valor en una unica linea numerica (la
      * convencion de RETENCION.PRM) y sin archivo vale este.
       01 SESIONES-REQUERIDAS PIC 9(2) VALUE 3.
       01 WS-RECHAZOS    PIC 9(4) VALUE 0.
       01 WS-CREDITO     PIC X VALUE 'N'.
       01 WS-ASCENSO     PIC X VALUE 'N'.
      * Duracion de la sesion, en centesimas con el mismo ajuste de
      * medianoche que CRONOINF.
       01 WS-DURACION    PIC S9(9).
       01 WS-CS-INICIO   PIC 9(9).
       01 WS-CS-FIN      PIC 9(9).
       01 WS-HH          PIC 9(2).
       01 WS-MM          PIC 9(2).
       01 WS-SS          PIC 9(2).
       01 WS-CC          PIC 9(2).
       01 WS-HORA-TXT    PIC 9(8).
       01 WS-SEGUNDOS    PIC 9(6).
       PROCEDURE DIVISION.
           DISPLAY "===== TORRESMANU: MODO ENTRENAMIENTO MANUAL ====="
           PERFORM PEDIR-RIG
           PERFORM PEDIR-ALUMNO
           PERFORM UNTIL DATO-VALIDO = 'Y'
               DISPLAY "INGRESE LA CANTIDAD DE DISCOS"
               ACCEPT NDISCOS
               CALL "RUNLOCKCLR" USING CORRIDA-ID
               STOP RUN
           END-IF
           PERFORM GRABAR-CABECERA

           ACCEPT WS-HORA-INICIO FROM TIME
           DISPLAY "JUEGUE: DISCO ORIGEN DESTINO (EJ: 1 1 3),"
               PERFORM JUGAR-MOVIMIENTO
           END-PERFORM
           ACCEPT WS-HORA-FIN FROM TIME
           PERFORM GRABAR-CIERRE
           CLOSE MOVELOG-FILE
           MOVE CONTADOR TO CONTADOR-FINAL

               MOVE CONTADOR-FINAL TO WS-MINIMO
           ELSE
               CALL "MINIMOV" USING NDISCOS-VALOR, NUMTORRES,
                                     WS-MINIMO, MODO-ADYACENTE
           END-IF

           DISPLAY "===== RESUMEN DE LA SESION MANUAL ====="
                   MOVE "ALERTA" TO WS-RESULTADO
               END-IF
           END-IF
           DISPLAY "JUGADAS RECHAZADAS......: " WS-RECHAZOS
           CALL "RUNHISTADD" USING WS-SOLVER, NDISCOS-VALOR, DESDE,
                                    AUXIL, AUXIL2, HASTA,
                                    CONTADOR-FINAL, WS-MINIMO,
                                    WS-RESULTADO, WS-RIG-ID,
                                    CORRIDA-ID, WS-HORA-INICIO
      * Registro de uso para el cobro mensual por centro de costo
      * (CARGOMES): el usuario ya no se pierde con el lock.
           CALL "USOREG" USING WS-SOLVER, NDISCOS-VALOR, NUMTORRES,
                                CONTADOR-FINAL, WS-HORA-INICIO,
                                WS-HORA-FIN, WS-RIG-ID, CORRIDA-ID,
                                WS-SOLICITANTE
      * Los movimientos suben al cuentamovimientos del rig, que es lo
      * que RIGSERV mide contra su intervalo de servicio.
           CALL "RIGMOVS" USING WS-RIG-ID, CONTADOR-FINAL
           IF WS-ALUMNO-ID NOT = SPACES
               PERFORM REGISTRAR-SESION-ALUMNO
           END-IF
           CALL "RUNLOCKCLR" USING CORRIDA-ID
           STOP RUN.

                   IF WS-RIG-ACTIVO NOT = 'S'
                       DISPLAY "RIG FUERA DE SERVICIO"
                   ELSE
                       PERFORM VERIFICAR-SERVICIO
                       IF WS-SERV-ESTADO NOT = 'V'
                           MOVE WS-RIG-MAXD   TO WS-MAX-DISCOS
                           MOVE WS-RIG-TORRES TO NUMTORRES
                           DISPLAY "RIG: " FUNCTION TRIM(WS-RIG-DESC)
                                   " (" WS-RIG-TORRES
                                   " TORRES, HASTA "
                                   WS-RIG-MAXD " DISCOS)"
                           MOVE 'Y' TO WS-RIG-OK
                       END-IF
                   END-IF
               END-IF
           END-IF.

      * Plan preventivo del rig (RIGSERV): cerca del intervalo se
      * avisa y la corrida sale igual; con el servicio vencido no se
      * le lanzan corridas hasta que RIGPREV asiente el servicio, y
      * se vuelve a pedir el rig.
       VERIFICAR-SERVICIO.
           CALL "RIGSERV" USING WS-RIG-ID, WS-SERV-ESTADO,
                                 WS-SERV-DESDE, WS-SERV-INTERVALO
           IF WS-SERV-ESTADO = 'V'
               DISPLAY "RIG CON SERVICIO VENCIDO: " WS-SERV-DESDE
                       " MOVIMIENTOS DESDE EL ULTIMO SERVICIO,"
                       " INTERVALO " WS-SERV-INTERVALO
               DISPLAY "REGISTRE EL SERVICIO CON RIGPREV ANTES DE"
                       " CORRER EN ESTE RIG"
           END-IF
           IF WS-SERV-ESTADO = 'P'
               DISPLAY "AVISO: RIG PROXIMO A SERVICIO, "
                       WS-SERV-DESDE " DE " WS-SERV-INTERVALO
                       " MOVIMIENTOS DEL INTERVALO"
           END-IF.

      * El alumno se pide despues del rig: su nivel solo puede bajar
      * el tope de discos que ya fijo el rig, nunca subirlo.  Un
      * alumno dado de baja o inexistente se vuelve a pedir, igual
      * que un rig fuera de servicio.
       PEDIR-ALUMNO.
           PERFORM UNTIL WS-ALUMNO-OK = 'Y'
               DISPLAY "IDENTIFICADOR DEL ALUMNO (ENTER = PRACTICA"
                       " LIBRE)"
               ACCEPT WS-ID-ENTRADA
               IF FUNCTION TRIM(WS-ID-ENTRADA) = SPACES
                   MOVE SPACES TO WS-ALUMNO-ID
                   MOVE 'Y' TO WS-ALUMNO-OK
               ELSE
                   PERFORM VALIDAR-ALUMNO
               END-IF
           END-PERFORM
           IF WS-ALUMNO-ID NOT = SPACES
               PERFORM LEER-ESCALERA
               IF WS-ALUMNO-NIVEL < WS-MAX-DISCOS
                   MOVE WS-ALUMNO-NIVEL TO WS-MAX-DISCOS
               END-IF
           END-IF.

       VALIDAR-ALUMNO.
           IF FUNCTION LENGTH(FUNCTION TRIM(WS-ID-ENTRADA)) > 8
               DISPLAY "IDENTIFICADOR EXCEDE 8 CARACTERES"
           ELSE
               UNSTRING WS-ID-ENTRADA DELIMITED BY ALL SPACE
                   INTO WS-ALUMNO-ID
               END-UNSTRING
               OPEN INPUT ALUMNO-FILE
               IF WS-AL-STATUS NOT = "00"
                   DISPLAY "NO SE ENCONTRO EL ARCHIVO ALUMNOS.DAT"
               ELSE
                   MOVE WS-ALUMNO-ID TO AL-ID
                   READ ALUMNO-FILE
                       INVALID KEY
                           DISPLAY "ALUMNO NO REGISTRADO EN"
                                   " ALUMNOS.DAT"
                       NOT INVALID KEY
                           PERFORM ACEPTAR-ALUMNO
                   END-READ
                   CLOSE ALUMNO-FILE
               END-IF
           END-IF.

       ACEPTAR-ALUMNO.
           IF AL-ACTIVO NOT = 'S'
               DISPLAY "ALUMNO DADO DE BAJA"
           ELSE
               MOVE AL-GRUPO TO WS-ALUMNO-GRUPO
               MOVE AL-NIVEL TO WS-ALUMNO-NIVEL
               DISPLAY "ALUMNO: " FUNCTION TRIM(AL-NOMBRE)
                       " (GRUPO " FUNCTION TRIM(AL-GRUPO)
                       ", NIVEL " AL-NIVEL " DISCOS, OPTIMAS "
                       AL-OPTIMAS ")"
               MOVE 'Y' TO WS-ALUMNO-OK
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
           END-IF.

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

       VALIDAR-TORRE.
           IF TORRE-ENTRADA IS NUMERIC
              AND TORRE-ENTRADA > '0'
               PERFORM VALIDAR-JUGADA
               IF WS-JUGADA-VALIDA = 'Y'
                   PERFORM APLICAR-JUGADA
               ELSE
                   ADD 1 TO WS-RECHAZOS
               END-IF
           END-IF.

           MOVE JUG-ORIGEN  TO ML-DESDE
           MOVE JUG-DESTINO TO ML-HASTA
           WRITE MOVELOG-REGISTRO
           COMPUTE WS-HASH = WS-HASH + JUG-DISCO * 100
                             + JUG-ORIGEN * 10 + JUG-DESTINO

           IF WS-TOPE(HASTA) = NDISCOS-VALOR
               DISPLAY "PUZZLE COMPLETO EN LA TORRE " HASTA
               MOVE 'Y' TO WS-TERMINADO
           END-IF.

      * Registro de control que abre la sesion en el MOVELOG: ver
      * WMOVLOG.  El reparto inicial es el de las pilas recien
      * cargadas, canonico o leido de POSICION.DAT.
       GRABAR-CABECERA.
           MOVE SPACES TO MOVELOG-CABECERA
           MOVE "# CABECERA"  TO MH-ETIQUETA
           MOVE CORRIDA-ID    TO MH-CORRIDA
           MOVE WS-SOLVER     TO MH-SOLVER
           MOVE NDISCOS-VALOR TO MH-NDISCOS
           MOVE DESDE         TO MH-DESDE
           MOVE AUXIL         TO MH-AUXIL
           MOVE AUXIL2        TO MH-AUXIL2
           MOVE HASTA         TO MH-HASTA
           MOVE WS-RIG-ID     TO MH-RIG
           PERFORM VARYING WS-D FROM 1 BY 1
                   UNTIL WS-D > NDISCOS-VALOR
               MOVE WS-DISCO-TORRE(WS-D) TO MH-REPARTO(WS-D:1)
           END-PERFORM
           WRITE MOVELOG-CABECERA.

      * Registro de control que cierra la sesion, abandonada o no:
      * cantidad de jugadas aceptadas y total de control.
       GRABAR-CIERRE.
           MOVE SPACES     TO MOVELOG-CIERRE
           MOVE "# CIERRE" TO MT-ETIQUETA
           MOVE CORRIDA-ID TO MT-CORRIDA
           MOVE CONTADOR   TO MT-MOVS
           MOVE WS-HASH    TO MT-HASH
           WRITE MOVELOG-CIERRE.

       TOKENIZAR-JUGADA.
           MOVE 0 TO JUG-DISCO
           MOVE 0 TO JUG-ORIGEN
               MOVE WS-NUM TO JUG-DESTINO
           END-IF.

      * Credito de escalera: solo una sesion terminada, desde el
      * arranque canonico de 3 torres (la de POSICION.DAT no tiene un
      * optimo con que comparar y la de 4 torres es otro puzzle),
      * jugada justo en el nivel del alumno y en el minimo de
      * MINIMOV.  El maestro se relee al cierre por si un instructor
      * lo toco durante la sesion.
       REGISTRAR-SESION-ALUMNO.
           PERFORM CALCULAR-DURACION
           MOVE 'N' TO WS-CREDITO
           MOVE 'N' TO WS-ASCENSO
           OPEN I-O ALUMNO-FILE
           IF WS-AL-STATUS NOT = "00"
               DISPLAY "ERROR ABRIENDO ALUMNOS.DAT, CODIGO "
                       WS-AL-STATUS
           ELSE
               MOVE WS-ALUMNO-ID TO AL-ID
               READ ALUMNO-FILE
                   INVALID KEY
                       DISPLAY "ALUMNO " WS-ALUMNO-ID
                               " YA NO ESTA EN ALUMNOS.DAT"
                   NOT INVALID KEY
                       PERFORM EVALUAR-ESCALERA
               END-READ
               CLOSE ALUMNO-FILE
           END-IF
           PERFORM GRABAR-PLANILLA.

       EVALUAR-ESCALERA.
           MOVE AL-GRUPO TO WS-ALUMNO-GRUPO
           MOVE AL-NIVEL TO WS-ALUMNO-NIVEL
           IF WS-ABANDONADO = 'N' AND MODO-POSICION = 'N'
              AND NUMTORRES = 3
              AND NDISCOS-VALOR = AL-NIVEL
              AND CONTADOR-FINAL = WS-MINIMO
               MOVE 'S' TO WS-CREDITO
               IF AL-OPTIMAS < 99
                   ADD 1 TO AL-OPTIMAS
               END-IF
               IF AL-OPTIMAS >= SESIONES-REQUERIDAS
                  AND AL-NIVEL < 13
                   ADD 1 TO AL-NIVEL
                   MOVE 0 TO AL-OPTIMAS
                   MOVE 'S' TO WS-ASCENSO
               END-IF
               REWRITE ALUMNO-REGISTRO
               IF WS-AL-STATUS NOT = "00"
                   DISPLAY "ERROR GRABANDO EN ALUMNOS.DAT, CODIGO "
                           WS-AL-STATUS
               END-IF
           END-IF
           IF WS-CREDITO = 'S'
               DISPLAY "ESCALERA................: SESION OPTIMA "
                       AL-OPTIMAS " DE " SESIONES-REQUERIDAS
           ELSE
               DISPLAY "ESCALERA................: SESION SIN CREDITO"
           END-IF
           IF WS-ASCENSO = 'S'
               DISPLAY "ESCALERA................: ASCIENDE AL NIVEL "
                       AL-NIVEL " DISCOS"
           END-IF.

       GRABAR-PLANILLA.
           OPEN EXTEND SESION-FILE
      * Estado 35: la planilla todavia no existe, se crea con este
      * primer registro.
           IF WS-SE-STATUS = "35"
               OPEN OUTPUT SESION-FILE
           END-IF
           IF WS-SE-STATUS NOT = "00"
               DISPLAY "ERROR ABRIENDO SESIONES.DAT, CODIGO "
                       WS-SE-STATUS
           ELSE
               MOVE SPACES TO SESION-REGISTRO
               ACCEPT SE-FECHA FROM DATE YYYYMMDD
               MOVE WS-HORA-INICIO  TO SE-HORA
               MOVE WS-ALUMNO-ID    TO SE-ALUMNO
               MOVE WS-ALUMNO-GRUPO TO SE-GRUPO
               MOVE CORRIDA-ID      TO SE-CORRIDA-ID
               MOVE WS-SOLVER       TO SE-SOLVER
               MOVE NDISCOS-VALOR   TO SE-NDISCOS
               MOVE NUMTORRES       TO SE-NTORRES
               MOVE CONTADOR-FINAL  TO SE-MOVS
               MOVE WS-MINIMO       TO SE-MINIMO
               MOVE WS-RECHAZOS     TO SE-RECHAZOS
               MOVE WS-SEGUNDOS     TO SE-SEGUNDOS
               MOVE WS-RESULTADO    TO SE-RESULTADO
               MOVE WS-ALUMNO-NIVEL TO SE-NIVEL
               MOVE WS-ASCENSO      TO SE-ASCENSO
               MOVE WS-RIG-ID       TO SE-RIG
      * El nivel de la planilla es el que se jugo, no el nuevo.
               IF WS-ASCENSO = 'S'
                   SUBTRACT 1 FROM SE-NIVEL
               END-IF
               WRITE SESION-REGISTRO
               CLOSE SESION-FILE
           END-IF.

      * Pasa HHMMSSCC a centesimas desde la medianoche, igual que
      * CRONOINF; un fin menor que el inicio es una sesion que cruzo
      * la medianoche y se le suma el dia entero.
       CALCULAR-DURACION.
           MOVE WS-HORA-INICIO TO WS-HORA-TXT
           PERFORM CONVERTIR-HORA
           MOVE WS-CS-FIN TO WS-CS-INICIO
           MOVE WS-HORA-FIN TO WS-HORA-TXT
           PERFORM CONVERTIR-HORA
           COMPUTE WS-DURACION = WS-CS-FIN - WS-CS-INICIO
           IF WS-DURACION < 0
               ADD 8640000 TO WS-DURACION
           END-IF
           COMPUTE WS-SEGUNDOS = WS-DURACION / 100.

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

       CONVERTIR-TOKEN.
           MOVE 0 TO WS-NUM
           MOVE FUNCTION LENGTH(FUNCTION TRIM(WS-TOKEN)) TO WS-LEN
