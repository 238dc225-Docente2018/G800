       01 WS-HORA-FIN    PIC 9(8).
       01 MODO-LOTE      PIC X VALUE 'N'.
       01 MODO-POSICION  PIC X VALUE 'N'.
      * Este driver no juega la variante de torres adyacentes; viaja
      * en 'N' para que MINIMOV de el minimo clasico.
       01 MODO-ADYACENTE PIC X VALUE 'N'.
       01 WS-RESPUESTA   PIC X.
       01 WS-SOLVER      PIC X(12) VALUE "MOVERDISCOI".
       01 WS-RESULTADO   PIC X(6).
       01 WS-BASE        PIC X(12).
       01 WS-PROGRAMA    PIC X(12) VALUE "TORRESITER".
       01 WS-OCUPADO     PIC X.
      * Solicitante de la corrida para el registro de uso; en blanco
      * USOREG toma el usuario de la sesion.
       01 WS-SOLICITANTE PIC X(8) VALUE SPACES.
      * Rig fisico de la corrida (maestro RIGMAST.DAT): con rig, el
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
       COPY WCORRIDA.
       PROCEDURE DIVISION.
           PERFORM PEDIR-RIG
           PERFORM UNTIL DATO-VALIDO = 'Y'
           CALL "RUNCATREG" USING CORRIDA-ID, WS-NOMBRE-LOG,
                                   WS-NOMBRE-CK

      * Rig de la corrida para la cabecera que el solver graba en el
      * MOVELOG (contexto EXTERNAL, ver WCORRIDA).
           MOVE WS-RIG-ID TO CORRIDA-RIG
           ACCEPT WS-HORA-INICIO FROM TIME
           IF NUMTORRES = 4
               MOVE "MOVERDISCO4" TO WS-SOLVER
               MOVE "MOVERDISCOIP" TO WS-SOLVER
           ELSE
               CALL "MINIMOV" USING NDISCOS-VALOR, NUMTORRES,
                                     WS-MINIMO, MODO-ADYACENTE
           END-IF
      * El par inicio/fin ya no se pierde con el DISPLAY: queda en
      * TIEMPOS.DAT para el informe de tiempos de CRONOINF.
           CALL "CRONOREG" USING WS-SOLVER, NDISCOS-VALOR, NUMTORRES,
                                  CONTADOR-FINAL, WS-HORA-INICIO,
                                  WS-HORA-FIN, CORRIDA-ID

           DISPLAY "===== RESUMEN DE EJECUCION (ITERATIVO) ====="
           DISPLAY "HORA INICIO............: " WS-HORA-INICIO
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

       VALIDAR-TORRE.
           IF TORRE-ENTRADA IS NUMERIC
              AND TORRE-ENTRADA > '0'
