       01 WS-HORA-INICIO PIC 9(8).
       01 WS-HORA-FIN    PIC 9(8).
       01 MODO-LOTE      PIC X VALUE 'N'.
      * Variante de torres adyacentes (solo rigs de 3 torres): los
      * discos solo pasan entre torres vecinas, las de los extremos
      * son origen y destino y el auxiliar es la torre del medio.
       01 MODO-ADYACENTE PIC X VALUE 'N'.
      * Tope de discos de la variante: 3^8 - 1 = 6560 es la mayor
      * cuenta que entra en los contadores PIC 9(4).
       01 MAX-DISCOS-ADYACENTE PIC 9(2) VALUE 8.
       01 WS-SOLVER      PIC X(12) VALUE "MOVERDISCO".
       01 WS-RESULTADO   PIC X(6).
       01 CORRIDA-ID     PIC X(8) VALUE SPACES.
       01 WS-BASE        PIC X(12).
       01 WS-PROGRAMA    PIC X(12) VALUE "TORRES".
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
           PERFORM PEDIR-DISCOS

      * Los rigs nuevos tienen 4 torres; con 4 se pide el segundo
      * auxiliar y el solver pasa a ser MOVERDISCO4 (Frame-Stewart),
               MOVE '4' TO WS-LIMITE-TORRE
           END-IF

      * La variante adyacente es de 3 torres; con mas discos de los
      * que admite se vuelve a pedir la cantidad con el tope bajado.
           IF NUMTORRES = 3
               DISPLAY "SOLO MOVIMIENTOS ENTRE TORRES ADYACENTES (S/N)"
               ACCEPT TORRE-ENTRADA
               IF FUNCTION UPPER-CASE(TORRE-ENTRADA) = 'S'
                   MOVE 'S' TO MODO-ADYACENTE
                   MOVE "MOVERDISCOA" TO WS-SOLVER
                   IF NDISCOS-VALOR > MAX-DISCOS-ADYACENTE
                       DISPLAY "LA VARIANTE ADYACENTE ADMITE HASTA "
                               MAX-DISCOS-ADYACENTE " DISCOS"
                       MOVE MAX-DISCOS-ADYACENTE TO WS-MAX-DISCOS
                       MOVE 'N' TO DATO-VALIDO
                       PERFORM PEDIR-DISCOS
                   END-IF
               END-IF
           END-IF

           PERFORM UNTIL TORRE-VALIDA = 'Y'
               DISPLAY "TORRE DE ORIGEN (1 A " WS-LIMITE-TORRE ")"
               ACCEPT TORRE-ENTRADA
                       OR AUXIL2 = AUXIL OR AUXIL2 = HASTA))
                       DISPLAY "LAS TORRES DEBEN SER DISTINTAS"
                   ELSE
                       IF MODO-ADYACENTE = 'S' AND AUXIL NOT = 2
                           DISPLAY "EN LA VARIANTE ADYACENTE EL"
                                   " AUXILIAR ES LA TORRE 2"
                       ELSE
                           MOVE 'Y' TO TORRE-VALIDA
                       END-IF
                   END-IF
               END-IF
           END-PERFORM
           CALL "RUNCATREG" USING CORRIDA-ID, WS-NOMBRE-LOG,
                                   WS-NOMBRE-CK

      * Rig de la corrida para la cabecera que el solver graba en el
      * MOVELOG (contexto EXTERNAL, ver WCORRIDA).
           MOVE WS-RIG-ID TO CORRIDA-RIG
           ACCEPT WS-HORA-INICIO FROM TIME
           IF NUMTORRES = 4
               MOVE "MOVERDISCO4" TO WS-SOLVER
                                         CONTADOR-FINAL, MODO-LOTE,
                                         CORRIDA-ID
           ELSE
               IF MODO-ADYACENTE = 'S'
                   CALL "MOVERDISCOA" USING DISCO, DESDE, AUXIL,
                                             HASTA, CONTADOR-FINAL,
                                             MODO-LOTE, CORRIDA-ID
               ELSE
                   CALL "MOVERDISCO" USING DISCO, DESDE, AUXIL, HASTA,
                                            CONTADOR-FINAL, MODO-LOTE,
                                            CORRIDA-ID
               END-IF
           END-IF
           ACCEPT WS-HORA-FIN FROM TIME
           CALL "MINIMOV" USING NDISCOS-VALOR, NUMTORRES, WS-MINIMO,
                                 MODO-ADYACENTE
      * El par inicio/fin ya no se pierde con el DISPLAY: queda en
      * TIEMPOS.DAT para el informe de tiempos de CRONOINF.
           CALL "CRONOREG" USING WS-SOLVER, NDISCOS-VALOR, NUMTORRES,
                                  CONTADOR-FINAL, WS-HORA-INICIO,
                                  WS-HORA-FIN, CORRIDA-ID

           DISPLAY "===== RESUMEN DE EJECUCION ====="
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

       PEDIR-DISCOS.
           PERFORM UNTIL DATO-VALIDO = 'Y'
               DISPLAY "INGRESE LA CANTIDAD DE DISCOS"
               ACCEPT NDISCOS
               MOVE 0 TO WS-NUM
               MOVE FUNCTION LENGTH(FUNCTION TRIM(NDISCOS)) TO WS-LEN

               IF WS-LEN > 0 AND NDISCOS(1:WS-LEN) IS NUMERIC
                   COMPUTE WS-NUM = FUNCTION NUMVAL(NDISCOS(1:WS-LEN))
               END-IF

               IF WS-NUM = 0 OR WS-NUM > WS-MAX-DISCOS
                   DISPLAY "DATO INVALIDO, DEBE SER DE 1 A "
                           WS-MAX-DISCOS
               ELSE
                   MOVE WS-NUM TO DISCO
                   MOVE WS-NUM TO NDISCOS-VALOR
                   MOVE 'Y' TO DATO-VALIDO
               END-IF
           END-PERFORM.

      * Con rig, NUMTORRES queda fijado desde aca y la pregunta de
      * torres se saltea sola (el PERFORM UNTIL ya esta satisfecho).
       PEDIR-RIG.
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
