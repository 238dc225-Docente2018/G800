      *          count per line from TORRESLOTE.PRM and drives one
      *          run per line (MOVERDISCO for three towers,
      *          MOVERDISCO4 when the line carries a second
      *          auxiliary, MOVERDISCOA when the line carries the "A"
      *          adjacent-towers option), so a night's worth of runs
      *          can be queued in a single JCL submission.
      *          Progress is checkpointed per line in LOTECKPT.DAT:
      *          if the lot dies, resubmitting the same JCL skips the
      *          lines already completed, keeps their MOVELOG detail
      *          and resumes where it stopped instead of redoing the
      *          whole night from the top.
      *          RETURN-CODE 4 reports a lot that ran end to end but
      *          omitted lines (invalid, not fitting the declared
      *          rig, or left for a rig whose preventive service fell
      *          due during the lot), so CADENALOTE and the JCL see
      *          the observation instead of a clean completion;
      *          RETURN-CODE 8 a lot rejected before running a single
      *          line (bad identifier or rig parameter, rig already
      *          overdue for service, or the identifier already in
      *          flight).
      *          A line may end in "@USUARIO", the user who asked for
      *          that run; its usage record is charged to that user
      *          instead of the one submitting the lot.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
      * linea es "N DESDE AUXIL AUXIL2 HASTA" y TOK-HASTA pasa a ser
      * el segundo auxiliar.
       01 TOK-EXTRA         PIC X(2).
      * Solicitante opcional al final de la linea ("N ... @USUARIO",
      * lo agrega SOLICLOTE con el que pidio la corrida): se separa
      * antes de partir la linea en tokens y viaja al registro de
      * uso; sin el, la corrida se cobra al usuario que lanza el lote.
       01 WS-LINEA-PARAM    PIC X(20).
       01 WS-TOK-SOLIC      PIC X(20).
       01 WS-SOLICITANTE    PIC X(8).
      * Opcion de linea "A" (variante de torres adyacentes, 3
      * torres): sola detras del numero de discos ("N A") toma la
      * posicion canonica 1-2-3, o en el lugar del quinto token
      * ("N DESDE AUXIL HASTA A") con el auxiliar en la torre 2.
       01 MODO-ADYACENTE    PIC X VALUE 'N'.
      * Tope de discos de la variante: 3^8 - 1 = 6560 es la mayor
      * cuenta que entra en los contadores PIC 9(4).
       01 MAX-DISCOS-ADYACENTE PIC 9(2) VALUE 8.
       01 WS-LEN            PIC 9(2).
       01 WS-NUM            PIC 9(2).
       01 NDISCOS-VALOR     PIC 9(2).
       01 WS-RIG-ACTIVO     PIC X.
       01 WS-RIG-HALLADO    PIC X.
       01 WS-LINEA-APTA     PIC X.
      * Estado del plan preventivo del rig que devuelve RIGSERV; se
      * vuelve a mirar antes de cada linea porque el cuentamovimientos
      * del rig sube con cada corrida del propio lote.
       01 WS-SERV-ESTADO    PIC X VALUE 'O'.
       01 WS-SERV-ANTERIOR  PIC X.
       01 WS-SERV-DESDE     PIC 9(9).
       01 WS-SERV-INTERVALO PIC 9(6).
      * Lineas del parametro que este lote dejo sin correr (formato
      * invalido, torres invalidas, linea que no cabe en el rig o rig
      * con el servicio vencido);
      * con alguna, el lote termina con RETURN-CODE 4 para que la
      * cadena nocturna y el JCL vean la observacion en vez de un
      * "completo sin novedad" que esconde la linea caida.
       01 WS-LINEAS-OMITIDAS PIC 9(4) VALUE 0.
       COPY WCADENA.
       COPY WCORRIDA.
       PROCEDURE DIVISION.
           DISPLAY "===== TORRESLOTE: PROCESO POR LOTES ====="

               DISPLAY "RIG DEL LOTE: " FUNCTION TRIM(WS-RIG-DESC)
                       " (" WS-RIG-TORRES " TORRES, HASTA "
                       WS-RIG-MAXD " DISCOS)"
      * Un rig con el servicio preventivo vencido no arranca el
      * lote; cerca del intervalo solo queda el aviso en el SYSOUT.
               PERFORM VERIFICAR-SERVICIO
               IF WS-SERV-ESTADO = 'V'
                   DISPLAY "RIG CON SERVICIO VENCIDO, REGISTRE EL"
                           " SERVICIO CON RIGPREV Y RELANCE EL LOTE"
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF
      * Lock de corrida activa: si otra sesion ya tiene este
      * identificador en vuelo (o el compartido en blanco), arrancar
           MOVE SPACES TO TOK-AUXIL
           MOVE SPACES TO TOK-HASTA
           MOVE SPACES TO TOK-EXTRA
           MOVE SPACES TO WS-LINEA-PARAM
           MOVE SPACES TO WS-TOK-SOLIC
           MOVE SPACES TO WS-SOLICITANTE
           UNSTRING PARAM-REGISTRO DELIMITED BY "@"
               INTO WS-LINEA-PARAM, WS-TOK-SOLIC
           END-UNSTRING
           UNSTRING WS-LINEA-PARAM DELIMITED BY ALL SPACE
               INTO NDISCOS, TOK-DESDE, TOK-AUXIL, TOK-HASTA,
                    TOK-EXTRA
           END-UNSTRING
               DISPLAY "LINEA INVALIDA, SE OMITE: " PARAM-REGISTRO
               ADD 1 TO WS-LINEAS-OMITIDAS
           ELSE
             IF FUNCTION LENGTH(FUNCTION TRIM(WS-TOK-SOLIC)) > 8
               DISPLAY "SOLICITANTE INVALIDO, SE OMITE: "
                       PARAM-REGISTRO
               ADD 1 TO WS-LINEAS-OMITIDAS
             ELSE
               MOVE FUNCTION TRIM(WS-TOK-SOLIC) TO WS-SOLICITANTE
               MOVE WS-NUM TO DISCO
               MOVE WS-NUM TO NDISCOS-VALOR
               PERFORM DETERMINAR-TORRES
                 IF WS-LINEA-APTA = 'Y'
                   DISPLAY "----- CORRIDA CON " NDISCOS-VALOR
                                              " DISCOS -----"
      * Rig de la corrida para la cabecera que el solver graba en el
      * MOVELOG (contexto EXTERNAL, ver WCORRIDA).
                   MOVE WS-RIG-ID TO CORRIDA-RIG
                   ACCEPT WS-HORA-INICIO FROM TIME
                   IF NUMTORRES = 4
                       MOVE "MOVERDISCO4" TO WS-SOLVER
                                                 HASTA, CONTADOR-FINAL,
                                                 MODO-LOTE, CORRIDA-ID
                   ELSE
                     IF MODO-ADYACENTE = 'S'
                       MOVE "MOVERDISCOA" TO WS-SOLVER
                       CALL "MOVERDISCOA" USING DISCO, DESDE, AUXIL,
                                                 HASTA, CONTADOR-FINAL,
                                                 MODO-LOTE, CORRIDA-ID
                     ELSE
                       MOVE "MOVERDISCO" TO WS-SOLVER
                       CALL "MOVERDISCO" USING DISCO, DESDE, AUXIL,
                                                HASTA, CONTADOR-FINAL,
                                                MODO-LOTE, CORRIDA-ID
                     END-IF
                   END-IF
                   ACCEPT WS-HORA-FIN FROM TIME
      * Cada linea del lote deja su propio registro de tiempos, que
      * ventana nocturna linea por linea.
                   CALL "CRONOREG" USING WS-SOLVER, NDISCOS-VALOR,
                                          NUMTORRES, CONTADOR-FINAL,
                                          WS-HORA-INICIO, WS-HORA-FIN,
                                          CORRIDA-ID
                   CALL "MINIMOV" USING NDISCOS-VALOR, NUMTORRES,
                                         WS-MINIMO, MODO-ADYACENTE
                   DISPLAY "MOVIMIENTOS: " CONTADOR-FINAL
                                         " MINIMO: " WS-MINIMO
                   IF CONTADOR-FINAL = WS-MINIMO
                                            DESDE, AUXIL, AUXIL2,
                                            HASTA, CONTADOR-FINAL,
                                            WS-MINIMO, WS-RESULTADO,
                                            WS-RIG-ID, CORRIDA-ID,
                                            WS-HORA-INICIO
      * Registro de uso de la linea, cobrado a quien la pidio.
                   CALL "USOREG" USING WS-SOLVER, NDISCOS-VALOR,
                                        NUMTORRES, CONTADOR-FINAL,
                                        WS-HORA-INICIO, WS-HORA-FIN,
                                        WS-RIG-ID, CORRIDA-ID,
                                        WS-SOLICITANTE
      * Cuentamovimientos del rig para su plan preventivo.
                   CALL "RIGMOVS" USING WS-RIG-ID, CONTADOR-FINAL
                   ADD 1 TO WS-TOTAL-CORRIDAS
                   ADD CONTADOR-FINAL TO WS-TOTAL-MOVS
                 END-IF
               END-IF
             END-IF
           END-IF.

      * Con rig declarado, la linea ademas debe caberle: ni mas
      * discos que su rack ni una cantidad de torres distinta de la
      * que el rig tiene fisicamente.  Asi una linea de 12 discos ya
      * no llega al rig de 8 para descubrirse en el rack.
      * La variante adyacente tiene ademas su propio tope de discos,
      * con o sin rig.
       VALIDAR-CONTRA-RIG.
           MOVE 'Y' TO WS-LINEA-APTA
           IF MODO-ADYACENTE = 'S'
              AND NDISCOS-VALOR > MAX-DISCOS-ADYACENTE
               DISPLAY "LINEA ADYACENTE EXCEDE " MAX-DISCOS-ADYACENTE
                       " DISCOS, SE OMITE: " PARAM-REGISTRO
               MOVE 'N' TO WS-LINEA-APTA
               ADD 1 TO WS-LINEAS-OMITIDAS
           END-IF
           IF WS-RIG-ID NOT = SPACES AND WS-LINEA-APTA = 'Y'
               IF NDISCOS-VALOR > WS-RIG-MAXD
                   DISPLAY "LINEA EXCEDE LOS " WS-RIG-MAXD " DISCOS"
                           " DEL RIG, SE OMITE: " PARAM-REGISTRO
                       ADD 1 TO WS-LINEAS-OMITIDAS
                   END-IF
               END-IF
           END-IF
      * El servicio puede vencer en medio del lote: desde ahi las
      * lineas que quedan se omiten (y el lote cierra con RC 4) en
      * vez de seguir corriendo en un rig vencido.
           IF WS-RIG-ID NOT = SPACES AND WS-LINEA-APTA = 'Y'
               PERFORM VERIFICAR-SERVICIO
               IF WS-SERV-ESTADO = 'V'
                   DISPLAY "RIG CON SERVICIO VENCIDO, SE OMITE: "
                           PARAM-REGISTRO
                   MOVE 'N' TO WS-LINEA-APTA
                   ADD 1 TO WS-LINEAS-OMITIDAS
               END-IF
           END-IF.

      * Plan preventivo del rig (RIGSERV).  El aviso de rig proximo a
      * servicio sale una sola vez, cuando el estado cambia, y no en
      * cada linea del lote.
       VERIFICAR-SERVICIO.
           MOVE WS-SERV-ESTADO TO WS-SERV-ANTERIOR
           CALL "RIGSERV" USING WS-RIG-ID, WS-SERV-ESTADO,
                                 WS-SERV-DESDE, WS-SERV-INTERVALO
           IF WS-SERV-ESTADO = 'V' AND WS-SERV-ANTERIOR NOT = 'V'
               DISPLAY "RIG CON SERVICIO VENCIDO: " WS-SERV-DESDE
                       " MOVIMIENTOS DESDE EL ULTIMO SERVICIO,"
                       " INTERVALO " WS-SERV-INTERVALO
           END-IF
           IF WS-SERV-ESTADO = 'P' AND WS-SERV-ANTERIOR NOT = 'P'
               DISPLAY "AVISO: RIG PROXIMO A SERVICIO, "
                       WS-SERV-DESDE " DE " WS-SERV-INTERVALO
                       " MOVIMIENTOS DEL INTERVALO"
           END-IF.

      * Si la linea trae solo el numero de discos, se usa la posicion
      * numericos 1-3 y distintos entre si; con cuatro tokens la
      * linea es de un rig de 4 torres (N DESDE AUXIL AUXIL2 HASTA),
      * se validan como 1-4 distintos y la corrida va al solver de
      * Frame-Stewart.  La opcion "A" deja la linea en 3 torres con
      * el auxiliar obligado en la torre del medio y la corrida va a
      * MOVERDISCOA.
       DETERMINAR-TORRES.
           MOVE 'N' TO TORRE-VALIDA
           MOVE 3 TO NUMTORRES
           MOVE 0 TO AUXIL2
           PERFORM TOMAR-OPCION-ADYACENTE
           IF FUNCTION TRIM(TOK-DESDE) = SPACES
              AND FUNCTION TRIM(TOK-AUXIL) = SPACES
              AND FUNCTION TRIM(TOK-HASTA) = SPACES
                  AND (NUMTORRES = 3
                   OR (AUXIL2 NOT = 0 AND AUXIL2 NOT = DESDE
                       AND AUXIL2 NOT = AUXIL AND AUXIL2 NOT = HASTA))
                  AND (MODO-ADYACENTE = 'N' OR AUXIL = 2)
                   MOVE 'Y' TO TORRE-VALIDA
               END-IF
           END-IF.

      * La opcion se saca de los tokens antes de validar las torres,
      * asi el resto de la linea se lee igual que una de 3 torres.
       TOMAR-OPCION-ADYACENTE.
           MOVE 'N' TO MODO-ADYACENTE
           IF FUNCTION UPPER-CASE(TOK-DESDE) = "A"
              AND FUNCTION TRIM(TOK-AUXIL) = SPACES
               MOVE 'S' TO MODO-ADYACENTE
               MOVE SPACES TO TOK-DESDE
           END-IF
           IF FUNCTION UPPER-CASE(TOK-EXTRA) = "A"
               MOVE 'S' TO MODO-ADYACENTE
               MOVE SPACES TO TOK-EXTRA
           END-IF.

       CONVERTIR-TOKEN-TORRE.
           MOVE 0 TO WS-NUM
           MOVE FUNCTION LENGTH(FUNCTION TRIM(WS-TOKEN-TORRE)) TO WS-LEN
