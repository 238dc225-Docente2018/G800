      ******************************************************************
      * Author:
      * Date:
      * Purpose: Cross-ledger reconciliation for a date range.  Every
      *          run leaves its trace in several files written by
      *          different subprograms -- RUNHIST.DAT (RUNHISTADD),
      *          TIEMPOS.DAT (CRONOREG), RUNCATAL.DAT (RUNCATREG),
      *          ENVUELO.DAT (RUNLOCKSET / RUNLOCKCLR) and later
      *          ARCHINDEX.DAT (ARCHIVALOG) -- and nothing checked
      *          that they agree.  This program matches them and
      *          lists the breaks: a RUNHIST run with no TIEMPOS
      *          record or a TIEMPOS record with no RUNHIST run, a
      *          RH-CONTADOR that disagrees with its TI-MOVS, a
      *          cataloged identifier whose MOVELOG no longer holds
      *          the RX-MOVS moves that were archived for it, and a
      *          lock still in ENVUELO for a run RUNHIST already shows
      *          as finished.  RUNHIST and TIEMPOS are linked by run
      *          identifier and start time (RH-IDENT / RH-HORA-INICIO
      *          against TI-IDENT / TI-HORA-INICIO); records written
      *          before those fields existed are paired by date,
      *          solver and disk count instead.  Manual TORRESMANU
      *          sessions write no TIEMPOS record and are not expected
      *          to have one.  Ends with the break count and
      *          RETURN-CODE 0 (books agree), 4 (breaks listed) or 8
      *          (a ledger could not be read whole, the result is not
      *          reliable), which is what CADENALOTE acts on.  Inside
      *          the chain the range is the current day.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CONCILIA.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RUNHIST-FILE ASSIGN TO "RUNHIST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RH-RUN-ID
               FILE STATUS IS WS-RH-STATUS.
           SELECT TIEMPO-FILE ASSIGN TO "TIEMPOS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TI-STATUS.
           SELECT RUNCAT-FILE ASSIGN TO "RUNCATAL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CAT-STATUS.
           SELECT ARCHIDX-FILE ASSIGN TO "ARCHINDEX.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-IDX-STATUS.
           SELECT RUNLOCK-FILE ASSIGN TO "ENVUELO.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RL-STATUS.
           SELECT MOVELOG-FILE ASSIGN TO DYNAMIC WS-NOMBRE-LOG
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LOG-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  RUNHIST-FILE.
       COPY WRUNHIST.
       FD  TIEMPO-FILE.
       COPY WTIEMPO.
       FD  RUNCAT-FILE.
       COPY WRUNCAT.
       FD  ARCHIDX-FILE.
       COPY WARCHIDX.
       FD  RUNLOCK-FILE.
       COPY WRUNLOCK.
       FD  MOVELOG-FILE.
       COPY WMOVLOG.
       WORKING-STORAGE SECTION.
       01 WS-RH-STATUS    PIC XX.
       01 WS-TI-STATUS    PIC XX.
       01 WS-CAT-STATUS   PIC XX.
       01 WS-IDX-STATUS   PIC XX.
       01 WS-RL-STATUS    PIC XX.
       01 WS-LOG-STATUS   PIC XX.
       01 WS-EOF          PIC X VALUE 'N'.
       01 WS-ENTRADA      PIC X(8).
       01 WS-LEN          PIC 9(2).
       01 WS-HOY          PIC 9(8).
       01 WS-FECHA-DESDE  PIC 9(8).
       01 WS-FECHA-HASTA  PIC 9(8).
       01 WS-FECHA-LEIDA  PIC 9(8).
       01 WS-NOMBRE-LOG   PIC X(30).
       01 WS-I            PIC 9(4).
       01 WS-J            PIC 9(4).
       01 WS-ELEGIDO      PIC 9(4).
       01 WS-MOVS-LOG     PIC 9(6).
      * 'S' cuando algun libro no se pudo leer entero (tabla llena o
      * error de apertura distinto de "no existe"): el resultado ya
      * no es confiable y se devuelve 8.
       01 WS-INCOMPLETA   PIC X VALUE 'N'.
       COPY WCADENA.
      * Registros de TIEMPOS del rango; cada uno se marca al
      * encontrarle su corrida en RUNHIST y los que quedan sin marcar
      * al final son descuadres.  2000 es mas de un mes de lotes.
       01 WS-TI-CANT      PIC 9(4) VALUE 0.
       01 WS-TI-TABLA.
           05 WS-TI-ENT OCCURS 2000 TIMES.
               10 WS-TI-FECHA     PIC 9(8).
               10 WS-TI-SOLVER    PIC X(12).
               10 WS-TI-NDISCOS   PIC 9(2).
               10 WS-TI-MOVS      PIC 9(6).
               10 WS-TI-INICIO    PIC 9(8).
               10 WS-TI-FIN       PIC 9(8).
               10 WS-TI-IDENT     PIC X(8).
               10 WS-TI-USADO     PIC X.
      * Ultima registracion de cada identificador en RUNCATAL (gana
      * la ultima del archivo, igual que en RUNCATGET).
       01 WS-CAT-CANT     PIC 9(4) VALUE 0.
       01 WS-CAT-TABLA.
           05 WS-CAT-ENT OCCURS 1000 TIMES.
               10 WS-CAT-IDENT    PIC X(8).
               10 WS-CAT-LOG      PIC X(30).
               10 WS-CAT-FECHA    PIC 9(8).
               10 WS-CAT-HORA     PIC 9(8).
      * Ultimo archivado de cada identificador dentro del rango.
       01 WS-ARC-CANT     PIC 9(4) VALUE 0.
       01 WS-ARC-TABLA.
           05 WS-ARC-ENT OCCURS 500 TIMES.
               10 WS-ARC-IDENT    PIC X(8).
               10 WS-ARC-FECHA    PIC 9(8).
               10 WS-ARC-HORA     PIC 9(8).
               10 WS-ARC-MOVS     PIC 9(6).
      * Locks de ENVUELO; WS-RL-TERMINADA queda en 'S' cuando RUNHIST
      * tiene una corrida de ese identificador arrancada despues de
      * tomado el lock, o sea que la corrida termino y el lock sigue.
       01 WS-RL-CANT      PIC 9(4) VALUE 0.
       01 WS-RL-TABLA.
           05 WS-RL-ENT OCCURS 200 TIMES.
               10 WS-RL-IDENT     PIC X(8).
               10 WS-RL-PROGRAMA  PIC X(12).
               10 WS-RL-USUARIO   PIC X(8).
               10 WS-RL-FECHA     PIC 9(8).
               10 WS-RL-HORA      PIC 9(8).
               10 WS-RL-TERMINADA PIC X.
      * Contadores del resumen.
       01 WS-CORRIDAS     PIC 9(6) VALUE 0.
       01 WS-SIN-TIEMPOS  PIC 9(4) VALUE 0.
       01 WS-SIN-RUNHIST  PIC 9(4) VALUE 0.
       01 WS-DIF-MOVS     PIC 9(4) VALUE 0.
       01 WS-DIF-ARCHIVO  PIC 9(4) VALUE 0.
       01 WS-LOCK-VIEJO   PIC 9(4) VALUE 0.
       01 WS-SIN-VERIF    PIC 9(4) VALUE 0.
       01 WS-DESCUADRES   PIC 9(5) VALUE 0.
       PROCEDURE DIVISION.
           DISPLAY "===== CONCILIA: CONCILIACION DE ARCHIVOS ====="
           MOVE 0 TO RETURN-CODE
           PERFORM PEDIR-RANGO
           DISPLAY "RANGO CONCILIADO........: " WS-FECHA-DESDE " A "
                   WS-FECHA-HASTA

           PERFORM CARGAR-TIEMPOS
           PERFORM CARGAR-LOCKS
           PERFORM RECORRER-RUNHIST
           PERFORM LISTAR-TIEMPOS-SOBRANTES
           PERFORM LISTAR-LOCKS-VIEJOS
           PERFORM CARGAR-CATALOGO
           PERFORM CARGAR-ARCHIVADOS
           PERFORM CONCILIAR-ARCHIVADOS

           COMPUTE WS-DESCUADRES = WS-SIN-TIEMPOS + WS-SIN-RUNHIST
                                 + WS-DIF-MOVS + WS-DIF-ARCHIVO
                                 + WS-LOCK-VIEJO
           DISPLAY "===== RESUMEN DE CONCILIACION ====="
           DISPLAY "CORRIDAS EN RUNHIST.....: " WS-CORRIDAS
           DISPLAY "CORRIDAS SIN TIEMPOS....: " WS-SIN-TIEMPOS
           DISPLAY "TIEMPOS SIN CORRIDA.....: " WS-SIN-RUNHIST
           DISPLAY "MOVIMIENTOS DISTINTOS...: " WS-DIF-MOVS
           DISPLAY "MOVELOG DISTINTO ARCHIVO: " WS-DIF-ARCHIVO
           DISPLAY "LOCKS DE CORRIDAS TERMIN: " WS-LOCK-VIEJO
           DISPLAY "ARCHIVADOS SIN VERIFICAR: " WS-SIN-VERIF
           DISPLAY "DESCUADRES DETECTADOS...: " WS-DESCUADRES
           IF WS-INCOMPLETA = 'S'
               DISPLAY "RESULTADO...............: CONCILIACION"
                       " INCOMPLETA, VER MENSAJES"
               MOVE 8 TO RETURN-CODE
           ELSE
               IF WS-DESCUADRES > 0
                   DISPLAY "RESULTADO...............: HAY DESCUADRES"
                   MOVE 4 TO RETURN-CODE
               ELSE
                   DISPLAY "RESULTADO...............: OK, LOS ARCHIVOS"
                           " CUADRAN"
                   MOVE 0 TO RETURN-CODE
               END-IF
           END-IF
           GOBACK.

      * Dentro de la cadena nocturna se concilia el dia y no se
      * pregunta nada; suelto, ENTER en cualquiera de las dos fechas
      * toma el dia de hoy.
       PEDIR-RANGO.
           ACCEPT WS-HOY FROM DATE YYYYMMDD
           MOVE WS-HOY TO WS-FECHA-DESDE
           MOVE WS-HOY TO WS-FECHA-HASTA
           IF CADENA-ACTIVA NOT = 'S'
               DISPLAY "FECHA DESDE (AAAAMMDD, ENTER = HOY)"
               PERFORM ACEPTAR-FECHA
               MOVE WS-FECHA-LEIDA TO WS-FECHA-DESDE
               DISPLAY "FECHA HASTA (AAAAMMDD, ENTER = HOY)"
               PERFORM ACEPTAR-FECHA
               MOVE WS-FECHA-LEIDA TO WS-FECHA-HASTA
               IF WS-FECHA-HASTA < WS-FECHA-DESDE
                   DISPLAY "RANGO INVERTIDO, SE CONCILIA SOLO "
                           WS-FECHA-DESDE
                   MOVE WS-FECHA-DESDE TO WS-FECHA-HASTA
               END-IF
           END-IF.

      * Igual que en RUNHISTINQ: solo una fecha valida de 8 digitos
      * pisa el valor por defecto.
       ACEPTAR-FECHA.
           MOVE WS-HOY TO WS-FECHA-LEIDA
           ACCEPT WS-ENTRADA
           MOVE FUNCTION LENGTH(FUNCTION TRIM(WS-ENTRADA)) TO WS-LEN
           IF WS-LEN = 8 AND WS-ENTRADA(1:8) IS NUMERIC
               COMPUTE WS-FECHA-LEIDA =
                   FUNCTION NUMVAL(WS-ENTRADA(1:8))
           END-IF.

       CARGAR-TIEMPOS.
           OPEN INPUT TIEMPO-FILE
           IF WS-TI-STATUS = "35"
               DISPLAY "NO HAY TIEMPOS.DAT, TODAS LAS CORRIDAS QUEDAN"
                       " SIN TIEMPOS"
           ELSE
               IF WS-TI-STATUS NOT = "00"
                   DISPLAY "ERROR ABRIENDO TIEMPOS.DAT, CODIGO "
                           WS-TI-STATUS
                   MOVE 'S' TO WS-INCOMPLETA
               ELSE
                   MOVE 'N' TO WS-EOF
                   PERFORM UNTIL WS-EOF = 'Y'
                       READ TIEMPO-FILE
                           AT END
                               MOVE 'Y' TO WS-EOF
                           NOT AT END
                               PERFORM GUARDAR-TIEMPO
                       END-READ
                   END-PERFORM
                   CLOSE TIEMPO-FILE
               END-IF
           END-IF.

       GUARDAR-TIEMPO.
           IF TI-FECHA IS NUMERIC
              AND TI-FECHA >= WS-FECHA-DESDE
              AND TI-FECHA <= WS-FECHA-HASTA
               IF WS-TI-CANT = 2000
                   DISPLAY "TIEMPOS.DAT EXCEDE 2000 REGISTROS EN EL"
                           " RANGO, ACOTE LAS FECHAS"
                   MOVE 'S' TO WS-INCOMPLETA
                   MOVE 'Y' TO WS-EOF
               ELSE
                   ADD 1 TO WS-TI-CANT
                   MOVE TI-FECHA       TO WS-TI-FECHA(WS-TI-CANT)
                   MOVE TI-SOLVER      TO WS-TI-SOLVER(WS-TI-CANT)
                   MOVE TI-NDISCOS     TO WS-TI-NDISCOS(WS-TI-CANT)
                   MOVE TI-MOVS        TO WS-TI-MOVS(WS-TI-CANT)
                   MOVE TI-HORA-INICIO TO WS-TI-INICIO(WS-TI-CANT)
                   MOVE TI-HORA-FIN    TO WS-TI-FIN(WS-TI-CANT)
                   MOVE TI-IDENT       TO WS-TI-IDENT(WS-TI-CANT)
                   MOVE 'N'            TO WS-TI-USADO(WS-TI-CANT)
               END-IF
           END-IF.

       CARGAR-LOCKS.
           OPEN INPUT RUNLOCK-FILE
           IF WS-RL-STATUS = "00"
               MOVE 'N' TO WS-EOF
               PERFORM UNTIL WS-EOF = 'Y'
                   READ RUNLOCK-FILE
                       AT END
                           MOVE 'Y' TO WS-EOF
                       NOT AT END
                           PERFORM GUARDAR-LOCK
                   END-READ
               END-PERFORM
               CLOSE RUNLOCK-FILE
           ELSE
               IF WS-RL-STATUS NOT = "35"
                   DISPLAY "ERROR ABRIENDO ENVUELO.DAT, CODIGO "
                           WS-RL-STATUS
                   MOVE 'S' TO WS-INCOMPLETA
               END-IF
           END-IF.

       GUARDAR-LOCK.
           IF WS-RL-CANT = 200
               DISPLAY "ENVUELO.DAT EXCEDE 200 LOCKS"
               MOVE 'S' TO WS-INCOMPLETA
               MOVE 'Y' TO WS-EOF
           ELSE
               ADD 1 TO WS-RL-CANT
               MOVE RL-IDENT    TO WS-RL-IDENT(WS-RL-CANT)
               MOVE RL-PROGRAMA TO WS-RL-PROGRAMA(WS-RL-CANT)
               MOVE RL-USUARIO  TO WS-RL-USUARIO(WS-RL-CANT)
               MOVE RL-FECHA    TO WS-RL-FECHA(WS-RL-CANT)
               MOVE RL-HORA     TO WS-RL-HORA(WS-RL-CANT)
               MOVE 'N'         TO WS-RL-TERMINADA(WS-RL-CANT)
           END-IF.

      * RH-RUN-ID empieza por la fecha, asi que el rango se recorre
      * posicionando en la fecha desde y leyendo hasta pasarse.
       RECORRER-RUNHIST.
           OPEN INPUT RUNHIST-FILE
           IF WS-RH-STATUS = "35"
               DISPLAY "NO HAY RUNHIST.DAT, NADA QUE CONCILIAR CONTRA"
                       " TIEMPOS"
           ELSE
               IF WS-RH-STATUS NOT = "00"
                   DISPLAY "ERROR ABRIENDO RUNHIST.DAT, CODIGO "
                           WS-RH-STATUS
                   MOVE 'S' TO WS-INCOMPLETA
               ELSE
                   MOVE 'N' TO WS-EOF
                   MOVE WS-FECHA-DESDE TO RH-FECHA
                   MOVE 0 TO RH-HORA
                   START RUNHIST-FILE KEY >= RH-RUN-ID
                       INVALID KEY
                           MOVE 'Y' TO WS-EOF
                   END-START
                   PERFORM UNTIL WS-EOF = 'Y'
                       READ RUNHIST-FILE NEXT RECORD
                           AT END
                               MOVE 'Y' TO WS-EOF
                           NOT AT END
                               IF RH-FECHA > WS-FECHA-HASTA
                                   MOVE 'Y' TO WS-EOF
                               ELSE
                                   PERFORM CONCILIAR-CORRIDA
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE RUNHIST-FILE
               END-IF
           END-IF.

       CONCILIAR-CORRIDA.
           ADD 1 TO WS-CORRIDAS
      * Las sesiones manuales de TORRESMANU no pasan por CRONOREG.
           IF RH-SOLVER(1:6) NOT = "HUMANO"
               PERFORM BUSCAR-TIEMPO
               IF WS-ELEGIDO = 0
                   ADD 1 TO WS-SIN-TIEMPOS
                   DISPLAY "DESCUADRE: CORRIDA " RH-FECHA " " RH-HORA
                           " " RH-SOLVER " ID " RH-IDENT
                           " SIN REGISTRO EN TIEMPOS"
               ELSE
                   MOVE 'S' TO WS-TI-USADO(WS-ELEGIDO)
                   IF WS-TI-MOVS(WS-ELEGIDO) NOT = RH-CONTADOR
                       ADD 1 TO WS-DIF-MOVS
                       DISPLAY "DESCUADRE: CORRIDA " RH-FECHA " "
                               RH-HORA " " RH-SOLVER " RH-CONTADOR "
                               RH-CONTADOR " TI-MOVS "
                               WS-TI-MOVS(WS-ELEGIDO)
                   END-IF
               END-IF
           END-IF
           IF RH-HORA-INICIO NOT = 0
               PERFORM MARCAR-LOCKS-TERMINADOS
           END-IF.

      * Con clave de enlace se busca el TIEMPOS del mismo
      * identificador, fecha y hora de inicio.  Un registro anterior
      * a la clave (hora de inicio en cero) se aparea con el TIEMPOS
      * libre de la misma fecha, solver y discos que termino mas
      * cerca antes de que se registrara la corrida.
       BUSCAR-TIEMPO.
           MOVE 0 TO WS-ELEGIDO
           PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > WS-TI-CANT
               IF WS-TI-USADO(WS-I) = 'N'
                  AND WS-TI-FECHA(WS-I) = RH-FECHA
                  AND WS-TI-SOLVER(WS-I) = RH-SOLVER
                   IF RH-HORA-INICIO NOT = 0
                       IF WS-TI-IDENT(WS-I) = RH-IDENT
                          AND WS-TI-INICIO(WS-I) = RH-HORA-INICIO
                          AND WS-ELEGIDO = 0
                           MOVE WS-I TO WS-ELEGIDO
                       END-IF
                   ELSE
                       IF WS-TI-NDISCOS(WS-I) = RH-NDISCOS
                          AND WS-TI-FIN(WS-I) <= RH-HORA
                           IF WS-ELEGIDO = 0
                               MOVE WS-I TO WS-ELEGIDO
                           ELSE
                               IF WS-TI-FIN(WS-I) >
                                  WS-TI-FIN(WS-ELEGIDO)
                                   MOVE WS-I TO WS-ELEGIDO
                               END-IF
                           END-IF
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.

      * La corrida arranco con el lock ya tomado y llego a RUNHIST,
      * que se graba al terminar: ese lock ya tendria que haberse
      * liberado.
       MARCAR-LOCKS-TERMINADOS.
           PERFORM VARYING WS-J FROM 1 BY 1 UNTIL WS-J > WS-RL-CANT
               IF WS-RL-IDENT(WS-J) = RH-IDENT
                  AND (RH-FECHA > WS-RL-FECHA(WS-J)
                   OR (RH-FECHA = WS-RL-FECHA(WS-J)
                       AND RH-HORA-INICIO >= WS-RL-HORA(WS-J)))
                   MOVE 'S' TO WS-RL-TERMINADA(WS-J)
               END-IF
           END-PERFORM.

       LISTAR-TIEMPOS-SOBRANTES.
           PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > WS-TI-CANT
               IF WS-TI-USADO(WS-I) = 'N'
                   ADD 1 TO WS-SIN-RUNHIST
                   DISPLAY "DESCUADRE: TIEMPOS " WS-TI-FECHA(WS-I) " "
                           WS-TI-INICIO(WS-I) " " WS-TI-SOLVER(WS-I)
                           " ID " WS-TI-IDENT(WS-I)
                           " SIN CORRIDA EN RUNHIST"
               END-IF
           END-PERFORM.

       LISTAR-LOCKS-VIEJOS.
           PERFORM VARYING WS-J FROM 1 BY 1 UNTIL WS-J > WS-RL-CANT
               IF WS-RL-TERMINADA(WS-J) = 'S'
                   ADD 1 TO WS-LOCK-VIEJO
                   DISPLAY "DESCUADRE: LOCK DE " WS-RL-IDENT(WS-J)
                           " (" FUNCTION TRIM(WS-RL-PROGRAMA(WS-J))
                           " " FUNCTION TRIM(WS-RL-USUARIO(WS-J))
                           " " WS-RL-FECHA(WS-J) " "
                           WS-RL-HORA(WS-J)
                           ") SIGUE EN ENVUELO Y LA CORRIDA YA"
                           " TERMINO"
               END-IF
           END-PERFORM.

       CARGAR-CATALOGO.
           OPEN INPUT RUNCAT-FILE
           IF WS-CAT-STATUS = "00"
               MOVE 'N' TO WS-EOF
               PERFORM UNTIL WS-EOF = 'Y'
                   READ RUNCAT-FILE
                       AT END
                           MOVE 'Y' TO WS-EOF
                       NOT AT END
                           PERFORM GUARDAR-CATALOGO
                   END-READ
               END-PERFORM
               CLOSE RUNCAT-FILE
           ELSE
               IF WS-CAT-STATUS NOT = "35"
                   DISPLAY "ERROR ABRIENDO RUNCATAL.DAT, CODIGO "
                           WS-CAT-STATUS
                   MOVE 'S' TO WS-INCOMPLETA
               END-IF
           END-IF.

       GUARDAR-CATALOGO.
           MOVE 0 TO WS-ELEGIDO
           PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > WS-CAT-CANT
               IF WS-CAT-IDENT(WS-I) = RC-IDENT
                   MOVE WS-I TO WS-ELEGIDO
               END-IF
           END-PERFORM
           IF WS-ELEGIDO = 0
               IF WS-CAT-CANT = 1000
                   DISPLAY "RUNCATAL.DAT EXCEDE 1000 IDENTIFICADORES"
                   MOVE 'S' TO WS-INCOMPLETA
                   MOVE 'Y' TO WS-EOF
               ELSE
                   ADD 1 TO WS-CAT-CANT
                   MOVE WS-CAT-CANT TO WS-ELEGIDO
               END-IF
           END-IF
           IF WS-ELEGIDO > 0
               MOVE RC-IDENT       TO WS-CAT-IDENT(WS-ELEGIDO)
               MOVE RC-ARCHIVO-LOG TO WS-CAT-LOG(WS-ELEGIDO)
               MOVE RC-FECHA       TO WS-CAT-FECHA(WS-ELEGIDO)
               MOVE RC-HORA        TO WS-CAT-HORA(WS-ELEGIDO)
           END-IF.

      * El MOVELOG compartido (identificador en blanco) lo pisa
      * cualquier corrida interactiva, no tiene sentido compararlo.
       CARGAR-ARCHIVADOS.
           OPEN INPUT ARCHIDX-FILE
           IF WS-IDX-STATUS = "00"
               MOVE 'N' TO WS-EOF
               PERFORM UNTIL WS-EOF = 'Y'
                   READ ARCHIDX-FILE
                       AT END
                           MOVE 'Y' TO WS-EOF
                       NOT AT END
                           IF RX-IDENT NOT = SPACES
                              AND RX-FECHA >= WS-FECHA-DESDE
                              AND RX-FECHA <= WS-FECHA-HASTA
                               PERFORM GUARDAR-ARCHIVADO
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ARCHIDX-FILE
           ELSE
               IF WS-IDX-STATUS NOT = "35"
                   DISPLAY "ERROR ABRIENDO ARCHINDEX.DAT, CODIGO "
                           WS-IDX-STATUS
                   MOVE 'S' TO WS-INCOMPLETA
               END-IF
           END-IF.

       GUARDAR-ARCHIVADO.
           MOVE 0 TO WS-ELEGIDO
           PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > WS-ARC-CANT
               IF WS-ARC-IDENT(WS-I) = RX-IDENT
                   MOVE WS-I TO WS-ELEGIDO
               END-IF
           END-PERFORM
           IF WS-ELEGIDO = 0
               IF WS-ARC-CANT = 500
                   DISPLAY "ARCHINDEX.DAT EXCEDE 500 IDENTIFICADORES"
                           " EN EL RANGO"
                   MOVE 'S' TO WS-INCOMPLETA
                   MOVE 'Y' TO WS-EOF
               ELSE
                   ADD 1 TO WS-ARC-CANT
                   MOVE WS-ARC-CANT TO WS-ELEGIDO
               END-IF
           END-IF
           IF WS-ELEGIDO > 0
               MOVE RX-IDENT TO WS-ARC-IDENT(WS-ELEGIDO)
               MOVE RX-FECHA TO WS-ARC-FECHA(WS-ELEGIDO)
               MOVE RX-HORA  TO WS-ARC-HORA(WS-ELEGIDO)
               MOVE RX-MOVS  TO WS-ARC-MOVS(WS-ELEGIDO)
           END-IF.

      * Solo se puede comparar cuando el MOVELOG catalogado es el
      * mismo que se archivo: si el identificador se volvio a
      * catalogar despues del archivado, o el dataset ya se depuro,
      * no hay contra que comparar y queda como no verificado.
       CONCILIAR-ARCHIVADOS.
           PERFORM VARYING WS-J FROM 1 BY 1 UNTIL WS-J > WS-ARC-CANT
               MOVE 0 TO WS-ELEGIDO
               PERFORM VARYING WS-I FROM 1 BY 1
                       UNTIL WS-I > WS-CAT-CANT
                   IF WS-CAT-IDENT(WS-I) = WS-ARC-IDENT(WS-J)
                       MOVE WS-I TO WS-ELEGIDO
                   END-IF
               END-PERFORM
               IF WS-ELEGIDO = 0
                   ADD 1 TO WS-SIN-VERIF
               ELSE
                   IF WS-CAT-FECHA(WS-ELEGIDO) > WS-ARC-FECHA(WS-J)
                      OR (WS-CAT-FECHA(WS-ELEGIDO) = WS-ARC-FECHA(WS-J)
                          AND WS-CAT-HORA(WS-ELEGIDO) >
                              WS-ARC-HORA(WS-J))
                       ADD 1 TO WS-SIN-VERIF
                   ELSE
                       PERFORM COMPARAR-MOVELOG
                   END-IF
               END-IF
           END-PERFORM.

       COMPARAR-MOVELOG.
           MOVE WS-CAT-LOG(WS-ELEGIDO) TO WS-NOMBRE-LOG
           MOVE 0 TO WS-MOVS-LOG
           OPEN INPUT MOVELOG-FILE
           IF WS-LOG-STATUS NOT = "00"
               ADD 1 TO WS-SIN-VERIF
           ELSE
               MOVE 'N' TO WS-EOF
               PERFORM UNTIL WS-EOF = 'Y'
                   READ MOVELOG-FILE
                       AT END
                           MOVE 'Y' TO WS-EOF
                       NOT AT END
                           IF MOVELOG-REGISTRO(1:1) NOT = '#'
                               ADD 1 TO WS-MOVS-LOG
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE MOVELOG-FILE
               IF WS-MOVS-LOG NOT = WS-ARC-MOVS(WS-J)
                   ADD 1 TO WS-DIF-ARCHIVO
                   DISPLAY "DESCUADRE: " WS-ARC-IDENT(WS-J) " MOVELOG "
                           FUNCTION TRIM(WS-NOMBRE-LOG) " TIENE "
                           WS-MOVS-LOG " MOVIMIENTOS, ARCHIVADOS "
                           WS-ARC-MOVS(WS-J)
               END-IF
           END-IF.
       END PROGRAM CONCILIA.
