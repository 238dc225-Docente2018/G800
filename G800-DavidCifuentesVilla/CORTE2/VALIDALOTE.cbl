      *          bad or duplicate tower tokens) with its line number,
      *          totals the projected moves per valid line (2^N - 1
      *          with three towers, the Frame-Stewart number with
      *          four, 3^N - 1 for the "A" adjacent-towers lines) and
      *          the projected MOVELOG record volume, and
      *          refuses
      *          the lot with RETURN-CODE 8 when the projection
      *          exceeds the batch-window budget configured in
      * linea es "N DESDE AUXIL AUXIL2 HASTA" y TOK-HASTA pasa a ser
      * el segundo auxiliar.
       01 TOK-EXTRA         PIC X(2).
      * Solicitante opcional al final de la linea ("N ... @USUARIO",
      * lo agrega SOLICLOTE con el que pidio la corrida): aca solo
      * se separa antes de partir la linea en tokens y se controla su
      * largo; el que lo lleva al registro de uso es TORRESLOTE.
       01 WS-LINEA-PARAM    PIC X(20).
       01 WS-TOK-SOLIC      PIC X(20).
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
           MOVE SPACES TO TOK-AUXIL
           MOVE SPACES TO TOK-HASTA
           MOVE SPACES TO TOK-EXTRA
           MOVE SPACES TO WS-LINEA-PARAM
           MOVE SPACES TO WS-TOK-SOLIC
           UNSTRING PARAM-REGISTRO DELIMITED BY "@"
               INTO WS-LINEA-PARAM, WS-TOK-SOLIC
           END-UNSTRING
           UNSTRING WS-LINEA-PARAM DELIMITED BY ALL SPACE
               INTO NDISCOS, TOK-DESDE, TOK-AUXIL, TOK-HASTA,
                    TOK-EXTRA
           END-UNSTRING
                       " DISCOS INVALIDA: " PARAM-REGISTRO
               ADD 1 TO WS-LINEAS-MAL
           ELSE
             IF FUNCTION LENGTH(FUNCTION TRIM(WS-TOK-SOLIC)) > 8
               DISPLAY "LINEA " WS-LINEA-NRO " RECHAZADA, SOLICITANTE"
                       " EXCEDE 8 CARACTERES: " PARAM-REGISTRO
               ADD 1 TO WS-LINEAS-MAL
             ELSE
               MOVE WS-NUM TO NDISCOS-VALOR
               PERFORM VALIDAR-TORRES-LINEA
               IF TORRE-VALIDA NOT = 'Y'
                           " INVALIDAS O REPETIDAS: " PARAM-REGISTRO
                   ADD 1 TO WS-LINEAS-MAL
               ELSE
                 IF MODO-ADYACENTE = 'S'
                    AND NDISCOS-VALOR > MAX-DISCOS-ADYACENTE
                   DISPLAY "LINEA " WS-LINEA-NRO " RECHAZADA, LA"
                           " VARIANTE ADYACENTE ADMITE HASTA "
                           MAX-DISCOS-ADYACENTE " DISCOS: "
                           PARAM-REGISTRO
                   ADD 1 TO WS-LINEAS-MAL
                 ELSE
                   ADD 1 TO WS-LINEAS-OK
      * Con 4 torres el costo optimo es el numero de Frame-Stewart,
      * no 2^N-1; MINIMOV es el dueno de esa cuenta.
                   CALL "MINIMOV" USING NDISCOS-VALOR, NUMTORRES,
                                         WS-MOVS-LINEA, MODO-ADYACENTE
                   ADD WS-MOVS-LINEA TO WS-MOVS-TOTAL
                 END-IF
               END-IF
             END-IF
           END-IF.

       VALIDAR-TORRES-LINEA.
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
