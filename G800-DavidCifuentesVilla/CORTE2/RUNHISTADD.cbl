       01 MINIMO       PIC 9(4).
       01 RESULTADO    PIC X(6).
       01 RIG          PIC X(8).
       01 IDENT        PIC X(8).
       01 HORA-INICIO  PIC 9(8).
       PROCEDURE DIVISION USING SOLVER, NDISCOS, DESDE,
                                 AUXIL, AUXIL2, HASTA, CONTADOR,
                                 MINIMO, RESULTADO, RIG, IDENT,
                                 HORA-INICIO.
           OPEN I-O RUNHIST-FILE
      * Estado 35: el maestro todavia no existe; se crea vacio y se
      * reabre en I-O para el primer registro de la instalacion.
           MOVE MINIMO    TO RH-MINIMO
           MOVE RESULTADO TO RH-RESULTADO
           MOVE RIG       TO RH-RIG
           MOVE IDENT     TO RH-IDENT
           MOVE HORA-INICIO TO RH-HORA-INICIO

      * Dos corridas registradas en la misma centesima de segundo
      * chocan en la clave; se corre la hora un tic y se reintenta,
