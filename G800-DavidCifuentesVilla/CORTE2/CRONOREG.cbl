       01 CONTADOR     PIC 9(4).
       01 HORA-INICIO  PIC 9(8).
       01 HORA-FIN     PIC 9(8).
       01 IDENT        PIC X(8).
       PROCEDURE DIVISION USING SOLVER, NDISCOS, NTORRES, CONTADOR,
                                 HORA-INICIO, HORA-FIN, IDENT.
           OPEN EXTEND TIEMPO-FILE
      * Estado 35: el archivo de tiempos todavia no existe, se crea
      * con este primer registro.
           MOVE CONTADOR    TO TI-MOVS
           MOVE HORA-INICIO TO TI-HORA-INICIO
           MOVE HORA-FIN    TO TI-HORA-FIN
           MOVE IDENT       TO TI-IDENT
           WRITE TIEMPO-REGISTRO

           CLOSE TIEMPO-FILE
