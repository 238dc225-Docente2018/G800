           05 TI-HORA-INICIO      PIC 9(8).
           05 FILLER              PIC X VALUE SPACE.
           05 TI-HORA-FIN         PIC 9(8).
      * Identificador de corrida, para enlazar con RUNHIST (RH-IDENT
      * y RH-HORA-INICIO); espacios en las lineas anteriores al
      * campo y en las corridas sin identificador.
           05 FILLER              PIC X VALUE SPACE.
           05 TI-IDENT            PIC X(8).
