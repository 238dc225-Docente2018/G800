      * Layout for the SESIONES sequential scorecard file written by
      * TORRESMANU.  One record per manual session played by a
      * registered trainee: the disk and tower count, the accepted
      * moves against the MINIMOV optimum, the attempts the referee
      * rejected (that until now only flashed by as "JUGADA
      * RECHAZADA") and the elapsed time, plus the ladder level the
      * session was played at and whether it promoted the trainee.
      * CERTINF prints the certification report over this file.
      * Include this member right after the FD paragraph:
      *     FD  SESION-FILE.
      *     COPY WSESION.
       01 SESION-REGISTRO.
           05 SE-FECHA            PIC 9(8).
           05 FILLER              PIC X VALUE SPACE.
           05 SE-HORA             PIC 9(8).
           05 FILLER              PIC X VALUE SPACE.
           05 SE-ALUMNO           PIC X(8).
           05 FILLER              PIC X VALUE SPACE.
           05 SE-GRUPO            PIC X(8).
           05 FILLER              PIC X VALUE SPACE.
           05 SE-CORRIDA-ID       PIC X(8).
           05 FILLER              PIC X VALUE SPACE.
      * HUMANO o HUMANOPOS, el mismo rotulo que viaja a RUNHIST.
           05 SE-SOLVER           PIC X(12).
           05 FILLER              PIC X VALUE SPACE.
           05 SE-NDISCOS          PIC 9(2).
           05 FILLER              PIC X VALUE SPACE.
           05 SE-NTORRES          PIC 9(1).
           05 FILLER              PIC X VALUE SPACE.
           05 SE-MOVS             PIC 9(4).
           05 FILLER              PIC X VALUE SPACE.
           05 SE-MINIMO           PIC 9(4).
           05 FILLER              PIC X VALUE SPACE.
           05 SE-RECHAZOS         PIC 9(4).
           05 FILLER              PIC X VALUE SPACE.
      * Duracion de la sesion en segundos, medianoche ya ajustada.
           05 SE-SEGUNDOS         PIC 9(6).
           05 FILLER              PIC X VALUE SPACE.
           05 SE-RESULTADO        PIC X(6).
           05 FILLER              PIC X VALUE SPACE.
      * Nivel de la escalera con el que se jugo y 'S' cuando esta
      * sesion completo las optimas del nivel y ascendio al alumno.
           05 SE-NIVEL            PIC 9(2).
           05 FILLER              PIC X VALUE SPACE.
           05 SE-ASCENSO          PIC X.
           05 FILLER              PIC X VALUE SPACE.
           05 SE-RIG              PIC X(8).
