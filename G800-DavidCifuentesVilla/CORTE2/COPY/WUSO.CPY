      * Layout for the USOS sequential file of billable usage.  One
      * record per run (TORRES, TORRESITER, each TORRESLOTE line) or
      * manual session (TORRESMANU), appended by USOREG when the run
      * ends, with who asked for it and the cost center that pays
      * for it: until now the user only lived in the ENVUELO lock,
      * which RUNLOCKCLR erases at the end of the run.  CARGOMES
      * prices this file at month end.  Include this member right
      * after the FD paragraph:
      *     FD  USO-FILE.
      *     COPY WUSO.
       01 USO-REGISTRO.
           05 US-FECHA            PIC 9(8).
           05 FILLER              PIC X VALUE SPACE.
      * Horas en HHMMSSCC, las mismas que el driver pasa a CRONOREG;
      * enlazan el uso con su registro de TIEMPOS.DAT (fecha,
      * identificador y hora de inicio).
           05 US-HORA-INICIO      PIC 9(8).
           05 FILLER              PIC X VALUE SPACE.
           05 US-HORA-FIN         PIC 9(8).
           05 FILLER              PIC X VALUE SPACE.
           05 US-IDENT            PIC X(8).
           05 FILLER              PIC X VALUE SPACE.
           05 US-SOLVER           PIC X(12).
           05 FILLER              PIC X VALUE SPACE.
           05 US-NDISCOS          PIC 9(2).
           05 FILLER              PIC X VALUE SPACE.
           05 US-NTORRES          PIC 9(1).
           05 FILLER              PIC X VALUE SPACE.
           05 US-MOVS             PIC 9(6).
           05 FILLER              PIC X VALUE SPACE.
      * Rig de la corrida; espacios = sin rig.
           05 US-RIG              PIC X(8).
           05 FILLER              PIC X VALUE SPACE.
      * Usuario que pidio la corrida (el solicitante de la linea del
      * lote, o el de la sesion) y su centro de costo segun
      * CENTROS.PRM; "SIN-CC" cuando el usuario no esta asignado.
           05 US-USUARIO          PIC X(8).
           05 FILLER              PIC X VALUE SPACE.
           05 US-CENTRO           PIC X(8).
