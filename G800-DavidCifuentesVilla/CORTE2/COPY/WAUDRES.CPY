      * Layout for the AUDITRES sequential file of per-run audit
      * results.  AUDITLOG rewrites it on every pass over a MOVELOG
      * (dataset named through NOMARCH with base AUDITRES, so each
      * lot identifier has its own) with one record per run found in
      * the log, in log order, so a reader can tell which run of a
      * lot audited clean and which did not.  Include this member
      * right after the FD paragraph:
      *     FD  AUDITRES-FILE.
      *     COPY WAUDRES.
       01 AUDITRES-REGISTRO.
      * Numero de corrida dentro del log (1 = la primera).
           05 AR-CORRIDA          PIC 9(4).
           05 FILLER              PIC X VALUE SPACE.
           05 AR-IDENT            PIC X(8).
           05 FILLER              PIC X VALUE SPACE.
      * Solver y discos de la cabecera; espacios y cero en un log
      * anterior a la cabecera.
           05 AR-SOLVER           PIC X(12).
           05 FILLER              PIC X VALUE SPACE.
           05 AR-NDISCOS          PIC 9(2).
           05 FILLER              PIC X VALUE SPACE.
           05 AR-MOVS             PIC 9(6).
           05 FILLER              PIC X VALUE SPACE.
           05 AR-EXCEPCIONES      PIC 9(6).
           05 FILLER              PIC X VALUE SPACE.
      * "OK" o "EXCEPCION".
           05 AR-RESULTADO        PIC X(9).
