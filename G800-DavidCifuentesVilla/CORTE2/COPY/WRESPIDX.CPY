      * Layout for the RESPIDX sequential index of master backups.
      * RESPALDO appends one record per backup written (master,
      * date, time, dataset and the trailer's control totals); the
      * last record of a master points at its last backup, which is
      * what RESPALDO verifies against and what RUNHISTROL checks
      * before purging.  Include this member right after the FD
      * paragraph:
      *     FD  RESPIDX-FILE.
      *     COPY WRESPIDX.
       01 RESPIDX-REGISTRO.
           05 RPX-FECHA           PIC 9(8).
           05 FILLER              PIC X VALUE SPACE.
           05 RPX-HORA            PIC 9(8).
           05 FILLER              PIC X VALUE SPACE.
           05 RPX-MAESTRO         PIC X(8).
           05 FILLER              PIC X VALUE SPACE.
           05 RPX-ARCHIVO         PIC X(30).
           05 FILLER              PIC X VALUE SPACE.
           05 RPX-REGISTROS       PIC 9(8).
           05 FILLER              PIC X VALUE SPACE.
           05 RPX-HASH-CLAVES     PIC 9(15).
           05 FILLER              PIC X VALUE SPACE.
           05 RPX-SUMA-IMPORTES   PIC 9(13)V99.
