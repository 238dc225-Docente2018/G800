      * Layout for the dated backup of an indexed master written by
      * RESPALDO (RUNHIST-AAAAMMDD.BAK, RUNSTAT-AAAAMMDD.BAK,
      * RIGMAST-AAAAMMDD.BAK).  Fixed-format, no separators: one
      * header record naming the master and its record length, one
      * detail record per master record in key order carrying the
      * record image as is, and one trailer record with the control
      * totals RESPALDO checks before reloading or verifying.  The
      * first byte tells the record type.  Include this member right
      * after the FD paragraph:
      *     FD  RESP-FILE.
      *     COPY WRESP.
      * Cabecera: maestro descargado, fecha y hora de la descarga y
      * largo del registro del maestro en ese momento.
       01 RESP-CABECERA.
           05 RPH-TIPO            PIC X.
           05 RPH-MAESTRO         PIC X(8).
           05 RPH-FECHA           PIC 9(8).
           05 RPH-HORA            PIC 9(8).
           05 RPH-LARGO           PIC 9(3).
           05 FILLER              PIC X(102).
      * Detalle: imagen del registro del maestro, alineada a la
      * izquierda y completada con espacios.
       01 RESP-DETALLE.
           05 RPD-TIPO            PIC X.
           05 RPD-DATOS           PIC X(129).
      * Cierre: cantidad de registros de detalle, hash de las claves
      * (suma de cada caracter de la clave por su posicion) y suma
      * de los importes del maestro (movimientos en RUNHIST y
      * RUNSTAT, cargo por corrida en RIGMAST).
       01 RESP-CIERRE.
           05 RPT-TIPO            PIC X.
           05 RPT-REGISTROS       PIC 9(8).
           05 RPT-HASH-CLAVES     PIC 9(15).
           05 RPT-SUMA-IMPORTES   PIC 9(13)V99.
           05 FILLER              PIC X(91).
