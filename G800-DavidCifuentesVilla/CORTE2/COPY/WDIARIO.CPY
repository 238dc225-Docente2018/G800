      * Layout for the DIARIOOP sequential journal of operator
      * actions.  DIARIOREG appends one record per change made from a
      * maintenance or purge program (rig alta/modificar/baja, rig
      * preventive service, catalog and dataset purge, stale lock
      * release, archive generation purge, run-history detail purge,
      * master reload) with who did it, from which program, on which
      * key, and the values before and after the change or the
      * dataset that was deleted.  DIARIOINQ lists it.  Include
      * this member right after the FD paragraph:
      *     FD  DIARIO-FILE.
      *     COPY WDIARIO.
       01 DIARIO-REGISTRO.
           05 DJ-FECHA            PIC 9(8).
           05 FILLER              PIC X VALUE SPACE.
           05 DJ-HORA             PIC 9(8).
           05 FILLER              PIC X VALUE SPACE.
           05 DJ-USUARIO          PIC X(8).
           05 FILLER              PIC X VALUE SPACE.
           05 DJ-PROGRAMA         PIC X(12).
           05 FILLER              PIC X VALUE SPACE.
      * ALTA, MODIFICAR, BAJA, PURGA, LIBERAR, RECARGA o SERVICIO.
           05 DJ-ACCION           PIC X(10).
           05 FILLER              PIC X VALUE SPACE.
      * Clave del objeto tocado: rig, identificador de corrida o
      * RH-RUN-ID segun el programa.
           05 DJ-CLAVE            PIC X(30).
           05 FILLER              PIC X VALUE SPACE.
      * Dataset borrado por una purga; espacios si no se borro nada.
           05 DJ-DATASET          PIC X(30).
           05 FILLER              PIC X VALUE SPACE.
      * Imagen antes y despues del cambio; en un alta el antes va en
      * blanco y en una purga el despues dice BORRADO.
           05 DJ-ANTES            PIC X(60).
           05 FILLER              PIC X VALUE SPACE.
           05 DJ-DESPUES          PIC X(60).
