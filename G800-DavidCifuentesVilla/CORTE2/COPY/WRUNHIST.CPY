      * Rig fisico en el que corrio (clave de WRIGMAST); espacios en
      * las corridas lanzadas sin indicar rig.
           05 RH-RIG              PIC X(8).
      * Identificador de corrida (el de NOMARCH / RUNCATAL, espacios
      * en las corridas sin identificador) y hora de inicio de la
      * ejecucion: junto con la fecha enlazan el registro con su
      * TIEMPOS, su catalogo y su lock de ENVUELO.  Espacios y cero en
      * los registros anteriores a estos campos.
           05 RH-IDENT            PIC X(8).
           05 RH-HORA-INICIO      PIC 9(8).
