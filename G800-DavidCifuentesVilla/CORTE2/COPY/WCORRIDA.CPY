      * Run context shared through EXTERNAL storage between a driver
      * and the solver it CALLs, for what the solver LINKAGE does not
      * carry but the MOVELOG run header records: the driver moves
      * the rig of the run (spaces when it runs without one) here
      * right before the CALL.  Include this member in
      * WORKING-STORAGE:
      *     COPY WCORRIDA.
       01 CORRIDA-CONTEXTO EXTERNAL.
           05 CORRIDA-RIG         PIC X(8).
