      * Parameters of the VERIFLOG run header / trailer check, for
      * every program that reads a MOVELOG.  Include this member in
      * WORKING-STORAGE and call, with the MOVELOG-CONTROL view of
      * the record just read:
      *     MOVE 'I' TO CL-FUNCION   before the first record,
      *     MOVE 'R' TO CL-FUNCION   for every record read,
      *     MOVE 'F' TO CL-FUNCION   at end of file,
      *     CALL "VERIFLOG" USING CL-FUNCION, MOVELOG-CONTROL,
      *                            CL-TIPO, CL-ESTADO, CL-MENSAJE
      * CL-TIPO comes back 'C' header, 'T' trailer, 'M' move or 'X'
      * any other control record; CL-ESTADO 'N' when the log does not
      * agree with a trailer (or a run lost its trailer), with the
      * detail in CL-MENSAJE.  CL-DISCREPANCIAS is the caller's count.
       01 CL-FUNCION          PIC X.
       01 CL-TIPO             PIC X.
       01 CL-ESTADO           PIC X.
       01 CL-MENSAJE          PIC X(78).
       01 CL-DISCREPANCIAS    PIC 9(4) VALUE 0.
