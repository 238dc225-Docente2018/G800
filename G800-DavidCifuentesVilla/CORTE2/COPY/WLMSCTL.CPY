      * Layout for the LMSCTL indexed control master of the LMS
      * interface.  One record per sequence number EXTRALMS has
      * generated, with the RUNHIST.DAT key range it covers, its
      * control totals and its acknowledgement state, which ACUSELMS
      * updates from the file the LMS sends back.  The ranges of
      * consecutive sequences are contiguous, so no run goes out
      * twice and none is skipped; RUNHISTROL does not purge a run
      * until the sequence that carries it has been accepted.
      * Include this member right after the FD paragraph:
      *     FD  LMSCTL-FILE.
      *     COPY WLMSCTL.
      * LX-SECUENCIA es la clave primaria.
       01 LMSCTL-REGISTRO.
           05 LX-SECUENCIA        PIC 9(6).
      * Fecha y hora en que se genero la secuencia por primera vez.
           05 LX-FECHA            PIC 9(8).
           05 LX-HORA             PIC 9(8).
      * Rango de claves RH-RUN-ID: desde excluido (el hasta de la
      * secuencia anterior, ceros en la primera) y hasta incluido
      * (igual al desde en una secuencia sin corridas).
           05 LX-DESDE.
               10 LX-DESDE-FECHA  PIC 9(8).
               10 LX-DESDE-HORA   PIC 9(8).
           05 LX-HASTA.
               10 LX-HASTA-FECHA  PIC 9(8).
               10 LX-HASTA-HORA   PIC 9(8).
           05 LX-REGISTROS        PIC 9(6).
           05 LX-MOVS             PIC 9(10).
      * 'E' enviada, esperando acuse; 'A' aceptada por el LMS; 'R'
      * rechazada, EXTRALMS la reenvia en el proximo ciclo.
           05 LX-ESTADO           PIC X.
           05 LX-ENVIOS           PIC 9(2).
           05 LX-FECHA-ENVIO      PIC 9(8).
           05 LX-FECHA-ACUSE      PIC 9(8).
      * Motivo del ultimo rechazo, tal como lo informo el LMS.
           05 LX-MOTIVO           PIC X(40).
