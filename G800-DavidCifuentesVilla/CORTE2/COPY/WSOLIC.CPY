      * Layout for the SOLICITUD indexed master of run requests.  One
      * record per run an instructor or analyst asks operations for:
      * who asked, what to run (disks, towers, adjacent variant), on
      * which rig if it matters and for when.  Entered and queried
      * through SOLICMNT; SOLICLOTE picks the pending ones each night
      * to build TORRESLOTE.PRM and SOLICCIERRE closes them from
      * RUNHIST and the AUDITLOG result once CADENALOTE has run.
      * Include this member right after the FD paragraph:
      *     FD  SOLICITUD-FILE.
      *     COPY WSOLIC.
      * SQ-NUMERO es la clave primaria (correlativo que asigna
      * SOLICMNT en el alta).
       01 SOLICITUD-REGISTRO.
           05 SQ-NUMERO           PIC 9(6).
           05 SQ-SOLICITANTE      PIC X(8).
           05 SQ-NDISCOS          PIC 9(2).
           05 SQ-NTORRES          PIC 9(1).
      * 'S' variante de torres adyacentes (solo con 3 torres).
           05 SQ-ADYACENTE        PIC X.
      * Rig preferido (clave de WRIGMAST); espacios = cualquiera.
           05 SQ-RIG              PIC X(8).
           05 SQ-FECHA-NECESARIA  PIC 9(8).
           05 SQ-FECHA-ALTA       PIC 9(8).
      * Estado de la solicitud:
      *   'P' pendiente, todavia no paso por ningun lote
      *   'G' programada en el lote SQ-LOTE-ID, linea SQ-LINEA
      *   'D' diferida (SQ-MOTIVO dice por que); vuelve a elegirse
      *       la noche siguiente
      *   'C' completada, la corrida termino OK y audito limpia
      *   'F' fallida (SQ-MOTIVO dice por que)
      *   'A' anulada por el solicitante antes de programarse
           05 SQ-ESTADO           PIC X.
           05 SQ-MOTIVO           PIC X(40).
      * Lote en el que se programo: identificador, fecha y hora en
      * que SOLICLOTE armo el parametro, linea de TORRESLOTE.PRM y
      * rig de la noche.  Espacios / ceros mientras no se programa.
           05 SQ-LOTE-ID          PIC X(8).
           05 SQ-FECHA-LOTE       PIC 9(8).
           05 SQ-HORA-LOTE        PIC 9(8).
           05 SQ-LINEA            PIC 9(4).
           05 SQ-RIG-LOTE         PIC X(8).
           05 SQ-FECHA-CIERRE     PIC 9(8).
