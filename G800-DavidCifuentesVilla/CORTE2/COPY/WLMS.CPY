      * Layout for the daily interface file that EXTRALMS hands to the
      * training department's learning-management system
      * (LMS-nnnnnn.DAT, nnnnnn = sequence number).  Fixed-format, no
      * separators, 80 bytes: one header record, one detail record
      * per run or manual session registered in RUNHIST.DAT since the
      * previous sequence, and one trailer record with the control
      * counts and totals the LMS checks before loading.  The first
      * byte tells the record type.  Include this member right after
      * the FD paragraph:
      *     FD  LMS-FILE.
      *     COPY WLMS.
      * Cabecera: fecha del extracto, numero de secuencia, hora y
      * marca de reenvio ('S' cuando la secuencia vuelve a salir
      * despues de un rechazo, con el mismo numero y contenido).
       01 LMS-CABECERA.
           05 LH-TIPO             PIC X.
           05 LH-FECHA            PIC 9(8).
           05 LH-SECUENCIA        PIC 9(6).
           05 LH-HORA             PIC 9(8).
           05 LH-REENVIO          PIC X.
           05 FILLER              PIC X(56).
      * Detalle: una corrida o sesion manual; LD-FECHA + LD-HORA es
      * la clave RH-RUN-ID del registro en RUNHIST.DAT y el LMS la usa
      * para no cargar dos veces la misma corrida.  Las sesiones
      * manuales de TORRESMANU vienen con solver HUMANO o HUMANOPOS.
       01 LMS-DETALLE.
           05 LD-TIPO             PIC X.
           05 LD-FECHA            PIC 9(8).
           05 LD-HORA             PIC 9(8).
           05 LD-IDENT            PIC X(8).
           05 LD-SOLVER           PIC X(12).
           05 LD-NDISCOS          PIC 9(2).
           05 LD-NTORRES          PIC 9(1).
           05 LD-MOVS             PIC 9(6).
           05 LD-MINIMO           PIC 9(6).
           05 LD-RESULTADO        PIC X(6).
           05 LD-RIG              PIC X(8).
           05 FILLER              PIC X(14).
      * Cierre: cantidad de detalles (corridas de solver y sesiones
      * manuales por separado) y totales de movimientos y de
      * minimos; debe cuadrar con la suma de los detalles.
       01 LMS-CIERRE.
           05 LT-TIPO             PIC X.
           05 LT-SECUENCIA        PIC 9(6).
           05 LT-REGISTROS        PIC 9(6).
           05 LT-CORRIDAS         PIC 9(6).
           05 LT-SESIONES         PIC 9(6).
           05 LT-MOVS             PIC 9(10).
           05 LT-MINIMOS          PIC 9(10).
           05 FILLER              PIC X(35).
