      * Layout for the acknowledgement file the learning-management
      * system sends back for the LMS interface (LMSACK.DAT).
      * Fixed-format, no separators, 80 bytes: one record per
      * sequence number it processed, accepted or rejected, with the
      * detail count it loaded and the reason of a rejection.
      * ACUSELMS reads it and updates LMSCTL.DAT.  Include this member
      * right after the FD paragraph:
      *     FD  ACUSE-FILE.
      *     COPY WLMSACK.
       01 ACUSE-REGISTRO.
           05 AK-SECUENCIA        PIC 9(6).
      * 'A' aceptada, 'R' rechazada.
           05 AK-ESTADO           PIC X.
           05 AK-REGISTROS        PIC 9(6).
           05 AK-FECHA            PIC 9(8).
           05 AK-MOTIVO           PIC X(40).
           05 FILLER              PIC X(19).
