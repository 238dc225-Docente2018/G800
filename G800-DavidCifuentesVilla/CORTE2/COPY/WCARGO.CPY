      * Layout for the monthly chargeback interface file that
      * CARGOMES hands to finance (CARGO-AAAAMM.DAT).  Fixed-format,
      * no separators, amounts unsigned with two implied decimals:
      * one header record, one detail record per cost center and one
      * trailer record with the control totals finance checks before
      * posting.  The first byte tells the record type.  Include this
      * member right after the FD paragraph:
      *     FD  CARGO-FILE.
      *     COPY WCARGO.
      * Cabecera: mes facturado y fecha y hora en que se genero.
       01 CARGO-CABECERA.
           05 CH-TIPO             PIC X.
           05 CH-MES              PIC 9(6).
           05 CH-FECHA-GEN        PIC 9(8).
           05 CH-HORA-GEN         PIC 9(8).
           05 FILLER              PIC X(57).
      * Detalle: un registro por centro de costo con lo facturado en
      * el mes, desglosado por concepto.
       01 CARGO-DETALLE.
           05 CD-TIPO             PIC X.
           05 CD-MES              PIC 9(6).
           05 CD-CENTRO           PIC X(8).
           05 CD-CORRIDAS         PIC 9(6).
           05 CD-MOVS             PIC 9(9).
           05 CD-MINUTOS          PIC 9(7)V99.
           05 CD-IMP-MOVS         PIC 9(8)V99.
           05 CD-IMP-MINUTOS      PIC 9(8)V99.
           05 CD-IMP-RIGS         PIC 9(8)V99.
           05 CD-IMPORTE          PIC 9(9)V99.
      * Cierre: cantidad de registros de detalle, corridas e importe
      * total; debe cuadrar con la suma de los detalles.
       01 CARGO-CIERRE.
           05 CT-TIPO             PIC X.
           05 CT-MES              PIC 9(6).
           05 CT-CENTROS          PIC 9(6).
           05 CT-CORRIDAS         PIC 9(8).
           05 CT-IMPORTE          PIC 9(11)V99.
           05 FILLER              PIC X(46).
