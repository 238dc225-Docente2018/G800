      * Layout for the ORDSERV sequential file of rig service work
      * orders.  RIGPREV appends one record per preventive service
      * logged on a rig: order number, when and by whom it was
      * logged, the technician and the work done, and the rig's move
      * odometer at the service with the moves run in the cycle that
      * the service closes.  The same service also updates the last
      * service date and reading in RIGMAST.DAT.  Include this member
      * right after the FD paragraph:
      *     FD  ORDSERV-FILE.
      *     COPY WORDSERV.
       01 ORDSERV-REGISTRO.
      * Numero correlativo de la orden, asignado por RIGPREV.
           05 OS-NUMERO           PIC 9(6).
           05 FILLER              PIC X VALUE SPACE.
           05 OS-FECHA            PIC 9(8).
           05 FILLER              PIC X VALUE SPACE.
           05 OS-HORA             PIC 9(8).
           05 FILLER              PIC X VALUE SPACE.
           05 OS-RIG              PIC X(8).
           05 FILLER              PIC X VALUE SPACE.
      * Usuario de la sesion que asento la orden.
           05 OS-USUARIO          PIC X(8).
           05 FILLER              PIC X VALUE SPACE.
           05 OS-TECNICO          PIC X(20).
           05 FILLER              PIC X VALUE SPACE.
      * Cuentamovimientos del rig al servicio, movimientos corridos
      * desde el servicio anterior e intervalo vigente del plan.
           05 OS-MOVS-TOTAL       PIC 9(9).
           05 FILLER              PIC X VALUE SPACE.
           05 OS-MOVS-CICLO       PIC 9(9).
           05 FILLER              PIC X VALUE SPACE.
           05 OS-INTERVALO        PIC 9(6).
           05 FILLER              PIC X VALUE SPACE.
           05 OS-TRABAJO          PIC X(40).
