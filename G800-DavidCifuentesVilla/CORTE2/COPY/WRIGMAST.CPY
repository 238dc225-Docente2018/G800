      * hardcoded limits: peg count, maximum disks the rack holds and
      * the in-service flag.  Maintained by RIGMANT, read through
      * RIGGET; the rig identifier travels into each RUNHIST record
      * so RIGUTIL can report utilization per rig, and the rig's
      * charge per run feeds the monthly chargeback of CARGOMES.
      * The preventive maintenance plan (service interval in moves,
      * move odometer fed by RIGMOVS, last service date and odometer
      * reading) is logged by RIGPREV and checked through RIGSERV.
      * Include this member right after the FD paragraph:
      *     FD  RIGMAST-FILE.
      *     COPY WRIGMAST.
      * RG-ID es la clave primaria.
      * 'S' en servicio; 'N' retirado (se conserva el registro para
      * que el historial siga resolviendo la descripcion).
           05 RG-ACTIVO           PIC X.
      * Cargo fijo por corrida lanzada en el rig (moneda local, dos
      * decimales); cero = el rig no se factura aparte.
           05 RG-TARIFA           PIC 9(5)V99.
      * Plan de mantenimiento preventivo: intervalo de servicio en
      * movimientos (cero = rig sin plan, nunca vence).
           05 RG-INTERVALO        PIC 9(6).
      * Cuentamovimientos del rig: total de movimientos corridos en
      * el, acumulado por RIGMOVS al cierre de cada corrida o sesion.
           05 RG-MOVS-TOTAL       PIC 9(9).
      * Ultimo servicio asentado por RIGPREV: fecha (cero = nunca) y
      * lectura del cuentamovimientos en ese momento; lo corrido
      * desde el servicio es RG-MOVS-TOTAL - RG-MOVS-SERVICIO.
           05 RG-FECHA-SERVICIO   PIC 9(8).
           05 RG-MOVS-SERVICIO    PIC 9(9).
