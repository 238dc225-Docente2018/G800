      * Layout for the ALUMNOS indexed trainee master.  One record per
      * trainee that plays manual sessions in TORRESMANU, with the
      * group the instructors certify together and the rung of the
      * certification ladder the trainee stands on.  Maintained by
      * ALUMANT; TORRESMANU reads it when a session starts to cap the
      * disk count at the trainee's level and rewrites it when a
      * session earns ladder credit.  Include this member right after
      * the FD paragraph:
      *     FD  ALUMNO-FILE.
      *     COPY WALUMNO.
      * AL-ID es la clave primaria.
       01 ALUMNO-REGISTRO.
           05 AL-ID               PIC X(8).
           05 AL-NOMBRE           PIC X(30).
           05 AL-GRUPO            PIC X(8).
      * Nivel actual de la escalera: cantidad maxima de discos que el
      * alumno puede jugar.  Se sube de a uno al juntar las sesiones
      * en el optimo que pide ESCALERA.PRM jugando justo este nivel.
           05 AL-NIVEL            PIC 9(2).
      * Sesiones en el optimo acumuladas en el nivel actual; vuelve a
      * cero en cada ascenso.
           05 AL-OPTIMAS          PIC 9(2).
      * 'S' activo; 'N' dado de baja (se conserva el registro para que
      * las planillas viejas sigan resolviendo nombre y grupo).
           05 AL-ACTIVO           PIC X.
