           05 ML-DESDE            PIC 9(1).
           05 FILLER              PIC X VALUE SPACE.
           05 ML-HASTA            PIC 9(1).
      * A line with '#' in column 1 is a control record, not a move.
      * Writers build it in MOVELOG-CONTROL (or in one of the layouts
      * below); readers test MOVELOG-REGISTRO(1:1) and hand the line
      * to VERIFLOG, which checks each run against its trailer.
       01 MOVELOG-CONTROL.
           05 MC-MARCA            PIC X(2).
           05 MC-TEXTO            PIC X(78).
      * Run header, the first record of every run: who solved it,
      * how many disks, the towers (DESDE AUXIL AUXIL2 HASTA, AUXIL2
      * 0 on three towers), the rig, and the starting rack as the
      * tower of disks 1 to 13 (one digit per disk, spaces past the
      * disk count).  Logs written before the header existed simply
      * start with their first move.
       01 MOVELOG-CABECERA.
           05 MH-ETIQUETA         PIC X(10).
           05 FILLER              PIC X.
           05 MH-CORRIDA          PIC X(8).
           05 FILLER              PIC X.
           05 MH-SOLVER           PIC X(12).
           05 FILLER              PIC X.
           05 MH-NDISCOS          PIC 9(2).
           05 FILLER              PIC X.
           05 MH-DESDE            PIC 9(1).
           05 MH-AUXIL            PIC 9(1).
           05 MH-AUXIL2           PIC 9(1).
           05 MH-HASTA            PIC 9(1).
           05 FILLER              PIC X.
           05 MH-RIG              PIC X(8).
           05 FILLER              PIC X.
           05 MH-REPARTO          PIC X(13).
      * Run trailer, the last record of every run: the move count
      * and a hash total over the moves, the sum of
      * ML-DISCO * 100 + ML-DESDE * 10 + ML-HASTA of every move of
      * the run.  A reader that does not reach the same figures has
      * a truncated or hand-edited log.
       01 MOVELOG-CIERRE.
           05 MT-ETIQUETA         PIC X(10).
           05 FILLER              PIC X.
           05 MT-CORRIDA          PIC X(8).
           05 FILLER              PIC X.
           05 MT-MOVS             PIC 9(6).
           05 FILLER              PIC X.
           05 MT-HASH             PIC 9(10).
