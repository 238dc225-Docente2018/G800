      *          arithmetic: a driver that computes 2^N - 1 on its
      *          own will score a legal four-peg solution as
      *          "ALERTA, NO COINCIDE".
      *          ADYACENTE 'S' is the adjacent-towers-only variant of
      *          the 3-peg rig (MOVERDISCOA), whose optimum between
      *          the two end towers is 3^N - 1; it only fits the PIC
      *          9(4) minimum up to 8 disks, so beyond that the
      *          answer is 0, the same "no minimum" as a disk count
      *          out of range.  Any other ADYACENTE value is the
      *          classic puzzle.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       01 NDISCOS         PIC 9(2).
       01 NTORRES         PIC 9(1).
       01 MINIMO          PIC 9(4).
       01 ADYACENTE       PIC X.
       PROCEDURE DIVISION USING NDISCOS, NTORRES, MINIMO, ADYACENTE.
           IF NDISCOS < 1 OR NDISCOS > 13
               MOVE 0 TO MINIMO
               GOBACK
           END-IF
           IF ADYACENTE = 'S'
               IF NDISCOS > 8
                   MOVE 0 TO MINIMO
               ELSE
                   COMPUTE MINIMO = (3 ** NDISCOS) - 1
               END-IF
               GOBACK
           END-IF
           IF NTORRES = 4
               PERFORM CALCULAR-FRAME-STEWART
               MOVE WS-FS(NDISCOS) TO MINIMO
