      ******************************************************************
      * Author:
      * Date:
      * Purpose: Add the moves of one finished run or manual session
      *          to the move odometer (RG-MOVS-TOTAL) of its rig in
      *          RIGMAST.DAT.  Every driver (TORRES, TORRESITER, each
      *          TORRESLOTE line, TORRESMANU) CALLs this right after
      *          USOREG; RIGSERV measures the moves since the last
      *          service against this odometer, so the preventive
      *          maintenance plan follows what the rig actually ran
      *          and not a history that RUNHISTROL rolls up.  A blank
      *          rig (run without rig) or a rig that is not in the
      *          master is silently ignored.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RIGMOVS.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RIGMAST-FILE ASSIGN TO "RIGMAST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RG-ID
               FILE STATUS IS WS-RG-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  RIGMAST-FILE.
       COPY WRIGMAST.
       WORKING-STORAGE SECTION.
       01 WS-RG-STATUS    PIC XX.
       LINKAGE SECTION.
       01 RIG-ID          PIC X(8).
       01 CONTADOR        PIC 9(4).
       PROCEDURE DIVISION USING RIG-ID, CONTADOR.
           IF RIG-ID = SPACES
               GOBACK
           END-IF
           OPEN I-O RIGMAST-FILE
           IF WS-RG-STATUS NOT = "00"
               DISPLAY "ERROR ABRIENDO RIGMAST.DAT, CODIGO "
                       WS-RG-STATUS
               GOBACK
           END-IF
           MOVE RIG-ID TO RG-ID
           READ RIGMAST-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   ADD CONTADOR TO RG-MOVS-TOTAL
                   REWRITE RIGMAST-REGISTRO
                   IF WS-RG-STATUS NOT = "00"
                       DISPLAY "ERROR GRABANDO EN RIGMAST.DAT,"
                               " CODIGO " WS-RG-STATUS
                   END-IF
           END-READ
           CLOSE RIGMAST-FILE
           GOBACK.
       END PROGRAM RIGMOVS.
