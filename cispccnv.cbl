      ******************************************************************
      * Author: Lauryn Brown
      * Date: 2026
      * Purpose: One-off conversion of the CISPCTLG script catalog from
      *          the original 138-byte record to the current layout
      *          carrying the script fingerprint, approval and
      *          scheduling attributes. The old catalog is read as
      *          CISPCTLO and a new CISPCTLG is loaded from it; an
      *          existing CISPCTLG is never overwritten
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CISPCCNV.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CISP-CTLO ASSIGN TO "CISPCTLO"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS CTLO-SCRIPT-NAME
               FILE STATUS IS WS-CTLO-FILE-STATUS.
           SELECT CISP-CTLG ASSIGN TO "CISPCTLG"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS CTLG-SCRIPT-NAME
               FILE STATUS IS WS-CTLG-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
           FD CISP-CTLO.
           01 CTLO-RECORD.
               02 CTLO-SCRIPT-NAME PIC X(100).
               02 CTLO-LAST-DATE PIC 9(8).
               02 CTLO-LAST-TIME PIC 9(8).
               02 CTLO-LAST-STATUS PIC X(8).
               02 CTLO-RUN-COUNT PIC 9(7).
               02 CTLO-ERROR-COUNT PIC 9(7).
           FD CISP-CTLG.
           01 CTLG-RECORD.
               02 CTLG-SCRIPT-NAME PIC X(100).
               02 CTLG-LAST-DATE PIC 9(8).
               02 CTLG-LAST-TIME PIC 9(8).
               02 CTLG-LAST-STATUS PIC X(8).
               02 CTLG-RUN-COUNT PIC 9(7).
               02 CTLG-ERROR-COUNT PIC 9(7).
               02 CTLG-FP-RECORDS PIC 9(7).
               02 CTLG-FP-BYTES PIC 9(9).
               02 CTLG-FP-HASH PIC 9(15).
               02 CTLG-FP-DATE PIC 9(8).
               02 CTLG-APPROVED-SW PIC X(1).
                   88 CTLG-APPROVED VALUE 'Y'.
               02 CTLG-APPROVED-BY PIC X(20).
               02 CTLG-APPROVED-DATE PIC 9(8).
               02 CTLG-FREQ PIC X(1).
                   88 CTLG-FREQ-DAILY VALUE 'D'.
                   88 CTLG-FREQ-WEEKLY VALUE 'W'.
                   88 CTLG-FREQ-MONTHEND VALUE 'M'.
                   88 CTLG-FREQ-REQUEST VALUE 'R'.
               02 CTLG-FREQ-DAY PIC 9(1).
               02 CTLG-ACTIVE-SW PIC X(1).
                   88 CTLG-ACTIVE VALUE 'A'.
                   88 CTLG-ON-HOLD VALUE 'H'.
               02 CTLG-OWNER PIC X(20).
               02 CTLG-RUN-OPTIONS PIC X(100).
       WORKING-STORAGE SECTION.
       01 WS-CTLO-FILE-STATUS PIC X(2).
       01 WS-CTLG-FILE-STATUS PIC X(2).
       01 WS-RUN-FILE-ERROR-SW PIC X.
           88 WS-RUN-HAD-FILE-ERROR VALUE 'Y', FALSE 'N'.
       01 WS-FILE-EOF-SW PIC X.
           88 WS-FILE-EOF-YES VALUE 'Y', FALSE 'N'.
       01 WS-CTLO-OPEN-SW PIC X VALUE 'N'.
           88 WS-CTLO-OPEN VALUE 'Y', FALSE 'N'.
       01 WS-CTLG-OPEN-SW PIC X VALUE 'N'.
           88 WS-CTLG-OPEN VALUE 'Y', FALSE 'N'.
       01 WS-CNV-READ PIC 9(7) VALUE 0.
       01 WS-CNV-WRITTEN PIC 9(7) VALUE 0.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           SET WS-RUN-HAD-FILE-ERROR TO FALSE.
           PERFORM OPEN-CATALOG-FILES-PROCEDURE.
           IF NOT WS-RUN-HAD-FILE-ERROR
               PERFORM CONVERT-CATALOG-PROCEDURE
           END-IF.
           IF WS-CTLO-OPEN
               CLOSE CISP-CTLO
           END-IF.
           IF WS-CTLG-OPEN
               CLOSE CISP-CTLG
           END-IF.
           DISPLAY 'CISPCCNV: catalog records read = ' WS-CNV-READ.
           DISPLAY 'CISPCCNV: catalog records written = '
               WS-CNV-WRITTEN.
           IF WS-RUN-HAD-FILE-ERROR
               MOVE 8 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF.
           STOP RUN.
       OPEN-CATALOG-FILES-PROCEDURE.
           OPEN INPUT CISP-CTLG.
           IF WS-CTLG-FILE-STATUS NOT = '35'
               IF WS-CTLG-FILE-STATUS = '00'
                   CLOSE CISP-CTLG
               END-IF
               DISPLAY 'CISPCCNV: CISPCTLG already exists - STATUS '
                   WS-CTLG-FILE-STATUS ' - not converted'
               SET WS-RUN-HAD-FILE-ERROR TO TRUE
           ELSE
               OPEN INPUT CISP-CTLO
               IF WS-CTLO-FILE-STATUS NOT = '00'
                   DISPLAY 'CISPCCNV: error opening CISPCTLO - STATUS '
                       WS-CTLO-FILE-STATUS
                   SET WS-RUN-HAD-FILE-ERROR TO TRUE
               ELSE
                   SET WS-CTLO-OPEN TO TRUE
                   OPEN OUTPUT CISP-CTLG
                   IF WS-CTLG-FILE-STATUS NOT = '00'
                       DISPLAY 'CISPCCNV: error opening CISPCTLG - '
                           'STATUS ' WS-CTLG-FILE-STATUS
                       SET WS-RUN-HAD-FILE-ERROR TO TRUE
                   ELSE
                       SET WS-CTLG-OPEN TO TRUE
                   END-IF
               END-IF
           END-IF.
       CONVERT-CATALOG-PROCEDURE.
           SET WS-FILE-EOF-YES TO FALSE.
           PERFORM UNTIL WS-FILE-EOF-YES
               OR WS-RUN-HAD-FILE-ERROR
               READ CISP-CTLO
                   AT END
                       SET WS-FILE-EOF-YES TO TRUE
                   NOT AT END
                       ADD 1 TO WS-CNV-READ
                       PERFORM CONVERT-ONE-ENTRY-PROCEDURE
               END-READ
           END-PERFORM.
       CONVERT-ONE-ENTRY-PROCEDURE.
           MOVE SPACES TO CTLG-RECORD.
           MOVE CTLO-SCRIPT-NAME TO CTLG-SCRIPT-NAME.
           MOVE CTLO-LAST-DATE TO CTLG-LAST-DATE.
           MOVE CTLO-LAST-TIME TO CTLG-LAST-TIME.
           MOVE CTLO-LAST-STATUS TO CTLG-LAST-STATUS.
           MOVE CTLO-RUN-COUNT TO CTLG-RUN-COUNT.
           MOVE CTLO-ERROR-COUNT TO CTLG-ERROR-COUNT.
           MOVE 0 TO CTLG-FP-RECORDS.
           MOVE 0 TO CTLG-FP-BYTES.
           MOVE 0 TO CTLG-FP-HASH.
           MOVE 0 TO CTLG-FP-DATE.
           MOVE 'Y' TO CTLG-APPROVED-SW.
           MOVE 0 TO CTLG-APPROVED-DATE.
           MOVE 'R' TO CTLG-FREQ.
           MOVE 0 TO CTLG-FREQ-DAY.
           MOVE 'A' TO CTLG-ACTIVE-SW.
           WRITE CTLG-RECORD
               INVALID KEY
                   DISPLAY 'CISPCCNV: error writing CISPCTLG - STATUS '
                       WS-CTLG-FILE-STATUS ' - ' CTLG-SCRIPT-NAME
                   SET WS-RUN-HAD-FILE-ERROR TO TRUE
               NOT INVALID KEY
                   ADD 1 TO WS-CNV-WRITTEN
           END-WRITE.
       END PROGRAM CISPCCNV.
