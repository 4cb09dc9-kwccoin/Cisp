      ******************************************************************
      * Author: Lauryn Brown
      * Date: 2026
      * Purpose: Maintain CISPCTLG script catalog entries from a
      *          transaction file - add, change and delete scheduling
      *          attributes, approve scripts whose content has changed
      *          since their last run - and print a listing of every
      *          change applied or rejected
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CISPCMNT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CISP-CTRN ASSIGN TO "CISPCTRN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CTRN-FILE-STATUS.
           SELECT CISP-CTLG ASSIGN TO "CISPCTLG"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CTLG-SCRIPT-NAME
               FILE STATUS IS WS-CTLG-FILE-STATUS.
           SELECT CISP-CLST ASSIGN TO "CISPCLST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CLST-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
           FD CISP-CTRN.
           01 CTRN-RECORD PIC X(250).
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
           FD CISP-CLST.
           01 CLST-LINE PIC X(133).
       WORKING-STORAGE SECTION.
       01 WS-CTRN-FILE-STATUS PIC X(2).
       01 WS-CTLG-FILE-STATUS PIC X(2).
       01 WS-CLST-FILE-STATUS PIC X(2).
       01 WS-RUN-FILE-ERROR-SW PIC X.
           88 WS-RUN-HAD-FILE-ERROR VALUE 'Y', FALSE 'N'.
       01 WS-FILE-EOF-SW PIC X.
           88 WS-FILE-EOF-YES VALUE 'Y', FALSE 'N'.
       01 WS-CTLG-OPEN-SW PIC X VALUE 'N'.
           88 WS-CTLG-OPEN VALUE 'Y', FALSE 'N'.
       01 WS-CTLG-FOUND-SW PIC X.
           88 WS-CTLG-FOUND VALUE 'Y', FALSE 'N'.
       01 WS-TRN-WORK.
           02 WS-TRN-ACTION PIC X(1).
               88 WS-TRN-ADD VALUE 'A'.
               88 WS-TRN-CHANGE VALUE 'C'.
               88 WS-TRN-DELETE VALUE 'D'.
               88 WS-TRN-APPROVE VALUE 'P'.
           02 WS-TRN-SCRIPT PIC X(100).
           02 WS-TRN-REQUESTER PIC X(20).
           02 WS-TRN-FREQ PIC X(1).
           02 WS-TRN-DAY PIC X(1).
           02 WS-TRN-ACTIVE PIC X(1).
           02 WS-TRN-OWNER PIC X(20).
           02 WS-TRN-OPTIONS PIC X(100).
           02 WS-TRN-REJECT PIC X(40).
       01 WS-CTLG-BEFORE PIC X(329).
       01 WS-CTLG-AFTER PIC X(329).
       01 WS-CTLG-IMAGE.
           02 WS-IMG-SCRIPT-NAME PIC X(100).
           02 WS-IMG-LAST-DATE PIC 9(8).
           02 WS-IMG-LAST-TIME PIC 9(8).
           02 WS-IMG-LAST-STATUS PIC X(8).
           02 WS-IMG-RUN-COUNT PIC 9(7).
           02 WS-IMG-ERROR-COUNT PIC 9(7).
           02 WS-IMG-FP-RECORDS PIC 9(7).
           02 WS-IMG-FP-BYTES PIC 9(9).
           02 WS-IMG-FP-HASH PIC 9(15).
           02 WS-IMG-FP-DATE PIC 9(8).
           02 WS-IMG-APPROVED-SW PIC X(1).
           02 WS-IMG-APPROVED-BY PIC X(20).
           02 WS-IMG-APPROVED-DATE PIC 9(8).
           02 WS-IMG-FREQ PIC X(1).
           02 WS-IMG-FREQ-DAY PIC 9(1).
           02 WS-IMG-ACTIVE-SW PIC X(1).
           02 WS-IMG-OWNER PIC X(20).
           02 WS-IMG-RUN-OPTIONS PIC X(100).
       01 WS-IMG-LABEL PIC X(8).
       01 WS-IMG-PTR PIC 9(3) COMP.
       01 WS-RUN-DATE PIC 9(8).
       01 WS-RUN-TIME PIC 9(8).
       01 WS-TRN-COUNTS.
           02 WS-TRN-READ PIC 9(7) VALUE 0.
           02 WS-TRN-ADDED PIC 9(7) VALUE 0.
           02 WS-TRN-CHANGED PIC 9(7) VALUE 0.
           02 WS-TRN-DELETED PIC 9(7) VALUE 0.
           02 WS-TRN-APPROVED PIC 9(7) VALUE 0.
           02 WS-TRN-REJECTED PIC 9(7) VALUE 0.
       01 WS-COUNT-DISPLAY PIC ZZZZZZ9.
       01 CLST-DETAIL-LINE.
           02 CLST-D-ACTION PIC X(8).
           02 FILLER PIC X(1) VALUE SPACES.
           02 CLST-D-SCRIPT PIC X(44).
           02 FILLER PIC X(1) VALUE SPACES.
           02 CLST-D-REQUESTER PIC X(20).
           02 FILLER PIC X(1) VALUE SPACES.
           02 CLST-D-RESULT PIC X(40).
       01 CLST-HEADER-LINE.
           02 FILLER PIC X(8) VALUE 'ACTION'.
           02 FILLER PIC X(1) VALUE SPACES.
           02 FILLER PIC X(44) VALUE 'SCRIPT'.
           02 FILLER PIC X(1) VALUE SPACES.
           02 FILLER PIC X(20) VALUE 'REQUESTER'.
           02 FILLER PIC X(1) VALUE SPACES.
           02 FILLER PIC X(40) VALUE 'RESULT'.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           SET WS-RUN-HAD-FILE-ERROR TO FALSE.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-RUN-TIME FROM TIME.
           OPEN OUTPUT CISP-CLST.
           IF WS-CLST-FILE-STATUS NOT = '00'
               DISPLAY 'CISPCMNT: error opening CISPCLST - STATUS '
                   WS-CLST-FILE-STATUS
               SET WS-RUN-HAD-FILE-ERROR TO TRUE
           END-IF.
           IF NOT WS-RUN-HAD-FILE-ERROR
               PERFORM OPEN-CATALOG-FILE-PROCEDURE
           END-IF.
           IF NOT WS-RUN-HAD-FILE-ERROR
               PERFORM WRITE-LIST-HEADER-PROCEDURE
               PERFORM APPLY-TRANSACTIONS-PROCEDURE
           END-IF.
           IF WS-CLST-FILE-STATUS = '00'
               PERFORM WRITE-LIST-TOTALS-PROCEDURE
               CLOSE CISP-CLST
           END-IF.
           IF WS-CTLG-OPEN
               CLOSE CISP-CTLG
           END-IF.
           PERFORM SET-RETURN-CODE-PROCEDURE.
           STOP RUN.
       SET-RETURN-CODE-PROCEDURE.
           IF WS-RUN-HAD-FILE-ERROR
               MOVE 8 TO RETURN-CODE
           ELSE
               IF WS-TRN-REJECTED > 0
                   MOVE 4 TO RETURN-CODE
               ELSE
                   MOVE 0 TO RETURN-CODE
               END-IF
           END-IF.
       OPEN-CATALOG-FILE-PROCEDURE.
           OPEN I-O CISP-CTLG.
           IF WS-CTLG-FILE-STATUS = '35'
               OPEN OUTPUT CISP-CTLG
               IF WS-CTLG-FILE-STATUS = '00'
                   CLOSE CISP-CTLG
                   OPEN I-O CISP-CTLG
               END-IF
           END-IF.
           IF WS-CTLG-FILE-STATUS = '00'
               SET WS-CTLG-OPEN TO TRUE
           ELSE
               DISPLAY 'CISPCMNT: error opening CISPCTLG - STATUS '
                   WS-CTLG-FILE-STATUS
               SET WS-RUN-HAD-FILE-ERROR TO TRUE
           END-IF.
       WRITE-LIST-HEADER-PROCEDURE.
           MOVE SPACES TO CLST-LINE.
           STRING 'CISP SCRIPT CATALOG MAINTENANCE ' DELIMITED BY SIZE
               WS-RUN-DATE DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               WS-RUN-TIME DELIMITED BY SIZE
               INTO CLST-LINE
           END-STRING.
           WRITE CLST-LINE.
           MOVE SPACES TO CLST-LINE.
           WRITE CLST-LINE.
           MOVE CLST-HEADER-LINE TO CLST-LINE.
           WRITE CLST-LINE.
       APPLY-TRANSACTIONS-PROCEDURE.
           OPEN INPUT CISP-CTRN.
           IF WS-CTRN-FILE-STATUS NOT = '00'
               DISPLAY 'CISPCMNT: error opening CISPCTRN - STATUS '
                   WS-CTRN-FILE-STATUS
               SET WS-RUN-HAD-FILE-ERROR TO TRUE
           ELSE
               SET WS-FILE-EOF-YES TO FALSE
               PERFORM UNTIL WS-FILE-EOF-YES
                   READ CISP-CTRN
                       AT END
                           SET WS-FILE-EOF-YES TO TRUE
                       NOT AT END
                           PERFORM APPLY-ONE-TRANSACTION-PROCEDURE
                   END-READ
               END-PERFORM
               CLOSE CISP-CTRN
           END-IF.
       APPLY-ONE-TRANSACTION-PROCEDURE.
           IF CTRN-RECORD(1:1) = '*' OR CTRN-RECORD = SPACES
               CONTINUE
           ELSE
               ADD 1 TO WS-TRN-READ
               PERFORM SPLIT-TRANSACTION-PROCEDURE
               PERFORM VALIDATE-TRANSACTION-PROCEDURE
               IF WS-TRN-REJECT = SPACES
                   EVALUATE TRUE
                   WHEN WS-TRN-ADD
                       PERFORM ADD-CATALOG-ENTRY-PROCEDURE
                   WHEN WS-TRN-CHANGE
                       PERFORM CHANGE-CATALOG-ENTRY-PROCEDURE
                   WHEN WS-TRN-DELETE
                       PERFORM DELETE-CATALOG-ENTRY-PROCEDURE
                   WHEN WS-TRN-APPROVE
                       PERFORM APPROVE-SCRIPT-PROCEDURE
                   END-EVALUATE
               END-IF
               IF WS-TRN-REJECT NOT = SPACES
                   ADD 1 TO WS-TRN-REJECTED
                   PERFORM LIST-REJECT-PROCEDURE
               END-IF
           END-IF.
       SPLIT-TRANSACTION-PROCEDURE.
           MOVE SPACES TO WS-TRN-WORK.
           UNSTRING CTRN-RECORD DELIMITED BY '|'
               INTO WS-TRN-ACTION WS-TRN-SCRIPT WS-TRN-REQUESTER
                   WS-TRN-FREQ WS-TRN-DAY WS-TRN-ACTIVE WS-TRN-OWNER
                   WS-TRN-OPTIONS
           END-UNSTRING.
           MOVE FUNCTION UPPER-CASE(WS-TRN-ACTION) TO WS-TRN-ACTION.
           MOVE FUNCTION UPPER-CASE(WS-TRN-FREQ) TO WS-TRN-FREQ.
           MOVE FUNCTION UPPER-CASE(WS-TRN-ACTIVE) TO WS-TRN-ACTIVE.
       VALIDATE-TRANSACTION-PROCEDURE.
           MOVE SPACES TO WS-TRN-REJECT.
           EVALUATE TRUE
           WHEN NOT WS-TRN-ADD AND NOT WS-TRN-CHANGE
               AND NOT WS-TRN-DELETE AND NOT WS-TRN-APPROVE
               MOVE 'REJECTED - BAD ACTION' TO WS-TRN-REJECT
           WHEN WS-TRN-SCRIPT = SPACES
               MOVE 'REJECTED - SCRIPT REQUIRED' TO WS-TRN-REJECT
           WHEN WS-TRN-REQUESTER = SPACES
               MOVE 'REJECTED - REQUESTER REQUIRED' TO WS-TRN-REJECT
           WHEN WS-TRN-DELETE OR WS-TRN-APPROVE
               CONTINUE
           WHEN WS-TRN-FREQ NOT = 'D' AND WS-TRN-FREQ NOT = 'W'
               AND WS-TRN-FREQ NOT = 'M' AND WS-TRN-FREQ NOT = 'R'
               AND (WS-TRN-ADD OR WS-TRN-FREQ NOT = SPACE)
               MOVE 'REJECTED - FREQ MUST BE D, W, M OR R'
                   TO WS-TRN-REJECT
           WHEN WS-TRN-DAY NOT = SPACE
               AND (WS-TRN-DAY < '1' OR WS-TRN-DAY > '7')
               MOVE 'REJECTED - DAY MUST BE 1 (MON) TO 7'
                   TO WS-TRN-REJECT
           WHEN WS-TRN-FREQ = 'W' AND WS-TRN-DAY = SPACE
               MOVE 'REJECTED - WEEKLY NEEDS A DAY' TO WS-TRN-REJECT
           WHEN WS-TRN-ACTIVE NOT = 'A' AND WS-TRN-ACTIVE NOT = 'H'
               AND WS-TRN-ACTIVE NOT = SPACE
               MOVE 'REJECTED - ACTIVE FLAG MUST BE A OR H'
                   TO WS-TRN-REJECT
           WHEN WS-TRN-ADD AND WS-TRN-OWNER = SPACES
               MOVE 'REJECTED - OWNER REQUIRED' TO WS-TRN-REJECT
           END-EVALUATE.
       READ-CATALOG-ENTRY-PROCEDURE.
           MOVE WS-TRN-SCRIPT TO CTLG-SCRIPT-NAME.
           READ CISP-CTLG
               INVALID KEY
                   SET WS-CTLG-FOUND TO FALSE
               NOT INVALID KEY
                   SET WS-CTLG-FOUND TO TRUE
           END-READ.
       ADD-CATALOG-ENTRY-PROCEDURE.
           PERFORM READ-CATALOG-ENTRY-PROCEDURE.
           IF WS-CTLG-FOUND
               MOVE 'REJECTED - SCRIPT ALREADY IN CATALOG'
                   TO WS-TRN-REJECT
           ELSE
               MOVE SPACES TO CTLG-RECORD
               MOVE WS-TRN-SCRIPT TO CTLG-SCRIPT-NAME
               MOVE 0 TO CTLG-LAST-DATE
               MOVE 0 TO CTLG-LAST-TIME
               MOVE 0 TO CTLG-RUN-COUNT
               MOVE 0 TO CTLG-ERROR-COUNT
               MOVE 0 TO CTLG-FP-RECORDS
               MOVE 0 TO CTLG-FP-BYTES
               MOVE 0 TO CTLG-FP-HASH
               MOVE 0 TO CTLG-FP-DATE
               MOVE 'N' TO CTLG-APPROVED-SW
               MOVE 0 TO CTLG-APPROVED-DATE
               MOVE 0 TO CTLG-FREQ-DAY
               MOVE 'A' TO CTLG-ACTIVE-SW
               PERFORM MOVE-SCHEDULE-FIELDS-PROCEDURE
               WRITE CTLG-RECORD
                   INVALID KEY
                       MOVE 'REJECTED - WRITE FAILED' TO WS-TRN-REJECT
                   NOT INVALID KEY
                       ADD 1 TO WS-TRN-ADDED
                       MOVE CTLG-RECORD TO WS-CTLG-AFTER
                       MOVE 'ADDED' TO CLST-D-RESULT
                       PERFORM LIST-CHANGE-PROCEDURE
                       MOVE WS-CTLG-AFTER TO WS-CTLG-IMAGE
                       MOVE 'AFTER' TO WS-IMG-LABEL
                       PERFORM LIST-IMAGE-PROCEDURE
               END-WRITE
           END-IF.
       CHANGE-CATALOG-ENTRY-PROCEDURE.
           PERFORM READ-CATALOG-ENTRY-PROCEDURE.
           IF NOT WS-CTLG-FOUND
               MOVE 'REJECTED - SCRIPT NOT IN CATALOG'
                   TO WS-TRN-REJECT
           ELSE
               MOVE CTLG-RECORD TO WS-CTLG-BEFORE
               PERFORM MOVE-SCHEDULE-FIELDS-PROCEDURE
               IF CTLG-FREQ-WEEKLY AND CTLG-FREQ-DAY = 0
                   MOVE 'REJECTED - WEEKLY NEEDS A DAY'
                       TO WS-TRN-REJECT
               ELSE
                   REWRITE CTLG-RECORD
                       INVALID KEY
                           MOVE 'REJECTED - REWRITE FAILED'
                               TO WS-TRN-REJECT
                       NOT INVALID KEY
                           ADD 1 TO WS-TRN-CHANGED
                           MOVE CTLG-RECORD TO WS-CTLG-AFTER
                           MOVE 'CHANGED' TO CLST-D-RESULT
                           PERFORM LIST-CHANGE-PROCEDURE
                           MOVE WS-CTLG-BEFORE TO WS-CTLG-IMAGE
                           MOVE 'BEFORE' TO WS-IMG-LABEL
                           PERFORM LIST-IMAGE-PROCEDURE
                           MOVE WS-CTLG-AFTER TO WS-CTLG-IMAGE
                           MOVE 'AFTER' TO WS-IMG-LABEL
                           PERFORM LIST-IMAGE-PROCEDURE
                   END-REWRITE
               END-IF
           END-IF.
       DELETE-CATALOG-ENTRY-PROCEDURE.
           PERFORM READ-CATALOG-ENTRY-PROCEDURE.
           IF NOT WS-CTLG-FOUND
               MOVE 'REJECTED - SCRIPT NOT IN CATALOG'
                   TO WS-TRN-REJECT
           ELSE
               MOVE CTLG-RECORD TO WS-CTLG-BEFORE
               DELETE CISP-CTLG RECORD
                   INVALID KEY
                       MOVE 'REJECTED - DELETE FAILED' TO WS-TRN-REJECT
                   NOT INVALID KEY
                       ADD 1 TO WS-TRN-DELETED
                       MOVE 'DELETED' TO CLST-D-RESULT
                       PERFORM LIST-CHANGE-PROCEDURE
                       MOVE WS-CTLG-BEFORE TO WS-CTLG-IMAGE
                       MOVE 'BEFORE' TO WS-IMG-LABEL
                       PERFORM LIST-IMAGE-PROCEDURE
               END-DELETE
           END-IF.
       MOVE-SCHEDULE-FIELDS-PROCEDURE.
           IF WS-TRN-FREQ NOT = SPACE
               MOVE WS-TRN-FREQ TO CTLG-FREQ
               IF WS-TRN-FREQ NOT = 'W'
                   MOVE 0 TO CTLG-FREQ-DAY
               END-IF
           END-IF.
           IF WS-TRN-DAY NOT = SPACE
               MOVE WS-TRN-DAY TO CTLG-FREQ-DAY
           END-IF.
           IF WS-TRN-ACTIVE NOT = SPACE
               MOVE WS-TRN-ACTIVE TO CTLG-ACTIVE-SW
           END-IF.
           IF WS-TRN-OWNER NOT = SPACES
               MOVE WS-TRN-OWNER TO CTLG-OWNER
           END-IF.
           EVALUATE WS-TRN-OPTIONS
           WHEN SPACES
               CONTINUE
           WHEN '-'
               MOVE SPACES TO CTLG-RUN-OPTIONS
           WHEN OTHER
               MOVE WS-TRN-OPTIONS TO CTLG-RUN-OPTIONS
           END-EVALUATE.
       APPROVE-SCRIPT-PROCEDURE.
           PERFORM READ-CATALOG-ENTRY-PROCEDURE.
           EVALUATE TRUE
           WHEN NOT WS-CTLG-FOUND
               MOVE 'REJECTED - SCRIPT NOT IN CATALOG'
                   TO WS-TRN-REJECT
           WHEN CTLG-APPROVED
               MOVE 'REJECTED - ALREADY APPROVED' TO WS-TRN-REJECT
           WHEN OTHER
               MOVE CTLG-RECORD TO WS-CTLG-BEFORE
               MOVE 'Y' TO CTLG-APPROVED-SW
               MOVE WS-TRN-REQUESTER TO CTLG-APPROVED-BY
               MOVE WS-RUN-DATE TO CTLG-APPROVED-DATE
               REWRITE CTLG-RECORD
                   INVALID KEY
                       MOVE 'REJECTED - REWRITE FAILED'
                           TO WS-TRN-REJECT
                   NOT INVALID KEY
                       ADD 1 TO WS-TRN-APPROVED
                       MOVE CTLG-RECORD TO WS-CTLG-AFTER
                       MOVE 'APPROVED' TO CLST-D-RESULT
                       PERFORM LIST-CHANGE-PROCEDURE
                       MOVE WS-CTLG-BEFORE TO WS-CTLG-IMAGE
                       MOVE 'BEFORE' TO WS-IMG-LABEL
                       PERFORM LIST-IMAGE-PROCEDURE
                       MOVE WS-CTLG-AFTER TO WS-CTLG-IMAGE
                       MOVE 'AFTER' TO WS-IMG-LABEL
                       PERFORM LIST-IMAGE-PROCEDURE
               END-REWRITE
           END-EVALUATE.
       LIST-CHANGE-PROCEDURE.
           MOVE WS-TRN-ACTION TO CLST-D-ACTION.
           MOVE WS-TRN-SCRIPT TO CLST-D-SCRIPT.
           MOVE WS-TRN-REQUESTER TO CLST-D-REQUESTER.
           MOVE CLST-DETAIL-LINE TO CLST-LINE.
           WRITE CLST-LINE.
           IF WS-TRN-SCRIPT(45:56) NOT = SPACES
               MOVE SPACES TO CLST-LINE
               STRING '         FULL NAME: ' DELIMITED BY SIZE
                   WS-TRN-SCRIPT DELIMITED BY SPACE
                   INTO CLST-LINE
               END-STRING
               WRITE CLST-LINE
           END-IF.
       LIST-REJECT-PROCEDURE.
           MOVE WS-TRN-REJECT TO CLST-D-RESULT.
           PERFORM LIST-CHANGE-PROCEDURE.
           DISPLAY 'CISPCMNT: ' WS-TRN-REJECT ' ' WS-TRN-SCRIPT.
       LIST-IMAGE-PROCEDURE.
           MOVE SPACES TO CLST-LINE.
           MOVE 1 TO WS-IMG-PTR.
           STRING '         ' DELIMITED BY SIZE
               WS-IMG-LABEL DELIMITED BY SPACE
               ': STATUS=' DELIMITED BY SIZE
               WS-IMG-LAST-STATUS DELIMITED BY SPACE
               ' RECORDS=' DELIMITED BY SIZE
               WS-IMG-FP-RECORDS DELIMITED BY SIZE
               ' BYTES=' DELIMITED BY SIZE
               WS-IMG-FP-BYTES DELIMITED BY SIZE
               ' HASH=' DELIMITED BY SIZE
               WS-IMG-FP-HASH DELIMITED BY SIZE
               ' CHANGED=' DELIMITED BY SIZE
               WS-IMG-FP-DATE DELIMITED BY SIZE
               ' APPROVED=' DELIMITED BY SIZE
               WS-IMG-APPROVED-SW DELIMITED BY SIZE
               INTO CLST-LINE
               WITH POINTER WS-IMG-PTR
           END-STRING.
           IF WS-IMG-APPROVED-BY NOT = SPACES
               STRING ' BY ' DELIMITED BY SIZE
                   WS-IMG-APPROVED-BY DELIMITED BY SPACE
                   ' ON ' DELIMITED BY SIZE
                   WS-IMG-APPROVED-DATE DELIMITED BY SIZE
                   INTO CLST-LINE
                   WITH POINTER WS-IMG-PTR
               END-STRING
           END-IF.
           WRITE CLST-LINE.
           MOVE SPACES TO CLST-LINE.
           MOVE 1 TO WS-IMG-PTR.
           STRING '         ' DELIMITED BY SIZE
               WS-IMG-LABEL DELIMITED BY SPACE
               ': FREQ=' DELIMITED BY SIZE
               WS-IMG-FREQ DELIMITED BY SIZE
               ' DAY=' DELIMITED BY SIZE
               WS-IMG-FREQ-DAY DELIMITED BY SIZE
               ' ACTIVE=' DELIMITED BY SIZE
               WS-IMG-ACTIVE-SW DELIMITED BY SIZE
               ' OWNER=' DELIMITED BY SIZE
               WS-IMG-OWNER DELIMITED BY SPACE
               INTO CLST-LINE
               WITH POINTER WS-IMG-PTR
           END-STRING.
           IF WS-IMG-RUN-OPTIONS NOT = SPACES
               STRING ' OPTIONS=' DELIMITED BY SIZE
                   WS-IMG-RUN-OPTIONS DELIMITED BY SIZE
                   INTO CLST-LINE
                   WITH POINTER WS-IMG-PTR
               END-STRING
           END-IF.
           WRITE CLST-LINE.
       WRITE-LIST-TOTALS-PROCEDURE.
           MOVE SPACES TO CLST-LINE.
           WRITE CLST-LINE.
           MOVE SPACES TO CLST-LINE.
           STRING 'TRANSACTIONS READ=' DELIMITED BY SIZE
               WS-TRN-READ DELIMITED BY SIZE
               ' ADDED=' DELIMITED BY SIZE
               WS-TRN-ADDED DELIMITED BY SIZE
               ' CHANGED=' DELIMITED BY SIZE
               WS-TRN-CHANGED DELIMITED BY SIZE
               ' DELETED=' DELIMITED BY SIZE
               WS-TRN-DELETED DELIMITED BY SIZE
               ' APPROVED=' DELIMITED BY SIZE
               WS-TRN-APPROVED DELIMITED BY SIZE
               ' REJECTED=' DELIMITED BY SIZE
               WS-TRN-REJECTED DELIMITED BY SIZE
               INTO CLST-LINE
           END-STRING.
           WRITE CLST-LINE.
           MOVE WS-TRN-REJECTED TO WS-COUNT-DISPLAY.
           DISPLAY 'CISPCMNT: transactions rejected = '
               WS-COUNT-DISPLAY.
       END PROGRAM CISPCMNT.
