      ******************************************************************
      * Author: Lauryn Brown
      * Date: 2026
      * Purpose: Load and maintain the CISPTABL reference table from a
      *          transaction file (add, change, delete) and print a
      *          listing of every change applied or rejected
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CISPTMNT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CISP-TTRN ASSIGN TO "CISPTTRN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TTRN-FILE-STATUS.
           SELECT CISP-TABL ASSIGN TO "CISPTABL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TABL-KEY
               FILE STATUS IS WS-TABL-FILE-STATUS.
           SELECT CISP-TLST ASSIGN TO "CISPTLST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TLST-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
           FD CISP-TTRN.
           01 TTRN-RECORD PIC X(250).
           FD CISP-TABL.
           01 TABL-RECORD.
               02 TABL-KEY.
                   03 TABL-NAME PIC X(20).
                   03 TABL-ENTRY-KEY PIC X(30).
               02 TABL-TYPE PIC X(1).
               02 TABL-VALUE PIC S9(12)V9(4) SIGN LEADING SEPARATE.
               02 TABL-STR PIC X(100).
               02 TABL-UPD-DATE PIC 9(8).
           FD CISP-TLST.
           01 TLST-LINE PIC X(133).
       WORKING-STORAGE SECTION.
       01 WS-TTRN-FILE-STATUS PIC X(2).
       01 WS-TABL-FILE-STATUS PIC X(2).
       01 WS-TLST-FILE-STATUS PIC X(2).
       01 WS-RUN-FILE-ERROR-SW PIC X.
           88 WS-RUN-HAD-FILE-ERROR VALUE 'Y', FALSE 'N'.
       01 WS-FILE-EOF-SW PIC X.
           88 WS-FILE-EOF-YES VALUE 'Y', FALSE 'N'.
       01 WS-TABL-OPEN-SW PIC X VALUE 'N'.
           88 WS-TABL-OPEN VALUE 'Y', FALSE 'N'.
       01 WS-TABL-FOUND-SW PIC X.
           88 WS-TABL-FOUND VALUE 'Y', FALSE 'N'.
       01 WS-TRN-WORK.
           02 WS-TRN-ACTION PIC X(1).
               88 WS-TRN-ADD VALUE 'A'.
               88 WS-TRN-CHANGE VALUE 'C'.
               88 WS-TRN-DELETE VALUE 'D'.
           02 WS-TRN-TABLE PIC X(20).
           02 WS-TRN-KEY PIC X(30).
           02 WS-TRN-TYPE PIC X(1).
           02 WS-TRN-VALUE-TEXT PIC X(30).
           02 WS-TRN-STR PIC X(100).
           02 WS-TRN-VALUE PIC S9(12)V9(4) COMP-3.
           02 WS-TRN-NUMVAL-CHECK PIC S9(5).
           02 WS-TRN-REJECT PIC X(40).
       01 WS-TABL-BEFORE PIC X(176).
       01 WS-TABL-AFTER PIC X(176).
       01 WS-TABL-IMAGE.
           02 WS-IMG-KEY.
               03 WS-IMG-NAME PIC X(20).
               03 WS-IMG-ENTRY-KEY PIC X(30).
           02 WS-IMG-TYPE PIC X(1).
           02 WS-IMG-VALUE PIC S9(12)V9(4) SIGN LEADING SEPARATE.
           02 WS-IMG-STR PIC X(100).
           02 WS-IMG-UPD-DATE PIC 9(8).
       01 WS-IMG-LABEL PIC X(8).
       01 WS-IMG-STR-LEN PIC 9(3) COMP.
       01 WS-IMG-STR-SCAN PIC 9(3) COMP.
       01 WS-VALUE-DISPLAY PIC -(12)9.9999.
       01 WS-RUN-DATE PIC 9(8).
       01 WS-RUN-TIME PIC 9(8).
       01 WS-TRN-COUNTS.
           02 WS-TRN-READ PIC 9(7) VALUE 0.
           02 WS-TRN-ADDED PIC 9(7) VALUE 0.
           02 WS-TRN-CHANGED PIC 9(7) VALUE 0.
           02 WS-TRN-DELETED PIC 9(7) VALUE 0.
           02 WS-TRN-REJECTED PIC 9(7) VALUE 0.
       01 WS-COUNT-DISPLAY PIC ZZZZZZ9.
       01 TLST-DETAIL-LINE.
           02 TLST-D-ACTION PIC X(8).
           02 FILLER PIC X(1) VALUE SPACES.
           02 TLST-D-TABLE PIC X(20).
           02 FILLER PIC X(1) VALUE SPACES.
           02 TLST-D-KEY PIC X(30).
           02 FILLER PIC X(1) VALUE SPACES.
           02 TLST-D-RESULT PIC X(40).
       01 TLST-HEADER-LINE.
           02 FILLER PIC X(8) VALUE 'ACTION'.
           02 FILLER PIC X(1) VALUE SPACES.
           02 FILLER PIC X(20) VALUE 'TABLE'.
           02 FILLER PIC X(1) VALUE SPACES.
           02 FILLER PIC X(30) VALUE 'KEY'.
           02 FILLER PIC X(1) VALUE SPACES.
           02 FILLER PIC X(40) VALUE 'RESULT'.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           SET WS-RUN-HAD-FILE-ERROR TO FALSE.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-RUN-TIME FROM TIME.
           OPEN OUTPUT CISP-TLST.
           IF WS-TLST-FILE-STATUS NOT = '00'
               DISPLAY 'CISPTMNT: error opening CISPTLST - STATUS '
                   WS-TLST-FILE-STATUS
               SET WS-RUN-HAD-FILE-ERROR TO TRUE
           END-IF.
           IF NOT WS-RUN-HAD-FILE-ERROR
               PERFORM OPEN-TABLE-FILE-PROCEDURE
           END-IF.
           IF NOT WS-RUN-HAD-FILE-ERROR
               PERFORM WRITE-LIST-HEADER-PROCEDURE
               PERFORM APPLY-TRANSACTIONS-PROCEDURE
           END-IF.
           IF WS-TLST-FILE-STATUS = '00'
               PERFORM WRITE-LIST-TOTALS-PROCEDURE
               CLOSE CISP-TLST
           END-IF.
           IF WS-TABL-OPEN
               CLOSE CISP-TABL
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
       OPEN-TABLE-FILE-PROCEDURE.
           OPEN I-O CISP-TABL.
           IF WS-TABL-FILE-STATUS = '35'
               OPEN OUTPUT CISP-TABL
               IF WS-TABL-FILE-STATUS = '00'
                   CLOSE CISP-TABL
                   OPEN I-O CISP-TABL
               END-IF
           END-IF.
           IF WS-TABL-FILE-STATUS = '00'
               SET WS-TABL-OPEN TO TRUE
           ELSE
               DISPLAY 'CISPTMNT: error opening CISPTABL - STATUS '
                   WS-TABL-FILE-STATUS
               SET WS-RUN-HAD-FILE-ERROR TO TRUE
           END-IF.
       WRITE-LIST-HEADER-PROCEDURE.
           MOVE SPACES TO TLST-LINE.
           STRING 'CISP REFERENCE TABLE MAINTENANCE ' DELIMITED BY SIZE
               WS-RUN-DATE DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               WS-RUN-TIME DELIMITED BY SIZE
               INTO TLST-LINE
           END-STRING.
           WRITE TLST-LINE.
           MOVE SPACES TO TLST-LINE.
           WRITE TLST-LINE.
           MOVE TLST-HEADER-LINE TO TLST-LINE.
           WRITE TLST-LINE.
       APPLY-TRANSACTIONS-PROCEDURE.
           OPEN INPUT CISP-TTRN.
           IF WS-TTRN-FILE-STATUS NOT = '00'
               DISPLAY 'CISPTMNT: error opening CISPTTRN - STATUS '
                   WS-TTRN-FILE-STATUS
               SET WS-RUN-HAD-FILE-ERROR TO TRUE
           ELSE
               SET WS-FILE-EOF-YES TO FALSE
               PERFORM UNTIL WS-FILE-EOF-YES
                   READ CISP-TTRN
                       AT END
                           SET WS-FILE-EOF-YES TO TRUE
                       NOT AT END
                           PERFORM APPLY-ONE-TRANSACTION-PROCEDURE
                   END-READ
               END-PERFORM
               CLOSE CISP-TTRN
           END-IF.
       APPLY-ONE-TRANSACTION-PROCEDURE.
           IF TTRN-RECORD(1:1) = '*' OR TTRN-RECORD = SPACES
               CONTINUE
           ELSE
               ADD 1 TO WS-TRN-READ
               PERFORM SPLIT-TRANSACTION-PROCEDURE
               PERFORM VALIDATE-TRANSACTION-PROCEDURE
               IF WS-TRN-REJECT = SPACES
                   EVALUATE TRUE
                   WHEN WS-TRN-ADD
                       PERFORM ADD-TABLE-ENTRY-PROCEDURE
                   WHEN WS-TRN-CHANGE
                       PERFORM CHANGE-TABLE-ENTRY-PROCEDURE
                   WHEN WS-TRN-DELETE
                       PERFORM DELETE-TABLE-ENTRY-PROCEDURE
                   END-EVALUATE
               END-IF
               IF WS-TRN-REJECT NOT = SPACES
                   ADD 1 TO WS-TRN-REJECTED
                   PERFORM LIST-REJECT-PROCEDURE
               END-IF
           END-IF.
       SPLIT-TRANSACTION-PROCEDURE.
           MOVE SPACES TO WS-TRN-WORK.
           MOVE 0 TO WS-TRN-VALUE.
           UNSTRING TTRN-RECORD DELIMITED BY '|'
               INTO WS-TRN-ACTION WS-TRN-TABLE WS-TRN-KEY
                   WS-TRN-TYPE WS-TRN-VALUE-TEXT WS-TRN-STR
           END-UNSTRING.
           MOVE FUNCTION UPPER-CASE(WS-TRN-ACTION) TO WS-TRN-ACTION.
           MOVE FUNCTION UPPER-CASE(WS-TRN-TYPE) TO WS-TRN-TYPE.
       VALIDATE-TRANSACTION-PROCEDURE.
           MOVE SPACES TO WS-TRN-REJECT.
           EVALUATE TRUE
           WHEN NOT WS-TRN-ADD AND NOT WS-TRN-CHANGE
               AND NOT WS-TRN-DELETE
               MOVE 'REJECTED - BAD ACTION' TO WS-TRN-REJECT
           WHEN WS-TRN-TABLE = SPACES OR WS-TRN-KEY = SPACES
               MOVE 'REJECTED - TABLE AND KEY REQUIRED'
                   TO WS-TRN-REJECT
           WHEN WS-TRN-DELETE
               CONTINUE
           WHEN WS-TRN-TYPE NOT = 'N' AND WS-TRN-TYPE NOT = 'S'
               AND (WS-TRN-ADD OR WS-TRN-TYPE NOT = SPACE)
               MOVE 'REJECTED - TYPE MUST BE N OR S' TO WS-TRN-REJECT
           WHEN OTHER
               IF WS-TRN-VALUE-TEXT NOT = SPACES
                   COMPUTE WS-TRN-NUMVAL-CHECK =
                       FUNCTION TEST-NUMVAL(WS-TRN-VALUE-TEXT)
                   IF WS-TRN-NUMVAL-CHECK = 0
                       COMPUTE WS-TRN-VALUE ROUNDED =
                           FUNCTION NUMVAL(WS-TRN-VALUE-TEXT)
                           ON SIZE ERROR
                               MOVE 'REJECTED - VALUE TOO LARGE'
                                   TO WS-TRN-REJECT
                       END-COMPUTE
                   ELSE
                       MOVE 'REJECTED - VALUE NOT NUMERIC'
                           TO WS-TRN-REJECT
                   END-IF
               ELSE
                   IF WS-TRN-TYPE = 'N' AND WS-TRN-ADD
                       MOVE 'REJECTED - VALUE REQUIRED'
                           TO WS-TRN-REJECT
                   END-IF
               END-IF
           END-EVALUATE.
       READ-TABLE-ENTRY-PROCEDURE.
           MOVE WS-TRN-TABLE TO TABL-NAME.
           MOVE WS-TRN-KEY TO TABL-ENTRY-KEY.
           READ CISP-TABL
               INVALID KEY
                   SET WS-TABL-FOUND TO FALSE
               NOT INVALID KEY
                   SET WS-TABL-FOUND TO TRUE
           END-READ.
       ADD-TABLE-ENTRY-PROCEDURE.
           PERFORM READ-TABLE-ENTRY-PROCEDURE.
           IF WS-TABL-FOUND
               MOVE 'REJECTED - ENTRY ALREADY EXISTS' TO WS-TRN-REJECT
           ELSE
               MOVE SPACES TO TABL-RECORD
               MOVE WS-TRN-TABLE TO TABL-NAME
               MOVE WS-TRN-KEY TO TABL-ENTRY-KEY
               MOVE WS-TRN-TYPE TO TABL-TYPE
               PERFORM MOVE-TRANSACTION-VALUE-PROCEDURE
               MOVE WS-RUN-DATE TO TABL-UPD-DATE
               WRITE TABL-RECORD
                   INVALID KEY
                       MOVE 'REJECTED - WRITE FAILED' TO WS-TRN-REJECT
                   NOT INVALID KEY
                       ADD 1 TO WS-TRN-ADDED
                       MOVE TABL-RECORD TO WS-TABL-AFTER
                       MOVE 'ADDED' TO TLST-D-RESULT
                       PERFORM LIST-CHANGE-PROCEDURE
                       MOVE WS-TABL-AFTER TO WS-TABL-IMAGE
                       MOVE 'AFTER' TO WS-IMG-LABEL
                       PERFORM LIST-IMAGE-PROCEDURE
               END-WRITE
           END-IF.
       CHANGE-TABLE-ENTRY-PROCEDURE.
           PERFORM READ-TABLE-ENTRY-PROCEDURE.
           IF NOT WS-TABL-FOUND
               MOVE 'REJECTED - ENTRY NOT FOUND' TO WS-TRN-REJECT
           ELSE
               MOVE TABL-RECORD TO WS-TABL-BEFORE
               IF WS-TRN-TYPE NOT = SPACE
                   MOVE WS-TRN-TYPE TO TABL-TYPE
               END-IF
               PERFORM MOVE-TRANSACTION-VALUE-PROCEDURE
               MOVE WS-RUN-DATE TO TABL-UPD-DATE
               REWRITE TABL-RECORD
                   INVALID KEY
                       MOVE 'REJECTED - REWRITE FAILED'
                           TO WS-TRN-REJECT
                   NOT INVALID KEY
                       ADD 1 TO WS-TRN-CHANGED
                       MOVE TABL-RECORD TO WS-TABL-AFTER
                       MOVE 'CHANGED' TO TLST-D-RESULT
                       PERFORM LIST-CHANGE-PROCEDURE
                       MOVE WS-TABL-BEFORE TO WS-TABL-IMAGE
                       MOVE 'BEFORE' TO WS-IMG-LABEL
                       PERFORM LIST-IMAGE-PROCEDURE
                       MOVE WS-TABL-AFTER TO WS-TABL-IMAGE
                       MOVE 'AFTER' TO WS-IMG-LABEL
                       PERFORM LIST-IMAGE-PROCEDURE
               END-REWRITE
           END-IF.
       DELETE-TABLE-ENTRY-PROCEDURE.
           PERFORM READ-TABLE-ENTRY-PROCEDURE.
           IF NOT WS-TABL-FOUND
               MOVE 'REJECTED - ENTRY NOT FOUND' TO WS-TRN-REJECT
           ELSE
               MOVE TABL-RECORD TO WS-TABL-BEFORE
               DELETE CISP-TABL RECORD
                   INVALID KEY
                       MOVE 'REJECTED - DELETE FAILED' TO WS-TRN-REJECT
                   NOT INVALID KEY
                       ADD 1 TO WS-TRN-DELETED
                       MOVE 'DELETED' TO TLST-D-RESULT
                       PERFORM LIST-CHANGE-PROCEDURE
                       MOVE WS-TABL-BEFORE TO WS-TABL-IMAGE
                       MOVE 'BEFORE' TO WS-IMG-LABEL
                       PERFORM LIST-IMAGE-PROCEDURE
               END-DELETE
           END-IF.
       MOVE-TRANSACTION-VALUE-PROCEDURE.
           IF TABL-TYPE = 'S'
               IF WS-TRN-STR NOT = SPACES OR WS-TRN-ADD
                   MOVE WS-TRN-STR TO TABL-STR
               END-IF
               MOVE 0 TO TABL-VALUE
           ELSE
               IF WS-TRN-VALUE-TEXT NOT = SPACES
                   MOVE WS-TRN-VALUE TO TABL-VALUE
               END-IF
               MOVE SPACES TO TABL-STR
           END-IF.
       LIST-CHANGE-PROCEDURE.
           MOVE WS-TRN-ACTION TO TLST-D-ACTION.
           MOVE WS-TRN-TABLE TO TLST-D-TABLE.
           MOVE WS-TRN-KEY TO TLST-D-KEY.
           MOVE TLST-DETAIL-LINE TO TLST-LINE.
           WRITE TLST-LINE.
       LIST-REJECT-PROCEDURE.
           MOVE WS-TRN-REJECT TO TLST-D-RESULT.
           PERFORM LIST-CHANGE-PROCEDURE.
           DISPLAY 'CISPTMNT: ' WS-TRN-REJECT ' ' WS-TRN-TABLE
               ' ' WS-TRN-KEY.
       LIST-IMAGE-PROCEDURE.
           MOVE SPACES TO TLST-LINE.
           IF WS-IMG-TYPE = 'S'
               MOVE 0 TO WS-IMG-STR-LEN
               PERFORM VARYING WS-IMG-STR-SCAN FROM 1 BY 1
               UNTIL WS-IMG-STR-SCAN > 100
                   IF WS-IMG-STR(WS-IMG-STR-SCAN:1) NOT = SPACE
                       MOVE WS-IMG-STR-SCAN TO WS-IMG-STR-LEN
                   END-IF
               END-PERFORM
               IF WS-IMG-STR-LEN = 0
                   STRING '         ' DELIMITED BY SIZE
                       WS-IMG-LABEL DELIMITED BY SPACE
                       ': TYPE=S VALUE=""' DELIMITED BY SIZE
                       INTO TLST-LINE
                   END-STRING
               ELSE
                   STRING '         ' DELIMITED BY SIZE
                       WS-IMG-LABEL DELIMITED BY SPACE
                       ': TYPE=S VALUE="' DELIMITED BY SIZE
                       WS-IMG-STR(1:WS-IMG-STR-LEN) DELIMITED BY SIZE
                       '"' DELIMITED BY SIZE
                       INTO TLST-LINE
                   END-STRING
               END-IF
           ELSE
               MOVE WS-IMG-VALUE TO WS-VALUE-DISPLAY
               STRING '         ' DELIMITED BY SIZE
                   WS-IMG-LABEL DELIMITED BY SPACE
                   ': TYPE=N VALUE=' DELIMITED BY SIZE
                   WS-VALUE-DISPLAY DELIMITED BY SIZE
                   INTO TLST-LINE
               END-STRING
           END-IF.
           WRITE TLST-LINE.
       WRITE-LIST-TOTALS-PROCEDURE.
           MOVE SPACES TO TLST-LINE.
           WRITE TLST-LINE.
           MOVE SPACES TO TLST-LINE.
           STRING 'TRANSACTIONS READ=' DELIMITED BY SIZE
               WS-TRN-READ DELIMITED BY SIZE
               ' ADDED=' DELIMITED BY SIZE
               WS-TRN-ADDED DELIMITED BY SIZE
               ' CHANGED=' DELIMITED BY SIZE
               WS-TRN-CHANGED DELIMITED BY SIZE
               ' DELETED=' DELIMITED BY SIZE
               WS-TRN-DELETED DELIMITED BY SIZE
               ' REJECTED=' DELIMITED BY SIZE
               WS-TRN-REJECTED DELIMITED BY SIZE
               INTO TLST-LINE
           END-STRING.
           WRITE TLST-LINE.
           MOVE WS-TRN-REJECTED TO WS-COUNT-DISPLAY.
           DISPLAY 'CISPTMNT: transactions rejected = '
               WS-COUNT-DISPLAY.
       END PROGRAM CISPTMNT.
