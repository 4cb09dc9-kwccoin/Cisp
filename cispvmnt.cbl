      ******************************************************************
      * Author: Lauryn Brown
      * Date: 2026
      * Purpose: Maintain the CISPVARS persistent variable store from a
      *          transaction file (add, change, delete), write an audit
      *          trail of before and after images with the requester,
      *          and print a listing of the whole store for sign-off
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CISPVMNT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CISP-VTRN ASSIGN TO "CISPVTRN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-VTRN-FILE-STATUS.
           SELECT CISP-VARS ASSIGN TO "CISPVARS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-VARS-FILE-STATUS.
           SELECT CISP-VAUD ASSIGN TO "CISPVAUD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-VAUD-FILE-STATUS.
           SELECT CISP-VLST ASSIGN TO "CISPVLST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-VLST-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
           FD CISP-VTRN.
           01 VTRN-RECORD PIC X(400).
           FD CISP-VARS.
           01 VARS-RECORD.
               02 VARS-NAME PIC X(100).
               02 VARS-TYPE PIC X(1).
               02 VARS-VALUE PIC S9(12)V9(4) SIGN LEADING SEPARATE.
               02 VARS-STR PIC X(100).
           FD CISP-VAUD.
           01 VAUD-RECORD.
               02 VAUD-DATE PIC 9(8).
               02 VAUD-TIME PIC 9(8).
               02 VAUD-REQUESTER PIC X(20).
               02 VAUD-ACTION PIC X(1).
               02 VAUD-BEFORE PIC X(218).
               02 VAUD-AFTER PIC X(218).
           FD CISP-VLST.
           01 VLST-LINE PIC X(133).
       WORKING-STORAGE SECTION.
       01 WS-VTRN-FILE-STATUS PIC X(2).
       01 WS-VARS-FILE-STATUS PIC X(2).
       01 WS-VAUD-FILE-STATUS PIC X(2).
       01 WS-VLST-FILE-STATUS PIC X(2).
       01 WS-RUN-FILE-ERROR-SW PIC X.
           88 WS-RUN-HAD-FILE-ERROR VALUE 'Y', FALSE 'N'.
       01 WS-FILE-EOF-SW PIC X.
           88 WS-FILE-EOF-YES VALUE 'Y', FALSE 'N'.
       01 WS-VAUD-OPEN-SW PIC X VALUE 'N'.
           88 WS-VAUD-OPEN VALUE 'Y', FALSE 'N'.
       01 WS-MAX-VARS PIC 9(3) VALUE 100.
       01 WS-VAR-COUNT PIC 9(3) COMP VALUE 0.
       01 WS-VAR-IDX PIC 9(3) COMP.
       01 WS-VAR-FOUND-IDX PIC 9(3) COMP.
       01 WS-VAR-COUNT-OUT PIC 9(3).
       01 WS-VAR-TABLE.
           02 WS-VAR-ENTRY OCCURS 100 TIMES PIC X(218).
       01 WS-TRN-WORK.
           02 WS-TRN-ACTION PIC X(1).
               88 WS-TRN-ADD VALUE 'A'.
               88 WS-TRN-CHANGE VALUE 'C'.
               88 WS-TRN-DELETE VALUE 'D'.
           02 WS-TRN-NAME PIC X(100).
           02 WS-TRN-TYPE PIC X(1).
           02 WS-TRN-VALUE-TEXT PIC X(30).
           02 WS-TRN-STR PIC X(100).
           02 WS-TRN-REQUESTER PIC X(20).
           02 WS-TRN-VALUE PIC S9(12)V9(4) COMP-3.
           02 WS-TRN-NUMVAL-CHECK PIC S9(5).
           02 WS-TRN-REJECT PIC X(40).
       01 WS-VARS-BEFORE PIC X(218).
       01 WS-VARS-AFTER PIC X(218).
       01 WS-VARS-IMAGE.
           02 WS-IMG-NAME PIC X(100).
           02 WS-IMG-TYPE PIC X(1).
           02 WS-IMG-VALUE PIC S9(12)V9(4) SIGN LEADING SEPARATE.
           02 WS-IMG-STR PIC X(100).
       01 WS-IMG-LABEL PIC X(8).
       01 WS-IMG-STR-LEN PIC 9(3) COMP.
       01 WS-IMG-STR-SCAN PIC 9(3) COMP.
       01 WS-IMG-NAME-LEN PIC 9(3) COMP.
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
       01 VLST-DETAIL-LINE.
           02 VLST-D-ACTION PIC X(8).
           02 FILLER PIC X(1) VALUE SPACES.
           02 VLST-D-NAME PIC X(40).
           02 FILLER PIC X(1) VALUE SPACES.
           02 VLST-D-REQUESTER PIC X(20).
           02 FILLER PIC X(1) VALUE SPACES.
           02 VLST-D-RESULT PIC X(40).
       01 VLST-HEADER-LINE.
           02 FILLER PIC X(8) VALUE 'ACTION'.
           02 FILLER PIC X(1) VALUE SPACES.
           02 FILLER PIC X(40) VALUE 'NAME'.
           02 FILLER PIC X(1) VALUE SPACES.
           02 FILLER PIC X(20) VALUE 'REQUESTER'.
           02 FILLER PIC X(1) VALUE SPACES.
           02 FILLER PIC X(40) VALUE 'RESULT'.
       01 VLST-STORE-LINE.
           02 VLST-S-NAME PIC X(40).
           02 FILLER PIC X(1) VALUE SPACES.
           02 VLST-S-TYPE PIC X(4).
           02 FILLER PIC X(1) VALUE SPACES.
           02 VLST-S-VALUE PIC X(80).
       01 VLST-STORE-HEADER-LINE.
           02 FILLER PIC X(40) VALUE 'NAME'.
           02 FILLER PIC X(1) VALUE SPACES.
           02 FILLER PIC X(4) VALUE 'TYPE'.
           02 FILLER PIC X(1) VALUE SPACES.
           02 FILLER PIC X(80) VALUE 'VALUE'.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           SET WS-RUN-HAD-FILE-ERROR TO FALSE.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-RUN-TIME FROM TIME.
           OPEN OUTPUT CISP-VLST.
           IF WS-VLST-FILE-STATUS NOT = '00'
               DISPLAY 'CISPVMNT: error opening CISPVLST - STATUS '
                   WS-VLST-FILE-STATUS
               SET WS-RUN-HAD-FILE-ERROR TO TRUE
           END-IF.
           IF NOT WS-RUN-HAD-FILE-ERROR
               PERFORM LOAD-VARS-PROCEDURE
           END-IF.
           IF NOT WS-RUN-HAD-FILE-ERROR
               PERFORM OPEN-AUDIT-FILE-PROCEDURE
           END-IF.
           IF NOT WS-RUN-HAD-FILE-ERROR
               PERFORM WRITE-LIST-HEADER-PROCEDURE
               PERFORM APPLY-TRANSACTIONS-PROCEDURE
           END-IF.
           IF NOT WS-RUN-HAD-FILE-ERROR
               PERFORM SAVE-VARS-PROCEDURE
           END-IF.
           IF WS-VLST-FILE-STATUS = '00'
               PERFORM WRITE-LIST-TOTALS-PROCEDURE
               IF NOT WS-RUN-HAD-FILE-ERROR
                   PERFORM LIST-STORE-PROCEDURE
               END-IF
               CLOSE CISP-VLST
           END-IF.
           IF WS-VAUD-OPEN
               CLOSE CISP-VAUD
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
       LOAD-VARS-PROCEDURE.
           MOVE 0 TO WS-VAR-COUNT.
           OPEN INPUT CISP-VARS.
           EVALUATE WS-VARS-FILE-STATUS
           WHEN '00'
               SET WS-FILE-EOF-YES TO FALSE
               PERFORM UNTIL WS-FILE-EOF-YES
                   READ CISP-VARS
                       AT END
                           SET WS-FILE-EOF-YES TO TRUE
                       NOT AT END
                           PERFORM LOAD-ONE-VAR-PROCEDURE
                   END-READ
               END-PERFORM
               CLOSE CISP-VARS
           WHEN '35'
               DISPLAY 'CISPVMNT: CISPVARS not found - starting an '
                   'empty store'
           WHEN OTHER
               DISPLAY 'CISPVMNT: error opening CISPVARS - STATUS '
                   WS-VARS-FILE-STATUS
               SET WS-RUN-HAD-FILE-ERROR TO TRUE
           END-EVALUATE.
       LOAD-ONE-VAR-PROCEDURE.
           IF VARS-NAME NOT = SPACES
               IF WS-VAR-COUNT < WS-MAX-VARS
                   ADD 1 TO WS-VAR-COUNT
                   MOVE VARS-RECORD TO WS-VAR-ENTRY(WS-VAR-COUNT)
               ELSE
                   DISPLAY 'CISPVMNT: CISPVARS has more than '
                       WS-MAX-VARS ' variables'
                   SET WS-RUN-HAD-FILE-ERROR TO TRUE
                   SET WS-FILE-EOF-YES TO TRUE
               END-IF
           END-IF.
       OPEN-AUDIT-FILE-PROCEDURE.
           OPEN EXTEND CISP-VAUD.
           IF WS-VAUD-FILE-STATUS = '35'
               OPEN OUTPUT CISP-VAUD
           END-IF.
           IF WS-VAUD-FILE-STATUS = '00'
               SET WS-VAUD-OPEN TO TRUE
           ELSE
               DISPLAY 'CISPVMNT: error opening CISPVAUD - STATUS '
                   WS-VAUD-FILE-STATUS
               SET WS-RUN-HAD-FILE-ERROR TO TRUE
           END-IF.
       WRITE-LIST-HEADER-PROCEDURE.
           MOVE SPACES TO VLST-LINE.
           STRING 'CISP VARIABLE STORE MAINTENANCE ' DELIMITED BY SIZE
               WS-RUN-DATE DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               WS-RUN-TIME DELIMITED BY SIZE
               INTO VLST-LINE
           END-STRING.
           WRITE VLST-LINE.
           MOVE SPACES TO VLST-LINE.
           WRITE VLST-LINE.
           MOVE VLST-HEADER-LINE TO VLST-LINE.
           WRITE VLST-LINE.
       APPLY-TRANSACTIONS-PROCEDURE.
           OPEN INPUT CISP-VTRN.
           IF WS-VTRN-FILE-STATUS NOT = '00'
               DISPLAY 'CISPVMNT: error opening CISPVTRN - STATUS '
                   WS-VTRN-FILE-STATUS
               SET WS-RUN-HAD-FILE-ERROR TO TRUE
           ELSE
               SET WS-FILE-EOF-YES TO FALSE
               PERFORM UNTIL WS-FILE-EOF-YES
                   READ CISP-VTRN
                       AT END
                           SET WS-FILE-EOF-YES TO TRUE
                       NOT AT END
                           PERFORM APPLY-ONE-TRANSACTION-PROCEDURE
                   END-READ
               END-PERFORM
               CLOSE CISP-VTRN
           END-IF.
       APPLY-ONE-TRANSACTION-PROCEDURE.
           IF VTRN-RECORD(1:1) = '*' OR VTRN-RECORD = SPACES
               CONTINUE
           ELSE
               ADD 1 TO WS-TRN-READ
               PERFORM SPLIT-TRANSACTION-PROCEDURE
               PERFORM VALIDATE-TRANSACTION-PROCEDURE
               IF WS-TRN-REJECT = SPACES
                   PERFORM FIND-VAR-PROCEDURE
                   EVALUATE TRUE
                   WHEN WS-TRN-ADD
                       PERFORM ADD-VAR-PROCEDURE
                   WHEN WS-TRN-CHANGE
                       PERFORM CHANGE-VAR-PROCEDURE
                   WHEN WS-TRN-DELETE
                       PERFORM DELETE-VAR-PROCEDURE
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
           UNSTRING VTRN-RECORD DELIMITED BY '|'
               INTO WS-TRN-ACTION WS-TRN-NAME WS-TRN-TYPE
                   WS-TRN-VALUE-TEXT WS-TRN-STR WS-TRN-REQUESTER
           END-UNSTRING.
           MOVE FUNCTION UPPER-CASE(WS-TRN-ACTION) TO WS-TRN-ACTION.
           MOVE FUNCTION UPPER-CASE(WS-TRN-TYPE) TO WS-TRN-TYPE.
       VALIDATE-TRANSACTION-PROCEDURE.
           MOVE SPACES TO WS-TRN-REJECT.
           EVALUATE TRUE
           WHEN NOT WS-TRN-ADD AND NOT WS-TRN-CHANGE
               AND NOT WS-TRN-DELETE
               MOVE 'REJECTED - BAD ACTION' TO WS-TRN-REJECT
           WHEN WS-TRN-NAME = SPACES
               MOVE 'REJECTED - NAME REQUIRED' TO WS-TRN-REJECT
           WHEN WS-TRN-REQUESTER = SPACES
               MOVE 'REJECTED - REQUESTER REQUIRED' TO WS-TRN-REJECT
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
       FIND-VAR-PROCEDURE.
           MOVE 0 TO WS-VAR-FOUND-IDX.
           PERFORM VARYING WS-VAR-IDX FROM 1 BY 1
           UNTIL WS-VAR-IDX > WS-VAR-COUNT
               OR WS-VAR-FOUND-IDX > 0
               IF WS-VAR-ENTRY(WS-VAR-IDX)(1:100) = WS-TRN-NAME
                   MOVE WS-VAR-IDX TO WS-VAR-FOUND-IDX
               END-IF
           END-PERFORM.
       ADD-VAR-PROCEDURE.
           EVALUATE TRUE
           WHEN WS-VAR-FOUND-IDX > 0
               MOVE 'REJECTED - NAME ALREADY EXISTS' TO WS-TRN-REJECT
           WHEN WS-VAR-COUNT NOT < WS-MAX-VARS
               MOVE 'REJECTED - VARIABLE STORE FULL' TO WS-TRN-REJECT
           WHEN OTHER
               MOVE SPACES TO VARS-RECORD
               MOVE WS-TRN-NAME TO VARS-NAME
               MOVE WS-TRN-TYPE TO VARS-TYPE
               MOVE 0 TO VARS-VALUE
               PERFORM MOVE-TRANSACTION-VALUE-PROCEDURE
               ADD 1 TO WS-VAR-COUNT
               MOVE VARS-RECORD TO WS-VAR-ENTRY(WS-VAR-COUNT)
               ADD 1 TO WS-TRN-ADDED
               MOVE SPACES TO WS-VARS-BEFORE
               MOVE VARS-RECORD TO WS-VARS-AFTER
               MOVE 'ADDED' TO VLST-D-RESULT
               PERFORM LIST-CHANGE-PROCEDURE
               PERFORM WRITE-AUDIT-PROCEDURE
           END-EVALUATE.
       CHANGE-VAR-PROCEDURE.
           IF WS-VAR-FOUND-IDX = 0
               MOVE 'REJECTED - NAME NOT FOUND' TO WS-TRN-REJECT
           ELSE
               MOVE WS-VAR-ENTRY(WS-VAR-FOUND-IDX) TO VARS-RECORD
               MOVE VARS-RECORD TO WS-VARS-BEFORE
               IF WS-TRN-TYPE NOT = SPACE
                   MOVE WS-TRN-TYPE TO VARS-TYPE
               END-IF
               PERFORM MOVE-TRANSACTION-VALUE-PROCEDURE
               MOVE VARS-RECORD TO WS-VAR-ENTRY(WS-VAR-FOUND-IDX)
               ADD 1 TO WS-TRN-CHANGED
               MOVE VARS-RECORD TO WS-VARS-AFTER
               MOVE 'CHANGED' TO VLST-D-RESULT
               PERFORM LIST-CHANGE-PROCEDURE
               PERFORM WRITE-AUDIT-PROCEDURE
           END-IF.
       DELETE-VAR-PROCEDURE.
           IF WS-VAR-FOUND-IDX = 0
               MOVE 'REJECTED - NAME NOT FOUND' TO WS-TRN-REJECT
           ELSE
               MOVE WS-VAR-ENTRY(WS-VAR-FOUND-IDX) TO WS-VARS-BEFORE
               PERFORM VARYING WS-VAR-IDX FROM WS-VAR-FOUND-IDX BY 1
               UNTIL WS-VAR-IDX NOT < WS-VAR-COUNT
                   MOVE WS-VAR-ENTRY(WS-VAR-IDX + 1)
                       TO WS-VAR-ENTRY(WS-VAR-IDX)
               END-PERFORM
               MOVE SPACES TO WS-VAR-ENTRY(WS-VAR-COUNT)
               SUBTRACT 1 FROM WS-VAR-COUNT
               ADD 1 TO WS-TRN-DELETED
               MOVE SPACES TO WS-VARS-AFTER
               MOVE 'DELETED' TO VLST-D-RESULT
               PERFORM LIST-CHANGE-PROCEDURE
               PERFORM WRITE-AUDIT-PROCEDURE
           END-IF.
       MOVE-TRANSACTION-VALUE-PROCEDURE.
           IF VARS-TYPE = 'S'
               IF WS-TRN-STR NOT = SPACES OR WS-TRN-ADD
                   MOVE WS-TRN-STR TO VARS-STR
               END-IF
               MOVE 0 TO VARS-VALUE
           ELSE
               IF WS-TRN-VALUE-TEXT NOT = SPACES
                   MOVE WS-TRN-VALUE TO VARS-VALUE
               END-IF
               MOVE SPACES TO VARS-STR
           END-IF.
       WRITE-AUDIT-PROCEDURE.
           MOVE SPACES TO VAUD-RECORD.
           MOVE WS-RUN-DATE TO VAUD-DATE.
           MOVE WS-RUN-TIME TO VAUD-TIME.
           MOVE WS-TRN-REQUESTER TO VAUD-REQUESTER.
           MOVE WS-TRN-ACTION TO VAUD-ACTION.
           MOVE WS-VARS-BEFORE TO VAUD-BEFORE.
           MOVE WS-VARS-AFTER TO VAUD-AFTER.
           WRITE VAUD-RECORD.
           IF WS-VAUD-FILE-STATUS NOT = '00'
               DISPLAY 'CISPVMNT: error writing CISPVAUD - STATUS '
                   WS-VAUD-FILE-STATUS
               SET WS-RUN-HAD-FILE-ERROR TO TRUE
           END-IF.
           IF WS-VARS-BEFORE NOT = SPACES
               MOVE WS-VARS-BEFORE TO WS-VARS-IMAGE
               MOVE 'BEFORE' TO WS-IMG-LABEL
               PERFORM LIST-IMAGE-PROCEDURE
           END-IF.
           IF WS-VARS-AFTER NOT = SPACES
               MOVE WS-VARS-AFTER TO WS-VARS-IMAGE
               MOVE 'AFTER' TO WS-IMG-LABEL
               PERFORM LIST-IMAGE-PROCEDURE
           END-IF.
       SAVE-VARS-PROCEDURE.
           IF WS-TRN-ADDED > 0 OR WS-TRN-CHANGED > 0
               OR WS-TRN-DELETED > 0
               OPEN OUTPUT CISP-VARS
               IF WS-VARS-FILE-STATUS = '00'
                   PERFORM VARYING WS-VAR-IDX FROM 1 BY 1
                   UNTIL WS-VAR-IDX > WS-VAR-COUNT
                       MOVE WS-VAR-ENTRY(WS-VAR-IDX) TO VARS-RECORD
                       WRITE VARS-RECORD
                   END-PERFORM
                   CLOSE CISP-VARS
               ELSE
                   DISPLAY 'CISPVMNT: error writing CISPVARS - STATUS '
                       WS-VARS-FILE-STATUS
                   SET WS-RUN-HAD-FILE-ERROR TO TRUE
               END-IF
           END-IF.
       LIST-CHANGE-PROCEDURE.
           MOVE WS-TRN-ACTION TO VLST-D-ACTION.
           MOVE WS-TRN-NAME TO VLST-D-NAME.
           MOVE WS-TRN-REQUESTER TO VLST-D-REQUESTER.
           MOVE VLST-DETAIL-LINE TO VLST-LINE.
           WRITE VLST-LINE.
       LIST-REJECT-PROCEDURE.
           MOVE WS-TRN-REJECT TO VLST-D-RESULT.
           PERFORM LIST-CHANGE-PROCEDURE.
           DISPLAY 'CISPVMNT: ' WS-TRN-REJECT ' '
               FUNCTION TRIM(WS-TRN-NAME).
       LIST-IMAGE-PROCEDURE.
           MOVE SPACES TO VLST-LINE.
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
                       INTO VLST-LINE
                   END-STRING
               ELSE
                   STRING '         ' DELIMITED BY SIZE
                       WS-IMG-LABEL DELIMITED BY SPACE
                       ': TYPE=S VALUE="' DELIMITED BY SIZE
                       WS-IMG-STR(1:WS-IMG-STR-LEN) DELIMITED BY SIZE
                       '"' DELIMITED BY SIZE
                       INTO VLST-LINE
                   END-STRING
               END-IF
           ELSE
               MOVE WS-IMG-VALUE TO WS-VALUE-DISPLAY
               STRING '         ' DELIMITED BY SIZE
                   WS-IMG-LABEL DELIMITED BY SPACE
                   ': TYPE=N VALUE=' DELIMITED BY SIZE
                   WS-VALUE-DISPLAY DELIMITED BY SIZE
                   INTO VLST-LINE
               END-STRING
           END-IF.
           WRITE VLST-LINE.
       WRITE-LIST-TOTALS-PROCEDURE.
           MOVE SPACES TO VLST-LINE.
           WRITE VLST-LINE.
           MOVE SPACES TO VLST-LINE.
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
               INTO VLST-LINE
           END-STRING.
           WRITE VLST-LINE.
           MOVE WS-TRN-REJECTED TO WS-COUNT-DISPLAY.
           DISPLAY 'CISPVMNT: transactions rejected = '
               WS-COUNT-DISPLAY.
       LIST-STORE-PROCEDURE.
           MOVE WS-VAR-COUNT TO WS-VAR-COUNT-OUT.
           MOVE SPACES TO VLST-LINE.
           WRITE VLST-LINE.
           MOVE SPACES TO VLST-LINE.
           STRING 'CISPVARS STORE AFTER MAINTENANCE - VARIABLES='
               DELIMITED BY SIZE
               WS-VAR-COUNT-OUT DELIMITED BY SIZE
               INTO VLST-LINE
           END-STRING.
           WRITE VLST-LINE.
           MOVE VLST-STORE-HEADER-LINE TO VLST-LINE.
           WRITE VLST-LINE.
           PERFORM VARYING WS-VAR-IDX FROM 1 BY 1
           UNTIL WS-VAR-IDX > WS-VAR-COUNT
               MOVE WS-VAR-ENTRY(WS-VAR-IDX) TO WS-VARS-IMAGE
               PERFORM LIST-STORE-ENTRY-PROCEDURE
           END-PERFORM.
           MOVE SPACES TO VLST-LINE.
           WRITE VLST-LINE.
           MOVE 'REVIEWED BY: ______________________  DATE: __________'
               TO VLST-LINE.
           WRITE VLST-LINE.
       LIST-STORE-ENTRY-PROCEDURE.
           MOVE SPACES TO VLST-STORE-LINE.
           MOVE WS-IMG-NAME TO VLST-S-NAME.
           IF WS-IMG-TYPE = 'S'
               MOVE 'S' TO VLST-S-TYPE
               MOVE WS-IMG-STR TO VLST-S-VALUE
           ELSE
               MOVE 'N' TO VLST-S-TYPE
               MOVE WS-IMG-VALUE TO WS-VALUE-DISPLAY
               MOVE WS-VALUE-DISPLAY TO VLST-S-VALUE
           END-IF.
           MOVE VLST-STORE-LINE TO VLST-LINE.
           WRITE VLST-LINE.
           MOVE 0 TO WS-IMG-NAME-LEN.
           PERFORM VARYING WS-IMG-STR-SCAN FROM 1 BY 1
           UNTIL WS-IMG-STR-SCAN > 100
               IF WS-IMG-NAME(WS-IMG-STR-SCAN:1) NOT = SPACE
                   MOVE WS-IMG-STR-SCAN TO WS-IMG-NAME-LEN
               END-IF
           END-PERFORM.
           IF WS-IMG-NAME-LEN > 40
               MOVE SPACES TO VLST-LINE
               STRING '         FULL NAME: ' DELIMITED BY SIZE
                   WS-IMG-NAME(1:WS-IMG-NAME-LEN) DELIMITED BY SIZE
                   INTO VLST-LINE
               END-STRING
               WRITE VLST-LINE
           END-IF.
       END PROGRAM CISPVMNT.
