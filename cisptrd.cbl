      ******************************************************************
      * Author: Lauryn Brown
      * Date: 2026
      * Purpose: Report each numeric CISP result across its last runs
      *          in the CISPHIST history file, with the change from the
      *          prior run, the average, and a flag on values that move
      *          by more than the drift percentage
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CISPTRD.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CISP-HIST ASSIGN TO "CISPHIST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HIST-KEY
               FILE STATUS IS WS-HIST-FILE-STATUS.
           SELECT CISP-TPRM ASSIGN TO "CISPTPRM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TPRM-FILE-STATUS.
           SELECT CISP-TRPT ASSIGN TO "CISPTRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TRPT-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
           FD CISP-HIST.
           01 HIST-RECORD.
               02 HIST-KEY.
                   03 HIST-SCRIPT-NAME PIC X(100).
                   03 HIST-LINE-SEQ PIC 9(5).
                   03 HIST-DATA-REC PIC 9(7).
                   03 HIST-RUN-DATE PIC 9(8).
               02 HIST-TYPE PIC X(1).
               02 HIST-STATUS PIC X(1).
               02 HIST-RESULT PIC S9(12)V9(4) SIGN LEADING SEPARATE.
               02 HIST-STR PIC X(100).
           FD CISP-TPRM.
           01 TPRM-RECORD PIC X(120).
           FD CISP-TRPT.
           01 TRPT-LINE PIC X(133).
       WORKING-STORAGE SECTION.
       01 WS-HIST-FILE-STATUS PIC X(2).
       01 WS-TPRM-FILE-STATUS PIC X(2).
       01 WS-TRPT-FILE-STATUS PIC X(2).
       01 WS-RUN-FILE-ERROR-SW PIC X.
           88 WS-RUN-HAD-FILE-ERROR VALUE 'Y', FALSE 'N'.
       01 WS-FILE-EOF-SW PIC X.
           88 WS-FILE-EOF-YES VALUE 'Y', FALSE 'N'.
       01 WS-TPRM-EOF-SW PIC X.
           88 WS-TPRM-EOF-YES VALUE 'Y', FALSE 'N'.
       01 WS-PARM-KEYWORD PIC X(20).
       01 WS-PARM-VALUE PIC X(100).
       01 WS-PARM-NUMVAL-CHECK PIC S9(5).
       01 WS-OPT-RUNS PIC 9(3) VALUE 10.
       01 WS-MAX-RUNS PIC 9(3) VALUE 60.
       01 WS-OPT-DRIFT-PCT PIC S9(5)V99 COMP-3 VALUE 10.
       01 WS-OPT-SCRIPT PIC X(100) VALUE SPACES.
       01 WS-RUN-DATE PIC 9(8).
       01 WS-RUN-TIME PIC 9(8).
       01 WS-GROUP-WORK.
           02 WS-GROUP-ACTIVE-SW PIC X VALUE 'N'.
               88 WS-GROUP-ACTIVE VALUE 'Y', FALSE 'N'.
           02 WS-GROUP-SCRIPT PIC X(100).
           02 WS-GROUP-SEQ PIC 9(5).
           02 WS-GROUP-REC PIC 9(7).
           02 WS-GROUP-PRIOR-SW PIC X.
               88 WS-GROUP-HAS-PRIOR VALUE 'Y', FALSE 'N'.
           02 WS-GROUP-PRIOR-VALUE PIC S9(12)V9(4) COMP-3.
       01 WS-TREND-COUNT PIC 9(3) COMP VALUE 0.
       01 WS-TREND-IDX PIC 9(3) COMP.
       01 WS-TREND-TABLE.
           02 WS-TREND-ENTRY OCCURS 60 TIMES.
               03 WS-TREND-DATE PIC 9(8).
               03 WS-TREND-VALUE PIC S9(12)V9(4) COMP-3.
       01 WS-TREND-SUM PIC S9(14)V9(4) COMP-3.
       01 WS-TREND-AVERAGE PIC S9(12)V9(4) COMP-3.
       01 WS-TREND-PRIOR PIC S9(12)V9(4) COMP-3.
       01 WS-TREND-CHANGE PIC S9(13)V9(4) COMP-3.
       01 WS-TREND-PCT PIC S9(9)V99 COMP-3.
       01 WS-TREND-DRIFT-SW PIC X.
           88 WS-TREND-DRIFT VALUE 'Y', FALSE 'N'.
       01 WS-TREND-PCT-SW PIC X.
           88 WS-TREND-PCT-KNOWN VALUE 'Y', FALSE 'N'.
       01 WS-TREND-COUNTS.
           02 WS-HIST-READ PIC 9(7) VALUE 0.
           02 WS-GROUPS-REPORTED PIC 9(7) VALUE 0.
           02 WS-DRIFT-COUNT PIC 9(7) VALUE 0.
       01 WS-COUNT-DISPLAY PIC ZZZZZZ9.
       01 WS-RUNS-DISPLAY PIC ZZ9.
       01 WS-DRIFT-PCT-DISPLAY PIC ZZZZ9.99.
       01 TRPT-DETAIL-LINE.
           02 FILLER PIC X(4) VALUE SPACES.
           02 TRPT-D-DATE PIC 9(8).
           02 FILLER PIC X(2) VALUE SPACES.
           02 TRPT-D-VALUE PIC -(12)9.9999.
           02 FILLER PIC X(2) VALUE SPACES.
           02 TRPT-D-CHANGE PIC X(19).
           02 FILLER PIC X(2) VALUE SPACES.
           02 TRPT-D-PCT PIC X(12).
           02 FILLER PIC X(2) VALUE SPACES.
           02 TRPT-D-FLAG PIC X(5).
       01 TRPT-HEADER-LINE.
           02 FILLER PIC X(4) VALUE SPACES.
           02 FILLER PIC X(8) VALUE 'RUN DATE'.
           02 FILLER PIC X(2) VALUE SPACES.
           02 FILLER PIC X(18) VALUE '             VALUE'.
           02 FILLER PIC X(2) VALUE SPACES.
           02 FILLER PIC X(19) VALUE '             CHANGE'.
           02 FILLER PIC X(2) VALUE SPACES.
           02 FILLER PIC X(12) VALUE '    CHANGE %'.
           02 FILLER PIC X(2) VALUE SPACES.
           02 FILLER PIC X(5) VALUE 'FLAG'.
       01 WS-CHANGE-EDIT PIC -(13)9.9999.
       01 WS-PCT-EDIT PIC -(8)9.99.
       01 WS-AVERAGE-EDIT PIC -(12)9.9999.
       01 WS-TREND-COUNT-OUT PIC 9(3).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           SET WS-RUN-HAD-FILE-ERROR TO FALSE.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-RUN-TIME FROM TIME.
           PERFORM READ-TPRM-FILE-PROCEDURE.
           OPEN OUTPUT CISP-TRPT.
           IF WS-TRPT-FILE-STATUS NOT = '00'
               DISPLAY 'CISPTRD: error opening CISPTRPT - STATUS '
                   WS-TRPT-FILE-STATUS
               SET WS-RUN-HAD-FILE-ERROR TO TRUE
           END-IF.
           IF NOT WS-RUN-HAD-FILE-ERROR
               PERFORM WRITE-REPORT-HEADER-PROCEDURE
               PERFORM REPORT-HISTORY-PROCEDURE
           END-IF.
           IF WS-TRPT-FILE-STATUS = '00'
               PERFORM WRITE-REPORT-TOTALS-PROCEDURE
               CLOSE CISP-TRPT
           END-IF.
           PERFORM SET-RETURN-CODE-PROCEDURE.
           STOP RUN.
       SET-RETURN-CODE-PROCEDURE.
           IF WS-RUN-HAD-FILE-ERROR
               MOVE 8 TO RETURN-CODE
           ELSE
               IF WS-DRIFT-COUNT > 0
                   MOVE 4 TO RETURN-CODE
               ELSE
                   MOVE 0 TO RETURN-CODE
               END-IF
           END-IF.
       READ-TPRM-FILE-PROCEDURE.
           OPEN INPUT CISP-TPRM.
           IF WS-TPRM-FILE-STATUS = '00'
               SET WS-TPRM-EOF-YES TO FALSE
               PERFORM UNTIL WS-TPRM-EOF-YES
                   READ CISP-TPRM
                       AT END
                           SET WS-TPRM-EOF-YES TO TRUE
                       NOT AT END
                           PERFORM APPLY-TPRM-OPTION-PROCEDURE
                   END-READ
               END-PERFORM
               CLOSE CISP-TPRM
           END-IF.
       APPLY-TPRM-OPTION-PROCEDURE.
           IF TPRM-RECORD(1:1) = '*' OR TPRM-RECORD = SPACES
               CONTINUE
           ELSE
               MOVE SPACES TO WS-PARM-KEYWORD
               MOVE SPACES TO WS-PARM-VALUE
               UNSTRING TPRM-RECORD DELIMITED BY '='
                   INTO WS-PARM-KEYWORD WS-PARM-VALUE
               END-UNSTRING
               MOVE FUNCTION UPPER-CASE(WS-PARM-KEYWORD)
                   TO WS-PARM-KEYWORD
               EVALUATE WS-PARM-KEYWORD
               WHEN 'RUNS'
                   COMPUTE WS-PARM-NUMVAL-CHECK =
                       FUNCTION TEST-NUMVAL(WS-PARM-VALUE)
                   IF WS-PARM-NUMVAL-CHECK = 0
                       AND FUNCTION NUMVAL(WS-PARM-VALUE) >= 2
                       AND FUNCTION NUMVAL(WS-PARM-VALUE)
                           <= WS-MAX-RUNS
                       COMPUTE WS-OPT-RUNS =
                           FUNCTION NUMVAL(WS-PARM-VALUE)
                   ELSE
                       DISPLAY 'CISPTRD: WARNING - bad RUNS value: '
                           WS-PARM-VALUE
                   END-IF
               WHEN 'DRIFTPCT'
                   COMPUTE WS-PARM-NUMVAL-CHECK =
                       FUNCTION TEST-NUMVAL(WS-PARM-VALUE)
                   IF WS-PARM-NUMVAL-CHECK = 0
                       AND FUNCTION NUMVAL(WS-PARM-VALUE) >= 0
                       AND FUNCTION NUMVAL(WS-PARM-VALUE) < 100000
                       COMPUTE WS-OPT-DRIFT-PCT =
                           FUNCTION NUMVAL(WS-PARM-VALUE)
                   ELSE
                       DISPLAY 'CISPTRD: WARNING - bad DRIFTPCT '
                           'value: ' WS-PARM-VALUE
                   END-IF
               WHEN 'SCRIPT'
                   MOVE WS-PARM-VALUE TO WS-OPT-SCRIPT
               WHEN OTHER
                   DISPLAY 'CISPTRD: WARNING - unknown option: '
                       WS-PARM-KEYWORD
               END-EVALUATE
           END-IF.
       WRITE-REPORT-HEADER-PROCEDURE.
           MOVE WS-OPT-RUNS TO WS-RUNS-DISPLAY.
           MOVE WS-OPT-DRIFT-PCT TO WS-DRIFT-PCT-DISPLAY.
           MOVE SPACES TO TRPT-LINE.
           STRING 'CISP RESULTS TREND REPORT ' DELIMITED BY SIZE
               WS-RUN-DATE DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               WS-RUN-TIME DELIMITED BY SIZE
               INTO TRPT-LINE
           END-STRING.
           WRITE TRPT-LINE.
           MOVE SPACES TO TRPT-LINE.
           IF WS-OPT-SCRIPT = SPACES
               STRING 'LAST RUNS=' DELIMITED BY SIZE
                   WS-RUNS-DISPLAY DELIMITED BY SIZE
                   ' DRIFT FLAG OVER ' DELIMITED BY SIZE
                   WS-DRIFT-PCT-DISPLAY DELIMITED BY SIZE
                   ' PCT' DELIMITED BY SIZE
                   INTO TRPT-LINE
               END-STRING
           ELSE
               STRING 'LAST RUNS=' DELIMITED BY SIZE
                   WS-RUNS-DISPLAY DELIMITED BY SIZE
                   ' DRIFT FLAG OVER ' DELIMITED BY SIZE
                   WS-DRIFT-PCT-DISPLAY DELIMITED BY SIZE
                   ' PCT SCRIPT=' DELIMITED BY SIZE
                   WS-OPT-SCRIPT DELIMITED BY SPACE
                   INTO TRPT-LINE
               END-STRING
           END-IF.
           WRITE TRPT-LINE.
       REPORT-HISTORY-PROCEDURE.
           OPEN INPUT CISP-HIST.
           IF WS-HIST-FILE-STATUS NOT = '00'
               DISPLAY 'CISPTRD: error opening CISPHIST - STATUS '
                   WS-HIST-FILE-STATUS
               SET WS-RUN-HAD-FILE-ERROR TO TRUE
           ELSE
               SET WS-GROUP-ACTIVE TO FALSE
               MOVE LOW-VALUES TO HIST-KEY
               IF WS-OPT-SCRIPT NOT = SPACES
                   MOVE WS-OPT-SCRIPT TO HIST-SCRIPT-NAME
               END-IF
               SET WS-FILE-EOF-YES TO FALSE
               START CISP-HIST KEY >= HIST-KEY
                   INVALID KEY
                       SET WS-FILE-EOF-YES TO TRUE
               END-START
               PERFORM UNTIL WS-FILE-EOF-YES
                   READ CISP-HIST NEXT
                       AT END
                           SET WS-FILE-EOF-YES TO TRUE
                       NOT AT END
                           PERFORM TREND-ONE-RECORD-PROCEDURE
                   END-READ
               END-PERFORM
               IF WS-GROUP-ACTIVE
                   PERFORM REPORT-GROUP-PROCEDURE
               END-IF
               CLOSE CISP-HIST
           END-IF.
       TREND-ONE-RECORD-PROCEDURE.
           IF WS-OPT-SCRIPT NOT = SPACES
               AND HIST-SCRIPT-NAME NOT = WS-OPT-SCRIPT
               SET WS-FILE-EOF-YES TO TRUE
           ELSE
               ADD 1 TO WS-HIST-READ
               IF WS-GROUP-ACTIVE
                   AND (HIST-SCRIPT-NAME NOT = WS-GROUP-SCRIPT
                       OR HIST-LINE-SEQ NOT = WS-GROUP-SEQ
                       OR HIST-DATA-REC NOT = WS-GROUP-REC)
                   PERFORM REPORT-GROUP-PROCEDURE
                   SET WS-GROUP-ACTIVE TO FALSE
               END-IF
               IF HIST-TYPE = 'N' AND HIST-STATUS = 'G'
                   IF NOT WS-GROUP-ACTIVE
                       SET WS-GROUP-ACTIVE TO TRUE
                       SET WS-GROUP-HAS-PRIOR TO FALSE
                       MOVE HIST-SCRIPT-NAME TO WS-GROUP-SCRIPT
                       MOVE HIST-LINE-SEQ TO WS-GROUP-SEQ
                       MOVE HIST-DATA-REC TO WS-GROUP-REC
                       MOVE 0 TO WS-TREND-COUNT
                   END-IF
                   PERFORM ADD-TREND-ENTRY-PROCEDURE
               END-IF
           END-IF.
       ADD-TREND-ENTRY-PROCEDURE.
           IF WS-TREND-COUNT >= WS-OPT-RUNS
               SET WS-GROUP-HAS-PRIOR TO TRUE
               MOVE WS-TREND-VALUE(1) TO WS-GROUP-PRIOR-VALUE
               PERFORM VARYING WS-TREND-IDX FROM 1 BY 1
               UNTIL WS-TREND-IDX >= WS-TREND-COUNT
                   MOVE WS-TREND-ENTRY(WS-TREND-IDX + 1)
                       TO WS-TREND-ENTRY(WS-TREND-IDX)
               END-PERFORM
           ELSE
               ADD 1 TO WS-TREND-COUNT
           END-IF.
           MOVE HIST-RUN-DATE TO WS-TREND-DATE(WS-TREND-COUNT).
           MOVE HIST-RESULT TO WS-TREND-VALUE(WS-TREND-COUNT).
       REPORT-GROUP-PROCEDURE.
           ADD 1 TO WS-GROUPS-REPORTED.
           MOVE SPACES TO TRPT-LINE.
           WRITE TRPT-LINE.
           MOVE SPACES TO TRPT-LINE.
           STRING 'SCRIPT ' DELIMITED BY SIZE
               WS-GROUP-SCRIPT DELIMITED BY SPACE
               ' SEQ=' DELIMITED BY SIZE
               WS-GROUP-SEQ DELIMITED BY SIZE
               ' REC=' DELIMITED BY SIZE
               WS-GROUP-REC DELIMITED BY SIZE
               INTO TRPT-LINE
           END-STRING.
           WRITE TRPT-LINE.
           MOVE TRPT-HEADER-LINE TO TRPT-LINE.
           WRITE TRPT-LINE.
           MOVE 0 TO WS-TREND-SUM.
           PERFORM VARYING WS-TREND-IDX FROM 1 BY 1
           UNTIL WS-TREND-IDX > WS-TREND-COUNT
               ADD WS-TREND-VALUE(WS-TREND-IDX) TO WS-TREND-SUM
               PERFORM REPORT-TREND-ENTRY-PROCEDURE
           END-PERFORM.
           COMPUTE WS-TREND-AVERAGE ROUNDED =
               WS-TREND-SUM / WS-TREND-COUNT.
           MOVE WS-TREND-AVERAGE TO WS-AVERAGE-EDIT.
           MOVE WS-TREND-COUNT TO WS-TREND-COUNT-OUT.
           MOVE SPACES TO TRPT-LINE.
           STRING '    AVERAGE   ' DELIMITED BY SIZE
               WS-AVERAGE-EDIT DELIMITED BY SIZE
               '  OVER RUNS=' DELIMITED BY SIZE
               WS-TREND-COUNT-OUT DELIMITED BY SIZE
               INTO TRPT-LINE
           END-STRING.
           WRITE TRPT-LINE.
       REPORT-TREND-ENTRY-PROCEDURE.
           MOVE SPACES TO TRPT-D-CHANGE.
           MOVE SPACES TO TRPT-D-PCT.
           MOVE SPACES TO TRPT-D-FLAG.
           MOVE WS-TREND-DATE(WS-TREND-IDX) TO TRPT-D-DATE.
           MOVE WS-TREND-VALUE(WS-TREND-IDX) TO TRPT-D-VALUE.
           SET WS-TREND-DRIFT TO FALSE.
           IF WS-TREND-IDX > 1 OR WS-GROUP-HAS-PRIOR
               IF WS-TREND-IDX > 1
                   MOVE WS-TREND-VALUE(WS-TREND-IDX - 1)
                       TO WS-TREND-PRIOR
               ELSE
                   MOVE WS-GROUP-PRIOR-VALUE TO WS-TREND-PRIOR
               END-IF
               COMPUTE WS-TREND-CHANGE =
                   WS-TREND-VALUE(WS-TREND-IDX) - WS-TREND-PRIOR
               MOVE WS-TREND-CHANGE TO WS-CHANGE-EDIT
               MOVE WS-CHANGE-EDIT TO TRPT-D-CHANGE
               SET WS-TREND-PCT-KNOWN TO TRUE
               IF WS-TREND-PRIOR = 0
                   SET WS-TREND-PCT-KNOWN TO FALSE
                   IF WS-TREND-CHANGE NOT = 0
                       SET WS-TREND-DRIFT TO TRUE
                   END-IF
               ELSE
                   COMPUTE WS-TREND-PCT ROUNDED =
                       WS-TREND-CHANGE * 100 / WS-TREND-PRIOR
                       ON SIZE ERROR
                           SET WS-TREND-PCT-KNOWN TO FALSE
                           SET WS-TREND-DRIFT TO TRUE
                   END-COMPUTE
                   IF WS-TREND-PRIOR < 0
                       COMPUTE WS-TREND-PCT = 0 - WS-TREND-PCT
                   END-IF
               END-IF
               IF WS-TREND-PCT-KNOWN
                   MOVE WS-TREND-PCT TO WS-PCT-EDIT
                   MOVE WS-PCT-EDIT TO TRPT-D-PCT
                   IF WS-TREND-PCT > WS-OPT-DRIFT-PCT
                       OR WS-TREND-PCT < 0 - WS-OPT-DRIFT-PCT
                       SET WS-TREND-DRIFT TO TRUE
                   END-IF
               ELSE
                   MOVE '         N/A' TO TRPT-D-PCT
               END-IF
           END-IF.
           IF WS-TREND-DRIFT
               MOVE 'DRIFT' TO TRPT-D-FLAG
               ADD 1 TO WS-DRIFT-COUNT
           END-IF.
           MOVE TRPT-DETAIL-LINE TO TRPT-LINE.
           WRITE TRPT-LINE.
       WRITE-REPORT-TOTALS-PROCEDURE.
           MOVE SPACES TO TRPT-LINE.
           WRITE TRPT-LINE.
           MOVE SPACES TO TRPT-LINE.
           STRING 'HISTORY RECORDS READ=' DELIMITED BY SIZE
               WS-HIST-READ DELIMITED BY SIZE
               ' RESULTS REPORTED=' DELIMITED BY SIZE
               WS-GROUPS-REPORTED DELIMITED BY SIZE
               ' DRIFT FLAGS=' DELIMITED BY SIZE
               WS-DRIFT-COUNT DELIMITED BY SIZE
               INTO TRPT-LINE
           END-STRING.
           WRITE TRPT-LINE.
           MOVE WS-DRIFT-COUNT TO WS-COUNT-DISPLAY.
           DISPLAY 'CISPTRD: drift flags = ' WS-COUNT-DISPLAY.
       END PROGRAM CISPTRD.
