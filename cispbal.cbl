      ******************************************************************
      * Author: Lauryn Brown
      * Date: 2026
      * Purpose: End-of-run balancing - tie the CISPRPT summary, the
      *          CISPLOG entries for the run, the CISPRSLT records, the
      *          CISPQRN quarantine entries and the CISPXTRF trailer to
      *          each other, print a balancing report and set a non-zero
      *          return code on any out-of-balance condition
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CISPBAL.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CISP-RPT ASSIGN TO "CISPRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-FILE-STATUS.
           SELECT CISP-LOG ASSIGN TO "CISPLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LOG-FILE-STATUS.
           SELECT CISP-RSLT ASSIGN TO "CISPRSLT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RSLT-FILE-STATUS.
           SELECT CISP-QRN ASSIGN TO "CISPQRN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-QRN-FILE-STATUS.
           SELECT CISP-XTRF ASSIGN TO "CISPXTRF"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-XTRF-FILE-STATUS.
           SELECT CISP-BRPT ASSIGN TO "CISPBRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BRPT-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
           FD CISP-RPT.
           01 RPT-LINE PIC X(133).
           FD CISP-LOG.
           01 LOG-LINE PIC X(250).
           FD CISP-RSLT
               RECORD IS VARYING IN SIZE FROM 115 TO 213 CHARACTERS
                   DEPENDING ON WS-RSLT-REC-LEN.
           01 RSLT-RECORD.
               02 RSLT-SCRIPT-NAME PIC X(100).
               02 RSLT-LINE-SEQ PIC 9(5).
               02 RSLT-RESULT PIC S9(12)V9(4) COMP-3.
               02 RSLT-STATUS PIC X(1).
               02 RSLT-DATA-REC PIC 9(7).
           01 RSLT-RECORD-S.
               02 RSLT-S-SCRIPT-NAME PIC X(100).
               02 RSLT-S-LINE-SEQ PIC 9(5).
               02 RSLT-S-RESULT PIC X(100).
               02 RSLT-S-STATUS PIC X(1).
               02 RSLT-S-DATA-REC PIC 9(7).
           FD CISP-QRN.
           01 QRN-RECORD.
               02 QRN-SCRIPT-NAME PIC X(100).
               02 FILLER PIC X(1).
               02 QRN-POSITION PIC 9(5).
               02 FILLER PIC X(1).
               02 QRN-REASON PIC X(8).
           FD CISP-XTRF.
           01 XTRF-LINE PIC X(250).
           FD CISP-BRPT.
           01 BRPT-LINE PIC X(133).
       WORKING-STORAGE SECTION.
       01 WS-RPT-FILE-STATUS PIC X(2).
       01 WS-LOG-FILE-STATUS PIC X(2).
       01 WS-RSLT-FILE-STATUS PIC X(2).
       01 WS-QRN-FILE-STATUS PIC X(2).
       01 WS-XTRF-FILE-STATUS PIC X(2).
       01 WS-BRPT-FILE-STATUS PIC X(2).
       01 WS-RSLT-REC-LEN PIC 9(5) COMP.
       01 WS-RUN-FILE-ERROR-SW PIC X.
           88 WS-RUN-HAD-FILE-ERROR VALUE 'Y', FALSE 'N'.
       01 WS-FILE-EOF-SW PIC X.
           88 WS-FILE-EOF-YES VALUE 'Y', FALSE 'N'.
       01 WS-SOURCE-SWITCHES.
           02 WS-RPT-OK-SW PIC X VALUE 'N'.
               88 WS-RPT-OK VALUE 'Y', FALSE 'N'.
           02 WS-LOG-OK-SW PIC X VALUE 'N'.
               88 WS-LOG-OK VALUE 'Y', FALSE 'N'.
           02 WS-RSLT-OK-SW PIC X VALUE 'N'.
               88 WS-RSLT-OK VALUE 'Y', FALSE 'N'.
           02 WS-QRN-OK-SW PIC X VALUE 'N'.
               88 WS-QRN-OK VALUE 'Y', FALSE 'N'.
           02 WS-XTRF-OK-SW PIC X VALUE 'N'.
               88 WS-XTRF-OK VALUE 'Y', FALSE 'N'.
           02 WS-RPT-SUMMARY-SW PIC X VALUE 'N'.
               88 WS-RPT-SUMMARY-FOUND VALUE 'Y', FALSE 'N'.
           02 WS-LOG-MARKER-SW PIC X VALUE 'N'.
               88 WS-LOG-MARKER-FOUND VALUE 'Y', FALSE 'N'.
           02 WS-XTRF-TRAILER-SW PIC X VALUE 'N'.
               88 WS-XTRF-TRAILER-FOUND VALUE 'Y', FALSE 'N'.
       01 WS-RPT-COUNTS.
           02 WS-RPT-SCRIPTS PIC 9(9) VALUE 0.
           02 WS-RPT-RESULTS PIC 9(9) VALUE 0.
           02 WS-RPT-FAILED PIC 9(9) VALUE 0.
           02 WS-RPT-HELD PIC 9(9) VALUE 0.
           02 WS-RPT-SKIPPED PIC 9(9) VALUE 0.
       01 WS-RPT-WORDS.
           02 WS-RPT-WORD-0 PIC X(20).
           02 WS-RPT-WORD-1 PIC X(20).
           02 WS-RPT-WORD-2 PIC X(20).
           02 WS-RPT-WORD-3 PIC X(20).
           02 WS-RPT-WORD-4 PIC X(20).
           02 WS-RPT-WORD-5 PIC X(20).
           02 WS-RPT-WORD-6 PIC X(20).
       01 WS-LOG-COUNTS.
           02 WS-LOG-ENTRIES PIC 9(9) VALUE 0.
           02 WS-LOG-FAILED PIC 9(9) VALUE 0.
           02 WS-LOG-HELD PIC 9(9) VALUE 0.
           02 WS-LOG-SKIPPED PIC 9(9) VALUE 0.
       01 WS-LOG-HEAD PIC X(250).
       01 WS-LOG-STATUS PIC X(20).
       01 WS-RSLT-COUNTS.
           02 WS-RSLT-RECORDS PIC 9(9) VALUE 0.
           02 WS-RSLT-GOOD PIC 9(9) VALUE 0.
       01 WS-RSLT-HASH PIC S9(14)V9(4) COMP-3 VALUE 0.
       01 WS-QRN-RECORDS PIC 9(9) VALUE 0.
       01 WS-XTRF-COUNTS.
           02 WS-XTRF-DETAIL PIC 9(9) VALUE 0.
           02 WS-XTRF-TRAILERS PIC 9(9) VALUE 0.
       01 WS-XTRF-TRAILER-WORDS.
           02 WS-XTRF-T-FLAG PIC X(5).
           02 WS-XTRF-T-COUNT PIC X(20).
           02 WS-XTRF-T-HASH PIC X(40).
       01 WS-HASH-EDIT PIC +9(14).9(4).
       01 WS-XTRF-COUNT-NUM PIC 9(9) VALUE 0.
       01 WS-COUNT-EDIT PIC Z(19)9.
       01 WS-CHECK-WORK.
           02 WS-CHK-NAME PIC X(20).
           02 WS-CHK-LEFT-NAME PIC X(24).
           02 WS-CHK-LEFT-VAL PIC X(20).
           02 WS-CHK-RIGHT-NAME PIC X(24).
           02 WS-CHK-RIGHT-VAL PIC X(20).
           02 WS-CHK-AVAILABLE-SW PIC X.
               88 WS-CHK-AVAILABLE VALUE 'Y', FALSE 'N'.
       01 WS-CHECKS-RUN PIC 9(3) VALUE 0.
       01 WS-OUT-OF-BALANCE PIC 9(3) VALUE 0.
       01 WS-RUN-DATE PIC 9(8).
       01 WS-RUN-TIME PIC 9(8).
       01 BRPT-DETAIL-LINE.
           02 BRPT-D-CHECK PIC X(20).
           02 FILLER PIC X(1) VALUE SPACES.
           02 BRPT-D-LEFT-NAME PIC X(24).
           02 FILLER PIC X(1) VALUE SPACES.
           02 BRPT-D-LEFT-VAL PIC X(20).
           02 FILLER PIC X(1) VALUE SPACES.
           02 BRPT-D-RIGHT-NAME PIC X(24).
           02 FILLER PIC X(1) VALUE SPACES.
           02 BRPT-D-RIGHT-VAL PIC X(20).
           02 FILLER PIC X(1) VALUE SPACES.
           02 BRPT-D-RESULT PIC X(14).
       01 BRPT-HEADER-LINE.
           02 FILLER PIC X(20) VALUE 'CHECK'.
           02 FILLER PIC X(1) VALUE SPACES.
           02 FILLER PIC X(24) VALUE 'SOURCE'.
           02 FILLER PIC X(1) VALUE SPACES.
           02 FILLER PIC X(20) VALUE '               VALUE'.
           02 FILLER PIC X(1) VALUE SPACES.
           02 FILLER PIC X(24) VALUE 'AGAINST'.
           02 FILLER PIC X(1) VALUE SPACES.
           02 FILLER PIC X(20) VALUE '               VALUE'.
           02 FILLER PIC X(1) VALUE SPACES.
           02 FILLER PIC X(14) VALUE 'RESULT'.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           SET WS-RUN-HAD-FILE-ERROR TO FALSE.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-RUN-TIME FROM TIME.
           OPEN OUTPUT CISP-BRPT.
           IF WS-BRPT-FILE-STATUS NOT = '00'
               DISPLAY 'CISPBAL: error opening CISPBRPT - STATUS '
                   WS-BRPT-FILE-STATUS
               SET WS-RUN-HAD-FILE-ERROR TO TRUE
           ELSE
               PERFORM WRITE-REPORT-HEADER-PROCEDURE
               PERFORM READ-REPORT-SUMMARY-PROCEDURE
               PERFORM READ-RUN-LOG-PROCEDURE
               PERFORM READ-RESULTS-PROCEDURE
               PERFORM READ-QUARANTINE-PROCEDURE
               PERFORM READ-EXTRACT-PROCEDURE
               MOVE SPACES TO BRPT-LINE
               WRITE BRPT-LINE
               MOVE BRPT-HEADER-LINE TO BRPT-LINE
               WRITE BRPT-LINE
               PERFORM CHECK-SCRIPTS-PROCEDURE
               PERFORM CHECK-RESULTS-PROCEDURE
               PERFORM CHECK-ERRORS-PROCEDURE
               PERFORM CHECK-HELD-PROCEDURE
               PERFORM CHECK-SKIPPED-PROCEDURE
               PERFORM CHECK-EXTRACT-PROCEDURE
               PERFORM WRITE-REPORT-TOTALS-PROCEDURE
               CLOSE CISP-BRPT
           END-IF.
           PERFORM SET-RETURN-CODE-PROCEDURE.
           STOP RUN.
       SET-RETURN-CODE-PROCEDURE.
           IF WS-RUN-HAD-FILE-ERROR OR WS-OUT-OF-BALANCE > 0
               MOVE 8 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF.
       WRITE-REPORT-HEADER-PROCEDURE.
           MOVE SPACES TO BRPT-LINE.
           STRING 'CISP END-OF-RUN BALANCING ' DELIMITED BY SIZE
               WS-RUN-DATE DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               WS-RUN-TIME DELIMITED BY SIZE
               INTO BRPT-LINE
           END-STRING.
           WRITE BRPT-LINE.
       REPORT-SOURCE-ERROR-PROCEDURE.
           SET WS-RUN-HAD-FILE-ERROR TO TRUE.
           DISPLAY 'CISPBAL: ' FUNCTION TRIM(BRPT-LINE TRAILING).
           WRITE BRPT-LINE.
       READ-REPORT-SUMMARY-PROCEDURE.
           OPEN INPUT CISP-RPT.
           IF WS-RPT-FILE-STATUS NOT = '00'
               MOVE SPACES TO BRPT-LINE
               STRING 'CISPRPT NOT AVAILABLE - STATUS '
                   DELIMITED BY SIZE
                   WS-RPT-FILE-STATUS DELIMITED BY SIZE
                   INTO BRPT-LINE
               END-STRING
               PERFORM REPORT-SOURCE-ERROR-PROCEDURE
           ELSE
               SET WS-RPT-OK TO TRUE
               SET WS-FILE-EOF-YES TO FALSE
               PERFORM UNTIL WS-FILE-EOF-YES
                   READ CISP-RPT
                       AT END
                           SET WS-FILE-EOF-YES TO TRUE
                       NOT AT END
                           IF RPT-LINE(1:13) = 'SCRIPTS READ='
                               PERFORM READ-SUMMARY-LINE-PROCEDURE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CISP-RPT
               IF NOT WS-RPT-SUMMARY-FOUND
                   MOVE 'CISPRPT HAS NO RUN SUMMARY' TO BRPT-LINE
                   PERFORM REPORT-SOURCE-ERROR-PROCEDURE
                   SET WS-RPT-OK TO FALSE
               END-IF
           END-IF.
       READ-SUMMARY-LINE-PROCEDURE.
           SET WS-RPT-SUMMARY-FOUND TO TRUE.
           MOVE SPACES TO WS-RPT-WORDS.
           UNSTRING RPT-LINE DELIMITED BY 'SCRIPTS READ='
               OR ' RESULTS WRITTEN=' OR ' TOKENS SCANNED='
               OR ' SCRIPTS FAILED=' OR ' SCRIPTS HELD='
               OR ' SCRIPTS SKIPPED='
               INTO WS-RPT-WORD-0 WS-RPT-WORD-1 WS-RPT-WORD-2
                   WS-RPT-WORD-3 WS-RPT-WORD-4 WS-RPT-WORD-5
                   WS-RPT-WORD-6
           END-UNSTRING.
           IF WS-RPT-WORD-1(1:5) IS NUMERIC
               ADD FUNCTION NUMVAL(WS-RPT-WORD-1(1:5))
                   TO WS-RPT-SCRIPTS
           END-IF.
           IF WS-RPT-WORD-2(1:9) IS NUMERIC
               ADD FUNCTION NUMVAL(WS-RPT-WORD-2(1:9))
                   TO WS-RPT-RESULTS
           END-IF.
           IF WS-RPT-WORD-4(1:5) IS NUMERIC
               ADD FUNCTION NUMVAL(WS-RPT-WORD-4(1:5))
                   TO WS-RPT-FAILED
           END-IF.
           IF WS-RPT-WORD-5(1:5) IS NUMERIC
               ADD FUNCTION NUMVAL(WS-RPT-WORD-5(1:5))
                   TO WS-RPT-HELD
           END-IF.
           IF WS-RPT-WORD-6(1:5) IS NUMERIC
               ADD FUNCTION NUMVAL(WS-RPT-WORD-6(1:5))
                   TO WS-RPT-SKIPPED
           END-IF.
       READ-RUN-LOG-PROCEDURE.
           OPEN INPUT CISP-LOG.
           IF WS-LOG-FILE-STATUS NOT = '00'
               MOVE SPACES TO BRPT-LINE
               STRING 'CISPLOG NOT AVAILABLE - STATUS '
                   DELIMITED BY SIZE
                   WS-LOG-FILE-STATUS DELIMITED BY SIZE
                   INTO BRPT-LINE
               END-STRING
               PERFORM REPORT-SOURCE-ERROR-PROCEDURE
           ELSE
               SET WS-LOG-OK TO TRUE
               SET WS-FILE-EOF-YES TO FALSE
               PERFORM UNTIL WS-FILE-EOF-YES
                   READ CISP-LOG
                       AT END
                           SET WS-FILE-EOF-YES TO TRUE
                       NOT AT END
                           PERFORM READ-LOG-LINE-PROCEDURE
                   END-READ
               END-PERFORM
               CLOSE CISP-LOG
               IF NOT WS-LOG-MARKER-FOUND
                   MOVE 'CISPLOG HAS NO RUN START MARKER' TO BRPT-LINE
                   PERFORM REPORT-SOURCE-ERROR-PROCEDURE
                   SET WS-LOG-OK TO FALSE
               END-IF
           END-IF.
       READ-LOG-LINE-PROCEDURE.
           EVALUATE TRUE
           WHEN LOG-LINE = SPACES
               CONTINUE
           WHEN LOG-LINE(19:10) = '*RUN START'
               SET WS-LOG-MARKER-FOUND TO TRUE
               MOVE 0 TO WS-LOG-ENTRIES
               MOVE 0 TO WS-LOG-FAILED
               MOVE 0 TO WS-LOG-HELD
               MOVE 0 TO WS-LOG-SKIPPED
           WHEN LOG-LINE(19:11) = '*RUN RESUME'
               CONTINUE
           WHEN OTHER
               ADD 1 TO WS-LOG-ENTRIES
               MOVE SPACES TO WS-LOG-STATUS
               UNSTRING LOG-LINE DELIMITED BY ' STATUS='
                   INTO WS-LOG-HEAD WS-LOG-STATUS
               END-UNSTRING
               EVALUATE WS-LOG-STATUS
               WHEN SPACES
               WHEN 'GOOD'
                   CONTINUE
               WHEN 'HELD'
                   ADD 1 TO WS-LOG-HELD
               WHEN 'SKIPPED'
                   ADD 1 TO WS-LOG-SKIPPED
               WHEN OTHER
                   ADD 1 TO WS-LOG-FAILED
               END-EVALUATE
           END-EVALUATE.
       READ-RESULTS-PROCEDURE.
           OPEN INPUT CISP-RSLT.
           IF WS-RSLT-FILE-STATUS NOT = '00'
               MOVE SPACES TO BRPT-LINE
               STRING 'CISPRSLT NOT AVAILABLE - STATUS '
                   DELIMITED BY SIZE
                   WS-RSLT-FILE-STATUS DELIMITED BY SIZE
                   INTO BRPT-LINE
               END-STRING
               PERFORM REPORT-SOURCE-ERROR-PROCEDURE
           ELSE
               SET WS-RSLT-OK TO TRUE
               SET WS-FILE-EOF-YES TO FALSE
               PERFORM UNTIL WS-FILE-EOF-YES
                   READ CISP-RSLT
                       AT END
                           SET WS-FILE-EOF-YES TO TRUE
                       NOT AT END
                           PERFORM READ-ONE-RESULT-PROCEDURE
                   END-READ
               END-PERFORM
               CLOSE CISP-RSLT
           END-IF.
       READ-ONE-RESULT-PROCEDURE.
           ADD 1 TO WS-RSLT-RECORDS.
           IF WS-RSLT-REC-LEN = 206 OR WS-RSLT-REC-LEN = 213
               IF RSLT-S-STATUS = 'S'
                   ADD 1 TO WS-RSLT-GOOD
               END-IF
           ELSE
               IF RSLT-STATUS = 'G'
                   ADD 1 TO WS-RSLT-GOOD
               END-IF
               ADD RSLT-RESULT TO WS-RSLT-HASH
                   ON SIZE ERROR
                       DISPLAY 'CISPBAL: WARNING - hash total '
                           'overflow'
               END-ADD
           END-IF.
       READ-QUARANTINE-PROCEDURE.
           OPEN INPUT CISP-QRN.
           IF WS-QRN-FILE-STATUS NOT = '00'
               MOVE SPACES TO BRPT-LINE
               STRING 'CISPQRN NOT AVAILABLE - STATUS '
                   DELIMITED BY SIZE
                   WS-QRN-FILE-STATUS DELIMITED BY SIZE
                   INTO BRPT-LINE
               END-STRING
               PERFORM REPORT-SOURCE-ERROR-PROCEDURE
           ELSE
               SET WS-QRN-OK TO TRUE
               SET WS-FILE-EOF-YES TO FALSE
               PERFORM UNTIL WS-FILE-EOF-YES
                   READ CISP-QRN
                       AT END
                           SET WS-FILE-EOF-YES TO TRUE
                       NOT AT END
                           IF QRN-RECORD NOT = SPACES
                               ADD 1 TO WS-QRN-RECORDS
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CISP-QRN
           END-IF.
       READ-EXTRACT-PROCEDURE.
           OPEN INPUT CISP-XTRF.
           IF WS-XTRF-FILE-STATUS NOT = '00'
               MOVE SPACES TO BRPT-LINE
               STRING 'CISPXTRF NOT AVAILABLE - STATUS '
                   DELIMITED BY SIZE
                   WS-XTRF-FILE-STATUS DELIMITED BY SIZE
                   INTO BRPT-LINE
               END-STRING
               PERFORM REPORT-SOURCE-ERROR-PROCEDURE
           ELSE
               SET WS-XTRF-OK TO TRUE
               SET WS-FILE-EOF-YES TO FALSE
               PERFORM UNTIL WS-FILE-EOF-YES
                   READ CISP-XTRF
                       AT END
                           SET WS-FILE-EOF-YES TO TRUE
                       NOT AT END
                           PERFORM READ-EXTRACT-LINE-PROCEDURE
                   END-READ
               END-PERFORM
               CLOSE CISP-XTRF
               IF NOT WS-XTRF-TRAILER-FOUND
                   MOVE 'CISPXTRF HAS NO TRAILER' TO BRPT-LINE
                   PERFORM REPORT-SOURCE-ERROR-PROCEDURE
                   SET WS-XTRF-OK TO FALSE
               END-IF
               IF WS-XTRF-TRAILERS > 1
                   MOVE 'CISPXTRF HAS MORE THAN ONE TRAILER'
                       TO BRPT-LINE
                   PERFORM REPORT-SOURCE-ERROR-PROCEDURE
               END-IF
           END-IF.
       READ-EXTRACT-LINE-PROCEDURE.
           IF XTRF-LINE(1:2) = 'T|'
               SET WS-XTRF-TRAILER-FOUND TO TRUE
               ADD 1 TO WS-XTRF-TRAILERS
               MOVE SPACES TO WS-XTRF-TRAILER-WORDS
               UNSTRING XTRF-LINE DELIMITED BY '|'
                   INTO WS-XTRF-T-FLAG WS-XTRF-T-COUNT WS-XTRF-T-HASH
               END-UNSTRING
           ELSE
               IF XTRF-LINE NOT = SPACES
                   ADD 1 TO WS-XTRF-DETAIL
               END-IF
           END-IF.
       CHECK-SCRIPTS-PROCEDURE.
           MOVE 'SCRIPTS PROCESSED' TO WS-CHK-NAME.
           MOVE 'CISPRPT SCRIPTS READ' TO WS-CHK-LEFT-NAME.
           MOVE WS-RPT-SCRIPTS TO WS-COUNT-EDIT.
           MOVE WS-COUNT-EDIT TO WS-CHK-LEFT-VAL.
           MOVE 'CISPLOG ENTRIES' TO WS-CHK-RIGHT-NAME.
           MOVE WS-LOG-ENTRIES TO WS-COUNT-EDIT.
           MOVE WS-COUNT-EDIT TO WS-CHK-RIGHT-VAL.
           IF WS-RPT-OK AND WS-LOG-OK
               SET WS-CHK-AVAILABLE TO TRUE
           ELSE
               SET WS-CHK-AVAILABLE TO FALSE
           END-IF.
           PERFORM COMPARE-AND-REPORT-PROCEDURE.
       CHECK-RESULTS-PROCEDURE.
           MOVE 'RESULTS REPORTED' TO WS-CHK-NAME.
           MOVE 'CISPRPT RESULTS WRITTEN' TO WS-CHK-LEFT-NAME.
           MOVE WS-RPT-RESULTS TO WS-COUNT-EDIT.
           MOVE WS-COUNT-EDIT TO WS-CHK-LEFT-VAL.
           MOVE 'CISPRSLT GOOD RECORDS' TO WS-CHK-RIGHT-NAME.
           MOVE WS-RSLT-GOOD TO WS-COUNT-EDIT.
           MOVE WS-COUNT-EDIT TO WS-CHK-RIGHT-VAL.
           IF WS-RPT-OK AND WS-RSLT-OK
               SET WS-CHK-AVAILABLE TO TRUE
           ELSE
               SET WS-CHK-AVAILABLE TO FALSE
           END-IF.
           PERFORM COMPARE-AND-REPORT-PROCEDURE.
       CHECK-ERRORS-PROCEDURE.
           MOVE 'ERROR SCRIPTS' TO WS-CHK-NAME.
           MOVE 'CISPRPT SCRIPTS FAILED' TO WS-CHK-LEFT-NAME.
           MOVE WS-RPT-FAILED TO WS-COUNT-EDIT.
           MOVE WS-COUNT-EDIT TO WS-CHK-LEFT-VAL.
           MOVE 'CISPQRN RECORDS' TO WS-CHK-RIGHT-NAME.
           MOVE WS-QRN-RECORDS TO WS-COUNT-EDIT.
           MOVE WS-COUNT-EDIT TO WS-CHK-RIGHT-VAL.
           IF WS-RPT-OK AND WS-QRN-OK
               SET WS-CHK-AVAILABLE TO TRUE
           ELSE
               SET WS-CHK-AVAILABLE TO FALSE
           END-IF.
           PERFORM COMPARE-AND-REPORT-PROCEDURE.
           MOVE 'ERROR SCRIPTS' TO WS-CHK-NAME.
           MOVE 'CISPLOG FAILED ENTRIES' TO WS-CHK-LEFT-NAME.
           MOVE WS-LOG-FAILED TO WS-COUNT-EDIT.
           MOVE WS-COUNT-EDIT TO WS-CHK-LEFT-VAL.
           MOVE 'CISPQRN RECORDS' TO WS-CHK-RIGHT-NAME.
           MOVE WS-QRN-RECORDS TO WS-COUNT-EDIT.
           MOVE WS-COUNT-EDIT TO WS-CHK-RIGHT-VAL.
           IF WS-LOG-OK AND WS-QRN-OK
               SET WS-CHK-AVAILABLE TO TRUE
           ELSE
               SET WS-CHK-AVAILABLE TO FALSE
           END-IF.
           PERFORM COMPARE-AND-REPORT-PROCEDURE.
       CHECK-HELD-PROCEDURE.
           MOVE 'HELD SCRIPTS' TO WS-CHK-NAME.
           MOVE 'CISPRPT SCRIPTS HELD' TO WS-CHK-LEFT-NAME.
           MOVE WS-RPT-HELD TO WS-COUNT-EDIT.
           MOVE WS-COUNT-EDIT TO WS-CHK-LEFT-VAL.
           MOVE 'CISPLOG HELD ENTRIES' TO WS-CHK-RIGHT-NAME.
           MOVE WS-LOG-HELD TO WS-COUNT-EDIT.
           MOVE WS-COUNT-EDIT TO WS-CHK-RIGHT-VAL.
           IF WS-RPT-OK AND WS-LOG-OK
               SET WS-CHK-AVAILABLE TO TRUE
           ELSE
               SET WS-CHK-AVAILABLE TO FALSE
           END-IF.
           PERFORM COMPARE-AND-REPORT-PROCEDURE.
       CHECK-SKIPPED-PROCEDURE.
           MOVE 'SKIPPED SCRIPTS' TO WS-CHK-NAME.
           MOVE 'CISPRPT SCRIPTS SKIPPED' TO WS-CHK-LEFT-NAME.
           MOVE WS-RPT-SKIPPED TO WS-COUNT-EDIT.
           MOVE WS-COUNT-EDIT TO WS-CHK-LEFT-VAL.
           MOVE 'CISPLOG SKIPPED ENTRIES' TO WS-CHK-RIGHT-NAME.
           MOVE WS-LOG-SKIPPED TO WS-COUNT-EDIT.
           MOVE WS-COUNT-EDIT TO WS-CHK-RIGHT-VAL.
           IF WS-RPT-OK AND WS-LOG-OK
               SET WS-CHK-AVAILABLE TO TRUE
           ELSE
               SET WS-CHK-AVAILABLE TO FALSE
           END-IF.
           PERFORM COMPARE-AND-REPORT-PROCEDURE.
       CHECK-EXTRACT-PROCEDURE.
           MOVE 0 TO WS-XTRF-COUNT-NUM.
           IF WS-XTRF-T-COUNT(1:7) IS NUMERIC
               MOVE WS-XTRF-T-COUNT(1:7) TO WS-XTRF-COUNT-NUM
           END-IF.
           MOVE 'EXTRACT ROW COUNT' TO WS-CHK-NAME.
           MOVE 'CISPXTRF TRAILER COUNT' TO WS-CHK-LEFT-NAME.
           MOVE WS-XTRF-COUNT-NUM TO WS-COUNT-EDIT.
           MOVE WS-COUNT-EDIT TO WS-CHK-LEFT-VAL.
           MOVE 'CISPRSLT RECORDS' TO WS-CHK-RIGHT-NAME.
           MOVE WS-RSLT-RECORDS TO WS-COUNT-EDIT.
           MOVE WS-COUNT-EDIT TO WS-CHK-RIGHT-VAL.
           IF WS-XTRF-OK AND WS-RSLT-OK
               SET WS-CHK-AVAILABLE TO TRUE
           ELSE
               SET WS-CHK-AVAILABLE TO FALSE
           END-IF.
           PERFORM COMPARE-AND-REPORT-PROCEDURE.
           MOVE 'EXTRACT ROW COUNT' TO WS-CHK-NAME.
           MOVE 'CISPXTRF DETAIL ROWS' TO WS-CHK-LEFT-NAME.
           MOVE WS-XTRF-DETAIL TO WS-COUNT-EDIT.
           MOVE WS-COUNT-EDIT TO WS-CHK-LEFT-VAL.
           MOVE 'CISPXTRF TRAILER COUNT' TO WS-CHK-RIGHT-NAME.
           MOVE WS-XTRF-COUNT-NUM TO WS-COUNT-EDIT.
           MOVE WS-COUNT-EDIT TO WS-CHK-RIGHT-VAL.
           IF WS-XTRF-OK
               SET WS-CHK-AVAILABLE TO TRUE
           ELSE
               SET WS-CHK-AVAILABLE TO FALSE
           END-IF.
           PERFORM COMPARE-AND-REPORT-PROCEDURE.
           MOVE 'EXTRACT HASH TOTAL' TO WS-CHK-NAME.
           MOVE 'CISPXTRF TRAILER HASH' TO WS-CHK-LEFT-NAME.
           MOVE WS-XTRF-T-HASH TO WS-CHK-LEFT-VAL.
           MOVE 'CISPRSLT HASH TOTAL' TO WS-CHK-RIGHT-NAME.
           MOVE WS-RSLT-HASH TO WS-HASH-EDIT.
           MOVE WS-HASH-EDIT TO WS-CHK-RIGHT-VAL.
           IF WS-XTRF-OK AND WS-RSLT-OK
               SET WS-CHK-AVAILABLE TO TRUE
           ELSE
               SET WS-CHK-AVAILABLE TO FALSE
           END-IF.
           PERFORM COMPARE-AND-REPORT-PROCEDURE.
       COMPARE-AND-REPORT-PROCEDURE.
           ADD 1 TO WS-CHECKS-RUN.
           MOVE WS-CHK-NAME TO BRPT-D-CHECK.
           MOVE WS-CHK-LEFT-NAME TO BRPT-D-LEFT-NAME.
           MOVE WS-CHK-LEFT-VAL TO BRPT-D-LEFT-VAL.
           MOVE WS-CHK-RIGHT-NAME TO BRPT-D-RIGHT-NAME.
           MOVE WS-CHK-RIGHT-VAL TO BRPT-D-RIGHT-VAL.
           EVALUATE TRUE
           WHEN NOT WS-CHK-AVAILABLE
               MOVE 'NOT CHECKED' TO BRPT-D-RESULT
               ADD 1 TO WS-OUT-OF-BALANCE
           WHEN WS-CHK-LEFT-VAL = WS-CHK-RIGHT-VAL
               MOVE 'IN BALANCE' TO BRPT-D-RESULT
           WHEN OTHER
               MOVE 'OUT OF BALANCE' TO BRPT-D-RESULT
               ADD 1 TO WS-OUT-OF-BALANCE
               DISPLAY 'CISPBAL: OUT OF BALANCE - ' WS-CHK-LEFT-NAME
                   ' ' WS-CHK-LEFT-VAL ' ' WS-CHK-RIGHT-NAME
                   ' ' WS-CHK-RIGHT-VAL
           END-EVALUATE.
           MOVE BRPT-DETAIL-LINE TO BRPT-LINE.
           WRITE BRPT-LINE.
       WRITE-REPORT-TOTALS-PROCEDURE.
           MOVE SPACES TO BRPT-LINE.
           WRITE BRPT-LINE.
           MOVE SPACES TO BRPT-LINE.
           IF WS-OUT-OF-BALANCE = 0 AND NOT WS-RUN-HAD-FILE-ERROR
               STRING 'BALANCING RESULT: IN BALANCE - CHECKS='
                   DELIMITED BY SIZE
                   WS-CHECKS-RUN DELIMITED BY SIZE
                   INTO BRPT-LINE
               END-STRING
               DISPLAY 'CISPBAL: run is in balance'
           ELSE
               STRING 'BALANCING RESULT: OUT OF BALANCE - CHECKS='
                   DELIMITED BY SIZE
                   WS-CHECKS-RUN DELIMITED BY SIZE
                   ' FAILED=' DELIMITED BY SIZE
                   WS-OUT-OF-BALANCE DELIMITED BY SIZE
                   ' - HOLD DISTRIBUTION' DELIMITED BY SIZE
                   INTO BRPT-LINE
               END-STRING
               DISPLAY 'CISPBAL: run is OUT OF BALANCE - checks '
                   'failed = ' WS-OUT-OF-BALANCE
           END-IF.
           WRITE BRPT-LINE.
       END PROGRAM CISPBAL.
