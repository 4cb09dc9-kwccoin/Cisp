      ******************************************************************
      * Author: Lauryn Brown
      * Date: 2026
      * Purpose: Append the night's CISP results to the keyed CISPHIST
      *          history file and purge history older than the
      *          retention limit
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CISPHST.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CISP-RSLT ASSIGN TO "CISPRSLT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RSLT-FILE-STATUS.
           SELECT CISP-HIST ASSIGN TO "CISPHIST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HIST-KEY
               FILE STATUS IS WS-HIST-FILE-STATUS.
           SELECT CISP-HPRM ASSIGN TO "CISPHPRM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HPRM-FILE-STATUS.
           SELECT CISP-HRPT ASSIGN TO "CISPHRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HRPT-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
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
           FD CISP-HPRM.
           01 HPRM-RECORD PIC X(120).
           FD CISP-HRPT.
           01 HRPT-LINE PIC X(133).
       WORKING-STORAGE SECTION.
       01 WS-RSLT-FILE-STATUS PIC X(2).
       01 WS-HIST-FILE-STATUS PIC X(2).
       01 WS-HPRM-FILE-STATUS PIC X(2).
       01 WS-HRPT-FILE-STATUS PIC X(2).
       01 WS-RSLT-REC-LEN PIC 9(5) COMP.
       01 WS-RUN-FILE-ERROR-SW PIC X.
           88 WS-RUN-HAD-FILE-ERROR VALUE 'Y', FALSE 'N'.
       01 WS-FILE-EOF-SW PIC X.
           88 WS-FILE-EOF-YES VALUE 'Y', FALSE 'N'.
       01 WS-HPRM-EOF-SW PIC X.
           88 WS-HPRM-EOF-YES VALUE 'Y', FALSE 'N'.
       01 WS-HIST-OPEN-SW PIC X VALUE 'N'.
           88 WS-HIST-OPEN VALUE 'Y', FALSE 'N'.
       01 WS-PARM-KEYWORD PIC X(20).
       01 WS-PARM-VALUE PIC X(100).
       01 WS-PARM-NUMVAL-CHECK PIC S9(5).
       01 WS-RUN-DATE PIC 9(8) VALUE 0.
       01 WS-RUN-TIME PIC 9(8).
       01 WS-TODAY PIC 9(8).
       01 WS-RETAIN-DAYS PIC 9(5) VALUE 90.
       01 WS-CUTOFF-DATE PIC 9(8) VALUE 0.
       01 WS-CUTOFF-DAY PIC S9(9) COMP.
       01 WS-DATE-CHECK PIC S9(9) COMP.
       01 WS-HIST-SAVE PIC X(239).
       01 WS-HIST-COUNTS.
           02 WS-RSLT-READ PIC 9(7) VALUE 0.
           02 WS-HIST-ADDED PIC 9(7) VALUE 0.
           02 WS-HIST-REPLACED PIC 9(7) VALUE 0.
           02 WS-HIST-PURGED PIC 9(7) VALUE 0.
           02 WS-HIST-KEPT PIC 9(7) VALUE 0.
       01 WS-COUNT-DISPLAY PIC ZZZZZZ9.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           SET WS-RUN-HAD-FILE-ERROR TO FALSE.
           ACCEPT WS-TODAY FROM DATE YYYYMMDD.
           ACCEPT WS-RUN-TIME FROM TIME.
           MOVE WS-TODAY TO WS-RUN-DATE.
           PERFORM READ-HPRM-FILE-PROCEDURE.
           OPEN OUTPUT CISP-HRPT.
           IF WS-HRPT-FILE-STATUS NOT = '00'
               DISPLAY 'CISPHST: error opening CISPHRPT - STATUS '
                   WS-HRPT-FILE-STATUS
               SET WS-RUN-HAD-FILE-ERROR TO TRUE
           END-IF.
           IF NOT WS-RUN-HAD-FILE-ERROR
               PERFORM OPEN-HISTORY-FILE-PROCEDURE
           END-IF.
           IF NOT WS-RUN-HAD-FILE-ERROR
               PERFORM WRITE-REPORT-HEADER-PROCEDURE
               PERFORM ARCHIVE-RESULTS-PROCEDURE
           END-IF.
           IF NOT WS-RUN-HAD-FILE-ERROR
               AND WS-RETAIN-DAYS > 0
               PERFORM PURGE-HISTORY-PROCEDURE
           END-IF.
           IF WS-HRPT-FILE-STATUS = '00'
               PERFORM WRITE-REPORT-TOTALS-PROCEDURE
               CLOSE CISP-HRPT
           END-IF.
           IF WS-HIST-OPEN
               CLOSE CISP-HIST
           END-IF.
           IF WS-RUN-HAD-FILE-ERROR
               MOVE 8 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF.
           STOP RUN.
       READ-HPRM-FILE-PROCEDURE.
           OPEN INPUT CISP-HPRM.
           IF WS-HPRM-FILE-STATUS = '00'
               SET WS-HPRM-EOF-YES TO FALSE
               PERFORM UNTIL WS-HPRM-EOF-YES
                   READ CISP-HPRM
                       AT END
                           SET WS-HPRM-EOF-YES TO TRUE
                       NOT AT END
                           PERFORM APPLY-HPRM-OPTION-PROCEDURE
                   END-READ
               END-PERFORM
               CLOSE CISP-HPRM
           END-IF.
       APPLY-HPRM-OPTION-PROCEDURE.
           IF HPRM-RECORD(1:1) = '*' OR HPRM-RECORD = SPACES
               CONTINUE
           ELSE
               MOVE SPACES TO WS-PARM-KEYWORD
               MOVE SPACES TO WS-PARM-VALUE
               UNSTRING HPRM-RECORD DELIMITED BY '='
                   INTO WS-PARM-KEYWORD WS-PARM-VALUE
               END-UNSTRING
               MOVE FUNCTION UPPER-CASE(WS-PARM-KEYWORD)
                   TO WS-PARM-KEYWORD
               EVALUATE WS-PARM-KEYWORD
               WHEN 'RUNDATE'
                   COMPUTE WS-PARM-NUMVAL-CHECK =
                       FUNCTION TEST-NUMVAL(WS-PARM-VALUE)
                   IF WS-PARM-NUMVAL-CHECK = 0
                       COMPUTE WS-DATE-CHECK =
                           FUNCTION NUMVAL(WS-PARM-VALUE)
                       IF WS-DATE-CHECK > 0
                           AND FUNCTION TEST-DATE-YYYYMMDD
                               (WS-DATE-CHECK) = 0
                           MOVE WS-DATE-CHECK TO WS-RUN-DATE
                       ELSE
                           DISPLAY 'CISPHST: WARNING - bad RUNDATE '
                               'value: ' WS-PARM-VALUE
                       END-IF
                   ELSE
                       DISPLAY 'CISPHST: WARNING - bad RUNDATE '
                           'value: ' WS-PARM-VALUE
                   END-IF
               WHEN 'RETAIN'
                   COMPUTE WS-PARM-NUMVAL-CHECK =
                       FUNCTION TEST-NUMVAL(WS-PARM-VALUE)
                   IF WS-PARM-NUMVAL-CHECK = 0
                       AND FUNCTION NUMVAL(WS-PARM-VALUE) >= 0
                       AND FUNCTION NUMVAL(WS-PARM-VALUE) <= 99999
                       COMPUTE WS-RETAIN-DAYS =
                           FUNCTION NUMVAL(WS-PARM-VALUE)
                   ELSE
                       DISPLAY 'CISPHST: WARNING - bad RETAIN '
                           'value: ' WS-PARM-VALUE
                   END-IF
               WHEN OTHER
                   DISPLAY 'CISPHST: WARNING - unknown option: '
                       WS-PARM-KEYWORD
               END-EVALUATE
           END-IF.
       OPEN-HISTORY-FILE-PROCEDURE.
           OPEN I-O CISP-HIST.
           IF WS-HIST-FILE-STATUS = '35'
               OPEN OUTPUT CISP-HIST
               IF WS-HIST-FILE-STATUS = '00'
                   CLOSE CISP-HIST
                   OPEN I-O CISP-HIST
               END-IF
           END-IF.
           IF WS-HIST-FILE-STATUS = '00'
               SET WS-HIST-OPEN TO TRUE
           ELSE
               DISPLAY 'CISPHST: error opening CISPHIST - STATUS '
                   WS-HIST-FILE-STATUS
               SET WS-RUN-HAD-FILE-ERROR TO TRUE
           END-IF.
       WRITE-REPORT-HEADER-PROCEDURE.
           IF WS-RETAIN-DAYS > 0
               COMPUTE WS-CUTOFF-DAY =
                   FUNCTION INTEGER-OF-DATE(WS-RUN-DATE)
                   - WS-RETAIN-DAYS
               COMPUTE WS-CUTOFF-DATE =
                   FUNCTION DATE-OF-INTEGER(WS-CUTOFF-DAY)
           END-IF.
           MOVE SPACES TO HRPT-LINE.
           STRING 'CISP RESULTS HISTORY ARCHIVE ' DELIMITED BY SIZE
               WS-TODAY DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               WS-RUN-TIME DELIMITED BY SIZE
               INTO HRPT-LINE
           END-STRING.
           WRITE HRPT-LINE.
           MOVE SPACES TO HRPT-LINE.
           STRING 'RUN DATE=' DELIMITED BY SIZE
               WS-RUN-DATE DELIMITED BY SIZE
               ' RETAIN DAYS=' DELIMITED BY SIZE
               WS-RETAIN-DAYS DELIMITED BY SIZE
               ' PURGE BEFORE=' DELIMITED BY SIZE
               WS-CUTOFF-DATE DELIMITED BY SIZE
               INTO HRPT-LINE
           END-STRING.
           WRITE HRPT-LINE.
       ARCHIVE-RESULTS-PROCEDURE.
           OPEN INPUT CISP-RSLT.
           IF WS-RSLT-FILE-STATUS NOT = '00'
               DISPLAY 'CISPHST: error opening CISPRSLT - STATUS '
                   WS-RSLT-FILE-STATUS
               SET WS-RUN-HAD-FILE-ERROR TO TRUE
           ELSE
               SET WS-FILE-EOF-YES TO FALSE
               PERFORM UNTIL WS-FILE-EOF-YES
                   READ CISP-RSLT
                       AT END
                           SET WS-FILE-EOF-YES TO TRUE
                       NOT AT END
                           PERFORM ARCHIVE-ONE-RESULT-PROCEDURE
                   END-READ
               END-PERFORM
               CLOSE CISP-RSLT
           END-IF.
       ARCHIVE-ONE-RESULT-PROCEDURE.
           ADD 1 TO WS-RSLT-READ.
           MOVE SPACES TO HIST-RECORD.
           MOVE WS-RUN-DATE TO HIST-RUN-DATE.
           IF WS-RSLT-REC-LEN = 206 OR WS-RSLT-REC-LEN = 213
               MOVE RSLT-S-SCRIPT-NAME TO HIST-SCRIPT-NAME
               MOVE RSLT-S-LINE-SEQ TO HIST-LINE-SEQ
               IF WS-RSLT-REC-LEN = 213
                   MOVE RSLT-S-DATA-REC TO HIST-DATA-REC
               ELSE
                   MOVE 0 TO HIST-DATA-REC
               END-IF
               MOVE 'S' TO HIST-TYPE
               MOVE RSLT-S-STATUS TO HIST-STATUS
               MOVE 0 TO HIST-RESULT
               MOVE RSLT-S-RESULT TO HIST-STR
           ELSE
               MOVE RSLT-SCRIPT-NAME TO HIST-SCRIPT-NAME
               MOVE RSLT-LINE-SEQ TO HIST-LINE-SEQ
               IF WS-RSLT-REC-LEN = 122
                   MOVE RSLT-DATA-REC TO HIST-DATA-REC
               ELSE
                   MOVE 0 TO HIST-DATA-REC
               END-IF
               MOVE 'N' TO HIST-TYPE
               MOVE RSLT-STATUS TO HIST-STATUS
               MOVE RSLT-RESULT TO HIST-RESULT
           END-IF.
           MOVE HIST-RECORD TO WS-HIST-SAVE.
           WRITE HIST-RECORD
               INVALID KEY
                   READ CISP-HIST
                       INVALID KEY
                           CONTINUE
                   END-READ
                   MOVE WS-HIST-SAVE TO HIST-RECORD
                   REWRITE HIST-RECORD
                       INVALID KEY
                           DISPLAY 'CISPHST: error rewriting CISPHIST'
                               ' - STATUS ' WS-HIST-FILE-STATUS
                           SET WS-RUN-HAD-FILE-ERROR TO TRUE
                       NOT INVALID KEY
                           ADD 1 TO WS-HIST-REPLACED
                   END-REWRITE
               NOT INVALID KEY
                   ADD 1 TO WS-HIST-ADDED
           END-WRITE.
       PURGE-HISTORY-PROCEDURE.
           MOVE LOW-VALUES TO HIST-KEY.
           SET WS-FILE-EOF-YES TO FALSE.
           START CISP-HIST KEY >= HIST-KEY
               INVALID KEY
                   SET WS-FILE-EOF-YES TO TRUE
           END-START.
           PERFORM UNTIL WS-FILE-EOF-YES
               READ CISP-HIST NEXT
                   AT END
                       SET WS-FILE-EOF-YES TO TRUE
                   NOT AT END
                       IF HIST-RUN-DATE < WS-CUTOFF-DATE
                           DELETE CISP-HIST RECORD
                               INVALID KEY
                                   DISPLAY 'CISPHST: error deleting '
                                       'CISPHIST - STATUS '
                                       WS-HIST-FILE-STATUS
                               NOT INVALID KEY
                                   ADD 1 TO WS-HIST-PURGED
                           END-DELETE
                       ELSE
                           ADD 1 TO WS-HIST-KEPT
                       END-IF
               END-READ
           END-PERFORM.
       WRITE-REPORT-TOTALS-PROCEDURE.
           MOVE SPACES TO HRPT-LINE.
           WRITE HRPT-LINE.
           MOVE SPACES TO HRPT-LINE.
           STRING 'RESULTS READ=' DELIMITED BY SIZE
               WS-RSLT-READ DELIMITED BY SIZE
               ' ADDED=' DELIMITED BY SIZE
               WS-HIST-ADDED DELIMITED BY SIZE
               ' REPLACED=' DELIMITED BY SIZE
               WS-HIST-REPLACED DELIMITED BY SIZE
               INTO HRPT-LINE
           END-STRING.
           WRITE HRPT-LINE.
           MOVE SPACES TO HRPT-LINE.
           IF WS-RETAIN-DAYS > 0
               STRING 'HISTORY PURGED=' DELIMITED BY SIZE
                   WS-HIST-PURGED DELIMITED BY SIZE
                   ' RETAINED=' DELIMITED BY SIZE
                   WS-HIST-KEPT DELIMITED BY SIZE
                   INTO HRPT-LINE
               END-STRING
           ELSE
               MOVE 'HISTORY PURGE NOT REQUESTED (RETAIN=0)'
                   TO HRPT-LINE
           END-IF.
           WRITE HRPT-LINE.
           MOVE WS-HIST-ADDED TO WS-COUNT-DISPLAY.
           DISPLAY 'CISPHST: history records added = '
               WS-COUNT-DISPLAY.
           MOVE WS-HIST-PURGED TO WS-COUNT-DISPLAY.
           DISPLAY 'CISPHST: history records purged = '
               WS-COUNT-DISPLAY.
       END PROGRAM CISPHST.
