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
           FD CISP-XTRF.
           01 XTRF-LINE PIC X(250).
       WORKING-STORAGE SECTION.
       01 WS-EXTRACT-STR PIC X(100).
       01 WS-EXTRACT-STR-LEN PIC 9(3) COMP.
       01 WS-EXTRACT-SCAN PIC 9(3) COMP.
       01 WS-DATA-REC-WK PIC 9(7).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           END-IF.
       EXTRACT-ONE-RECORD-PROCEDURE.
           ADD 1 TO WS-ROW-COUNT.
           EVALUATE WS-RSLT-REC-LEN
           WHEN 213
               MOVE RSLT-S-DATA-REC TO WS-DATA-REC-WK
           WHEN 122
               MOVE RSLT-DATA-REC TO WS-DATA-REC-WK
           WHEN OTHER
               MOVE 0 TO WS-DATA-REC-WK
           END-EVALUATE.
           IF WS-RSLT-REC-LEN = 206 OR WS-RSLT-REC-LEN = 213
               MOVE 'STRING' TO WS-STATUS-WORD
               MOVE RSLT-S-RESULT TO WS-EXTRACT-STR
               MOVE 0 TO WS-EXTRACT-STR-LEN
                       '|' DELIMITED BY SIZE
                       RSLT-S-LINE-SEQ DELIMITED BY SIZE
                       '|' DELIMITED BY SIZE
                       WS-DATA-REC-WK DELIMITED BY SIZE
                       '|' DELIMITED BY SIZE
                       WS-EXTRACT-STR(1:WS-EXTRACT-STR-LEN)
                       DELIMITED BY SIZE
                       '|' DELIMITED BY SIZE
                   STRING RSLT-S-SCRIPT-NAME DELIMITED BY SPACE
                       '|' DELIMITED BY SIZE
                       RSLT-S-LINE-SEQ DELIMITED BY SIZE
                       '|' DELIMITED BY SIZE
                       WS-DATA-REC-WK DELIMITED BY SIZE
                       '||' DELIMITED BY SIZE
                       WS-STATUS-WORD DELIMITED BY SPACE
                       INTO XTRF-LINE
                   MOVE 'DIVZERO' TO WS-STATUS-WORD
               WHEN 'V'
                   MOVE 'OVERFLOW' TO WS-STATUS-WORD
               WHEN 'L'
                   MOVE 'LOOKUP' TO WS-STATUS-WORD
               WHEN 'T'
                   MOVE 'BADDATE' TO WS-STATUS-WORD
               WHEN OTHER
                   MOVE 'UNKNOWN' TO WS-STATUS-WORD
               END-EVALUATE
                   '|' DELIMITED BY SIZE
                   RSLT-LINE-SEQ DELIMITED BY SIZE
                   '|' DELIMITED BY SIZE
                   WS-DATA-REC-WK DELIMITED BY SIZE
                   '|' DELIMITED BY SIZE
                   WS-RESULT-EDIT DELIMITED BY SIZE
                   '|' DELIMITED BY SIZE
                   WS-STATUS-WORD DELIMITED BY SPACE
