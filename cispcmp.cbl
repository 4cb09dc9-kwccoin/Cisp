       DATA DIVISION.
       FILE SECTION.
           FD CISP-BASE
               RECORD IS VARYING IN SIZE FROM 115 TO 213 CHARACTERS
                   DEPENDING ON WS-BASE-REC-LEN.
           01 BASE-RECORD.
               02 BASE-SCRIPT-NAME PIC X(100).
               02 BASE-LINE-SEQ PIC 9(5).
               02 BASE-RESULT PIC S9(12)V9(4) COMP-3.
               02 BASE-STATUS PIC X(1).
               02 BASE-DATA-REC PIC 9(7).
           01 BASE-RECORD-S.
               02 BASE-S-SCRIPT-NAME PIC X(100).
               02 BASE-S-LINE-SEQ PIC 9(5).
               02 BASE-S-RESULT PIC X(100).
               02 BASE-S-STATUS PIC X(1).
               02 BASE-S-DATA-REC PIC 9(7).
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
           FD CISP-DIFF.
           01 DIFF-LINE PIC X(200).
           FD CISP-CPRM.
           02 WS-BASE-ENTRY OCCURS 5000 TIMES.
               03 WS-BASE-SCRIPT PIC X(100).
               03 WS-BASE-SEQ PIC 9(5).
               03 WS-BASE-REC PIC 9(7).
               03 WS-BASE-STAT PIC X(1).
               03 WS-BASE-VALUE PIC S9(12)V9(4) COMP-3.
               03 WS-BASE-STR PIC X(100).
       01 WS-CURR-WORK.
           02 WS-CURR-SCRIPT PIC X(100).
           02 WS-CURR-SEQ PIC 9(5).
           02 WS-CURR-REC PIC 9(7).
           02 WS-CURR-STAT PIC X(1).
           02 WS-CURR-VALUE PIC S9(12)V9(4) COMP-3.
           02 WS-CURR-STR PIC X(100).
           END-IF.
       LOAD-ONE-BASE-PROCEDURE.
           ADD 1 TO WS-BASE-COUNT.
           EVALUATE WS-BASE-REC-LEN
           WHEN 213
               MOVE BASE-S-DATA-REC TO WS-BASE-REC(WS-BASE-COUNT)
           WHEN 122
               MOVE BASE-DATA-REC TO WS-BASE-REC(WS-BASE-COUNT)
           WHEN OTHER
               MOVE 0 TO WS-BASE-REC(WS-BASE-COUNT)
           END-EVALUATE.
           IF WS-BASE-REC-LEN = 206 OR WS-BASE-REC-LEN = 213
               MOVE BASE-S-SCRIPT-NAME
                   TO WS-BASE-SCRIPT(WS-BASE-COUNT)
               MOVE BASE-S-LINE-SEQ TO WS-BASE-SEQ(WS-BASE-COUNT)
               CLOSE CISP-RSLT
           END-IF.
       COMPARE-ONE-CURRENT-PROCEDURE.
           EVALUATE WS-RSLT-REC-LEN
           WHEN 213
               MOVE RSLT-S-DATA-REC TO WS-CURR-REC
           WHEN 122
               MOVE RSLT-DATA-REC TO WS-CURR-REC
           WHEN OTHER
               MOVE 0 TO WS-CURR-REC
           END-EVALUATE.
           IF WS-RSLT-REC-LEN = 206 OR WS-RSLT-REC-LEN = 213
               MOVE RSLT-S-SCRIPT-NAME TO WS-CURR-SCRIPT
               MOVE RSLT-S-LINE-SEQ TO WS-CURR-SEQ
               MOVE RSLT-S-STATUS TO WS-CURR-STAT
                   WS-CURR-SCRIPT DELIMITED BY SPACE
                   ' SEQ=' DELIMITED BY SIZE
                   WS-CURR-SEQ DELIMITED BY SIZE
                   ' REC=' DELIMITED BY SIZE
                   WS-CURR-REC DELIMITED BY SIZE
                   ' STATUS=' DELIMITED BY SIZE
                   WS-CURR-STAT DELIMITED BY SIZE
                   INTO DIFF-LINE
               OR WS-BASE-FOUND
               IF WS-BASE-SCRIPT(WS-BASE-IDX) = WS-CURR-SCRIPT
                   AND WS-BASE-SEQ(WS-BASE-IDX) = WS-CURR-SEQ
                   AND WS-BASE-REC(WS-BASE-IDX) = WS-CURR-REC
                   AND NOT WS-BASE-MATCHED(WS-BASE-IDX)
                   SET WS-BASE-FOUND TO TRUE
                   MOVE WS-BASE-IDX TO WS-BASE-SLOT
                   WS-CURR-SCRIPT DELIMITED BY SPACE
                   ' SEQ=' DELIMITED BY SIZE
                   WS-CURR-SEQ DELIMITED BY SIZE
                   ' REC=' DELIMITED BY SIZE
                   WS-CURR-REC DELIMITED BY SIZE
                   ' BASE=' DELIMITED BY SIZE
                   WS-BASE-STAT(WS-BASE-SLOT) DELIMITED BY SIZE
                   ' CURR=' DELIMITED BY SIZE
                   WS-CURR-SCRIPT DELIMITED BY SPACE
                   ' SEQ=' DELIMITED BY SIZE
                   WS-CURR-SEQ DELIMITED BY SIZE
                   ' REC=' DELIMITED BY SIZE
                   WS-CURR-REC DELIMITED BY SIZE
                   ' BASE=' DELIMITED BY SIZE
                   WS-BASE-VALUE-DISPLAY DELIMITED BY SIZE
                   ' CURR=' DELIMITED BY SIZE
                   WS-CURR-SCRIPT DELIMITED BY SPACE
                   ' SEQ=' DELIMITED BY SIZE
                   WS-CURR-SEQ DELIMITED BY SIZE
                   ' REC=' DELIMITED BY SIZE
                   WS-CURR-REC DELIMITED BY SIZE
                   ' BASE=' DELIMITED BY SIZE
                   WS-BASE-STR(WS-BASE-SLOT)(1:WS-BASE-STR-LEN)
                   DELIMITED BY SIZE
                       WS-BASE-SCRIPT(WS-BASE-IDX) DELIMITED BY SPACE
                       ' SEQ=' DELIMITED BY SIZE
                       WS-BASE-SEQ(WS-BASE-IDX) DELIMITED BY SIZE
                       ' REC=' DELIMITED BY SIZE
                       WS-BASE-REC(WS-BASE-IDX) DELIMITED BY SIZE
                       ' STATUS=' DELIMITED BY SIZE
                       WS-BASE-STAT(WS-BASE-IDX) DELIMITED BY SIZE
                       INTO DIFF-LINE
