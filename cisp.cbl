           SELECT CISP-VARS ASSIGN TO "CISPVARS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-VARS-FILE-STATUS.
           SELECT CISP-VBKP ASSIGN TO "CISPVBKP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-VBKP-FILE-STATUS.
           SELECT CISP-CTLG ASSIGN TO "CISPCTLG"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CTLG-SCRIPT-NAME
               FILE STATUS IS WS-CTLG-FILE-STATUS.
           SELECT CISP-TABL ASSIGN TO "CISPTABL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS TABL-KEY
               FILE STATUS IS WS-TABL-FILE-STATUS.
           SELECT CISP-DATA ASSIGN TO DYNAMIC WS-DATA-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DATA-FILE-STATUS.
           SELECT CISP-LAYT ASSIGN TO DYNAMIC WS-LAYOUT-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LAYT-FILE-STATUS.
           SELECT CISP-HOL ASSIGN TO "CISPHOL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HOL-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
           FD LISP-FILE.
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
           FD CISP-CHKP.
           01 CHKP-RECORD.
               02 CHKP-MANIFEST PIC X(100).
               02 FILLER PIC X(1).
               02 QRN-REASON PIC X(8).
           FD CISP-RSUB.
           01 RSUB-RECORD PIC X(400).
           FD CISP-PARM.
           01 PARM-RECORD PIC X(120).
           FD CISP-OUT.
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
           FD CISP-VARS.
           01 VARS-RECORD.
               02 VARS-NAME PIC X(100).
               02 VARS-TYPE PIC X(1).
               02 VARS-VALUE PIC S9(12)V9(4) SIGN LEADING SEPARATE.
               02 VARS-STR PIC X(100).
           FD CISP-VBKP.
           01 VBKP-RECORD PIC X(218).
           FD CISP-TABL.
           01 TABL-RECORD.
               02 TABL-KEY.
                   03 TABL-NAME PIC X(20).
                   03 TABL-ENTRY-KEY PIC X(30).
               02 TABL-TYPE PIC X(1).
               02 TABL-VALUE PIC S9(12)V9(4) SIGN LEADING SEPARATE.
               02 TABL-STR PIC X(100).
               02 TABL-UPD-DATE PIC 9(8).
           FD CISP-DATA.
           01 DATA-RECORD PIC X(2000).
           FD CISP-LAYT.
           01 LAYT-RECORD PIC X(120).
           FD CISP-HOL.
           01 HOL-RECORD.
               02 HOL-DATE PIC 9(8).
               02 HOL-DESC PIC X(72).
       WORKING-STORAGE SECTION.
       01 LISP-NAME PIC X(100).
       01 WS-LISP-FILE-STATUS PIC X(2).
               03 WS-BINDING-TYPE PIC X.
               03 WS-BINDING-STR PIC X(100).
               03 WS-BINDING-STR-LEN PIC 9(3) COMP.
               03 WS-BINDING-SCOPE PIC X.
                   88 WS-BINDING-IS-FIELD VALUE 'D'.
       01 WS-BINDING-SAVE-COUNT PIC 9(3) COMP VALUE 0.
       01 WS-BINDING-SAVE-TABLE PIC X(21300).
       01 WS-BINDING-IDX PIC 9(3) COMP.
       01 WS-BINDING-SLOT PIC 9(3) COMP.
       01 WS-LOOKUP-NAME PIC X(100).
       01 WS-MANIFEST-COUNT PIC 9(5) VALUE 0.
       01 WS-MANIFEST-INDEX PIC 9(5).
       01 WS-MANIFEST-TABLE.
           02 WS-MANIFEST-ENTRY PIC X(400)
               OCCURS 1 TO 1000 TIMES DEPENDING ON WS-MANIFEST-COUNT.
       01 WS-ENTRY-WORK.
           02 WS-ENTRY-LINE PIC X(400).
           02 WS-ENTRY-TOKEN PIC X(120).
           02 WS-ENTRY-TOKEN-NUM PIC 9(3) COMP.
           02 WS-ENTRY-PTR PIC 9(5) COMP.
           02 WS-ENTRY-DATA PIC X(100).
           02 WS-ENTRY-LAYOUT PIC X(100).
       01 WS-PAREN-CHECK.
           02 WS-TOTAL-OPEN-PAREN PIC 9(5) COMP.
           02 WS-TOTAL-CLOSE-PAREN PIC 9(5) COMP.
               88 WS-SCRIPT-TOKOVER VALUE 'Y', FALSE 'N'.
           02 WS-SCRIPT-OVERFLOW-SW PIC X.
               88 WS-SCRIPT-OVERFLOW VALUE 'Y', FALSE 'N'.
           02 WS-SCRIPT-NOLAYOUT-SW PIC X.
               88 WS-SCRIPT-NOLAYOUT VALUE 'Y', FALSE 'N'.
           02 WS-SCRIPT-NODATA-SW PIC X.
               88 WS-SCRIPT-NODATA VALUE 'Y', FALSE 'N'.
           02 WS-SCRIPT-BADDATA-SW PIC X.
               88 WS-SCRIPT-BADDATA VALUE 'Y', FALSE 'N'.
           02 WS-SCRIPT-LOOKUP-SW PIC X.
               88 WS-SCRIPT-LOOKUP VALUE 'Y', FALSE 'N'.
           02 WS-SCRIPT-BADDATE-SW PIC X.
               88 WS-SCRIPT-BADDATE VALUE 'Y', FALSE 'N'.
       01 WS-RESUME-INDEX PIC 9(5).
       01 WS-RESUME-SW PIC X.
           88 WS-RESUME-MODE-YES VALUE 'Y', FALSE 'N'.
       01 WS-RUN-SYMBOL-TOTAL PIC 9(10) VALUE 0.
       01 WS-SUM-SCRIPTS-D PIC 9(5).
       01 WS-SUM-RESULTS-D PIC 9(9).
       01 WS-RUN-FAILED-COUNT PIC 9(5) VALUE 0.
       01 WS-RUN-HELD-COUNT PIC 9(5) VALUE 0.
       01 WS-SCRIPT-HELD-SW PIC X.
           88 WS-SCRIPT-HELD VALUE 'Y', FALSE 'N'.
       01 WS-RUN-SKIPPED-COUNT PIC 9(5) VALUE 0.
       01 WS-SCRIPT-SKIPPED-SW PIC X.
           88 WS-SCRIPT-SKIPPED VALUE 'Y', FALSE 'N'.
       01 WS-DEP-WORK.
           02 WS-MAX-DEPS PIC 9(3) COMP VALUE 20.
           02 WS-DEP-COUNT PIC 9(3) COMP.
           02 WS-DEP-IDX PIC 9(3) COMP.
           02 WS-DEP-PTR PIC 9(5) COMP.
           02 WS-DEP-ITEM PIC X(100).
           02 WS-DEP-NAME PIC X(100) OCCURS 20 TIMES.
           02 WS-DEP-SCAN PIC 9(5).
           02 WS-DEP-FOUND-AT PIC 9(5).
           02 WS-DEP-ENTRY-NAME PIC X(100).
           02 WS-DEP-STATUS PIC X(8).
           02 WS-DEP-CAUSE-NAME PIC X(100).
           02 WS-DEP-CAUSE-STATUS PIC X(8).
       01 WS-OUTCOME-TABLE.
           02 WS-OUTCOME-STATUS PIC X(8) OCCURS 1000 TIMES.
       01 WS-ORDER-WORK.
           02 WS-ORDER-PASS PIC 9(5).
           02 WS-ORDER-IDX PIC 9(5).
           02 WS-ORDER-TARGET PIC 9(5).
           02 WS-ORDER-SHIFT PIC 9(5).
           02 WS-ORDER-HOLD PIC X(400).
           02 WS-ORDER-MOVED-SW PIC X.
               88 WS-ORDER-MOVED VALUE 'Y', FALSE 'N'.
       01 WS-ORDER-SAVE-TABLE PIC X(400000).
       01 WS-MAX-SKIP PIC 9(5) VALUE 1000.
       01 WS-SKIP-COUNT PIC 9(5) COMP VALUE 0.
       01 WS-SKIP-TABLE.
           02 WS-SKIP-ENTRY OCCURS 1000 TIMES.
               03 WS-SKIP-NAME PIC X(44).
               03 WS-SKIP-CAUSE-NAME PIC X(44).
               03 WS-SKIP-CAUSE-STATUS PIC X(8).
       01 WS-SKIP-IDX PIC 9(5) COMP.
       01 SKIP-DETAIL-LINE.
           02 SKIP-D-NAME PIC X(44).
           02 FILLER PIC X(1) VALUE SPACES.
           02 SKIP-D-CAUSE-NAME PIC X(44).
           02 FILLER PIC X(1) VALUE SPACES.
           02 SKIP-D-CAUSE-STATUS PIC X(8).
       01 SKIP-HEADER-LINE.
           02 FILLER PIC X(44) VALUE 'SCRIPT'.
           02 FILLER PIC X(1) VALUE SPACES.
           02 FILLER PIC X(44) VALUE 'PREDECESSOR'.
           02 FILLER PIC X(1) VALUE SPACES.
           02 FILLER PIC X(8) VALUE 'STATUS'.
       01 WS-FP-WORK.
           02 WS-FP-AVAILABLE-SW PIC X.
               88 WS-FP-AVAILABLE VALUE 'Y', FALSE 'N'.
           02 WS-FP-CHANGE-SW PIC X.
               88 WS-FP-CHANGED VALUE 'Y', FALSE 'N'.
           02 WS-FP-NEW-SW PIC X.
               88 WS-FP-NEW-SCRIPT VALUE 'Y', FALSE 'N'.
           02 WS-FP-APPROVED-SW PIC X.
               88 WS-FP-APPROVED VALUE 'Y', FALSE 'N'.
           02 WS-FP-RECORDS PIC 9(7).
           02 WS-FP-BYTES PIC 9(9).
           02 WS-FP-HASH PIC 9(15).
           02 WS-FP-OLD-RECORDS PIC 9(7).
           02 WS-FP-OLD-BYTES PIC 9(9).
           02 WS-FP-OLD-HASH PIC 9(15).
           02 WS-FP-HASH-WORK PIC 9(18) COMP.
           02 WS-FP-HASH-MODULUS PIC 9(15) VALUE 999999999999989.
           02 WS-FP-REC-LEN PIC 9(4) COMP.
           02 WS-FP-SCAN PIC 9(4) COMP.
       01 WS-MAX-CHG PIC 9(5) VALUE 1000.
       01 WS-CHG-COUNT PIC 9(5) COMP VALUE 0.
       01 WS-CHG-TABLE.
           02 WS-CHG-ENTRY OCCURS 1000 TIMES.
               03 WS-CHG-NAME PIC X(44).
               03 WS-CHG-KIND PIC X(7).
               03 WS-CHG-OLD-RECORDS PIC 9(7).
               03 WS-CHG-OLD-BYTES PIC 9(9).
               03 WS-CHG-RECORDS PIC 9(7).
               03 WS-CHG-BYTES PIC 9(9).
               03 WS-CHG-HASH PIC 9(15).
               03 WS-CHG-ACTION PIC X(4).
       01 WS-CHG-IDX PIC 9(5) COMP.
       01 CHG-DETAIL-LINE.
           02 CHG-D-NAME PIC X(44).
           02 FILLER PIC X(1) VALUE SPACES.
           02 CHG-D-KIND PIC X(7).
           02 FILLER PIC X(1) VALUE SPACES.
           02 CHG-D-OLD-RECORDS PIC ZZZZZZ9.
           02 FILLER PIC X(1) VALUE SPACES.
           02 CHG-D-OLD-BYTES PIC ZZZZZZZZ9.
           02 FILLER PIC X(1) VALUE SPACES.
           02 CHG-D-RECORDS PIC ZZZZZZ9.
           02 FILLER PIC X(1) VALUE SPACES.
           02 CHG-D-BYTES PIC ZZZZZZZZ9.
           02 FILLER PIC X(1) VALUE SPACES.
           02 CHG-D-HASH PIC 9(15).
           02 FILLER PIC X(2) VALUE SPACES.
           02 CHG-D-ACTION PIC X(4).
       01 CHG-HEADER-LINE.
           02 FILLER PIC X(44) VALUE 'SCRIPT'.
           02 FILLER PIC X(1) VALUE SPACES.
           02 FILLER PIC X(7) VALUE 'KIND'.
           02 FILLER PIC X(1) VALUE SPACES.
           02 FILLER PIC X(7) VALUE 'OLDRECS'.
           02 FILLER PIC X(1) VALUE SPACES.
           02 FILLER PIC X(9) VALUE ' OLDBYTES'.
           02 FILLER PIC X(1) VALUE SPACES.
           02 FILLER PIC X(7) VALUE '   RECS'.
           02 FILLER PIC X(1) VALUE SPACES.
           02 FILLER PIC X(9) VALUE '    BYTES'.
           02 FILLER PIC X(1) VALUE SPACES.
           02 FILLER PIC X(15) VALUE 'HASH'.
           02 FILLER PIC X(2) VALUE SPACES.
           02 FILLER PIC X(4) VALUE 'ACTN'.
       01 WS-GRAND-TOTALS.
           02 WS-GRAND-LINES PIC 9(9) COMP.
           02 WS-GRAND-NUM-TOKENS PIC 9(9) COMP.
           88 WS-LINE-HAD-DIVIDE-ERROR VALUE 'Y', FALSE 'N'.
       01 WS-LINE-OVERFLOW-SW PIC X.
           88 WS-LINE-HAD-OVERFLOW VALUE 'Y', FALSE 'N'.
       01 WS-LINE-LOOKUP-ERROR-SW PIC X.
           88 WS-LINE-HAD-LOOKUP-ERROR VALUE 'Y', FALSE 'N'.
       01 WS-LINE-DATE-ERROR-SW PIC X.
           88 WS-LINE-HAD-DATE-ERROR VALUE 'Y', FALSE 'N'.
       01 WS-OPERAND-OK-SW PIC X.
           88 WS-OPERAND-OK VALUE 'Y', FALSE 'N'.
       01 WS-PARM-FILE-STATUS PIC X(2).
       01 WS-DATA-NAME PIC X(100).
       01 WS-LAYOUT-NAME PIC X(100).
       01 WS-DATA-FILE-STATUS PIC X(2).
       01 WS-LAYT-FILE-STATUS PIC X(2).
       01 WS-MAX-FIELDS PIC 9(3) VALUE 50.
       01 WS-FIELD-COUNT PIC 9(3) COMP VALUE 0.
       01 WS-FIELD-TABLE.
           02 WS-FIELD-ENTRY OCCURS 50 TIMES.
               03 WS-FIELD-NAME PIC X(100).
               03 WS-FIELD-START PIC 9(4) COMP.
               03 WS-FIELD-LEN PIC 9(3) COMP.
               03 WS-FIELD-TYPE PIC X.
               03 WS-FIELD-DECIMALS PIC 9(1).
       01 WS-FIELD-IDX PIC 9(3) COMP.
       01 WS-DATA-WORK.
           02 WS-DATA-MODE-SW PIC X VALUE 'N'.
               88 WS-DATA-MODE-YES VALUE 'Y', FALSE 'N'.
           02 WS-DATA-EOF-SW PIC X.
               88 WS-DATA-EOF-YES VALUE 'Y', FALSE 'N'.
           02 WS-LAYT-EOF-SW PIC X.
               88 WS-LAYT-EOF-YES VALUE 'Y', FALSE 'N'.
           02 WS-LAYOUT-OK-SW PIC X.
               88 WS-LAYOUT-OK VALUE 'Y', FALSE 'N'.
           02 WS-DATA-REC-OK-SW PIC X.
               88 WS-DATA-REC-OK VALUE 'Y', FALSE 'N'.
           02 WS-DATA-REC-NUM PIC 9(7) VALUE 0.
           02 WS-DATA-RECS-RUN PIC 9(7).
           02 WS-DATA-RECS-BAD PIC 9(7).
           02 WS-FIELD-TEXT PIC X(100).
           02 WS-FIELD-TEXT-START PIC 9(3) COMP.
           02 WS-FIELD-TEXT-LEN PIC 9(3) COMP.
           02 WS-FIELD-SCAN PIC 9(3) COMP.
           02 WS-FIELD-VALUE PIC S9(12)V9(4) COMP-3.
           02 WS-FIELD-SCALE PIC 9(5) COMP.
           02 WS-FIELD-OK-SW PIC X.
               88 WS-FIELD-OK VALUE 'Y', FALSE 'N'.
           02 WS-RESULT-LABEL PIC X(20).
           02 WS-RESULT-LABEL-LEN PIC 9(2) COMP.
           02 WS-LOG-PTR PIC 9(3) COMP.
       01 WS-LAYT-TOKENS.
           02 WS-LAYT-NAME PIC X(100).
           02 WS-LAYT-START-TXT PIC X(10).
           02 WS-LAYT-LEN-TXT PIC X(10).
           02 WS-LAYT-TYPE-TXT PIC X(10).
           02 WS-LAYT-DEC-TXT PIC X(10).
           02 WS-LAYT-NUM PIC 9(5).
       01 WS-TABL-FILE-STATUS PIC X(2).
       01 WS-TABL-WORK.
           02 WS-TABL-OPEN-SW PIC X VALUE 'N'.
               88 WS-TABL-OPEN VALUE 'Y', FALSE 'N'.
           02 WS-TABL-FOUND-SW PIC X.
               88 WS-TABL-FOUND VALUE 'Y', FALSE 'N'.
           02 WS-TABL-LOOKUP-NAME PIC X(20).
           02 WS-TABL-LOOKUP-KEY PIC X(30).
           02 WS-TABL-STR-SCAN PIC 9(3) COMP.
       01 WS-VARS-FILE-STATUS PIC X(2).
       01 WS-VBKP-FILE-STATUS PIC X(2).
       01 WS-VBKP-COUNT PIC 9(5).
       01 WS-OUT-FILE-STATUS PIC X(2).
       01 WS-PRINT-LINE PIC X(133).
       01 WS-PRINT-PTR PIC 9(3) COMP.
               03 WS-CTLG-STAT PIC X(8).
               03 WS-CTLG-RUNS PIC 9(7).
               03 WS-CTLG-ERRS PIC 9(7).
               03 WS-CTLG-FPDT PIC 9(8).
               03 WS-CTLG-APPR PIC X(1).
               03 WS-CTLG-FREQ PIC X(1).
               03 WS-CTLG-FREQ-DAY PIC 9(1).
               03 WS-CTLG-ACTIVE PIC X(1).
               03 WS-CTLG-OWNER PIC X(20).
       01 WS-CTLG-I PIC 9(5) COMP.
       01 WS-CTLG-J PIC 9(5) COMP.
       01 WS-CTLG-J1 PIC 9(5) COMP.
       01 WS-CTLG-HOLD PIC X(170).
       01 WS-CTLG-SWAP-SW PIC X.
           88 WS-CTLG-SWAP-YES VALUE 'Y', FALSE 'N'.
       01 WS-CTLG-RANK-J PIC 9(1).
           02 CTLG-D-RUNS PIC ZZZZZZ9.
           02 FILLER PIC X(2) VALUE SPACES.
           02 CTLG-D-ERRS PIC ZZZZZZ9.
           02 FILLER PIC X(2) VALUE SPACES.
           02 CTLG-D-FPDT PIC 9(8).
           02 FILLER PIC X(2) VALUE SPACES.
           02 CTLG-D-APPR PIC X(4).
       01 CTLG-HEADER-LINE.
           02 FILLER PIC X(44) VALUE 'SCRIPT'.
           02 FILLER PIC X(2) VALUE SPACES.
           02 FILLER PIC X(7) VALUE '   RUNS'.
           02 FILLER PIC X(2) VALUE SPACES.
           02 FILLER PIC X(7) VALUE '   ERRS'.
           02 FILLER PIC X(2) VALUE SPACES.
           02 FILLER PIC X(8) VALUE 'CHANGED'.
           02 FILLER PIC X(2) VALUE SPACES.
           02 FILLER PIC X(4) VALUE 'APPR'.
       01 WS-SCHED-WORK.
           02 WS-SCHED-INT PIC 9(7) COMP.
           02 WS-SCHED-NEXT-INT PIC 9(7) COMP.
           02 WS-SCHED-NEXT-DATE PIC 9(8).
           02 FILLER REDEFINES WS-SCHED-NEXT-DATE.
               03 FILLER PIC 9(4).
               03 WS-SCHED-NEXT-MM PIC 9(2).
               03 FILLER PIC 9(2).
           02 WS-SCHED-DOW PIC 9(1).
           02 WS-SCHED-NEXT-DOW PIC 9(1).
           02 WS-SCHED-MONTH-END-SW PIC X.
               88 WS-SCHED-MONTH-END VALUE 'Y', FALSE 'N'.
           02 WS-SCHED-FREQ PIC X(1).
           02 WS-SCHED-FREQ-DAY PIC 9(1).
           02 WS-SCHED-ACTIVE PIC X(1).
           02 WS-SCHED-TONIGHT PIC X(10).
           02 WS-SCHED-FREQ-WORD PIC X(9).
           02 WS-SCHED-DUE-SW PIC X.
               88 WS-SCHED-DUE VALUE 'Y', FALSE 'N'.
           02 WS-SCHED-SELECTED PIC 9(5) VALUE 0.
           02 WS-SCHED-HELD PIC 9(5) VALUE 0.
           02 WS-SCHED-SELECTED-D PIC ZZZZ9.
           02 WS-SCHED-HELD-D PIC ZZZZ9.
       01 WS-DATE-WORK.
           02 WS-DATE-CHECK PIC 9(8).
           02 FILLER REDEFINES WS-DATE-CHECK.
               03 WS-DATE-CHECK-YYYY PIC 9(4).
               03 WS-DATE-CHECK-MM PIC 9(2).
               03 WS-DATE-CHECK-DD PIC 9(2).
           02 WS-DATE-OK-SW PIC X.
               88 WS-DATE-OK VALUE 'Y', FALSE 'N'.
           02 WS-DATE-INT PIC S9(9) COMP.
           02 WS-DATE-MAX-INT PIC S9(9) COMP VALUE 3067671.
           02 WS-DATE-DAYS PIC S9(9) COMP.
           02 WS-DATE-STEP PIC S9(1) COMP.
           02 WS-DATE-DOW PIC 9(1).
           02 WS-DATE-BUSINESS-SW PIC X.
               88 WS-DATE-BUSINESS-DAY VALUE 'Y', FALSE 'N'.
           02 WS-DATE-MSG PIC X(80).
           02 WS-DATE-MSG-PTR PIC 9(3) COMP.
       01 WS-HOL-FILE-STATUS PIC X(2).
       01 WS-HOL-EOF-SW PIC X.
           88 WS-HOL-EOF VALUE 'Y', FALSE 'N'.
       01 WS-MAX-HOLIDAYS PIC 9(5) VALUE 500.
       01 WS-HOL-COUNT PIC 9(5) COMP VALUE 0.
       01 WS-HOL-TABLE.
           02 WS-HOL-ENTRY PIC 9(8) OCCURS 500 TIMES.
       01 WS-HOL-IDX PIC 9(5) COMP.
       01 WS-BUSDATE-FIELDS.
           02 WS-OPT-BUSDATE PIC 9(8) VALUE 0.
           02 FILLER REDEFINES WS-OPT-BUSDATE.
               03 FILLER PIC 9(4).
               03 WS-BUSDATE-MM PIC 9(2).
               03 FILLER PIC 9(2).
       01 SCHED-DETAIL-LINE.
           02 SCHED-D-NAME PIC X(44).
           02 FILLER PIC X(2) VALUE SPACES.
           02 SCHED-D-FREQ PIC X(9).
           02 FILLER PIC X(2) VALUE SPACES.
           02 SCHED-D-OWNER PIC X(20).
           02 FILLER PIC X(2) VALUE SPACES.
           02 SCHED-D-TONIGHT PIC X(10).
       01 SCHED-HEADER-LINE.
           02 FILLER PIC X(44) VALUE 'SCRIPT'.
           02 FILLER PIC X(2) VALUE SPACES.
           02 FILLER PIC X(9) VALUE 'FREQUENCY'.
           02 FILLER PIC X(2) VALUE SPACES.
           02 FILLER PIC X(20) VALUE 'OWNER'.
           02 FILLER PIC X(2) VALUE SPACES.
           02 FILLER PIC X(10) VALUE 'TONIGHT'.
       01 WS-VARS-WORK.
           02 WS-VARS-EOF-SW PIC X.
               88 WS-VARS-EOF-YES VALUE 'Y', FALSE 'N'.
               88 WS-OPT-MODE-RUN VALUE 'R'.
               88 WS-OPT-MODE-INQUIRY VALUE 'I'.
               88 WS-OPT-MODE-CHECK VALUE 'C'.
               88 WS-OPT-MODE-RESTORE VALUE 'V'.
           02 WS-OPT-INQSORT-SW PIC X VALUE 'N'.
               88 WS-OPT-INQSORT-NAME VALUE 'N'.
               88 WS-OPT-INQSORT-FAILURE VALUE 'F'.
           02 WS-OPT-VARS-SW PIC X VALUE 'K'.
               88 WS-OPT-VARS-KEEP VALUE 'K'.
               88 WS-OPT-VARS-CLEAN VALUE 'C'.
           02 WS-OPT-SCHEDULE-SW PIC X VALUE 'N'.
               88 WS-OPT-SCHEDULE VALUE 'Y', FALSE 'N'.
           02 WS-OPT-CHANGED-SW PIC X VALUE 'R'.
               88 WS-OPT-CHANGED-RUN VALUE 'R'.
               88 WS-OPT-CHANGED-HOLD VALUE 'H'.
           02 WS-OPT-DEFAULT-SCRIPT PIC X(100)
               VALUE 'test/arithmetic.lisp'.
           02 WS-OPT-DATA-NAME PIC X(100) VALUE SPACES.
           02 WS-OPT-LAYOUT-NAME PIC X(100) VALUE SPACES.
       01 WS-PARM-WORK.
           02 WS-PARM-EOF-SW PIC X.
               88 WS-PARM-EOF-YES VALUE 'Y', FALSE 'N'.
           02 WS-OPT-DETAIL-WORD PIC X(7).
           02 WS-OPT-ONERROR-WORD PIC X(8).
           02 WS-OPT-VARS-WORD PIC X(5).
           02 WS-OPT-MODE-WORD PIC X(8).
           02 WS-OPT-INQSORT-WORD PIC X(7).
           02 WS-OPT-CHANGED-WORD PIC X(4).
       01 WS-BATCH-STOP-SW PIC X.
           88 WS-BATCH-STOPPED VALUE 'Y', FALSE 'N'.

           MOVE 0 TO WS-RESUME-INDEX.
           SET WS-RESUME-MODE-YES TO FALSE.
           PERFORM READ-PARM-FILE-PROCEDURE.
           PERFORM SET-BUSINESS-DATE-PROCEDURE.
           IF NOT WS-OPT-MODE-INQUIRY
               AND NOT WS-OPT-MODE-RESTORE
               IF WS-OPT-SCHEDULE
                   MOVE SPACES TO WS-MANIFEST-NAME
                   STRING 'SCHEDULE-' DELIMITED BY SIZE
                       WS-OPT-BUSDATE DELIMITED BY SIZE
                       INTO WS-MANIFEST-NAME
                   END-STRING
                   SET WS-BATCH-MODE-YES TO TRUE
               ELSE
                   PERFORM GET-FILE-NAME-PROCEDURE
                   MOVE LISP-NAME TO WS-MANIFEST-NAME
                   PERFORM DETERMINE-RUN-MODE-PROCEDURE
               END-IF
               IF WS-BATCH-MODE-YES
                   AND NOT WS-OPT-MODE-CHECK
                   PERFORM READ-CHECKPOINT-PROCEDURE
                   WS-RPT-FILE-STATUS
               SET WS-RUN-HAD-FILE-ERROR TO TRUE
           END-IF.
           IF WS-OPT-MODE-RUN
               IF WS-RESUME-MODE-YES
                   OPEN EXTEND CISP-RSLT
                   IF WS-RSLT-FILE-STATUS = '35'
                       WS-RSUB-FILE-STATUS
                   SET WS-RUN-HAD-FILE-ERROR TO TRUE
               END-IF
               PERFORM OPEN-TABLE-FILE-PROCEDURE
               PERFORM LOAD-HOLIDAYS-PROCEDURE
           END-IF.
           OPEN EXTEND CISP-LOG.
           IF WS-LOG-FILE-STATUS NOT = '00'
               OPEN OUTPUT CISP-LOG
           END-IF.
           IF WS-OPT-MODE-RUN
               PERFORM WRITE-RUN-MARKER-PROCEDURE
           END-IF.
           IF WS-RPT-FILE-STATUS = '00'
               PERFORM ECHO-OPTIONS-PROCEDURE
           END-IF.
           IF WS-OPT-MODE-RUN
               AND NOT WS-RESUME-MODE-YES
               AND NOT WS-RUN-HAD-FILE-ERROR
               PERFORM BACKUP-VARS-PROCEDURE
           END-IF.
           IF NOT WS-RUN-HAD-FILE-ERROR
               EVALUATE TRUE
               WHEN WS-OPT-MODE-INQUIRY
                   PERFORM CATALOG-INQUIRY-PROCEDURE
               WHEN WS-OPT-MODE-RESTORE
                   PERFORM RESTORE-VARS-PROCEDURE
               WHEN WS-BATCH-MODE-YES
                   PERFORM BATCH-DRIVER-PROCEDURE
               WHEN OTHER
                   PERFORM SET-ENTRY-DATA-PROCEDURE
                   PERFORM FILE-HANDLING-PROCEDURE
               END-EVALUATE
           END-IF.
           IF WS-RPT-FILE-STATUS = '00'
               AND NOT WS-OPT-MODE-INQUIRY
               AND NOT WS-OPT-MODE-RESTORE
               PERFORM WRITE-SUMMARY-PROCEDURE
           END-IF.
           CLOSE CISP-RPT.
           IF WS-OPT-MODE-RUN
               CLOSE CISP-RSLT
               CLOSE CISP-QRN
               CLOSE CISP-RSUB
               CLOSE CISP-OUT
               IF WS-TABL-OPEN
                   CLOSE CISP-TABL
               END-IF
           END-IF.
           CLOSE CISP-LOG.
           PERFORM SET-RETURN-CODE-PROCEDURE.
                   MOVE 0 TO RETURN-CODE
               END-IF
           END-IF.
       SET-BUSINESS-DATE-PROCEDURE.
           IF WS-OPT-BUSDATE = 0
               ACCEPT WS-OPT-BUSDATE FROM DATE YYYYMMDD
           END-IF.
           COMPUTE WS-SCHED-INT =
               FUNCTION INTEGER-OF-DATE(WS-OPT-BUSDATE).
           COMPUTE WS-SCHED-DOW =
               FUNCTION MOD(WS-SCHED-INT - 1, 7) + 1.
           SET WS-SCHED-MONTH-END TO FALSE.
           IF WS-SCHED-DOW <= 5
               COMPUTE WS-SCHED-NEXT-INT = WS-SCHED-INT + 1
               COMPUTE WS-SCHED-NEXT-DOW =
                   FUNCTION MOD(WS-SCHED-NEXT-INT - 1, 7) + 1
               PERFORM UNTIL WS-SCHED-NEXT-DOW <= 5
                   ADD 1 TO WS-SCHED-NEXT-INT
                   COMPUTE WS-SCHED-NEXT-DOW =
                       FUNCTION MOD(WS-SCHED-NEXT-INT - 1, 7) + 1
               END-PERFORM
               COMPUTE WS-SCHED-NEXT-DATE =
                   FUNCTION DATE-OF-INTEGER(WS-SCHED-NEXT-INT)
               IF WS-SCHED-NEXT-MM NOT = WS-BUSDATE-MM
                   SET WS-SCHED-MONTH-END TO TRUE
               END-IF
           END-IF.
       CHECK-SCHEDULE-DUE-PROCEDURE.
           SET WS-SCHED-DUE TO FALSE.
           EVALUATE WS-SCHED-FREQ
           WHEN 'D'
               MOVE 'DAILY' TO WS-SCHED-FREQ-WORD
               SET WS-SCHED-DUE TO TRUE
           WHEN 'W'
               MOVE SPACES TO WS-SCHED-FREQ-WORD
               STRING 'WEEKLY-' DELIMITED BY SIZE
                   WS-SCHED-FREQ-DAY DELIMITED BY SIZE
                   INTO WS-SCHED-FREQ-WORD
               END-STRING
               IF WS-SCHED-FREQ-DAY = WS-SCHED-DOW
                   SET WS-SCHED-DUE TO TRUE
               END-IF
           WHEN 'M'
               MOVE 'MONTH-END' TO WS-SCHED-FREQ-WORD
               IF WS-SCHED-MONTH-END
                   SET WS-SCHED-DUE TO TRUE
               END-IF
           WHEN OTHER
               MOVE 'REQUEST' TO WS-SCHED-FREQ-WORD
           END-EVALUATE.
           EVALUATE TRUE
           WHEN WS-SCHED-ACTIVE = 'H'
               MOVE 'HELD' TO WS-SCHED-TONIGHT
           WHEN WS-SCHED-DUE
               MOVE 'SCHEDULED' TO WS-SCHED-TONIGHT
           WHEN WS-SCHED-FREQ-WORD = 'REQUEST'
               MOVE 'ON REQUEST' TO WS-SCHED-TONIGHT
           WHEN OTHER
               MOVE 'NOT DUE' TO WS-SCHED-TONIGHT
           END-EVALUATE.
       BUILD-SCHEDULE-PROCEDURE.
           MOVE 0 TO WS-SCHED-SELECTED.
           MOVE 0 TO WS-SCHED-HELD.
           OPEN INPUT CISP-CTLG.
           IF WS-CTLG-FILE-STATUS NOT = '00'
               DISPLAY 'CISP: catalog not available for schedule'
                   ' - STATUS ' WS-CTLG-FILE-STATUS
               SET WS-FILE-ERROR-YES TO TRUE
               SET WS-RUN-HAD-FILE-ERROR TO TRUE
           ELSE
               MOVE LOW-VALUES TO CTLG-SCRIPT-NAME
               SET WS-CTLG-EOF-YES TO FALSE
               START CISP-CTLG KEY >= CTLG-SCRIPT-NAME
                   INVALID KEY
                       SET WS-CTLG-EOF-YES TO TRUE
               END-START
               PERFORM UNTIL WS-CTLG-EOF-YES
                   READ CISP-CTLG NEXT
                       AT END
                           SET WS-CTLG-EOF-YES TO TRUE
                       NOT AT END
                           PERFORM SCHEDULE-ONE-ENTRY-PROCEDURE
                   END-READ
               END-PERFORM
               CLOSE CISP-CTLG
               IF WS-MANIFEST-COUNT > 1
                   PERFORM ORDER-SCHEDULE-PROCEDURE
               END-IF
               MOVE WS-SCHED-SELECTED TO WS-SCHED-SELECTED-D
               MOVE WS-SCHED-HELD TO WS-SCHED-HELD-D
               MOVE SPACES TO RPT-LINE
               STRING 'CISP SCHEDULE FOR ' DELIMITED BY SIZE
                   WS-OPT-BUSDATE DELIMITED BY SIZE
                   ': SCRIPTS SCHEDULED=' DELIMITED BY SIZE
                   WS-SCHED-SELECTED-D DELIMITED BY SIZE
                   ' HELD=' DELIMITED BY SIZE
                   WS-SCHED-HELD-D DELIMITED BY SIZE
                   INTO RPT-LINE
               END-STRING
               WRITE RPT-LINE
               DISPLAY 'CISP: scripts scheduled for ' WS-OPT-BUSDATE
                   ' = ' WS-SCHED-SELECTED-D
           END-IF.
       SCHEDULE-ONE-ENTRY-PROCEDURE.
           MOVE CTLG-FREQ TO WS-SCHED-FREQ.
           MOVE CTLG-FREQ-DAY TO WS-SCHED-FREQ-DAY.
           MOVE CTLG-ACTIVE-SW TO WS-SCHED-ACTIVE.
           PERFORM CHECK-SCHEDULE-DUE-PROCEDURE.
           EVALUATE TRUE
           WHEN NOT WS-SCHED-DUE
               CONTINUE
           WHEN CTLG-ON-HOLD
               ADD 1 TO WS-SCHED-HELD
               MOVE SPACES TO RPT-LINE
               STRING 'NOT SCHEDULED - ON HOLD: ' DELIMITED BY SIZE
                   CTLG-SCRIPT-NAME DELIMITED BY SPACE
                   INTO RPT-LINE
               END-STRING
               WRITE RPT-LINE
           WHEN WS-MANIFEST-COUNT >= WS-MAX-MANIFEST
               PERFORM REPORT-MANIFEST-OVERFLOW-PROCEDURE
               SET WS-CTLG-EOF-YES TO TRUE
           WHEN OTHER
               ADD 1 TO WS-SCHED-SELECTED
               ADD 1 TO WS-MANIFEST-COUNT
               MOVE SPACES TO WS-MANIFEST-ENTRY(WS-MANIFEST-COUNT)
               STRING CTLG-SCRIPT-NAME DELIMITED BY SPACE
                   ' ' DELIMITED BY SIZE
                   CTLG-RUN-OPTIONS DELIMITED BY SIZE
                   INTO WS-MANIFEST-ENTRY(WS-MANIFEST-COUNT)
               END-STRING
           END-EVALUATE.
       ORDER-SCHEDULE-PROCEDURE.
           MOVE WS-MANIFEST-TABLE TO WS-ORDER-SAVE-TABLE.
           MOVE 0 TO WS-ORDER-PASS.
           SET WS-ORDER-MOVED TO TRUE.
           PERFORM UNTIL NOT WS-ORDER-MOVED
               OR WS-ORDER-PASS >= WS-MANIFEST-COUNT
               ADD 1 TO WS-ORDER-PASS
               SET WS-ORDER-MOVED TO FALSE
               PERFORM VARYING WS-ORDER-IDX FROM 1 BY 1
               UNTIL WS-ORDER-IDX > WS-MANIFEST-COUNT
                   PERFORM ORDER-ONE-ENTRY-PROCEDURE
               END-PERFORM
           END-PERFORM.
           IF WS-ORDER-MOVED
               MOVE WS-ORDER-SAVE-TABLE TO WS-MANIFEST-TABLE
               DISPLAY 'CISP: WARNING - AFTER= dependencies form a '
                   'loop, schedule order not resolved'
               MOVE SPACES TO RPT-LINE
               STRING 'WARNING: AFTER= dependencies form a loop, '
                   DELIMITED BY SIZE
                   'schedule order not resolved' DELIMITED BY SIZE
                   INTO RPT-LINE
               END-STRING
               WRITE RPT-LINE
               SET WS-ANY-SYNTAX-ERROR TO TRUE
           END-IF.
       ORDER-ONE-ENTRY-PROCEDURE.
           MOVE WS-MANIFEST-ENTRY(WS-ORDER-IDX) TO WS-ENTRY-LINE.
           PERFORM COLLECT-ENTRY-DEPS-PROCEDURE.
           MOVE 0 TO WS-ORDER-TARGET.
           PERFORM VARYING WS-DEP-IDX FROM 1 BY 1
           UNTIL WS-DEP-IDX > WS-DEP-COUNT
               PERFORM VARYING WS-DEP-SCAN FROM WS-ORDER-IDX BY 1
               UNTIL WS-DEP-SCAN > WS-MANIFEST-COUNT
                   IF WS-DEP-SCAN > WS-ORDER-IDX
                       PERFORM GET-ENTRY-NAME-PROCEDURE
                       IF WS-DEP-ENTRY-NAME = WS-DEP-NAME(WS-DEP-IDX)
                           AND WS-DEP-SCAN > WS-ORDER-TARGET
                           MOVE WS-DEP-SCAN TO WS-ORDER-TARGET
                       END-IF
                   END-IF
               END-PERFORM
           END-PERFORM.
           IF WS-ORDER-TARGET > 0
               MOVE WS-MANIFEST-ENTRY(WS-ORDER-IDX) TO WS-ORDER-HOLD
               PERFORM VARYING WS-ORDER-SHIFT FROM WS-ORDER-IDX BY 1
               UNTIL WS-ORDER-SHIFT >= WS-ORDER-TARGET
                   MOVE WS-MANIFEST-ENTRY(WS-ORDER-SHIFT + 1)
                       TO WS-MANIFEST-ENTRY(WS-ORDER-SHIFT)
               END-PERFORM
               MOVE WS-ORDER-HOLD TO WS-MANIFEST-ENTRY(WS-ORDER-TARGET)
               SET WS-ORDER-MOVED TO TRUE
           END-IF.
       OPEN-TABLE-FILE-PROCEDURE.
           SET WS-TABL-OPEN TO FALSE.
           OPEN INPUT CISP-TABL.
           EVALUATE WS-TABL-FILE-STATUS
           WHEN '00'
               SET WS-TABL-OPEN TO TRUE
           WHEN '35'
               CONTINUE
           WHEN OTHER
               DISPLAY 'CISP: WARNING - CISPTABL not available'
                   ' - STATUS ' WS-TABL-FILE-STATUS
           END-EVALUATE.
       LOAD-HOLIDAYS-PROCEDURE.
           MOVE 0 TO WS-HOL-COUNT.
           OPEN INPUT CISP-HOL.
           EVALUATE WS-HOL-FILE-STATUS
           WHEN '00'
               SET WS-HOL-EOF TO FALSE
               PERFORM UNTIL WS-HOL-EOF
                   READ CISP-HOL
                       AT END
                           SET WS-HOL-EOF TO TRUE
                       NOT AT END
                           PERFORM LOAD-ONE-HOLIDAY-PROCEDURE
                   END-READ
               END-PERFORM
               CLOSE CISP-HOL
           WHEN '35'
               CONTINUE
           WHEN OTHER
               DISPLAY 'CISP: WARNING - CISPHOL not available'
                   ' - STATUS ' WS-HOL-FILE-STATUS
           END-EVALUATE.
       LOAD-ONE-HOLIDAY-PROCEDURE.
           EVALUATE TRUE
           WHEN HOL-RECORD = SPACES
           WHEN HOL-RECORD(1:1) = '*'
               CONTINUE
           WHEN HOL-DATE IS NOT NUMERIC
               DISPLAY 'CISP: WARNING - bad CISPHOL date: '
                   HOL-RECORD(1:8)
           WHEN FUNCTION TEST-DATE-YYYYMMDD(HOL-DATE) NOT = 0
               DISPLAY 'CISP: WARNING - bad CISPHOL date: '
                   HOL-RECORD(1:8)
           WHEN WS-HOL-COUNT >= WS-MAX-HOLIDAYS
               DISPLAY 'CISP: WARNING - CISPHOL exceeds '
                   WS-MAX-HOLIDAYS ' dates, ignored ' HOL-DATE
           WHEN OTHER
               ADD 1 TO WS-HOL-COUNT
               MOVE HOL-DATE TO WS-HOL-ENTRY(WS-HOL-COUNT)
           END-EVALUATE.
       GET-FILE-NAME-PROCEDURE.
           ACCEPT WS-ENTRY-LINE.
           IF WS-ENTRY-LINE EQUAL TO SPACES THEN
               MOVE WS-OPT-DEFAULT-SCRIPT TO WS-ENTRY-LINE
           END-IF.
           PERFORM PARSE-ENTRY-LINE-PROCEDURE.
       PARSE-ENTRY-LINE-PROCEDURE.
           MOVE SPACES TO LISP-NAME.
           MOVE SPACES TO WS-ENTRY-DATA.
           MOVE SPACES TO WS-ENTRY-LAYOUT.
           MOVE 0 TO WS-DEP-COUNT.
           MOVE 0 TO WS-ENTRY-TOKEN-NUM.
           MOVE 1 TO WS-ENTRY-PTR.
           PERFORM UNTIL WS-ENTRY-PTR > 400
               MOVE SPACES TO WS-ENTRY-TOKEN
               UNSTRING WS-ENTRY-LINE DELIMITED BY ALL SPACE
                   INTO WS-ENTRY-TOKEN
                   WITH POINTER WS-ENTRY-PTR
               END-UNSTRING
               IF WS-ENTRY-TOKEN NOT = SPACES
                   ADD 1 TO WS-ENTRY-TOKEN-NUM
                   PERFORM APPLY-ENTRY-TOKEN-PROCEDURE
               END-IF
           END-PERFORM.
       APPLY-ENTRY-TOKEN-PROCEDURE.
           EVALUATE TRUE
           WHEN WS-ENTRY-TOKEN-NUM = 1
               MOVE WS-ENTRY-TOKEN TO LISP-NAME
           WHEN FUNCTION UPPER-CASE(WS-ENTRY-TOKEN(1:5)) = 'DATA='
               MOVE WS-ENTRY-TOKEN(6:) TO WS-ENTRY-DATA
           WHEN FUNCTION UPPER-CASE(WS-ENTRY-TOKEN(1:7)) = 'LAYOUT='
               MOVE WS-ENTRY-TOKEN(8:) TO WS-ENTRY-LAYOUT
           WHEN FUNCTION UPPER-CASE(WS-ENTRY-TOKEN(1:6)) = 'AFTER='
               PERFORM ADD-ENTRY-DEPENDENCY-PROCEDURE
           WHEN OTHER
               DISPLAY 'CISP: WARNING - unknown option '
                   WS-ENTRY-TOKEN ' for ' LISP-NAME
           END-EVALUATE.
       ADD-ENTRY-DEPENDENCY-PROCEDURE.
           MOVE 7 TO WS-DEP-PTR.
           PERFORM UNTIL WS-DEP-PTR > 120
               MOVE SPACES TO WS-DEP-ITEM
               UNSTRING WS-ENTRY-TOKEN DELIMITED BY ',' OR ALL SPACE
                   INTO WS-DEP-ITEM
                   WITH POINTER WS-DEP-PTR
               END-UNSTRING
               IF WS-DEP-ITEM NOT = SPACES
                   IF WS-DEP-COUNT < WS-MAX-DEPS
                       ADD 1 TO WS-DEP-COUNT
                       MOVE WS-DEP-ITEM TO WS-DEP-NAME(WS-DEP-COUNT)
                   ELSE
                       DISPLAY 'CISP: WARNING - more than ' WS-MAX-DEPS
                           ' AFTER= entries, ignored ' WS-DEP-ITEM
                   END-IF
               END-IF
           END-PERFORM.
       COLLECT-ENTRY-DEPS-PROCEDURE.
           MOVE 0 TO WS-DEP-COUNT.
           MOVE 0 TO WS-ENTRY-TOKEN-NUM.
           MOVE 1 TO WS-ENTRY-PTR.
           PERFORM UNTIL WS-ENTRY-PTR > 400
               MOVE SPACES TO WS-ENTRY-TOKEN
               UNSTRING WS-ENTRY-LINE DELIMITED BY ALL SPACE
                   INTO WS-ENTRY-TOKEN
                   WITH POINTER WS-ENTRY-PTR
               END-UNSTRING
               IF WS-ENTRY-TOKEN NOT = SPACES
                   ADD 1 TO WS-ENTRY-TOKEN-NUM
                   IF WS-ENTRY-TOKEN-NUM > 1
                       AND FUNCTION UPPER-CASE(WS-ENTRY-TOKEN(1:6))
                           = 'AFTER='
                       PERFORM ADD-ENTRY-DEPENDENCY-PROCEDURE
                   END-IF
               END-IF
           END-PERFORM.
       GET-ENTRY-NAME-PROCEDURE.
           MOVE SPACES TO WS-DEP-ENTRY-NAME.
           MOVE 1 TO WS-DEP-PTR.
           PERFORM UNTIL WS-DEP-ENTRY-NAME NOT = SPACES
               OR WS-DEP-PTR > 400
               UNSTRING WS-MANIFEST-ENTRY(WS-DEP-SCAN)
                   DELIMITED BY ALL SPACE
                   INTO WS-DEP-ENTRY-NAME
                   WITH POINTER WS-DEP-PTR
               END-UNSTRING
           END-PERFORM.
       SET-ENTRY-DATA-PROCEDURE.
           MOVE WS-ENTRY-DATA TO WS-DATA-NAME.
           MOVE WS-ENTRY-LAYOUT TO WS-LAYOUT-NAME.
           IF WS-DATA-NAME = SPACES
               AND NOT WS-BATCH-MODE-YES
               MOVE WS-OPT-DATA-NAME TO WS-DATA-NAME
           END-IF.
           IF WS-DATA-NAME NOT = SPACES
               AND WS-LAYOUT-NAME = SPACES
               MOVE WS-OPT-LAYOUT-NAME TO WS-LAYOUT-NAME
           END-IF.
       READ-PARM-FILE-PROCEDURE.
           OPEN INPUT CISP-PARM.
                   EVALUATE FUNCTION UPPER-CASE(WS-PARM-VALUE)
                   WHEN 'RUN'
                       SET WS-OPT-MODE-RUN TO TRUE
                       SET WS-OPT-SCHEDULE TO FALSE
                   WHEN 'SCHEDULE'
                       SET WS-OPT-MODE-RUN TO TRUE
                       SET WS-OPT-SCHEDULE TO TRUE
                   WHEN 'INQUIRY'
                       SET WS-OPT-MODE-INQUIRY TO TRUE
                   WHEN 'CHECK'
                       SET WS-OPT-MODE-CHECK TO TRUE
                   WHEN 'RESTORE'
                       SET WS-OPT-MODE-RESTORE TO TRUE
                   WHEN OTHER
                       DISPLAY 'CISP: WARNING - bad MODE value: '
                           WS-PARM-VALUE
                       DISPLAY 'CISP: WARNING - bad VARS value: '
                           WS-PARM-VALUE
                   END-EVALUATE
               WHEN 'BUSDATE'
                   IF WS-PARM-VALUE(1:8) IS NUMERIC
                       AND WS-PARM-VALUE(9:) = SPACES
                       AND FUNCTION TEST-DATE-YYYYMMDD(
                           FUNCTION NUMVAL(WS-PARM-VALUE(1:8))) = 0
                       MOVE WS-PARM-VALUE(1:8) TO WS-OPT-BUSDATE
                   ELSE
                       DISPLAY 'CISP: WARNING - bad BUSDATE value: '
                           WS-PARM-VALUE
                   END-IF
               WHEN 'CHANGED'
                   EVALUATE FUNCTION UPPER-CASE(WS-PARM-VALUE)
                   WHEN 'RUN'
                       SET WS-OPT-CHANGED-RUN TO TRUE
                   WHEN 'HOLD'
                       SET WS-OPT-CHANGED-HOLD TO TRUE
                   WHEN OTHER
                       DISPLAY 'CISP: WARNING - bad CHANGED value: '
                           WS-PARM-VALUE
                   END-EVALUATE
               WHEN 'DEFAULT-SCRIPT'
                   IF WS-PARM-VALUE NOT = SPACES
                       MOVE WS-PARM-VALUE TO WS-OPT-DEFAULT-SCRIPT
                   END-IF
               WHEN 'DATA'
                   MOVE WS-PARM-VALUE TO WS-OPT-DATA-NAME
               WHEN 'LAYOUT'
                   MOVE WS-PARM-VALUE TO WS-OPT-LAYOUT-NAME
               WHEN 'MAXMANIFEST'
                   COMPUTE WS-PARM-NUMVAL-CHECK =
                       FUNCTION TEST-NUMVAL(WS-PARM-VALUE)
               MOVE 'INQUIRY' TO WS-OPT-MODE-WORD
           WHEN WS-OPT-MODE-CHECK
               MOVE 'CHECK' TO WS-OPT-MODE-WORD
           WHEN WS-OPT-MODE-RESTORE
               MOVE 'RESTORE' TO WS-OPT-MODE-WORD
           WHEN WS-OPT-SCHEDULE
               MOVE 'SCHEDULE' TO WS-OPT-MODE-WORD
           WHEN OTHER
               MOVE 'RUN' TO WS-OPT-MODE-WORD
           END-EVALUATE.
           ELSE
               MOVE 'NAME' TO WS-OPT-INQSORT-WORD
           END-IF.
           IF WS-OPT-CHANGED-HOLD
               MOVE 'HOLD' TO WS-OPT-CHANGED-WORD
           ELSE
               MOVE 'RUN' TO WS-OPT-CHANGED-WORD
           END-IF.
           MOVE SPACES TO RPT-LINE.
           STRING 'CISP RUN MODE=' DELIMITED BY SIZE
               WS-OPT-MODE-WORD DELIMITED BY SPACE
           END-STRING.
           WRITE RPT-LINE.
           MOVE SPACES TO RPT-LINE.
           STRING 'CISP BUSINESS DATE: ' DELIMITED BY SIZE
               WS-OPT-BUSDATE DELIMITED BY SIZE
               INTO RPT-LINE
           END-STRING.
           WRITE RPT-LINE.
           MOVE SPACES TO RPT-LINE.
           STRING 'CISP RUN OPTIONS: DETAIL=' DELIMITED BY SIZE
               WS-OPT-DETAIL-WORD DELIMITED BY SPACE
               ' ONERROR=' DELIMITED BY SIZE
               WS-OPT-VARS-WORD DELIMITED BY SPACE
               ' INQSORT=' DELIMITED BY SIZE
               WS-OPT-INQSORT-WORD DELIMITED BY SPACE
               ' CHANGED=' DELIMITED BY SIZE
               WS-OPT-CHANGED-WORD DELIMITED BY SPACE
               INTO RPT-LINE
           END-STRING.
           WRITE RPT-LINE.
               INTO RPT-LINE
           END-STRING.
           WRITE RPT-LINE.
           IF WS-OPT-DATA-NAME NOT = SPACES
               OR WS-OPT-LAYOUT-NAME NOT = SPACES
               MOVE SPACES TO RPT-LINE
               STRING 'CISP DATA FILE: ' DELIMITED BY SIZE
                   WS-OPT-DATA-NAME DELIMITED BY SPACE
                   ' LAYOUT: ' DELIMITED BY SIZE
                   WS-OPT-LAYOUT-NAME DELIMITED BY SPACE
                   INTO RPT-LINE
               END-STRING
               WRITE RPT-LINE
           END-IF.
       DETERMINE-RUN-MODE-PROCEDURE.
           SET WS-BATCH-MODE-YES TO FALSE.
           MOVE 0 TO WS-NAME-LEN.
               SET WS-BATCH-MODE-YES TO TRUE
           END-IF.
       BATCH-DRIVER-PROCEDURE.
           MOVE 0 TO WS-MANIFEST-COUNT.
           SET WS-FILE-ERROR-YES TO FALSE.
           IF WS-OPT-SCHEDULE
               PERFORM BUILD-SCHEDULE-PROCEDURE
               IF NOT WS-FILE-ERROR-YES
                   IF WS-MANIFEST-COUNT = 0
                       MOVE SPACES TO RPT-LINE
                       STRING 'NOTHING SCHEDULED FOR ' DELIMITED BY SIZE
                           WS-OPT-BUSDATE DELIMITED BY SIZE
                           INTO RPT-LINE
                       END-STRING
                       WRITE RPT-LINE
                   ELSE
                       PERFORM RUN-MANIFEST-ENTRIES-PROCEDURE
                   END-IF
               END-IF
           ELSE
               PERFORM LOAD-MANIFEST-PROCEDURE
           END-IF.
       LOAD-MANIFEST-PROCEDURE.
           MOVE WS-MANIFEST-NAME TO LISP-NAME.
           OPEN INPUT LISP-FILE.
           IF WS-LISP-FILE-STATUS NOT = '00'
               IF WS-LISP-FILE-STATUS = '35'
                           SET WS-FILE-EOF-YES TO TRUE
                       NOT AT END
                           ADD 1 TO WS-MANIFEST-COUNT
                           MOVE IN-LISP-RECORD(1:400)
                               TO WS-MANIFEST-ENTRY(WS-MANIFEST-COUNT)
                   END-READ
               END-PERFORM
                   SET WS-FILE-PAREN-ISSUE-YES TO FALSE
                   PERFORM WRITE-RUN-LOG-PROCEDURE
               ELSE
                   PERFORM RUN-MANIFEST-ENTRIES-PROCEDURE
               END-IF
           END-IF.
       RUN-MANIFEST-ENTRIES-PROCEDURE.
           SET WS-BATCH-STOPPED TO FALSE.
           PERFORM VARYING WS-MANIFEST-INDEX FROM 1 BY 1
           UNTIL WS-MANIFEST-INDEX > WS-MANIFEST-COUNT
               OR WS-BATCH-STOPPED
               IF WS-MANIFEST-INDEX > WS-RESUME-INDEX
                   MOVE WS-MANIFEST-ENTRY(WS-MANIFEST-INDEX)
                       TO WS-ENTRY-LINE
                   PERFORM PARSE-ENTRY-LINE-PROCEDURE
                   PERFORM SET-ENTRY-DATA-PROCEDURE
                   PERFORM FILE-HANDLING-PROCEDURE
                   IF NOT WS-OPT-MODE-CHECK
                       PERFORM WRITE-CHECKPOINT-PROCEDURE
                   END-IF
                   IF WS-FILE-ERROR-YES
                       AND WS-OPT-STOP-ON-ERROR
                       DISPLAY 'CISP: stopping on first '
                           'file error at entry '
                           WS-MANIFEST-INDEX
                       SET WS-BATCH-STOPPED TO TRUE
                   END-IF
               END-IF
           END-PERFORM.
           IF NOT WS-BATCH-STOPPED
               AND NOT WS-OPT-MODE-CHECK
               PERFORM CLEAR-CHECKPOINT-PROCEDURE
           END-IF.
       READ-CHECKPOINT-PROCEDURE.
           OPEN INPUT CISP-CHKP.
       FILE-HANDLING-PROCEDURE.
           PERFORM START-SCRIPT-TIMER-PROCEDURE.
           SET WS-FILE-ERROR-YES TO FALSE.
           MOVE SPACES TO WS-QRN-REASON.
           MOVE 0 TO WS-FILE-SYMBOL-TOTAL.
           MOVE 0 TO WS-FUNC-COUNT.
           PERFORM LOAD-VARS-PROCEDURE.
           MOVE WS-BINDING-COUNT TO WS-BINDING-SAVE-COUNT.
           MOVE WS-BINDING-TABLE TO WS-BINDING-SAVE-TABLE.
           MOVE 0 TO WS-SCRIPT-LINES.
           MOVE 0 TO WS-SCRIPT-NUM-TOKENS.
           MOVE 0 TO WS-SCRIPT-STR-TOKENS.
           SET WS-SCRIPT-DIVZERO TO FALSE.
           SET WS-SCRIPT-TOKOVER TO FALSE.
           SET WS-SCRIPT-OVERFLOW TO FALSE.
           SET WS-SCRIPT-NOLAYOUT TO FALSE.
           SET WS-SCRIPT-NODATA TO FALSE.
           SET WS-SCRIPT-BADDATA TO FALSE.
           SET WS-SCRIPT-LOOKUP TO FALSE.
           SET WS-SCRIPT-BADDATE TO FALSE.
           SET WS-SCRIPT-HELD TO FALSE.
           SET WS-SCRIPT-SKIPPED TO FALSE.
           SET WS-FP-AVAILABLE TO FALSE.
           SET WS-FP-CHANGED TO FALSE.
           SET WS-FP-NEW-SCRIPT TO FALSE.
           MOVE 0 TO WS-DATA-REC-NUM.
           SET WS-DATA-MODE-YES TO FALSE.
           IF NOT WS-OPT-MODE-CHECK
               AND WS-DEP-COUNT > 0
               PERFORM CHECK-DEPENDENCIES-PROCEDURE
           END-IF.
           IF NOT WS-OPT-MODE-CHECK
               AND NOT WS-SCRIPT-SKIPPED
               PERFORM FINGERPRINT-SCRIPT-PROCEDURE
               PERFORM CHECK-SCRIPT-CHANGE-PROCEDURE
           END-IF.
           EVALUATE TRUE
           WHEN WS-SCRIPT-SKIPPED
               PERFORM SKIP-SCRIPT-PROCEDURE
           WHEN WS-SCRIPT-HELD
               PERFORM HOLD-SCRIPT-PROCEDURE
           WHEN WS-DATA-NAME = SPACES
               PERFORM RUN-SCRIPT-PASS-PROCEDURE
           WHEN OTHER
               SET WS-DATA-MODE-YES TO TRUE
               PERFORM RUN-DATA-DRIVEN-PROCEDURE
           END-EVALUATE.
           PERFORM COMPUTE-ELAPSED-PROCEDURE.
           PERFORM RECORD-SCRIPT-STATS-PROCEDURE.
           IF NOT WS-OPT-MODE-CHECK
               PERFORM QUARANTINE-SCRIPT-PROCEDURE
           END-IF.
           PERFORM WRITE-RUN-LOG-PROCEDURE.
           IF NOT WS-OPT-MODE-CHECK
               PERFORM UPDATE-CATALOG-PROCEDURE
               EVALUATE TRUE
               WHEN WS-SCRIPT-HELD OR WS-SCRIPT-SKIPPED
                   CONTINUE
               WHEN WS-QRN-REASON = SPACES
                   PERFORM SAVE-VARS-PROCEDURE
               WHEN OTHER
                   PERFORM ROLLBACK-VARS-PROCEDURE
               END-EVALUATE
           END-IF.
           IF WS-BATCH-MODE-YES
               EVALUATE TRUE
               WHEN WS-SCRIPT-SKIPPED
                   MOVE 'SKIPPED'
                       TO WS-OUTCOME-STATUS(WS-MANIFEST-INDEX)
               WHEN WS-SCRIPT-HELD
                   MOVE 'HELD'
                       TO WS-OUTCOME-STATUS(WS-MANIFEST-INDEX)
               WHEN WS-QRN-REASON = SPACES
                   MOVE 'GOOD'
                       TO WS-OUTCOME-STATUS(WS-MANIFEST-INDEX)
               WHEN OTHER
                   MOVE WS-QRN-REASON
                       TO WS-OUTCOME-STATUS(WS-MANIFEST-INDEX)
               END-EVALUATE
           END-IF.
       CHECK-DEPENDENCIES-PROCEDURE.
           PERFORM VARYING WS-DEP-IDX FROM 1 BY 1
           UNTIL WS-DEP-IDX > WS-DEP-COUNT
               OR WS-SCRIPT-SKIPPED
               PERFORM CHECK-ONE-DEPENDENCY-PROCEDURE
           END-PERFORM.
       CHECK-ONE-DEPENDENCY-PROCEDURE.
           MOVE SPACES TO WS-DEP-STATUS.
           MOVE 0 TO WS-DEP-FOUND-AT.
           IF WS-BATCH-MODE-YES
               MOVE WS-MANIFEST-INDEX TO WS-DEP-SCAN
               PERFORM UNTIL WS-DEP-SCAN <= 1
                   OR WS-DEP-FOUND-AT > 0
                   SUBTRACT 1 FROM WS-DEP-SCAN
                   PERFORM GET-ENTRY-NAME-PROCEDURE
                   IF WS-DEP-ENTRY-NAME = WS-DEP-NAME(WS-DEP-IDX)
                       MOVE WS-DEP-SCAN TO WS-DEP-FOUND-AT
                   END-IF
               END-PERFORM
           END-IF.
           IF WS-DEP-FOUND-AT > WS-RESUME-INDEX
               MOVE WS-OUTCOME-STATUS(WS-DEP-FOUND-AT) TO WS-DEP-STATUS
           ELSE
               PERFORM GET-CATALOG-STATUS-PROCEDURE
           END-IF.
           IF WS-DEP-STATUS NOT = 'GOOD'
               SET WS-SCRIPT-SKIPPED TO TRUE
               MOVE WS-DEP-NAME(WS-DEP-IDX) TO WS-DEP-CAUSE-NAME
               MOVE WS-DEP-STATUS TO WS-DEP-CAUSE-STATUS
           END-IF.
       GET-CATALOG-STATUS-PROCEDURE.
           MOVE 'NOTRUN' TO WS-DEP-STATUS.
           OPEN INPUT CISP-CTLG.
           IF WS-CTLG-FILE-STATUS = '00'
               MOVE WS-DEP-NAME(WS-DEP-IDX) TO CTLG-SCRIPT-NAME
               READ CISP-CTLG
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE CTLG-LAST-STATUS TO WS-DEP-STATUS
               END-READ
               CLOSE CISP-CTLG
           END-IF.
       SKIP-SCRIPT-PROCEDURE.
           ADD 1 TO WS-RUN-SKIPPED-COUNT.
           SET WS-ANY-SYNTAX-ERROR TO TRUE.
           DISPLAY 'CISP: skipped - predecessor not good: '
               LISP-NAME.
           MOVE SPACES TO RPT-LINE.
           STRING 'SCRIPT SKIPPED - PREDECESSOR NOT GOOD: '
               DELIMITED BY SIZE
               LISP-NAME DELIMITED BY SPACE
               ' AFTER ' DELIMITED BY SIZE
               WS-DEP-CAUSE-NAME DELIMITED BY SPACE
               ' STATUS=' DELIMITED BY SIZE
               WS-DEP-CAUSE-STATUS DELIMITED BY SPACE
               INTO RPT-LINE
           END-STRING.
           WRITE RPT-LINE.
           IF WS-SKIP-COUNT < WS-MAX-SKIP
               ADD 1 TO WS-SKIP-COUNT
               MOVE LISP-NAME(1:44) TO WS-SKIP-NAME(WS-SKIP-COUNT)
               MOVE WS-DEP-CAUSE-NAME(1:44)
                   TO WS-SKIP-CAUSE-NAME(WS-SKIP-COUNT)
               MOVE WS-DEP-CAUSE-STATUS
                   TO WS-SKIP-CAUSE-STATUS(WS-SKIP-COUNT)
           END-IF.
           MOVE WS-ENTRY-LINE TO RSUB-RECORD.
           WRITE RSUB-RECORD.
       FINGERPRINT-SCRIPT-PROCEDURE.
           MOVE 0 TO WS-FP-RECORDS.
           MOVE 0 TO WS-FP-BYTES.
           MOVE 0 TO WS-FP-HASH.
           MOVE 0 TO WS-FP-HASH-WORK.
           OPEN INPUT LISP-FILE.
           IF WS-LISP-FILE-STATUS = '00'
               SET WS-FP-AVAILABLE TO TRUE
               SET WS-FILE-EOF-YES TO FALSE
               PERFORM UNTIL WS-FILE-EOF-YES
                   READ LISP-FILE
                       AT END
                           SET WS-FILE-EOF-YES TO TRUE
                       NOT AT END
                           PERFORM FINGERPRINT-RECORD-PROCEDURE
                   END-READ
               END-PERFORM
               CLOSE LISP-FILE
               MOVE WS-FP-HASH-WORK TO WS-FP-HASH
           END-IF.
       FINGERPRINT-RECORD-PROCEDURE.
           ADD 1 TO WS-FP-RECORDS.
           MOVE 0 TO WS-FP-REC-LEN.
           PERFORM VARYING WS-FP-SCAN FROM 2000 BY -1
           UNTIL WS-FP-SCAN < 1 OR WS-FP-REC-LEN > 0
               IF IN-LISP-RECORD(WS-FP-SCAN:1) NOT = SPACE
                   MOVE WS-FP-SCAN TO WS-FP-REC-LEN
               END-IF
           END-PERFORM.
           ADD WS-FP-REC-LEN TO WS-FP-BYTES.
           PERFORM VARYING WS-FP-SCAN FROM 1 BY 1
           UNTIL WS-FP-SCAN > WS-FP-REC-LEN
               COMPUTE WS-FP-HASH-WORK = FUNCTION MOD(
                   WS-FP-HASH-WORK * 31
                   + FUNCTION ORD(IN-LISP-RECORD(WS-FP-SCAN:1)),
                   WS-FP-HASH-MODULUS)
           END-PERFORM.
           COMPUTE WS-FP-HASH-WORK = FUNCTION MOD(
               WS-FP-HASH-WORK * 31 + 11, WS-FP-HASH-MODULUS).
       CHECK-SCRIPT-CHANGE-PROCEDURE.
           SET WS-FP-APPROVED TO TRUE.
           SET WS-CTLG-FOUND TO FALSE.
           OPEN INPUT CISP-CTLG.
           IF WS-CTLG-FILE-STATUS = '00'
               MOVE LISP-NAME TO CTLG-SCRIPT-NAME
               SET WS-CTLG-FOUND TO TRUE
               READ CISP-CTLG
                   INVALID KEY
                       SET WS-CTLG-FOUND TO FALSE
               END-READ
               CLOSE CISP-CTLG
           END-IF.
           IF WS-FP-AVAILABLE
               EVALUATE TRUE
               WHEN NOT WS-CTLG-FOUND
               WHEN CTLG-FP-DATE = 0 AND NOT CTLG-APPROVED
                   SET WS-FP-NEW-SCRIPT TO TRUE
                   SET WS-FP-CHANGED TO TRUE
                   SET WS-FP-APPROVED TO FALSE
                   MOVE 0 TO WS-FP-OLD-RECORDS
                   MOVE 0 TO WS-FP-OLD-BYTES
                   MOVE 0 TO WS-FP-OLD-HASH
               WHEN CTLG-FP-DATE = 0
                   CONTINUE
               WHEN CTLG-FP-RECORDS NOT = WS-FP-RECORDS
                   OR CTLG-FP-BYTES NOT = WS-FP-BYTES
                   OR CTLG-FP-HASH NOT = WS-FP-HASH
                   SET WS-FP-CHANGED TO TRUE
                   SET WS-FP-APPROVED TO FALSE
                   MOVE CTLG-FP-RECORDS TO WS-FP-OLD-RECORDS
                   MOVE CTLG-FP-BYTES TO WS-FP-OLD-BYTES
                   MOVE CTLG-FP-HASH TO WS-FP-OLD-HASH
               WHEN OTHER
                   IF NOT CTLG-APPROVED
                       SET WS-FP-APPROVED TO FALSE
                   END-IF
               END-EVALUATE
               IF WS-OPT-CHANGED-HOLD
                   AND NOT WS-FP-APPROVED
                   SET WS-SCRIPT-HELD TO TRUE
               END-IF
               IF WS-FP-CHANGED
                   PERFORM RECORD-CHANGED-SCRIPT-PROCEDURE
               END-IF
           END-IF.
       RECORD-CHANGED-SCRIPT-PROCEDURE.
           IF WS-CHG-COUNT < WS-MAX-CHG
               ADD 1 TO WS-CHG-COUNT
               MOVE LISP-NAME(1:44) TO WS-CHG-NAME(WS-CHG-COUNT)
               IF WS-FP-NEW-SCRIPT
                   MOVE 'NEW' TO WS-CHG-KIND(WS-CHG-COUNT)
               ELSE
                   MOVE 'CHANGED' TO WS-CHG-KIND(WS-CHG-COUNT)
               END-IF
               MOVE WS-FP-OLD-RECORDS
                   TO WS-CHG-OLD-RECORDS(WS-CHG-COUNT)
               MOVE WS-FP-OLD-BYTES TO WS-CHG-OLD-BYTES(WS-CHG-COUNT)
               MOVE WS-FP-RECORDS TO WS-CHG-RECORDS(WS-CHG-COUNT)
               MOVE WS-FP-BYTES TO WS-CHG-BYTES(WS-CHG-COUNT)
               MOVE WS-FP-HASH TO WS-CHG-HASH(WS-CHG-COUNT)
               IF WS-SCRIPT-HELD
                   MOVE 'HELD' TO WS-CHG-ACTION(WS-CHG-COUNT)
               ELSE
                   MOVE 'RUN' TO WS-CHG-ACTION(WS-CHG-COUNT)
               END-IF
           END-IF.
           DISPLAY 'CISP: script changed since last run: ' LISP-NAME.
       HOLD-SCRIPT-PROCEDURE.
           ADD 1 TO WS-RUN-HELD-COUNT.
           SET WS-ANY-SYNTAX-ERROR TO TRUE.
           DISPLAY 'CISP: held - changed and not approved: '
               LISP-NAME.
           MOVE SPACES TO RPT-LINE.
           STRING 'SCRIPT HELD - CHANGED AND NOT APPROVED: '
               DELIMITED BY SIZE
               LISP-NAME DELIMITED BY SPACE
               INTO RPT-LINE
           END-STRING.
           WRITE RPT-LINE.
           MOVE WS-ENTRY-LINE TO RSUB-RECORD.
           WRITE RSUB-RECORD.
       RUN-SCRIPT-PASS-PROCEDURE.
           MOVE 0 TO WS-STMT-SEQ.
           OPEN INPUT LISP-FILE.
           IF WS-LISP-FILE-STATUS NOT = '00'
               IF WS-LISP-FILE-STATUS = '35'
                       PERFORM EVALUATE-STATEMENT-PROCEDURE
                   END-IF
               END-IF
               CLOSE LISP-FILE
           END-IF.
       RUN-DATA-DRIVEN-PROCEDURE.
           MOVE 0 TO WS-DATA-RECS-RUN.
           MOVE 0 TO WS-DATA-RECS-BAD.
           PERFORM LOAD-LAYOUT-PROCEDURE.
           IF WS-LAYOUT-OK
               IF WS-OPT-MODE-CHECK
                   PERFORM REGISTER-LAYOUT-FIELDS-PROCEDURE
                   PERFORM RUN-SCRIPT-PASS-PROCEDURE
               ELSE
                   PERFORM READ-DATA-FILE-PROCEDURE
               END-IF
           END-IF.
           PERFORM RELEASE-DATA-FIELDS-PROCEDURE.
       READ-DATA-FILE-PROCEDURE.
           OPEN INPUT CISP-DATA.
           IF WS-DATA-FILE-STATUS NOT = '00'
               DISPLAY 'CISP: data file not available: ' WS-DATA-NAME
                   ' - STATUS ' WS-DATA-FILE-STATUS
               MOVE SPACES TO RPT-LINE
               STRING 'DATA ERROR: data file not available: '
                   DELIMITED BY SIZE
                   WS-DATA-NAME DELIMITED BY SPACE
                   ' - STATUS ' DELIMITED BY SIZE
                   WS-DATA-FILE-STATUS DELIMITED BY SIZE
                   INTO RPT-LINE
               END-STRING
               WRITE RPT-LINE
               SET WS-FILE-ERROR-YES TO TRUE
               SET WS-RUN-HAD-FILE-ERROR TO TRUE
               SET WS-SCRIPT-NODATA TO TRUE
               ADD 1 TO WS-SCRIPT-ERRORS
           ELSE
               SET WS-DATA-EOF-YES TO FALSE
               PERFORM UNTIL WS-DATA-EOF-YES
                   OR WS-SCRIPT-NOTFOUND
                   OR WS-SCRIPT-EMPTY
                   READ CISP-DATA
                       AT END
                           SET WS-DATA-EOF-YES TO TRUE
                       NOT AT END
                           PERFORM RUN-ONE-DATA-RECORD-PROCEDURE
                   END-READ
               END-PERFORM
               CLOSE CISP-DATA
               MOVE SPACES TO RPT-LINE
               STRING 'DATA RECORDS READ=' DELIMITED BY SIZE
                   WS-DATA-REC-NUM DELIMITED BY SIZE
                   ' PROCESSED=' DELIMITED BY SIZE
                   WS-DATA-RECS-RUN DELIMITED BY SIZE
                   ' REJECTED=' DELIMITED BY SIZE
                   WS-DATA-RECS-BAD DELIMITED BY SIZE
                   ' FOR ' DELIMITED BY SIZE
                   LISP-NAME DELIMITED BY SPACE
                   INTO RPT-LINE
               END-STRING
               WRITE RPT-LINE
           END-IF.
       RUN-ONE-DATA-RECORD-PROCEDURE.
           ADD 1 TO WS-DATA-REC-NUM.
           IF DATA-RECORD NOT = SPACES
               PERFORM BIND-DATA-FIELDS-PROCEDURE
               IF WS-DATA-REC-OK
                   ADD 1 TO WS-DATA-RECS-RUN
                   IF WS-OPT-DETAIL-FULL
                       DISPLAY 'DATA RECORD ' WS-DATA-REC-NUM
                   END-IF
                   MOVE SPACES TO RPT-LINE
                   STRING 'DATA RECORD ' DELIMITED BY SIZE
                       WS-DATA-REC-NUM DELIMITED BY SIZE
                       ' OF ' DELIMITED BY SIZE
                       WS-DATA-NAME DELIMITED BY SPACE
                       INTO RPT-LINE
                   END-STRING
                   WRITE RPT-LINE
                   PERFORM RUN-SCRIPT-PASS-PROCEDURE
               ELSE
                   ADD 1 TO WS-DATA-RECS-BAD
               END-IF
           END-IF.
       LOAD-LAYOUT-PROCEDURE.
           MOVE 0 TO WS-FIELD-COUNT.
           SET WS-LAYOUT-OK TO TRUE.
           IF WS-LAYOUT-NAME = SPACES
               MOVE SPACES TO WS-LAYT-NAME
               PERFORM REPORT-BAD-LAYOUT-PROCEDURE
           ELSE
               OPEN INPUT CISP-LAYT
               IF WS-LAYT-FILE-STATUS NOT = '00'
                   MOVE 'file not available' TO WS-LAYT-NAME
                   PERFORM REPORT-BAD-LAYOUT-PROCEDURE
               ELSE
                   SET WS-LAYT-EOF-YES TO FALSE
                   PERFORM UNTIL WS-LAYT-EOF-YES
                       OR NOT WS-LAYOUT-OK
                       READ CISP-LAYT
                           AT END
                               SET WS-LAYT-EOF-YES TO TRUE
                           NOT AT END
                               PERFORM LOAD-LAYOUT-FIELD-PROCEDURE
                       END-READ
                   END-PERFORM
                   CLOSE CISP-LAYT
                   IF WS-LAYOUT-OK
                       AND WS-FIELD-COUNT = 0
                       MOVE 'no fields defined' TO WS-LAYT-NAME
                       PERFORM REPORT-BAD-LAYOUT-PROCEDURE
                   END-IF
               END-IF
           END-IF.
       LOAD-LAYOUT-FIELD-PROCEDURE.
           IF LAYT-RECORD(1:1) = '*' OR LAYT-RECORD = SPACES
               CONTINUE
           ELSE
               MOVE SPACES TO WS-LAYT-TOKENS
               UNSTRING LAYT-RECORD DELIMITED BY ALL SPACE
                   INTO WS-LAYT-NAME WS-LAYT-START-TXT
                   WS-LAYT-LEN-TXT WS-LAYT-TYPE-TXT WS-LAYT-DEC-TXT
               END-UNSTRING
               MOVE FUNCTION UPPER-CASE(WS-LAYT-TYPE-TXT)
                   TO WS-LAYT-TYPE-TXT
               IF WS-LAYT-DEC-TXT = SPACES
                   MOVE '0' TO WS-LAYT-DEC-TXT
               END-IF
               MOVE WS-LAYT-NAME TO WS-LOOKUP-NAME
               PERFORM LOOKUP-BINDING-PROCEDURE
               EVALUATE TRUE
               WHEN WS-FIELD-COUNT >= WS-MAX-FIELDS
                   MOVE 'too many fields' TO WS-LAYT-NAME
                   PERFORM REPORT-BAD-LAYOUT-PROCEDURE
               WHEN WS-BINDING-FOUND
                   AND NOT WS-BINDING-IS-FIELD(WS-BINDING-SLOT)
                   MOVE SPACES TO WS-LAYT-NAME
                   STRING 'field ' DELIMITED BY SIZE
                       WS-LOOKUP-NAME DELIMITED BY SPACE
                       ' is already a saved variable' DELIMITED BY SIZE
                       INTO WS-LAYT-NAME
                   END-STRING
                   PERFORM REPORT-BAD-LAYOUT-PROCEDURE
               WHEN FUNCTION TEST-NUMVAL(WS-LAYT-START-TXT) NOT = 0
                   OR FUNCTION TEST-NUMVAL(WS-LAYT-LEN-TXT) NOT = 0
                   OR FUNCTION TEST-NUMVAL(WS-LAYT-DEC-TXT) NOT = 0
                   OR (WS-LAYT-TYPE-TXT NOT = 'N'
                   AND WS-LAYT-TYPE-TXT NOT = 'S')
                   PERFORM REPORT-BAD-LAYOUT-PROCEDURE
               WHEN OTHER
                   ADD 1 TO WS-FIELD-COUNT
                   MOVE WS-LAYT-NAME TO WS-FIELD-NAME(WS-FIELD-COUNT)
                   MOVE WS-LAYT-TYPE-TXT(1:1)
                       TO WS-FIELD-TYPE(WS-FIELD-COUNT)
                   COMPUTE WS-LAYT-NUM =
                       FUNCTION NUMVAL(WS-LAYT-START-TXT)
                   MOVE WS-LAYT-NUM TO WS-FIELD-START(WS-FIELD-COUNT)
                   COMPUTE WS-LAYT-NUM =
                       FUNCTION NUMVAL(WS-LAYT-LEN-TXT)
                   MOVE WS-LAYT-NUM TO WS-FIELD-LEN(WS-FIELD-COUNT)
                   COMPUTE WS-LAYT-NUM =
                       FUNCTION NUMVAL(WS-LAYT-DEC-TXT)
                   MOVE WS-LAYT-NUM
                       TO WS-FIELD-DECIMALS(WS-FIELD-COUNT)
                   IF WS-FIELD-START(WS-FIELD-COUNT) < 1
                       OR WS-FIELD-LEN(WS-FIELD-COUNT) < 1
                       OR WS-FIELD-LEN(WS-FIELD-COUNT) > 100
                       OR WS-FIELD-START(WS-FIELD-COUNT)
                       + WS-FIELD-LEN(WS-FIELD-COUNT) > 2001
                       OR WS-LAYT-NUM > 4
                       PERFORM REPORT-BAD-LAYOUT-PROCEDURE
                   END-IF
               END-EVALUATE
           END-IF.
       REPORT-BAD-LAYOUT-PROCEDURE.
           SET WS-LAYOUT-OK TO FALSE.
           SET WS-FILE-ERROR-YES TO TRUE.
           SET WS-RUN-HAD-FILE-ERROR TO TRUE.
           SET WS-SCRIPT-NOLAYOUT TO TRUE.
           ADD 1 TO WS-SCRIPT-ERRORS.
           DISPLAY 'CISP: bad record layout ' WS-LAYOUT-NAME
               ' - ' WS-LAYT-NAME.
           MOVE SPACES TO RPT-LINE.
           STRING 'DATA ERROR: bad record layout ' DELIMITED BY SIZE
               WS-LAYOUT-NAME DELIMITED BY SPACE
               ' - ' DELIMITED BY SIZE
               WS-LAYT-NAME DELIMITED BY SIZE
               INTO RPT-LINE
           END-STRING.
           WRITE RPT-LINE.
       REGISTER-LAYOUT-FIELDS-PROCEDURE.
           PERFORM VARYING WS-FIELD-IDX FROM 1 BY 1
           UNTIL WS-FIELD-IDX > WS-FIELD-COUNT
               MOVE 0 TO WS-FIELD-VALUE
               MOVE SPACES TO WS-FIELD-TEXT
               MOVE 0 TO WS-FIELD-TEXT-LEN
               MOVE 1 TO WS-FIELD-TEXT-START
               PERFORM BIND-ONE-FIELD-PROCEDURE
           END-PERFORM.
       BIND-DATA-FIELDS-PROCEDURE.
           SET WS-DATA-REC-OK TO TRUE.
           PERFORM VARYING WS-FIELD-IDX FROM 1 BY 1
           UNTIL WS-FIELD-IDX > WS-FIELD-COUNT
               OR NOT WS-DATA-REC-OK
               PERFORM EXTRACT-FIELD-TEXT-PROCEDURE
               SET WS-FIELD-OK TO TRUE
               MOVE 0 TO WS-FIELD-VALUE
               IF WS-FIELD-TYPE(WS-FIELD-IDX) = 'N'
                   PERFORM CONVERT-NUMERIC-FIELD-PROCEDURE
               END-IF
               IF WS-FIELD-OK
                   PERFORM BIND-ONE-FIELD-PROCEDURE
               ELSE
                   PERFORM REPORT-BAD-DATA-PROCEDURE
               END-IF
           END-PERFORM.
       EXTRACT-FIELD-TEXT-PROCEDURE.
           MOVE SPACES TO WS-FIELD-TEXT.
           MOVE DATA-RECORD(WS-FIELD-START(WS-FIELD-IDX):
               WS-FIELD-LEN(WS-FIELD-IDX)) TO WS-FIELD-TEXT.
           MOVE 0 TO WS-FIELD-TEXT-START.
           MOVE 0 TO WS-FIELD-TEXT-LEN.
           PERFORM VARYING WS-FIELD-SCAN FROM 1 BY 1
           UNTIL WS-FIELD-SCAN > WS-FIELD-LEN(WS-FIELD-IDX)
               IF WS-FIELD-TEXT(WS-FIELD-SCAN:1) NOT = SPACE
                   IF WS-FIELD-TEXT-START = 0
                       MOVE WS-FIELD-SCAN TO WS-FIELD-TEXT-START
                   END-IF
                   MOVE WS-FIELD-SCAN TO WS-FIELD-TEXT-LEN
               END-IF
           END-PERFORM.
           IF WS-FIELD-TEXT-START = 0
               MOVE 1 TO WS-FIELD-TEXT-START
           ELSE
               IF WS-FIELD-TYPE(WS-FIELD-IDX) = 'N'
                   COMPUTE WS-FIELD-TEXT-LEN =
                       WS-FIELD-TEXT-LEN - WS-FIELD-TEXT-START + 1
               END-IF
           END-IF.
       CONVERT-NUMERIC-FIELD-PROCEDURE.
           IF WS-FIELD-TEXT-LEN = 0
               SET WS-FIELD-OK TO FALSE
           ELSE
               IF FUNCTION TEST-NUMVAL(WS-FIELD-TEXT
                   (WS-FIELD-TEXT-START:WS-FIELD-TEXT-LEN)) NOT = 0
                   SET WS-FIELD-OK TO FALSE
               ELSE
                   COMPUTE WS-FIELD-VALUE = FUNCTION NUMVAL(
                       WS-FIELD-TEXT
                       (WS-FIELD-TEXT-START:WS-FIELD-TEXT-LEN))
                       ON SIZE ERROR
                           SET WS-FIELD-OK TO FALSE
                   END-COMPUTE
                   IF WS-FIELD-OK
                       AND WS-FIELD-DECIMALS(WS-FIELD-IDX) > 0
                       AND WS-FIELD-TEXT
                       (WS-FIELD-TEXT-START:WS-FIELD-TEXT-LEN)
                       IS NUMERIC
                       MOVE 1 TO WS-FIELD-SCALE
                       PERFORM WS-FIELD-DECIMALS(WS-FIELD-IDX) TIMES
                           MULTIPLY 10 BY WS-FIELD-SCALE
                       END-PERFORM
                       DIVIDE WS-FIELD-SCALE INTO WS-FIELD-VALUE
                   END-IF
               END-IF
           END-IF.
       BIND-ONE-FIELD-PROCEDURE.
           MOVE WS-FIELD-NAME(WS-FIELD-IDX) TO WS-LOOKUP-NAME.
           PERFORM LOOKUP-BINDING-PROCEDURE.
           IF NOT WS-BINDING-FOUND
               IF WS-BINDING-COUNT < WS-MAX-BINDINGS
                   ADD 1 TO WS-BINDING-COUNT
                   MOVE SPACE TO WS-BINDING-SCOPE(WS-BINDING-COUNT)
                   MOVE WS-BINDING-COUNT TO WS-BINDING-SLOT
                   MOVE WS-LOOKUP-NAME
                       TO WS-BINDING-NAME(WS-BINDING-SLOT)
                   SET WS-BINDING-FOUND TO TRUE
               ELSE
                   DISPLAY 'CISP: WARNING - binding table full, '
                       WS-LOOKUP-NAME ' not stored'
               END-IF
           END-IF.
           IF WS-BINDING-FOUND
               MOVE 'D' TO WS-BINDING-SCOPE(WS-BINDING-SLOT)
               IF WS-FIELD-TYPE(WS-FIELD-IDX) = 'N'
                   MOVE 'N' TO WS-BINDING-TYPE(WS-BINDING-SLOT)
                   MOVE WS-FIELD-VALUE
                       TO WS-BINDING-VALUE(WS-BINDING-SLOT)
                   MOVE SPACES TO WS-BINDING-STR(WS-BINDING-SLOT)
                   MOVE 0 TO WS-BINDING-STR-LEN(WS-BINDING-SLOT)
               ELSE
                   MOVE 'S' TO WS-BINDING-TYPE(WS-BINDING-SLOT)
                   MOVE 0 TO WS-BINDING-VALUE(WS-BINDING-SLOT)
                   MOVE WS-FIELD-TEXT TO WS-BINDING-STR(WS-BINDING-SLOT)
                   MOVE WS-FIELD-TEXT-LEN
                       TO WS-BINDING-STR-LEN(WS-BINDING-SLOT)
               END-IF
           END-IF.
       REPORT-BAD-DATA-PROCEDURE.
           SET WS-DATA-REC-OK TO FALSE.
           SET WS-ANY-SYNTAX-ERROR TO TRUE.
           SET WS-SCRIPT-BADDATA TO TRUE.
           ADD 1 TO WS-SCRIPT-ERRORS.
           DISPLAY 'DATA ERROR: field ' WS-FIELD-NAME(WS-FIELD-IDX)
               ' not numeric in record ' WS-DATA-REC-NUM.
           MOVE SPACES TO RPT-LINE.
           STRING 'DATA ERROR: field ' DELIMITED BY SIZE
               WS-FIELD-NAME(WS-FIELD-IDX) DELIMITED BY SPACE
               ' not numeric in record ' DELIMITED BY SIZE
               WS-DATA-REC-NUM DELIMITED BY SIZE
               INTO RPT-LINE
           END-STRING.
           WRITE RPT-LINE.
       RELEASE-DATA-FIELDS-PROCEDURE.
           MOVE 0 TO WS-BINDING-SLOT.
           PERFORM VARYING WS-BINDING-IDX FROM 1 BY 1
           UNTIL WS-BINDING-IDX > WS-BINDING-COUNT
               IF NOT WS-BINDING-IS-FIELD(WS-BINDING-IDX)
                   ADD 1 TO WS-BINDING-SLOT
                   IF WS-BINDING-SLOT < WS-BINDING-IDX
                       MOVE WS-BINDING-ENTRY(WS-BINDING-IDX)
                           TO WS-BINDING-ENTRY(WS-BINDING-SLOT)
                   END-IF
               END-IF
           END-PERFORM.
           MOVE WS-BINDING-SLOT TO WS-BINDING-COUNT.
       UPDATE-CATALOG-PROCEDURE.
           OPEN I-O CISP-CTLG.
           IF WS-CTLG-FILE-STATUS = '35'
                   MOVE LISP-NAME TO CTLG-SCRIPT-NAME
                   MOVE 0 TO CTLG-RUN-COUNT
                   MOVE 0 TO CTLG-ERROR-COUNT
                   MOVE 0 TO CTLG-FP-RECORDS
                   MOVE 0 TO CTLG-FP-BYTES
                   MOVE 0 TO CTLG-FP-HASH
                   MOVE 0 TO CTLG-FP-DATE
                   MOVE 'N' TO CTLG-APPROVED-SW
                   MOVE SPACES TO CTLG-APPROVED-BY
                   MOVE 0 TO CTLG-APPROVED-DATE
                   MOVE 'R' TO CTLG-FREQ
                   MOVE 0 TO CTLG-FREQ-DAY
                   MOVE 'A' TO CTLG-ACTIVE-SW
                   MOVE SPACES TO CTLG-OWNER
                   MOVE SPACES TO CTLG-RUN-OPTIONS
               END-IF
               MOVE WS-LOG-DATE TO CTLG-LAST-DATE
               MOVE WS-LOG-TIME TO CTLG-LAST-TIME
               EVALUATE TRUE
               WHEN WS-SCRIPT-SKIPPED
                   MOVE 'SKIPPED' TO CTLG-LAST-STATUS
               WHEN WS-SCRIPT-HELD
                   MOVE 'HELD' TO CTLG-LAST-STATUS
               WHEN WS-QRN-REASON = SPACES
                   MOVE 'GOOD' TO CTLG-LAST-STATUS
               WHEN OTHER
                   MOVE WS-QRN-REASON TO CTLG-LAST-STATUS
               END-EVALUATE
               IF NOT WS-SCRIPT-HELD
                   AND NOT WS-SCRIPT-SKIPPED
                   ADD 1 TO CTLG-RUN-COUNT
               END-IF
               IF WS-SCRIPT-ERRORS > 0
                   ADD 1 TO CTLG-ERROR-COUNT
               END-IF
               IF WS-FP-AVAILABLE
                   IF WS-FP-CHANGED OR CTLG-FP-DATE = 0
                       MOVE WS-LOG-DATE TO CTLG-FP-DATE
                   END-IF
                   IF WS-FP-CHANGED
                       MOVE 'N' TO CTLG-APPROVED-SW
                   END-IF
                   MOVE WS-FP-RECORDS TO CTLG-FP-RECORDS
                   MOVE WS-FP-BYTES TO CTLG-FP-BYTES
                   MOVE WS-FP-HASH TO CTLG-FP-HASH
               END-IF
               IF WS-CTLG-FOUND
                   REWRITE CTLG-RECORD
                       INVALID KEY
                               TO WS-CTLG-RUNS(WS-CTLG-COUNT)
                           MOVE CTLG-ERROR-COUNT
                               TO WS-CTLG-ERRS(WS-CTLG-COUNT)
                           MOVE CTLG-FP-DATE
                               TO WS-CTLG-FPDT(WS-CTLG-COUNT)
                           MOVE CTLG-APPROVED-SW
                               TO WS-CTLG-APPR(WS-CTLG-COUNT)
                           MOVE CTLG-FREQ
                               TO WS-CTLG-FREQ(WS-CTLG-COUNT)
                           MOVE CTLG-FREQ-DAY
                               TO WS-CTLG-FREQ-DAY(WS-CTLG-COUNT)
                           MOVE CTLG-ACTIVE-SW
                               TO WS-CTLG-ACTIVE(WS-CTLG-COUNT)
                           MOVE CTLG-OWNER
                               TO WS-CTLG-OWNER(WS-CTLG-COUNT)
                   END-READ
               END-PERFORM
               IF NOT WS-CTLG-EOF-YES
               MOVE WS-CTLG-STAT(WS-CTLG-I) TO CTLG-D-STAT
               MOVE WS-CTLG-RUNS(WS-CTLG-I) TO CTLG-D-RUNS
               MOVE WS-CTLG-ERRS(WS-CTLG-I) TO CTLG-D-ERRS
               MOVE WS-CTLG-FPDT(WS-CTLG-I) TO CTLG-D-FPDT
               IF WS-CTLG-APPR(WS-CTLG-I) = 'Y'
                   MOVE 'YES' TO CTLG-D-APPR
               ELSE
                   MOVE 'NO' TO CTLG-D-APPR
               END-IF
               MOVE CTLG-DETAIL-LINE TO RPT-LINE
               WRITE RPT-LINE
           END-PERFORM.
               INTO RPT-LINE
           END-STRING.
           WRITE RPT-LINE.
           PERFORM WRITE-SCHEDULE-SECTION-PROCEDURE.
       WRITE-SCHEDULE-SECTION-PROCEDURE.
           MOVE 0 TO WS-SCHED-SELECTED.
           MOVE 0 TO WS-SCHED-HELD.
           MOVE SPACES TO RPT-LINE.
           WRITE RPT-LINE.
           MOVE SPACES TO RPT-LINE.
           STRING 'CISP SCHEDULE FOR ' DELIMITED BY SIZE
               WS-OPT-BUSDATE DELIMITED BY SIZE
               INTO RPT-LINE
           END-STRING.
           WRITE RPT-LINE.
           MOVE SCHED-HEADER-LINE TO RPT-LINE.
           WRITE RPT-LINE.
           PERFORM VARYING WS-CTLG-I FROM 1 BY 1
           UNTIL WS-CTLG-I > WS-CTLG-COUNT
               MOVE WS-CTLG-FREQ(WS-CTLG-I) TO WS-SCHED-FREQ
               MOVE WS-CTLG-FREQ-DAY(WS-CTLG-I) TO WS-SCHED-FREQ-DAY
               MOVE WS-CTLG-ACTIVE(WS-CTLG-I) TO WS-SCHED-ACTIVE
               PERFORM CHECK-SCHEDULE-DUE-PROCEDURE
               IF WS-SCHED-TONIGHT = 'SCHEDULED'
                   ADD 1 TO WS-SCHED-SELECTED
               END-IF
               IF WS-SCHED-TONIGHT = 'HELD'
                   ADD 1 TO WS-SCHED-HELD
               END-IF
               MOVE WS-CTLG-NAME(WS-CTLG-I)(1:44) TO SCHED-D-NAME
               MOVE WS-SCHED-FREQ-WORD TO SCHED-D-FREQ
               MOVE WS-CTLG-OWNER(WS-CTLG-I) TO SCHED-D-OWNER
               MOVE WS-SCHED-TONIGHT TO SCHED-D-TONIGHT
               MOVE SCHED-DETAIL-LINE TO RPT-LINE
               WRITE RPT-LINE
           END-PERFORM.
           MOVE WS-SCHED-SELECTED TO WS-SCHED-SELECTED-D.
           MOVE WS-SCHED-HELD TO WS-SCHED-HELD-D.
           MOVE SPACES TO RPT-LINE.
           STRING 'SCRIPTS SCHEDULED=' DELIMITED BY SIZE
               WS-SCHED-SELECTED-D DELIMITED BY SIZE
               ' HELD=' DELIMITED BY SIZE
               WS-SCHED-HELD-D DELIMITED BY SIZE
               INTO RPT-LINE
           END-STRING.
           WRITE RPT-LINE.
       SORT-CATALOG-PROCEDURE.
           PERFORM VARYING WS-CTLG-I FROM 1 BY 1
           UNTIL WS-CTLG-I >= WS-CTLG-COUNT
           IF VARS-NAME NOT = SPACES
               AND WS-BINDING-COUNT < WS-MAX-BINDINGS
               ADD 1 TO WS-BINDING-COUNT
               MOVE SPACE TO WS-BINDING-SCOPE(WS-BINDING-COUNT)
               MOVE VARS-NAME TO WS-BINDING-NAME(WS-BINDING-COUNT)
               MOVE VARS-VALUE TO WS-BINDING-VALUE(WS-BINDING-COUNT)
               IF VARS-TYPE = 'S'
               DISPLAY 'CISP: WARNING - cannot write CISPVARS'
                   ' - STATUS ' WS-VARS-FILE-STATUS
           END-IF.
       ROLLBACK-VARS-PROCEDURE.
           MOVE WS-BINDING-SAVE-COUNT TO WS-BINDING-COUNT.
           MOVE WS-BINDING-SAVE-TABLE TO WS-BINDING-TABLE.
           DISPLAY 'CISP: ' WS-QRN-REASON
               ' - variable changes discarded for ' LISP-NAME.
           MOVE SPACES TO RPT-LINE.
           STRING 'CISPVARS CHANGES DISCARDED FOR ' DELIMITED BY SIZE
               LISP-NAME DELIMITED BY SPACE
               ' - ' DELIMITED BY SIZE
               WS-QRN-REASON DELIMITED BY SPACE
               INTO RPT-LINE
           END-STRING.
           WRITE RPT-LINE.
       BACKUP-VARS-PROCEDURE.
           MOVE 0 TO WS-VBKP-COUNT.
           OPEN INPUT CISP-VARS.
           IF WS-VARS-FILE-STATUS NOT = '00'
               AND WS-VARS-FILE-STATUS NOT = '35'
               DISPLAY 'CISP: error opening CISPVARS - STATUS '
                   WS-VARS-FILE-STATUS
               SET WS-RUN-HAD-FILE-ERROR TO TRUE
           ELSE
               OPEN OUTPUT CISP-VBKP
               IF WS-VBKP-FILE-STATUS NOT = '00'
                   DISPLAY 'CISP: error opening CISPVBKP - STATUS '
                       WS-VBKP-FILE-STATUS
                   SET WS-RUN-HAD-FILE-ERROR TO TRUE
                   IF WS-VARS-FILE-STATUS = '00'
                       CLOSE CISP-VARS
                   END-IF
               ELSE
                   IF WS-VARS-FILE-STATUS = '00'
                       SET WS-VARS-EOF-YES TO FALSE
                       PERFORM UNTIL WS-VARS-EOF-YES
                           READ CISP-VARS
                               AT END
                                   SET WS-VARS-EOF-YES TO TRUE
                               NOT AT END
                                   ADD 1 TO WS-VBKP-COUNT
                                   MOVE VARS-RECORD TO VBKP-RECORD
                                   WRITE VBKP-RECORD
                           END-READ
                       END-PERFORM
                       CLOSE CISP-VARS
                   END-IF
                   CLOSE CISP-VBKP
                   MOVE SPACES TO RPT-LINE
                   STRING 'CISPVARS BEFORE-IMAGE SAVED TO CISPVBKP '
                       DELIMITED BY SIZE
                       'RECORDS=' DELIMITED BY SIZE
                       WS-VBKP-COUNT DELIMITED BY SIZE
                       INTO RPT-LINE
                   END-STRING
                   WRITE RPT-LINE
               END-IF
           END-IF.
       RESTORE-VARS-PROCEDURE.
           MOVE 0 TO WS-VBKP-COUNT.
           OPEN INPUT CISP-VBKP.
           IF WS-VBKP-FILE-STATUS NOT = '00'
               DISPLAY 'CISP: error opening CISPVBKP - STATUS '
                   WS-VBKP-FILE-STATUS
               SET WS-RUN-HAD-FILE-ERROR TO TRUE
           ELSE
               OPEN OUTPUT CISP-VARS
               IF WS-VARS-FILE-STATUS NOT = '00'
                   DISPLAY 'CISP: error opening CISPVARS - STATUS '
                       WS-VARS-FILE-STATUS
                   SET WS-RUN-HAD-FILE-ERROR TO TRUE
               ELSE
                   SET WS-VARS-EOF-YES TO FALSE
                   PERFORM UNTIL WS-VARS-EOF-YES
                       READ CISP-VBKP
                           AT END
                               SET WS-VARS-EOF-YES TO TRUE
                           NOT AT END
                               ADD 1 TO WS-VBKP-COUNT
                               MOVE VBKP-RECORD TO VARS-RECORD
                               WRITE VARS-RECORD
                       END-READ
                   END-PERFORM
                   CLOSE CISP-VARS
                   DISPLAY 'CISP: CISPVARS restored from CISPVBKP, '
                       'records = ' WS-VBKP-COUNT
                   MOVE SPACES TO RPT-LINE
                   STRING 'CISPVARS RESTORED FROM CISPVBKP RECORDS='
                       DELIMITED BY SIZE
                       WS-VBKP-COUNT DELIMITED BY SIZE
                       INTO RPT-LINE
                   END-STRING
                   WRITE RPT-LINE
               END-IF
               CLOSE CISP-VBKP
           END-IF.
       QUARANTINE-SCRIPT-PROCEDURE.
           MOVE SPACES TO WS-QRN-REASON.
           EVALUATE TRUE
               MOVE 'NOTFOUND' TO WS-QRN-REASON
           WHEN WS-SCRIPT-EMPTY
               MOVE 'EMPTY' TO WS-QRN-REASON
           WHEN WS-SCRIPT-NOLAYOUT
               MOVE 'NOLAYOUT' TO WS-QRN-REASON
           WHEN WS-SCRIPT-NODATA
               MOVE 'NODATA' TO WS-QRN-REASON
           WHEN WS-SCRIPT-TOKOVER
               MOVE 'TOKOVER' TO WS-QRN-REASON
           WHEN WS-FILE-PAREN-ISSUE-YES
               MOVE 'PARENS' TO WS-QRN-REASON
           WHEN WS-SCRIPT-BADDATA
               MOVE 'BADDATA' TO WS-QRN-REASON
           WHEN WS-SCRIPT-DIVZERO
               MOVE 'DIVZERO' TO WS-QRN-REASON
           WHEN WS-SCRIPT-BADDATE
               MOVE 'BADDATE' TO WS-QRN-REASON
           WHEN WS-SCRIPT-OVERFLOW
               MOVE 'OVERFLOW' TO WS-QRN-REASON
           WHEN WS-SCRIPT-LOOKUP
               MOVE 'LOOKUP' TO WS-QRN-REASON
           WHEN OTHER
               CONTINUE
           END-EVALUATE.
               END-IF
               MOVE WS-QRN-REASON TO QRN-REASON
               WRITE QRN-RECORD
               ADD 1 TO WS-RUN-FAILED-COUNT
               MOVE WS-ENTRY-LINE TO RSUB-RECORD
               WRITE RSUB-RECORD
           END-IF.
       START-SCRIPT-TIMER-PROCEDURE.
               WS-SUM-RESULTS-D DELIMITED BY SIZE
               ' TOKENS SCANNED=' DELIMITED BY SIZE
               WS-RUN-SYMBOL-TOTAL DELIMITED BY SIZE
               ' SCRIPTS FAILED=' DELIMITED BY SIZE
               WS-RUN-FAILED-COUNT DELIMITED BY SIZE
               ' SCRIPTS HELD=' DELIMITED BY SIZE
               WS-RUN-HELD-COUNT DELIMITED BY SIZE
               ' SCRIPTS SKIPPED=' DELIMITED BY SIZE
               WS-RUN-SKIPPED-COUNT DELIMITED BY SIZE
               INTO RPT-LINE
           END-STRING.
           WRITE RPT-LINE.
           IF NOT WS-OPT-MODE-CHECK
               PERFORM WRITE-CHANGED-SECTION-PROCEDURE
               PERFORM WRITE-SKIPPED-SECTION-PROCEDURE
           END-IF.
           PERFORM WRITE-TIMING-SECTION-PROCEDURE.
       WRITE-CHANGED-SECTION-PROCEDURE.
           MOVE SPACES TO RPT-LINE.
           WRITE RPT-LINE.
           MOVE 'CISP CHANGED SCRIPTS' TO RPT-LINE.
           WRITE RPT-LINE.
           IF WS-CHG-COUNT = 0
               MOVE 'NO SCRIPTS CHANGED SINCE THEIR LAST RUN'
                   TO RPT-LINE
               WRITE RPT-LINE
           ELSE
               MOVE CHG-HEADER-LINE TO RPT-LINE
               WRITE RPT-LINE
               PERFORM VARYING WS-CHG-IDX FROM 1 BY 1
               UNTIL WS-CHG-IDX > WS-CHG-COUNT
                   MOVE WS-CHG-NAME(WS-CHG-IDX) TO CHG-D-NAME
                   MOVE WS-CHG-KIND(WS-CHG-IDX) TO CHG-D-KIND
                   MOVE WS-CHG-OLD-RECORDS(WS-CHG-IDX)
                       TO CHG-D-OLD-RECORDS
                   MOVE WS-CHG-OLD-BYTES(WS-CHG-IDX)
                       TO CHG-D-OLD-BYTES
                   MOVE WS-CHG-RECORDS(WS-CHG-IDX) TO CHG-D-RECORDS
                   MOVE WS-CHG-BYTES(WS-CHG-IDX) TO CHG-D-BYTES
                   MOVE WS-CHG-HASH(WS-CHG-IDX) TO CHG-D-HASH
                   MOVE WS-CHG-ACTION(WS-CHG-IDX) TO CHG-D-ACTION
                   MOVE CHG-DETAIL-LINE TO RPT-LINE
                   WRITE RPT-LINE
               END-PERFORM
           END-IF.
       WRITE-SKIPPED-SECTION-PROCEDURE.
           MOVE SPACES TO RPT-LINE.
           WRITE RPT-LINE.
           MOVE 'CISP SKIPPED SCRIPTS' TO RPT-LINE.
           WRITE RPT-LINE.
           IF WS-SKIP-COUNT = 0
               MOVE 'NO SCRIPTS SKIPPED' TO RPT-LINE
               WRITE RPT-LINE
           ELSE
               MOVE SKIP-HEADER-LINE TO RPT-LINE
               WRITE RPT-LINE
               PERFORM VARYING WS-SKIP-IDX FROM 1 BY 1
               UNTIL WS-SKIP-IDX > WS-SKIP-COUNT
                   MOVE WS-SKIP-NAME(WS-SKIP-IDX) TO SKIP-D-NAME
                   MOVE WS-SKIP-CAUSE-NAME(WS-SKIP-IDX)
                       TO SKIP-D-CAUSE-NAME
                   MOVE WS-SKIP-CAUSE-STATUS(WS-SKIP-IDX)
                       TO SKIP-D-CAUSE-STATUS
                   MOVE SKIP-DETAIL-LINE TO RPT-LINE
                   WRITE RPT-LINE
               END-PERFORM
           END-IF.
       WRITE-TIMING-SECTION-PROCEDURE.
           MOVE SPACES TO RPT-LINE.
           WRITE RPT-LINE.
           ELSE
               IF WS-BINDING-COUNT < WS-MAX-BINDINGS
                   ADD 1 TO WS-BINDING-COUNT
                   MOVE SPACE TO WS-BINDING-SCOPE(WS-BINDING-COUNT)
                   MOVE WS-LOOKUP-NAME
                       TO WS-BINDING-NAME(WS-BINDING-COUNT)
                   MOVE WS-LOOP-I
           COMPUTE WS-ELAPSED-SECS = WS-SCRIPT-ELAPSED / 100.
           MOVE WS-ELAPSED-SECS TO WS-ELAPSED-DISPLAY.
           MOVE SPACES TO LOG-LINE.
           MOVE 1 TO WS-LOG-PTR.
           STRING WS-LOG-DATE DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               WS-LOG-TIME DELIMITED BY SIZE
               ' ELAPSED=' DELIMITED BY SIZE
               WS-ELAPSED-DISPLAY DELIMITED BY SIZE
               INTO LOG-LINE
               WITH POINTER WS-LOG-PTR
               ON OVERFLOW
                   DISPLAY 'CISP: WARNING - log line too long, '
                       'entry not fully written for ' LISP-NAME
           END-STRING.
           IF WS-DATA-MODE-YES
               STRING ' DATA RECORDS=' DELIMITED BY SIZE
                   WS-DATA-REC-NUM DELIMITED BY SIZE
                   INTO LOG-LINE
                   WITH POINTER WS-LOG-PTR
               END-STRING
           END-IF.
           IF WS-FP-CHANGED
               STRING ' CHANGED=Y' DELIMITED BY SIZE
                   INTO LOG-LINE
                   WITH POINTER WS-LOG-PTR
               END-STRING
           END-IF.
           IF WS-OPT-MODE-RUN
               EVALUATE TRUE
               WHEN WS-SCRIPT-SKIPPED
                   STRING ' STATUS=SKIPPED' DELIMITED BY SIZE
                       INTO LOG-LINE
                       WITH POINTER WS-LOG-PTR
                   END-STRING
               WHEN WS-SCRIPT-HELD
                   STRING ' STATUS=HELD' DELIMITED BY SIZE
                       INTO LOG-LINE
                       WITH POINTER WS-LOG-PTR
                   END-STRING
               WHEN WS-QRN-REASON = SPACES
                   STRING ' STATUS=GOOD' DELIMITED BY SIZE
                       INTO LOG-LINE
                       WITH POINTER WS-LOG-PTR
                   END-STRING
               WHEN OTHER
                   STRING ' STATUS=' DELIMITED BY SIZE
                       WS-QRN-REASON DELIMITED BY SPACE
                       INTO LOG-LINE
                       WITH POINTER WS-LOG-PTR
                   END-STRING
               END-EVALUATE
           END-IF.
           WRITE LOG-LINE.
       WRITE-RUN-MARKER-PROCEDURE.
           ACCEPT WS-LOG-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-LOG-TIME FROM TIME.
           MOVE SPACES TO LOG-LINE.
           IF WS-RESUME-MODE-YES
               STRING WS-LOG-DATE DELIMITED BY SIZE
                   ' ' DELIMITED BY SIZE
                   WS-LOG-TIME DELIMITED BY SIZE
                   ' *RUN RESUME ' DELIMITED BY SIZE
                   WS-MANIFEST-NAME DELIMITED BY SPACE
                   INTO LOG-LINE
               END-STRING
           ELSE
               STRING WS-LOG-DATE DELIMITED BY SIZE
                   ' ' DELIMITED BY SIZE
                   WS-LOG-TIME DELIMITED BY SIZE
                   ' *RUN START ' DELIMITED BY SIZE
                   WS-MANIFEST-NAME DELIMITED BY SPACE
                   INTO LOG-LINE
               END-STRING
           END-IF.
           WRITE LOG-LINE.
       LISP-PROCEDURE.
           PERFORM UNSTRING-LISP-PROCEDURE.
           SET WS-PAREN-ERROR-FOUND TO FALSE.
           SET WS-LINE-HAD-DIVIDE-ERROR TO FALSE.
           SET WS-LINE-HAD-OVERFLOW TO FALSE.
           SET WS-LINE-HAD-LOOKUP-ERROR TO FALSE.
           SET WS-LINE-HAD-DATE-ERROR TO FALSE.
           SET WS-LINE-PAREN-ERROR TO FALSE.
           PERFORM VARYING WS-COUNT FROM 1 BY 1 UNTIL
           WS-COUNT > WS-TOKEN-COUNT
               PERFORM POP-EVAL-FRAME-PROCEDURE
                   WS-CLOSE-PAREN-COUNT TIMES
           END-PERFORM.
           PERFORM REPORT-PAREN-BALANCE-PROCEDURE.
           IF WS-LINE-HAS-RESULT
               AND NOT WS-LINE-PAREN-ERROR
               AND NOT WS-LINE-HAD-DIVIDE-ERROR
               AND NOT WS-LINE-HAD-OVERFLOW
               AND NOT WS-LINE-HAD-LOOKUP-ERROR
               AND NOT WS-LINE-HAD-DATE-ERROR
               AND NOT WS-LINE-TOO-DEEP
               AND NOT WS-SUPPRESS-RESULT
               AND NOT WS-OPT-MODE-CHECK
               ADD 1 TO WS-SCRIPT-RESULTS
               PERFORM SET-RESULT-LABEL-PROCEDURE
               MOVE SPACES TO RPT-LINE
               IF WS-RESULT-IS-STRING
                   DISPLAY WS-RESULT-LABEL(1:WS-RESULT-LABEL-LEN)
                       WS-RESULT-STR
                   STRING WS-RESULT-LABEL(1:WS-RESULT-LABEL-LEN)
                       DELIMITED BY SIZE
                       WS-RESULT-STR DELIMITED BY SIZE
                       INTO RPT-LINE
                   END-STRING
               ELSE
                   DISPLAY WS-RESULT-LABEL(1:WS-RESULT-LABEL-LEN)
                       WS-RESULT
                   MOVE WS-RESULT TO WS-RESULT-DISPLAY
                   STRING WS-RESULT-LABEL(1:WS-RESULT-LABEL-LEN)
                       DELIMITED BY SIZE
                       WS-RESULT-DISPLAY DELIMITED BY SIZE
                       INTO RPT-LINE
                   END-STRING
               END-IF
               WRITE RPT-LINE
           END-IF.
           IF NOT WS-SUPPRESS-RESULT
               AND NOT WS-OPT-MODE-CHECK
               PERFORM WRITE-RESULT-RECORD-PROCEDURE
           END-IF.
       SET-RESULT-LABEL-PROCEDURE.
           MOVE SPACES TO WS-RESULT-LABEL.
           IF WS-DATA-MODE-YES
               STRING 'RESULT REC=' DELIMITED BY SIZE
                   WS-DATA-REC-NUM DELIMITED BY SIZE
                   ': ' DELIMITED BY SIZE
                   INTO WS-RESULT-LABEL
               END-STRING
               MOVE 20 TO WS-RESULT-LABEL-LEN
           ELSE
               MOVE 'RESULT: ' TO WS-RESULT-LABEL
               MOVE 8 TO WS-RESULT-LABEL-LEN
           END-IF.
       WRITE-RESULT-RECORD-PROCEDURE.
           EVALUATE TRUE
           WHEN WS-LINE-PAREN-ERROR
           WHEN WS-LINE-TOO-DEEP
               MOVE 'P' TO WS-RSLT-STATUS-WK
           WHEN WS-LINE-HAD-DIVIDE-ERROR
               MOVE 'D' TO WS-RSLT-STATUS-WK
           WHEN WS-LINE-HAD-OVERFLOW
               MOVE 'V' TO WS-RSLT-STATUS-WK
           WHEN WS-LINE-HAD-LOOKUP-ERROR
               MOVE 'L' TO WS-RSLT-STATUS-WK
           WHEN WS-LINE-HAD-DATE-ERROR
               MOVE 'T' TO WS-RSLT-STATUS-WK
           WHEN WS-LINE-HAS-RESULT AND WS-RESULT-IS-STRING
               MOVE 'S' TO WS-RSLT-STATUS-WK
           WHEN WS-LINE-HAS-RESULT
               MOVE SPACE TO WS-RSLT-STATUS-WK
           END-EVALUATE.
           IF WS-RSLT-STATUS-WK = 'S'
               MOVE 213 TO WS-RSLT-REC-LEN
               MOVE LISP-NAME TO RSLT-S-SCRIPT-NAME
               MOVE WS-DATA-REC-NUM TO RSLT-S-DATA-REC
               MOVE WS-STMT-SEQ TO RSLT-S-LINE-SEQ
               MOVE WS-RESULT-STR TO RSLT-S-RESULT
               MOVE WS-RSLT-STATUS-WK TO RSLT-S-STATUS
               WRITE RSLT-RECORD-S
           ELSE
               IF WS-RSLT-STATUS-WK NOT = SPACE
                   MOVE 122 TO WS-RSLT-REC-LEN
                   MOVE LISP-NAME TO RSLT-SCRIPT-NAME
                   MOVE WS-DATA-REC-NUM TO RSLT-DATA-REC
                   MOVE WS-STMT-SEQ TO RSLT-LINE-SEQ
                   IF WS-RSLT-STATUS-WK = 'G'
                       MOVE WS-RESULT TO RSLT-RESULT
       REPORT-NEST-TOO-DEEP-PROCEDURE.
           SET WS-ANY-SYNTAX-ERROR TO TRUE.
           SET WS-LINE-TOO-DEEP TO TRUE.
           SET WS-FILE-PAREN-ISSUE-YES TO TRUE.
           ADD 1 TO WS-SCRIPT-ERRORS.
           DISPLAY 'SYNTAX ERROR: expression too deeply nested '
               'near token ' WS-COUNT.
                   MOVE 0 TO WS-EVAL-ARG-NUM(WS-EVAL-LEVEL)
                   MOVE SPACES TO WS-PRINT-LINE
                   MOVE 1 TO WS-PRINT-PTR
               WHEN WS-CLEAN-TOKEN = 'lookup'
                   OR WS-CLEAN-TOKEN = 'LOOKUP'
                   MOVE 'LOOKUP' TO WS-EVAL-OP(WS-EVAL-LEVEL)
                   MOVE 0 TO WS-EVAL-ARG-NUM(WS-EVAL-LEVEL)
               WHEN WS-CLEAN-TOKEN = 'today'
                   OR WS-CLEAN-TOKEN = 'TODAY'
                   MOVE 'TODAY' TO WS-EVAL-OP(WS-EVAL-LEVEL)
                   MOVE 0 TO WS-EVAL-ARG-NUM(WS-EVAL-LEVEL)
                   MOVE WS-OPT-BUSDATE TO WS-EVAL-ACCUM(WS-EVAL-LEVEL)
               WHEN WS-CLEAN-TOKEN = 'add-days'
                   OR WS-CLEAN-TOKEN = 'ADD-DAYS'
                   MOVE 'ADDDAYS' TO WS-EVAL-OP(WS-EVAL-LEVEL)
                   MOVE 0 TO WS-EVAL-ARG-NUM(WS-EVAL-LEVEL)
               WHEN WS-CLEAN-TOKEN = 'add-business-days'
                   OR WS-CLEAN-TOKEN = 'ADD-BUSINESS-DAYS'
                   MOVE 'ADDBDAYS' TO WS-EVAL-OP(WS-EVAL-LEVEL)
                   MOVE 0 TO WS-EVAL-ARG-NUM(WS-EVAL-LEVEL)
               WHEN WS-CLEAN-TOKEN = 'days-between'
                   OR WS-CLEAN-TOKEN = 'DAYS-BETWEEN'
                   MOVE 'DAYSBTWN' TO WS-EVAL-OP(WS-EVAL-LEVEL)
                   MOVE 0 TO WS-EVAL-ARG-NUM(WS-EVAL-LEVEL)
               WHEN WS-CLEAN-TOKEN = 'end-of-month'
                   OR WS-CLEAN-TOKEN = 'END-OF-MONTH'
                   MOVE 'EOM' TO WS-EVAL-OP(WS-EVAL-LEVEL)
                   MOVE 0 TO WS-EVAL-ARG-NUM(WS-EVAL-LEVEL)
               WHEN WS-CLEAN-TOKEN = 'day-of-week'
                   OR WS-CLEAN-TOKEN = 'DAY-OF-WEEK'
                   MOVE 'DOW' TO WS-EVAL-OP(WS-EVAL-LEVEL)
                   MOVE 0 TO WS-EVAL-ARG-NUM(WS-EVAL-LEVEL)
               WHEN WS-TYPE-STRING(WS-COUNT)
                   PERFORM APPLY-STRING-TOKEN-PROCEDURE
               WHEN WS-TYPE-NUMBER(WS-COUNT)
           WHEN WS-CLEAN-TOKEN = 'print' OR WS-CLEAN-TOKEN = 'PRINT'
               MOVE 'PRINT' TO WS-EVAL-OP(WS-EVAL-LEVEL)
               MOVE 0 TO WS-EVAL-ARG-NUM(WS-EVAL-LEVEL)
           WHEN WS-CLEAN-TOKEN = 'lookup' OR WS-CLEAN-TOKEN = 'LOOKUP'
               MOVE 'LOOKUP' TO WS-EVAL-OP(WS-EVAL-LEVEL)
               MOVE 0 TO WS-EVAL-ARG-NUM(WS-EVAL-LEVEL)
           WHEN WS-CLEAN-TOKEN = 'today' OR WS-CLEAN-TOKEN = 'TODAY'
               MOVE 'TODAY' TO WS-EVAL-OP(WS-EVAL-LEVEL)
               MOVE 0 TO WS-EVAL-ARG-NUM(WS-EVAL-LEVEL)
           WHEN WS-CLEAN-TOKEN = 'add-days'
               OR WS-CLEAN-TOKEN = 'ADD-DAYS'
               MOVE 'ADDDAYS' TO WS-EVAL-OP(WS-EVAL-LEVEL)
               MOVE 0 TO WS-EVAL-ARG-NUM(WS-EVAL-LEVEL)
           WHEN WS-CLEAN-TOKEN = 'add-business-days'
               OR WS-CLEAN-TOKEN = 'ADD-BUSINESS-DAYS'
               MOVE 'ADDBDAYS' TO WS-EVAL-OP(WS-EVAL-LEVEL)
               MOVE 0 TO WS-EVAL-ARG-NUM(WS-EVAL-LEVEL)
           WHEN WS-CLEAN-TOKEN = 'days-between'
               OR WS-CLEAN-TOKEN = 'DAYS-BETWEEN'
               MOVE 'DAYSBTWN' TO WS-EVAL-OP(WS-EVAL-LEVEL)
               MOVE 0 TO WS-EVAL-ARG-NUM(WS-EVAL-LEVEL)
           WHEN WS-CLEAN-TOKEN = 'end-of-month'
               OR WS-CLEAN-TOKEN = 'END-OF-MONTH'
               MOVE 'EOM' TO WS-EVAL-OP(WS-EVAL-LEVEL)
               MOVE 0 TO WS-EVAL-ARG-NUM(WS-EVAL-LEVEL)
           WHEN WS-CLEAN-TOKEN = 'day-of-week'
               OR WS-CLEAN-TOKEN = 'DAY-OF-WEEK'
               MOVE 'DOW' TO WS-EVAL-OP(WS-EVAL-LEVEL)
               MOVE 0 TO WS-EVAL-ARG-NUM(WS-EVAL-LEVEL)
           WHEN WS-TYPE-NUMBER(WS-COUNT)
               CONTINUE
           WHEN WS-TYPE-STRING(WS-COUNT)
           IF NOT WS-BINDING-FOUND
               AND WS-BINDING-COUNT < WS-MAX-BINDINGS
               ADD 1 TO WS-BINDING-COUNT
               MOVE SPACE TO WS-BINDING-SCOPE(WS-BINDING-COUNT)
               MOVE WS-LOOKUP-NAME
                   TO WS-BINDING-NAME(WS-BINDING-COUNT)
               MOVE 0 TO WS-BINDING-VALUE(WS-BINDING-COUNT)
               ELSE
                   IF WS-BINDING-COUNT < WS-MAX-BINDINGS
                       ADD 1 TO WS-BINDING-COUNT
                       MOVE SPACE TO WS-BINDING-SCOPE(WS-BINDING-COUNT)
                       MOVE WS-LOOKUP-NAME
                           TO WS-BINDING-NAME(WS-BINDING-COUNT)
                       MOVE WS-OPERAND
               PERFORM APPLY-LENGTH-ARG-PROCEDURE
           WHEN 'PRINT'
               PERFORM APPLY-PRINT-ARG-PROCEDURE
           WHEN 'LOOKUP'
               PERFORM APPLY-LOOKUP-ARG-PROCEDURE
           WHEN 'TODAY'
               CONTINUE
           WHEN 'ADDDAYS'
           WHEN 'ADDBDAYS'
               PERFORM APPLY-ADD-DAYS-ARG-PROCEDURE
           WHEN 'DAYSBTWN'
               PERFORM APPLY-DAYS-BETWEEN-ARG-PROCEDURE
           WHEN 'EOM'
               PERFORM APPLY-END-OF-MONTH-ARG-PROCEDURE
           WHEN 'DOW'
               PERFORM APPLY-DAY-OF-WEEK-ARG-PROCEDURE
           WHEN 'SETQ'
               IF NOT WS-EVAL-DISCARD-YES(WS-EVAL-LEVEL)
                   PERFORM STORE-BINDING-PROCEDURE
           END-IF.
           MOVE SPACES TO WS-PRINT-LINE.
           MOVE 1 TO WS-PRINT-PTR.
       APPLY-LOOKUP-ARG-PROCEDURE.
           EVALUATE WS-EVAL-ARG-NUM(WS-EVAL-LEVEL)
           WHEN 1
               IF WS-OPERAND-IS-STRING
                   MOVE WS-OPERAND-STR TO WS-EVAL-TARGET(WS-EVAL-LEVEL)
               ELSE
                   PERFORM FORMAT-LOOKUP-KEY-PROCEDURE
                   MOVE WS-NUM-TEXT TO WS-EVAL-TARGET(WS-EVAL-LEVEL)
               END-IF
           WHEN 2
               MOVE WS-EVAL-TARGET(WS-EVAL-LEVEL) TO WS-TABL-LOOKUP-NAME
               IF WS-OPERAND-IS-STRING
                   MOVE WS-OPERAND-STR TO WS-TABL-LOOKUP-KEY
               ELSE
                   PERFORM FORMAT-LOOKUP-KEY-PROCEDURE
                   MOVE WS-NUM-TEXT TO WS-TABL-LOOKUP-KEY
               END-IF
               IF NOT WS-EVAL-DISCARD-YES(WS-EVAL-LEVEL)
                   PERFORM READ-TABLE-ENTRY-PROCEDURE
               END-IF
           WHEN OTHER
               CONTINUE
           END-EVALUATE.
       FORMAT-LOOKUP-KEY-PROCEDURE.
           PERFORM FORMAT-NUMBER-PROCEDURE.
           IF WS-NUM-TEXT-LEN > 5
               IF WS-NUM-TEXT(WS-NUM-TEXT-LEN - 4:5) = '.0000'
                   MOVE SPACES TO WS-NUM-TEXT(WS-NUM-TEXT-LEN - 4:5)
                   SUBTRACT 5 FROM WS-NUM-TEXT-LEN
               END-IF
           END-IF.
       READ-TABLE-ENTRY-PROCEDURE.
           SET WS-TABL-FOUND TO FALSE.
           IF WS-TABL-OPEN
               MOVE WS-TABL-LOOKUP-NAME TO TABL-NAME
               MOVE WS-TABL-LOOKUP-KEY TO TABL-ENTRY-KEY
               READ CISP-TABL
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       SET WS-TABL-FOUND TO TRUE
               END-READ
           END-IF.
           IF WS-TABL-FOUND
               IF TABL-TYPE = 'S'
                   MOVE 'S' TO WS-EVAL-TYPE(WS-EVAL-LEVEL)
                   MOVE 0 TO WS-EVAL-ACCUM(WS-EVAL-LEVEL)
                   MOVE TABL-STR TO WS-EVAL-STR(WS-EVAL-LEVEL)
                   MOVE 0 TO WS-EVAL-STR-LEN(WS-EVAL-LEVEL)
                   PERFORM VARYING WS-TABL-STR-SCAN FROM 1 BY 1
                   UNTIL WS-TABL-STR-SCAN > 100
                       IF TABL-STR(WS-TABL-STR-SCAN:1) NOT = SPACE
                           MOVE WS-TABL-STR-SCAN
                               TO WS-EVAL-STR-LEN(WS-EVAL-LEVEL)
                       END-IF
                   END-PERFORM
               ELSE
                   MOVE 'N' TO WS-EVAL-TYPE(WS-EVAL-LEVEL)
                   MOVE TABL-VALUE TO WS-EVAL-ACCUM(WS-EVAL-LEVEL)
                   MOVE SPACES TO WS-EVAL-STR(WS-EVAL-LEVEL)
                   MOVE 0 TO WS-EVAL-STR-LEN(WS-EVAL-LEVEL)
               END-IF
           ELSE
               PERFORM REPORT-LOOKUP-NOT-FOUND-PROCEDURE
           END-IF.
       REPORT-LOOKUP-NOT-FOUND-PROCEDURE.
           SET WS-ANY-SYNTAX-ERROR TO TRUE.
           SET WS-LINE-HAD-LOOKUP-ERROR TO TRUE.
           SET WS-SCRIPT-LOOKUP TO TRUE.
           ADD 1 TO WS-SCRIPT-ERRORS.
           DISPLAY 'LOOKUP ERROR: ' WS-TABL-LOOKUP-NAME ' '
               WS-TABL-LOOKUP-KEY ' not found near token ' WS-COUNT.
           MOVE SPACES TO RPT-LINE.
           STRING 'LOOKUP ERROR: ' DELIMITED BY SIZE
               WS-TABL-LOOKUP-NAME DELIMITED BY SPACE
               ' ' DELIMITED BY SIZE
               WS-TABL-LOOKUP-KEY DELIMITED BY SPACE
               ' not found near token ' DELIMITED BY SIZE
               WS-COUNT DELIMITED BY SIZE
               INTO RPT-LINE
           END-STRING.
           WRITE RPT-LINE.
       APPLY-LENGTH-ARG-PROCEDURE.
           MOVE 'N' TO WS-EVAL-TYPE(WS-EVAL-LEVEL).
           IF WS-OPERAND-IS-STRING
               INTO RPT-LINE
           END-STRING.
           WRITE RPT-LINE.
       APPLY-ADD-DAYS-ARG-PROCEDURE.
           MOVE 'N' TO WS-EVAL-TYPE(WS-EVAL-LEVEL).
           EVALUATE WS-EVAL-ARG-NUM(WS-EVAL-LEVEL)
           WHEN 1
               PERFORM CHECK-DATE-OPERAND-PROCEDURE
               IF WS-DATE-OK
                   MOVE WS-OPERAND TO WS-EVAL-ACCUM(WS-EVAL-LEVEL)
                   MOVE WS-DATE-INT TO WS-EVAL-COND-VAL(WS-EVAL-LEVEL)
               END-IF
           WHEN 2
               IF WS-EVAL-COND-VAL(WS-EVAL-LEVEL) > 0
                   AND WS-OPERAND-IS-STRING
                   MOVE 0 TO WS-EVAL-ACCUM(WS-EVAL-LEVEL)
                   MOVE 0 TO WS-EVAL-COND-VAL(WS-EVAL-LEVEL)
                   IF NOT WS-EVAL-DISCARD-YES(WS-EVAL-LEVEL)
                       MOVE SPACES TO WS-DATE-MSG
                       MOVE 'invalid day count' TO WS-DATE-MSG
                       MOVE 18 TO WS-DATE-MSG-PTR
                       PERFORM REPORT-BAD-DATE-PROCEDURE
                   END-IF
               END-IF
               IF WS-EVAL-COND-VAL(WS-EVAL-LEVEL) > 0
                   IF WS-OPERAND > WS-DATE-MAX-INT
                       OR WS-OPERAND < 0 - WS-DATE-MAX-INT
                       MOVE 0 TO WS-DATE-INT
                   ELSE
                       MOVE WS-OPERAND TO WS-DATE-DAYS
                       MOVE WS-EVAL-COND-VAL(WS-EVAL-LEVEL)
                           TO WS-DATE-INT
                       IF WS-EVAL-OP(WS-EVAL-LEVEL) = 'ADDDAYS'
                           ADD WS-DATE-DAYS TO WS-DATE-INT
                       ELSE
                           PERFORM ADD-BUSINESS-DAYS-PROCEDURE
                       END-IF
                   END-IF
                   PERFORM STORE-DATE-RESULT-PROCEDURE
               END-IF
           WHEN OTHER
               CONTINUE
           END-EVALUATE.
       APPLY-DAYS-BETWEEN-ARG-PROCEDURE.
           MOVE 'N' TO WS-EVAL-TYPE(WS-EVAL-LEVEL).
           EVALUATE WS-EVAL-ARG-NUM(WS-EVAL-LEVEL)
           WHEN 1
               PERFORM CHECK-DATE-OPERAND-PROCEDURE
               IF WS-DATE-OK
                   MOVE WS-DATE-INT TO WS-EVAL-COND-VAL(WS-EVAL-LEVEL)
               END-IF
           WHEN 2
               IF WS-EVAL-COND-VAL(WS-EVAL-LEVEL) > 0
                   PERFORM CHECK-DATE-OPERAND-PROCEDURE
                   IF WS-DATE-OK
                       COMPUTE WS-EVAL-ACCUM(WS-EVAL-LEVEL) =
                           WS-DATE-INT - WS-EVAL-COND-VAL(WS-EVAL-LEVEL)
                   END-IF
               END-IF
           WHEN OTHER
               CONTINUE
           END-EVALUATE.
       APPLY-END-OF-MONTH-ARG-PROCEDURE.
           MOVE 'N' TO WS-EVAL-TYPE(WS-EVAL-LEVEL).
           IF WS-EVAL-ARG-NUM(WS-EVAL-LEVEL) = 1
               PERFORM CHECK-DATE-OPERAND-PROCEDURE
               IF WS-DATE-OK
                   IF WS-DATE-CHECK-MM = 12
                       MOVE 31 TO WS-DATE-CHECK-DD
                       MOVE WS-DATE-CHECK
                           TO WS-EVAL-ACCUM(WS-EVAL-LEVEL)
                   ELSE
                       ADD 1 TO WS-DATE-CHECK-MM
                       MOVE 1 TO WS-DATE-CHECK-DD
                       COMPUTE WS-DATE-INT =
                           FUNCTION INTEGER-OF-DATE(WS-DATE-CHECK) - 1
                       COMPUTE WS-EVAL-ACCUM(WS-EVAL-LEVEL) =
                           FUNCTION DATE-OF-INTEGER(WS-DATE-INT)
                   END-IF
               END-IF
           END-IF.
       APPLY-DAY-OF-WEEK-ARG-PROCEDURE.
           MOVE 'N' TO WS-EVAL-TYPE(WS-EVAL-LEVEL).
           IF WS-EVAL-ARG-NUM(WS-EVAL-LEVEL) = 1
               PERFORM CHECK-DATE-OPERAND-PROCEDURE
               IF WS-DATE-OK
                   COMPUTE WS-EVAL-ACCUM(WS-EVAL-LEVEL) =
                       FUNCTION MOD(WS-DATE-INT - 1, 7) + 1
               END-IF
           END-IF.
       CHECK-DATE-OPERAND-PROCEDURE.
           SET WS-DATE-OK TO FALSE.
           MOVE 0 TO WS-DATE-INT.
           MOVE 0 TO WS-DATE-CHECK.
           IF NOT WS-OPERAND-IS-STRING
               AND WS-OPERAND >= 16010101
               AND WS-OPERAND <= 99991231
               MOVE WS-OPERAND TO WS-DATE-CHECK
               IF WS-DATE-CHECK = WS-OPERAND
                   AND FUNCTION TEST-DATE-YYYYMMDD(WS-DATE-CHECK) = 0
                   SET WS-DATE-OK TO TRUE
                   COMPUTE WS-DATE-INT =
                       FUNCTION INTEGER-OF-DATE(WS-DATE-CHECK)
               END-IF
           END-IF.
           IF NOT WS-DATE-OK
               MOVE 0 TO WS-EVAL-ACCUM(WS-EVAL-LEVEL)
               MOVE 0 TO WS-EVAL-COND-VAL(WS-EVAL-LEVEL)
               IF NOT WS-EVAL-DISCARD-YES(WS-EVAL-LEVEL)
                   PERFORM REPORT-INVALID-DATE-PROCEDURE
               END-IF
           END-IF.
       ADD-BUSINESS-DAYS-PROCEDURE.
           IF WS-DATE-DAYS < 0
               MOVE -1 TO WS-DATE-STEP
               COMPUTE WS-DATE-DAYS = 0 - WS-DATE-DAYS
           ELSE
               MOVE 1 TO WS-DATE-STEP
           END-IF.
           PERFORM UNTIL WS-DATE-DAYS = 0
               OR WS-DATE-INT < 1
               OR WS-DATE-INT > WS-DATE-MAX-INT
               ADD WS-DATE-STEP TO WS-DATE-INT
               PERFORM CHECK-BUSINESS-DAY-PROCEDURE
               IF WS-DATE-BUSINESS-DAY
                   SUBTRACT 1 FROM WS-DATE-DAYS
               END-IF
           END-PERFORM.
       CHECK-BUSINESS-DAY-PROCEDURE.
           SET WS-DATE-BUSINESS-DAY TO FALSE.
           IF WS-DATE-INT >= 1
               AND WS-DATE-INT <= WS-DATE-MAX-INT
               COMPUTE WS-DATE-DOW =
                   FUNCTION MOD(WS-DATE-INT - 1, 7) + 1
               IF WS-DATE-DOW <= 5
                   SET WS-DATE-BUSINESS-DAY TO TRUE
                   COMPUTE WS-DATE-CHECK =
                       FUNCTION DATE-OF-INTEGER(WS-DATE-INT)
                   PERFORM VARYING WS-HOL-IDX FROM 1 BY 1
                   UNTIL WS-HOL-IDX > WS-HOL-COUNT
                       IF WS-HOL-ENTRY(WS-HOL-IDX) = WS-DATE-CHECK
                           SET WS-DATE-BUSINESS-DAY TO FALSE
                       END-IF
                   END-PERFORM
               END-IF
           END-IF.
       STORE-DATE-RESULT-PROCEDURE.
           IF WS-DATE-INT < 1
               OR WS-DATE-INT > WS-DATE-MAX-INT
               MOVE 0 TO WS-EVAL-ACCUM(WS-EVAL-LEVEL)
               IF NOT WS-EVAL-DISCARD-YES(WS-EVAL-LEVEL)
                   MOVE SPACES TO WS-DATE-MSG
                   MOVE 'date out of range' TO WS-DATE-MSG
                   MOVE 18 TO WS-DATE-MSG-PTR
                   PERFORM REPORT-BAD-DATE-PROCEDURE
               END-IF
           ELSE
               COMPUTE WS-EVAL-ACCUM(WS-EVAL-LEVEL) =
                   FUNCTION DATE-OF-INTEGER(WS-DATE-INT)
           END-IF.
       REPORT-INVALID-DATE-PROCEDURE.
           MOVE SPACES TO WS-DATE-MSG.
           MOVE 1 TO WS-DATE-MSG-PTR.
           IF WS-OPERAND-IS-STRING
               IF WS-OPERAND-STR-LEN > 0
                   STRING 'invalid date "' DELIMITED BY SIZE
                       WS-OPERAND-STR(1:WS-OPERAND-STR-LEN)
                       DELIMITED BY SIZE
                       '"' DELIMITED BY SIZE
                       INTO WS-DATE-MSG
                       WITH POINTER WS-DATE-MSG-PTR
                       ON OVERFLOW
                           CONTINUE
                   END-STRING
               ELSE
                   STRING 'invalid date ""' DELIMITED BY SIZE
                       INTO WS-DATE-MSG
                       WITH POINTER WS-DATE-MSG-PTR
                   END-STRING
               END-IF
           ELSE
               PERFORM FORMAT-LOOKUP-KEY-PROCEDURE
               STRING 'invalid date ' DELIMITED BY SIZE
                   WS-NUM-TEXT(1:WS-NUM-TEXT-LEN) DELIMITED BY SIZE
                   INTO WS-DATE-MSG
                   WITH POINTER WS-DATE-MSG-PTR
               END-STRING
           END-IF.
           PERFORM REPORT-BAD-DATE-PROCEDURE.
       REPORT-BAD-DATE-PROCEDURE.
           SET WS-ANY-SYNTAX-ERROR TO TRUE.
           SET WS-LINE-HAD-DATE-ERROR TO TRUE.
           SET WS-SCRIPT-BADDATE TO TRUE.
           ADD 1 TO WS-SCRIPT-ERRORS.
           DISPLAY 'SYNTAX ERROR: ' WS-DATE-MSG(1:WS-DATE-MSG-PTR - 1)
               ' near token ' WS-COUNT.
           MOVE SPACES TO RPT-LINE.
           STRING 'SYNTAX ERROR: ' DELIMITED BY SIZE
               WS-DATE-MSG(1:WS-DATE-MSG-PTR - 1) DELIMITED BY SIZE
               ' near token ' DELIMITED BY SIZE
               WS-COUNT DELIMITED BY SIZE
               INTO RPT-LINE
           END-STRING.
           WRITE RPT-LINE.
       UNSTRING-LISP-PROCEDURE.
           PERFORM MASK-QUOTED-BLANKS-PROCEDURE.
           MOVE WS-MAX-SYMBOLS TO WS-TOKEN-COUNT.
