       IDENTIFICATION DIVISION.
       PROGRAM-ID. CHGSTMT.
      * Monthly partner usage and chargeback statement. For the
      * MONTH (YYYYMM) in data/RUNCTL.DAT - the previous calendar
      * month when none is given - reads the NEWCIPHER audit trail
      * and exception file: the live NEWCIPAUD.DAT / NEWCIPEXC.DAT
      * and every CIPARCH generation of them in CIPARCH.IDX rolled
      * on or after the first of the month, so a month can be
      * rebuilt after the live files have rolled.
      * Each message is charged to the partner on its audit record
      * at the per-message and per-character rates for its function
      * code (E, D, R) from the rate table data/RATES.DAT, and each
      * exception at the "X" rate. The rate used for a code is its
      * entry with the latest effective date on or before the end
      * of the month. Duplicate ("D") and alternate-key ("A")
      * exceptions and corrections resubmitted by EXCREPAR are shown
      * but not charged. Suspect-key ("S") exceptions are charged
      * like any other: the partner sent a message that none of its
      * keys reads. Batches accepted and refused come from the
      * "* BATCH" lines NEWCIPHER writes to the audit trail.
      * Prints one page per partner and a summary page (CHGSTMT.DAT)
      * and writes the billing system extract CHGBILL.DAT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RUNSTAT-FILE ASSIGN TO "RUNSTAT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RUNSTAT-STATUS.
           SELECT RATE-FILE ASSIGN TO "data/RATES.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RATE-STATUS.
           SELECT INDEX-FILE ASSIGN TO "CIPARCH.IDX"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS INDEX-STATUS.
           SELECT TRAIL-FILE ASSIGN TO DYNAMIC WS-TRAIL-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS TRAIL-STATUS.
           SELECT REPORT-FILE ASSIGN TO "CHGSTMT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS REPORT-STATUS.
           SELECT BILL-FILE ASSIGN TO "CHGBILL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BILL-STATUS.
           SELECT RUNCTL-FILE ASSIGN TO "data/RUNCTL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RUNCTL-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD RATE-FILE.
       01 RATE-RECORD.
           05 RF-CODE           PIC X.
      * "E", "D", "R" = function code, "X" = exception charge-back;
      * "*" in column 1 = comment line
           05 FILLER            PIC X.
           05 RF-EFF-FROM       PIC 9(8).
           05 FILLER            PIC X.
           05 RF-MSG-RATE       PIC 9(3)V9(4).
      * per message (per exception on the "X" line), implied decimal
           05 FILLER            PIC X.
           05 RF-CHAR-RATE      PIC 9(3)V9(4).
      * per character of message text; not used on the "X" line
           05 FILLER            PIC X.
           05 RF-DESCRIPTION    PIC X(30).

       FD INDEX-FILE.
       01 INDEX-RECORD.
           05 IDX-BASE-NAME     PIC X(13).
           05 FILLER            PIC X.
           05 IDX-GEN-NAME      PIC X(30).
           05 FILLER            PIC X.
           05 IDX-GEN-DATE      PIC 9(8).

       FD TRAIL-FILE.
       01 TRAIL-RECORD          PIC X(160).

       FD REPORT-FILE.
       01 REPORT-RECORD         PIC X(100).

       FD BILL-FILE.
       01 BILL-RECORD.
           05 BL-REC-TYPE       PIC X.
      * "D" = one partner's month, "T" = trailer
           05 FILLER            PIC X.
           05 BL-MONTH          PIC 9(6).
           05 FILLER            PIC X.
           05 BL-PARTNER        PIC X(8).
           05 FILLER            PIC X.
           05 BL-BATCH-ACC      PIC 9(5).
           05 FILLER            PIC X.
           05 BL-BATCH-REF      PIC 9(5).
           05 FILLER            PIC X.
           05 BL-MESSAGES       PIC 9(8).
           05 FILLER            PIC X.
           05 BL-CHARS          PIC 9(10).
           05 FILLER            PIC X.
           05 BL-EXCEPTIONS     PIC 9(6).
           05 FILLER            PIC X.
           05 BL-AMOUNT         PIC 9(9)V99.
      * amount due, implied decimal
       01 BILL-TRAILER.
           05 BLT-REC-TYPE      PIC X.
           05 FILLER            PIC X.
           05 BLT-MONTH         PIC 9(6).
           05 FILLER            PIC X.
           05 BLT-PARTNER-COUNT PIC 9(5).
           05 FILLER            PIC X.
           05 BLT-TOTAL-AMOUNT  PIC 9(11)V99.

       FD RUNCTL-FILE.
       01 RUNCTL-RECORD.
           05 RC-PROGRAM        PIC X(13).
      * "*" in column 1 = comment line
           05 FILLER            PIC X.
           05 RC-KEYWORD        PIC X(12).
           05 FILLER            PIC X.
           05 RC-VALUE          PIC X(30).

       FD RUNSTAT-FILE.
       01 RUNSTAT-RECORD.
           05 RS-PROGRAM        PIC X(13).
           05 FILLER            PIC X.
           05 RS-TYPE           PIC X.
      * "S" = start, "E" = end
           05 FILLER            PIC X.
           05 RS-TIMESTAMP      PIC X(21).
           05 FILLER            PIC X.
           05 RS-RECORDS        PIC 9(6).
           05 FILLER            PIC X.
           05 RS-COMP-CODE      PIC 99.

       WORKING-STORAGE SECTION.
       01 RUNSTAT-STATUS PIC XX.
       01 RATE-STATUS   PIC XX.
       01 INDEX-STATUS  PIC XX.
       01 TRAIL-STATUS  PIC XX.
       01 REPORT-STATUS PIC XX.
       01 BILL-STATUS   PIC XX.
       01 RATE-EOF      PIC X     VALUE "N".
       01 INDEX-EOF     PIC X     VALUE "N".
       01 TRAIL-EOF     PIC X     VALUE "N".
       01 WS-TRAIL-NAME PIC X(30) VALUE SPACES.
       01 WS-TRAIL-KIND PIC X     VALUE SPACE.
      * "A" = audit trail, "E" = exception file
       01 WS-TODAY-DATE PIC 9(8)  VALUE 0.

      * Run control (data/RUNCTL.DAT) - keyword parameters for the
      * unattended job stream, in place of operator prompts
       01 RUNCTL-STATUS PIC XX.
       01 RUNCTL-EOF    PIC X     VALUE "N".
       01 RUNCTL-FOUND  PIC X     VALUE "N".
       01 WS-RUNCTL-KEYWORD PIC X(12) VALUE SPACES.
       01 WS-RUNCTL-VALUE PIC X(30) VALUE SPACES.
       01 RUNCTL-TABLE.
           05 RUNCTL-COUNT PIC 99 VALUE 0.
           05 RUNCTL-ENTRY OCCURS 20 TIMES.
               10 RCT-KEYWORD PIC X(12).
               10 RCT-VALUE   PIC X(30).
       01 RCT-SUB       PIC 99    VALUE 0.

      * statement month; the upper bound is day 31 so every date of
      * the month falls within it whatever the month's length
       01 WS-MONTH-X    PIC X(6)  VALUE SPACES.
       01 WS-MONTH      PIC 9(6)  VALUE 0.
       01 WS-MONTH-MM   PIC 99    VALUE 0.
       01 WS-MONTH-FROM PIC 9(8)  VALUE 0.
       01 WS-MONTH-TO   PIC 9(8)  VALUE 0.

      * NEWCIPAUD.DAT message record and "* BATCH" line
       01 WS-AUD-RECORD.
           05 WA-DATE          PIC 9(8).
           05 WA-TIME          PIC X(13).
           05 FILLER           PIC X.
           05 WA-OPERATOR      PIC X(20).
           05 FILLER           PIC X.
           05 WA-MSG-ID        PIC X(6).
           05 FILLER           PIC X.
           05 WA-SHIFT         PIC XX.
           05 FILLER           PIC X.
           05 WA-INPUT-LEN     PIC 999.
           05 FILLER           PIC X.
           05 WA-CIPHER-MODE   PIC X.
           05 FILLER           PIC X.
           05 WA-KEY-ID        PIC X(8).
           05 FILLER           PIC X.
           05 WA-PARTNER       PIC X(8).
           05 FILLER           PIC X.
           05 WA-BATCH-ID      PIC X(8).
           05 FILLER           PIC X.
           05 WA-FUNC          PIC X.
           05 FILLER           PIC X.
           05 WA-ORIGIN        PIC X.
           05 FILLER           PIC X(71).
       01 WS-AUD-BATCH-LINE REDEFINES WS-AUD-RECORD.
           05 WB-TAG           PIC X(8).
           05 WB-DATE          PIC 9(8).
           05 WB-TIME          PIC X(13).
           05 FILLER           PIC X.
           05 WB-BATCH-ID      PIC X(8).
           05 FILLER           PIC X.
           05 WB-PARTNER       PIC X(8).
           05 FILLER           PIC X.
           05 WB-STATUS        PIC X.
           05 FILLER           PIC X.
           05 WB-DET-PROCESSED PIC 9(6).
           05 FILLER           PIC X.
           05 WB-DET-REJECTED  PIC 9(6).
           05 FILLER           PIC X(97).

      * NEWCIPEXC.DAT record
       01 WS-EXC-RECORD.
           05 WE-MSG-ID        PIC X(6).
           05 FILLER           PIC X.
           05 WE-REASON        PIC X(40).
           05 FILLER           PIC X.
           05 WE-CHAR          PIC X.
           05 FILLER           PIC X.
           05 WE-POSITION      PIC XX.
           05 FILLER           PIC X.
           05 WE-DISP          PIC X.
           05 FILLER           PIC X.
           05 WE-PARTNER       PIC X(8).
           05 FILLER           PIC X.
           05 WE-BATCH-ID      PIC X(8).
           05 FILLER           PIC X.
           05 WE-DATE          PIC 9(8).
           05 FILLER           PIC X(79).

      * rate table, and the rates in force for the month by charge
      * line: 1 = E, 2 = D, 3 = R, 4 = X (exceptions)
       01 RATE-TABLE.
           05 RATE-COUNT    PIC 99 VALUE 0.
           05 RATE-ENTRY OCCURS 50 TIMES.
               10 RT-CODE      PIC X.
               10 RT-EFF-FROM  PIC 9(8).
               10 RT-MSG-RATE  PIC 9(3)V9(4).
               10 RT-CHAR-RATE PIC 9(3)V9(4).
       01 RT-SUB        PIC 99    VALUE 0.
       01 WS-RATE-LINE  PIC 9(3)  VALUE 0.
       01 WS-CODE-COUNT PIC 9     VALUE 0.
       01 CHARGE-CODES  PIC X(4)  VALUE "EDRX".
       01 MONTH-RATE-TABLE.
           05 MONTH-RATE OCCURS 4 TIMES.
               10 MR-FOUND     PIC X.
               10 MR-EFF-FROM  PIC 9(8).
               10 MR-MSG-RATE  PIC 9(3)V9(4).
               10 MR-CHAR-RATE PIC 9(3)V9(4).
       01 CHG-SUB       PIC 9     VALUE 0.
       01 CHARGE-LABEL-TABLE.
           05 FILLER        PIC X(20) VALUE "ENCRYPT (E)".
           05 FILLER        PIC X(20) VALUE "DECRYPT (D)".
           05 FILLER        PIC X(20) VALUE "ROUND TRIP (R)".
           05 FILLER        PIC X(20) VALUE "EXCEPTIONS CHARGED".
       01 CHARGE-LABEL-LIST REDEFINES CHARGE-LABEL-TABLE.
           05 CHARGE-LABEL  PIC X(20) OCCURS 4 TIMES.

       01 GEN-TABLE.
           05 GEN-COUNT     PIC 9(3) VALUE 0.
           05 GEN-ENTRY OCCURS 400 TIMES.
               10 GX-BASE   PIC X(13).
               10 GX-NAME   PIC X(30).
               10 GX-DATE   PIC 9(8).
       01 GX-SUB        PIC 9(3)  VALUE 0.

      * one entry per partner with activity in the month
       01 PARTNER-TABLE.
           05 PARTNER-COUNT PIC 99 VALUE 0.
           05 PARTNER-ENTRY OCCURS 50 TIMES.
               10 PA-PARTNER    PIC X(8).
               10 PA-BATCH-ACC  PIC 9(5).
               10 PA-BATCH-REF  PIC 9(5).
               10 PA-CHG-COUNT  PIC 9(7) OCCURS 4 TIMES.
      * messages charged (E, D, R) and exceptions charged (X)
               10 PA-CHG-CHARS  PIC 9(9) OCCURS 4 TIMES.
               10 PA-CHG-AMOUNT PIC 9(9)V99 OCCURS 4 TIMES.
               10 PA-RESUB      PIC 9(6).
               10 PA-EXC-FREE   PIC 9(6).
               10 PA-AMOUNT-DUE PIC 9(9)V99.
       01 PA-SUB        PIC 99    VALUE 0.
       01 WS-CUR-PARTNER PIC 99   VALUE 0.
       01 WS-FIND-PARTNER PIC X(8) VALUE SPACES.
       01 WS-SORT-I     PIC 99    VALUE 0.
       01 WS-SORT-J     PIC 99    VALUE 0.
       01 WS-SORT-HOLD  PIC X(149) VALUE SPACES.

      * batches in the order their dispositions were recorded
       01 BATCH-TABLE.
           05 BATCH-COUNT   PIC 9(3) VALUE 0.
           05 BATCH-ENTRY OCCURS 500 TIMES.
               10 BA-PARTNER   PIC X(8).
               10 BA-ID        PIC X(8).
               10 BA-DATE      PIC 9(8).
               10 BA-STATUS    PIC X.
               10 BA-PROCESSED PIC 9(6).
               10 BA-REJECTED  PIC 9(6).
       01 BA-SUB        PIC 9(3)  VALUE 0.
       01 WS-PA-BATCHES PIC 9(3)  VALUE 0.

       01 WS-FILES-READ PIC 9(3)  VALUE 0.
       01 WS-UNATTRIB-COUNT PIC 9(6) VALUE 0.
       01 WS-PA-MESSAGES PIC 9(8) VALUE 0.
       01 WS-PA-CHARS   PIC 9(10) VALUE 0.
       01 GRAND-TOTALS.
           05 TOT-BATCH-ACC  PIC 9(6)  VALUE 0.
           05 TOT-BATCH-REF  PIC 9(6)  VALUE 0.
           05 TOT-MESSAGES   PIC 9(8)  VALUE 0.
           05 TOT-CHARS      PIC 9(10) VALUE 0.
           05 TOT-EXCEPTIONS PIC 9(7)  VALUE 0.
           05 TOT-AMOUNT     PIC 9(11)V99 VALUE 0.

       01 RPT-PAGE-NUM  PIC 999 VALUE 0.
       01 RPT-LINE-COUNT PIC 99 VALUE 0.
       01 RPT-LINES-PER-PAGE PIC 99 VALUE 20.
       01 RPT-PAGE-EDIT PIC ZZ9.
       01 WS-HDR-TITLE  PIC X(20) VALUE SPACES.
       01 WS-RPT-LINE   PIC X(100).
       01 WS-MONTH-EDIT PIC 9999/99.
       01 WS-DATE-EDIT  PIC 9999/99/99.
       01 WS-BATCH-EDIT PIC ZZZZ9.
       01 WS-DET-EDIT   PIC ZZZZZ9.
       01 WS-COUNT-EDIT PIC ZZZZZZ9.
       01 WS-CHARS-EDIT PIC ZZZZZZZZ9.
       01 WS-RATE-EDIT  PIC ZZ9.9999.
       01 WS-AMOUNT-EDIT PIC ZZZZZZZZ9.99.
       01 WS-TOTAL-EDIT PIC ZZZZZZZZZ9.99.

       PROCEDURE DIVISION.
       MAIN.
           PERFORM WRITE-RUN-START.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY-DATE.
           PERFORM GET-PARAMETERS.
           PERFORM LOAD-RATE-TABLE.
           PERFORM SELECT-MONTH-RATE
               VARYING CHG-SUB FROM 1 BY 1 UNTIL CHG-SUB > 4.
           PERFORM LOAD-INDEX.
           PERFORM READ-ONE-GENERATION
               VARYING GX-SUB FROM 1 BY 1 UNTIL GX-SUB > GEN-COUNT.
           MOVE "A" TO WS-TRAIL-KIND.
           MOVE "NEWCIPAUD.DAT" TO WS-TRAIL-NAME.
           PERFORM READ-TRAIL-FILE.
           MOVE "E" TO WS-TRAIL-KIND.
           MOVE "NEWCIPEXC.DAT" TO WS-TRAIL-NAME.
           PERFORM READ-TRAIL-FILE.
           PERFORM PRICE-ONE-PARTNER
               VARYING PA-SUB FROM 1 BY 1 UNTIL PA-SUB > PARTNER-COUNT.
           PERFORM SORT-PARTNER-TABLE.
           OPEN OUTPUT REPORT-FILE.
           IF REPORT-STATUS NOT = "00"
               DISPLAY "Unable to open CHGSTMT.DAT, status "
                   REPORT-STATUS
               STOP RUN
           END-IF.
           OPEN OUTPUT BILL-FILE.
           IF BILL-STATUS NOT = "00"
               DISPLAY "Unable to open CHGBILL.DAT, status "
                   BILL-STATUS
               STOP RUN
           END-IF.
           PERFORM WRITE-PARTNER-STATEMENT
               VARYING PA-SUB FROM 1 BY 1 UNTIL PA-SUB > PARTNER-COUNT.
           PERFORM WRITE-SUMMARY-PAGE.
           PERFORM WRITE-BILL-TRAILER.
           CLOSE REPORT-FILE.
           CLOSE BILL-FILE.
           DISPLAY "CHGSTMT: " PARTNER-COUNT " partner statement(s) "
               "for " WS-MONTH ", report in CHGSTMT.DAT, extract in "
               "CHGBILL.DAT".
           PERFORM WRITE-RUN-END.
           STOP RUN.

       GET-PARAMETERS.
           PERFORM LOAD-RUN-CONTROL.
           MOVE "MONTH" TO WS-RUNCTL-KEYWORD.
           PERFORM GET-RUN-PARM.
           MOVE WS-RUNCTL-VALUE(1:6) TO WS-MONTH-X.
           IF WS-MONTH-X = SPACES
      * no month given: the month just ended
               MOVE WS-TODAY-DATE(1:6) TO WS-MONTH
               IF WS-TODAY-DATE(5:2) = "01"
                   SUBTRACT 89 FROM WS-MONTH
               ELSE
                   SUBTRACT 1 FROM WS-MONTH
               END-IF
           ELSE
               IF WS-MONTH-X IS NUMERIC
                   MOVE WS-MONTH-X TO WS-MONTH
               ELSE
                   MOVE 0 TO WS-MONTH
               END-IF
           END-IF.
           MOVE WS-MONTH(5:2) TO WS-MONTH-MM.
           IF WS-MONTH-MM < 1 OR WS-MONTH-MM > 12
               DISPLAY "CHGSTMT: MONTH in data/RUNCTL.DAT must be "
                   "YYYYMM or blank - run refused"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           COMPUTE WS-MONTH-FROM = WS-MONTH * 100 + 1.
           COMPUTE WS-MONTH-TO = WS-MONTH * 100 + 31.

       LOAD-RUN-CONTROL.
           MOVE 0 TO RUNCTL-COUNT.
           MOVE "N" TO RUNCTL-EOF.
           OPEN INPUT RUNCTL-FILE.
           IF RUNCTL-STATUS NOT = "00"
               DISPLAY "CHGSTMT: unable to open data/RUNCTL.DAT, "
                   "status " RUNCTL-STATUS " - run refused"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM LOAD-RUNCTL-ENTRY UNTIL RUNCTL-EOF = "Y".
           CLOSE RUNCTL-FILE.

       LOAD-RUNCTL-ENTRY.
           READ RUNCTL-FILE
               AT END MOVE "Y" TO RUNCTL-EOF
               NOT AT END
                   IF RC-PROGRAM(1:1) NOT = "*"
                       AND RC-PROGRAM = "CHGSTMT"
                       AND RUNCTL-COUNT < 20
                       ADD 1 TO RUNCTL-COUNT
                       MOVE RC-KEYWORD TO RCT-KEYWORD(RUNCTL-COUNT)
                       MOVE RC-VALUE TO RCT-VALUE(RUNCTL-COUNT)
                   END-IF
           END-READ.

       GET-RUN-PARM.
           MOVE "N" TO RUNCTL-FOUND.
           MOVE SPACES TO WS-RUNCTL-VALUE.
           PERFORM VARYING RCT-SUB FROM 1 BY 1
                   UNTIL RCT-SUB > RUNCTL-COUNT OR RUNCTL-FOUND = "Y"
               IF RCT-KEYWORD(RCT-SUB) = WS-RUNCTL-KEYWORD
                   MOVE "Y" TO RUNCTL-FOUND
                   MOVE RCT-VALUE(RCT-SUB) TO WS-RUNCTL-VALUE
               END-IF
           END-PERFORM.

      * ----- RATES -----
       LOAD-RATE-TABLE.
           MOVE 0 TO RATE-COUNT.
           MOVE 0 TO WS-RATE-LINE.
           MOVE "N" TO RATE-EOF.
           OPEN INPUT RATE-FILE.
           IF RATE-STATUS NOT = "00"
               DISPLAY "CHGSTMT: unable to open data/RATES.DAT, "
                   "status " RATE-STATUS " - run refused"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM LOAD-RATE-ENTRY UNTIL RATE-EOF = "Y".
           CLOSE RATE-FILE.

       LOAD-RATE-ENTRY.
           READ RATE-FILE
               AT END MOVE "Y" TO RATE-EOF
               NOT AT END
                   ADD 1 TO WS-RATE-LINE
                   IF RF-CODE NOT = "*" AND RATE-RECORD NOT = SPACES
                       PERFORM CHECK-RATE-LINE
                   END-IF
           END-READ.

       CHECK-RATE-LINE.
      * a statement priced from a table it cannot fully read would
      * be wrong, so any bad line refuses the run
           MOVE 0 TO WS-CODE-COUNT.
           IF RF-CODE NOT = SPACE
               INSPECT CHARGE-CODES TALLYING WS-CODE-COUNT
                   FOR ALL RF-CODE
           END-IF.
           IF WS-CODE-COUNT = 0
               OR RF-EFF-FROM IS NOT NUMERIC
               OR RF-MSG-RATE IS NOT NUMERIC
               OR RF-CHAR-RATE IS NOT NUMERIC
               DISPLAY "CHGSTMT: data/RATES.DAT line " WS-RATE-LINE
                   " is not a valid rate - run refused"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           IF RATE-COUNT < 50
               ADD 1 TO RATE-COUNT
               MOVE RF-CODE TO RT-CODE(RATE-COUNT)
               MOVE RF-EFF-FROM TO RT-EFF-FROM(RATE-COUNT)
               MOVE RF-MSG-RATE TO RT-MSG-RATE(RATE-COUNT)
               MOVE RF-CHAR-RATE TO RT-CHAR-RATE(RATE-COUNT)
           ELSE
               DISPLAY "CHGSTMT: RATE TABLE FULL, data/RATES.DAT "
                   "line " WS-RATE-LINE " not loaded"
           END-IF.

       SELECT-MONTH-RATE.
           MOVE "N" TO MR-FOUND(CHG-SUB).
           MOVE 0 TO MR-EFF-FROM(CHG-SUB).
           MOVE 0 TO MR-MSG-RATE(CHG-SUB).
           MOVE 0 TO MR-CHAR-RATE(CHG-SUB).
           PERFORM CHECK-RATE-ENTRY
               VARYING RT-SUB FROM 1 BY 1 UNTIL RT-SUB > RATE-COUNT.
           IF MR-FOUND(CHG-SUB) = "N"
               DISPLAY "CHGSTMT: no " CHARGE-CODES(CHG-SUB:1)
                   " rate in force for " WS-MONTH
                   " in data/RATES.DAT - run refused"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

       CHECK-RATE-ENTRY.
           IF RT-CODE(RT-SUB) = CHARGE-CODES(CHG-SUB:1)
               AND RT-EFF-FROM(RT-SUB) <= WS-MONTH-TO
               IF MR-FOUND(CHG-SUB) = "N"
                   OR RT-EFF-FROM(RT-SUB) >= MR-EFF-FROM(CHG-SUB)
                   MOVE "Y" TO MR-FOUND(CHG-SUB)
                   MOVE RT-EFF-FROM(RT-SUB) TO MR-EFF-FROM(CHG-SUB)
                   MOVE RT-MSG-RATE(RT-SUB) TO MR-MSG-RATE(CHG-SUB)
                   MOVE RT-CHAR-RATE(RT-SUB) TO MR-CHAR-RATE(CHG-SUB)
               END-IF
           END-IF.

      * ----- ACTIVITY -----
       LOAD-INDEX.
      * no inventory yet only means nothing has been archived
           MOVE 0 TO GEN-COUNT.
           MOVE "N" TO INDEX-EOF.
           OPEN INPUT INDEX-FILE.
           IF INDEX-STATUS = "35"
               MOVE "Y" TO INDEX-EOF
           ELSE
               IF INDEX-STATUS NOT = "00"
                   DISPLAY "CHGSTMT: unable to open CIPARCH.IDX, "
                       "status " INDEX-STATUS " - run refused"
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
               PERFORM LOAD-INDEX-ENTRY UNTIL INDEX-EOF = "Y"
               CLOSE INDEX-FILE
           END-IF.

       LOAD-INDEX-ENTRY.
           READ INDEX-FILE
               AT END MOVE "Y" TO INDEX-EOF
               NOT AT END
                   IF GEN-COUNT < 400
                       ADD 1 TO GEN-COUNT
                       MOVE IDX-BASE-NAME TO GX-BASE(GEN-COUNT)
                       MOVE IDX-GEN-NAME TO GX-NAME(GEN-COUNT)
                       MOVE IDX-GEN-DATE TO GX-DATE(GEN-COUNT)
                   END-IF
           END-READ.

       READ-ONE-GENERATION.
      * a generation rolled before the month began cannot hold any
      * of the month's records
           IF GX-DATE(GX-SUB) >= WS-MONTH-FROM
               MOVE GX-NAME(GX-SUB) TO WS-TRAIL-NAME
               EVALUATE GX-BASE(GX-SUB)
                   WHEN "NEWCIPAUD.DAT"
                       MOVE "A" TO WS-TRAIL-KIND
                       PERFORM READ-TRAIL-FILE
                   WHEN "NEWCIPEXC.DAT"
                       MOVE "E" TO WS-TRAIL-KIND
                       PERFORM READ-TRAIL-FILE
               END-EVALUATE
           END-IF.

       READ-TRAIL-FILE.
           MOVE "N" TO TRAIL-EOF.
           OPEN INPUT TRAIL-FILE.
           IF TRAIL-STATUS NOT = "00"
               DISPLAY "CHGSTMT: " FUNCTION TRIM(WS-TRAIL-NAME)
                   " not readable, status " TRAIL-STATUS " - skipped"
           ELSE
               ADD 1 TO WS-FILES-READ
               PERFORM TALLY-TRAIL-RECORD UNTIL TRAIL-EOF = "Y"
               CLOSE TRAIL-FILE
           END-IF.

       TALLY-TRAIL-RECORD.
           READ TRAIL-FILE
               AT END MOVE "Y" TO TRAIL-EOF
               NOT AT END
                   IF WS-TRAIL-KIND = "A"
                       PERFORM TALLY-AUDIT-RECORD
                   ELSE
                       PERFORM TALLY-EXCEPTION-RECORD
                   END-IF
           END-READ.

       TALLY-AUDIT-RECORD.
      * other "*" lines are run-parameter echoes, not messages
           MOVE TRAIL-RECORD TO WS-AUD-RECORD.
           EVALUATE TRUE
               WHEN WB-TAG = "* BATCH "
                   PERFORM TALLY-BATCH-LINE
               WHEN WB-TAG(1:1) = "*"
                   CONTINUE
               WHEN WA-DATE IS NOT NUMERIC
                   CONTINUE
               WHEN WA-DATE < WS-MONTH-FROM OR WA-DATE > WS-MONTH-TO
                   CONTINUE
               WHEN WA-PARTNER = SPACES
                   ADD 1 TO WS-UNATTRIB-COUNT
               WHEN OTHER
                   MOVE WA-PARTNER TO WS-FIND-PARTNER
                   PERFORM FIND-PARTNER-ENTRY
                   IF WS-CUR-PARTNER > 0
                       PERFORM CHARGE-MESSAGE
                   END-IF
           END-EVALUATE.

       CHARGE-MESSAGE.
      * a resubmitted correction was charged when it first arrived
           IF WA-ORIGIN = "X"
               ADD 1 TO PA-RESUB(WS-CUR-PARTNER)
           ELSE
               EVALUATE WA-FUNC
                   WHEN "E"
                       MOVE 1 TO CHG-SUB
                   WHEN "D"
                       MOVE 2 TO CHG-SUB
                   WHEN OTHER
                       MOVE 3 TO CHG-SUB
               END-EVALUATE
               ADD 1 TO PA-CHG-COUNT(WS-CUR-PARTNER, CHG-SUB)
               IF WA-INPUT-LEN IS NUMERIC
                   ADD WA-INPUT-LEN
                       TO PA-CHG-CHARS(WS-CUR-PARTNER, CHG-SUB)
               END-IF
           END-IF.

       TALLY-BATCH-LINE.
           IF WB-DATE IS NUMERIC AND WB-PARTNER NOT = SPACES
               IF WB-DATE >= WS-MONTH-FROM AND WB-DATE <= WS-MONTH-TO
                   MOVE WB-PARTNER TO WS-FIND-PARTNER
                   PERFORM FIND-PARTNER-ENTRY
                   IF WS-CUR-PARTNER > 0
                       PERFORM ADD-BATCH-ENTRY
                   END-IF
               END-IF
           END-IF.

       ADD-BATCH-ENTRY.
           IF WB-STATUS = "A"
               ADD 1 TO PA-BATCH-ACC(WS-CUR-PARTNER)
           ELSE
               ADD 1 TO PA-BATCH-REF(WS-CUR-PARTNER)
           END-IF.
           IF BATCH-COUNT < 500
               ADD 1 TO BATCH-COUNT
               MOVE WB-PARTNER TO BA-PARTNER(BATCH-COUNT)
               MOVE WB-BATCH-ID TO BA-ID(BATCH-COUNT)
               MOVE WB-DATE TO BA-DATE(BATCH-COUNT)
               MOVE WB-STATUS TO BA-STATUS(BATCH-COUNT)
               MOVE 0 TO BA-PROCESSED(BATCH-COUNT)
               MOVE 0 TO BA-REJECTED(BATCH-COUNT)
               IF WB-DET-PROCESSED IS NUMERIC
                   MOVE WB-DET-PROCESSED TO BA-PROCESSED(BATCH-COUNT)
               END-IF
               IF WB-DET-REJECTED IS NUMERIC
                   MOVE WB-DET-REJECTED TO BA-REJECTED(BATCH-COUNT)
               END-IF
           ELSE
               DISPLAY "CHGSTMT: BATCH TABLE FULL, " WB-BATCH-ID
                   " NOT LISTED"
           END-IF.

       TALLY-EXCEPTION-RECORD.
           MOVE TRAIL-RECORD TO WS-EXC-RECORD.
           EVALUATE TRUE
               WHEN WE-DATE IS NOT NUMERIC
                   CONTINUE
               WHEN WE-DATE < WS-MONTH-FROM OR WE-DATE > WS-MONTH-TO
                   CONTINUE
               WHEN WE-PARTNER = SPACES
                   ADD 1 TO WS-UNATTRIB-COUNT
               WHEN OTHER
                   MOVE WE-PARTNER TO WS-FIND-PARTNER
                   PERFORM FIND-PARTNER-ENTRY
                   IF WS-CUR-PARTNER > 0
      * "S" (suspect key) falls through and is charged
                       IF WE-DISP = "D" OR WE-DISP = "A"
                           ADD 1 TO PA-EXC-FREE(WS-CUR-PARTNER)
                       ELSE
                           ADD 1 TO PA-CHG-COUNT(WS-CUR-PARTNER, 4)
                       END-IF
                   END-IF
           END-EVALUATE.

       FIND-PARTNER-ENTRY.
           MOVE 0 TO WS-CUR-PARTNER.
           PERFORM VARYING PA-SUB FROM 1 BY 1
                   UNTIL PA-SUB > PARTNER-COUNT OR WS-CUR-PARTNER > 0
               IF PA-PARTNER(PA-SUB) = WS-FIND-PARTNER
                   MOVE PA-SUB TO WS-CUR-PARTNER
               END-IF
           END-PERFORM.
           IF WS-CUR-PARTNER = 0
               IF PARTNER-COUNT < 50
                   ADD 1 TO PARTNER-COUNT
                   INITIALIZE PARTNER-ENTRY(PARTNER-COUNT)
                   MOVE WS-FIND-PARTNER TO PA-PARTNER(PARTNER-COUNT)
                   MOVE PARTNER-COUNT TO WS-CUR-PARTNER
               ELSE
                   DISPLAY "CHGSTMT: PARTNER TABLE FULL, "
                       WS-FIND-PARTNER " NOT BILLED"
               END-IF
           END-IF.

       PRICE-ONE-PARTNER.
           MOVE 0 TO PA-AMOUNT-DUE(PA-SUB).
           PERFORM PRICE-ONE-CHARGE
               VARYING CHG-SUB FROM 1 BY 1 UNTIL CHG-SUB > 4.

       PRICE-ONE-CHARGE.
           COMPUTE PA-CHG-AMOUNT(PA-SUB, CHG-SUB) ROUNDED =
               PA-CHG-COUNT(PA-SUB, CHG-SUB) * MR-MSG-RATE(CHG-SUB)
               + PA-CHG-CHARS(PA-SUB, CHG-SUB) * MR-CHAR-RATE(CHG-SUB).
           ADD PA-CHG-AMOUNT(PA-SUB, CHG-SUB) TO PA-AMOUNT-DUE(PA-SUB).

       SORT-PARTNER-TABLE.
      * straight exchange sort into partner ID order; the table is
      * small
           PERFORM SORT-ONE-POSITION
               VARYING WS-SORT-I FROM 1 BY 1
               UNTIL WS-SORT-I >= PARTNER-COUNT.

       SORT-ONE-POSITION.
           PERFORM SORT-COMPARE-ENTRY
               VARYING WS-SORT-J FROM WS-SORT-I BY 1
               UNTIL WS-SORT-J > PARTNER-COUNT.

       SORT-COMPARE-ENTRY.
           IF PA-PARTNER(WS-SORT-J) < PA-PARTNER(WS-SORT-I)
               MOVE PARTNER-ENTRY(WS-SORT-I) TO WS-SORT-HOLD
               MOVE PARTNER-ENTRY(WS-SORT-J) TO PARTNER-ENTRY(WS-SORT-I)
               MOVE WS-SORT-HOLD TO PARTNER-ENTRY(WS-SORT-J)
           END-IF.

      * ----- STATEMENT -----
       WRITE-PARTNER-STATEMENT.
      * every partner starts a new page
           MOVE SPACES TO WS-HDR-TITLE.
           STRING "PARTNER " DELIMITED BY SIZE
               PA-PARTNER(PA-SUB) DELIMITED BY SIZE
               INTO WS-HDR-TITLE
           END-STRING.
           PERFORM WRITE-PAGE-HEADER.
           MOVE WS-MONTH TO WS-MONTH-EDIT.
           MOVE WS-TODAY-DATE TO WS-DATE-EDIT.
           MOVE SPACES TO WS-RPT-LINE.
           STRING "PARTNER " DELIMITED BY SIZE
               PA-PARTNER(PA-SUB) DELIMITED BY SIZE
               "    STATEMENT MONTH " DELIMITED BY SIZE
               WS-MONTH-EDIT DELIMITED BY SIZE
               "    PRODUCED " DELIMITED BY SIZE
               WS-DATE-EDIT DELIMITED BY SIZE
               INTO WS-RPT-LINE
           END-STRING.
           PERFORM WRITE-REPORT-LINE.
           MOVE SPACES TO WS-RPT-LINE.
           PERFORM WRITE-REPORT-LINE.
           PERFORM WRITE-BATCH-SECTION.
           MOVE SPACES TO WS-RPT-LINE.
           PERFORM WRITE-REPORT-LINE.
           PERFORM WRITE-CHARGE-SECTION.
           PERFORM WRITE-BILL-RECORD.

       WRITE-BATCH-SECTION.
           MOVE "BATCHES RECEIVED" TO WS-RPT-LINE.
           PERFORM WRITE-REPORT-LINE.
           MOVE SPACES TO WS-RPT-LINE.
           MOVE "BATCH-ID  ACK DATE    STATUS" TO WS-RPT-LINE(3:28).
           MOVE "PROCESSED  REJECTED" TO WS-RPT-LINE(33:19).
           PERFORM WRITE-REPORT-LINE.
           MOVE 0 TO WS-PA-BATCHES.
           PERFORM WRITE-BATCH-LINE
               VARYING BA-SUB FROM 1 BY 1 UNTIL BA-SUB > BATCH-COUNT.
           IF WS-PA-BATCHES = 0
               MOVE "  (NO BATCH DISPOSITIONS RECORDED IN MONTH)"
                   TO WS-RPT-LINE
               PERFORM WRITE-REPORT-LINE
           END-IF.
           MOVE SPACES TO WS-RPT-LINE.
           MOVE PA-BATCH-ACC(PA-SUB) TO WS-BATCH-EDIT.
           STRING "  BATCHES ACCEPTED " DELIMITED BY SIZE
               WS-BATCH-EDIT DELIMITED BY SIZE
               INTO WS-RPT-LINE
           END-STRING.
           MOVE PA-BATCH-REF(PA-SUB) TO WS-BATCH-EDIT.
           MOVE "REFUSED " TO WS-RPT-LINE(28:8).
           MOVE WS-BATCH-EDIT TO WS-RPT-LINE(36:5).
           PERFORM WRITE-REPORT-LINE.

       WRITE-BATCH-LINE.
           IF BA-PARTNER(BA-SUB) = PA-PARTNER(PA-SUB)
               ADD 1 TO WS-PA-BATCHES
               MOVE SPACES TO WS-RPT-LINE
               MOVE BA-ID(BA-SUB) TO WS-RPT-LINE(3:8)
               MOVE BA-DATE(BA-SUB) TO WS-DATE-EDIT
               MOVE WS-DATE-EDIT TO WS-RPT-LINE(13:10)
               IF BA-STATUS(BA-SUB) = "A"
                   MOVE "ACCEPTED" TO WS-RPT-LINE(25:8)
               ELSE
                   MOVE "REFUSED" TO WS-RPT-LINE(25:8)
               END-IF
               MOVE BA-PROCESSED(BA-SUB) TO WS-DET-EDIT
               MOVE WS-DET-EDIT TO WS-RPT-LINE(36:6)
               MOVE BA-REJECTED(BA-SUB) TO WS-DET-EDIT
               MOVE WS-DET-EDIT TO WS-RPT-LINE(46:6)
               PERFORM WRITE-REPORT-LINE
           END-IF.

       WRITE-CHARGE-SECTION.
           MOVE "CHARGES" TO WS-RPT-LINE.
           PERFORM WRITE-REPORT-LINE.
           MOVE SPACES TO WS-RPT-LINE.
           MOVE "COUNT  CHARACTERS   PER ITEM   PER CHAR"
               TO WS-RPT-LINE(26:39).
           MOVE "AMOUNT" TO WS-RPT-LINE(73:6).
           PERFORM WRITE-REPORT-LINE.
           PERFORM WRITE-CHARGE-LINE
               VARYING CHG-SUB FROM 1 BY 1 UNTIL CHG-SUB > 4.
           MOVE SPACES TO WS-RPT-LINE.
           MOVE "AMOUNT DUE" TO WS-RPT-LINE(3:10).
           MOVE PA-AMOUNT-DUE(PA-SUB) TO WS-AMOUNT-EDIT.
           MOVE WS-AMOUNT-EDIT TO WS-RPT-LINE(67:12).
           PERFORM WRITE-REPORT-LINE.
           MOVE SPACES TO WS-RPT-LINE.
           PERFORM WRITE-REPORT-LINE.
           MOVE "NOT CHARGED" TO WS-RPT-LINE.
           PERFORM WRITE-REPORT-LINE.
           MOVE SPACES TO WS-RPT-LINE.
           MOVE "CORRECTIONS RESUBMITTED" TO WS-RPT-LINE(3:23).
           MOVE PA-RESUB(PA-SUB) TO WS-COUNT-EDIT.
           MOVE WS-COUNT-EDIT TO WS-RPT-LINE(34:7).
           PERFORM WRITE-REPORT-LINE.
           MOVE SPACES TO WS-RPT-LINE.
           MOVE "DUPLICATE/ALT-KEY EXCEPTIONS" TO WS-RPT-LINE(3:28).
           MOVE PA-EXC-FREE(PA-SUB) TO WS-COUNT-EDIT.
           MOVE WS-COUNT-EDIT TO WS-RPT-LINE(34:7).
           PERFORM WRITE-REPORT-LINE.

       WRITE-CHARGE-LINE.
           MOVE SPACES TO WS-RPT-LINE.
           MOVE CHARGE-LABEL(CHG-SUB) TO WS-RPT-LINE(3:20).
           MOVE PA-CHG-COUNT(PA-SUB, CHG-SUB) TO WS-COUNT-EDIT.
           MOVE WS-COUNT-EDIT TO WS-RPT-LINE(24:7).
           MOVE MR-MSG-RATE(CHG-SUB) TO WS-RATE-EDIT.
           MOVE WS-RATE-EDIT TO WS-RPT-LINE(46:8).
           IF CHG-SUB < 4
               MOVE PA-CHG-CHARS(PA-SUB, CHG-SUB) TO WS-CHARS-EDIT
               MOVE WS-CHARS-EDIT TO WS-RPT-LINE(34:9)
               MOVE MR-CHAR-RATE(CHG-SUB) TO WS-RATE-EDIT
               MOVE WS-RATE-EDIT TO WS-RPT-LINE(56:8)
           END-IF.
           MOVE PA-CHG-AMOUNT(PA-SUB, CHG-SUB) TO WS-AMOUNT-EDIT.
           MOVE WS-AMOUNT-EDIT TO WS-RPT-LINE(67:12).
           PERFORM WRITE-REPORT-LINE.

       WRITE-BILL-RECORD.
           COMPUTE WS-PA-MESSAGES = PA-CHG-COUNT(PA-SUB, 1)
               + PA-CHG-COUNT(PA-SUB, 2) + PA-CHG-COUNT(PA-SUB, 3).
           COMPUTE WS-PA-CHARS = PA-CHG-CHARS(PA-SUB, 1)
               + PA-CHG-CHARS(PA-SUB, 2) + PA-CHG-CHARS(PA-SUB, 3).
           MOVE SPACES TO BILL-RECORD.
           MOVE "D" TO BL-REC-TYPE.
           MOVE WS-MONTH TO BL-MONTH.
           MOVE PA-PARTNER(PA-SUB) TO BL-PARTNER.
           MOVE PA-BATCH-ACC(PA-SUB) TO BL-BATCH-ACC.
           MOVE PA-BATCH-REF(PA-SUB) TO BL-BATCH-REF.
           MOVE WS-PA-MESSAGES TO BL-MESSAGES.
           MOVE WS-PA-CHARS TO BL-CHARS.
           MOVE PA-CHG-COUNT(PA-SUB, 4) TO BL-EXCEPTIONS.
           MOVE PA-AMOUNT-DUE(PA-SUB) TO BL-AMOUNT.
           WRITE BILL-RECORD.
           ADD PA-BATCH-ACC(PA-SUB) TO TOT-BATCH-ACC.
           ADD PA-BATCH-REF(PA-SUB) TO TOT-BATCH-REF.
           ADD WS-PA-MESSAGES TO TOT-MESSAGES.
           ADD WS-PA-CHARS TO TOT-CHARS.
           ADD PA-CHG-COUNT(PA-SUB, 4) TO TOT-EXCEPTIONS.
           ADD PA-AMOUNT-DUE(PA-SUB) TO TOT-AMOUNT.

       WRITE-BILL-TRAILER.
      * control totals for the billing system to balance against
           MOVE SPACES TO BILL-TRAILER.
           MOVE "T" TO BLT-REC-TYPE.
           MOVE WS-MONTH TO BLT-MONTH.
           MOVE PARTNER-COUNT TO BLT-PARTNER-COUNT.
           MOVE TOT-AMOUNT TO BLT-TOTAL-AMOUNT.
           WRITE BILL-TRAILER.

       WRITE-SUMMARY-PAGE.
           MOVE "SUMMARY" TO WS-HDR-TITLE.
           PERFORM WRITE-PAGE-HEADER.
           MOVE SPACES TO WS-RPT-LINE.
           MOVE "PARTNER   ACCEPTED REFUSED  MESSAGES  CHARACTERS"
               TO WS-RPT-LINE.
           MOVE "EXCEPTIONS   AMOUNT DUE" TO WS-RPT-LINE(50:23).
           PERFORM WRITE-REPORT-LINE.
           PERFORM WRITE-SUMMARY-LINE
               VARYING PA-SUB FROM 1 BY 1 UNTIL PA-SUB > PARTNER-COUNT.
           IF PARTNER-COUNT = 0
               MOVE "  (NO PARTNER ACTIVITY IN MONTH)" TO WS-RPT-LINE
               PERFORM WRITE-REPORT-LINE
           END-IF.
           MOVE ALL "-" TO WS-RPT-LINE(1:72).
           PERFORM WRITE-REPORT-LINE.
           MOVE SPACES TO WS-RPT-LINE.
           MOVE "TOTAL" TO WS-RPT-LINE(1:5).
           MOVE TOT-BATCH-ACC TO WS-DET-EDIT.
           MOVE WS-DET-EDIT TO WS-RPT-LINE(13:6).
           MOVE TOT-BATCH-REF TO WS-DET-EDIT.
           MOVE WS-DET-EDIT TO WS-RPT-LINE(21:6).
           MOVE TOT-MESSAGES TO WS-COUNT-EDIT.
           MOVE WS-COUNT-EDIT TO WS-RPT-LINE(30:7).
           MOVE TOT-CHARS TO WS-CHARS-EDIT.
           MOVE WS-CHARS-EDIT TO WS-RPT-LINE(40:9).
           MOVE TOT-EXCEPTIONS TO WS-COUNT-EDIT.
           MOVE WS-COUNT-EDIT TO WS-RPT-LINE(53:7).
           MOVE TOT-AMOUNT TO WS-TOTAL-EDIT.
           MOVE WS-TOTAL-EDIT TO WS-RPT-LINE(60:13).
           PERFORM WRITE-REPORT-LINE.
           MOVE SPACES TO WS-RPT-LINE.
           PERFORM WRITE-REPORT-LINE.
           MOVE SPACES TO WS-RPT-LINE.
           MOVE WS-FILES-READ TO WS-COUNT-EDIT.
           STRING "AUDIT/EXCEPTION FILES READ        " DELIMITED BY SIZE
               WS-COUNT-EDIT DELIMITED BY SIZE
               INTO WS-RPT-LINE
           END-STRING.
           PERFORM WRITE-REPORT-LINE.
           MOVE SPACES TO WS-RPT-LINE.
           MOVE WS-UNATTRIB-COUNT TO WS-COUNT-EDIT.
           STRING "RECORDS WITH NO PARTNER (UNBILLED)" DELIMITED BY SIZE
               WS-COUNT-EDIT DELIMITED BY SIZE
               INTO WS-RPT-LINE
           END-STRING.
           PERFORM WRITE-REPORT-LINE.

       WRITE-SUMMARY-LINE.
           COMPUTE WS-PA-MESSAGES = PA-CHG-COUNT(PA-SUB, 1)
               + PA-CHG-COUNT(PA-SUB, 2) + PA-CHG-COUNT(PA-SUB, 3).
           COMPUTE WS-PA-CHARS = PA-CHG-CHARS(PA-SUB, 1)
               + PA-CHG-CHARS(PA-SUB, 2) + PA-CHG-CHARS(PA-SUB, 3).
           MOVE SPACES TO WS-RPT-LINE.
           MOVE PA-PARTNER(PA-SUB) TO WS-RPT-LINE(1:8).
           MOVE PA-BATCH-ACC(PA-SUB) TO WS-BATCH-EDIT.
           MOVE WS-BATCH-EDIT TO WS-RPT-LINE(14:5).
           MOVE PA-BATCH-REF(PA-SUB) TO WS-BATCH-EDIT.
           MOVE WS-BATCH-EDIT TO WS-RPT-LINE(22:5).
           MOVE WS-PA-MESSAGES TO WS-COUNT-EDIT.
           MOVE WS-COUNT-EDIT TO WS-RPT-LINE(30:7).
           MOVE WS-PA-CHARS TO WS-CHARS-EDIT.
           MOVE WS-CHARS-EDIT TO WS-RPT-LINE(40:9).
           MOVE PA-CHG-COUNT(PA-SUB, 4) TO WS-COUNT-EDIT.
           MOVE WS-COUNT-EDIT TO WS-RPT-LINE(53:7).
           MOVE PA-AMOUNT-DUE(PA-SUB) TO WS-AMOUNT-EDIT.
           MOVE WS-AMOUNT-EDIT TO WS-RPT-LINE(61:12).
           PERFORM WRITE-REPORT-LINE.

       WRITE-PAGE-HEADER.
           ADD 1 TO RPT-PAGE-NUM.
           MOVE RPT-PAGE-NUM TO RPT-PAGE-EDIT.
           MOVE SPACES TO REPORT-RECORD.
           STRING "PARTNER CHARGEBACK STATEMENT  " DELIMITED BY SIZE
               WS-MONTH DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               WS-HDR-TITLE DELIMITED BY SIZE
               "          PAGE " DELIMITED BY SIZE
               RPT-PAGE-EDIT DELIMITED BY SIZE
               INTO REPORT-RECORD
           END-STRING.
           WRITE REPORT-RECORD.
           MOVE ALL "-" TO REPORT-RECORD.
           WRITE REPORT-RECORD.
           MOVE 0 TO RPT-LINE-COUNT.

       WRITE-REPORT-LINE.
           IF RPT-LINE-COUNT >= RPT-LINES-PER-PAGE
               PERFORM WRITE-PAGE-HEADER
           END-IF.
           MOVE WS-RPT-LINE TO REPORT-RECORD.
           WRITE REPORT-RECORD.
           ADD 1 TO RPT-LINE-COUNT.

       OPEN-RUN-STATUS.
           OPEN EXTEND RUNSTAT-FILE.
           IF RUNSTAT-STATUS = "35"
               OPEN OUTPUT RUNSTAT-FILE
           END-IF.
           IF RUNSTAT-STATUS NOT = "00"
               DISPLAY "Unable to open RUNSTAT.DAT, status "
                   RUNSTAT-STATUS
               STOP RUN
           END-IF.

       WRITE-RUN-START.
           PERFORM OPEN-RUN-STATUS.
           MOVE SPACES TO RUNSTAT-RECORD.
           MOVE "CHGSTMT" TO RS-PROGRAM.
           MOVE "S" TO RS-TYPE.
           MOVE FUNCTION CURRENT-DATE TO RS-TIMESTAMP.
           MOVE 0 TO RS-RECORDS.
           MOVE 0 TO RS-COMP-CODE.
           WRITE RUNSTAT-RECORD.
           CLOSE RUNSTAT-FILE.

       WRITE-RUN-END.
           PERFORM OPEN-RUN-STATUS.
           MOVE SPACES TO RUNSTAT-RECORD.
           MOVE "CHGSTMT" TO RS-PROGRAM.
           MOVE "E" TO RS-TYPE.
           MOVE FUNCTION CURRENT-DATE TO RS-TIMESTAMP.
           MOVE PARTNER-COUNT TO RS-RECORDS.
           MOVE 0 TO RS-COMP-CODE.
           WRITE RUNSTAT-RECORD.
           CLOSE RUNSTAT-FILE.
