       IDENTIFICATION DIVISION.
       PROGRAM-ID. SLARPT.
      * Batch window and partner turnaround SLA report. For the
      * DATE-FROM/DATE-TO range in data/RUNCTL.DAT (both optional;
      * blank = no bound) pairs each "S" record on RUNSTAT.DAT with
      * the next "E" record of the same program and prints, day by
      * day, the elapsed time of every step and the batch window
      * from the day's first start to its last end. Each step is
      * compared with its TARGET duration from run control and the
      * window with the WINDOW target; overruns, steps that ended
      * with a nonzero completion code and steps with no end
      * recorded are flagged. A run belongs to the day it started.
      * Partner turnaround - header creation date to acknowledgement
      * - comes from the "* BATCH" lines NEWCIPHER writes to the
      * audit trail for every NEWCIPACK.DAT acknowledgement (the live
      * NEWCIPAUD.DAT and every CIPARCH generation of it rolled on
      * or after DATE-FROM) and is compared with the partner's
      * agreed turnaround on data/PARTNERS.DAT. Week-over-week
      * averages of the window, each step and each partner's
      * turnaround close the report (SLARPT.DAT).
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RUNSTAT-FILE ASSIGN TO "RUNSTAT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RUNSTAT-STATUS.
           SELECT PARTNER-FILE ASSIGN TO "data/PARTNERS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PARTNER-STATUS.
           SELECT INDEX-FILE ASSIGN TO "CIPARCH.IDX"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS INDEX-STATUS.
           SELECT TRAIL-FILE ASSIGN TO DYNAMIC WS-TRAIL-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS TRAIL-STATUS.
           SELECT REPORT-FILE ASSIGN TO "SLARPT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS REPORT-STATUS.
           SELECT RUNCTL-FILE ASSIGN TO "data/RUNCTL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RUNCTL-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD PARTNER-FILE.
       01 PARTNER-RECORD.
           05 PM-PARTNER-ID     PIC X(8).
           05 PM-STATUS         PIC X.
           05 PM-DEF-KEY-ID     PIC X(8).
           05 PM-ALLOWED-FUNCS  PIC X(4).
           05 PM-MSG-PREFIX     PIC X(3).
           05 PM-ALT-KEY-ID     PIC X(8) OCCURS 3 TIMES.
           05 PM-TURNAROUND-DAYS PIC XX.
      * agreed days from batch creation to acknowledgment;
      * spaces = no agreement

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
       01 PARTNER-STATUS PIC XX.
       01 INDEX-STATUS  PIC XX.
       01 TRAIL-STATUS  PIC XX.
       01 REPORT-STATUS PIC XX.
       01 RUNSTAT-EOF   PIC X     VALUE "N".
       01 PARTNER-EOF   PIC X     VALUE "N".
       01 INDEX-EOF     PIC X     VALUE "N".
       01 TRAIL-EOF     PIC X     VALUE "N".
       01 WS-TRAIL-NAME PIC X(30) VALUE SPACES.
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
           05 RUNCTL-ENTRY OCCURS 40 TIMES.
               10 RCT-KEYWORD PIC X(12).
               10 RCT-VALUE   PIC X(30).
       01 RCT-SUB       PIC 99    VALUE 0.

       01 WS-SEL-DATE-FROM-X PIC X(8) VALUE SPACES.
       01 WS-SEL-DATE-TO-X PIC X(8) VALUE SPACES.
       01 WS-SEL-DATE-FROM PIC 9(8) VALUE 0.
       01 WS-SEL-DATE-TO PIC 9(8) VALUE 99999999.
      * TARGET value: program name (13), a space, minutes (4);
      * WINDOW value: minutes (4)
       01 WS-TARGET-VALUE.
           05 WS-TARGET-PROGRAM PIC X(13).
           05 FILLER            PIC X.
           05 WS-TARGET-MINS-X  PIC X(4).
           05 FILLER            PIC X(12).
       01 WS-TARGET-MINS PIC 9(4) VALUE 0.
       01 WS-WINDOW-MINS-X PIC X(4) VALUE SPACES.
       01 WS-WINDOW-TARGET PIC 9(7) VALUE 0.
      * an average at or above this share of its target or agreement
      * is marked as nearing it on the week-over-week page
       01 SLA-WARN-PCT  PIC 999   VALUE 90.

      * RUNSTAT timestamp (FUNCTION CURRENT-DATE layout) and the same
      * moment as seconds since day 1 of the integer calendar
       01 WS-TS.
           05 WS-TS-DATE    PIC 9(8).
           05 WS-TS-TIME.
               10 WS-TS-HH  PIC 99.
               10 WS-TS-MM  PIC 99.
               10 WS-TS-SS  PIC 99.
           05 FILLER        PIC X(7).
       01 WS-TS-SECS    PIC 9(11) VALUE 0.

      * steps in the order they first appear: targets, then RUNSTAT
       01 STEP-TABLE.
           05 STEP-COUNT    PIC 99 VALUE 0.
           05 STEP-ENTRY OCCURS 40 TIMES.
               10 SP-PROGRAM     PIC X(13).
               10 SP-HAS-TARGET  PIC X.
               10 SP-TARGET-SECS PIC 9(7).
               10 SP-OPEN-RUN    PIC 9(4).
      * run entry of a start not yet matched by an end
               10 SP-RUNS        PIC 9(5).
               10 SP-ENDED       PIC 9(5).
               10 SP-SECS        PIC 9(9).
               10 SP-MAX-SECS    PIC 9(7).
               10 SP-OVERRUNS    PIC 9(5).
               10 SP-NO-END      PIC 9(5).
               10 SP-FAILED      PIC 9(5).
       01 SP-SUB        PIC 99    VALUE 0.
       01 WS-CUR-STEP   PIC 99    VALUE 0.
       01 WS-FIND-STEP  PIC X(13) VALUE SPACES.

      * step runs started in the range, in RUNSTAT (time) order
       01 RUN-TABLE.
           05 RUN-COUNT     PIC 9(4) VALUE 0.
           05 RUN-ENTRY OCCURS 3000 TIMES.
               10 RN-STEP       PIC 99.
               10 RN-STATE      PIC X.
      * "N" = no end recorded, "E" = ended, "T" = this run of SLARPT
               10 RN-DATE       PIC 9(8).
               10 RN-START-TIME PIC X(6).
               10 RN-START-SECS PIC 9(11).
               10 RN-END-DATE   PIC 9(8).
               10 RN-END-TIME   PIC X(6).
               10 RN-END-SECS   PIC 9(11).
               10 RN-COMP-CODE  PIC 99.
               10 RN-ELAPSED    PIC 9(7).
       01 RN-SUB        PIC 9(4)  VALUE 0.
       01 WS-RUNS-LISTED PIC 9(6) VALUE 0.

      * days with step runs, in date order because RUNSTAT is
      * appended in time order
       01 DAY-TABLE.
           05 DAY-COUNT     PIC 9(4) VALUE 0.
           05 DAY-ENTRY OCCURS 3000 TIMES.
               10 DY-DATE        PIC 9(8).
               10 DY-FIRST-SECS  PIC 9(11).
               10 DY-FIRST-TIME  PIC X(6).
               10 DY-LAST-SECS   PIC 9(11).
               10 DY-LAST-DATE   PIC 9(8).
               10 DY-LAST-TIME   PIC X(6).
               10 DY-ENDED       PIC 9(4).
               10 DY-NO-END      PIC 9(4).
               10 DY-WINDOW-SECS PIC 9(7).
       01 DY-SUB        PIC 9(4)  VALUE 0.
       01 WS-CUR-DAY    PIC 9(4)  VALUE 0.

      * weeks (Monday to Sunday) with step runs or acknowledgements;
      * the step and partner cells follow STEP-TABLE and
      * PARTNER-TABLE subscripts
       01 WEEK-TABLE.
           05 WEEK-COUNT    PIC 99 VALUE 0.
           05 WEEK-ENTRY OCCURS 60 TIMES.
               10 WK-NUM         PIC 9(7).
               10 WK-DAYS        PIC 9(3).
               10 WK-WINDOW-SECS PIC 9(9).
               10 WK-STEP OCCURS 40 TIMES.
                   15 WKS-RUNS   PIC 9(4).
                   15 WKS-SECS   PIC 9(9).
               10 WK-PARTNER OCCURS 50 TIMES.
                   15 WKP-BATCHES PIC 9(4).
                   15 WKP-DAYS   PIC 9(6).
       01 WK-SUB        PIC 99    VALUE 0.
       01 WS-CUR-WEEK   PIC 99    VALUE 0.
       01 WS-PREV-WEEK  PIC 99    VALUE 0.
       01 WS-WEEK-NUM   PIC 9(7)  VALUE 0.
       01 WS-DAY-INT    PIC 9(7)  VALUE 0.
       01 WS-SORT-I     PIC 99    VALUE 0.
       01 WS-SORT-J     PIC 99    VALUE 0.
       01 WS-SORT-HOLD  PIC X(1039) VALUE SPACES.

      * NEWCIPAUD.DAT "* BATCH" line
       01 WS-AUD-BATCH-LINE.
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
           05 FILLER           PIC X.
           05 WB-CREATE-DATE   PIC 9(8).
           05 FILLER           PIC X(88).

      * partners on data/PARTNERS.DAT in file order, then any other
      * partner found on the audit trail
       01 PARTNER-TABLE.
           05 PARTNER-COUNT PIC 99 VALUE 0.
           05 PARTNER-ENTRY OCCURS 50 TIMES.
               10 PA-PARTNER    PIC X(8).
               10 PA-ON-FILE    PIC X.
               10 PA-AGREED-X   PIC XX.
               10 PA-AGREED     PIC 99.
               10 PA-BATCHES    PIC 9(5).
               10 PA-DAYS       PIC 9(7).
               10 PA-WORST      PIC 9(4).
               10 PA-LATE       PIC 9(5).
       01 PA-SUB        PIC 99    VALUE 0.
       01 WS-CUR-PARTNER PIC 99   VALUE 0.
       01 WS-FIND-PARTNER PIC X(8) VALUE SPACES.

      * acknowledgements in the range, in the order read
       01 BATCH-TABLE.
           05 BATCH-COUNT   PIC 9(4) VALUE 0.
           05 BATCH-ENTRY OCCURS 1000 TIMES.
               10 BA-PARTNER   PIC X(8).
               10 BA-ID        PIC X(8).
               10 BA-CREATED   PIC 9(8).
               10 BA-ACKED     PIC 9(8).
               10 BA-STATUS    PIC X.
               10 BA-DAYS      PIC 9(4).
       01 BA-SUB        PIC 9(4)  VALUE 0.
       01 WS-TURN-DAYS  PIC S9(5) VALUE 0.
       01 WS-PA-LISTED  PIC 9(4)  VALUE 0.

       01 GEN-TABLE.
           05 GEN-COUNT     PIC 9(3) VALUE 0.
           05 GEN-ENTRY OCCURS 400 TIMES.
               10 GX-BASE   PIC X(13).
               10 GX-NAME   PIC X(30).
               10 GX-DATE   PIC 9(8).
       01 GX-SUB        PIC 9(3)  VALUE 0.

       01 GRAND-TOTALS.
           05 TOT-OVERRUNS     PIC 9(6) VALUE 0.
           05 TOT-NO-END       PIC 9(6) VALUE 0.
           05 TOT-FAILED       PIC 9(6) VALUE 0.
           05 TOT-WINDOW-OVER  PIC 9(6) VALUE 0.
           05 TOT-BATCHES      PIC 9(6) VALUE 0.
           05 TOT-LATE         PIC 9(6) VALUE 0.
           05 TOT-NO-CREATE    PIC 9(6) VALUE 0.
           05 TOT-FILES-READ   PIC 9(6) VALUE 0.

      * elapsed-time and average working fields
       01 WS-HMS-SECS   PIC 9(7)  VALUE 0.
       01 WS-HMS-HOURS  PIC 9(4)  VALUE 0.
       01 WS-HMS-REM    PIC 9(4)  VALUE 0.
       01 WS-HMS-MINS   PIC 99    VALUE 0.
       01 WS-HMS-SS     PIC 99    VALUE 0.
       01 WS-HMS-HRS-EDIT PIC ZZ9.
       01 WS-HMS        PIC X(9)  VALUE SPACES.
       01 WS-CLOCK-IN   PIC X(6)  VALUE SPACES.
       01 WS-CLOCK      PIC X(8)  VALUE SPACES.
       01 WS-AVG-THIS   PIC 9(7)V99 VALUE 0.
       01 WS-AVG-PREV   PIC 9(7)V99 VALUE 0.
       01 WS-AVG-LIMIT  PIC 9(7)V99 VALUE 0.
       01 WS-HAS-LIMIT  PIC X     VALUE "N".
       01 WS-HAS-PREV   PIC X     VALUE "N".
       01 WS-CHG-PCT    PIC S9(5) VALUE 0.
       01 WS-WARN-LIMIT PIC 9(9)V99 VALUE 0.
       01 WS-STATUS-TEXT PIC X(30) VALUE SPACES.
       01 WS-STATUS-PTR PIC 99    VALUE 1.
       01 WS-ITEM-LABEL PIC X(20) VALUE SPACES.
       01 WS-ITEM-KIND  PIC X     VALUE SPACE.
      * "T" = a duration in seconds, "D" = a turnaround in days

       01 RPT-PAGE-NUM  PIC 999 VALUE 0.
       01 RPT-LINE-COUNT PIC 99 VALUE 0.
       01 RPT-LINES-PER-PAGE PIC 99 VALUE 20.
       01 RPT-PAGE-EDIT PIC ZZ9.
       01 WS-HDR-TITLE  PIC X(20) VALUE SPACES.
       01 WS-RPT-LINE   PIC X(100).
       01 WS-DATE-EDIT  PIC 9999/99/99.
       01 WS-COUNT-EDIT PIC ZZZZ9.
       01 WS-DET-EDIT   PIC ZZZZZ9.
       01 WS-TOT-EDIT   PIC ZZZZZZ9.
       01 WS-DAYS-EDIT  PIC ZZZ9.
       01 WS-AGREED-EDIT PIC Z9.
       01 WS-AVG-DAYS-EDIT PIC ZZ9.9.
       01 WS-PCT-EDIT   PIC +ZZZ9.
       01 WS-RC-EDIT    PIC 99.

       PROCEDURE DIVISION.
       MAIN.
           PERFORM WRITE-RUN-START.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY-DATE.
           PERFORM GET-PARAMETERS.
           PERFORM LOAD-PARTNERS.
           PERFORM LOAD-RUN-STATUS.
           PERFORM TALLY-ONE-RUN
               VARYING RN-SUB FROM 1 BY 1 UNTIL RN-SUB > RUN-COUNT.
           PERFORM CLOSE-ONE-DAY
               VARYING DY-SUB FROM 1 BY 1 UNTIL DY-SUB > DAY-COUNT.
           PERFORM LOAD-INDEX.
           PERFORM READ-ONE-GENERATION
               VARYING GX-SUB FROM 1 BY 1 UNTIL GX-SUB > GEN-COUNT.
           MOVE "NEWCIPAUD.DAT" TO WS-TRAIL-NAME.
           PERFORM READ-TRAIL-FILE.
           PERFORM SORT-WEEK-TABLE.
           OPEN OUTPUT REPORT-FILE.
           IF REPORT-STATUS NOT = "00"
               DISPLAY "Unable to open SLARPT.DAT, status "
                   REPORT-STATUS
               STOP RUN
           END-IF.
           PERFORM WRITE-DAY-SECTION.
           PERFORM WRITE-STEP-SECTION.
           PERFORM WRITE-TURNAROUND-SECTION.
           PERFORM WRITE-WEEK-SECTION.
           PERFORM WRITE-SUMMARY-PAGE.
           CLOSE REPORT-FILE.
           DISPLAY "SLARPT: " WS-RUNS-LISTED " step run(s) over "
               DAY-COUNT " day(s), " TOT-OVERRUNS " overrun(s), "
               TOT-NO-END " with no end, " TOT-LATE
               " late batch(es), report in SLARPT.DAT".
           PERFORM WRITE-RUN-END.
           STOP RUN.

       GET-PARAMETERS.
           PERFORM LOAD-RUN-CONTROL.
           MOVE "DATE-FROM" TO WS-RUNCTL-KEYWORD.
           PERFORM GET-RUN-PARM.
           MOVE WS-RUNCTL-VALUE(1:8) TO WS-SEL-DATE-FROM-X.
           IF WS-SEL-DATE-FROM-X NOT = SPACES
               IF WS-SEL-DATE-FROM-X IS NUMERIC
                   MOVE WS-SEL-DATE-FROM-X TO WS-SEL-DATE-FROM
               ELSE
                   DISPLAY "SLARPT: DATE-FROM in data/RUNCTL.DAT "
                       "must be YYYYMMDD or blank - run refused"
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF.
           MOVE "DATE-TO" TO WS-RUNCTL-KEYWORD.
           PERFORM GET-RUN-PARM.
           MOVE WS-RUNCTL-VALUE(1:8) TO WS-SEL-DATE-TO-X.
           IF WS-SEL-DATE-TO-X NOT = SPACES
               IF WS-SEL-DATE-TO-X IS NUMERIC
                   MOVE WS-SEL-DATE-TO-X TO WS-SEL-DATE-TO
               ELSE
                   DISPLAY "SLARPT: DATE-TO in data/RUNCTL.DAT "
                       "must be YYYYMMDD or blank - run refused"
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF.
           IF WS-SEL-DATE-FROM > WS-SEL-DATE-TO
               DISPLAY "SLARPT: DATE-FROM is after DATE-TO - "
                   "run refused"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE "WINDOW" TO WS-RUNCTL-KEYWORD.
           PERFORM GET-RUN-PARM.
           MOVE WS-RUNCTL-VALUE(1:4) TO WS-WINDOW-MINS-X.
           IF WS-WINDOW-MINS-X NOT = SPACES
               IF WS-WINDOW-MINS-X IS NUMERIC
                   COMPUTE WS-WINDOW-TARGET =
                       FUNCTION NUMVAL(WS-WINDOW-MINS-X) * 60
               ELSE
                   DISPLAY "SLARPT: WINDOW in data/RUNCTL.DAT must "
                       "be minutes (4 digits) or blank - run refused"
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF.
      * TARGET may be given once per step
           PERFORM VARYING RCT-SUB FROM 1 BY 1
                   UNTIL RCT-SUB > RUNCTL-COUNT
               IF RCT-KEYWORD(RCT-SUB) = "TARGET"
                   PERFORM LOAD-STEP-TARGET
               END-IF
           END-PERFORM.

       LOAD-STEP-TARGET.
           MOVE RCT-VALUE(RCT-SUB) TO WS-TARGET-VALUE.
           IF WS-TARGET-PROGRAM = SPACES
               OR WS-TARGET-MINS-X IS NOT NUMERIC
               DISPLAY "SLARPT: TARGET " FUNCTION TRIM(WS-TARGET-VALUE)
                   " in data/RUNCTL.DAT must be program (13) and "
                   "minutes (4 digits) - run refused"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE WS-TARGET-MINS-X TO WS-TARGET-MINS.
           MOVE WS-TARGET-PROGRAM TO WS-FIND-STEP.
           PERFORM ADD-STEP-ENTRY.
           IF WS-CUR-STEP > 0
               MOVE "Y" TO SP-HAS-TARGET(WS-CUR-STEP)
               COMPUTE SP-TARGET-SECS(WS-CUR-STEP) =
                   WS-TARGET-MINS * 60
           END-IF.

       LOAD-RUN-CONTROL.
           MOVE 0 TO RUNCTL-COUNT.
           MOVE "N" TO RUNCTL-EOF.
           OPEN INPUT RUNCTL-FILE.
           IF RUNCTL-STATUS NOT = "00"
               DISPLAY "SLARPT: unable to open data/RUNCTL.DAT, "
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
                       AND RC-PROGRAM = "SLARPT"
                       AND RUNCTL-COUNT < 40
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

      * ----- PARTNER AGREEMENTS -----
       LOAD-PARTNERS.
           MOVE 0 TO PARTNER-COUNT.
           MOVE "N" TO PARTNER-EOF.
           OPEN INPUT PARTNER-FILE.
           IF PARTNER-STATUS NOT = "00"
               DISPLAY "SLARPT: unable to open data/PARTNERS.DAT, "
                   "status " PARTNER-STATUS " - run refused"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM LOAD-PARTNER-ENTRY UNTIL PARTNER-EOF = "Y".
           CLOSE PARTNER-FILE.

       LOAD-PARTNER-ENTRY.
           READ PARTNER-FILE
               AT END MOVE "Y" TO PARTNER-EOF
               NOT AT END
                   IF PM-PARTNER-ID NOT = SPACES
                       MOVE PM-PARTNER-ID TO WS-FIND-PARTNER
                       PERFORM FIND-PARTNER-ENTRY
                       IF WS-CUR-PARTNER > 0
                           MOVE "Y" TO PA-ON-FILE(WS-CUR-PARTNER)
                           IF PM-TURNAROUND-DAYS IS NUMERIC
                               MOVE PM-TURNAROUND-DAYS
                                   TO PA-AGREED-X(WS-CUR-PARTNER)
                               MOVE PM-TURNAROUND-DAYS
                                   TO PA-AGREED(WS-CUR-PARTNER)
                           END-IF
                       END-IF
                   END-IF
           END-READ.

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
                   MOVE "N" TO PA-ON-FILE(PARTNER-COUNT)
                   MOVE SPACES TO PA-AGREED-X(PARTNER-COUNT)
                   MOVE PARTNER-COUNT TO WS-CUR-PARTNER
               ELSE
                   DISPLAY "SLARPT: PARTNER TABLE FULL, "
                       WS-FIND-PARTNER " NOT REPORTED"
               END-IF
           END-IF.

      * ----- STEP TIMES -----
       LOAD-RUN-STATUS.
      * an end belongs to the latest start of the same program; a
      * start followed by another start, or by nothing, never ended
           MOVE 0 TO RUN-COUNT.
           MOVE "N" TO RUNSTAT-EOF.
           OPEN INPUT RUNSTAT-FILE.
           IF RUNSTAT-STATUS NOT = "00"
               DISPLAY "SLARPT: unable to open RUNSTAT.DAT, "
                   "status " RUNSTAT-STATUS " - run refused"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM LOAD-RUN-STATUS-ENTRY UNTIL RUNSTAT-EOF = "Y".
           CLOSE RUNSTAT-FILE.
      * the start this run wrote has no end yet
           MOVE "SLARPT" TO WS-FIND-STEP.
           PERFORM FIND-STEP-ENTRY.
           IF WS-CUR-STEP > 0
               IF SP-OPEN-RUN(WS-CUR-STEP) > 0
                   MOVE "T" TO RN-STATE(SP-OPEN-RUN(WS-CUR-STEP))
               END-IF
           END-IF.

       LOAD-RUN-STATUS-ENTRY.
           READ RUNSTAT-FILE
               AT END MOVE "Y" TO RUNSTAT-EOF
               NOT AT END
                   MOVE RS-TIMESTAMP TO WS-TS
                   IF RS-PROGRAM NOT = SPACES
                       AND WS-TS-DATE IS NUMERIC
                       AND WS-TS-TIME IS NUMERIC
                       EVALUATE RS-TYPE
                           WHEN "S"
                               PERFORM RECORD-STEP-START
                           WHEN "E"
                               PERFORM RECORD-STEP-END
                       END-EVALUATE
                   END-IF
           END-READ.

       RECORD-STEP-START.
           MOVE RS-PROGRAM TO WS-FIND-STEP.
           IF WS-TS-DATE < WS-SEL-DATE-FROM
               OR WS-TS-DATE > WS-SEL-DATE-TO
      * out of range: its end, if any, is not reported either
               PERFORM FIND-STEP-ENTRY
               IF WS-CUR-STEP > 0
                   MOVE 0 TO SP-OPEN-RUN(WS-CUR-STEP)
               END-IF
           ELSE
               PERFORM ADD-STEP-ENTRY
               IF WS-CUR-STEP > 0
                   PERFORM ADD-RUN-ENTRY
               END-IF
           END-IF.

       ADD-RUN-ENTRY.
           IF RUN-COUNT < 3000
               ADD 1 TO RUN-COUNT
               INITIALIZE RUN-ENTRY(RUN-COUNT)
               MOVE WS-CUR-STEP TO RN-STEP(RUN-COUNT)
               MOVE "N" TO RN-STATE(RUN-COUNT)
               MOVE WS-TS-DATE TO RN-DATE(RUN-COUNT)
               MOVE WS-TS-TIME TO RN-START-TIME(RUN-COUNT)
               PERFORM TIMESTAMP-TO-SECS
               MOVE WS-TS-SECS TO RN-START-SECS(RUN-COUNT)
               MOVE RUN-COUNT TO SP-OPEN-RUN(WS-CUR-STEP)
           ELSE
               DISPLAY "SLARPT: RUN TABLE FULL, " RS-PROGRAM " "
                   RS-TIMESTAMP(1:14) " NOT REPORTED"
               MOVE 0 TO SP-OPEN-RUN(WS-CUR-STEP)
           END-IF.

       RECORD-STEP-END.
      * an end with no open start (its start was out of range or
      * was never written) is passed over
           MOVE RS-PROGRAM TO WS-FIND-STEP.
           PERFORM FIND-STEP-ENTRY.
           IF WS-CUR-STEP > 0
               IF SP-OPEN-RUN(WS-CUR-STEP) > 0
                   MOVE SP-OPEN-RUN(WS-CUR-STEP) TO RN-SUB
                   MOVE "E" TO RN-STATE(RN-SUB)
                   MOVE WS-TS-DATE TO RN-END-DATE(RN-SUB)
                   MOVE WS-TS-TIME TO RN-END-TIME(RN-SUB)
                   PERFORM TIMESTAMP-TO-SECS
                   MOVE WS-TS-SECS TO RN-END-SECS(RN-SUB)
                   IF RS-COMP-CODE IS NUMERIC
                       MOVE RS-COMP-CODE TO RN-COMP-CODE(RN-SUB)
                   END-IF
                   MOVE 0 TO SP-OPEN-RUN(WS-CUR-STEP)
               END-IF
           END-IF.

       TIMESTAMP-TO-SECS.
           COMPUTE WS-TS-SECS =
               FUNCTION INTEGER-OF-DATE(WS-TS-DATE) * 86400
               + WS-TS-HH * 3600 + WS-TS-MM * 60 + WS-TS-SS.

       FIND-STEP-ENTRY.
           MOVE 0 TO WS-CUR-STEP.
           PERFORM VARYING SP-SUB FROM 1 BY 1
                   UNTIL SP-SUB > STEP-COUNT OR WS-CUR-STEP > 0
               IF SP-PROGRAM(SP-SUB) = WS-FIND-STEP
                   MOVE SP-SUB TO WS-CUR-STEP
               END-IF
           END-PERFORM.

       ADD-STEP-ENTRY.
           PERFORM FIND-STEP-ENTRY.
           IF WS-CUR-STEP = 0
               IF STEP-COUNT < 40
                   ADD 1 TO STEP-COUNT
                   INITIALIZE STEP-ENTRY(STEP-COUNT)
                   MOVE WS-FIND-STEP TO SP-PROGRAM(STEP-COUNT)
                   MOVE "N" TO SP-HAS-TARGET(STEP-COUNT)
                   MOVE STEP-COUNT TO WS-CUR-STEP
               ELSE
                   DISPLAY "SLARPT: STEP TABLE FULL, "
                       WS-FIND-STEP " NOT REPORTED"
               END-IF
           END-IF.

       TALLY-ONE-RUN.
           IF RN-STATE(RN-SUB) NOT = "T"
               MOVE RN-STEP(RN-SUB) TO WS-CUR-STEP
               ADD 1 TO WS-RUNS-LISTED
               ADD 1 TO SP-RUNS(WS-CUR-STEP)
               PERFORM FIND-DAY-ENTRY
               MOVE RN-DATE(RN-SUB) TO WS-TS-DATE
               PERFORM FIND-WEEK-ENTRY
               IF RN-STATE(RN-SUB) = "E"
                   PERFORM TALLY-ENDED-RUN
               ELSE
                   ADD 1 TO SP-NO-END(WS-CUR-STEP)
                   ADD 1 TO DY-NO-END(WS-CUR-DAY)
                   ADD 1 TO TOT-NO-END
               END-IF
           END-IF.

       TALLY-ENDED-RUN.
           COMPUTE RN-ELAPSED(RN-SUB) =
               RN-END-SECS(RN-SUB) - RN-START-SECS(RN-SUB).
           ADD 1 TO SP-ENDED(WS-CUR-STEP).
           ADD RN-ELAPSED(RN-SUB) TO SP-SECS(WS-CUR-STEP).
           IF RN-ELAPSED(RN-SUB) > SP-MAX-SECS(WS-CUR-STEP)
               MOVE RN-ELAPSED(RN-SUB) TO SP-MAX-SECS(WS-CUR-STEP)
           END-IF.
           IF SP-HAS-TARGET(WS-CUR-STEP) = "Y"
               AND RN-ELAPSED(RN-SUB) > SP-TARGET-SECS(WS-CUR-STEP)
               ADD 1 TO SP-OVERRUNS(WS-CUR-STEP)
               ADD 1 TO TOT-OVERRUNS
           END-IF.
           IF RN-COMP-CODE(RN-SUB) NOT = 0
               ADD 1 TO SP-FAILED(WS-CUR-STEP)
               ADD 1 TO TOT-FAILED
           END-IF.
           ADD 1 TO DY-ENDED(WS-CUR-DAY).
           IF RN-END-SECS(RN-SUB) > DY-LAST-SECS(WS-CUR-DAY)
               MOVE RN-END-SECS(RN-SUB) TO DY-LAST-SECS(WS-CUR-DAY)
               MOVE RN-END-DATE(RN-SUB) TO DY-LAST-DATE(WS-CUR-DAY)
               MOVE RN-END-TIME(RN-SUB) TO DY-LAST-TIME(WS-CUR-DAY)
           END-IF.
           IF WS-CUR-WEEK > 0
               ADD 1 TO WKS-RUNS(WS-CUR-WEEK, WS-CUR-STEP)
               ADD RN-ELAPSED(RN-SUB)
                   TO WKS-SECS(WS-CUR-WEEK, WS-CUR-STEP)
           END-IF.

       FIND-DAY-ENTRY.
           MOVE 0 TO WS-CUR-DAY.
           PERFORM VARYING DY-SUB FROM 1 BY 1
                   UNTIL DY-SUB > DAY-COUNT OR WS-CUR-DAY > 0
               IF DY-DATE(DY-SUB) = RN-DATE(RN-SUB)
                   MOVE DY-SUB TO WS-CUR-DAY
               END-IF
           END-PERFORM.
      * at most one day per run, so the day table cannot fill
      * before the run table does
           IF WS-CUR-DAY = 0
               ADD 1 TO DAY-COUNT
               INITIALIZE DAY-ENTRY(DAY-COUNT)
               MOVE RN-DATE(RN-SUB) TO DY-DATE(DAY-COUNT)
               MOVE RN-START-SECS(RN-SUB) TO DY-FIRST-SECS(DAY-COUNT)
               MOVE RN-START-TIME(RN-SUB) TO DY-FIRST-TIME(DAY-COUNT)
               MOVE DAY-COUNT TO WS-CUR-DAY
           END-IF.

       FIND-WEEK-ENTRY.
      * day 1 of the integer calendar was a Monday, so this buckets
      * days into Monday-to-Sunday weeks
           COMPUTE WS-DAY-INT = FUNCTION INTEGER-OF-DATE(WS-TS-DATE).
           COMPUTE WS-WEEK-NUM = (WS-DAY-INT + 6) / 7.
           MOVE 0 TO WS-CUR-WEEK.
           PERFORM VARYING WK-SUB FROM 1 BY 1
                   UNTIL WK-SUB > WEEK-COUNT OR WS-CUR-WEEK > 0
               IF WK-NUM(WK-SUB) = WS-WEEK-NUM
                   MOVE WK-SUB TO WS-CUR-WEEK
               END-IF
           END-PERFORM.
           IF WS-CUR-WEEK = 0
               IF WEEK-COUNT < 60
                   ADD 1 TO WEEK-COUNT
                   INITIALIZE WEEK-ENTRY(WEEK-COUNT)
                   MOVE WS-WEEK-NUM TO WK-NUM(WEEK-COUNT)
                   MOVE WEEK-COUNT TO WS-CUR-WEEK
               ELSE
                   DISPLAY "SLARPT: WEEK TABLE FULL, " WS-TS-DATE
                       " NOT IN WEEKLY AVERAGES"
               END-IF
           END-IF.

       CLOSE-ONE-DAY.
      * the window runs from the day's first start to the last end
      * of a step started that day
           IF DY-ENDED(DY-SUB) > 0
               COMPUTE DY-WINDOW-SECS(DY-SUB) =
                   DY-LAST-SECS(DY-SUB) - DY-FIRST-SECS(DY-SUB)
               IF WS-WINDOW-TARGET > 0
                   AND DY-WINDOW-SECS(DY-SUB) > WS-WINDOW-TARGET
                   ADD 1 TO TOT-WINDOW-OVER
               END-IF
               MOVE DY-DATE(DY-SUB) TO WS-TS-DATE
               PERFORM FIND-WEEK-ENTRY
               IF WS-CUR-WEEK > 0
                   ADD 1 TO WK-DAYS(WS-CUR-WEEK)
                   ADD DY-WINDOW-SECS(DY-SUB)
                       TO WK-WINDOW-SECS(WS-CUR-WEEK)
               END-IF
           END-IF.

      * ----- PARTNER TURNAROUND -----
       LOAD-INDEX.
      * no inventory yet only means nothing has been archived
           MOVE 0 TO GEN-COUNT.
           MOVE "N" TO INDEX-EOF.
           OPEN INPUT INDEX-FILE.
           IF INDEX-STATUS = "35"
               MOVE "Y" TO INDEX-EOF
           ELSE
               IF INDEX-STATUS NOT = "00"
                   DISPLAY "SLARPT: unable to open CIPARCH.IDX, "
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
      * a generation rolled before the range began cannot hold an
      * acknowledgement in it
           IF GX-DATE(GX-SUB) >= WS-SEL-DATE-FROM
               AND GX-BASE(GX-SUB) = "NEWCIPAUD.DAT"
               MOVE GX-NAME(GX-SUB) TO WS-TRAIL-NAME
               PERFORM READ-TRAIL-FILE
           END-IF.

       READ-TRAIL-FILE.
           MOVE "N" TO TRAIL-EOF.
           OPEN INPUT TRAIL-FILE.
           IF TRAIL-STATUS NOT = "00"
               DISPLAY "SLARPT: " FUNCTION TRIM(WS-TRAIL-NAME)
                   " not readable, status " TRAIL-STATUS " - skipped"
           ELSE
               ADD 1 TO TOT-FILES-READ
               PERFORM TALLY-TRAIL-RECORD UNTIL TRAIL-EOF = "Y"
               CLOSE TRAIL-FILE
           END-IF.

       TALLY-TRAIL-RECORD.
           READ TRAIL-FILE
               AT END MOVE "Y" TO TRAIL-EOF
               NOT AT END
                   MOVE TRAIL-RECORD TO WS-AUD-BATCH-LINE
                   IF WB-TAG = "* BATCH "
                       AND WB-DATE IS NUMERIC
                       AND WB-PARTNER NOT = SPACES
                       IF WB-DATE >= WS-SEL-DATE-FROM
                           AND WB-DATE <= WS-SEL-DATE-TO
                           PERFORM TALLY-BATCH-LINE
                       END-IF
                   END-IF
           END-READ.

       TALLY-BATCH-LINE.
      * a creation date that is not a calendar date, or is after
      * the acknowledgement, cannot be measured
           IF WB-CREATE-DATE IS NOT NUMERIC
               ADD 1 TO TOT-NO-CREATE
           ELSE
               IF FUNCTION TEST-DATE-YYYYMMDD(WB-CREATE-DATE) NOT = 0
                   OR WB-CREATE-DATE > WB-DATE
                   ADD 1 TO TOT-NO-CREATE
               ELSE
                   MOVE WB-PARTNER TO WS-FIND-PARTNER
                   PERFORM FIND-PARTNER-ENTRY
                   IF WS-CUR-PARTNER > 0
                       PERFORM ADD-TURNAROUND-ENTRY
                   END-IF
               END-IF
           END-IF.

       ADD-TURNAROUND-ENTRY.
           COMPUTE WS-TURN-DAYS =
               FUNCTION INTEGER-OF-DATE(WB-DATE)
               - FUNCTION INTEGER-OF-DATE(WB-CREATE-DATE).
           ADD 1 TO TOT-BATCHES.
           ADD 1 TO PA-BATCHES(WS-CUR-PARTNER).
           ADD WS-TURN-DAYS TO PA-DAYS(WS-CUR-PARTNER).
           IF WS-TURN-DAYS > PA-WORST(WS-CUR-PARTNER)
               MOVE WS-TURN-DAYS TO PA-WORST(WS-CUR-PARTNER)
           END-IF.
           IF PA-AGREED-X(WS-CUR-PARTNER) NOT = SPACES
               AND WS-TURN-DAYS > PA-AGREED(WS-CUR-PARTNER)
               ADD 1 TO PA-LATE(WS-CUR-PARTNER)
               ADD 1 TO TOT-LATE
           END-IF.
           MOVE WB-DATE TO WS-TS-DATE.
           PERFORM FIND-WEEK-ENTRY.
           IF WS-CUR-WEEK > 0
               ADD 1 TO WKP-BATCHES(WS-CUR-WEEK, WS-CUR-PARTNER)
               ADD WS-TURN-DAYS TO WKP-DAYS(WS-CUR-WEEK, WS-CUR-PARTNER)
           END-IF.
           IF BATCH-COUNT < 1000
               ADD 1 TO BATCH-COUNT
               MOVE WB-PARTNER TO BA-PARTNER(BATCH-COUNT)
               MOVE WB-BATCH-ID TO BA-ID(BATCH-COUNT)
               MOVE WB-CREATE-DATE TO BA-CREATED(BATCH-COUNT)
               MOVE WB-DATE TO BA-ACKED(BATCH-COUNT)
               MOVE WB-STATUS TO BA-STATUS(BATCH-COUNT)
               MOVE WS-TURN-DAYS TO BA-DAYS(BATCH-COUNT)
           ELSE
               DISPLAY "SLARPT: BATCH TABLE FULL, " WB-BATCH-ID
                   " NOT LISTED"
           END-IF.

       SORT-WEEK-TABLE.
      * acknowledgements read from older generations can add weeks
      * ahead of the step-run weeks; straight exchange sort into
      * week order, the table is small
           PERFORM SORT-ONE-POSITION
               VARYING WS-SORT-I FROM 1 BY 1
               UNTIL WS-SORT-I >= WEEK-COUNT.

       SORT-ONE-POSITION.
           PERFORM SORT-COMPARE-ENTRY
               VARYING WS-SORT-J FROM WS-SORT-I BY 1
               UNTIL WS-SORT-J > WEEK-COUNT.

       SORT-COMPARE-ENTRY.
           IF WK-NUM(WS-SORT-J) < WK-NUM(WS-SORT-I)
               MOVE WEEK-ENTRY(WS-SORT-I) TO WS-SORT-HOLD
               MOVE WEEK-ENTRY(WS-SORT-J) TO WEEK-ENTRY(WS-SORT-I)
               MOVE WS-SORT-HOLD TO WEEK-ENTRY(WS-SORT-J)
           END-IF.

      * ----- REPORT -----
       WRITE-DAY-SECTION.
           MOVE "STEP TIMES BY DAY" TO WS-HDR-TITLE.
           PERFORM WRITE-PAGE-HEADER.
           MOVE SPACES TO WS-RPT-LINE.
           MOVE "STEP" TO WS-RPT-LINE(3:4).
           MOVE "START" TO WS-RPT-LINE(20:5).
           MOVE "END" TO WS-RPT-LINE(32:3).
           MOVE "ELAPSED" TO WS-RPT-LINE(45:7).
           MOVE "TARGET" TO WS-RPT-LINE(56:6).
           MOVE "STATUS" TO WS-RPT-LINE(64:6).
           PERFORM WRITE-REPORT-LINE.
           PERFORM WRITE-ONE-DAY
               VARYING DY-SUB FROM 1 BY 1 UNTIL DY-SUB > DAY-COUNT.
           IF DAY-COUNT = 0
               MOVE "  (NO STEP RUNS STARTED IN RANGE)" TO WS-RPT-LINE
               PERFORM WRITE-REPORT-LINE
           END-IF.

       WRITE-ONE-DAY.
           MOVE SPACES TO WS-RPT-LINE.
           PERFORM WRITE-REPORT-LINE.
           MOVE SPACES TO WS-RPT-LINE.
           MOVE DY-DATE(DY-SUB) TO WS-DATE-EDIT.
           MOVE WS-DATE-EDIT TO WS-RPT-LINE(1:10).
           MOVE "WINDOW" TO WS-RPT-LINE(13:6).
           MOVE DY-FIRST-TIME(DY-SUB) TO WS-CLOCK-IN.
           PERFORM FORMAT-CLOCK.
           MOVE WS-CLOCK TO WS-RPT-LINE(20:8).
           MOVE "TO" TO WS-RPT-LINE(29:2).
           MOVE SPACES TO WS-STATUS-TEXT.
           MOVE 1 TO WS-STATUS-PTR.
           IF DY-ENDED(DY-SUB) = 0
               MOVE "--:--:--" TO WS-RPT-LINE(32:8)
               STRING "NO STEP ENDED" DELIMITED BY SIZE
                   INTO WS-STATUS-TEXT WITH POINTER WS-STATUS-PTR
               END-STRING
           ELSE
               MOVE DY-LAST-TIME(DY-SUB) TO WS-CLOCK-IN
               PERFORM FORMAT-CLOCK
               MOVE WS-CLOCK TO WS-RPT-LINE(32:8)
      * "+" = ended on a later day than it started
               IF DY-LAST-DATE(DY-SUB) NOT = DY-DATE(DY-SUB)
                   MOVE "+" TO WS-RPT-LINE(40:1)
               END-IF
               MOVE DY-WINDOW-SECS(DY-SUB) TO WS-HMS-SECS
               PERFORM FORMAT-HMS
               MOVE WS-HMS TO WS-RPT-LINE(43:9)
               IF WS-WINDOW-TARGET = 0
                   MOVE "NONE" TO WS-RPT-LINE(58:4)
                   STRING "NO TARGET" DELIMITED BY SIZE
                       INTO WS-STATUS-TEXT WITH POINTER WS-STATUS-PTR
                   END-STRING
               ELSE
                   MOVE WS-WINDOW-TARGET TO WS-HMS-SECS
                   PERFORM FORMAT-HMS
                   MOVE WS-HMS TO WS-RPT-LINE(53:9)
                   IF DY-WINDOW-SECS(DY-SUB) > WS-WINDOW-TARGET
                       STRING "OVERRUN" DELIMITED BY SIZE
                           INTO WS-STATUS-TEXT
                           WITH POINTER WS-STATUS-PTR
                       END-STRING
                   ELSE
                       STRING "OK" DELIMITED BY SIZE
                           INTO WS-STATUS-TEXT
                           WITH POINTER WS-STATUS-PTR
                       END-STRING
                   END-IF
               END-IF
           END-IF.
           IF DY-NO-END(DY-SUB) > 0
               STRING ", STEP NOT ENDED" DELIMITED BY SIZE
                   INTO WS-STATUS-TEXT WITH POINTER WS-STATUS-PTR
               END-STRING
           END-IF.
           MOVE WS-STATUS-TEXT TO WS-RPT-LINE(64:30).
           PERFORM WRITE-REPORT-LINE.
           PERFORM WRITE-RUN-LINE
               VARYING RN-SUB FROM 1 BY 1 UNTIL RN-SUB > RUN-COUNT.

       WRITE-RUN-LINE.
           IF RN-DATE(RN-SUB) = DY-DATE(DY-SUB)
               AND RN-STATE(RN-SUB) NOT = "T"
               MOVE RN-STEP(RN-SUB) TO WS-CUR-STEP
               MOVE SPACES TO WS-RPT-LINE
               MOVE SP-PROGRAM(WS-CUR-STEP) TO WS-RPT-LINE(3:13)
               MOVE RN-START-TIME(RN-SUB) TO WS-CLOCK-IN
               PERFORM FORMAT-CLOCK
               MOVE WS-CLOCK TO WS-RPT-LINE(20:8)
               IF SP-HAS-TARGET(WS-CUR-STEP) = "Y"
                   MOVE SP-TARGET-SECS(WS-CUR-STEP) TO WS-HMS-SECS
                   PERFORM FORMAT-HMS
                   MOVE WS-HMS TO WS-RPT-LINE(53:9)
               ELSE
                   MOVE "NONE" TO WS-RPT-LINE(58:4)
               END-IF
               PERFORM BUILD-RUN-STATUS
               MOVE WS-STATUS-TEXT TO WS-RPT-LINE(64:30)
               PERFORM WRITE-REPORT-LINE
           END-IF.

       BUILD-RUN-STATUS.
           MOVE SPACES TO WS-STATUS-TEXT.
           MOVE 1 TO WS-STATUS-PTR.
           IF RN-STATE(RN-SUB) = "N"
               MOVE "--:--:--" TO WS-RPT-LINE(32:8)
               STRING "NO END RECORDED" DELIMITED BY SIZE
                   INTO WS-STATUS-TEXT WITH POINTER WS-STATUS-PTR
               END-STRING
           ELSE
               MOVE RN-END-TIME(RN-SUB) TO WS-CLOCK-IN
               PERFORM FORMAT-CLOCK
               MOVE WS-CLOCK TO WS-RPT-LINE(32:8)
               IF RN-END-DATE(RN-SUB) NOT = RN-DATE(RN-SUB)
                   MOVE "+" TO WS-RPT-LINE(40:1)
               END-IF
               MOVE RN-ELAPSED(RN-SUB) TO WS-HMS-SECS
               PERFORM FORMAT-HMS
               MOVE WS-HMS TO WS-RPT-LINE(43:9)
               EVALUATE TRUE
                   WHEN SP-HAS-TARGET(WS-CUR-STEP) NOT = "Y"
                       STRING "NO TARGET" DELIMITED BY SIZE
                           INTO WS-STATUS-TEXT
                           WITH POINTER WS-STATUS-PTR
                       END-STRING
                   WHEN RN-ELAPSED(RN-SUB) >
                           SP-TARGET-SECS(WS-CUR-STEP)
                       STRING "OVERRUN" DELIMITED BY SIZE
                           INTO WS-STATUS-TEXT
                           WITH POINTER WS-STATUS-PTR
                       END-STRING
                   WHEN OTHER
                       STRING "OK" DELIMITED BY SIZE
                           INTO WS-STATUS-TEXT
                           WITH POINTER WS-STATUS-PTR
                       END-STRING
               END-EVALUATE
               IF RN-COMP-CODE(RN-SUB) NOT = 0
                   MOVE RN-COMP-CODE(RN-SUB) TO WS-RC-EDIT
                   STRING ", ENDED RC " DELIMITED BY SIZE
                       WS-RC-EDIT DELIMITED BY SIZE
                       INTO WS-STATUS-TEXT WITH POINTER WS-STATUS-PTR
                   END-STRING
               END-IF
           END-IF.

       WRITE-STEP-SECTION.
           MOVE "STEP SUMMARY" TO WS-HDR-TITLE.
           PERFORM WRITE-PAGE-HEADER.
           MOVE SPACES TO WS-RPT-LINE.
           MOVE "STEP" TO WS-RPT-LINE(1:4).
           MOVE " RUNS NO-END FAILED OVERRUN" TO WS-RPT-LINE(15:27).
           MOVE "  AVERAGE    MAXIMUM     TARGET" TO WS-RPT-LINE(44:31).
           PERFORM WRITE-REPORT-LINE.
           PERFORM WRITE-STEP-LINE
               VARYING SP-SUB FROM 1 BY 1 UNTIL SP-SUB > STEP-COUNT.
           IF STEP-COUNT = 0
               MOVE "  (NO STEPS RUN OR TARGETED)" TO WS-RPT-LINE
               PERFORM WRITE-REPORT-LINE
           END-IF.

       WRITE-STEP-LINE.
      * a step with a target is listed even when it did not run
           IF SP-RUNS(SP-SUB) > 0 OR SP-HAS-TARGET(SP-SUB) = "Y"
               PERFORM WRITE-STEP-DETAIL
           END-IF.

       WRITE-STEP-DETAIL.
           MOVE SPACES TO WS-RPT-LINE.
           MOVE SP-PROGRAM(SP-SUB) TO WS-RPT-LINE(1:13).
           MOVE SP-RUNS(SP-SUB) TO WS-COUNT-EDIT.
           MOVE WS-COUNT-EDIT TO WS-RPT-LINE(15:5).
           MOVE SP-NO-END(SP-SUB) TO WS-DET-EDIT.
           MOVE WS-DET-EDIT TO WS-RPT-LINE(21:6).
           MOVE SP-FAILED(SP-SUB) TO WS-DET-EDIT.
           MOVE WS-DET-EDIT TO WS-RPT-LINE(28:6).
           MOVE SP-OVERRUNS(SP-SUB) TO WS-TOT-EDIT.
           MOVE WS-TOT-EDIT TO WS-RPT-LINE(35:7).
           IF SP-ENDED(SP-SUB) > 0
               COMPUTE WS-HMS-SECS ROUNDED =
                   SP-SECS(SP-SUB) / SP-ENDED(SP-SUB)
               PERFORM FORMAT-HMS
               MOVE WS-HMS TO WS-RPT-LINE(44:9)
               MOVE SP-MAX-SECS(SP-SUB) TO WS-HMS-SECS
               PERFORM FORMAT-HMS
               MOVE WS-HMS TO WS-RPT-LINE(55:9)
           ELSE
               MOVE "NOT RUN" TO WS-RPT-LINE(46:7)
           END-IF.
           IF SP-HAS-TARGET(SP-SUB) = "Y"
               MOVE SP-TARGET-SECS(SP-SUB) TO WS-HMS-SECS
               PERFORM FORMAT-HMS
               MOVE WS-HMS TO WS-RPT-LINE(66:9)
           ELSE
               MOVE "NONE" TO WS-RPT-LINE(71:4)
           END-IF.
           PERFORM WRITE-REPORT-LINE.

       WRITE-TURNAROUND-SECTION.
           MOVE "PARTNER TURNAROUND" TO WS-HDR-TITLE.
           PERFORM WRITE-PAGE-HEADER.
           MOVE "HEADER CREATION DATE TO ACKNOWLEDGEMENT, IN DAYS"
               TO WS-RPT-LINE.
           PERFORM WRITE-REPORT-LINE.
           MOVE SPACES TO WS-RPT-LINE.
           MOVE "PARTNER   BATCH-ID  CREATED     ACK DATE"
               TO WS-RPT-LINE(1:40).
           MOVE "RESULT" TO WS-RPT-LINE(45:6).
           MOVE "DAYS  AGREED STATUS" TO WS-RPT-LINE(55:19).
           PERFORM WRITE-REPORT-LINE.
           PERFORM WRITE-PARTNER-TURNAROUND
               VARYING PA-SUB FROM 1 BY 1 UNTIL PA-SUB > PARTNER-COUNT.

       WRITE-PARTNER-TURNAROUND.
      * a partner with no agreement and no batches has nothing to say
           IF PA-BATCHES(PA-SUB) > 0 OR PA-AGREED-X(PA-SUB) NOT = SPACES
               MOVE SPACES TO WS-RPT-LINE
               PERFORM WRITE-REPORT-LINE
               MOVE 0 TO WS-PA-LISTED
               PERFORM WRITE-TURNAROUND-LINE
                   VARYING BA-SUB FROM 1 BY 1 UNTIL BA-SUB > BATCH-COUNT
               IF WS-PA-LISTED = 0
                   MOVE SPACES TO WS-RPT-LINE
                   MOVE PA-PARTNER(PA-SUB) TO WS-RPT-LINE(1:8)
                   MOVE "(NO BATCHES ACKNOWLEDGED IN RANGE)"
                       TO WS-RPT-LINE(11:34)
                   PERFORM WRITE-REPORT-LINE
               END-IF
               PERFORM WRITE-PARTNER-TOTALS
           END-IF.

       WRITE-TURNAROUND-LINE.
           IF BA-PARTNER(BA-SUB) = PA-PARTNER(PA-SUB)
               ADD 1 TO WS-PA-LISTED
               MOVE SPACES TO WS-RPT-LINE
               MOVE BA-PARTNER(BA-SUB) TO WS-RPT-LINE(1:8)
               MOVE BA-ID(BA-SUB) TO WS-RPT-LINE(11:8)
               MOVE BA-CREATED(BA-SUB) TO WS-DATE-EDIT
               MOVE WS-DATE-EDIT TO WS-RPT-LINE(21:10)
               MOVE BA-ACKED(BA-SUB) TO WS-DATE-EDIT
               MOVE WS-DATE-EDIT TO WS-RPT-LINE(33:10)
               IF BA-STATUS(BA-SUB) = "A"
                   MOVE "ACCEPTED" TO WS-RPT-LINE(45:8)
               ELSE
                   MOVE "REFUSED" TO WS-RPT-LINE(45:8)
               END-IF
               MOVE BA-DAYS(BA-SUB) TO WS-DAYS-EDIT
               MOVE WS-DAYS-EDIT TO WS-RPT-LINE(55:4)
               IF PA-AGREED-X(PA-SUB) = SPACES
                   MOVE "NONE" TO WS-RPT-LINE(61:4)
                   MOVE "NO AGREEMENT" TO WS-RPT-LINE(67:12)
               ELSE
                   MOVE PA-AGREED(PA-SUB) TO WS-AGREED-EDIT
                   MOVE WS-AGREED-EDIT TO WS-RPT-LINE(63:2)
                   IF BA-DAYS(BA-SUB) > PA-AGREED(PA-SUB)
                       MOVE "LATE" TO WS-RPT-LINE(67:4)
                   ELSE
                       MOVE "OK" TO WS-RPT-LINE(67:2)
                   END-IF
               END-IF
               PERFORM WRITE-REPORT-LINE
           END-IF.

       WRITE-PARTNER-TOTALS.
           MOVE SPACES TO WS-RPT-LINE.
           MOVE PA-PARTNER(PA-SUB) TO WS-RPT-LINE(1:8).
           MOVE "BATCHES" TO WS-RPT-LINE(11:7).
           MOVE PA-BATCHES(PA-SUB) TO WS-COUNT-EDIT.
           MOVE WS-COUNT-EDIT TO WS-RPT-LINE(19:5).
           IF PA-BATCHES(PA-SUB) > 0
               MOVE "AVERAGE" TO WS-RPT-LINE(26:7)
               COMPUTE WS-AVG-THIS ROUNDED =
                   PA-DAYS(PA-SUB) / PA-BATCHES(PA-SUB)
               MOVE WS-AVG-THIS TO WS-AVG-DAYS-EDIT
               MOVE WS-AVG-DAYS-EDIT TO WS-RPT-LINE(34:5)
               MOVE "WORST" TO WS-RPT-LINE(41:5)
               MOVE PA-WORST(PA-SUB) TO WS-DAYS-EDIT
               MOVE WS-DAYS-EDIT TO WS-RPT-LINE(47:4)
           END-IF.
           IF PA-AGREED-X(PA-SUB) NOT = SPACES
               MOVE "LATE" TO WS-RPT-LINE(53:4)
               MOVE PA-LATE(PA-SUB) TO WS-COUNT-EDIT
               MOVE WS-COUNT-EDIT TO WS-RPT-LINE(58:5)
           END-IF.
           IF PA-ON-FILE(PA-SUB) = "N"
               MOVE "NOT ON PARTNER FILE" TO WS-RPT-LINE(65:19)
           END-IF.
           PERFORM WRITE-REPORT-LINE.

       WRITE-WEEK-SECTION.
           MOVE "WEEK OVER WEEK" TO WS-HDR-TITLE.
           PERFORM WRITE-PAGE-HEADER.
           MOVE "AVERAGE PER WEEK AGAINST THE WEEK BEFORE" TO
               WS-RPT-LINE.
           PERFORM WRITE-REPORT-LINE.
           PERFORM WRITE-ONE-WEEK
               VARYING WK-SUB FROM 1 BY 1 UNTIL WK-SUB > WEEK-COUNT.
           IF WEEK-COUNT = 0
               MOVE "  (NO ACTIVITY IN RANGE)" TO WS-RPT-LINE
               PERFORM WRITE-REPORT-LINE
           END-IF.

       WRITE-ONE-WEEK.
      * only the calendar week just before counts as the prior week
           MOVE 0 TO WS-PREV-WEEK.
           IF WK-SUB > 1
               IF WK-NUM(WK-SUB - 1) + 1 = WK-NUM(WK-SUB)
                   COMPUTE WS-PREV-WEEK = WK-SUB - 1
               END-IF
           END-IF.
           MOVE SPACES TO WS-RPT-LINE.
           PERFORM WRITE-REPORT-LINE.
           COMPUTE WS-DAY-INT = WK-NUM(WK-SUB) * 7 - 6.
           MOVE FUNCTION DATE-OF-INTEGER(WS-DAY-INT) TO WS-DATE-EDIT.
           MOVE SPACES TO WS-RPT-LINE.
           STRING "WEEK OF " DELIMITED BY SIZE
               WS-DATE-EDIT DELIMITED BY SIZE
               INTO WS-RPT-LINE
           END-STRING.
           MOVE "COUNT" TO WS-RPT-LINE(27:5).
           MOVE " THIS WEEK  PRIOR WEEK  CHANGE" TO WS-RPT-LINE(34:30).
           PERFORM WRITE-REPORT-LINE.
           IF WK-DAYS(WK-SUB) > 0
               MOVE "BATCH WINDOW" TO WS-ITEM-LABEL
               MOVE "T" TO WS-ITEM-KIND
               MOVE WK-DAYS(WK-SUB) TO WS-COUNT-EDIT
               COMPUTE WS-AVG-THIS ROUNDED =
                   WK-WINDOW-SECS(WK-SUB) / WK-DAYS(WK-SUB)
               MOVE "N" TO WS-HAS-PREV
               IF WS-PREV-WEEK > 0
                   IF WK-DAYS(WS-PREV-WEEK) > 0
                       MOVE "Y" TO WS-HAS-PREV
                       COMPUTE WS-AVG-PREV ROUNDED =
                           WK-WINDOW-SECS(WS-PREV-WEEK)
                           / WK-DAYS(WS-PREV-WEEK)
                   END-IF
               END-IF
               MOVE WS-WINDOW-TARGET TO WS-AVG-LIMIT
               MOVE "N" TO WS-HAS-LIMIT
               IF WS-WINDOW-TARGET > 0
                   MOVE "Y" TO WS-HAS-LIMIT
               END-IF
               PERFORM WRITE-WEEK-ITEM
           END-IF.
           PERFORM WRITE-WEEK-STEP
               VARYING SP-SUB FROM 1 BY 1 UNTIL SP-SUB > STEP-COUNT.
           PERFORM WRITE-WEEK-PARTNER
               VARYING PA-SUB FROM 1 BY 1 UNTIL PA-SUB > PARTNER-COUNT.

       WRITE-WEEK-STEP.
           IF WKS-RUNS(WK-SUB, SP-SUB) > 0
               MOVE SP-PROGRAM(SP-SUB) TO WS-ITEM-LABEL
               MOVE "T" TO WS-ITEM-KIND
               MOVE WKS-RUNS(WK-SUB, SP-SUB) TO WS-COUNT-EDIT
               COMPUTE WS-AVG-THIS ROUNDED =
                   WKS-SECS(WK-SUB, SP-SUB) / WKS-RUNS(WK-SUB, SP-SUB)
               MOVE "N" TO WS-HAS-PREV
               IF WS-PREV-WEEK > 0
                   IF WKS-RUNS(WS-PREV-WEEK, SP-SUB) > 0
                       MOVE "Y" TO WS-HAS-PREV
                       COMPUTE WS-AVG-PREV ROUNDED =
                           WKS-SECS(WS-PREV-WEEK, SP-SUB)
                           / WKS-RUNS(WS-PREV-WEEK, SP-SUB)
                   END-IF
               END-IF
               MOVE 0 TO WS-AVG-LIMIT
               MOVE SP-HAS-TARGET(SP-SUB) TO WS-HAS-LIMIT
               IF SP-HAS-TARGET(SP-SUB) = "Y"
                   MOVE SP-TARGET-SECS(SP-SUB) TO WS-AVG-LIMIT
               END-IF
               PERFORM WRITE-WEEK-ITEM
           END-IF.

       WRITE-WEEK-PARTNER.
           IF WKP-BATCHES(WK-SUB, PA-SUB) > 0
               MOVE SPACES TO WS-ITEM-LABEL
               STRING "TURNAROUND " DELIMITED BY SIZE
                   PA-PARTNER(PA-SUB) DELIMITED BY SIZE
                   INTO WS-ITEM-LABEL
               END-STRING
               MOVE "D" TO WS-ITEM-KIND
               MOVE WKP-BATCHES(WK-SUB, PA-SUB) TO WS-COUNT-EDIT
               COMPUTE WS-AVG-THIS ROUNDED =
                   WKP-DAYS(WK-SUB, PA-SUB)
                   / WKP-BATCHES(WK-SUB, PA-SUB)
               MOVE "N" TO WS-HAS-PREV
               IF WS-PREV-WEEK > 0
                   IF WKP-BATCHES(WS-PREV-WEEK, PA-SUB) > 0
                       MOVE "Y" TO WS-HAS-PREV
                       COMPUTE WS-AVG-PREV ROUNDED =
                           WKP-DAYS(WS-PREV-WEEK, PA-SUB)
                           / WKP-BATCHES(WS-PREV-WEEK, PA-SUB)
                   END-IF
               END-IF
      * a same-day agreement (0 days) is still an agreement
               MOVE 0 TO WS-AVG-LIMIT
               MOVE "N" TO WS-HAS-LIMIT
               IF PA-AGREED-X(PA-SUB) NOT = SPACES
                   MOVE "Y" TO WS-HAS-LIMIT
                   MOVE PA-AGREED(PA-SUB) TO WS-AVG-LIMIT
               END-IF
               PERFORM WRITE-WEEK-ITEM
           END-IF.

       WRITE-WEEK-ITEM.
      * WS-AVG-LIMIT = the target or agreement when WS-HAS-LIMIT is
      * "Y"; an agreement of 0 days is only ever over, never near
           MOVE SPACES TO WS-RPT-LINE.
           MOVE WS-ITEM-LABEL TO WS-RPT-LINE(3:20).
           MOVE WS-COUNT-EDIT TO WS-RPT-LINE(27:5).
           IF WS-ITEM-KIND = "T"
               COMPUTE WS-HMS-SECS ROUNDED = WS-AVG-THIS
               PERFORM FORMAT-HMS
               MOVE WS-HMS TO WS-RPT-LINE(35:9)
           ELSE
               MOVE WS-AVG-THIS TO WS-AVG-DAYS-EDIT
               MOVE WS-AVG-DAYS-EDIT TO WS-RPT-LINE(34:5)
               MOVE "DAYS" TO WS-RPT-LINE(40:4)
           END-IF.
           IF WS-HAS-PREV = "Y"
               IF WS-ITEM-KIND = "T"
                   COMPUTE WS-HMS-SECS ROUNDED = WS-AVG-PREV
                   PERFORM FORMAT-HMS
                   MOVE WS-HMS TO WS-RPT-LINE(47:9)
               ELSE
                   MOVE WS-AVG-PREV TO WS-AVG-DAYS-EDIT
                   MOVE WS-AVG-DAYS-EDIT TO WS-RPT-LINE(46:5)
                   MOVE "DAYS" TO WS-RPT-LINE(52:4)
               END-IF
               IF WS-AVG-PREV > 0
                   COMPUTE WS-CHG-PCT ROUNDED =
                       (WS-AVG-THIS - WS-AVG-PREV) * 100 / WS-AVG-PREV
                   MOVE WS-CHG-PCT TO WS-PCT-EDIT
                   MOVE WS-PCT-EDIT TO WS-RPT-LINE(58:5)
                   MOVE "%" TO WS-RPT-LINE(63:1)
               END-IF
           ELSE
               MOVE "NONE" TO WS-RPT-LINE(52:4)
           END-IF.
           IF WS-HAS-LIMIT = "Y"
               COMPUTE WS-WARN-LIMIT = WS-AVG-LIMIT * SLA-WARN-PCT / 100
               EVALUATE TRUE
                   WHEN WS-AVG-THIS > WS-AVG-LIMIT
                       IF WS-ITEM-KIND = "T"
                           MOVE "OVER TARGET" TO WS-RPT-LINE(66:11)
                       ELSE
                           MOVE "OVER AGREEMENT" TO WS-RPT-LINE(66:14)
                       END-IF
                   WHEN WS-AVG-THIS >= WS-WARN-LIMIT
                       AND WS-AVG-LIMIT > 0
                       IF WS-ITEM-KIND = "T"
                           MOVE "NEAR TARGET" TO WS-RPT-LINE(66:11)
                       ELSE
                           MOVE "NEAR AGREEMENT" TO WS-RPT-LINE(66:14)
                       END-IF
               END-EVALUATE
           END-IF.
           PERFORM WRITE-REPORT-LINE.

       WRITE-SUMMARY-PAGE.
           MOVE "SUMMARY" TO WS-HDR-TITLE.
           PERFORM WRITE-PAGE-HEADER.
           MOVE "DAYS WITH STEP RUNS" TO WS-ITEM-LABEL.
           MOVE DAY-COUNT TO WS-TOT-EDIT.
           PERFORM WRITE-SUMMARY-LINE.
           MOVE "STEP RUNS" TO WS-ITEM-LABEL.
           MOVE WS-RUNS-LISTED TO WS-TOT-EDIT.
           PERFORM WRITE-SUMMARY-LINE.
           MOVE "STEPS OVER TARGET" TO WS-ITEM-LABEL.
           MOVE TOT-OVERRUNS TO WS-TOT-EDIT.
           PERFORM WRITE-SUMMARY-LINE.
           MOVE "STEPS NOT ENDED" TO WS-ITEM-LABEL.
           MOVE TOT-NO-END TO WS-TOT-EDIT.
           PERFORM WRITE-SUMMARY-LINE.
           MOVE "STEPS ENDED NONZERO" TO WS-ITEM-LABEL.
           MOVE TOT-FAILED TO WS-TOT-EDIT.
           PERFORM WRITE-SUMMARY-LINE.
           MOVE "WINDOWS OVER TARGET" TO WS-ITEM-LABEL.
           MOVE TOT-WINDOW-OVER TO WS-TOT-EDIT.
           PERFORM WRITE-SUMMARY-LINE.
           MOVE "BATCHES MEASURED" TO WS-ITEM-LABEL.
           MOVE TOT-BATCHES TO WS-TOT-EDIT.
           PERFORM WRITE-SUMMARY-LINE.
           MOVE "BATCHES LATE" TO WS-ITEM-LABEL.
           MOVE TOT-LATE TO WS-TOT-EDIT.
           PERFORM WRITE-SUMMARY-LINE.
           MOVE "NO USABLE CREATE DT" TO WS-ITEM-LABEL.
           MOVE TOT-NO-CREATE TO WS-TOT-EDIT.
           PERFORM WRITE-SUMMARY-LINE.
           MOVE "AUDIT FILES READ" TO WS-ITEM-LABEL.
           MOVE TOT-FILES-READ TO WS-TOT-EDIT.
           PERFORM WRITE-SUMMARY-LINE.

       WRITE-SUMMARY-LINE.
           MOVE SPACES TO WS-RPT-LINE.
           MOVE WS-ITEM-LABEL TO WS-RPT-LINE(1:20).
           MOVE WS-TOT-EDIT TO WS-RPT-LINE(24:7).
           PERFORM WRITE-REPORT-LINE.

       FORMAT-CLOCK.
           MOVE SPACES TO WS-CLOCK.
           STRING WS-CLOCK-IN(1:2) DELIMITED BY SIZE
               ":" DELIMITED BY SIZE
               WS-CLOCK-IN(3:2) DELIMITED BY SIZE
               ":" DELIMITED BY SIZE
               WS-CLOCK-IN(5:2) DELIMITED BY SIZE
               INTO WS-CLOCK
           END-STRING.

       FORMAT-HMS.
      * hours:minutes:seconds, hours right-justified in 3
           DIVIDE WS-HMS-SECS BY 3600 GIVING WS-HMS-HOURS
               REMAINDER WS-HMS-REM.
           DIVIDE WS-HMS-REM BY 60 GIVING WS-HMS-MINS
               REMAINDER WS-HMS-SS.
           IF WS-HMS-HOURS > 999
               MOVE 999 TO WS-HMS-HOURS
           END-IF.
           MOVE WS-HMS-HOURS TO WS-HMS-HRS-EDIT.
           MOVE SPACES TO WS-HMS.
           STRING WS-HMS-HRS-EDIT DELIMITED BY SIZE
               ":" DELIMITED BY SIZE
               WS-HMS-MINS DELIMITED BY SIZE
               ":" DELIMITED BY SIZE
               WS-HMS-SS DELIMITED BY SIZE
               INTO WS-HMS
           END-STRING.

       WRITE-PAGE-HEADER.
           ADD 1 TO RPT-PAGE-NUM.
           MOVE RPT-PAGE-NUM TO RPT-PAGE-EDIT.
           MOVE SPACES TO REPORT-RECORD.
           STRING "BATCH WINDOW AND TURNAROUND SLA  " DELIMITED BY SIZE
               WS-SEL-DATE-FROM DELIMITED BY SIZE
               "-" DELIMITED BY SIZE
               WS-SEL-DATE-TO DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               WS-HDR-TITLE DELIMITED BY SIZE
               "    PAGE " DELIMITED BY SIZE
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
           MOVE "SLARPT" TO RS-PROGRAM.
           MOVE "S" TO RS-TYPE.
           MOVE FUNCTION CURRENT-DATE TO RS-TIMESTAMP.
           MOVE 0 TO RS-RECORDS.
           MOVE 0 TO RS-COMP-CODE.
           WRITE RUNSTAT-RECORD.
           CLOSE RUNSTAT-FILE.

       WRITE-RUN-END.
           PERFORM OPEN-RUN-STATUS.
           MOVE SPACES TO RUNSTAT-RECORD.
           MOVE "SLARPT" TO RS-PROGRAM.
           MOVE "E" TO RS-TYPE.
           MOVE FUNCTION CURRENT-DATE TO RS-TIMESTAMP.
           MOVE WS-RUNS-LISTED TO RS-RECORDS.
           MOVE 0 TO RS-COMP-CODE.
           WRITE RUNSTAT-RECORD.
           CLOSE RUNSTAT-FILE.
