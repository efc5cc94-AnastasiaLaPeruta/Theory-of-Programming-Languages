       IDENTIFICATION DIVISION.
       PROGRAM-ID. MSTRBACK.
      * Message master rollback. Backs out one named run - for
      * example a single KEYROTAT execution - from the before/after
      * image journal (MSTJRNL.DAT). The run is named by PROGRAM and
      * RUN-ID parameters in data/RUNCTL.DAT; RUN-ID is the run's
      * start timestamp as journalled (and as on its RUNSTAT.DAT "S"
      * record), and may be given as a leading part of it provided
      * only one run of that program matches. Before anything is
      * changed, every record the run touched is checked against
      * the run's last image of it; if any has been changed again
      * since, the rollback is refused and nothing is touched. The
      * run's changes are then reversed, latest first: an add is
      * deleted, a change is rewritten with its before image and a
      * delete is re-added. The reversal is itself journalled under
      * MSTRBACK, and a control report (RBACKRPT.DAT) lists every
      * record restored.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RUNSTAT-FILE ASSIGN TO "RUNSTAT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RUNSTAT-STATUS.
           SELECT MASTER-FILE ASSIGN TO "NEWCIPMST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS MST-KEY
               FILE STATUS IS MASTER-STATUS.
           SELECT JOURNAL-FILE ASSIGN TO "MSTJRNL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS JOURNAL-STATUS.
           SELECT REPORT-FILE ASSIGN TO "RBACKRPT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS REPORT-STATUS.
           SELECT RUNCTL-FILE ASSIGN TO "data/RUNCTL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RUNCTL-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD MASTER-FILE.
       01 MASTER-RECORD.
           05 MST-KEY.
               10 MST-MSG-ID    PIC X(6).
               10 MST-SEG-NO    PIC 99.
           05 MST-STATUS        PIC X.
           05 MST-DATE-PROC     PIC 9(8).
           05 MST-KEY-ID        PIC X(8).
           05 MST-SHIFT         PIC 99.
           05 MST-CIPHER-MODE   PIC 9.
           05 MST-ENC           PIC X(25).
           05 MST-DEC           PIC X(25).
           05 MST-SEG-COUNT     PIC 99.
           05 MST-PARTNER       PIC X(8).
           05 MST-BATCH-ID      PIC X(8).

       FD JOURNAL-FILE.
       01 JOURNAL-RECORD.
           05 JR-TIMESTAMP      PIC X(21).
           05 FILLER            PIC X.
           05 JR-PROGRAM        PIC X(13).
           05 FILLER            PIC X.
           05 JR-RUN-ID         PIC X(21).
           05 FILLER            PIC X.
           05 JR-OPERATOR       PIC X(20).
           05 FILLER            PIC X.
           05 JR-ACTION         PIC X.
      * "A" = added, "C" = changed, "D" = deleted
           05 FILLER            PIC X.
           05 JR-BEFORE         PIC X(96).
           05 FILLER            PIC X.
           05 JR-AFTER          PIC X(96).

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
       01 MASTER-STATUS PIC XX.
       01 JOURNAL-STATUS PIC XX.
       01 REPORT-STATUS PIC XX.
       01 JOURNAL-EOF   PIC X     VALUE "N".
       01 WS-OPERATOR   PIC X(20).
      * operator authority (data/OPERAUTH.DAT), checked by OPERAUTH
       01 WS-AUTH-PROGRAM PIC X(13) VALUE "MSTRBACK".
       01 WS-AUTH-MODES   PIC X(10) VALUE SPACES.
       01 WS-AUTH-RC      PIC 99    VALUE 0.
       01 WS-AUTH-REASON  PIC X(40) VALUE SPACES.
       01 WS-RUN-TIMESTAMP PIC X(21) VALUE SPACES.
       01 WS-RUN-RC     PIC 99    VALUE 0.

      * the run being backed out
       01 WS-RB-PROGRAM PIC X(13) VALUE SPACES.
       01 WS-RB-RUN-ID  PIC X(21) VALUE SPACES.
       01 WS-RB-ID-LEN  PIC 99    VALUE 0.
       01 WS-MATCH-RUN-ID PIC X(21) VALUE SPACES.
       01 WS-AMBIGUOUS  PIC X     VALUE "N".
       01 WS-OVERFLOW   PIC X     VALUE "N".

       01 WS-CHANGED-COUNT PIC 9(6) VALUE 0.
       01 WS-REVERSED-COUNT PIC 9(6) VALUE 0.
       01 WS-FAILED-COUNT PIC 9(6) VALUE 0.
       01 WS-COUNT-EDIT PIC ZZZZZ9.
       01 WS-LAST-FOR-KEY PIC X   VALUE "N".
       01 WS-ENTRY-REASON PIC X(40) VALUE SPACES.
       01 WS-ENTRY-ACTION PIC X(30) VALUE SPACES.

      * journal entry being written for the reversal
       01 WS-JRNL-ACTION PIC X    VALUE SPACE.
       01 WS-BEFORE-IMAGE PIC X(96) VALUE SPACES.
       01 WS-AFTER-IMAGE PIC X(96) VALUE SPACES.

      * the named run's journal entries, in the order written
       01 RUN-ENTRY-TABLE.
           05 RE-COUNT      PIC 9(4) VALUE 0.
           05 RE-ENTRY OCCURS 2000 TIMES.
               10 RE-ACTION PIC X.
               10 RE-KEY    PIC X(8).
               10 RE-BEFORE PIC X(96).
               10 RE-AFTER  PIC X(96).
       01 RE-SUB        PIC 9(4)  VALUE 0.
       01 RE-LATER-SUB  PIC 9(4)  VALUE 0.

      * report paging
       01 WS-RPT-LINE   PIC X(100).
       01 RPT-PAGE-NUM  PIC 99 VALUE 0.
       01 RPT-LINE-COUNT PIC 99 VALUE 0.
       01 RPT-LINES-PER-PAGE PIC 99 VALUE 20.
       01 RPT-PAGE-EDIT PIC Z9.

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

       PROCEDURE DIVISION.
       MAIN.
           PERFORM WRITE-RUN-START.
           PERFORM GET-PARAMETERS.
           PERFORM LOAD-RUN-ENTRIES.
           OPEN OUTPUT REPORT-FILE.
           IF REPORT-STATUS NOT = "00"
               DISPLAY "Unable to open RBACKRPT.DAT, status "
                   REPORT-STATUS
               STOP RUN
           END-IF.
           PERFORM WRITE-PAGE-HEADER.
           OPEN I-O MASTER-FILE.
           IF MASTER-STATUS NOT = "00"
               DISPLAY "Unable to open NEWCIPMST.DAT, status "
                   MASTER-STATUS
               STOP RUN
           END-IF.
           PERFORM VERIFY-RUN-ENTRY
               VARYING RE-SUB FROM 1 BY 1 UNTIL RE-SUB > RE-COUNT.
           IF WS-CHANGED-COUNT > 0
               PERFORM REFUSE-ROLLBACK
           ELSE
               PERFORM APPLY-ROLLBACK
           END-IF.
           CLOSE MASTER-FILE.
           PERFORM WRITE-REPORT-SUMMARY.
           CLOSE REPORT-FILE.
           DISPLAY "MSTRBACK: " WS-REVERSED-COUNT " change(s) of "
               FUNCTION TRIM(WS-RB-PROGRAM) " run " WS-MATCH-RUN-ID
               " reversed, report in RBACKRPT.DAT".
           IF WS-CHANGED-COUNT > 0 OR WS-FAILED-COUNT > 0
               MOVE 8 TO WS-RUN-RC
           END-IF.
           PERFORM WRITE-RUN-END.
           MOVE WS-RUN-RC TO RETURN-CODE.
           STOP RUN.

       GET-PARAMETERS.
           PERFORM LOAD-RUN-CONTROL.
           ACCEPT WS-OPERATOR FROM ENVIRONMENT "USER".
           PERFORM CHECK-OPERATOR-AUTHORITY.
           MOVE "PROGRAM" TO WS-RUNCTL-KEYWORD.
           PERFORM GET-RUN-PARM.
           MOVE FUNCTION TRIM(WS-RUNCTL-VALUE) TO WS-RB-PROGRAM.
           IF WS-RB-PROGRAM = SPACES
               DISPLAY "MSTRBACK: PROGRAM missing from "
                   "data/RUNCTL.DAT - run refused"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE "RUN-ID" TO WS-RUNCTL-KEYWORD.
           PERFORM GET-RUN-PARM.
           MOVE FUNCTION TRIM(WS-RUNCTL-VALUE) TO WS-RB-RUN-ID.
           IF WS-RB-RUN-ID = SPACES
               DISPLAY "MSTRBACK: RUN-ID missing from "
                   "data/RUNCTL.DAT - run refused"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           COMPUTE WS-RB-ID-LEN = FUNCTION LENGTH(
               FUNCTION TRIM(WS-RB-RUN-ID)).

       CHECK-OPERATOR-AUTHORITY.
      * the operator must hold this program, and every mode the run
      * uses, on data/OPERAUTH.DAT; OPERAUTH logs a refusal to
      * SECVIOL.DAT and the run ends with RC 12
           CALL "OPERAUTH" USING WS-AUTH-PROGRAM WS-OPERATOR
               WS-AUTH-MODES WS-AUTH-RC WS-AUTH-REASON.
           IF WS-AUTH-RC NOT = 0
               DISPLAY "MSTRBACK: operator " FUNCTION TRIM(WS-OPERATOR)
                   " refused - " FUNCTION TRIM(WS-AUTH-REASON)
               PERFORM WRITE-RUN-REFUSED
               MOVE WS-AUTH-RC TO RETURN-CODE
               STOP RUN
           END-IF.

       LOAD-RUN-CONTROL.
           MOVE 0 TO RUNCTL-COUNT.
           MOVE "N" TO RUNCTL-EOF.
           OPEN INPUT RUNCTL-FILE.
           IF RUNCTL-STATUS NOT = "00"
               DISPLAY "MSTRBACK: unable to open data/RUNCTL.DAT, "
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
                       AND RC-PROGRAM = "MSTRBACK"
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

       LOAD-RUN-ENTRIES.
      * every journal entry of the named run, in the order written;
      * a RUN-ID that matches two runs of the program names neither
           MOVE 0 TO RE-COUNT.
           MOVE "N" TO JOURNAL-EOF.
           OPEN INPUT JOURNAL-FILE.
           IF JOURNAL-STATUS NOT = "00"
               DISPLAY "MSTRBACK: unable to open MSTJRNL.DAT, "
                   "status " JOURNAL-STATUS " - run refused"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM LOAD-RUN-ENTRY UNTIL JOURNAL-EOF = "Y".
           CLOSE JOURNAL-FILE.
           IF WS-AMBIGUOUS = "Y"
               DISPLAY "MSTRBACK: RUN-ID " FUNCTION TRIM(WS-RB-RUN-ID)
                   " matches more than one "
                   FUNCTION TRIM(WS-RB-PROGRAM)
                   " run on MSTJRNL.DAT - run refused"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           IF RE-COUNT = 0
               DISPLAY "MSTRBACK: no " FUNCTION TRIM(WS-RB-PROGRAM)
                   " run " FUNCTION TRIM(WS-RB-RUN-ID)
                   " on MSTJRNL.DAT - run refused"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           IF WS-OVERFLOW = "Y"
               DISPLAY "MSTRBACK: run has more than 2000 journal "
                   "entries - run refused"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

       LOAD-RUN-ENTRY.
           READ JOURNAL-FILE
               AT END MOVE "Y" TO JOURNAL-EOF
               NOT AT END
                   IF JR-PROGRAM = WS-RB-PROGRAM
                       AND JR-RUN-ID(1:WS-RB-ID-LEN) =
                           WS-RB-RUN-ID(1:WS-RB-ID-LEN)
                       PERFORM TAKE-RUN-ENTRY
                   END-IF
           END-READ.

       TAKE-RUN-ENTRY.
           IF WS-MATCH-RUN-ID = SPACES
               MOVE JR-RUN-ID TO WS-MATCH-RUN-ID
           END-IF.
           IF JR-RUN-ID NOT = WS-MATCH-RUN-ID
               MOVE "Y" TO WS-AMBIGUOUS
           ELSE
               IF RE-COUNT < 2000
                   ADD 1 TO RE-COUNT
                   MOVE JR-ACTION TO RE-ACTION(RE-COUNT)
                   MOVE JR-BEFORE TO RE-BEFORE(RE-COUNT)
                   MOVE JR-AFTER TO RE-AFTER(RE-COUNT)
                   IF JR-ACTION = "A"
                       MOVE JR-AFTER(1:8) TO RE-KEY(RE-COUNT)
                   ELSE
                       MOVE JR-BEFORE(1:8) TO RE-KEY(RE-COUNT)
                   END-IF
               ELSE
                   MOVE "Y" TO WS-OVERFLOW
               END-IF
           END-IF.

       VERIFY-RUN-ENTRY.
      * only the run's last image of a record says what the record
      * should hold now
           MOVE "Y" TO WS-LAST-FOR-KEY.
           PERFORM VARYING RE-LATER-SUB FROM RE-SUB BY 1
                   UNTIL RE-LATER-SUB >= RE-COUNT
                   OR WS-LAST-FOR-KEY = "N"
               IF RE-KEY(RE-LATER-SUB + 1) = RE-KEY(RE-SUB)
                   MOVE "N" TO WS-LAST-FOR-KEY
               END-IF
           END-PERFORM.
           IF WS-LAST-FOR-KEY = "Y"
               PERFORM VERIFY-CURRENT-RECORD
           END-IF.

       VERIFY-CURRENT-RECORD.
           MOVE SPACES TO WS-ENTRY-REASON.
           MOVE RE-KEY(RE-SUB) TO MST-KEY.
           READ MASTER-FILE
               INVALID KEY
                   IF RE-ACTION(RE-SUB) NOT = "D"
                       MOVE "NO LONGER ON NEWCIPMST.DAT"
                           TO WS-ENTRY-REASON
                   END-IF
               NOT INVALID KEY
                   IF RE-ACTION(RE-SUB) = "D"
                       MOVE "ADDED AGAIN SINCE THE RUN"
                           TO WS-ENTRY-REASON
                   ELSE
                       IF MASTER-RECORD NOT = RE-AFTER(RE-SUB)
                           MOVE "CHANGED AGAIN SINCE THE RUN"
                               TO WS-ENTRY-REASON
                       END-IF
                   END-IF
           END-READ.
           IF WS-ENTRY-REASON NOT = SPACES
               ADD 1 TO WS-CHANGED-COUNT
               MOVE SPACES TO WS-RPT-LINE
               STRING RE-KEY(RE-SUB)(1:6) DELIMITED BY SIZE
                   " SEG " DELIMITED BY SIZE
                   RE-KEY(RE-SUB)(7:2) DELIMITED BY SIZE
                   "  NOT RESTORED: " DELIMITED BY SIZE
                   FUNCTION TRIM(WS-ENTRY-REASON) DELIMITED BY SIZE
                   INTO WS-RPT-LINE
               END-STRING
               PERFORM WRITE-REPORT-LINE
           END-IF.

       REFUSE-ROLLBACK.
           MOVE SPACES TO WS-RPT-LINE.
           PERFORM WRITE-REPORT-LINE.
           MOVE WS-CHANGED-COUNT TO WS-COUNT-EDIT.
           MOVE SPACES TO WS-RPT-LINE.
           STRING "ROLLBACK REFUSED - " DELIMITED BY SIZE
               WS-COUNT-EDIT DELIMITED BY SIZE
               " RECORD(S) CHANGED SINCE THE RUN, NOTHING RESTORED"
                   DELIMITED BY SIZE
               INTO WS-RPT-LINE
           END-STRING.
           PERFORM WRITE-REPORT-LINE.
           DISPLAY "MSTRBACK: " WS-CHANGED-COUNT " record(s) changed "
               "since the run - rollback refused".

       APPLY-ROLLBACK.
           OPEN EXTEND JOURNAL-FILE.
           IF JOURNAL-STATUS NOT = "00"
               DISPLAY "Unable to open MSTJRNL.DAT, status "
                   JOURNAL-STATUS
               STOP RUN
           END-IF.
           PERFORM REVERSE-RUN-ENTRY
               VARYING RE-SUB FROM RE-COUNT BY -1 UNTIL RE-SUB < 1.
           CLOSE JOURNAL-FILE.

       REVERSE-RUN-ENTRY.
           MOVE RE-KEY(RE-SUB) TO MST-KEY.
           MOVE SPACES TO WS-BEFORE-IMAGE.
           MOVE SPACES TO WS-ENTRY-REASON.
           READ MASTER-FILE
               INVALID KEY CONTINUE
               NOT INVALID KEY MOVE MASTER-RECORD TO WS-BEFORE-IMAGE
           END-READ.
           EVALUATE RE-ACTION(RE-SUB)
               WHEN "A"
                   MOVE "ADD REVERSED - RECORD DELETED"
                       TO WS-ENTRY-ACTION
                   MOVE RE-KEY(RE-SUB) TO MST-KEY
                   DELETE MASTER-FILE RECORD
                       INVALID KEY
                           MOVE "DELETE FAILED" TO WS-ENTRY-REASON
                       NOT INVALID KEY
                           MOVE "D" TO WS-JRNL-ACTION
                           MOVE SPACES TO WS-AFTER-IMAGE
                           PERFORM WRITE-JOURNAL-ENTRY
                   END-DELETE
               WHEN "C"
                   MOVE "CHANGE REVERSED - BEFORE IMAGE"
                       TO WS-ENTRY-ACTION
                   MOVE RE-BEFORE(RE-SUB) TO MASTER-RECORD
                   REWRITE MASTER-RECORD
                       INVALID KEY
                           MOVE "REWRITE FAILED" TO WS-ENTRY-REASON
                       NOT INVALID KEY
                           MOVE "C" TO WS-JRNL-ACTION
                           MOVE MASTER-RECORD TO WS-AFTER-IMAGE
                           PERFORM WRITE-JOURNAL-ENTRY
                   END-REWRITE
               WHEN "D"
                   MOVE "DELETE REVERSED - RECORD RE-ADDED"
                       TO WS-ENTRY-ACTION
                   MOVE RE-BEFORE(RE-SUB) TO MASTER-RECORD
                   WRITE MASTER-RECORD
                       INVALID KEY
                           MOVE "ADD FAILED" TO WS-ENTRY-REASON
                       NOT INVALID KEY
                           MOVE "A" TO WS-JRNL-ACTION
                           MOVE MASTER-RECORD TO WS-AFTER-IMAGE
                           PERFORM WRITE-JOURNAL-ENTRY
                   END-WRITE
               WHEN OTHER
                   MOVE SPACES TO WS-ENTRY-ACTION
                   MOVE "UNKNOWN JOURNAL ACTION" TO WS-ENTRY-REASON
           END-EVALUATE.
           MOVE SPACES TO WS-RPT-LINE.
           IF WS-ENTRY-REASON = SPACES
               ADD 1 TO WS-REVERSED-COUNT
               STRING RE-KEY(RE-SUB)(1:6) DELIMITED BY SIZE
                   " SEG " DELIMITED BY SIZE
                   RE-KEY(RE-SUB)(7:2) DELIMITED BY SIZE
                   "  " DELIMITED BY SIZE
                   WS-ENTRY-ACTION DELIMITED BY SIZE
                   INTO WS-RPT-LINE
               END-STRING
           ELSE
               ADD 1 TO WS-FAILED-COUNT
               STRING RE-KEY(RE-SUB)(1:6) DELIMITED BY SIZE
                   " SEG " DELIMITED BY SIZE
                   RE-KEY(RE-SUB)(7:2) DELIMITED BY SIZE
                   "  FAILED: " DELIMITED BY SIZE
                   FUNCTION TRIM(WS-ENTRY-REASON) DELIMITED BY SIZE
                   " STATUS " DELIMITED BY SIZE
                   MASTER-STATUS DELIMITED BY SIZE
                   INTO WS-RPT-LINE
               END-STRING
           END-IF.
           PERFORM WRITE-REPORT-LINE.

       WRITE-JOURNAL-ENTRY.
           MOVE SPACES TO JOURNAL-RECORD.
           MOVE FUNCTION CURRENT-DATE TO JR-TIMESTAMP.
           MOVE "MSTRBACK" TO JR-PROGRAM.
           MOVE WS-RUN-TIMESTAMP TO JR-RUN-ID.
           MOVE WS-OPERATOR TO JR-OPERATOR.
           MOVE WS-JRNL-ACTION TO JR-ACTION.
           MOVE WS-BEFORE-IMAGE TO JR-BEFORE.
           MOVE WS-AFTER-IMAGE TO JR-AFTER.
           WRITE JOURNAL-RECORD.

       WRITE-REPORT-SUMMARY.
           MOVE SPACES TO WS-RPT-LINE.
           PERFORM WRITE-REPORT-LINE.
           MOVE RE-COUNT TO WS-COUNT-EDIT.
           MOVE SPACES TO WS-RPT-LINE.
           STRING "JOURNAL ENTRIES FOR RUN  " DELIMITED BY SIZE
               WS-COUNT-EDIT DELIMITED BY SIZE
               INTO WS-RPT-LINE
           END-STRING.
           PERFORM WRITE-REPORT-LINE.
           MOVE WS-CHANGED-COUNT TO WS-COUNT-EDIT.
           MOVE SPACES TO WS-RPT-LINE.
           STRING "CHANGED SINCE THE RUN    " DELIMITED BY SIZE
               WS-COUNT-EDIT DELIMITED BY SIZE
               INTO WS-RPT-LINE
           END-STRING.
           PERFORM WRITE-REPORT-LINE.
           MOVE WS-REVERSED-COUNT TO WS-COUNT-EDIT.
           MOVE SPACES TO WS-RPT-LINE.
           STRING "CHANGES REVERSED         " DELIMITED BY SIZE
               WS-COUNT-EDIT DELIMITED BY SIZE
               INTO WS-RPT-LINE
           END-STRING.
           PERFORM WRITE-REPORT-LINE.
           MOVE WS-FAILED-COUNT TO WS-COUNT-EDIT.
           MOVE SPACES TO WS-RPT-LINE.
           STRING "REVERSALS FAILED         " DELIMITED BY SIZE
               WS-COUNT-EDIT DELIMITED BY SIZE
               INTO WS-RPT-LINE
           END-STRING.
           PERFORM WRITE-REPORT-LINE.

       WRITE-PAGE-HEADER.
           ADD 1 TO RPT-PAGE-NUM.
           MOVE RPT-PAGE-NUM TO RPT-PAGE-EDIT.
           MOVE SPACES TO REPORT-RECORD.
           STRING "MASTER ROLLBACK REPORT  " DELIMITED BY SIZE
               WS-RB-PROGRAM DELIMITED BY SIZE
               " RUN " DELIMITED BY SIZE
               WS-MATCH-RUN-ID DELIMITED BY SIZE
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
           MOVE "MSTRBACK" TO RS-PROGRAM.
           MOVE "S" TO RS-TYPE.
           MOVE FUNCTION CURRENT-DATE TO WS-RUN-TIMESTAMP.
           MOVE WS-RUN-TIMESTAMP TO RS-TIMESTAMP.
           MOVE 0 TO RS-RECORDS.
           MOVE 0 TO RS-COMP-CODE.
           WRITE RUNSTAT-RECORD.
           CLOSE RUNSTAT-FILE.

       WRITE-RUN-END.
           PERFORM OPEN-RUN-STATUS.
           MOVE SPACES TO RUNSTAT-RECORD.
           MOVE "MSTRBACK" TO RS-PROGRAM.
           MOVE "E" TO RS-TYPE.
           MOVE FUNCTION CURRENT-DATE TO RS-TIMESTAMP.
           MOVE WS-REVERSED-COUNT TO RS-RECORDS.
           MOVE WS-RUN-RC TO RS-COMP-CODE.
           WRITE RUNSTAT-RECORD.
           CLOSE RUNSTAT-FILE.

       WRITE-RUN-REFUSED.
           PERFORM OPEN-RUN-STATUS.
           MOVE SPACES TO RUNSTAT-RECORD.
           MOVE "MSTRBACK" TO RS-PROGRAM.
           MOVE "E" TO RS-TYPE.
           MOVE FUNCTION CURRENT-DATE TO RS-TIMESTAMP.
           MOVE 0 TO RS-RECORDS.
           MOVE WS-AUTH-RC TO RS-COMP-CODE.
           WRITE RUNSTAT-RECORD.
           CLOSE RUNSTAT-FILE.
