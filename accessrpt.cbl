       IDENTIFICATION DIVISION.
       PROGRAM-ID. ACCESSRPT.
      * Operator access review report. Lists every authority held on
      * data/OPERAUTH.DAT - operator, program and the modes allowed
      * within it - in operator order, then every refused run logged
      * to the security violations log (SECVIOL.DAT) in the DATE-FROM
      * / DATE-TO range from data/RUNCTL.DAT (blank = no limit), and
      * ends with the refusals counted by operator. Run for the
      * quarterly access review; a paginated report in ACCESSRPT.DAT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RUNSTAT-FILE ASSIGN TO "RUNSTAT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RUNSTAT-STATUS.
           SELECT AUTH-FILE ASSIGN TO "data/OPERAUTH.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS AUTH-STATUS.
           SELECT VIOLATION-FILE ASSIGN TO "SECVIOL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS VIOLATION-STATUS.
           SELECT REPORT-FILE ASSIGN TO "ACCESSRPT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS REPORT-STATUS.
           SELECT RUNCTL-FILE ASSIGN TO "data/RUNCTL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RUNCTL-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD AUTH-FILE.
       01 AUTH-RECORD.
           05 AU-OPERATOR       PIC X(20).
      * "*" in column 1 = comment line
           05 FILLER            PIC X.
           05 AU-PROGRAM        PIC X(13).
           05 FILLER            PIC X.
           05 AU-MODES          PIC X(10).
      * mode letters allowed within the program, "*" = every mode

       FD VIOLATION-FILE.
       01 VIOLATION-RECORD.
           05 SV-TIMESTAMP      PIC X(21).
           05 FILLER            PIC X.
           05 SV-PROGRAM        PIC X(13).
           05 FILLER            PIC X.
           05 SV-OPERATOR       PIC X(20).
           05 FILLER            PIC X.
           05 SV-MODES          PIC X(10).
      * modes the refused run asked for
           05 FILLER            PIC X.
           05 SV-REASON         PIC X(40).

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
       01 AUTH-STATUS   PIC XX.
       01 VIOLATION-STATUS PIC XX.
       01 REPORT-STATUS PIC XX.

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
       01 AUTH-EOF      PIC X     VALUE "N".
       01 VIOLATION-EOF PIC X     VALUE "N".
       01 WS-TODAY-DATE PIC 9(8)  VALUE 0.

      * selection criteria; blank = no restriction
       01 WS-SEL-DATE-FROM-X PIC X(8) VALUE SPACES.
       01 WS-SEL-DATE-TO-X PIC X(8) VALUE SPACES.
       01 WS-SEL-DATE-FROM PIC 9(8) VALUE 0.
       01 WS-SEL-DATE-TO PIC 9(8)  VALUE 99999999.
       01 WS-VIOL-DATE  PIC 9(8)  VALUE 0.

       01 WS-VIOL-COUNT PIC 9(6)  VALUE 0.
       01 WS-COUNT-EDIT PIC ZZZZZ9.
       01 WS-DATE-EDIT  PIC 9999/99/99.
       01 WS-TIME-EDIT  PIC X(5)  VALUE SPACES.
       01 WS-RPT-LINE   PIC X(100).
       01 WS-MODES-SHOWN PIC X(10) VALUE SPACES.
       01 WS-LAST-OPERATOR PIC X(20) VALUE SPACES.
       01 WS-FOUND      PIC X     VALUE "N".

      * authority lines, held to be listed in operator order
       01 AUTH-TABLE.
           05 AT-COUNT      PIC 999 VALUE 0.
           05 AT-ENTRY OCCURS 500 TIMES.
               10 AT-SORT-KEY.
                   15 AT-OPERATOR PIC X(20).
                   15 AT-PROGRAM  PIC X(13).
               10 AT-MODES      PIC X(10).
       01 AT-SUB        PIC 999   VALUE 0.
       01 WS-SORT-I     PIC 999   VALUE 0.
       01 WS-SORT-J     PIC 999   VALUE 0.
       01 WS-SORT-HOLD  PIC X(43) VALUE SPACES.

      * refusals counted by operator
       01 OPER-TOTAL-TABLE.
           05 OTOT-COUNT    PIC 99 VALUE 0.
           05 OTOT-ENTRY OCCURS 50 TIMES.
               10 OTOT-OPERATOR PIC X(20).
               10 OTOT-VIOLS PIC 9(6).
       01 OTOT-SUB      PIC 99 VALUE 0.

       01 RPT-PAGE-NUM  PIC 99 VALUE 0.
       01 RPT-LINE-COUNT PIC 99 VALUE 0.
       01 RPT-LINES-PER-PAGE PIC 99 VALUE 20.
       01 RPT-PAGE-EDIT PIC Z9.

       PROCEDURE DIVISION.
       MAIN.
           PERFORM WRITE-RUN-START.
           PERFORM GET-PARAMETERS.
           PERFORM LOAD-AUTHORITY-TABLE.
           PERFORM SORT-AUTHORITY-TABLE.
           OPEN OUTPUT REPORT-FILE.
           IF REPORT-STATUS NOT = "00"
               DISPLAY "Unable to open ACCESSRPT.DAT, status "
                   REPORT-STATUS
               STOP RUN
           END-IF.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY-DATE.
           PERFORM WRITE-PAGE-HEADER.
           PERFORM WRITE-AUTHORITY-SECTION.
           PERFORM WRITE-VIOLATION-SECTION.
           PERFORM WRITE-OPERATOR-TOTALS.
           CLOSE REPORT-FILE.
           DISPLAY "ACCESSRPT: " AT-COUNT " authority line(s), "
               WS-VIOL-COUNT " violation(s) reported, report in "
               "ACCESSRPT.DAT".
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
                   DISPLAY "ACCESSRPT: DATE-FROM in data/RUNCTL.DAT "
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
                   DISPLAY "ACCESSRPT: DATE-TO in data/RUNCTL.DAT "
                       "must be YYYYMMDD or blank - run refused"
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF.
           IF WS-SEL-DATE-FROM > WS-SEL-DATE-TO
               DISPLAY "ACCESSRPT: DATE-FROM is after DATE-TO - "
                   "run refused"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

       LOAD-RUN-CONTROL.
           MOVE 0 TO RUNCTL-COUNT.
           MOVE "N" TO RUNCTL-EOF.
           OPEN INPUT RUNCTL-FILE.
           IF RUNCTL-STATUS NOT = "00"
               DISPLAY "ACCESSRPT: unable to open data/RUNCTL.DAT, "
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
                       AND RC-PROGRAM = "ACCESSRPT"
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

       LOAD-AUTHORITY-TABLE.
           MOVE 0 TO AT-COUNT.
           MOVE "N" TO AUTH-EOF.
           OPEN INPUT AUTH-FILE.
           IF AUTH-STATUS NOT = "00"
               DISPLAY "Unable to open data/OPERAUTH.DAT, status "
                   AUTH-STATUS
               STOP RUN
           END-IF.
           PERFORM LOAD-AUTHORITY-LINE UNTIL AUTH-EOF = "Y".
           CLOSE AUTH-FILE.

       LOAD-AUTHORITY-LINE.
           READ AUTH-FILE
               AT END MOVE "Y" TO AUTH-EOF
               NOT AT END
                   IF AU-OPERATOR(1:1) NOT = "*"
                       AND AU-OPERATOR NOT = SPACES
                       IF AT-COUNT < 500
                           ADD 1 TO AT-COUNT
                           MOVE AU-OPERATOR TO AT-OPERATOR(AT-COUNT)
                           MOVE AU-PROGRAM TO AT-PROGRAM(AT-COUNT)
                           MOVE AU-MODES TO AT-MODES(AT-COUNT)
                       ELSE
                           DISPLAY "ACCESSRPT: AUTHORITY TABLE FULL, "
                               "LINE FOR " AU-OPERATOR " NOT LISTED"
                       END-IF
                   END-IF
           END-READ.

       SORT-AUTHORITY-TABLE.
      * simple exchange sort on operator + program; the authority
      * file is small
           PERFORM SORT-ONE-POSITION
               VARYING WS-SORT-I FROM 1 BY 1
               UNTIL WS-SORT-I >= AT-COUNT.

       SORT-ONE-POSITION.
           PERFORM SORT-COMPARE-ENTRY
               VARYING WS-SORT-J FROM WS-SORT-I BY 1
               UNTIL WS-SORT-J > AT-COUNT.

       SORT-COMPARE-ENTRY.
           IF AT-SORT-KEY(WS-SORT-J) < AT-SORT-KEY(WS-SORT-I)
               MOVE AT-ENTRY(WS-SORT-I) TO WS-SORT-HOLD
               MOVE AT-ENTRY(WS-SORT-J) TO AT-ENTRY(WS-SORT-I)
               MOVE WS-SORT-HOLD TO AT-ENTRY(WS-SORT-J)
           END-IF.

       WRITE-AUTHORITY-SECTION.
           MOVE "AUTHORITIES HELD (data/OPERAUTH.DAT)" TO WS-RPT-LINE.
           PERFORM WRITE-REPORT-LINE.
           MOVE SPACES TO WS-RPT-LINE.
           PERFORM WRITE-REPORT-LINE.
           MOVE "OPERATOR             PROGRAM       MODES"
               TO WS-RPT-LINE.
           PERFORM WRITE-REPORT-LINE.
           MOVE SPACES TO WS-LAST-OPERATOR.
           PERFORM WRITE-AUTHORITY-LINE
               VARYING AT-SUB FROM 1 BY 1 UNTIL AT-SUB > AT-COUNT.
           IF AT-COUNT = 0
               MOVE "  (NO AUTHORITIES HELD)" TO WS-RPT-LINE
               PERFORM WRITE-REPORT-LINE
           END-IF.

       WRITE-AUTHORITY-LINE.
      * the operator is printed once, on the first of their lines
           MOVE AT-MODES(AT-SUB) TO WS-MODES-SHOWN.
           IF AT-MODES(AT-SUB) = SPACES
               MOVE "(NONE)" TO WS-MODES-SHOWN
           END-IF.
           IF AT-MODES(AT-SUB)(1:1) = "*"
               MOVE "ALL MODES" TO WS-MODES-SHOWN
           END-IF.
           MOVE SPACES TO WS-RPT-LINE.
           IF AT-OPERATOR(AT-SUB) NOT = WS-LAST-OPERATOR
               MOVE AT-OPERATOR(AT-SUB) TO WS-RPT-LINE(1:20)
               MOVE AT-OPERATOR(AT-SUB) TO WS-LAST-OPERATOR
           END-IF.
           MOVE AT-PROGRAM(AT-SUB) TO WS-RPT-LINE(22:13).
           MOVE WS-MODES-SHOWN TO WS-RPT-LINE(36:10).
           PERFORM WRITE-REPORT-LINE.

       WRITE-VIOLATION-SECTION.
           MOVE SPACES TO WS-RPT-LINE.
           PERFORM WRITE-REPORT-LINE.
           MOVE SPACES TO WS-RPT-LINE.
           STRING "VIOLATION ATTEMPTS (SECVIOL.DAT)  " DELIMITED BY SIZE
               WS-SEL-DATE-FROM DELIMITED BY SIZE
               "-" DELIMITED BY SIZE
               WS-SEL-DATE-TO DELIMITED BY SIZE
               INTO WS-RPT-LINE
           END-STRING.
           PERFORM WRITE-REPORT-LINE.
           MOVE SPACES TO WS-RPT-LINE.
           PERFORM WRITE-REPORT-LINE.
           MOVE "DATE       TIME  OPERATOR             PROGRAM"
               TO WS-RPT-LINE.
           MOVE "MODES  REASON" TO WS-RPT-LINE(53:13).
           PERFORM WRITE-REPORT-LINE.
           MOVE "N" TO VIOLATION-EOF.
           OPEN INPUT VIOLATION-FILE.
           IF VIOLATION-STATUS = "35"
      * no run has ever been refused
               MOVE "Y" TO VIOLATION-EOF
           ELSE
               IF VIOLATION-STATUS NOT = "00"
                   DISPLAY "Unable to open SECVIOL.DAT, status "
                       VIOLATION-STATUS
                   STOP RUN
               END-IF
           END-IF.
           PERFORM READ-VIOLATION-RECORD UNTIL VIOLATION-EOF = "Y".
           IF VIOLATION-STATUS NOT = "35"
               CLOSE VIOLATION-FILE
           END-IF.
           IF WS-VIOL-COUNT = 0
               MOVE "  (NO VIOLATIONS IN RANGE)" TO WS-RPT-LINE
               PERFORM WRITE-REPORT-LINE
           END-IF.

       READ-VIOLATION-RECORD.
           READ VIOLATION-FILE
               AT END MOVE "Y" TO VIOLATION-EOF
               NOT AT END
                   IF SV-TIMESTAMP(1:8) IS NUMERIC
                       MOVE SV-TIMESTAMP(1:8) TO WS-VIOL-DATE
                       IF WS-VIOL-DATE >= WS-SEL-DATE-FROM
                           AND WS-VIOL-DATE <= WS-SEL-DATE-TO
                           PERFORM REPORT-VIOLATION
                       END-IF
                   END-IF
           END-READ.

       REPORT-VIOLATION.
           ADD 1 TO WS-VIOL-COUNT.
           PERFORM TALLY-OPERATOR-TOTAL.
           MOVE WS-VIOL-DATE TO WS-DATE-EDIT.
           STRING SV-TIMESTAMP(9:2) ":" SV-TIMESTAMP(11:2)
               DELIMITED BY SIZE INTO WS-TIME-EDIT
           END-STRING.
           MOVE SPACES TO WS-RPT-LINE.
           STRING WS-DATE-EDIT DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-TIME-EDIT DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               SV-OPERATOR DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               SV-PROGRAM DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               SV-MODES(1:6) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               SV-REASON DELIMITED BY SIZE
               INTO WS-RPT-LINE
           END-STRING.
           PERFORM WRITE-REPORT-LINE.

       TALLY-OPERATOR-TOTAL.
           MOVE "N" TO WS-FOUND.
           PERFORM VARYING OTOT-SUB FROM 1 BY 1
                   UNTIL OTOT-SUB > OTOT-COUNT OR WS-FOUND = "Y"
               IF OTOT-OPERATOR(OTOT-SUB) = SV-OPERATOR
                   MOVE "Y" TO WS-FOUND
                   ADD 1 TO OTOT-VIOLS(OTOT-SUB)
               END-IF
           END-PERFORM.
           IF WS-FOUND = "N" AND OTOT-COUNT < 50
               ADD 1 TO OTOT-COUNT
               MOVE SV-OPERATOR TO OTOT-OPERATOR(OTOT-COUNT)
               MOVE 1 TO OTOT-VIOLS(OTOT-COUNT)
           END-IF.

       WRITE-OPERATOR-TOTALS.
           MOVE SPACES TO WS-RPT-LINE.
           PERFORM WRITE-REPORT-LINE.
           MOVE "VIOLATIONS BY OPERATOR" TO WS-RPT-LINE.
           PERFORM WRITE-REPORT-LINE.
           PERFORM WRITE-ONE-OPERATOR-TOTAL
               VARYING OTOT-SUB FROM 1 BY 1 UNTIL OTOT-SUB > OTOT-COUNT.
           IF OTOT-COUNT = 0
               MOVE "  (NONE)" TO WS-RPT-LINE
               PERFORM WRITE-REPORT-LINE
           END-IF.
           MOVE WS-VIOL-COUNT TO WS-COUNT-EDIT.
           MOVE SPACES TO WS-RPT-LINE.
           STRING "TOTAL VIOLATIONS      " DELIMITED BY SIZE
               WS-COUNT-EDIT DELIMITED BY SIZE
               INTO WS-RPT-LINE
           END-STRING.
           PERFORM WRITE-REPORT-LINE.

       WRITE-ONE-OPERATOR-TOTAL.
           MOVE OTOT-VIOLS(OTOT-SUB) TO WS-COUNT-EDIT.
           MOVE SPACES TO WS-RPT-LINE.
           IF OTOT-OPERATOR(OTOT-SUB) = SPACES
               MOVE "(NOT IDENTIFIED)" TO WS-RPT-LINE(3:20)
           ELSE
               MOVE OTOT-OPERATOR(OTOT-SUB) TO WS-RPT-LINE(3:20)
           END-IF.
           MOVE WS-COUNT-EDIT TO WS-RPT-LINE(24:6).
           PERFORM WRITE-REPORT-LINE.

       WRITE-PAGE-HEADER.
           ADD 1 TO RPT-PAGE-NUM.
           MOVE RPT-PAGE-NUM TO RPT-PAGE-EDIT.
           MOVE SPACES TO REPORT-RECORD.
           STRING "OPERATOR ACCESS REVIEW  " DELIMITED BY SIZE
               WS-TODAY-DATE DELIMITED BY SIZE
               "                              PAGE " DELIMITED BY SIZE
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
           MOVE "ACCESSRPT" TO RS-PROGRAM.
           MOVE "S" TO RS-TYPE.
           MOVE FUNCTION CURRENT-DATE TO RS-TIMESTAMP.
           MOVE 0 TO RS-RECORDS.
           MOVE 0 TO RS-COMP-CODE.
           WRITE RUNSTAT-RECORD.
           CLOSE RUNSTAT-FILE.

       WRITE-RUN-END.
           PERFORM OPEN-RUN-STATUS.
           MOVE SPACES TO RUNSTAT-RECORD.
           MOVE "ACCESSRPT" TO RS-PROGRAM.
           MOVE "E" TO RS-TYPE.
           MOVE FUNCTION CURRENT-DATE TO RS-TIMESTAMP.
           MOVE WS-VIOL-COUNT TO RS-RECORDS.
           MOVE 0 TO RS-COMP-CODE.
           WRITE RUNSTAT-RECORD.
           CLOSE RUNSTAT-FILE.
