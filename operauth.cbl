       IDENTIFICATION DIVISION.
       PROGRAM-ID. OPERAUTH.
      * Operator authority check, CALLed by each controlled program
      * at start-up. The operator (from USER) must have a line on
      * data/OPERAUTH.DAT for the calling program, and every mode
      * the run will use must be among the modes that line allows
      * ("*" allows every mode). A refused run is recorded on the
      * security violations log SECVIOL.DAT, a retained trail, and
      * LKA-RESULT comes back 12 for the caller to end the run with.
      * A missing or unreadable authority file refuses every run.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT AUTH-FILE ASSIGN TO "data/OPERAUTH.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS AUTH-STATUS.
           SELECT VIOLATION-FILE ASSIGN TO "SECVIOL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS VIOLATION-STATUS.
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

       WORKING-STORAGE SECTION.
       01 AUTH-STATUS      PIC XX.
       01 VIOLATION-STATUS PIC XX.
       01 AUTH-EOF         PIC X     VALUE "N".
       01 WS-HELD          PIC X     VALUE "N".
       01 WS-ALLOWED       PIC X(40) VALUE SPACES.
       01 WS-ALLOWED-LEN   PIC 99    VALUE 0.
       01 WS-MODE-SUB      PIC 99    VALUE 0.
       01 WS-MODE-COUNT    PIC 99    VALUE 0.

       LINKAGE SECTION.
       01 LKA-PROGRAM      PIC X(13).
      * calling program, as it appears on RUNSTAT.DAT
       01 LKA-OPERATOR     PIC X(20).
       01 LKA-MODES        PIC X(10).
      * one letter per mode the run will use; spaces = the program
      * has no modes and only needs to be held
       01 LKA-RESULT       PIC 99.
      * 0 = authorized, 12 = refused
       01 LKA-REASON       PIC X(40).

       PROCEDURE DIVISION USING LKA-PROGRAM LKA-OPERATOR LKA-MODES
           LKA-RESULT LKA-REASON.

       MAIN-PARA.
           MOVE 0 TO LKA-RESULT.
           MOVE SPACES TO LKA-REASON.
           IF LKA-OPERATOR = SPACES
               MOVE "OPERATOR NOT IDENTIFIED (USER NOT SET)"
                   TO LKA-REASON
           ELSE
               PERFORM LOAD-OPERATOR-AUTHORITY
           END-IF.
           IF LKA-REASON = SPACES AND WS-HELD = "N"
               MOVE "NO AUTHORITY FOR THIS PROGRAM" TO LKA-REASON
           END-IF.
           IF LKA-REASON = SPACES
               PERFORM CHECK-RUN-MODE
                   VARYING WS-MODE-SUB FROM 1 BY 1
                   UNTIL WS-MODE-SUB > 10 OR LKA-REASON NOT = SPACES
           END-IF.
           IF LKA-REASON NOT = SPACES
               MOVE 12 TO LKA-RESULT
               PERFORM WRITE-VIOLATION
           END-IF.
           GOBACK.

       LOAD-OPERATOR-AUTHORITY.
      * every line the operator holds for the program counts, so a
      * grant can be added without rewriting the operator's others
           MOVE "N" TO WS-HELD.
           MOVE SPACES TO WS-ALLOWED.
           MOVE 0 TO WS-ALLOWED-LEN.
           MOVE "N" TO AUTH-EOF.
           OPEN INPUT AUTH-FILE.
           IF AUTH-STATUS NOT = "00"
               MOVE "AUTHORITY FILE data/OPERAUTH.DAT UNREADABLE"
                   TO LKA-REASON
           ELSE
               PERFORM READ-AUTHORITY-LINE UNTIL AUTH-EOF = "Y"
               CLOSE AUTH-FILE
           END-IF.

       READ-AUTHORITY-LINE.
           READ AUTH-FILE
               AT END MOVE "Y" TO AUTH-EOF
               NOT AT END
                   IF AU-OPERATOR(1:1) NOT = "*"
                       AND AU-OPERATOR = LKA-OPERATOR
                       AND AU-PROGRAM = LKA-PROGRAM
                       MOVE "Y" TO WS-HELD
                       IF WS-ALLOWED-LEN < 30
                           MOVE AU-MODES
                               TO WS-ALLOWED(WS-ALLOWED-LEN + 1:10)
                           ADD 10 TO WS-ALLOWED-LEN
                       END-IF
                   END-IF
           END-READ.

       CHECK-RUN-MODE.
           IF LKA-MODES(WS-MODE-SUB:1) NOT = SPACE
               MOVE 0 TO WS-MODE-COUNT
               INSPECT WS-ALLOWED TALLYING WS-MODE-COUNT
                   FOR ALL "*" ALL LKA-MODES(WS-MODE-SUB:1)
               IF WS-MODE-COUNT = 0
                   MOVE SPACES TO LKA-REASON
                   STRING "NO AUTHORITY FOR MODE " DELIMITED BY SIZE
                       LKA-MODES(WS-MODE-SUB:1) DELIMITED BY SIZE
                       INTO LKA-REASON
                   END-STRING
               END-IF
           END-IF.

       WRITE-VIOLATION.
           OPEN EXTEND VIOLATION-FILE.
           IF VIOLATION-STATUS = "35"
               OPEN OUTPUT VIOLATION-FILE
           END-IF.
           IF VIOLATION-STATUS NOT = "00"
               DISPLAY "OPERAUTH: unable to open SECVIOL.DAT, status "
                   VIOLATION-STATUS
           ELSE
               MOVE SPACES TO VIOLATION-RECORD
               MOVE FUNCTION CURRENT-DATE TO SV-TIMESTAMP
               MOVE LKA-PROGRAM TO SV-PROGRAM
               MOVE LKA-OPERATOR TO SV-OPERATOR
               MOVE LKA-MODES TO SV-MODES
               MOVE LKA-REASON TO SV-REASON
               WRITE VIOLATION-RECORD
               CLOSE VIOLATION-FILE
           END-IF.
