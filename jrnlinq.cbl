       IDENTIFICATION DIVISION.
       PROGRAM-ID. JRNLINQ.
      * Message master journal inquiry. Reads its MSG-ID parameters
      * (one per run-control line, repeatable) from data/RUNCTL.DAT
      * and prints the complete change history of each message from
      * the before/after image journal (MSTJRNL.DAT): when each
      * segment was added, changed or deleted, by which program and
      * run, under which operator, and the record as it stood before
      * and after. The report is JRNLRPT.DAT. At least one MSG-ID is
      * required.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RUNSTAT-FILE ASSIGN TO "RUNSTAT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RUNSTAT-STATUS.
           SELECT JOURNAL-FILE ASSIGN TO "MSTJRNL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS JOURNAL-STATUS.
           SELECT REPORT-FILE ASSIGN TO "JRNLRPT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS REPORT-STATUS.
           SELECT RUNCTL-FILE ASSIGN TO "data/RUNCTL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RUNCTL-STATUS.
       DATA DIVISION.
       FILE SECTION.
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
           05 JR-BEFORE.
               10 JB-MSG-ID      PIC X(6).
               10 JB-SEG-NO      PIC 99.
               10 JB-STATUS      PIC X.
               10 JB-DATE-PROC   PIC 9(8).
               10 JB-KEY-ID      PIC X(8).
               10 JB-SHIFT       PIC 99.
               10 JB-CIPHER-MODE PIC 9.
               10 JB-ENC         PIC X(25).
               10 JB-DEC         PIC X(25).
               10 JB-SEG-COUNT   PIC 99.
               10 JB-PARTNER     PIC X(8).
               10 JB-BATCH-ID    PIC X(8).
           05 FILLER            PIC X.
           05 JR-AFTER.
               10 JA-MSG-ID      PIC X(6).
               10 JA-SEG-NO      PIC 99.
               10 JA-STATUS      PIC X.
               10 JA-DATE-PROC   PIC 9(8).
               10 JA-KEY-ID      PIC X(8).
               10 JA-SHIFT       PIC 99.
               10 JA-CIPHER-MODE PIC 9.
               10 JA-ENC         PIC X(25).
               10 JA-DEC         PIC X(25).
               10 JA-SEG-COUNT   PIC 99.
               10 JA-PARTNER     PIC X(8).
               10 JA-BATCH-ID    PIC X(8).

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
       01 JOURNAL-STATUS PIC XX.
       01 REPORT-STATUS PIC XX.
       01 JOURNAL-EOF   PIC X     VALUE "N".
       01 WS-INQ-MSG-ID PIC X(6)  VALUE SPACES.
       01 WS-TODAY-DATE PIC 9(8)  VALUE 0.
       01 WS-ENTRY-COUNT PIC 9(6) VALUE 0.
       01 WS-TOTAL-ENTRIES PIC 9(6) VALUE 0.
       01 WS-COUNT-EDIT PIC ZZZZZ9.
       01 WS-ACTION-TEXT PIC X(7) VALUE SPACES.
       01 WS-SEG-NO     PIC 99    VALUE 0.
       01 WS-SEG-COUNT  PIC 99    VALUE 0.
       01 WS-STAMP-DATE PIC X(10) VALUE SPACES.
       01 WS-STAMP-TIME PIC X(8)  VALUE SPACES.

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
       01 INQ-TABLE.
           05 INQ-COUNT     PIC 99 VALUE 0.
           05 INQ-ENTRY OCCURS 20 TIMES.
               10 INQ-MSG-ID PIC X(6).
       01 INQ-SUB       PIC 99    VALUE 0.

       PROCEDURE DIVISION.
       MAIN.
           PERFORM WRITE-RUN-START.
           PERFORM LOAD-RUN-CONTROL.
           IF INQ-COUNT = 0
               DISPLAY "JRNLINQ: no MSG-ID parameter in "
                   "data/RUNCTL.DAT - run refused"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY-DATE.
           OPEN OUTPUT REPORT-FILE.
           IF REPORT-STATUS NOT = "00"
               DISPLAY "Unable to open JRNLRPT.DAT, status "
                   REPORT-STATUS
               STOP RUN
           END-IF.
           PERFORM WRITE-PAGE-HEADER.
           PERFORM INQUIRE-ONE-ID
               VARYING INQ-SUB FROM 1 BY 1 UNTIL INQ-SUB > INQ-COUNT.
           CLOSE REPORT-FILE.
           DISPLAY "JRNLINQ: " WS-TOTAL-ENTRIES " journal entries for "
               INQ-COUNT " message(s), report in JRNLRPT.DAT".
           PERFORM WRITE-RUN-END.
           STOP RUN.

       LOAD-RUN-CONTROL.
           MOVE 0 TO INQ-COUNT.
           MOVE "N" TO RUNCTL-EOF.
           OPEN INPUT RUNCTL-FILE.
           IF RUNCTL-STATUS NOT = "00"
               DISPLAY "JRNLINQ: unable to open data/RUNCTL.DAT, "
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
                       AND RC-PROGRAM = "JRNLINQ"
                       AND RC-KEYWORD = "MSG-ID"
                       AND RC-VALUE NOT = SPACES
                       AND INQ-COUNT < 20
                       ADD 1 TO INQ-COUNT
                       MOVE RC-VALUE(1:6) TO INQ-MSG-ID(INQ-COUNT)
                   END-IF
           END-READ.

       INQUIRE-ONE-ID.
      * one pass of the journal per message keeps each history whole
      * and in the order the changes were made
           MOVE INQ-MSG-ID(INQ-SUB) TO WS-INQ-MSG-ID.
           MOVE 0 TO WS-ENTRY-COUNT.
           MOVE SPACES TO WS-RPT-LINE.
           PERFORM WRITE-REPORT-LINE.
           MOVE SPACES TO WS-RPT-LINE.
           STRING "MESSAGE " DELIMITED BY SIZE
               WS-INQ-MSG-ID DELIMITED BY SIZE
               INTO WS-RPT-LINE
           END-STRING.
           PERFORM WRITE-REPORT-LINE.
           MOVE "N" TO JOURNAL-EOF.
           OPEN INPUT JOURNAL-FILE.
           IF JOURNAL-STATUS = "35"
               MOVE "Y" TO JOURNAL-EOF
           ELSE
               IF JOURNAL-STATUS NOT = "00"
                   DISPLAY "Unable to open MSTJRNL.DAT, status "
                       JOURNAL-STATUS
                   STOP RUN
               END-IF
           END-IF.
           PERFORM READ-JOURNAL-ENTRY UNTIL JOURNAL-EOF = "Y".
           IF JOURNAL-STATUS NOT = "35"
               CLOSE JOURNAL-FILE
           END-IF.
           MOVE SPACES TO WS-RPT-LINE.
           IF WS-ENTRY-COUNT = 0
               MOVE "  NO JOURNAL ENTRIES" TO WS-RPT-LINE
           ELSE
               MOVE WS-ENTRY-COUNT TO WS-COUNT-EDIT
               STRING "  " DELIMITED BY SIZE
                   WS-COUNT-EDIT DELIMITED BY SIZE
                   " JOURNAL ENTRIES" DELIMITED BY SIZE
                   INTO WS-RPT-LINE
               END-STRING
           END-IF.
           PERFORM WRITE-REPORT-LINE.
           ADD WS-ENTRY-COUNT TO WS-TOTAL-ENTRIES.

       READ-JOURNAL-ENTRY.
           READ JOURNAL-FILE
               AT END MOVE "Y" TO JOURNAL-EOF
               NOT AT END
                   IF JB-MSG-ID = WS-INQ-MSG-ID
                       OR JA-MSG-ID = WS-INQ-MSG-ID
                       ADD 1 TO WS-ENTRY-COUNT
                       PERFORM WRITE-JOURNAL-LINES
                   END-IF
           END-READ.

       WRITE-JOURNAL-LINES.
           EVALUATE JR-ACTION
               WHEN "A"
                   MOVE "ADDED" TO WS-ACTION-TEXT
                   MOVE JA-SEG-NO TO WS-SEG-NO
                   MOVE JA-SEG-COUNT TO WS-SEG-COUNT
               WHEN "C"
                   MOVE "CHANGED" TO WS-ACTION-TEXT
                   MOVE JA-SEG-NO TO WS-SEG-NO
                   MOVE JA-SEG-COUNT TO WS-SEG-COUNT
               WHEN OTHER
                   MOVE "DELETED" TO WS-ACTION-TEXT
                   MOVE JB-SEG-NO TO WS-SEG-NO
                   MOVE JB-SEG-COUNT TO WS-SEG-COUNT
           END-EVALUATE.
           MOVE SPACES TO WS-STAMP-DATE.
           STRING JR-TIMESTAMP(1:4) "/" JR-TIMESTAMP(5:2) "/"
               JR-TIMESTAMP(7:2) DELIMITED BY SIZE
               INTO WS-STAMP-DATE
           END-STRING.
           MOVE SPACES TO WS-STAMP-TIME.
           STRING JR-TIMESTAMP(9:2) ":" JR-TIMESTAMP(11:2) ":"
               JR-TIMESTAMP(13:2) DELIMITED BY SIZE
               INTO WS-STAMP-TIME
           END-STRING.
           MOVE SPACES TO WS-RPT-LINE.
           STRING "  " DELIMITED BY SIZE
               WS-STAMP-DATE DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-STAMP-TIME DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               WS-ACTION-TEXT DELIMITED BY SIZE
               " SEG " DELIMITED BY SIZE
               WS-SEG-NO DELIMITED BY SIZE
               "/" DELIMITED BY SIZE
               WS-SEG-COUNT DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               JR-PROGRAM DELIMITED BY SIZE
               " RUN " DELIMITED BY SIZE
               JR-RUN-ID(1:14) DELIMITED BY SIZE
               "  OPER " DELIMITED BY SIZE
               FUNCTION TRIM(JR-OPERATOR) DELIMITED BY SIZE
               INTO WS-RPT-LINE
           END-STRING.
           PERFORM WRITE-REPORT-LINE.
           MOVE SPACES TO WS-RPT-LINE.
           IF JR-BEFORE = SPACES
               MOVE "      BEFORE (NONE)" TO WS-RPT-LINE
           ELSE
               STRING "      BEFORE " DELIMITED BY SIZE
                   JB-STATUS DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   JB-DATE-PROC DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   JB-KEY-ID DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   JB-SHIFT DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   JB-CIPHER-MODE DELIMITED BY SIZE
                   " ENC " DELIMITED BY SIZE
                   JB-ENC DELIMITED BY SIZE
                   " DEC " DELIMITED BY SIZE
                   JB-DEC DELIMITED BY SIZE
                   INTO WS-RPT-LINE
               END-STRING
           END-IF.
           PERFORM WRITE-REPORT-LINE.
           IF JR-BEFORE NOT = SPACES
               MOVE SPACES TO WS-RPT-LINE
               STRING "             PARTNER " DELIMITED BY SIZE
                   JB-PARTNER DELIMITED BY SIZE
                   " BATCH " DELIMITED BY SIZE
                   JB-BATCH-ID DELIMITED BY SIZE
                   INTO WS-RPT-LINE
               END-STRING
               PERFORM WRITE-REPORT-LINE
           END-IF.
           MOVE SPACES TO WS-RPT-LINE.
           IF JR-AFTER = SPACES
               MOVE "      AFTER  (NONE)" TO WS-RPT-LINE
           ELSE
               STRING "      AFTER  " DELIMITED BY SIZE
                   JA-STATUS DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   JA-DATE-PROC DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   JA-KEY-ID DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   JA-SHIFT DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   JA-CIPHER-MODE DELIMITED BY SIZE
                   " ENC " DELIMITED BY SIZE
                   JA-ENC DELIMITED BY SIZE
                   " DEC " DELIMITED BY SIZE
                   JA-DEC DELIMITED BY SIZE
                   INTO WS-RPT-LINE
               END-STRING
           END-IF.
           PERFORM WRITE-REPORT-LINE.
           IF JR-AFTER NOT = SPACES
               MOVE SPACES TO WS-RPT-LINE
               STRING "             PARTNER " DELIMITED BY SIZE
                   JA-PARTNER DELIMITED BY SIZE
                   " BATCH " DELIMITED BY SIZE
                   JA-BATCH-ID DELIMITED BY SIZE
                   INTO WS-RPT-LINE
               END-STRING
               PERFORM WRITE-REPORT-LINE
           END-IF.

       WRITE-PAGE-HEADER.
           ADD 1 TO RPT-PAGE-NUM.
           MOVE RPT-PAGE-NUM TO RPT-PAGE-EDIT.
           MOVE SPACES TO REPORT-RECORD.
           STRING "MESSAGE MASTER JOURNAL INQUIRY  " DELIMITED BY SIZE
               WS-TODAY-DATE DELIMITED BY SIZE
               "                       PAGE " DELIMITED BY SIZE
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
           MOVE "JRNLINQ" TO RS-PROGRAM.
           MOVE "S" TO RS-TYPE.
           MOVE FUNCTION CURRENT-DATE TO RS-TIMESTAMP.
           MOVE 0 TO RS-RECORDS.
           MOVE 0 TO RS-COMP-CODE.
           WRITE RUNSTAT-RECORD.
           CLOSE RUNSTAT-FILE.

       WRITE-RUN-END.
           PERFORM OPEN-RUN-STATUS.
           MOVE SPACES TO RUNSTAT-RECORD.
           MOVE "JRNLINQ" TO RS-PROGRAM.
           MOVE "E" TO RS-TYPE.
           MOVE FUNCTION CURRENT-DATE TO RS-TIMESTAMP.
           MOVE WS-TOTAL-ENTRIES TO RS-RECORDS.
           MOVE 0 TO RS-COMP-CODE.
           WRITE RUNSTAT-RECORD.
           CLOSE RUNSTAT-FILE.
