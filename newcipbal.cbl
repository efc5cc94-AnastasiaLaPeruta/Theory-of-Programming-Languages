      * data/NEWCIPIN.DAT. Matches on message ID, proves the decrypted
      * column matches the text that went in, and sets a nonzero
      * return code when anything is out of balance so the scheduler
      * can hold downstream jobs. A "D" record and the "C"
      * continuation segments after it are reconciled as one message.
      * Each message is also tallied to its partner batch, and the
      * per-batch result goes to NEWCIPBCH.DAT for NEWCIPDST, which
      * distributes only the batches found in balance. Messages
      * NEWCIPHER rejected to its exception file never reach
      * NEWCIPOUT.DAT; the per-batch rejected counts on NEWCIPACK.DAT
      * excuse that many missing messages when a batch is balanced.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BAL-REPORT-FILE ASSIGN TO "NEWCIPBAL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BAL-RPT-STATUS.
           SELECT BATCH-BAL-FILE ASSIGN TO "NEWCIPBCH.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BATCH-BAL-STATUS.
           SELECT ACK-FILE ASSIGN TO "NEWCIPACK.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ACK-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD TRANS-FILE.
       01 TRANS-RECORD.
           05 TRANS-REC-TYPE    PIC X.
      * "H" = batch header, "D" = detail, "T" = batch trailer,
      * "C" = continuation segment
           05 TRANS-DETAIL.
               10 TRANS-MSG-ID  PIC X(6).
               10 TRANS-KEY-ID  PIC X(8).
               10 TRANS-FUNC    PIC X.
               10 TRANS-TEXT    PIC X(25).
           05 TRANS-HEADER REDEFINES TRANS-DETAIL.
               10 TH-BATCH-ID   PIC X(8).
               10 TH-PARTNER    PIC X(8).
               10 FILLER        PIC X(24).
           05 TRANS-SEG-NO      PIC 99.
           05 TRANS-SEG-COUNT   PIC 99.

       FD OUT-FILE.
       01 OUT-RECORD.
               10 OUT-MSG-ID    PIC X(6).
               10 OUT-ENC       PIC X(25).
               10 OUT-DEC       PIC X(25).
           05 OUT-HEADER REDEFINES OUT-DETAIL.
               10 OH-BATCH-ID   PIC X(8).
               10 OH-PARTNER    PIC X(8).
               10 FILLER        PIC X(40).
           05 OUT-SEG-NO        PIC 99.
           05 OUT-SEG-COUNT     PIC 99.

       FD BAL-REPORT-FILE.
       01 BAL-REPORT-RECORD     PIC X(80).

       FD BATCH-BAL-FILE.
       01 BATCH-BAL-RECORD.
      * one record per partner batch seen on either side
           05 BB-PARTNER        PIC X(8).
           05 FILLER            PIC X.
           05 BB-BATCH-ID       PIC X(8).
           05 FILLER            PIC X.
           05 BB-STATUS         PIC X.
      * "B" = in balance, "O" = out of balance
           05 FILLER            PIC X.
           05 BB-MSGS-IN        PIC 9(6).
           05 FILLER            PIC X.
           05 BB-MSGS-OUT       PIC 9(6).
           05 FILLER            PIC X.
           05 BB-MATCHED        PIC 9(6).
           05 FILLER            PIC X.
           05 BB-ERRORS         PIC 9(6).

       FD ACK-FILE.
       01 ACK-RECORD.
           05 ACK-BATCH-ID      PIC X(8).
           05 FILLER            PIC X.
           05 ACK-PARTNER       PIC X(8).
           05 FILLER            PIC X.
           05 ACK-STATUS-CODE   PIC X.
      * "A" = accepted, "R" = refused
           05 FILLER            PIC X.
           05 ACK-DET-PROCESSED PIC 9(6).
           05 FILLER            PIC X.
           05 ACK-DET-REJECTED  PIC 9(6).
           05 FILLER            PIC X(77).

       FD RUNSTAT-FILE.
       01 RUNSTAT-RECORD.
           05 RS-PROGRAM        PIC X(13).
       01 TRANS-STATUS  PIC XX.
       01 OUT-STATUS    PIC XX.
       01 BAL-RPT-STATUS PIC XX.
       01 BATCH-BAL-STATUS PIC XX.
       01 ACK-STATUS    PIC XX.
       01 ACK-EOF       PIC X     VALUE "N".
       01 TRANS-EOF     PIC X     VALUE "N".
       01 OUT-EOF       PIC X     VALUE "N".
       01 WS-TIMESTAMP  PIC X(21).
           05 OT-COUNT      PIC 9(3) VALUE 0.
           05 OT-ENTRY OCCURS 500 TIMES.
               10 OT-MSG-ID PIC X(6).
               10 OT-ENC    PIC X(75).
               10 OT-DEC    PIC X(75).
               10 OT-SEGS   PIC 9.
               10 OT-MATCHED PIC X.
               10 OT-BATCH-SUB PIC 99.
       01 OT-SUB        PIC 9(3) VALUE 0.
       01 OT-FOUND-SUB  PIC 9(3) VALUE 0.
       01 WS-FOUND      PIC X    VALUE "N".
       01 WS-DETAIL-FOUND PIC X  VALUE "N".

      * inbound message assembled from its "D" and "C" records; the
      * record that ends a message is held for the next read
       01 WS-TRANS-HELD PIC X    VALUE "N".
       01 WS-IN-MSG-ID  PIC X(6) VALUE SPACES.
       01 WS-IN-FUNC    PIC X    VALUE SPACE.
       01 WS-IN-SEGS    PIC 9    VALUE 0.
       01 WS-IN-TEXT    PIC X(75) VALUE SPACES.
       01 WS-SEG-OFFSET PIC 99   VALUE 0.
       01 WS-SEG-SUB    PIC 9    VALUE 0.
       01 WS-MAX-SEGMENTS PIC 9  VALUE 3.

      * per-batch tallies, keyed on partner and batch ID from the
      * H records of both files; 0 = message outside any batch
       01 BAL-BATCH-TABLE.
           05 BAL-BATCH-COUNT PIC 99 VALUE 0.
           05 BAL-BATCH-ENTRY OCCURS 50 TIMES.
               10 BBT-PARTNER   PIC X(8).
               10 BBT-BATCH-ID  PIC X(8).
               10 BBT-MSGS-IN   PIC 9(6).
               10 BBT-MSGS-OUT  PIC 9(6).
               10 BBT-MATCHED   PIC 9(6).
               10 BBT-ERRORS    PIC 9(6).
               10 BBT-MISSING   PIC 9(6).
               10 BBT-REJECTED  PIC 9(6).
      * BBT-ERRORS = mismatches and messages missing from input;
      * BBT-MISSING = messages missing from output, of which up to
      * BBT-REJECTED were rejected by NEWCIPHER and are accounted for
       01 BBT-SUB       PIC 99   VALUE 0.
       01 WS-OMITTED    PIC 9(6) VALUE 0.
       01 WS-IN-BATCH-SUB PIC 99 VALUE 0.
       01 WS-OUT-BATCH-SUB PIC 99 VALUE 0.
       01 WS-FIND-PARTNER PIC X(8) VALUE SPACES.
       01 WS-FIND-BATCH-ID PIC X(8) VALUE SPACES.
       01 WS-FIND-SUB   PIC 99   VALUE 0.

       PROCEDURE DIVISION.
       MAIN.
           PERFORM WRITE-RUN-START.
           PERFORM WRITE-REPORT-HEADER.
           PERFORM LOAD-OUTPUT-TABLE.
           PERFORM READ-TRANSACTION.
           PERFORM UNTIL WS-DETAIL-FOUND = "N"
               PERFORM RECONCILE-TRANSACTION
               PERFORM READ-TRANSACTION
           END-PERFORM.
           PERFORM REPORT-UNMATCHED-OUTPUT.
           PERFORM LOAD-ACKNOWLEDGMENTS.
           PERFORM WRITE-REPORT-SUMMARY.
           PERFORM WRITE-BATCH-BALANCE.
           CLOSE TRANS-FILE.
           CLOSE BAL-REPORT-FILE.
           CLOSE BATCH-BAL-FILE.
           IF WS-MISMATCHED > 0 OR WS-MISSING-OUT > 0
                   OR WS-MISSING-IN > 0
               DISPLAY "NEWCIPBAL: OUT OF BALANCE - SEE NEWCIPBAL.DAT"
                   BAL-RPT-STATUS
               STOP RUN
           END-IF.
           OPEN OUTPUT BATCH-BAL-FILE.
           IF BATCH-BAL-STATUS NOT = "00"
               DISPLAY "Unable to open NEWCIPBCH.DAT, status "
                   BATCH-BAL-STATUS
               STOP RUN
           END-IF.

       LOAD-OUTPUT-TABLE.
           PERFORM LOAD-OUTPUT-ENTRY UNTIL OUT-EOF = "Y".

       LOAD-OUTPUT-ENTRY.
      * batch header and trailer records are control records, not
      * messages - only details are reconciled, each with its
      * continuation segments appended
           READ OUT-FILE
               AT END MOVE "Y" TO OUT-EOF
               NOT AT END
                   IF OUT-REC-TYPE = "H"
                       MOVE OH-PARTNER TO WS-FIND-PARTNER
                       MOVE OH-BATCH-ID TO WS-FIND-BATCH-ID
                       PERFORM FIND-BALANCE-BATCH
                       MOVE WS-FIND-SUB TO WS-OUT-BATCH-SUB
                   END-IF
                   IF OUT-REC-TYPE = "C"
                       PERFORM APPEND-OUTPUT-SEGMENT
                   END-IF
                   IF OUT-REC-TYPE NOT = "D"
                       CONTINUE
                   ELSE
                       MOVE OUT-MSG-ID TO OT-MSG-ID(OT-COUNT)
                       MOVE OUT-ENC TO OT-ENC(OT-COUNT)
                       MOVE OUT-DEC TO OT-DEC(OT-COUNT)
                       MOVE 1 TO OT-SEGS(OT-COUNT)
                       MOVE "N" TO OT-MATCHED(OT-COUNT)
                       MOVE WS-OUT-BATCH-SUB TO OT-BATCH-SUB(OT-COUNT)
                       IF WS-OUT-BATCH-SUB > 0
                           ADD 1 TO BBT-MSGS-OUT(WS-OUT-BATCH-SUB)
                       END-IF
                   ELSE
                       DISPLAY "NEWCIPBAL: OUTPUT TABLE FULL, RECORD "
                           OUT-MSG-ID " NOT RECONCILED"
                   END-IF
           END-READ.

       APPEND-OUTPUT-SEGMENT.
           IF OT-COUNT > 0
               IF OT-MSG-ID(OT-COUNT) = OUT-MSG-ID
                   AND OT-SEGS(OT-COUNT) < WS-MAX-SEGMENTS
                   COMPUTE WS-SEG-OFFSET = OT-SEGS(OT-COUNT) * 25 + 1
                   MOVE OUT-ENC TO OT-ENC(OT-COUNT)(WS-SEG-OFFSET:25)
                   MOVE OUT-DEC TO OT-DEC(OT-COUNT)(WS-SEG-OFFSET:25)
                   ADD 1 TO OT-SEGS(OT-COUNT)
               END-IF
           END-IF.

       READ-TRANSACTION.
      * deliver only detail records; header and trailer are control
      * records verified by NEWCIPHER itself. The continuation
      * segments of a detail are gathered into WS-IN-TEXT.
           MOVE "N" TO WS-DETAIL-FOUND.
           IF WS-TRANS-HELD = "Y"
               MOVE "N" TO WS-TRANS-HELD
               IF TRANS-REC-TYPE = "D"
                   MOVE "Y" TO WS-DETAIL-FOUND
               END-IF
               IF TRANS-REC-TYPE = "H"
                   PERFORM NOTE-INPUT-HEADER
               END-IF
           END-IF.
           PERFORM READ-TRANS-RECORD
               UNTIL TRANS-EOF = "Y" OR WS-DETAIL-FOUND = "Y".
           IF WS-DETAIL-FOUND = "Y"
               MOVE TRANS-MSG-ID TO WS-IN-MSG-ID
               MOVE TRANS-FUNC TO WS-IN-FUNC
               MOVE SPACES TO WS-IN-TEXT
               MOVE TRANS-TEXT TO WS-IN-TEXT(1:25)
               MOVE 1 TO WS-IN-SEGS
               PERFORM READ-CONTINUATION-RECORD
                   UNTIL TRANS-EOF = "Y" OR WS-TRANS-HELD = "Y"
           END-IF.

       READ-CONTINUATION-RECORD.
           READ TRANS-FILE
               AT END MOVE "Y" TO TRANS-EOF
               NOT AT END
                   IF TRANS-REC-TYPE = "C"
                       AND TRANS-MSG-ID = WS-IN-MSG-ID
                       IF WS-IN-SEGS < WS-MAX-SEGMENTS
                           COMPUTE WS-SEG-OFFSET = WS-IN-SEGS * 25 + 1
                           MOVE TRANS-TEXT
                               TO WS-IN-TEXT(WS-SEG-OFFSET:25)
                           ADD 1 TO WS-IN-SEGS
                       END-IF
                   ELSE
                       MOVE "Y" TO WS-TRANS-HELD
                   END-IF
           END-READ.

       READ-TRANS-RECORD.
           READ TRANS-FILE
                   IF TRANS-REC-TYPE = "D"
                       MOVE "Y" TO WS-DETAIL-FOUND
                   END-IF
                   IF TRANS-REC-TYPE = "H"
                       PERFORM NOTE-INPUT-HEADER
                   END-IF
           END-READ.

       NOTE-INPUT-HEADER.
           MOVE TH-PARTNER TO WS-FIND-PARTNER.
           MOVE TH-BATCH-ID TO WS-FIND-BATCH-ID.
           PERFORM FIND-BALANCE-BATCH.
           MOVE WS-FIND-SUB TO WS-IN-BATCH-SUB.

       FIND-BALANCE-BATCH.
      * WS-FIND-SUB returns the table entry for WS-FIND-PARTNER /
      * WS-FIND-BATCH-ID, adding it on first sight; 0 = table full
           MOVE 0 TO WS-FIND-SUB.
           PERFORM VARYING BBT-SUB FROM 1 BY 1
                   UNTIL BBT-SUB > BAL-BATCH-COUNT OR WS-FIND-SUB > 0
               IF BBT-PARTNER(BBT-SUB) = WS-FIND-PARTNER
                   AND BBT-BATCH-ID(BBT-SUB) = WS-FIND-BATCH-ID
                   MOVE BBT-SUB TO WS-FIND-SUB
               END-IF
           END-PERFORM.
           IF WS-FIND-SUB = 0
               IF BAL-BATCH-COUNT < 50
                   ADD 1 TO BAL-BATCH-COUNT
                   MOVE BAL-BATCH-COUNT TO WS-FIND-SUB
                   MOVE WS-FIND-PARTNER TO BBT-PARTNER(WS-FIND-SUB)
                   MOVE WS-FIND-BATCH-ID TO BBT-BATCH-ID(WS-FIND-SUB)
                   MOVE 0 TO BBT-MSGS-IN(WS-FIND-SUB)
                   MOVE 0 TO BBT-MSGS-OUT(WS-FIND-SUB)
                   MOVE 0 TO BBT-MATCHED(WS-FIND-SUB)
                   MOVE 0 TO BBT-ERRORS(WS-FIND-SUB)
                   MOVE 0 TO BBT-MISSING(WS-FIND-SUB)
                   MOVE 0 TO BBT-REJECTED(WS-FIND-SUB)
               ELSE
                   DISPLAY "NEWCIPBAL: BATCH TABLE FULL, BATCH "
                       WS-FIND-BATCH-ID " NOT TALLIED"
               END-IF
           END-IF.

       LOAD-ACKNOWLEDGMENTS.
      * rejected counts for the batches already tallied; with no
      * NEWCIPACK.DAT every batch is taken to have no rejects
           OPEN INPUT ACK-FILE.
           IF ACK-STATUS = "35"
               DISPLAY "NEWCIPBAL: NEWCIPACK.DAT NOT FOUND, "
                   "NO REJECTS ASSUMED"
           ELSE
               IF ACK-STATUS NOT = "00"
                   DISPLAY "Unable to open NEWCIPACK.DAT, status "
                       ACK-STATUS
                   STOP RUN
               END-IF
               PERFORM LOAD-ACK-ENTRY UNTIL ACK-EOF = "Y"
               CLOSE ACK-FILE
           END-IF.

       LOAD-ACK-ENTRY.
           READ ACK-FILE
               AT END MOVE "Y" TO ACK-EOF
               NOT AT END
                   PERFORM VARYING BBT-SUB FROM 1 BY 1
                           UNTIL BBT-SUB > BAL-BATCH-COUNT
                       IF BBT-PARTNER(BBT-SUB) = ACK-PARTNER
                           AND BBT-BATCH-ID(BBT-SUB) = ACK-BATCH-ID
                           MOVE ACK-DET-REJECTED
                               TO BBT-REJECTED(BBT-SUB)
                       END-IF
                   END-PERFORM
           END-READ.

       RECONCILE-TRANSACTION.
           ADD 1 TO WS-RECORDS-IN.
           IF WS-IN-BATCH-SUB > 0
               ADD 1 TO BBT-MSGS-IN(WS-IN-BATCH-SUB)
           END-IF.
           MOVE "N" TO WS-FOUND.
           PERFORM VARYING OT-SUB FROM 1 BY 1
                   UNTIL OT-SUB > OT-COUNT OR WS-FOUND = "Y"
               IF OT-MSG-ID(OT-SUB) = WS-IN-MSG-ID
                   AND OT-MATCHED(OT-SUB) = "N"
                   MOVE "Y" TO WS-FOUND
                   MOVE OT-SUB TO OT-FOUND-SUB
           END-PERFORM.
           IF WS-FOUND = "N"
               ADD 1 TO WS-MISSING-OUT
               IF WS-IN-BATCH-SUB > 0
                   ADD 1 TO BBT-MISSING(WS-IN-BATCH-SUB)
               END-IF
               MOVE SPACES TO BAL-REPORT-RECORD
               STRING WS-IN-MSG-ID DELIMITED BY SIZE
                   "  MISSING FROM OUTPUT" DELIMITED BY SIZE
                   INTO BAL-REPORT-RECORD
               END-STRING
      * Encrypt-only and decrypt-only records cannot be compared to
      * the input, so presence of the expected column is the check.
           EVALUATE TRUE
               WHEN WS-IN-FUNC = "E"
                   IF OT-ENC(OT-FOUND-SUB) = SPACES
                       PERFORM WRITE-MISMATCH-LINE
                   ELSE
                       PERFORM COUNT-MATCHED-PAIR
                   END-IF
               WHEN WS-IN-FUNC = "D"
                   IF OT-DEC(OT-FOUND-SUB) = SPACES
                       PERFORM WRITE-MISMATCH-LINE
                   ELSE
                       PERFORM COUNT-MATCHED-PAIR
                   END-IF
               WHEN OTHER
                   IF OT-DEC(OT-FOUND-SUB) = WS-IN-TEXT
                       PERFORM COUNT-MATCHED-PAIR
                   ELSE
                       PERFORM WRITE-MISMATCH-LINE
                   END-IF
           END-EVALUATE.

       COUNT-MATCHED-PAIR.
           ADD 1 TO WS-MATCHED.
           IF WS-IN-BATCH-SUB > 0
               ADD 1 TO BBT-MATCHED(WS-IN-BATCH-SUB)
           END-IF.

       WRITE-MISMATCH-LINE.
           ADD 1 TO WS-MISMATCHED.
           IF WS-IN-BATCH-SUB > 0
               ADD 1 TO BBT-ERRORS(WS-IN-BATCH-SUB)
           END-IF.
           MOVE SPACES TO BAL-REPORT-RECORD.
           STRING WS-IN-MSG-ID DELIMITED BY SIZE
               "  MISMATCH  IN=" DELIMITED BY SIZE
               WS-IN-TEXT(1:25) DELIMITED BY SIZE
               " DEC=" DELIMITED BY SIZE
               OT-DEC(OT-FOUND-SUB)(1:25) DELIMITED BY SIZE
               INTO BAL-REPORT-RECORD
           END-STRING.
           WRITE BAL-REPORT-RECORD.
           PERFORM WRITE-MISMATCH-SEGMENT
               VARYING WS-SEG-SUB FROM 2 BY 1
               UNTIL WS-SEG-SUB > WS-IN-SEGS
                   AND WS-SEG-SUB > OT-SEGS(OT-FOUND-SUB).

       WRITE-MISMATCH-SEGMENT.
      * later segments of a multi-segment message, one per line
           COMPUTE WS-SEG-OFFSET = (WS-SEG-SUB - 1) * 25 + 1.
           MOVE SPACES TO BAL-REPORT-RECORD.
           STRING "        SEG " DELIMITED BY SIZE
               WS-SEG-SUB DELIMITED BY SIZE
               "    IN=" DELIMITED BY SIZE
               WS-IN-TEXT(WS-SEG-OFFSET:25) DELIMITED BY SIZE
               " DEC=" DELIMITED BY SIZE
               OT-DEC(OT-FOUND-SUB)(WS-SEG-OFFSET:25) DELIMITED BY SIZE
               INTO BAL-REPORT-RECORD
           END-STRING.
           WRITE BAL-REPORT-RECORD.
           PERFORM VARYING OT-SUB FROM 1 BY 1 UNTIL OT-SUB > OT-COUNT
               IF OT-MATCHED(OT-SUB) = "N"
                   ADD 1 TO WS-MISSING-IN
                   IF OT-BATCH-SUB(OT-SUB) > 0
                       ADD 1 TO BBT-ERRORS(OT-BATCH-SUB(OT-SUB))
                   END-IF
                   MOVE SPACES TO BAL-REPORT-RECORD
                   STRING OT-MSG-ID(OT-SUB) DELIMITED BY SIZE
                       "  MISSING FROM INPUT" DELIMITED BY SIZE
           MOVE WS-MISSING-IN TO WS-COUNT-EDIT.
           PERFORM WRITE-COUNT-LINE-MISSING-IN.

       WRITE-BATCH-BALANCE.
      * batch section of the report plus the NEWCIPBCH.DAT record
      * for each batch: in balance only when every message in it
      * either matched or was rejected by NEWCIPHER, and nothing
      * else was missing on either side
           MOVE SPACES TO BAL-REPORT-RECORD.
           WRITE BAL-REPORT-RECORD.
           MOVE "BATCH BALANCE" TO BAL-REPORT-RECORD.
           WRITE BAL-REPORT-RECORD.
           PERFORM WRITE-ONE-BATCH-BALANCE
               VARYING BBT-SUB FROM 1 BY 1
               UNTIL BBT-SUB > BAL-BATCH-COUNT.

       WRITE-ONE-BATCH-BALANCE.
           MOVE SPACES TO BATCH-BAL-RECORD.
           MOVE BBT-PARTNER(BBT-SUB) TO BB-PARTNER.
           MOVE BBT-BATCH-ID(BBT-SUB) TO BB-BATCH-ID.
           MOVE BBT-MSGS-IN(BBT-SUB) TO BB-MSGS-IN.
           MOVE BBT-MSGS-OUT(BBT-SUB) TO BB-MSGS-OUT.
           MOVE BBT-MATCHED(BBT-SUB) TO BB-MATCHED.
           MOVE 0 TO WS-OMITTED.
           IF BBT-MISSING(BBT-SUB) > BBT-REJECTED(BBT-SUB)
               SUBTRACT BBT-REJECTED(BBT-SUB) FROM BBT-MISSING(BBT-SUB)
                   GIVING WS-OMITTED
           END-IF.
           ADD BBT-ERRORS(BBT-SUB) WS-OMITTED GIVING BB-ERRORS.
           IF BB-ERRORS = 0
               AND BBT-MATCHED(BBT-SUB) + BBT-REJECTED(BBT-SUB)
                   = BBT-MSGS-IN(BBT-SUB)
               MOVE "B" TO BB-STATUS
           ELSE
               MOVE "O" TO BB-STATUS
           END-IF.
           WRITE BATCH-BAL-RECORD.
           MOVE SPACES TO BAL-REPORT-RECORD.
           MOVE BBT-MATCHED(BBT-SUB) TO WS-COUNT-EDIT.
           IF BB-STATUS = "B"
               STRING BB-PARTNER DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   BB-BATCH-ID DELIMITED BY SIZE
                   "  IN BALANCE      MATCHED " DELIMITED BY SIZE
                   WS-COUNT-EDIT DELIMITED BY SIZE
                   INTO BAL-REPORT-RECORD
               END-STRING
           ELSE
               STRING BB-PARTNER DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   BB-BATCH-ID DELIMITED BY SIZE
                   "  OUT OF BALANCE  MATCHED " DELIMITED BY SIZE
                   WS-COUNT-EDIT DELIMITED BY SIZE
                   "  IN ERROR " DELIMITED BY SIZE
                   BB-ERRORS DELIMITED BY SIZE
                   INTO BAL-REPORT-RECORD
               END-STRING
           END-IF.
           WRITE BAL-REPORT-RECORD.
           MOVE SPACES TO BAL-REPORT-RECORD.
           MOVE BBT-REJECTED(BBT-SUB) TO WS-COUNT-EDIT.
           STRING "                  REJECTED BY NEWCIPHER "
                   DELIMITED BY SIZE
               WS-COUNT-EDIT DELIMITED BY SIZE
               INTO BAL-REPORT-RECORD
           END-STRING.
           WRITE BAL-REPORT-RECORD.

       WRITE-COUNT-LINE-IN.
           MOVE SPACES TO BAL-REPORT-RECORD.
           STRING "RECORDS IN          " DELIMITED BY SIZE
