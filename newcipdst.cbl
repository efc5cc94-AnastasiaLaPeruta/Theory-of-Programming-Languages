       IDENTIFICATION DIVISION.
       PROGRAM-ID. NEWCIPDST.
      * Per-partner outbound distribution, run after NEWCIPHER and
      * NEWCIPBAL. Splits the combined NEWCIPOUT.DAT by partner into
      * one outbound file per partner (NEWCIPOUT.<partner>), each
      * carrying that partner's batches with their own header and
      * trailer controls followed by the batch's NEWCIPACK.DAT
      * acknowledgment as an "A" record. A batch NEWCIPHER refused
      * has no output and goes out as its refusal acknowledgment
      * alone. A batch NEWCIPBAL reported out of balance (per-batch
      * result in NEWCIPBCH.DAT), or whose output no longer agrees
      * with its own trailer, is held back - neither its output nor
      * its acknowledgment is staged. Every batch staged or held,
      * and each file's totals, goes to the transmission log
      * DISTLOG.DAT, and the run is listed on DISTRPT.DAT. Return
      * code 8 when any batch was held.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RUNSTAT-FILE ASSIGN TO "RUNSTAT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RUNSTAT-STATUS.
           SELECT OUT-FILE ASSIGN TO "NEWCIPOUT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS OUT-STATUS.
           SELECT ACK-FILE ASSIGN TO "NEWCIPACK.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ACK-STATUS.
           SELECT BATCH-BAL-FILE ASSIGN TO "NEWCIPBCH.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BATCH-BAL-STATUS.
           SELECT DIST-FILE ASSIGN TO DYNAMIC WS-DIST-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS DIST-STATUS.
           SELECT DIST-LOG-FILE ASSIGN TO "DISTLOG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS DIST-LOG-STATUS.
           SELECT REPORT-FILE ASSIGN TO "DISTRPT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS REPORT-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD OUT-FILE.
       01 OUT-RECORD.
           05 OUT-REC-TYPE      PIC X.
      * "H" = batch header, "D" = detail, "T" = batch trailer,
      * "C" = continuation segment of the "D" message just before it
           05 OUT-DETAIL.
               10 OUT-MSG-ID    PIC X(6).
               10 OUT-ENC       PIC X(25).
               10 OUT-DEC       PIC X(25).
           05 OUT-HEADER REDEFINES OUT-DETAIL.
               10 OH-BATCH-ID   PIC X(8).
               10 OH-PARTNER    PIC X(8).
               10 OH-CREATE-DATE PIC 9(8).
               10 FILLER        PIC X(32).
           05 OUT-TRAILER REDEFINES OUT-DETAIL.
               10 OL-RECORD-COUNT PIC 9(6).
               10 OL-HASH-TOTAL PIC 9(10).
               10 FILLER        PIC X(40).
           05 OUT-SEG-NO        PIC 99.
           05 OUT-SEG-COUNT     PIC 99.

       FD ACK-FILE.
       01 ACK-RECORD.
           05 ACK-BATCH-ID      PIC X(8).
           05 FILLER            PIC X.
           05 ACK-PARTNER       PIC X(8).
           05 FILLER            PIC X.
           05 ACK-STATUS-CODE   PIC X.
      * "A" = accepted, "R" = refused
           05 FILLER            PIC X(91).

       FD BATCH-BAL-FILE.
       01 BATCH-BAL-RECORD.
           05 BB-PARTNER        PIC X(8).
           05 FILLER            PIC X.
           05 BB-BATCH-ID       PIC X(8).
           05 FILLER            PIC X.
           05 BB-STATUS         PIC X.
      * "B" = in balance, "O" = out of balance
           05 FILLER            PIC X(28).

       FD DIST-FILE.
       01 DIST-RECORD.
           05 DIST-REC-TYPE     PIC X.
      * "H", "D", "C", "T" as on NEWCIPOUT.DAT; "A" = the batch's
      * acknowledgment record, as on NEWCIPACK.DAT, from column 2
           05 DIST-BODY         PIC X(110).

       FD DIST-LOG-FILE.
       01 DIST-LOG-RECORD.
      * retained trail of everything staged for transmission
           05 DL-TIMESTAMP      PIC X(21).
           05 FILLER            PIC X.
           05 DL-PARTNER        PIC X(8).
           05 FILLER            PIC X.
           05 DL-BATCH-ID       PIC X(8).
           05 FILLER            PIC X.
           05 DL-DISP           PIC X.
      * "S" = batch staged, "R" = refusal acknowledgment staged,
      * "H" = held back, "F" = outbound file totals
           05 FILLER            PIC X.
           05 DL-REC-COUNT      PIC 9(6).
           05 FILLER            PIC X.
           05 DL-DET-COUNT      PIC 9(6).
           05 FILLER            PIC X.
           05 DL-HASH-TOTAL     PIC 9(10).
           05 FILLER            PIC X.
           05 DL-FILE-NAME      PIC X(30).

       FD REPORT-FILE.
       01 REPORT-RECORD         PIC X(100).

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
       01 OUT-STATUS    PIC XX.
       01 OUT-EOF       PIC X     VALUE "N".
       01 ACK-STATUS    PIC XX.
       01 ACK-EOF       PIC X     VALUE "N".
       01 BATCH-BAL-STATUS PIC XX.
       01 BATCH-BAL-EOF PIC X     VALUE "N".
       01 DIST-STATUS   PIC XX.
       01 DIST-LOG-STATUS PIC XX.
       01 REPORT-STATUS PIC XX.
       01 WS-DIST-NAME  PIC X(30) VALUE SPACES.
       01 WS-TODAY-DATE PIC 9(8)  VALUE 0.
       01 WS-TIMESTAMP  PIC X(21) VALUE SPACES.
       01 WS-RUN-RC     PIC 99    VALUE 0.
       01 WS-STAGED-COUNT PIC 99  VALUE 0.
       01 WS-REFUSAL-COUNT PIC 99 VALUE 0.
       01 WS-HELD-COUNT PIC 99    VALUE 0.
       01 WS-STAGED-DETAILS PIC 9(6) VALUE 0.

      * acknowledgments - one per batch NEWCIPHER saw - drive the
      * distribution; AK-DISP is what happens to the batch
       01 ACK-TABLE.
           05 ACK-COUNT     PIC 99 VALUE 0.
           05 ACK-ENTRY OCCURS 50 TIMES.
               10 AK-BATCH-ID   PIC X(8).
               10 AK-PARTNER    PIC X(8).
               10 AK-STATUS-CODE PIC X.
               10 AK-IMAGE      PIC X(110).
               10 AK-OUT-SUB    PIC 99.
               10 AK-DISP       PIC X.
               10 AK-REASON     PIC X(40).
       01 AK-SUB        PIC 99    VALUE 0.

      * batches as found on NEWCIPOUT.DAT, with the details and
      * message-ID hash recounted against their own trailers
       01 OUT-BATCH-TABLE.
           05 OB-COUNT      PIC 99 VALUE 0.
           05 OB-ENTRY OCCURS 50 TIMES.
               10 OB-PARTNER    PIC X(8).
               10 OB-BATCH-ID   PIC X(8).
               10 OB-REC-COUNT  PIC 9(6).
               10 OB-DET-COUNT  PIC 9(6).
               10 OB-DET-HASH   PIC 9(10).
               10 OB-TRL-SEEN   PIC X.
               10 OB-TRL-COUNT  PIC 9(6).
               10 OB-TRL-HASH   PIC 9(10).
               10 OB-ACK-SUB    PIC 99.
       01 OB-SUB        PIC 99    VALUE 0.
       01 WS-CUR-OUT    PIC 99    VALUE 0.

       01 BAL-TABLE.
           05 BAL-COUNT     PIC 99 VALUE 0.
           05 BAL-ENTRY OCCURS 50 TIMES.
               10 BLT-PARTNER   PIC X(8).
               10 BLT-BATCH-ID  PIC X(8).
               10 BLT-STATUS    PIC X.
       01 BLT-SUB       PIC 99    VALUE 0.
       01 WS-BAL-FOUND  PIC 99    VALUE 0.

      * one outbound file per partner with anything to send
       01 PARTNER-OUT-TABLE.
           05 PO-COUNT      PIC 99 VALUE 0.
           05 PO-ENTRY OCCURS 20 TIMES.
               10 PO-PARTNER    PIC X(8).
               10 PO-FILE-NAME  PIC X(30).
               10 PO-SEND-COUNT PIC 99.
               10 PO-REC-COUNT  PIC 9(6).
               10 PO-DET-COUNT  PIC 9(6).
               10 PO-DET-HASH   PIC 9(10).
       01 PO-SUB        PIC 99    VALUE 0.
       01 WS-FIND-SUB   PIC 99    VALUE 0.
       01 WS-COPYING    PIC 99    VALUE 0.

       01 WS-HASH-MSG-ID PIC X(6) VALUE SPACES.
       01 WS-ID-HASH    PIC 9(4)  VALUE 0.
       01 WS-HASH-IDX   PIC 9     VALUE 0.

       01 WS-RPT-LINE   PIC X(100).
       01 WS-COUNT-EDIT PIC ZZZZZ9.
       01 WS-HASH-EDIT  PIC Z(9)9.
       01 RPT-PAGE-NUM  PIC 99 VALUE 0.
       01 RPT-LINE-COUNT PIC 99 VALUE 0.
       01 RPT-LINES-PER-PAGE PIC 99 VALUE 20.
       01 RPT-PAGE-EDIT PIC Z9.

       PROCEDURE DIVISION.
       MAIN.
           PERFORM WRITE-RUN-START.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY-DATE.
           MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP.
           PERFORM LOAD-BATCH-BALANCE.
           PERFORM LOAD-ACKNOWLEDGMENTS.
           PERFORM LOAD-OUTPUT-BATCHES.
           PERFORM DECIDE-ONE-BATCH
               VARYING AK-SUB FROM 1 BY 1 UNTIL AK-SUB > ACK-COUNT.

           OPEN EXTEND DIST-LOG-FILE.
           IF DIST-LOG-STATUS = "35"
               OPEN OUTPUT DIST-LOG-FILE
           END-IF.
           IF DIST-LOG-STATUS NOT = "00"
               DISPLAY "Unable to open DISTLOG.DAT, status "
                   DIST-LOG-STATUS
               STOP RUN
           END-IF.
           PERFORM DISTRIBUTE-ONE-PARTNER
               VARYING PO-SUB FROM 1 BY 1 UNTIL PO-SUB > PO-COUNT.
           PERFORM LOG-HELD-BATCH
               VARYING AK-SUB FROM 1 BY 1 UNTIL AK-SUB > ACK-COUNT.
           PERFORM LOG-UNACKNOWLEDGED-BATCH
               VARYING OB-SUB FROM 1 BY 1 UNTIL OB-SUB > OB-COUNT.
           CLOSE DIST-LOG-FILE.

           PERFORM WRITE-DISTRIBUTION-REPORT.
           IF WS-HELD-COUNT > 0
               DISPLAY "NEWCIPDST: " WS-HELD-COUNT " BATCH(ES) HELD "
                   "BACK - SEE DISTRPT.DAT"
               MOVE 8 TO WS-RUN-RC
           END-IF.
           DISPLAY "NEWCIPDST: " WS-STAGED-COUNT " batch(es) and "
               WS-REFUSAL-COUNT " refusal(s) staged for " PO-COUNT
               " partner(s)".
           PERFORM WRITE-RUN-END.
           MOVE WS-RUN-RC TO RETURN-CODE.
           STOP RUN.

       LOAD-BATCH-BALANCE.
      * without NEWCIPBAL's per-batch result nothing can be shown
      * to be in balance, so nothing is distributed
           MOVE 0 TO BAL-COUNT.
           OPEN INPUT BATCH-BAL-FILE.
           IF BATCH-BAL-STATUS NOT = "00"
               DISPLAY "NEWCIPDST: unable to open NEWCIPBCH.DAT, "
                   "status " BATCH-BAL-STATUS " - run refused"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM LOAD-BALANCE-ENTRY UNTIL BATCH-BAL-EOF = "Y".
           CLOSE BATCH-BAL-FILE.

       LOAD-BALANCE-ENTRY.
           READ BATCH-BAL-FILE
               AT END MOVE "Y" TO BATCH-BAL-EOF
               NOT AT END
                   IF BAL-COUNT < 50
                       ADD 1 TO BAL-COUNT
                       MOVE BB-PARTNER TO BLT-PARTNER(BAL-COUNT)
                       MOVE BB-BATCH-ID TO BLT-BATCH-ID(BAL-COUNT)
                       MOVE BB-STATUS TO BLT-STATUS(BAL-COUNT)
                   END-IF
           END-READ.

       LOAD-ACKNOWLEDGMENTS.
           MOVE 0 TO ACK-COUNT.
           OPEN INPUT ACK-FILE.
           IF ACK-STATUS NOT = "00"
               DISPLAY "NEWCIPDST: unable to open NEWCIPACK.DAT, "
                   "status " ACK-STATUS " - run refused"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM LOAD-ACK-ENTRY UNTIL ACK-EOF = "Y".
           CLOSE ACK-FILE.

       LOAD-ACK-ENTRY.
           READ ACK-FILE
               AT END MOVE "Y" TO ACK-EOF
               NOT AT END
                   IF ACK-COUNT < 50
                       ADD 1 TO ACK-COUNT
                       MOVE ACK-BATCH-ID TO AK-BATCH-ID(ACK-COUNT)
                       MOVE ACK-PARTNER TO AK-PARTNER(ACK-COUNT)
                       MOVE ACK-STATUS-CODE
                           TO AK-STATUS-CODE(ACK-COUNT)
                       MOVE ACK-RECORD TO AK-IMAGE(ACK-COUNT)
                       MOVE 0 TO AK-OUT-SUB(ACK-COUNT)
                       MOVE SPACE TO AK-DISP(ACK-COUNT)
                       MOVE SPACES TO AK-REASON(ACK-COUNT)
                   ELSE
                       DISPLAY "NEWCIPDST: ACK TABLE FULL, BATCH "
                           ACK-BATCH-ID " NOT DISTRIBUTED"
                   END-IF
           END-READ.

       LOAD-OUTPUT-BATCHES.
           MOVE 0 TO OB-COUNT.
           MOVE 0 TO WS-CUR-OUT.
           OPEN INPUT OUT-FILE.
           IF OUT-STATUS NOT = "00"
               DISPLAY "NEWCIPDST: unable to open NEWCIPOUT.DAT, "
                   "status " OUT-STATUS " - run refused"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE "N" TO OUT-EOF.
           PERFORM TALLY-OUTPUT-RECORD UNTIL OUT-EOF = "Y".
           CLOSE OUT-FILE.

       TALLY-OUTPUT-RECORD.
           READ OUT-FILE
               AT END MOVE "Y" TO OUT-EOF
               NOT AT END
                   IF OUT-REC-TYPE = "H"
                       PERFORM START-OUTPUT-BATCH
                   END-IF
                   IF WS-CUR-OUT > 0
                       ADD 1 TO OB-REC-COUNT(WS-CUR-OUT)
                       EVALUATE OUT-REC-TYPE
                           WHEN "D"
                               ADD 1 TO OB-DET-COUNT(WS-CUR-OUT)
                               MOVE OUT-MSG-ID TO WS-HASH-MSG-ID
                               PERFORM COMPUTE-ID-HASH
                               ADD WS-ID-HASH
                                   TO OB-DET-HASH(WS-CUR-OUT)
                           WHEN "T"
                               MOVE "Y" TO OB-TRL-SEEN(WS-CUR-OUT)
                               MOVE OL-RECORD-COUNT
                                   TO OB-TRL-COUNT(WS-CUR-OUT)
                               MOVE OL-HASH-TOTAL
                                   TO OB-TRL-HASH(WS-CUR-OUT)
                               MOVE 0 TO WS-CUR-OUT
                       END-EVALUATE
                   END-IF
           END-READ.

       START-OUTPUT-BATCH.
           IF OB-COUNT < 50
               ADD 1 TO OB-COUNT
               MOVE OB-COUNT TO WS-CUR-OUT
               MOVE OH-PARTNER TO OB-PARTNER(WS-CUR-OUT)
               MOVE OH-BATCH-ID TO OB-BATCH-ID(WS-CUR-OUT)
               MOVE 0 TO OB-REC-COUNT(WS-CUR-OUT)
               MOVE 0 TO OB-DET-COUNT(WS-CUR-OUT)
               MOVE 0 TO OB-DET-HASH(WS-CUR-OUT)
               MOVE "N" TO OB-TRL-SEEN(WS-CUR-OUT)
               MOVE 0 TO OB-TRL-COUNT(WS-CUR-OUT)
               MOVE 0 TO OB-TRL-HASH(WS-CUR-OUT)
               MOVE 0 TO OB-ACK-SUB(WS-CUR-OUT)
           ELSE
               MOVE 0 TO WS-CUR-OUT
               DISPLAY "NEWCIPDST: OUTPUT BATCH TABLE FULL, BATCH "
                   OH-BATCH-ID " NOT DISTRIBUTED"
           END-IF.

       DECIDE-ONE-BATCH.
           MOVE 0 TO WS-FIND-SUB.
           PERFORM VARYING OB-SUB FROM 1 BY 1
                   UNTIL OB-SUB > OB-COUNT OR WS-FIND-SUB > 0
               IF OB-PARTNER(OB-SUB) = AK-PARTNER(AK-SUB)
                   AND OB-BATCH-ID(OB-SUB) = AK-BATCH-ID(AK-SUB)
                   MOVE OB-SUB TO WS-FIND-SUB
               END-IF
           END-PERFORM.
           MOVE WS-FIND-SUB TO AK-OUT-SUB(AK-SUB).
           IF WS-FIND-SUB > 0
               MOVE AK-SUB TO OB-ACK-SUB(WS-FIND-SUB)
           END-IF.
           IF AK-STATUS-CODE(AK-SUB) = "R"
      * nothing was processed for a refused batch; the refusal
      * acknowledgment is all the partner gets back
               MOVE "R" TO AK-DISP(AK-SUB)
           ELSE
               MOVE "S" TO AK-DISP(AK-SUB)
               PERFORM CHECK-BATCH-RELEASE
           END-IF.
           IF AK-DISP(AK-SUB) = "H"
               ADD 1 TO WS-HELD-COUNT
               DISPLAY "NEWCIPDST: BATCH " AK-BATCH-ID(AK-SUB)
                   " FROM " AK-PARTNER(AK-SUB) " HELD - "
                   FUNCTION TRIM(AK-REASON(AK-SUB))
           ELSE
               PERFORM ADD-PARTNER-OUTPUT
           END-IF.

       CHECK-BATCH-RELEASE.
           MOVE AK-OUT-SUB(AK-SUB) TO OB-SUB.
           IF OB-SUB = 0
               MOVE "H" TO AK-DISP(AK-SUB)
               MOVE "NO OUTPUT BATCH ON NEWCIPOUT.DAT"
                   TO AK-REASON(AK-SUB)
           END-IF.
           IF AK-DISP(AK-SUB) = "S"
               IF OB-TRL-SEEN(OB-SUB) = "N"
                   OR OB-TRL-COUNT(OB-SUB) NOT = OB-DET-COUNT(OB-SUB)
                   OR OB-TRL-HASH(OB-SUB) NOT = OB-DET-HASH(OB-SUB)
                   MOVE "H" TO AK-DISP(AK-SUB)
                   MOVE "OUTPUT DOES NOT MATCH ITS TRAILER"
                       TO AK-REASON(AK-SUB)
               END-IF
           END-IF.
           IF AK-DISP(AK-SUB) = "S"
               MOVE 0 TO WS-BAL-FOUND
               PERFORM VARYING BLT-SUB FROM 1 BY 1
                       UNTIL BLT-SUB > BAL-COUNT OR WS-BAL-FOUND > 0
                   IF BLT-PARTNER(BLT-SUB) = AK-PARTNER(AK-SUB)
                       AND BLT-BATCH-ID(BLT-SUB) = AK-BATCH-ID(AK-SUB)
                       MOVE BLT-SUB TO WS-BAL-FOUND
                   END-IF
               END-PERFORM
               IF WS-BAL-FOUND = 0
                   MOVE "H" TO AK-DISP(AK-SUB)
                   MOVE "NOT RECONCILED BY NEWCIPBAL"
                       TO AK-REASON(AK-SUB)
               ELSE
                   IF BLT-STATUS(WS-BAL-FOUND) NOT = "B"
                       MOVE "H" TO AK-DISP(AK-SUB)
                       MOVE "OUT OF BALANCE - SEE NEWCIPBAL.DAT"
                           TO AK-REASON(AK-SUB)
                   END-IF
               END-IF
           END-IF.

       ADD-PARTNER-OUTPUT.
           MOVE 0 TO WS-FIND-SUB.
           PERFORM VARYING PO-SUB FROM 1 BY 1
                   UNTIL PO-SUB > PO-COUNT OR WS-FIND-SUB > 0
               IF PO-PARTNER(PO-SUB) = AK-PARTNER(AK-SUB)
                   MOVE PO-SUB TO WS-FIND-SUB
               END-IF
           END-PERFORM.
           IF WS-FIND-SUB = 0
               IF PO-COUNT >= 20
                   DISPLAY "NEWCIPDST: MORE THAN 20 PARTNERS - "
                       "run refused"
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO PO-COUNT
               MOVE PO-COUNT TO WS-FIND-SUB
               MOVE AK-PARTNER(AK-SUB) TO PO-PARTNER(WS-FIND-SUB)
               MOVE SPACES TO PO-FILE-NAME(WS-FIND-SUB)
               STRING "NEWCIPOUT." DELIMITED BY SIZE
                   AK-PARTNER(AK-SUB) DELIMITED BY SPACE
                   INTO PO-FILE-NAME(WS-FIND-SUB)
               END-STRING
               MOVE 0 TO PO-SEND-COUNT(WS-FIND-SUB)
               MOVE 0 TO PO-REC-COUNT(WS-FIND-SUB)
               MOVE 0 TO PO-DET-COUNT(WS-FIND-SUB)
               MOVE 0 TO PO-DET-HASH(WS-FIND-SUB)
           END-IF.
           ADD 1 TO PO-SEND-COUNT(WS-FIND-SUB).

       DISTRIBUTE-ONE-PARTNER.
      * one pass over NEWCIPOUT.DAT per partner, copying that
      * partner's staged batches H...T and following each with its
      * acknowledgment; refusal acknowledgments go at the end
           MOVE PO-FILE-NAME(PO-SUB) TO WS-DIST-NAME.
           OPEN OUTPUT DIST-FILE.
           IF DIST-STATUS NOT = "00"
               DISPLAY "Unable to open " FUNCTION TRIM(WS-DIST-NAME)
                   ", status " DIST-STATUS
               STOP RUN
           END-IF.
           OPEN INPUT OUT-FILE.
           IF OUT-STATUS NOT = "00"
               DISPLAY "Unable to open NEWCIPOUT.DAT, status "
                   OUT-STATUS
               STOP RUN
           END-IF.
           MOVE "N" TO OUT-EOF.
           MOVE 0 TO WS-CUR-OUT.
           MOVE 0 TO WS-COPYING.
           PERFORM COPY-OUTPUT-RECORD UNTIL OUT-EOF = "Y".
           CLOSE OUT-FILE.
           PERFORM STAGE-REFUSAL-ACK
               VARYING AK-SUB FROM 1 BY 1 UNTIL AK-SUB > ACK-COUNT.
           CLOSE DIST-FILE.
           MOVE SPACES TO DIST-LOG-RECORD.
           MOVE WS-TIMESTAMP TO DL-TIMESTAMP.
           MOVE PO-PARTNER(PO-SUB) TO DL-PARTNER.
           MOVE "F" TO DL-DISP.
           MOVE PO-REC-COUNT(PO-SUB) TO DL-REC-COUNT.
           MOVE PO-DET-COUNT(PO-SUB) TO DL-DET-COUNT.
           MOVE PO-DET-HASH(PO-SUB) TO DL-HASH-TOTAL.
           MOVE PO-FILE-NAME(PO-SUB) TO DL-FILE-NAME.
           WRITE DIST-LOG-RECORD.

       COPY-OUTPUT-RECORD.
           READ OUT-FILE
               AT END MOVE "Y" TO OUT-EOF
               NOT AT END
                   IF OUT-REC-TYPE = "H"
                       ADD 1 TO WS-CUR-OUT
                       MOVE 0 TO WS-COPYING
                       IF WS-CUR-OUT <= OB-COUNT
                           AND OB-PARTNER(WS-CUR-OUT)
                               = PO-PARTNER(PO-SUB)
                           AND OB-ACK-SUB(WS-CUR-OUT) > 0
                           MOVE OB-ACK-SUB(WS-CUR-OUT) TO AK-SUB
                           IF AK-DISP(AK-SUB) = "S"
                               MOVE WS-CUR-OUT TO WS-COPYING
                           END-IF
                       END-IF
                   END-IF
                   IF WS-COPYING > 0
                       MOVE SPACES TO DIST-RECORD
                       MOVE OUT-RECORD TO DIST-RECORD
                       WRITE DIST-RECORD
                       ADD 1 TO PO-REC-COUNT(PO-SUB)
                       IF OUT-REC-TYPE = "T"
                           PERFORM STAGE-BATCH-ACK
                           MOVE 0 TO WS-COPYING
                       END-IF
                   END-IF
           END-READ.

       STAGE-BATCH-ACK.
           MOVE OB-ACK-SUB(WS-COPYING) TO AK-SUB.
           MOVE SPACES TO DIST-RECORD.
           MOVE "A" TO DIST-REC-TYPE.
           MOVE AK-IMAGE(AK-SUB) TO DIST-BODY.
           WRITE DIST-RECORD.
           ADD 1 TO PO-REC-COUNT(PO-SUB).
           ADD OB-DET-COUNT(WS-COPYING) TO PO-DET-COUNT(PO-SUB).
           ADD OB-DET-HASH(WS-COPYING) TO PO-DET-HASH(PO-SUB).
           ADD OB-DET-COUNT(WS-COPYING) TO WS-STAGED-DETAILS.
           ADD 1 TO WS-STAGED-COUNT.
           MOVE SPACES TO DIST-LOG-RECORD.
           MOVE WS-TIMESTAMP TO DL-TIMESTAMP.
           MOVE AK-PARTNER(AK-SUB) TO DL-PARTNER.
           MOVE AK-BATCH-ID(AK-SUB) TO DL-BATCH-ID.
           MOVE "S" TO DL-DISP.
           COMPUTE DL-REC-COUNT = OB-REC-COUNT(WS-COPYING) + 1.
           MOVE OB-DET-COUNT(WS-COPYING) TO DL-DET-COUNT.
           MOVE OB-DET-HASH(WS-COPYING) TO DL-HASH-TOTAL.
           MOVE PO-FILE-NAME(PO-SUB) TO DL-FILE-NAME.
           WRITE DIST-LOG-RECORD.

       STAGE-REFUSAL-ACK.
           IF AK-PARTNER(AK-SUB) = PO-PARTNER(PO-SUB)
               AND AK-DISP(AK-SUB) = "R"
               MOVE SPACES TO DIST-RECORD
               MOVE "A" TO DIST-REC-TYPE
               MOVE AK-IMAGE(AK-SUB) TO DIST-BODY
               WRITE DIST-RECORD
               ADD 1 TO PO-REC-COUNT(PO-SUB)
               ADD 1 TO WS-REFUSAL-COUNT
               MOVE SPACES TO DIST-LOG-RECORD
               MOVE WS-TIMESTAMP TO DL-TIMESTAMP
               MOVE AK-PARTNER(AK-SUB) TO DL-PARTNER
               MOVE AK-BATCH-ID(AK-SUB) TO DL-BATCH-ID
               MOVE "R" TO DL-DISP
               MOVE 1 TO DL-REC-COUNT
               MOVE 0 TO DL-DET-COUNT
               MOVE 0 TO DL-HASH-TOTAL
               MOVE PO-FILE-NAME(PO-SUB) TO DL-FILE-NAME
               WRITE DIST-LOG-RECORD
           END-IF.

       LOG-HELD-BATCH.
           IF AK-DISP(AK-SUB) = "H"
               MOVE SPACES TO DIST-LOG-RECORD
               MOVE WS-TIMESTAMP TO DL-TIMESTAMP
               MOVE AK-PARTNER(AK-SUB) TO DL-PARTNER
               MOVE AK-BATCH-ID(AK-SUB) TO DL-BATCH-ID
               MOVE "H" TO DL-DISP
               MOVE 0 TO DL-REC-COUNT
               MOVE AK-OUT-SUB(AK-SUB) TO OB-SUB
               IF OB-SUB > 0
                   MOVE OB-DET-COUNT(OB-SUB) TO DL-DET-COUNT
                   MOVE OB-DET-HASH(OB-SUB) TO DL-HASH-TOTAL
               ELSE
                   MOVE 0 TO DL-DET-COUNT
                   MOVE 0 TO DL-HASH-TOTAL
               END-IF
               WRITE DIST-LOG-RECORD
           END-IF.

       LOG-UNACKNOWLEDGED-BATCH.
      * output with no acknowledgment cannot be accounted for to the
      * partner and is never staged
           IF OB-ACK-SUB(OB-SUB) = 0
               ADD 1 TO WS-HELD-COUNT
               MOVE SPACES TO DIST-LOG-RECORD
               MOVE WS-TIMESTAMP TO DL-TIMESTAMP
               MOVE OB-PARTNER(OB-SUB) TO DL-PARTNER
               MOVE OB-BATCH-ID(OB-SUB) TO DL-BATCH-ID
               MOVE "H" TO DL-DISP
               MOVE 0 TO DL-REC-COUNT
               MOVE OB-DET-COUNT(OB-SUB) TO DL-DET-COUNT
               MOVE OB-DET-HASH(OB-SUB) TO DL-HASH-TOTAL
               WRITE DIST-LOG-RECORD
           END-IF.

       WRITE-DISTRIBUTION-REPORT.
           OPEN OUTPUT REPORT-FILE.
           IF REPORT-STATUS NOT = "00"
               DISPLAY "Unable to open DISTRPT.DAT, status "
                   REPORT-STATUS
               STOP RUN
           END-IF.
           PERFORM WRITE-PAGE-HEADER.
           MOVE SPACES TO WS-RPT-LINE.
           MOVE "PARTNER  BATCH-ID" TO WS-RPT-LINE(1:17).
           MOVE "RECORDS DETAILS HASH-TOTAL" TO WS-RPT-LINE(20:26).
           MOVE "DISPOSITION" TO WS-RPT-LINE(48:11).
           PERFORM WRITE-REPORT-LINE.
           PERFORM REPORT-ONE-BATCH
               VARYING AK-SUB FROM 1 BY 1 UNTIL AK-SUB > ACK-COUNT.
           PERFORM REPORT-UNACKNOWLEDGED-BATCH
               VARYING OB-SUB FROM 1 BY 1 UNTIL OB-SUB > OB-COUNT.
           IF ACK-COUNT = 0
               MOVE "  (NO BATCHES ACKNOWLEDGED)" TO WS-RPT-LINE
               PERFORM WRITE-REPORT-LINE
           END-IF.
           MOVE SPACES TO WS-RPT-LINE.
           PERFORM WRITE-REPORT-LINE.
           MOVE "OUTBOUND FILES" TO WS-RPT-LINE.
           PERFORM WRITE-REPORT-LINE.
           PERFORM REPORT-ONE-FILE
               VARYING PO-SUB FROM 1 BY 1 UNTIL PO-SUB > PO-COUNT.
           IF PO-COUNT = 0
               MOVE "  (NOTHING STAGED)" TO WS-RPT-LINE
               PERFORM WRITE-REPORT-LINE
           END-IF.
           MOVE SPACES TO WS-RPT-LINE.
           PERFORM WRITE-REPORT-LINE.
           MOVE WS-STAGED-COUNT TO WS-COUNT-EDIT.
           MOVE SPACES TO WS-RPT-LINE.
           STRING "BATCHES STAGED        " DELIMITED BY SIZE
               WS-COUNT-EDIT DELIMITED BY SIZE
               INTO WS-RPT-LINE
           END-STRING.
           PERFORM WRITE-REPORT-LINE.
           MOVE WS-REFUSAL-COUNT TO WS-COUNT-EDIT.
           MOVE SPACES TO WS-RPT-LINE.
           STRING "REFUSALS STAGED       " DELIMITED BY SIZE
               WS-COUNT-EDIT DELIMITED BY SIZE
               INTO WS-RPT-LINE
           END-STRING.
           PERFORM WRITE-REPORT-LINE.
           MOVE WS-HELD-COUNT TO WS-COUNT-EDIT.
           MOVE SPACES TO WS-RPT-LINE.
           STRING "BATCHES HELD BACK     " DELIMITED BY SIZE
               WS-COUNT-EDIT DELIMITED BY SIZE
               INTO WS-RPT-LINE
           END-STRING.
           PERFORM WRITE-REPORT-LINE.
           MOVE WS-STAGED-DETAILS TO WS-COUNT-EDIT.
           MOVE SPACES TO WS-RPT-LINE.
           STRING "DETAILS STAGED        " DELIMITED BY SIZE
               WS-COUNT-EDIT DELIMITED BY SIZE
               INTO WS-RPT-LINE
           END-STRING.
           PERFORM WRITE-REPORT-LINE.
           CLOSE REPORT-FILE.

       REPORT-ONE-BATCH.
           MOVE SPACES TO WS-RPT-LINE.
           MOVE AK-PARTNER(AK-SUB) TO WS-RPT-LINE(1:8).
           MOVE AK-BATCH-ID(AK-SUB) TO WS-RPT-LINE(10:8).
           MOVE AK-OUT-SUB(AK-SUB) TO OB-SUB.
           IF OB-SUB > 0
               MOVE OB-REC-COUNT(OB-SUB) TO WS-COUNT-EDIT
               MOVE WS-COUNT-EDIT TO WS-RPT-LINE(21:6)
               MOVE OB-DET-COUNT(OB-SUB) TO WS-COUNT-EDIT
               MOVE WS-COUNT-EDIT TO WS-RPT-LINE(29:6)
               MOVE OB-DET-HASH(OB-SUB) TO WS-HASH-EDIT
               MOVE WS-HASH-EDIT TO WS-RPT-LINE(36:10)
           END-IF.
           EVALUATE AK-DISP(AK-SUB)
               WHEN "S"
                   MOVE "STAGED" TO WS-RPT-LINE(48:6)
               WHEN "R"
                   MOVE "REFUSAL ACKNOWLEDGMENT STAGED"
                       TO WS-RPT-LINE(48:29)
               WHEN OTHER
                   MOVE "HELD" TO WS-RPT-LINE(48:4)
                   MOVE AK-REASON(AK-SUB) TO WS-RPT-LINE(53:40)
           END-EVALUATE.
           PERFORM WRITE-REPORT-LINE.

       REPORT-UNACKNOWLEDGED-BATCH.
           IF OB-ACK-SUB(OB-SUB) = 0
               MOVE SPACES TO WS-RPT-LINE
               MOVE OB-PARTNER(OB-SUB) TO WS-RPT-LINE(1:8)
               MOVE OB-BATCH-ID(OB-SUB) TO WS-RPT-LINE(10:8)
               MOVE OB-REC-COUNT(OB-SUB) TO WS-COUNT-EDIT
               MOVE WS-COUNT-EDIT TO WS-RPT-LINE(21:6)
               MOVE OB-DET-COUNT(OB-SUB) TO WS-COUNT-EDIT
               MOVE WS-COUNT-EDIT TO WS-RPT-LINE(29:6)
               MOVE OB-DET-HASH(OB-SUB) TO WS-HASH-EDIT
               MOVE WS-HASH-EDIT TO WS-RPT-LINE(36:10)
               MOVE "HELD NO ACKNOWLEDGMENT ON NEWCIPACK.DAT"
                   TO WS-RPT-LINE(48:39)
               PERFORM WRITE-REPORT-LINE
           END-IF.

       REPORT-ONE-FILE.
           MOVE SPACES TO WS-RPT-LINE.
           MOVE PO-PARTNER(PO-SUB) TO WS-RPT-LINE(1:8).
           MOVE PO-FILE-NAME(PO-SUB) TO WS-RPT-LINE(10:30).
           MOVE PO-REC-COUNT(PO-SUB) TO WS-COUNT-EDIT.
           MOVE WS-COUNT-EDIT TO WS-RPT-LINE(41:6).
           MOVE " RECORDS" TO WS-RPT-LINE(47:8).
           MOVE PO-DET-COUNT(PO-SUB) TO WS-COUNT-EDIT.
           MOVE WS-COUNT-EDIT TO WS-RPT-LINE(56:6).
           MOVE " DETAILS  HASH" TO WS-RPT-LINE(62:14).
           MOVE PO-DET-HASH(PO-SUB) TO WS-HASH-EDIT.
           MOVE WS-HASH-EDIT TO WS-RPT-LINE(77:10).
           PERFORM WRITE-REPORT-LINE.

       COMPUTE-ID-HASH.
           MOVE 0 TO WS-ID-HASH.
           PERFORM VARYING WS-HASH-IDX FROM 1 BY 1
                   UNTIL WS-HASH-IDX > 6
               COMPUTE WS-ID-HASH = WS-ID-HASH +
                   FUNCTION ORD(WS-HASH-MSG-ID(WS-HASH-IDX:1))
           END-PERFORM.

       WRITE-PAGE-HEADER.
           ADD 1 TO RPT-PAGE-NUM.
           MOVE RPT-PAGE-NUM TO RPT-PAGE-EDIT.
           MOVE SPACES TO REPORT-RECORD.
           STRING "OUTBOUND DISTRIBUTION REPORT  " DELIMITED BY SIZE
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
           MOVE "NEWCIPDST" TO RS-PROGRAM.
           MOVE "S" TO RS-TYPE.
           MOVE FUNCTION CURRENT-DATE TO RS-TIMESTAMP.
           MOVE 0 TO RS-RECORDS.
           MOVE 0 TO RS-COMP-CODE.
           WRITE RUNSTAT-RECORD.
           CLOSE RUNSTAT-FILE.

       WRITE-RUN-END.
           PERFORM OPEN-RUN-STATUS.
           MOVE SPACES TO RUNSTAT-RECORD.
           MOVE "NEWCIPDST" TO RS-PROGRAM.
           MOVE "E" TO RS-TYPE.
           MOVE FUNCTION CURRENT-DATE TO RS-TIMESTAMP.
           MOVE WS-STAGED-DETAILS TO RS-RECORDS.
           MOVE WS-RUN-RC TO RS-COMP-CODE.
           WRITE RUNSTAT-RECORD.
           CLOSE RUNSTAT-FILE.
