       IDENTIFICATION DIVISION.
       PROGRAM-ID. NEWCIPINT.
      * Inbound transmission intake, run ahead of NEWCIPHER. Collects
      * the day's partner transmission files named by the repeatable
      * INBOUND-FILE parameter in data/RUNCTL.DAT, checks that every
      * H...T batch set in them is well formed and in balance, and
      * refuses any batch whose batch ID has already been received
      * from that partner on an earlier day (the permanent batch
      * receipt history BATCHRCV.DAT). The surviving batches are
      * merged in partner / batch ID order into data/NEWCIPIN.DAT,
      * recorded on the history, and every file and batch received
      * is listed merged or refused on the intake receipt report
      * (INTAKRPT.DAT). Return code 8 when anything was refused.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RUNSTAT-FILE ASSIGN TO "RUNSTAT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RUNSTAT-STATUS.
           SELECT RUNCTL-FILE ASSIGN TO "data/RUNCTL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RUNCTL-STATUS.
           SELECT PARTNER-FILE ASSIGN TO "data/PARTNERS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PARTNER-STATUS.
           SELECT INBOUND-FILE ASSIGN TO DYNAMIC WS-INBOUND-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS INBOUND-STATUS.
           SELECT MERGE-FILE ASSIGN TO "data/NEWCIPIN.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS MERGE-STATUS.
           SELECT HISTORY-FILE ASSIGN TO "BATCHRCV.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS HISTORY-STATUS.
           SELECT CHECKPOINT-FILE ASSIGN TO "NEWCIPCKP.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CHECKPOINT-STATUS.
           SELECT REPORT-FILE ASSIGN TO "INTAKRPT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS REPORT-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD INBOUND-FILE.
       01 INBOUND-RECORD.
           05 INB-REC-TYPE      PIC X.
      * "H" = batch header, "D" = detail, "T" = batch trailer,
      * "C" = continuation segment of the "D" message just before it
           05 INB-DETAIL.
               10 INB-MSG-ID    PIC X(6).
               10 INB-KEY-ID    PIC X(8).
               10 INB-FUNC      PIC X.
               10 INB-TEXT      PIC X(25).
           05 INB-HEADER REDEFINES INB-DETAIL.
               10 IH-BATCH-ID   PIC X(8).
               10 IH-PARTNER    PIC X(8).
               10 IH-CREATE-DATE PIC 9(8).
               10 FILLER        PIC X(16).
           05 INB-TRAILER REDEFINES INB-DETAIL.
               10 IL-RECORD-COUNT PIC 9(6).
               10 IL-HASH-TOTAL PIC 9(10).
               10 FILLER        PIC X(24).
           05 INB-SEG-NO        PIC 99.
           05 INB-SEG-COUNT     PIC 99.

       FD MERGE-FILE.
       01 MERGE-RECORD          PIC X(45).

       FD HISTORY-FILE.
       01 HISTORY-RECORD.
      * one record per batch ever merged for NEWCIPHER; never
      * truncated - a batch ID on here is refused if sent again
           05 BR-PARTNER        PIC X(8).
           05 FILLER            PIC X.
           05 BR-BATCH-ID       PIC X(8).
           05 FILLER            PIC X.
           05 BR-CREATE-DATE    PIC 9(8).
           05 FILLER            PIC X.
           05 BR-RECEIVED       PIC X(21).
           05 FILLER            PIC X.
           05 BR-DET-COUNT      PIC 9(6).
           05 FILLER            PIC X.
           05 BR-HASH-TOTAL     PIC 9(10).
           05 FILLER            PIC X.
           05 BR-FILE-NAME      PIC X(30).

       FD PARTNER-FILE.
       01 PARTNER-RECORD.
           05 PM-PARTNER-ID     PIC X(8).
           05 PM-STATUS         PIC X.
      * "A" = active, "S" = suspended
           05 PM-DEF-KEY-ID     PIC X(8).
           05 PM-ALLOWED-FUNCS  PIC X(4).
           05 PM-MSG-PREFIX     PIC X(3).
           05 PM-ALT-KEY-ID     PIC X(8) OCCURS 3 TIMES.
           05 PM-TURNAROUND-DAYS PIC 99.

       FD CHECKPOINT-FILE.
       01 CHECKPOINT-RECORD.
           05 CKP-COUNT          PIC 9(6).

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
       01 RUNCTL-STATUS PIC XX.
       01 RUNCTL-EOF    PIC X     VALUE "N".
       01 INBOUND-STATUS PIC XX.
       01 INBOUND-EOF   PIC X     VALUE "N".
       01 MERGE-STATUS  PIC XX.
       01 HISTORY-STATUS PIC XX.
       01 HISTORY-EOF   PIC X     VALUE "N".
       01 CHECKPOINT-STATUS PIC XX.
       01 REPORT-STATUS PIC XX.
       01 WS-INBOUND-NAME PIC X(30) VALUE SPACES.
       01 WS-TODAY-DATE PIC 9(8)  VALUE 0.
       01 WS-TIMESTAMP  PIC X(21) VALUE SPACES.
       01 WS-RUN-RC     PIC 99    VALUE 0.
       01 WS-RUN-RECORDS PIC 9(6) VALUE 0.

      * Transmission files to collect: one INBOUND-FILE run-control
      * line per file, in the order they are to be read
       01 FILE-TABLE.
           05 FILE-COUNT    PIC 99 VALUE 0.
           05 FILE-ENTRY OCCURS 20 TIMES.
               10 FT-NAME       PIC X(30).
               10 FT-OPEN-STATUS PIC XX.
               10 FT-RECORDS    PIC 9(6).
               10 FT-BATCHES    PIC 99.
               10 FT-STRAY      PIC X.
               10 FT-RESULT     PIC X(40).
       01 FT-SUB        PIC 99    VALUE 0.

      * Every batch found in any of the files. BT-ORDINAL is the
      * batch's position among the headers of its own file, used
      * to find it again when the accepted batches are merged.
       01 WS-MAX-BATCHES PIC 99   VALUE 50.
       01 WS-MAX-MERGED PIC 99    VALUE 20.
       01 WS-MAX-MERGED-EDIT PIC Z9.
      * NEWCIPHER refuses a transmission of more than 20 batches
       01 BATCH-TABLE.
           05 BATCH-COUNT PIC 99  VALUE 0.
           05 BATCH-ENTRY OCCURS 50 TIMES.
               10 BT-SORT-KEY.
                   15 BT-PARTNER  PIC X(8).
                   15 BT-ID       PIC X(8).
               10 BT-DATE        PIC X(8).
               10 BT-FILE-SUB    PIC 99.
               10 BT-ORDINAL     PIC 99.
               10 BT-TRL-SEEN    PIC X.
               10 BT-TRL-COUNT   PIC 9(6).
               10 BT-TRL-HASH    PIC 9(10).
               10 BT-DET-COUNT   PIC 9(6).
               10 BT-DET-HASH    PIC 9(10).
               10 BT-ACCEPT      PIC X.
               10 BT-REASON      PIC X(40).
       01 BT-SUB        PIC 99    VALUE 0.
       01 BT-CHK        PIC 99    VALUE 0.
       01 WS-CUR-BATCH  PIC 99    VALUE 0.
       01 WS-FILE-ORDINAL PIC 99  VALUE 0.
       01 WS-SWAP-ENTRY PIC X(102).
       01 WS-SORT-I     PIC 99    VALUE 0.
       01 WS-SORT-J     PIC 99    VALUE 0.

       01 WS-MERGED-COUNT PIC 99  VALUE 0.
       01 WS-REFUSED-COUNT PIC 99 VALUE 0.
       01 WS-FILE-ERRORS PIC 99   VALUE 0.
       01 WS-MERGED-DETAILS PIC 9(6) VALUE 0.
       01 WS-COPY-DONE  PIC X     VALUE "N".
       01 WS-HDR-ORDINAL PIC 99   VALUE 0.

       01 WS-HASH-MSG-ID PIC X(6) VALUE SPACES.
       01 WS-ID-HASH    PIC 9(4)  VALUE 0.
       01 WS-HASH-IDX   PIC 9     VALUE 0.

      * Partner master (data/PARTNERS.DAT) lookup
       01 PARTNER-STATUS PIC XX.
       01 PARTNER-EOF   PIC X     VALUE "N".
       01 WS-PTNR-SUB   PIC 99    VALUE 0.
       01 WS-PT-IDX     PIC 99    VALUE 0.
       01 PARTNER-TABLE.
           05 PARTNER-COUNT PIC 99 VALUE 0.
           05 PARTNER-ENTRY OCCURS 20 TIMES.
               10 PT-ID       PIC X(8).
               10 PT-STATUS   PIC X.

       01 WS-RPT-LINE   PIC X(100).
       01 WS-COUNT-EDIT PIC ZZZZZ9.
       01 WS-BATCH-EDIT PIC Z9.
       01 WS-HASH-EDIT  PIC Z(9)9.
       01 RPT-PAGE-NUM  PIC 99 VALUE 0.
       01 RPT-LINE-COUNT PIC 99 VALUE 0.
       01 RPT-LINES-PER-PAGE PIC 99 VALUE 20.
       01 RPT-PAGE-EDIT PIC Z9.

       PROCEDURE DIVISION.
       MAIN.
           PERFORM WRITE-RUN-START.
           PERFORM LOAD-RUN-CONTROL.
           IF FILE-COUNT = 0
               DISPLAY "NEWCIPINT: no INBOUND-FILE parameter in "
                   "data/RUNCTL.DAT - run refused"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM CHECK-PENDING-RESTART.
           PERFORM LOAD-PARTNER-MASTER.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY-DATE.
           MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP.

           PERFORM VERIFY-INBOUND-FILE
               VARYING FT-SUB FROM 1 BY 1 UNTIL FT-SUB > FILE-COUNT.
           PERFORM BALANCE-ONE-BATCH
               VARYING BT-SUB FROM 1 BY 1 UNTIL BT-SUB > BATCH-COUNT.
           PERFORM CHECK-RECEIPT-HISTORY.
           PERFORM SORT-BATCH-TABLE.
           PERFORM APPLY-MERGE-LIMIT
               VARYING BT-SUB FROM 1 BY 1 UNTIL BT-SUB > BATCH-COUNT.

      * NEWCIPIN.DAT is rebuilt every run, even when nothing
      * survives, so yesterday's batches are never processed twice
           OPEN OUTPUT MERGE-FILE.
           IF MERGE-STATUS NOT = "00"
               DISPLAY "Unable to open data/NEWCIPIN.DAT, status "
                   MERGE-STATUS
               STOP RUN
           END-IF.
           PERFORM MERGE-ONE-BATCH
               VARYING BT-SUB FROM 1 BY 1 UNTIL BT-SUB > BATCH-COUNT.
           CLOSE MERGE-FILE.

           PERFORM RECORD-RECEIPT-HISTORY.
           PERFORM WRITE-INTAKE-REPORT.

           IF WS-REFUSED-COUNT > 0 OR WS-FILE-ERRORS > 0
               MOVE 8 TO WS-RUN-RC
           END-IF.
           DISPLAY "NEWCIPINT: " FILE-COUNT " file(s), "
               BATCH-COUNT " batch(es) received, " WS-MERGED-COUNT
               " merged, " WS-REFUSED-COUNT " refused".
           MOVE WS-MERGED-DETAILS TO WS-RUN-RECORDS.
           PERFORM WRITE-RUN-END.
           MOVE WS-RUN-RC TO RETURN-CODE.
           STOP RUN.

       LOAD-RUN-CONTROL.
           MOVE 0 TO FILE-COUNT.
           MOVE "N" TO RUNCTL-EOF.
           OPEN INPUT RUNCTL-FILE.
           IF RUNCTL-STATUS NOT = "00"
               DISPLAY "NEWCIPINT: unable to open data/RUNCTL.DAT, "
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
                       AND RC-PROGRAM = "NEWCIPINT"
                       AND RC-KEYWORD = "INBOUND-FILE"
                       AND RC-VALUE NOT = SPACES
                       AND FILE-COUNT < 20
                       ADD 1 TO FILE-COUNT
                       MOVE RC-VALUE TO FT-NAME(FILE-COUNT)
                       MOVE SPACES TO FT-OPEN-STATUS(FILE-COUNT)
                       MOVE 0 TO FT-RECORDS(FILE-COUNT)
                       MOVE 0 TO FT-BATCHES(FILE-COUNT)
                       MOVE "N" TO FT-STRAY(FILE-COUNT)
                       MOVE SPACES TO FT-RESULT(FILE-COUNT)
                   END-IF
           END-READ.

       CHECK-PENDING-RESTART.
      * a NEWCIPHER run interrupted part way restarts from its
      * checkpoint against the same data/NEWCIPIN.DAT; replacing
      * that file underneath it would corrupt the restart
           OPEN INPUT CHECKPOINT-FILE.
           IF CHECKPOINT-STATUS = "00"
               READ CHECKPOINT-FILE
                   AT END MOVE 0 TO CKP-COUNT
               END-READ
               CLOSE CHECKPOINT-FILE
               IF CKP-COUNT IS NUMERIC AND CKP-COUNT > 0
                   DISPLAY "NEWCIPINT: NEWCIPHER RESTART PENDING "
                       "(NEWCIPCKP.DAT) - run refused"
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF.

       LOAD-PARTNER-MASTER.
           MOVE 0 TO PARTNER-COUNT.
           MOVE "N" TO PARTNER-EOF.
           OPEN INPUT PARTNER-FILE.
           IF PARTNER-STATUS NOT = "00"
               DISPLAY "Unable to open data/PARTNERS.DAT, status "
                   PARTNER-STATUS
               STOP RUN
           END-IF.
           PERFORM LOAD-PARTNER-ENTRY UNTIL PARTNER-EOF = "Y".
           CLOSE PARTNER-FILE.

       LOAD-PARTNER-ENTRY.
           READ PARTNER-FILE
               AT END MOVE "Y" TO PARTNER-EOF
               NOT AT END
                   IF PARTNER-COUNT < 20
                       ADD 1 TO PARTNER-COUNT
                       MOVE PM-PARTNER-ID TO PT-ID(PARTNER-COUNT)
                       MOVE PM-STATUS TO PT-STATUS(PARTNER-COUNT)
                   ELSE
                       DISPLAY "NEWCIPINT: PARTNER TABLE FULL, "
                           PM-PARTNER-ID " NOT LOADED"
                   END-IF
           END-READ.

       VERIFY-INBOUND-FILE.
      * first pass over one transmission file: each H...T group is
      * a batch of its own, balanced against its own trailer the
      * same way NEWCIPHER balances it
           MOVE FT-NAME(FT-SUB) TO WS-INBOUND-NAME.
           OPEN INPUT INBOUND-FILE.
           MOVE INBOUND-STATUS TO FT-OPEN-STATUS(FT-SUB).
           IF INBOUND-STATUS NOT = "00"
               ADD 1 TO WS-FILE-ERRORS
               MOVE "NOT RECEIVED - FILE NOT AVAILABLE"
                   TO FT-RESULT(FT-SUB)
               DISPLAY "NEWCIPINT: " FUNCTION TRIM(FT-NAME(FT-SUB))
                   " NOT AVAILABLE, STATUS " INBOUND-STATUS
           ELSE
               MOVE "N" TO INBOUND-EOF
               MOVE 0 TO WS-CUR-BATCH
               MOVE 0 TO WS-FILE-ORDINAL
               PERFORM VERIFY-INBOUND-RECORD
                   UNTIL INBOUND-EOF = "Y"
               CLOSE INBOUND-FILE
               PERFORM END-INBOUND-FILE
           END-IF.

       VERIFY-INBOUND-RECORD.
           READ INBOUND-FILE
               AT END MOVE "Y" TO INBOUND-EOF
               NOT AT END
                   ADD 1 TO FT-RECORDS(FT-SUB)
                   EVALUATE INB-REC-TYPE
                       WHEN "H"
                           PERFORM START-NEW-BATCH
                       WHEN "T"
                           IF WS-CUR-BATCH = 0
                               MOVE "Y" TO FT-STRAY(FT-SUB)
                           ELSE
                               IF BT-TRL-SEEN(WS-CUR-BATCH) = "Y"
                                   MOVE "Y" TO FT-STRAY(FT-SUB)
                               ELSE
                                   PERFORM TAKE-BATCH-TRAILER
                               END-IF
                           END-IF
                       WHEN "D"
                           IF WS-CUR-BATCH = 0
                               MOVE "Y" TO FT-STRAY(FT-SUB)
                           ELSE
                               IF BT-TRL-SEEN(WS-CUR-BATCH) = "Y"
                                   MOVE "Y" TO FT-STRAY(FT-SUB)
                               ELSE
                                   ADD 1 TO BT-DET-COUNT(WS-CUR-BATCH)
                                   MOVE INB-MSG-ID TO WS-HASH-MSG-ID
                                   PERFORM COMPUTE-ID-HASH
                                   ADD WS-ID-HASH
                                       TO BT-DET-HASH(WS-CUR-BATCH)
                               END-IF
                           END-IF
                       WHEN "C"
      * continuation segments belong to the "D" record's message and
      * are not counted or hashed on their own
                           IF WS-CUR-BATCH = 0
                               MOVE "Y" TO FT-STRAY(FT-SUB)
                           ELSE
                               IF BT-TRL-SEEN(WS-CUR-BATCH) = "Y"
                                   MOVE "Y" TO FT-STRAY(FT-SUB)
                               END-IF
                           END-IF
                       WHEN OTHER
                           IF WS-CUR-BATCH = 0
                               MOVE "Y" TO FT-STRAY(FT-SUB)
                           ELSE
                               IF BT-ACCEPT(WS-CUR-BATCH) = "Y"
                                   MOVE "N" TO BT-ACCEPT(WS-CUR-BATCH)
                                   MOVE "UNRECOGNIZED RECORD TYPE"
                                       TO BT-REASON(WS-CUR-BATCH)
                               END-IF
                           END-IF
                   END-EVALUATE
           END-READ.

       START-NEW-BATCH.
           PERFORM CHECK-TRAILER-SEEN.
           IF BATCH-COUNT >= WS-MAX-BATCHES
               DISPLAY "NEWCIPINT: MORE THAN " WS-MAX-BATCHES
                   " BATCHES IN ONE INTAKE - run refused"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           ADD 1 TO BATCH-COUNT.
           ADD 1 TO WS-FILE-ORDINAL.
           ADD 1 TO FT-BATCHES(FT-SUB).
           MOVE BATCH-COUNT TO WS-CUR-BATCH.
           MOVE IH-PARTNER TO BT-PARTNER(WS-CUR-BATCH).
           MOVE IH-BATCH-ID TO BT-ID(WS-CUR-BATCH).
           MOVE IH-CREATE-DATE TO BT-DATE(WS-CUR-BATCH).
           MOVE FT-SUB TO BT-FILE-SUB(WS-CUR-BATCH).
           MOVE WS-FILE-ORDINAL TO BT-ORDINAL(WS-CUR-BATCH).
           MOVE "N" TO BT-TRL-SEEN(WS-CUR-BATCH).
           MOVE 0 TO BT-TRL-COUNT(WS-CUR-BATCH).
           MOVE 0 TO BT-TRL-HASH(WS-CUR-BATCH).
           MOVE 0 TO BT-DET-COUNT(WS-CUR-BATCH).
           MOVE 0 TO BT-DET-HASH(WS-CUR-BATCH).
           MOVE "Y" TO BT-ACCEPT(WS-CUR-BATCH).
           MOVE SPACES TO BT-REASON(WS-CUR-BATCH).
           IF IH-BATCH-ID = SPACES
               MOVE "N" TO BT-ACCEPT(WS-CUR-BATCH)
               MOVE "HEADER BATCH ID MISSING"
                   TO BT-REASON(WS-CUR-BATCH)
           END-IF.
           IF BT-ACCEPT(WS-CUR-BATCH) = "Y"
               AND IH-CREATE-DATE IS NOT NUMERIC
               MOVE "N" TO BT-ACCEPT(WS-CUR-BATCH)
               MOVE "HEADER CREATE DATE INVALID"
                   TO BT-REASON(WS-CUR-BATCH)
           END-IF.

       TAKE-BATCH-TRAILER.
           MOVE "Y" TO BT-TRL-SEEN(WS-CUR-BATCH).
           IF IL-RECORD-COUNT IS NUMERIC
               AND IL-HASH-TOTAL IS NUMERIC
               MOVE IL-RECORD-COUNT TO BT-TRL-COUNT(WS-CUR-BATCH)
               MOVE IL-HASH-TOTAL TO BT-TRL-HASH(WS-CUR-BATCH)
           ELSE
               IF BT-ACCEPT(WS-CUR-BATCH) = "Y"
                   MOVE "N" TO BT-ACCEPT(WS-CUR-BATCH)
                   MOVE "TRAILER CONTROLS NOT NUMERIC"
                       TO BT-REASON(WS-CUR-BATCH)
               END-IF
           END-IF.

       CHECK-TRAILER-SEEN.
           IF WS-CUR-BATCH > 0
               AND BT-TRL-SEEN(WS-CUR-BATCH) = "N"
               AND BT-ACCEPT(WS-CUR-BATCH) = "Y"
               MOVE "N" TO BT-ACCEPT(WS-CUR-BATCH)
               MOVE "TRAILER MISSING - POSSIBLE TRUNCATION"
                   TO BT-REASON(WS-CUR-BATCH)
           END-IF.

       END-INBOUND-FILE.
           PERFORM CHECK-TRAILER-SEEN.
           IF FT-STRAY(FT-SUB) = "Y"
      * a record outside any H...T group cannot be attributed to a
      * batch, so nothing in the file can be trusted
               ADD 1 TO WS-FILE-ERRORS
               MOVE "REFUSED - RECORD(S) OUTSIDE H...T"
                   TO FT-RESULT(FT-SUB)
               PERFORM VARYING BT-SUB FROM 1 BY 1
                       UNTIL BT-SUB > BATCH-COUNT
                   IF BT-FILE-SUB(BT-SUB) = FT-SUB
                       AND BT-ACCEPT(BT-SUB) = "Y"
                       MOVE "N" TO BT-ACCEPT(BT-SUB)
                       MOVE "FILE HAS RECORD(S) OUTSIDE H...T"
                           TO BT-REASON(BT-SUB)
                   END-IF
               END-PERFORM
           ELSE
               IF FT-RECORDS(FT-SUB) = 0
                   MOVE "RECEIVED - EMPTY" TO FT-RESULT(FT-SUB)
               ELSE
                   MOVE "RECEIVED" TO FT-RESULT(FT-SUB)
               END-IF
           END-IF.

       BALANCE-ONE-BATCH.
           PERFORM FIND-BATCH-PARTNER.
           IF BT-ACCEPT(BT-SUB) = "Y" AND WS-PTNR-SUB = 0
               MOVE "N" TO BT-ACCEPT(BT-SUB)
               MOVE "PARTNER UNKNOWN" TO BT-REASON(BT-SUB)
           END-IF.
           IF BT-ACCEPT(BT-SUB) = "Y"
               AND PT-STATUS(WS-PTNR-SUB) NOT = "A"
               MOVE "N" TO BT-ACCEPT(BT-SUB)
               MOVE "PARTNER SUSPENDED" TO BT-REASON(BT-SUB)
           END-IF.
           IF BT-ACCEPT(BT-SUB) = "Y"
               AND BT-TRL-COUNT(BT-SUB) NOT = BT-DET-COUNT(BT-SUB)
               MOVE "N" TO BT-ACCEPT(BT-SUB)
               MOVE "TRAILER COUNT MISMATCH" TO BT-REASON(BT-SUB)
           END-IF.
           IF BT-ACCEPT(BT-SUB) = "Y"
               AND BT-TRL-HASH(BT-SUB) NOT = BT-DET-HASH(BT-SUB)
               MOVE "N" TO BT-ACCEPT(BT-SUB)
               MOVE "TRAILER HASH MISMATCH" TO BT-REASON(BT-SUB)
           END-IF.
      * the same batch sent twice in one day's files: the first one
      * read is taken, the later copies refused
           IF BT-ACCEPT(BT-SUB) = "Y"
               PERFORM VARYING BT-CHK FROM 1 BY 1
                       UNTIL BT-CHK >= BT-SUB
                   IF BT-SORT-KEY(BT-CHK) = BT-SORT-KEY(BT-SUB)
                       AND BT-ACCEPT(BT-CHK) = "Y"
                       MOVE "N" TO BT-ACCEPT(BT-SUB)
                       MOVE "DUPLICATE BATCH ID IN THIS INTAKE"
                           TO BT-REASON(BT-SUB)
                   END-IF
               END-PERFORM
           END-IF.

       FIND-BATCH-PARTNER.
      * WS-PTNR-SUB returns the entry matching the batch's header
      * partner, 0 when the partner is not on the partner master
           MOVE 0 TO WS-PTNR-SUB.
           PERFORM VARYING WS-PT-IDX FROM 1 BY 1
                   UNTIL WS-PT-IDX > PARTNER-COUNT
                   OR WS-PTNR-SUB > 0
               IF PT-ID(WS-PT-IDX) = BT-PARTNER(BT-SUB)
                   MOVE WS-PT-IDX TO WS-PTNR-SUB
               END-IF
           END-PERFORM.

       CHECK-RECEIPT-HISTORY.
      * one pass over the permanent receipt history: a batch ID
      * already merged for the same partner on any earlier run is
      * refused. Only merged batches are recorded there, so a batch
      * refused for its controls may be corrected and sent again
      * under the same ID.
           OPEN INPUT HISTORY-FILE.
           IF HISTORY-STATUS = "35"
               DISPLAY "NEWCIPINT: BATCHRCV.DAT not found, "
                   "starting a new receipt history"
           ELSE
               IF HISTORY-STATUS NOT = "00"
                   DISPLAY "Unable to open BATCHRCV.DAT, status "
                       HISTORY-STATUS
                   STOP RUN
               END-IF
               MOVE "N" TO HISTORY-EOF
               PERFORM CHECK-HISTORY-ENTRY UNTIL HISTORY-EOF = "Y"
               CLOSE HISTORY-FILE
           END-IF.

       CHECK-HISTORY-ENTRY.
           READ HISTORY-FILE
               AT END MOVE "Y" TO HISTORY-EOF
               NOT AT END
                   PERFORM VARYING BT-SUB FROM 1 BY 1
                           UNTIL BT-SUB > BATCH-COUNT
                       IF BT-ACCEPT(BT-SUB) = "Y"
                           AND BT-PARTNER(BT-SUB) = BR-PARTNER
                           AND BT-ID(BT-SUB) = BR-BATCH-ID
                           MOVE "N" TO BT-ACCEPT(BT-SUB)
                           MOVE SPACES TO BT-REASON(BT-SUB)
                           STRING "DUPLICATE - ALREADY RECEIVED "
                                   DELIMITED BY SIZE
                               BR-RECEIVED(1:8) DELIMITED BY SIZE
                               INTO BT-REASON(BT-SUB)
                           END-STRING
                       END-IF
                   END-PERFORM
           END-READ.

       SORT-BATCH-TABLE.
      * straight selection sort into partner / batch ID order, the
      * order the batches are merged and reported in
           PERFORM SORT-ONE-POSITION
               VARYING WS-SORT-I FROM 1 BY 1
               UNTIL WS-SORT-I >= BATCH-COUNT.

       SORT-ONE-POSITION.
           PERFORM SORT-COMPARE-SWAP
               VARYING WS-SORT-J FROM WS-SORT-I BY 1
               UNTIL WS-SORT-J >= BATCH-COUNT.

       SORT-COMPARE-SWAP.
           ADD 1 WS-SORT-J GIVING BT-SUB.
           IF BT-SORT-KEY(BT-SUB) < BT-SORT-KEY(WS-SORT-I)
               MOVE BATCH-ENTRY(WS-SORT-I) TO WS-SWAP-ENTRY
               MOVE BATCH-ENTRY(BT-SUB) TO BATCH-ENTRY(WS-SORT-I)
               MOVE WS-SWAP-ENTRY TO BATCH-ENTRY(BT-SUB)
           END-IF.

       APPLY-MERGE-LIMIT.
      * batches beyond what one NEWCIPHER transmission takes are
      * held back; they are not recorded as received, so the same
      * file collected on the next run merges them then
           IF BT-ACCEPT(BT-SUB) = "Y"
               IF WS-MERGED-COUNT >= WS-MAX-MERGED
                   MOVE "N" TO BT-ACCEPT(BT-SUB)
                   MOVE WS-MAX-MERGED TO WS-MAX-MERGED-EDIT
                   MOVE SPACES TO BT-REASON(BT-SUB)
                   STRING "HELD - OVER " DELIMITED BY SIZE
                       FUNCTION TRIM(WS-MAX-MERGED-EDIT)
                           DELIMITED BY SIZE
                       " BATCHES IN ONE INTAKE" DELIMITED BY SIZE
                       INTO BT-REASON(BT-SUB)
                   END-STRING
               ELSE
                   ADD 1 TO WS-MERGED-COUNT
               END-IF
           END-IF.
           IF BT-ACCEPT(BT-SUB) = "N"
               ADD 1 TO WS-REFUSED-COUNT
               DISPLAY "NEWCIPINT: BATCH " BT-ID(BT-SUB) " FROM "
                   BT-PARTNER(BT-SUB) " REFUSED - "
                   FUNCTION TRIM(BT-REASON(BT-SUB))
           END-IF.

       MERGE-ONE-BATCH.
      * second pass: reopen the batch's own file and copy its H...T
      * group, found by header position, to NEWCIPIN.DAT
           IF BT-ACCEPT(BT-SUB) = "Y"
               MOVE BT-FILE-SUB(BT-SUB) TO FT-SUB
               MOVE FT-NAME(FT-SUB) TO WS-INBOUND-NAME
               OPEN INPUT INBOUND-FILE
               IF INBOUND-STATUS NOT = "00"
                   DISPLAY "Unable to reopen "
                       FUNCTION TRIM(WS-INBOUND-NAME) ", status "
                       INBOUND-STATUS
                   STOP RUN
               END-IF
               MOVE "N" TO INBOUND-EOF
               MOVE "N" TO WS-COPY-DONE
               MOVE 0 TO WS-HDR-ORDINAL
               PERFORM COPY-BATCH-RECORD
                   UNTIL INBOUND-EOF = "Y" OR WS-COPY-DONE = "Y"
               CLOSE INBOUND-FILE
               ADD BT-DET-COUNT(BT-SUB) TO WS-MERGED-DETAILS
           END-IF.

       COPY-BATCH-RECORD.
           READ INBOUND-FILE
               AT END MOVE "Y" TO INBOUND-EOF
               NOT AT END
                   IF INB-REC-TYPE = "H"
                       ADD 1 TO WS-HDR-ORDINAL
                   END-IF
                   IF WS-HDR-ORDINAL = BT-ORDINAL(BT-SUB)
                       MOVE INBOUND-RECORD TO MERGE-RECORD
                       WRITE MERGE-RECORD
                       IF INB-REC-TYPE = "T"
                           MOVE "Y" TO WS-COPY-DONE
                       END-IF
                   END-IF
           END-READ.

       RECORD-RECEIPT-HISTORY.
           OPEN EXTEND HISTORY-FILE.
           IF HISTORY-STATUS = "35"
               OPEN OUTPUT HISTORY-FILE
           END-IF.
           IF HISTORY-STATUS NOT = "00"
               DISPLAY "Unable to open BATCHRCV.DAT, status "
                   HISTORY-STATUS
               STOP RUN
           END-IF.
           PERFORM WRITE-HISTORY-ENTRY
               VARYING BT-SUB FROM 1 BY 1 UNTIL BT-SUB > BATCH-COUNT.
           CLOSE HISTORY-FILE.

       WRITE-HISTORY-ENTRY.
           IF BT-ACCEPT(BT-SUB) = "Y"
               MOVE SPACES TO HISTORY-RECORD
               MOVE BT-PARTNER(BT-SUB) TO BR-PARTNER
               MOVE BT-ID(BT-SUB) TO BR-BATCH-ID
               MOVE BT-DATE(BT-SUB) TO BR-CREATE-DATE
               MOVE WS-TIMESTAMP TO BR-RECEIVED
               MOVE BT-DET-COUNT(BT-SUB) TO BR-DET-COUNT
               MOVE BT-DET-HASH(BT-SUB) TO BR-HASH-TOTAL
               MOVE FT-NAME(BT-FILE-SUB(BT-SUB)) TO BR-FILE-NAME
               WRITE HISTORY-RECORD
           END-IF.

       WRITE-INTAKE-REPORT.
           OPEN OUTPUT REPORT-FILE.
           IF REPORT-STATUS NOT = "00"
               DISPLAY "Unable to open INTAKRPT.DAT, status "
                   REPORT-STATUS
               STOP RUN
           END-IF.
           PERFORM WRITE-PAGE-HEADER.
           MOVE "FILES RECEIVED" TO WS-RPT-LINE.
           PERFORM WRITE-REPORT-LINE.
           MOVE SPACES TO WS-RPT-LINE.
           MOVE "NO FILE NAME" TO WS-RPT-LINE(1:12).
           MOVE "ST RECORDS BATCHES" TO WS-RPT-LINE(35:18).
           MOVE "RESULT" TO WS-RPT-LINE(56:6).
           PERFORM WRITE-REPORT-LINE.
           PERFORM REPORT-ONE-FILE
               VARYING FT-SUB FROM 1 BY 1 UNTIL FT-SUB > FILE-COUNT.
           MOVE SPACES TO WS-RPT-LINE.
           PERFORM WRITE-REPORT-LINE.
           MOVE "BATCHES RECEIVED" TO WS-RPT-LINE.
           PERFORM WRITE-REPORT-LINE.
           MOVE SPACES TO WS-RPT-LINE.
           MOVE "NO PARTNER  BATCH-ID CREATED" TO WS-RPT-LINE(1:28).
           MOVE "DETAILS HASH-TOTAL" TO WS-RPT-LINE(31:18).
           MOVE "DISPOSITION" TO WS-RPT-LINE(51:11).
           PERFORM WRITE-REPORT-LINE.
           PERFORM REPORT-ONE-BATCH
               VARYING BT-SUB FROM 1 BY 1 UNTIL BT-SUB > BATCH-COUNT.
           IF BATCH-COUNT = 0
               MOVE "   (NO BATCHES RECEIVED)" TO WS-RPT-LINE
               PERFORM WRITE-REPORT-LINE
           END-IF.
           PERFORM WRITE-INTAKE-TOTALS.
           CLOSE REPORT-FILE.

       REPORT-ONE-FILE.
           MOVE SPACES TO WS-RPT-LINE.
           MOVE FT-SUB TO WS-BATCH-EDIT.
           MOVE WS-BATCH-EDIT TO WS-RPT-LINE(1:2).
           MOVE FT-NAME(FT-SUB) TO WS-RPT-LINE(4:30).
           MOVE FT-OPEN-STATUS(FT-SUB) TO WS-RPT-LINE(35:2).
           MOVE FT-RECORDS(FT-SUB) TO WS-COUNT-EDIT.
           MOVE WS-COUNT-EDIT TO WS-RPT-LINE(39:6).
           MOVE FT-BATCHES(FT-SUB) TO WS-BATCH-EDIT.
           MOVE WS-BATCH-EDIT TO WS-RPT-LINE(51:2).
           MOVE FT-RESULT(FT-SUB) TO WS-RPT-LINE(56:40).
           PERFORM WRITE-REPORT-LINE.

       REPORT-ONE-BATCH.
           MOVE SPACES TO WS-RPT-LINE.
           MOVE BT-FILE-SUB(BT-SUB) TO WS-BATCH-EDIT.
           MOVE WS-BATCH-EDIT TO WS-RPT-LINE(1:2).
           MOVE BT-PARTNER(BT-SUB) TO WS-RPT-LINE(4:8).
           MOVE BT-ID(BT-SUB) TO WS-RPT-LINE(13:8).
           MOVE BT-DATE(BT-SUB) TO WS-RPT-LINE(22:8).
           MOVE BT-DET-COUNT(BT-SUB) TO WS-COUNT-EDIT.
           MOVE WS-COUNT-EDIT TO WS-RPT-LINE(32:6).
           MOVE BT-DET-HASH(BT-SUB) TO WS-HASH-EDIT.
           MOVE WS-HASH-EDIT TO WS-RPT-LINE(39:10).
           IF BT-ACCEPT(BT-SUB) = "Y"
               MOVE "MERGED" TO WS-RPT-LINE(51:7)
           ELSE
               MOVE "REFUSED" TO WS-RPT-LINE(51:7)
               MOVE BT-REASON(BT-SUB) TO WS-RPT-LINE(59:40)
           END-IF.
           PERFORM WRITE-REPORT-LINE.

       WRITE-INTAKE-TOTALS.
           MOVE SPACES TO WS-RPT-LINE.
           PERFORM WRITE-REPORT-LINE.
           MOVE FILE-COUNT TO WS-COUNT-EDIT.
           MOVE SPACES TO WS-RPT-LINE.
           STRING "FILES COLLECTED       " DELIMITED BY SIZE
               WS-COUNT-EDIT DELIMITED BY SIZE
               INTO WS-RPT-LINE
           END-STRING.
           PERFORM WRITE-REPORT-LINE.
           MOVE WS-FILE-ERRORS TO WS-COUNT-EDIT.
           MOVE SPACES TO WS-RPT-LINE.
           STRING "FILES IN ERROR        " DELIMITED BY SIZE
               WS-COUNT-EDIT DELIMITED BY SIZE
               INTO WS-RPT-LINE
           END-STRING.
           PERFORM WRITE-REPORT-LINE.
           MOVE BATCH-COUNT TO WS-COUNT-EDIT.
           MOVE SPACES TO WS-RPT-LINE.
           STRING "BATCHES RECEIVED      " DELIMITED BY SIZE
               WS-COUNT-EDIT DELIMITED BY SIZE
               INTO WS-RPT-LINE
           END-STRING.
           PERFORM WRITE-REPORT-LINE.
           MOVE WS-MERGED-COUNT TO WS-COUNT-EDIT.
           MOVE SPACES TO WS-RPT-LINE.
           STRING "BATCHES MERGED        " DELIMITED BY SIZE
               WS-COUNT-EDIT DELIMITED BY SIZE
               INTO WS-RPT-LINE
           END-STRING.
           PERFORM WRITE-REPORT-LINE.
           MOVE WS-REFUSED-COUNT TO WS-COUNT-EDIT.
           MOVE SPACES TO WS-RPT-LINE.
           STRING "BATCHES REFUSED       " DELIMITED BY SIZE
               WS-COUNT-EDIT DELIMITED BY SIZE
               INTO WS-RPT-LINE
           END-STRING.
           PERFORM WRITE-REPORT-LINE.
           MOVE WS-MERGED-DETAILS TO WS-COUNT-EDIT.
           MOVE SPACES TO WS-RPT-LINE.
           STRING "DETAILS MERGED        " DELIMITED BY SIZE
               WS-COUNT-EDIT DELIMITED BY SIZE
               INTO WS-RPT-LINE
           END-STRING.
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
           STRING "INBOUND INTAKE RECEIPT REPORT  " DELIMITED BY SIZE
               WS-TODAY-DATE DELIMITED BY SIZE
               "                      PAGE " DELIMITED BY SIZE
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
           MOVE "NEWCIPINT" TO RS-PROGRAM.
           MOVE "S" TO RS-TYPE.
           MOVE FUNCTION CURRENT-DATE TO RS-TIMESTAMP.
           MOVE 0 TO RS-RECORDS.
           MOVE 0 TO RS-COMP-CODE.
           WRITE RUNSTAT-RECORD.
           CLOSE RUNSTAT-FILE.

       WRITE-RUN-END.
           PERFORM OPEN-RUN-STATUS.
           MOVE SPACES TO RUNSTAT-RECORD.
           MOVE "NEWCIPINT" TO RS-PROGRAM.
           MOVE "E" TO RS-TYPE.
           MOVE FUNCTION CURRENT-DATE TO RS-TIMESTAMP.
           MOVE WS-RUN-RECORDS TO RS-RECORDS.
           MOVE WS-RUN-RC TO RS-COMP-CODE.
           WRITE RUNSTAT-RECORD.
           CLOSE RUNSTAT-FILE.
