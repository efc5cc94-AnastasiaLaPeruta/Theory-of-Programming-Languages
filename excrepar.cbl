      * Resubmit pass ("R") feeds each corrected queue record back
      * through the normal cipher processing, writes the NEWCIPHER
      * results to NEWCIPRSB.DAT, extends the audit trails, and marks
      * the queue entries and their exceptions resolved; entries the
      * operator abandoned on CORRSCRN are closed with their
      * exceptions marked "X" and nothing resubmitted. Every
      * change it makes to NEWCIPMST.DAT is journalled, before and
      * after image, to MSTJRNL.DAT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MASTER-FILE ASSIGN TO "NEWCIPMST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS MST-KEY
               FILE STATUS IS MASTER-STATUS.
           SELECT JOURNAL-FILE ASSIGN TO "MSTJRNL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS JOURNAL-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD NEWCIP-EXC-FILE.
           05 NE-POSITION       PIC 99.
           05 FILLER            PIC X.
           05 NE-DISP           PIC X.
      * "N" = new, "Q" = queued, "R" = resolved, "X" = abandoned,
      * "D" = duplicate, "A" = alternate key, "S" = suspect key;
      * only "N", "Q" and space are queued for correction
           05 FILLER            PIC X.
           05 NE-PARTNER        PIC X(8).
           05 FILLER            PIC X.
           05 NE-BATCH-ID       PIC X(8).
           05 FILLER            PIC X.
           05 NE-DATE           PIC 9(8).

       FD CAESAR-EXC-FILE.
       01 CAESAR-EXC-RECORD.
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
           05 TRANS-SEG-NO      PIC 99.
           05 TRANS-SEG-COUNT   PIC 99.

       FD CORR-QUEUE-FILE.
       01 CORR-QUEUE-RECORD.
           05 FILLER            PIC X.
           05 CQ-DISP           PIC X.
      * "P" = pending operator correction, "C" = corrected (ready to
      * resubmit), "R" = resolved, "A" = abandoned by the operator
      * (closed by the next resubmit pass), "X" = abandoned and closed
           05 FILLER            PIC X.
           05 CQ-SEQ            PIC 9(3).
      * position of the source entry in its exception file at extract
      * time, used to mark that entry resolved after resubmission
           05 FILLER            PIC X.
           05 CQ-TEXT           PIC X(99).
           05 FILLER            PIC X.
           05 CQ-PARTNER        PIC X(8).
           05 FILLER            PIC X.
           05 CQ-BATCH-ID       PIC X(8).
      * partner and batch the NEWCIPHER message arrived in (blank
      * for a CAESAR-CIPHER entry)
           05 FILLER            PIC X.
           05 CQ-REASON         PIC X(50).
           05 FILLER            PIC X.
           05 CQ-CHAR           PIC X.
           05 FILLER            PIC X.
           05 CQ-POSITION       PIC 999.
      * the exception being corrected, as it stood at extract time

       FD RESUB-OUT-FILE.
       01 RESUB-OUT-RECORD.
           05 RSB-MSG-ID        PIC X(6).
           05 RSB-ENC           PIC X(25).
           05 RSB-DEC           PIC X(25).
           05 RSB-SEG-NO        PIC 99.
           05 RSB-SEG-COUNT     PIC 99.

       FD NEWCIP-AUDIT-FILE.
       01 NEWCIP-AUDIT-RECORD.
           05 NA-CIPHER-MODE    PIC 9.
           05 FILLER            PIC X.
           05 NA-KEY-ID         PIC X(8).
           05 FILLER            PIC X.
           05 NA-PARTNER        PIC X(8).
           05 FILLER            PIC X.
           05 NA-BATCH-ID       PIC X(8).
           05 FILLER            PIC X.
           05 NA-FUNC           PIC X.
           05 FILLER            PIC X.
           05 NA-ORIGIN         PIC X.
      * "X" on a resubmitted correction (NEWCIPHER writes "N")

       FD CAESAR-AUDIT-FILE.
       01 CAESAR-AUDIT-RECORD.

       FD MASTER-FILE.
       01 MASTER-RECORD.
           05 MST-KEY.
               10 MST-MSG-ID    PIC X(6).
               10 MST-SEG-NO    PIC 99.
           05 MST-STATUS        PIC X.
           05 MST-DATE-PROC     PIC 9(8).
           05 MST-KEY-ID        PIC X(8).
           05 MST-CIPHER-MODE   PIC 9.
           05 MST-ENC           PIC X(25).
           05 MST-DEC           PIC X(25).
           05 MST-SEG-COUNT     PIC 99.
           05 MST-PARTNER       PIC X(8).
           05 MST-BATCH-ID      PIC X(8).

       FD JOURNAL-FILE.
       01 JOURNAL-RECORD.
      * before/after image of every change made to NEWCIPMST.DAT
           05 JR-TIMESTAMP      PIC X(21).
           05 FILLER            PIC X.
           05 JR-PROGRAM        PIC X(13).
           05 FILLER            PIC X.
           05 JR-RUN-ID         PIC X(21).
      * the run's start timestamp, as on its RUNSTAT.DAT "S" record
           05 FILLER            PIC X.
           05 JR-OPERATOR       PIC X(20).
           05 FILLER            PIC X.
           05 JR-ACTION         PIC X.
      * "A" = added, "C" = changed, "D" = deleted
           05 FILLER            PIC X.
           05 JR-BEFORE         PIC X(96).
      * spaces when the record was added
           05 FILLER            PIC X.
           05 JR-AFTER          PIC X(96).
      * spaces when the record was deleted

       FD KEY-STORE-FILE.
       01 KEY-STORE-RECORD.
           05 KS-EFF-FROM       PIC 9(8).
           05 KS-EFF-TO         PIC 9(8).
           05 KS-STATUS         PIC X.
           05 KS-KEY-CHECK      PIC X(8).
      * check value of KS-KEY-ID under the master key; KS-KEYWORD is
      * held wrapped under that key and is only unwrapped in memory

       FD RUNCTL-FILE.
       01 RUNCTL-RECORD.
       01 NEWCIP-AUD-STATUS PIC XX.
       01 CAESAR-AUD-STATUS PIC XX.
       01 MASTER-STATUS PIC XX.
       01 JOURNAL-STATUS PIC XX.
       01 WS-RUN-TIMESTAMP PIC X(21) VALUE SPACES.
       01 WS-JRNL-ACTION PIC X    VALUE SPACE.
       01 WS-BEFORE-IMAGE PIC X(96) VALUE SPACES.
       01 WS-AFTER-IMAGE PIC X(96) VALUE SPACES.
       01 NEWCIP-EXC-EOF PIC X VALUE "N".
       01 CAESAR-EXC-EOF PIC X VALUE "N".
       01 TRANS-EOF     PIC X     VALUE "N".
       01 CORR-QUEUE-EOF PIC X    VALUE "N".
       01 WS-RUN-MODE   PIC X     VALUE "E".
       01 WS-OPERATOR   PIC X(20).
      * operator authority (data/OPERAUTH.DAT), checked by OPERAUTH
       01 WS-AUTH-PROGRAM PIC X(13) VALUE "EXCREPAR".
       01 WS-AUTH-MODES   PIC X(10) VALUE SPACES.
       01 WS-AUTH-RC      PIC 99    VALUE 0.
       01 WS-AUTH-REASON  PIC X(40) VALUE SPACES.
       01 WS-TIMESTAMP  PIC X(21).
       01 DEFAULT-SHIFT PIC 99    VALUE 2.
       01 WS-QUEUED-COUNT PIC 9(6) VALUE 0.
       01 WS-RESUB-OK   PIC X     VALUE "Y".
       01 WS-KEY-ERROR  PIC X     VALUE "N".
       01 WS-STILL-BAD-COUNT PIC 9(6) VALUE 0.
       01 WS-ABANDON-COUNT PIC 9(6) VALUE 0.
       01 WS-CLOSE-DISP PIC X     VALUE SPACE.

      * corrected-text validation (same character rule the cipher
      * programs enforce)
       01 NE-TABLE.
           05 NE-COUNT      PIC 9(3) VALUE 0.
           05 NE-ENTRY OCCURS 200 TIMES.
               10 NT-RECORD PIC X(81).
               10 NT-RECORD-R REDEFINES NT-RECORD.
                   15 NT-MSG-ID PIC X(6).
                   15 FILLER    PIC X.
                   15 NT-REASON PIC X(40).
                   15 FILLER    PIC X.
                   15 NT-CHAR   PIC X.
                   15 FILLER    PIC X.
                   15 NT-POSITION PIC 99.
                   15 FILLER    PIC X.
                   15 NT-DISP   PIC X.
                   15 FILLER    PIC X.
                   15 NT-PARTNER PIC X(8).
                   15 FILLER    PIC X.
                   15 NT-BATCH-ID PIC X(8).
                   15 FILLER    PIC X(9).
       01 NE-SUB        PIC 9(3) VALUE 0.

       01 CE-TABLE.
               10 CT-RECORD PIC X(158).
               10 CT-RECORD-R REDEFINES CT-RECORD.
                   15 CT-MESSAGE PIC X(99).
                   15 FILLER    PIC X.
                   15 CT-REASON PIC X(50).
                   15 FILLER    PIC X.
                   15 CT-CHAR   PIC X.
                   15 FILLER    PIC X.
                   15 CT-POSITION PIC 999.
                   15 FILLER    PIC X.
                   15 CT-DISP   PIC X.
       01 CE-SUB        PIC 9(3) VALUE 0.

               10 TT-MSG-ID PIC X(6).
               10 TT-KEY-ID PIC X(8).
               10 TT-FUNC   PIC X.
               10 TT-TEXT   PIC X(75).
               10 TT-SEGS   PIC 9.
       01 TR-SUB        PIC 9(3) VALUE 0.
       01 TR-FOUND-SUB  PIC 9(3) VALUE 0.
       01 WS-FOUND      PIC X    VALUE "N".
               10 QT-DISP   PIC X.
               10 QT-SEQ    PIC 9(3).
               10 QT-TEXT   PIC X(99).
               10 QT-PARTNER PIC X(8).
               10 QT-BATCH-ID PIC X(8).
               10 QT-REASON PIC X(50).
               10 QT-CHAR   PIC X.
               10 QT-POSITION PIC 999.
       01 CQ-SUB        PIC 9(3) VALUE 0.

      * a NEWCIPHER message is up to three 25-character segments,
      * enciphered whole and written back one segment per record
       01 WS-MAX-SEGMENTS PIC 99  VALUE 3.
       01 WS-MAX-MSG-LEN PIC 999  VALUE 75.
       01 WS-SEG-COUNT  PIC 99    VALUE 0.
       01 WS-SEG-SUB    PIC 99    VALUE 0.
       01 WS-SEG-OFFSET PIC 99    VALUE 0.

      * Encryption/Decryption work areas
       01 ENC-IN        PIC X(75) VALUE SPACES.
       01 ENC-OUT       PIC X(75) VALUE SPACES.
       01 DEC-OUT       PIC X(75) VALUE SPACES.
       01 ENC-SHIFT     PIC 99    VALUE 2.
       01 LEN-ENC       PIC 99    VALUE 0.
       01 CSR-IN        PIC X(99) VALUE SPACES.
       01 WS-ALPHABET     PIC X(62) VALUE
       "ABCDEFGHIJKLMNOPQRSTUVWXYZabcdefghijklmnopqrstuvwxyz0123456789".
       01 WS-ALPHA-LEN    PIC 99    VALUE 62.

      * master key the key store keywords are wrapped under; taken
      * from the CIPMKEY environment variable, never from a file
       01 WS-MASTER-KEY   PIC X(30) VALUE SPACES.
       01 WS-MASTER-KEY-LEN PIC 99  VALUE 0.
       01 WS-WRAP-MODE    PIC 9     VALUE 2.
       01 WS-WRAP-FUNCTION PIC X    VALUE SPACE.
       01 WS-WRAP-SHIFT   PIC S999  VALUE 0.
       01 WS-WRAP-TEXT    PIC X(99) VALUE SPACES.
       01 WS-WRAP-LEN     PIC 999   VALUE 0.
       01 WS-WRAP-RC      PIC 999   VALUE 0.
      * an entry's check is a hash of its key ID and the master
      * key: it shows whether the master key is the one the entry
      * was wrapped under without giving any of the key away
       01 WS-CHECK-KEY-ID PIC X(8)  VALUE SPACES.
       01 WS-CHECK-TEXT   PIC X(38) VALUE SPACES.
       01 WS-CHECK-VALUE  PIC 9(8)  VALUE 0.
       01 WS-CHECK-SUB    PIC 99    VALUE 0.
       01 WS-CHECK-POS    PIC 99    VALUE 0.
       01 WS-CIPHER-MODE  PIC 9     VALUE 1.
       01 WS-CIPHER-FUNCTION PIC X.
       01 WS-CIPHER-SHIFT PIC S999.
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           ACCEPT WS-OPERATOR FROM ENVIRONMENT "USER".
           MOVE WS-RUN-MODE TO WS-AUTH-MODES.
           PERFORM CHECK-OPERATOR-AUTHORITY.
           IF WS-RUN-MODE = "R"
               MOVE "KEY-ID" TO WS-RUNCTL-KEYWORD
               PERFORM GET-RUN-PARM
                   MOVE WS-PARM-KEY-ID TO WS-DEFAULT-KEY-ID
               END-IF
           END-IF.

       CHECK-OPERATOR-AUTHORITY.
      * the operator must hold this program, and every mode the run
      * uses, on data/OPERAUTH.DAT; OPERAUTH logs a refusal to
      * SECVIOL.DAT and the run ends with RC 12
           CALL "OPERAUTH" USING WS-AUTH-PROGRAM WS-OPERATOR
               WS-AUTH-MODES WS-AUTH-RC WS-AUTH-REASON.
           IF WS-AUTH-RC NOT = 0
               DISPLAY "EXCREPAR: operator " FUNCTION TRIM(WS-OPERATOR)
                   " refused - " FUNCTION TRIM(WS-AUTH-REASON)
               PERFORM WRITE-RUN-REFUSED
               MOVE WS-AUTH-RC TO RETURN-CODE
               STOP RUN
           END-IF.

       LOAD-RUN-CONTROL.
           MOVE 0 TO RUNCTL-COUNT.
           END-PERFORM.

       LOAD-KEY-STORE.
           PERFORM GET-MASTER-KEY.
           MOVE 0 TO KEY-COUNT.
           MOVE "N" TO KEY-STORE-EOF.
           OPEN INPUT KEY-STORE-FILE.
                       MOVE KS-KEY-ID TO KT-ID(KEY-COUNT)
                       MOVE KS-CIPHER-MODE TO KT-MODE(KEY-COUNT)
                       MOVE KS-SHIFT TO KT-SHIFT(KEY-COUNT)
                       PERFORM UNWRAP-KEY-ENTRY
                       MOVE KS-EFF-FROM TO KT-EFF-FROM(KEY-COUNT)
                       MOVE KS-EFF-TO TO KT-EFF-TO(KEY-COUNT)
                       MOVE KS-STATUS TO KT-STATUS(KEY-COUNT)
                   END-IF
           END-READ.

       GET-MASTER-KEY.
           ACCEPT WS-MASTER-KEY FROM ENVIRONMENT "CIPMKEY".
           IF WS-MASTER-KEY = SPACES
               DISPLAY "EXCREPAR: master key (CIPMKEY) not supplied "
                   "- run refused"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           COMPUTE WS-MASTER-KEY-LEN = FUNCTION LENGTH(
               FUNCTION TRIM(WS-MASTER-KEY)).

       UNWRAP-KEY-ENTRY.
      * the entry's check must match its key ID under the master key
      * before its keyword is unwrapped; an unconverted store or
      * the wrong master key stops the run
           IF KS-KEY-CHECK = SPACES
               DISPLAY "EXCREPAR: data/KEYSTORE.DAT entry " KS-KEY-ID
                   " is not wrapped (run KEYWRAP) - run refused"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE KS-KEY-ID TO WS-CHECK-KEY-ID.
           PERFORM COMPUTE-KEY-CHECK.
           IF WS-CHECK-VALUE NOT = KS-KEY-CHECK
               DISPLAY "EXCREPAR: master key does not open "
                   "data/KEYSTORE.DAT - run refused"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE "D" TO WS-WRAP-FUNCTION.
           MOVE SPACES TO WS-WRAP-TEXT.
           MOVE KS-KEYWORD TO WS-WRAP-TEXT.
           MOVE 30 TO WS-WRAP-LEN.
           PERFORM APPLY-MASTER-KEY.
           MOVE WS-WRAP-TEXT(1:30) TO KT-KEYWORD(KEY-COUNT).

       COMPUTE-KEY-CHECK.
           MOVE SPACES TO WS-CHECK-TEXT.
           STRING WS-CHECK-KEY-ID DELIMITED BY SIZE
               WS-MASTER-KEY DELIMITED BY SIZE
               INTO WS-CHECK-TEXT
           END-STRING.
           MOVE 0 TO WS-CHECK-VALUE.
           PERFORM ADD-CHECK-CHAR VARYING WS-CHECK-SUB FROM 1 BY 1
               UNTIL WS-CHECK-SUB > 8 + WS-MASTER-KEY-LEN.

       ADD-CHECK-CHAR.
           MOVE 0 TO WS-CHECK-POS.
           INSPECT WS-ALPHABET TALLYING WS-CHECK-POS FOR CHARACTERS
               BEFORE INITIAL WS-CHECK-TEXT(WS-CHECK-SUB:1).
           COMPUTE WS-CHECK-VALUE = FUNCTION MOD(
               WS-CHECK-VALUE * 131 + WS-CHECK-POS + 1, 99999989).

       APPLY-MASTER-KEY.
           CALL "CIPHERMOD" USING WS-WRAP-MODE WS-WRAP-FUNCTION
               WS-ALPHABET WS-ALPHA-LEN WS-WRAP-TEXT WS-WRAP-LEN
               WS-WRAP-SHIFT WS-MASTER-KEY WS-MASTER-KEY-LEN
               WS-WRAP-RC.

       FIND-KEY.
           MOVE "N" TO KEY-FOUND.
           PERFORM VARYING WS-KEY-SUB FROM 1 BY 1
                       MOVE TRANS-KEY-ID TO TT-KEY-ID(TR-COUNT)
                       MOVE TRANS-FUNC TO TT-FUNC(TR-COUNT)
                       MOVE TRANS-TEXT TO TT-TEXT(TR-COUNT)
                       MOVE 1 TO TT-SEGS(TR-COUNT)
                   END-IF
                   IF TRANS-REC-TYPE = "C"
                       PERFORM ADD-TRANS-SEGMENT
                   END-IF
           END-READ.

       ADD-TRANS-SEGMENT.
      * a continuation extends the text of the detail just before it
           IF TR-COUNT > 0
               IF TT-MSG-ID(TR-COUNT) = TRANS-MSG-ID
                   AND TT-SEGS(TR-COUNT) < WS-MAX-SEGMENTS
                   COMPUTE WS-SEG-OFFSET = TT-SEGS(TR-COUNT) * 25 + 1
                   MOVE TRANS-TEXT
                       TO TT-TEXT(TR-COUNT)(WS-SEG-OFFSET:25)
                   ADD 1 TO TT-SEGS(TR-COUNT)
               END-IF
           END-IF.

       QUEUE-NEWCIP-EXCEPTION.
      * "Q" entries are re-queued so a fresh extract always rebuilds
      * the complete pending queue; resolved, abandoned,
      * informational and suspect-key entries stay out.
           IF NT-DISP(NE-SUB) = "N" OR NT-DISP(NE-SUB) = "Q"
               OR NT-DISP(NE-SUB) = SPACE
               PERFORM CHECK-NEWCIP-ALREADY-QUEUED
           MOVE NT-MSG-ID(NE-SUB) TO CQ-MSG-ID.
           MOVE "P" TO CQ-DISP.
           MOVE NE-SUB TO CQ-SEQ.
           MOVE NT-PARTNER(NE-SUB) TO CQ-PARTNER.
           MOVE NT-BATCH-ID(NE-SUB) TO CQ-BATCH-ID.
           MOVE NT-REASON(NE-SUB) TO CQ-REASON.
           MOVE NT-CHAR(NE-SUB) TO CQ-CHAR.
           MOVE NT-POSITION(NE-SUB) TO CQ-POSITION.
           IF WS-FOUND = "Y"
               MOVE TT-KEY-ID(TR-FOUND-SUB) TO CQ-KEY-ID
               MOVE TT-FUNC(TR-FOUND-SUB) TO CQ-FUNC
                   MOVE "P" TO CQ-DISP
                   MOVE CE-SUB TO CQ-SEQ
                   MOVE CT-MESSAGE(CE-SUB) TO CQ-TEXT
                   MOVE CT-REASON(CE-SUB) TO CQ-REASON
                   MOVE CT-CHAR(CE-SUB) TO CQ-CHAR
                   MOVE CT-POSITION(CE-SUB) TO CQ-POSITION
                   PERFORM ADD-QUEUE-ENTRY
                   ADD 1 TO WS-QUEUED-COUNT
               END-IF
               MOVE CQ-DISP TO QT-DISP(CQ-COUNT)
               MOVE CQ-SEQ TO QT-SEQ(CQ-COUNT)
               MOVE CQ-TEXT TO QT-TEXT(CQ-COUNT)
               MOVE CQ-PARTNER TO QT-PARTNER(CQ-COUNT)
               MOVE CQ-BATCH-ID TO QT-BATCH-ID(CQ-COUNT)
               MOVE CQ-REASON TO QT-REASON(CQ-COUNT)
               MOVE CQ-CHAR TO QT-CHAR(CQ-COUNT)
               MOVE CQ-POSITION TO QT-POSITION(CQ-COUNT)
           ELSE
               DISPLAY "EXCREPAR: QUEUE TABLE FULL, ENTRY NOT TRACKED"
           END-IF.
           END-IF.
           PERFORM WRITE-PARM-ECHO.
           PERFORM OPEN-MASTER-FILE.
           PERFORM OPEN-JOURNAL-FILE.
           PERFORM RESUBMIT-QUEUE-ENTRY
               VARYING CQ-SUB FROM 1 BY 1 UNTIL CQ-SUB > CQ-COUNT.
           CLOSE RESUB-OUT-FILE.
           CLOSE NEWCIP-AUDIT-FILE.
           CLOSE CAESAR-AUDIT-FILE.
           CLOSE MASTER-FILE.
           CLOSE JOURNAL-FILE.
           PERFORM REWRITE-CORR-QUEUE.
           PERFORM RESOLVE-EXCEPTIONS.
           DISPLAY "EXCREPAR: " WS-RESUB-COUNT " corrected record(s) "
               "resubmitted".
           IF WS-ABANDON-COUNT > 0
               DISPLAY "EXCREPAR: " WS-ABANDON-COUNT " abandoned "
                   "correction(s) closed"
           END-IF.
           IF WS-STILL-BAD-COUNT > 0
               DISPLAY "EXCREPAR: " WS-STILL-BAD-COUNT " correction(s) "
                   "could not be resubmitted, left in CORRQUE.DAT"
           END-IF.

       LOAD-CORR-QUEUE-ENTRY.
      * an extract drops resolved and closed entries (their
      * exceptions are already marked "R" or "X") and keeps
      * everything still in flight
           READ CORR-QUEUE-FILE
               AT END MOVE "Y" TO CORR-QUEUE-EOF
               NOT AT END
                   IF WS-RUN-MODE = "E"
                       AND (CQ-DISP = "R" OR CQ-DISP = "X")
                       CONTINUE
                   ELSE
                   IF CQ-COUNT < 200
                       MOVE CQ-DISP TO QT-DISP(CQ-COUNT)
                       MOVE CQ-SEQ TO QT-SEQ(CQ-COUNT)
                       MOVE CQ-TEXT TO QT-TEXT(CQ-COUNT)
                       MOVE CQ-PARTNER TO QT-PARTNER(CQ-COUNT)
                       MOVE CQ-BATCH-ID TO QT-BATCH-ID(CQ-COUNT)
                       MOVE CQ-REASON TO QT-REASON(CQ-COUNT)
                       MOVE CQ-CHAR TO QT-CHAR(CQ-COUNT)
                       MOVE CQ-POSITION TO QT-POSITION(CQ-COUNT)
                   END-IF
                   END-IF
           END-READ.
      * a correction that still fails the character rule is left at
      * "C" (and its exception at "Q") so the problem stays visible
      * instead of being resolved with bad output
           IF QT-DISP(CQ-SUB) = "A"
               MOVE "X" TO QT-DISP(CQ-SUB)
               ADD 1 TO WS-ABANDON-COUNT
           END-IF.
           IF QT-DISP(CQ-SUB) = "C"
               PERFORM VALIDATE-CORRECTED-ENTRY
               IF WS-VAL-BAD = "Y"

       VALIDATE-CORRECTED-ENTRY.
           MOVE "N" TO WS-VAL-BAD.
           MOVE 0 TO WS-VAL-LEN.
           INSPECT FUNCTION REVERSE(QT-TEXT(CQ-SUB))
               TALLYING WS-VAL-LEN FOR LEADING SPACES.
           COMPUTE WS-VAL-LEN =
               FUNCTION LENGTH(QT-TEXT(CQ-SUB)) - WS-VAL-LEN.
      * a NEWCIPHER correction must fit in three segments
           IF QT-SOURCE(CQ-SUB) = "N"
               AND WS-VAL-LEN > WS-MAX-MSG-LEN
               MOVE "Y" TO WS-VAL-BAD
               COMPUTE WS-VAL-BAD-POS = WS-MAX-MSG-LEN + 1
               MOVE QT-TEXT(CQ-SUB)(WS-VAL-BAD-POS:1) TO WS-VAL-CHAR
           END-IF.
           PERFORM VALIDATE-CORRECTED-CHAR
               VARYING WS-VAL-POS FROM 1 BY 1
           END-IF.

       RESUBMIT-NEWCIP-ENTRY.
           MOVE QT-TEXT(CQ-SUB)(1:75) TO ENC-IN.
           COMPUTE WS-SEG-COUNT = (WS-VAL-LEN + 24) / 25.
           IF WS-SEG-COUNT = 0
               MOVE 1 TO WS-SEG-COUNT
           END-IF.
           PERFORM RESOLVE-KEY.
           IF WS-KEY-ERROR = "Y"
               MOVE "N" TO WS-RESUB-OK
           IF WS-RESUB-FUNC NOT = "E" AND WS-RESUB-FUNC NOT = "D"
               MOVE "R" TO WS-RESUB-FUNC
           END-IF.
           COMPUTE LEN-ENC = WS-SEG-COUNT * 25.
           MOVE SPACES TO ENC-OUT.
           MOVE SPACES TO DEC-OUT.
           COMPUTE WS-CIPHER-SHIFT = ENC-SHIFT.
                   WS-CIPHER-FUNCTION WS-ALPHABET WS-ALPHA-LEN
                   WS-CIPHER-TEXT WS-CIPHER-TEXT-LEN WS-CIPHER-SHIFT
                   WS-KEYWORD WS-KEY-LEN WS-CIPHER-RC
               MOVE WS-CIPHER-TEXT(1:LEN-ENC) TO ENC-OUT
           END-IF.
           IF WS-RESUB-FUNC = "D" OR WS-RESUB-FUNC = "R"
               MOVE "D" TO WS-CIPHER-FUNCTION
                   WS-CIPHER-FUNCTION WS-ALPHABET WS-ALPHA-LEN
                   WS-CIPHER-TEXT WS-CIPHER-TEXT-LEN WS-CIPHER-SHIFT
                   WS-KEYWORD WS-KEY-LEN WS-CIPHER-RC
               MOVE WS-CIPHER-TEXT(1:LEN-ENC) TO DEC-OUT
           END-IF.
           PERFORM WRITE-RESUB-SEGMENT
               VARYING WS-SEG-SUB FROM 1 BY 1
               UNTIL WS-SEG-SUB > WS-SEG-COUNT.
           PERFORM WRITE-NEWCIP-AUDIT.
           PERFORM UPDATE-MESSAGE-MASTER.

       WRITE-RESUB-SEGMENT.
           COMPUTE WS-SEG-OFFSET = (WS-SEG-SUB - 1) * 25 + 1.
           MOVE QT-MSG-ID(CQ-SUB) TO RSB-MSG-ID.
           MOVE ENC-OUT(WS-SEG-OFFSET:25) TO RSB-ENC.
           MOVE DEC-OUT(WS-SEG-OFFSET:25) TO RSB-DEC.
           MOVE WS-SEG-SUB TO RSB-SEG-NO.
           MOVE WS-SEG-COUNT TO RSB-SEG-COUNT.
           WRITE RESUB-OUT-RECORD.

       OPEN-MASTER-FILE.
           OPEN I-O MASTER-FILE.
           IF MASTER-STATUS = "35"
               STOP RUN
           END-IF.

       OPEN-JOURNAL-FILE.
      * the master journal is a retained trail: always append
           OPEN EXTEND JOURNAL-FILE.
           IF JOURNAL-STATUS = "35"
               OPEN OUTPUT JOURNAL-FILE
           END-IF.
           IF JOURNAL-STATUS NOT = "00"
               DISPLAY "Unable to open MSTJRNL.DAT, status "
                   JOURNAL-STATUS
               STOP RUN
           END-IF.

       UPDATE-MESSAGE-MASTER.
      * carry the corrected result into the message master so an
      * inquiry shows the resubmitted processing, not the original;
      * segments beyond the corrected message's length are removed
           PERFORM UPDATE-MASTER-SEGMENT
               VARYING WS-SEG-SUB FROM 1 BY 1
               UNTIL WS-SEG-SUB > WS-SEG-COUNT.
           PERFORM DELETE-MASTER-SEGMENT
               VARYING WS-SEG-SUB FROM WS-SEG-SUB BY 1
               UNTIL WS-SEG-SUB > WS-MAX-SEGMENTS.

       UPDATE-MASTER-SEGMENT.
      * the segment as it stands is the journal's before image
           COMPUTE WS-SEG-OFFSET = (WS-SEG-SUB - 1) * 25 + 1.
           MOVE QT-MSG-ID(CQ-SUB) TO MST-MSG-ID.
           MOVE WS-SEG-SUB TO MST-SEG-NO.
           MOVE SPACES TO WS-BEFORE-IMAGE.
           READ MASTER-FILE
               INVALID KEY CONTINUE
               NOT INVALID KEY MOVE MASTER-RECORD TO WS-BEFORE-IMAGE
           END-READ.
           MOVE SPACES TO MASTER-RECORD.
           MOVE QT-MSG-ID(CQ-SUB) TO MST-MSG-ID.
           MOVE WS-SEG-SUB TO MST-SEG-NO.
           MOVE "P" TO MST-STATUS.
           MOVE FUNCTION CURRENT-DATE(1:8) TO MST-DATE-PROC.
           MOVE WS-USE-KEY-ID TO MST-KEY-ID.
           MOVE ENC-SHIFT TO MST-SHIFT.
           MOVE WS-CIPHER-MODE TO MST-CIPHER-MODE.
           MOVE ENC-OUT(WS-SEG-OFFSET:25) TO MST-ENC.
           MOVE DEC-OUT(WS-SEG-OFFSET:25) TO MST-DEC.
           MOVE WS-SEG-COUNT TO MST-SEG-COUNT.
           MOVE QT-PARTNER(CQ-SUB) TO MST-PARTNER.
           MOVE QT-BATCH-ID(CQ-SUB) TO MST-BATCH-ID.
           IF WS-BEFORE-IMAGE NOT = SPACES
               REWRITE MASTER-RECORD
                   INVALID KEY
                       DISPLAY "Unable to rewrite " QT-MSG-ID(CQ-SUB)
                           " segment " WS-SEG-SUB
                           " on NEWCIPMST.DAT, status " MASTER-STATUS
                   NOT INVALID KEY
                       MOVE "C" TO WS-JRNL-ACTION
                       MOVE MASTER-RECORD TO WS-AFTER-IMAGE
                       PERFORM WRITE-JOURNAL-ENTRY
               END-REWRITE
           ELSE
               WRITE MASTER-RECORD
                   INVALID KEY
                       DISPLAY "Unable to add " QT-MSG-ID(CQ-SUB)
                           " segment " WS-SEG-SUB
                           " to NEWCIPMST.DAT, status " MASTER-STATUS
                   NOT INVALID KEY
                       MOVE "A" TO WS-JRNL-ACTION
                       MOVE MASTER-RECORD TO WS-AFTER-IMAGE
                       PERFORM WRITE-JOURNAL-ENTRY
               END-WRITE
           END-IF.

       DELETE-MASTER-SEGMENT.
           MOVE QT-MSG-ID(CQ-SUB) TO MST-MSG-ID.
           MOVE WS-SEG-SUB TO MST-SEG-NO.
           READ MASTER-FILE
               INVALID KEY CONTINUE
               NOT INVALID KEY
                   MOVE MASTER-RECORD TO WS-BEFORE-IMAGE
                   DELETE MASTER-FILE RECORD
                       INVALID KEY CONTINUE
                       NOT INVALID KEY
                           MOVE "D" TO WS-JRNL-ACTION
                           MOVE SPACES TO WS-AFTER-IMAGE
                           PERFORM WRITE-JOURNAL-ENTRY
                   END-DELETE
           END-READ.

       WRITE-JOURNAL-ENTRY.
           MOVE SPACES TO JOURNAL-RECORD.
           MOVE FUNCTION CURRENT-DATE TO JR-TIMESTAMP.
           MOVE "EXCREPAR" TO JR-PROGRAM.
           MOVE WS-RUN-TIMESTAMP TO JR-RUN-ID.
           MOVE WS-OPERATOR TO JR-OPERATOR.
           MOVE WS-JRNL-ACTION TO JR-ACTION.
           MOVE WS-BEFORE-IMAGE TO JR-BEFORE.
           MOVE WS-AFTER-IMAGE TO JR-AFTER.
           WRITE JOURNAL-RECORD.

       RESOLVE-KEY.
           MOVE "N" TO WS-KEY-ERROR.
               FUNCTION TRIM(ENC-IN)).
           MOVE WS-CIPHER-MODE TO NA-CIPHER-MODE.
           MOVE WS-USE-KEY-ID TO NA-KEY-ID.
           MOVE QT-PARTNER(CQ-SUB) TO NA-PARTNER.
           MOVE QT-BATCH-ID(CQ-SUB) TO NA-BATCH-ID.
           MOVE WS-RESUB-FUNC TO NA-FUNC.
           MOVE "X" TO NA-ORIGIN.
           WRITE NEWCIP-AUDIT-RECORD.

       WRITE-CAESAR-AUDIT.
           MOVE QT-DISP(CQ-SUB) TO CQ-DISP.
           MOVE QT-SEQ(CQ-SUB) TO CQ-SEQ.
           MOVE QT-TEXT(CQ-SUB) TO CQ-TEXT.
           MOVE QT-PARTNER(CQ-SUB) TO CQ-PARTNER.
           MOVE QT-BATCH-ID(CQ-SUB) TO CQ-BATCH-ID.
           MOVE QT-REASON(CQ-SUB) TO CQ-REASON.
           MOVE QT-CHAR(CQ-SUB) TO CQ-CHAR.
           MOVE QT-POSITION(CQ-SUB) TO CQ-POSITION.
           WRITE CORR-QUEUE-RECORD.

       RESOLVE-EXCEPTIONS.
           PERFORM REWRITE-CAESAR-EXCEPTIONS.

       RESOLVE-QUEUE-ENTRY.
      * a resubmitted entry's exception is resolved ("R"), an
      * abandoned one's is closed as abandoned ("X")
           IF QT-DISP(CQ-SUB) = "R" OR QT-DISP(CQ-SUB) = "X"
               MOVE QT-DISP(CQ-SUB) TO WS-CLOSE-DISP
               IF QT-SOURCE(CQ-SUB) = "N"
                   PERFORM RESOLVE-NEWCIP-EXCEPTION
                       VARYING NE-SUB FROM 1 BY 1
       RESOLVE-NEWCIP-EXCEPTION.
           IF NT-MSG-ID(NE-SUB) = QT-MSG-ID(CQ-SUB)
               AND NT-DISP(NE-SUB) = "Q"
               MOVE WS-CLOSE-DISP TO NT-DISP(NE-SUB)
           END-IF.

       RESOLVE-CAESAR-EXCEPTION.
           IF CT-DISP(CE-SUB) = "Q"
               MOVE WS-CLOSE-DISP TO CT-DISP(CE-SUB)
           END-IF.

       OPEN-RUN-STATUS.
           MOVE SPACES TO RUNSTAT-RECORD.
           MOVE "EXCREPAR" TO RS-PROGRAM.
           MOVE "S" TO RS-TYPE.
           MOVE FUNCTION CURRENT-DATE TO WS-RUN-TIMESTAMP.
           MOVE WS-RUN-TIMESTAMP TO RS-TIMESTAMP.
           MOVE 0 TO RS-RECORDS.
           MOVE 0 TO RS-COMP-CODE.
           WRITE RUNSTAT-RECORD.
           MOVE 0 TO RS-COMP-CODE.
           WRITE RUNSTAT-RECORD.
           CLOSE RUNSTAT-FILE.

       WRITE-RUN-REFUSED.
           PERFORM OPEN-RUN-STATUS.
           MOVE SPACES TO RUNSTAT-RECORD.
           MOVE "EXCREPAR" TO RS-PROGRAM.
           MOVE "E" TO RS-TYPE.
           MOVE FUNCTION CURRENT-DATE TO RS-TIMESTAMP.
           MOVE 0 TO RS-RECORDS.
           MOVE WS-AUTH-RC TO RS-COMP-CODE.
           WRITE RUNSTAT-RECORD.
           CLOSE RUNSTAT-FILE.
