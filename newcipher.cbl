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
       FD TRANS-FILE.
       01 TRANS-RECORD.
           05 TRANS-REC-TYPE    PIC X.
      * "H" = batch header, "D" = detail, "T" = batch trailer,
      * "C" = continuation segment of the "D" message just before it
           05 TRANS-DETAIL.
               10 TRANS-MSG-ID  PIC X(6).
               10 TRANS-KEY-ID  PIC X(8).
      * hash total = sum of the ordinal values of every character of
      * each detail record's message ID
               10 FILLER        PIC X(24).
           05 TRANS-SEG-NO      PIC 99.
           05 TRANS-SEG-COUNT   PIC 99.
      * segment number and segment count of a multi-segment message;
      * blank on a "D" record = a single-segment message. Trailer
      * count and hash cover the "D" record only - one per message.

       FD CHECKPOINT-FILE.
       01 CHECKPOINT-RECORD.
       FD OUT-FILE.
       01 OUT-RECORD.
           05 OUT-REC-TYPE      PIC X.
      * "H" = batch header, "D" = detail, "T" = batch trailer,
      * "C" = continuation segment of the "D" message just before it
           05 OUT-DETAIL.
               10 OUT-MSG-ID    PIC X(6).
               10 OUT-ENC       PIC X(25).
               10 OL-RECORD-COUNT PIC 9(6).
               10 OL-HASH-TOTAL PIC 9(10).
               10 FILLER        PIC X(40).
           05 OUT-SEG-NO        PIC 99.
           05 OUT-SEG-COUNT     PIC 99.

       FD AUDIT-FILE.
       01 AUDIT-RECORD.
           05 AUDIT-CIPHER-MODE PIC 9.
           05 FILLER            PIC X.
           05 AUDIT-KEY-ID      PIC X(8).
           05 FILLER            PIC X.
           05 AUDIT-PARTNER     PIC X(8).
           05 FILLER            PIC X.
           05 AUDIT-BATCH-ID    PIC X(8).
           05 FILLER            PIC X.
           05 AUDIT-FUNC        PIC X.
      * function performed: "E", "D" or "R"
           05 FILLER            PIC X.
           05 AUDIT-ORIGIN      PIC X.
      * "N" = processed from the partner's batch, "X" = corrected
      * entry resubmitted from the correction queue by EXCREPAR
      * batch disposition line, one per batch at the end of a run; a
      * "*" line, so the tally programs pass over it
       01 AUDIT-BATCH-LINE.
           05 AB-TAG            PIC X(8).
      * "* BATCH "
           05 AB-TIMESTAMP      PIC X(21).
           05 FILLER            PIC X.
           05 AB-BATCH-ID       PIC X(8).
           05 FILLER            PIC X.
           05 AB-PARTNER        PIC X(8).
           05 FILLER            PIC X.
           05 AB-STATUS         PIC X.
      * "A" = accepted, "R" = refused (as on NEWCIPACK.DAT)
           05 FILLER            PIC X.
           05 AB-DET-PROCESSED  PIC 9(6).
           05 FILLER            PIC X.
           05 AB-DET-REJECTED   PIC 9(6).
           05 FILLER            PIC X.
           05 AB-CREATE-DATE    PIC 9(8).
      * the partner's creation date from the batch header

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
      * TRANS-FUNC values the partner is authorized to send
           05 PM-MSG-PREFIX     PIC X(3).
      * expected message-ID prefix; spaces = no prefix check
           05 PM-ALT-KEY-ID     PIC X(8) OCCURS 3 TIMES.
      * further keys the partner holds, tried after the default key
      * when a decrypt-only message does not read as plain text
           05 PM-TURNAROUND-DAYS PIC 99.
      * agreed days from batch creation to acknowledgment (SLARPT);
      * spaces = no agreement

       FD MASTER-FILE.
       01 MASTER-RECORD.
           05 MST-KEY.
               10 MST-MSG-ID    PIC X(6).
               10 MST-SEG-NO    PIC 99.
      * one record per message segment; single-segment messages are
      * segment 01 of 01
           05 MST-STATUS        PIC X.
      * "P" = processed
           05 MST-DATE-PROC     PIC 9(8).
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

       FD EXCEPTION-FILE.
       01 EXCEPTION-RECORD.
           05 FILLER            PIC X.
           05 EXC-DISP          PIC X.
      * "N" = new, "Q" = queued for correction, "R" = resolved,
      * "X" = correction abandoned by the operator,
      * "D" = duplicate rejection (informational - never queued for
      * correction; restart recovery re-reads legitimately produce
      * these for records the interrupted run already processed),
      * "A" = posted under an alternate key (informational - never
      * queued for correction),
      * "S" = suspect key, held (never queued for correction - a
      * resubmission would decrypt under the same failing key; the
      * partner must resend the message under its current key)
           05 FILLER            PIC X.
           05 EXC-PARTNER       PIC X(8).
           05 FILLER            PIC X.
           05 EXC-BATCH-ID      PIC X(8).
           05 FILLER            PIC X.
           05 EXC-DATE          PIC 9(8).

       FD REGISTER-FILE.
       01 REGISTER-RECORD       PIC X(100).
       01 CHECKPOINT-STATUS PIC XX.
       01 EXCEPTION-STATUS PIC XX.
       01 MASTER-STATUS PIC XX.
       01 JOURNAL-STATUS PIC XX.
       01 WS-RUN-TIMESTAMP PIC X(21) VALUE SPACES.
       01 WS-JRNL-ACTION PIC X    VALUE SPACE.
       01 WS-BEFORE-IMAGE PIC X(96) VALUE SPACES.
       01 WS-AFTER-IMAGE PIC X(96) VALUE SPACES.
       01 WS-DUPLICATE  PIC X     VALUE "N".
       01 WS-KEY-ERROR  PIC X     VALUE "N".

       01 OUT-EOF       PIC X     VALUE "N".
       01 DEFAULT-SHIFT PIC 99    VALUE 2.
       01 WS-OPERATOR   PIC X(20).
      * operator authority (data/OPERAUTH.DAT), checked by OPERAUTH
       01 WS-AUTH-PROGRAM PIC X(13) VALUE "NEWCIPHER".
       01 WS-AUTH-MODES   PIC X(10) VALUE SPACES.
       01 WS-AUTH-RC      PIC 99    VALUE 0.
       01 WS-AUTH-REASON  PIC X(40) VALUE SPACES.
       01 WS-TIMESTAMP  PIC X(21).
       01 WS-RECORD-COUNT   PIC 9(6) VALUE 0.
       01 WS-RESTART-COUNT  PIC 9(6) VALUE 0.
       01 WS-SKIP-COUNT     PIC 9(6) VALUE 0.
       01 CHECKPOINT-INTERVAL PIC 99 VALUE 5.

      * Message assembly: a "D" record and the "C" segments that
      * follow it are one message, enciphered in a single CIPHERMOD
      * call so a keyword runs on across segment boundaries. The
      * 99-character CIPHERMOD buffer holds three 25-character
      * segments.
       01 WS-MAX-SEGMENTS PIC 99  VALUE 3.
       01 WS-MSG-PENDING PIC X    VALUE "N".
       01 WS-MSG-ID     PIC X(6)  VALUE SPACES.
       01 WS-MSG-SEGS   PIC 99    VALUE 0.
       01 WS-MSG-SEG-COUNT PIC 99 VALUE 0.
       01 WS-MSG-BROKEN PIC X     VALUE "N".
       01 WS-MSG-REASON PIC X(40) VALUE SPACES.
       01 WS-MSG-TEXT   PIC X(75) VALUE SPACES.
       01 WS-MSG-FIRST-RECORD PIC X(45) VALUE SPACES.
       01 WS-HELD-RECORD PIC X(45) VALUE SPACES.
       01 WS-SEG-SUB    PIC 99    VALUE 0.
       01 WS-SEG-OFFSET PIC 99    VALUE 0.

      * Encryption/Decryption section
       01 ENC-IN        PIC X(75) VALUE SPACES.
       01 ENC-OUT       PIC X(75) VALUE SPACES.
       01 DEC-OUT       PIC X(75) VALUE SPACES.
       01 ENC-SHIFT     PIC 99    VALUE 2.
       01 CUR-CHR       PIC X     VALUE SPACE.
       01 LEN-ENC       PIC 99    VALUE 0.
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
               10 PT-DEF-KEY  PIC X(8).
               10 PT-FUNCS    PIC X(4).
               10 PT-PREFIX   PIC X(3).
               10 PT-ALT-KEY  PIC X(8) OCCURS 3 TIMES.
       01 WS-ALT-SUB    PIC 9     VALUE 0.

      * Wrong-key detection on decrypt-only ("D") traffic. The
      * decrypted text is scored the way CAESAR-CIPHER judges a
      * candidate: each common English letter (COMMON-CHARS) earns
      * its frequency weight (VIG-WEIGHT), and the score is the
      * percentage of the best possible. A letter only earns its
      * weight when it is in the same case as the character before
      * it in the word - text decrypted under the wrong key mixes
      * upper case, lower case and digits within its words. Words
      * of digits alone are left out. English scores 40 to 60, text
      * decrypted under the wrong key mostly under 30. A message
      * scoring under the PLAIN-SCORE run-control threshold is tried
      * under the partner's other current keys; one with fewer than
      * WS-PLAIN-MIN-CHARS scored characters is too short to judge.
       01 COMMON-CHARS  PIC X(25) VALUE
           "ETAOINSHRDLUetaoinshrdlu ".
       01 VIG-WEIGHT-VALUES.
           05 FILLER    PIC 99 VALUE 12.
           05 FILLER    PIC 99 VALUE 09.
           05 FILLER    PIC 99 VALUE 08.
           05 FILLER    PIC 99 VALUE 08.
           05 FILLER    PIC 99 VALUE 07.
           05 FILLER    PIC 99 VALUE 07.
           05 FILLER    PIC 99 VALUE 06.
           05 FILLER    PIC 99 VALUE 06.
           05 FILLER    PIC 99 VALUE 06.
           05 FILLER    PIC 99 VALUE 04.
           05 FILLER    PIC 99 VALUE 04.
           05 FILLER    PIC 99 VALUE 03.
       01 VIG-WEIGHT-TABLE REDEFINES VIG-WEIGHT-VALUES.
           05 VIG-WEIGHT PIC 99 OCCURS 12 TIMES.
       01 WS-PLAIN-PARM PIC X(3)  VALUE SPACES.
       01 WS-PLAIN-MIN-SCORE PIC 999 VALUE 30.
      * 0 = no wrong-key check
       01 WS-PLAIN-MIN-CHARS PIC 99 VALUE 5.
       01 WS-PLAIN-SCORE PIC 999  VALUE 0.
       01 WS-PLAIN-WEIGHT PIC 9(5) VALUE 0.
       01 WS-PLAIN-CHARS PIC 999  VALUE 0.
       01 WS-PLAIN-POS  PIC 99    VALUE 0.
       01 WS-PLAIN-MATCH PIC 99   VALUE 0.
       01 WS-PLAIN-CHR  PIC X     VALUE SPACE.
       01 WS-PLAIN-CLASS PIC X    VALUE SPACE.
      * "U" = upper case, "L" = lower case, "D" = digit
       01 WS-PREV-CLASS PIC X     VALUE SPACE.
       01 WS-WORD-WEIGHT PIC 9(4) VALUE 0.
       01 WS-WORD-CHARS PIC 99    VALUE 0.
       01 WS-WORD-SCORED PIC X    VALUE "N".
       01 WS-WEIGHT-SUB PIC 99    VALUE 0.
       01 WS-SCORE-TEXT PIC X(75) VALUE SPACES.
       01 WS-SCORE-EDIT PIC ZZ9.
       01 WS-KEY-SUSPECT PIC X    VALUE "N".
       01 WS-TRY-KEY-ID PIC X(8)  VALUE SPACES.
       01 WS-TRY-MODE   PIC 9     VALUE 1.
       01 WS-TRY-KEYWORD PIC X(30) VALUE SPACES.
       01 WS-TRY-KEY-LEN PIC 99   VALUE 0.
       01 WS-ALT-KEY-ID PIC X(8)  VALUE SPACES.
       01 WS-ALT-MODE   PIC 9     VALUE 1.
       01 WS-ALT-SHIFT  PIC 99    VALUE 0.
       01 WS-ALT-KEYWORD PIC X(30) VALUE SPACES.
       01 WS-ALT-KEY-LEN PIC 99   VALUE 0.
       01 WS-ALT-SCORE  PIC 999   VALUE 0.
       01 WS-ALT-DEC-OUT PIC X(75) VALUE SPACES.
       01 WS-RECOVERED-COUNT PIC 9(6) VALUE 0.
       01 WS-SUSPECT-COUNT PIC 9(6) VALUE 0.

       PROCEDURE DIVISION.
       MAIN.
           END-IF.

           PERFORM OPEN-MASTER-FILE.
           PERFORM OPEN-JOURNAL-FILE.

           MOVE WS-RESTART-COUNT TO WS-RECORD-COUNT.
           MOVE 0 TO WS-SKIP-COUNT.
               PERFORM PROCESS-TRANS-RECORD
               PERFORM READ-TRANS-RECORD
           END-PERFORM.
           IF WS-MSG-PENDING = "Y"
               PERFORM END-PENDING-MESSAGE
           END-IF.

           PERFORM SUM-ACCEPTED-TRAILERS.
           IF WS-RECORD-COUNT NOT = WS-ACCEPT-TRL-TOTAL
               VARYING BT-SUB FROM 1 BY 1 UNTIL BT-SUB > BATCH-COUNT.
           PERFORM WRITE-BATCH-ACK
               VARYING BT-SUB FROM 1 BY 1 UNTIL BT-SUB > BATCH-COUNT.
           PERFORM WRITE-AUDIT-BATCH-LINE
               VARYING BT-SUB FROM 1 BY 1 UNTIL BT-SUB > BATCH-COUNT.

           CLOSE TRANS-FILE.
           CLOSE OUT-FILE.
           CLOSE REGISTER-FILE.
           CLOSE ACK-FILE.
           CLOSE MASTER-FILE.
           CLOSE JOURNAL-FILE.

           IF WS-RECOVERED-COUNT > 0 OR WS-SUSPECT-COUNT > 0
               DISPLAY "NEWCIPHER: " WS-RECOVERED-COUNT " message(s) "
                   "recovered under an alternate key, "
                   WS-SUSPECT-COUNT " held as suspect-key"
           END-IF.

           PERFORM SOLVE-PARA.
           PERFORM WRITE-RUN-END.

       GET-PARAMETERS.
           PERFORM LOAD-RUN-CONTROL.
           ACCEPT WS-OPERATOR FROM ENVIRONMENT "USER".
           PERFORM SCAN-RUN-FUNCTIONS.
           PERFORM CHECK-OPERATOR-AUTHORITY.
           MOVE "KEY-ID" TO WS-RUNCTL-KEYWORD.
           PERFORM GET-RUN-PARM.
           MOVE FUNCTION TRIM(WS-RUNCTL-VALUE) TO WS-PARM-KEY-ID.
           MOVE "PLAIN-SCORE" TO WS-RUNCTL-KEYWORD.
           PERFORM GET-RUN-PARM.
           MOVE WS-RUNCTL-VALUE(1:3) TO WS-PLAIN-PARM.
           IF WS-PLAIN-PARM NOT = SPACES
               IF FUNCTION TRIM(WS-PLAIN-PARM) IS NUMERIC
                   MOVE FUNCTION NUMVAL(WS-PLAIN-PARM)
                       TO WS-PLAIN-MIN-SCORE
               ELSE
                   MOVE 999 TO WS-PLAIN-MIN-SCORE
               END-IF
               IF WS-PLAIN-MIN-SCORE > 100
                   DISPLAY "NEWCIPHER: PLAIN-SCORE in data/RUNCTL.DAT "
                       "must be 0 to 100 - run refused"
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF.
           PERFORM LOAD-KEY-STORE.
           PERFORM LOAD-PARTNER-MASTER.
           IF WS-PARM-KEY-ID NOT = SPACES
               END-IF
               MOVE WS-PARM-KEY-ID TO WS-DEFAULT-KEY-ID
           END-IF.

       SCAN-RUN-FUNCTIONS.
      * a NEWCIPHER run's modes are the function codes on its detail
      * records (space counts as "R"), so an operator held for "D"
      * alone may only run decrypt-only batches
           MOVE SPACES TO WS-AUTH-MODES.
           OPEN INPUT TRANS-FILE.
           IF TRANS-STATUS NOT = "00"
               DISPLAY "Unable to open data/NEWCIPIN.DAT, status "
                   TRANS-STATUS
               STOP RUN
           END-IF.
           PERFORM SCAN-RUN-FUNCTION UNTIL TRANS-EOF = "Y".
           CLOSE TRANS-FILE.
           MOVE "N" TO TRANS-EOF.

       SCAN-RUN-FUNCTION.
           READ TRANS-FILE
               AT END MOVE "Y" TO TRANS-EOF
               NOT AT END
                   IF TRANS-REC-TYPE = "D"
                       EVALUATE TRANS-FUNC
                           WHEN "E"
                               MOVE "E" TO WS-AUTH-MODES(1:1)
                           WHEN "D"
                               MOVE "D" TO WS-AUTH-MODES(2:1)
                           WHEN OTHER
                               MOVE "R" TO WS-AUTH-MODES(3:1)
                       END-EVALUATE
                   END-IF
           END-READ.

       CHECK-OPERATOR-AUTHORITY.
      * the operator must hold this program, and every mode the run
      * uses, on data/OPERAUTH.DAT; OPERAUTH logs a refusal to
      * SECVIOL.DAT and the run ends with RC 12
           CALL "OPERAUTH" USING WS-AUTH-PROGRAM WS-OPERATOR
               WS-AUTH-MODES WS-AUTH-RC WS-AUTH-REASON.
           IF WS-AUTH-RC NOT = 0
               DISPLAY "NEWCIPHER: operator " FUNCTION TRIM(WS-OPERATOR)
                   " refused - " FUNCTION TRIM(WS-AUTH-REASON)
               PERFORM WRITE-RUN-REFUSED
               MOVE WS-AUTH-RC TO RETURN-CODE
               STOP RUN
           END-IF.

       LOAD-RUN-CONTROL.
           MOVE 0 TO RUNCTL-COUNT.
      * comment-style line in the audit trail recording the resolved
      * run parameters; tally programs skip "*" lines
           MOVE SPACES TO AUDIT-RECORD.
           MOVE WS-PLAIN-MIN-SCORE TO WS-SCORE-EDIT.
           STRING "* PARM KEY-ID=" DELIMITED BY SIZE
               WS-PARM-KEY-ID DELIMITED BY SIZE
               " PLAIN-SCORE=" DELIMITED BY SIZE
               FUNCTION TRIM(WS-SCORE-EDIT) DELIMITED BY SIZE
               " OPERATOR=" DELIMITED BY SIZE
               FUNCTION TRIM(WS-OPERATOR) DELIMITED BY SIZE
               INTO AUDIT-RECORD
           WRITE AUDIT-RECORD.

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
               DISPLAY "NEWCIPHER: master key (CIPMKEY) not supplied "
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
               DISPLAY "NEWCIPHER: data/KEYSTORE.DAT entry " KS-KEY-ID
                   " is not wrapped (run KEYWRAP) - run refused"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE KS-KEY-ID TO WS-CHECK-KEY-ID.
           PERFORM COMPUTE-KEY-CHECK.
           IF WS-CHECK-VALUE NOT = KS-KEY-CHECK
               DISPLAY "NEWCIPHER: master key does not open "
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

       LOAD-PARTNER-MASTER.
           MOVE 0 TO PARTNER-COUNT.
           MOVE "N" TO PARTNER-EOF.
                       MOVE PM-ALLOWED-FUNCS
                           TO PT-FUNCS(PARTNER-COUNT)
                       MOVE PM-MSG-PREFIX TO PT-PREFIX(PARTNER-COUNT)
                       PERFORM VARYING WS-ALT-SUB FROM 1 BY 1
                               UNTIL WS-ALT-SUB > 3
                           MOVE PM-ALT-KEY-ID(WS-ALT-SUB)
                               TO PT-ALT-KEY(PARTNER-COUNT, WS-ALT-SUB)
                       END-PERFORM
                   ELSE
                       DISPLAY "NEWCIPHER: PARTNER TABLE FULL, "
                           PM-PARTNER-ID " NOT LOADED"
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

       VERIFY-BATCH-CONTROLS.
      * pre-pass over the whole transmission: each H...T group is a
      * batch of its own, and each trailer's count and message-ID
                                       TO BT-DET-HASH(BT-SUB)
                               END-IF
                           END-IF
                       WHEN "C"
      * continuation segments are part of the message on the "D"
      * record and are not counted or hashed on their own
                           IF BT-SUB = 0
                               MOVE "Y" TO WS-STRAY-SEEN
                           ELSE
                               IF BT-TRL-SEEN(BT-SUB) = "Y"
                                   MOVE "Y" TO WS-STRAY-SEEN
                               END-IF
                           END-IF
                       WHEN OTHER
                           IF BT-SUB = 0
                               MOVE "Y" TO WS-STRAY-SEEN
           END-READ.

       PROCESS-TRANS-RECORD.
      * a message is complete when a record arrives that is not one
      * of its continuation segments
           IF WS-MSG-PENDING = "Y"
               IF TRANS-REC-TYPE NOT = "C"
                   OR TRANS-MSG-ID NOT = WS-MSG-ID
                   PERFORM END-PENDING-MESSAGE
               END-IF
           END-IF.
           EVALUATE TRANS-REC-TYPE
               WHEN "H"
                   ADD 1 TO WS-CUR-BATCH
                   END-IF
               WHEN "D"
                   IF BT-ACCEPT(WS-CUR-BATCH) = "Y"
                       PERFORM START-PENDING-MESSAGE
                   END-IF
               WHEN "C"
                   IF BT-ACCEPT(WS-CUR-BATCH) = "Y"
                       PERFORM ADD-MESSAGE-SEGMENT
                   END-IF
               WHEN "T"
                   IF BT-ACCEPT(WS-CUR-BATCH) = "Y"
                   END-IF
           END-EVALUATE.

       START-PENDING-MESSAGE.
           MOVE "Y" TO WS-MSG-PENDING.
           MOVE TRANS-RECORD TO WS-MSG-FIRST-RECORD.
           MOVE TRANS-MSG-ID TO WS-MSG-ID.
           MOVE SPACES TO WS-MSG-TEXT.
           MOVE TRANS-TEXT TO WS-MSG-TEXT(1:25).
           MOVE 1 TO WS-MSG-SEGS.
           MOVE 1 TO WS-MSG-SEG-COUNT.
           IF TRANS-SEG-COUNT IS NUMERIC AND TRANS-SEG-COUNT > 0
               MOVE TRANS-SEG-COUNT TO WS-MSG-SEG-COUNT
           END-IF.
           MOVE "N" TO WS-MSG-BROKEN.
           MOVE SPACES TO WS-MSG-REASON.
           IF TRANS-SEG-NO IS NUMERIC AND TRANS-SEG-NO > 1
               MOVE "Y" TO WS-MSG-BROKEN
               MOVE "SEGMENT OUT OF SEQUENCE" TO WS-MSG-REASON
           END-IF.
           IF WS-MSG-SEG-COUNT > WS-MAX-SEGMENTS
               MOVE "Y" TO WS-MSG-BROKEN
               MOVE "MESSAGE EXCEEDS 3 SEGMENTS" TO WS-MSG-REASON
           END-IF.

       ADD-MESSAGE-SEGMENT.
      * each continuation must carry the next segment number and the
      * same segment count as the first segment; any break rejects
      * the whole message when it completes
           IF WS-MSG-PENDING = "N"
               IF WS-SKIP-COUNT >= WS-RESTART-COUNT
                   MOVE SPACES TO EXCEPTION-RECORD
                   MOVE TRANS-MSG-ID TO EXC-MSG-ID
                   MOVE "CONTINUATION WITHOUT FIRST SEGMENT"
                       TO EXC-REASON
                   MOVE 0 TO EXC-POSITION
                   PERFORM WRITE-EXCEPTION
               END-IF
           ELSE
               IF WS-MSG-BROKEN = "N"
                   IF TRANS-SEG-NO NOT NUMERIC
                       OR TRANS-SEG-COUNT NOT NUMERIC
                       OR TRANS-SEG-COUNT NOT = WS-MSG-SEG-COUNT
                       OR TRANS-SEG-NO NOT = WS-MSG-SEGS + 1
                       OR WS-MSG-SEGS >= WS-MSG-SEG-COUNT
                       MOVE "Y" TO WS-MSG-BROKEN
                       MOVE "SEGMENT OUT OF SEQUENCE" TO WS-MSG-REASON
                   ELSE
                       COMPUTE WS-SEG-OFFSET = WS-MSG-SEGS * 25 + 1
                       MOVE TRANS-TEXT
                           TO WS-MSG-TEXT(WS-SEG-OFFSET:25)
                       ADD 1 TO WS-MSG-SEGS
                   END-IF
               END-IF
           END-IF.

       END-PENDING-MESSAGE.
      * the record that ended the message is held aside while the
      * message's first segment is put back for processing
           IF WS-MSG-BROKEN = "N" AND WS-MSG-SEGS < WS-MSG-SEG-COUNT
               MOVE "Y" TO WS-MSG-BROKEN
               MOVE "SEGMENT MISSING - MESSAGE INCOMPLETE"
                   TO WS-MSG-REASON
           END-IF.
           MOVE TRANS-RECORD TO WS-HELD-RECORD.
           MOVE WS-MSG-FIRST-RECORD TO TRANS-RECORD.
           PERFORM PROCESS-BATCH-DETAIL.
           MOVE WS-HELD-RECORD TO TRANS-RECORD.
           MOVE "N" TO WS-MSG-PENDING.

       PROCESS-BATCH-DETAIL.
      * restart: the first WS-RESTART-COUNT details of accepted
      * batches were completed by the interrupted run and are skipped
           END-IF.
           WRITE ACK-RECORD.

       WRITE-AUDIT-BATCH-LINE.
      * the acknowledgement file is replaced every run; this keeps
      * each batch's disposition on the retained audit trail, where
      * CIPARCH archives it and the chargeback statement finds it
           MOVE SPACES TO AUDIT-RECORD.
           MOVE "* BATCH " TO AB-TAG.
           MOVE FUNCTION CURRENT-DATE TO AB-TIMESTAMP.
           MOVE BT-ID(BT-SUB) TO AB-BATCH-ID.
           MOVE BT-PARTNER(BT-SUB) TO AB-PARTNER.
           MOVE BT-DATE(BT-SUB) TO AB-CREATE-DATE.
           IF BT-ACCEPT(BT-SUB) = "Y"
               MOVE "A" TO AB-STATUS
               MOVE BT-OUT-COUNT(BT-SUB) TO AB-DET-PROCESSED
               COMPUTE AB-DET-REJECTED =
                   BT-DET-COUNT(BT-SUB) - BT-OUT-COUNT(BT-SUB)
           ELSE
               MOVE "R" TO AB-STATUS
               MOVE 0 TO AB-DET-PROCESSED
               MOVE BT-DET-COUNT(BT-SUB) TO AB-DET-REJECTED
           END-IF.
           WRITE AUDIT-RECORD.

       SUM-ACCEPTED-TRAILERS.
           MOVE 0 TO WS-ACCEPT-TRL-TOTAL.
           PERFORM VARYING BT-SUB FROM 1 BY 1
           CLOSE CHECKPOINT-FILE.

       PROCESS-TRANSACTION.
           IF WS-MSG-BROKEN = "Y"
               MOVE SPACES TO EXCEPTION-RECORD
               MOVE TRANS-MSG-ID TO EXC-MSG-ID
               MOVE WS-MSG-REASON TO EXC-REASON
               MOVE 0 TO EXC-POSITION
               PERFORM WRITE-EXCEPTION
           ELSE
               PERFORM CHECK-NEW-TRANSACTION
           END-IF.

       CHECK-NEW-TRANSACTION.
           PERFORM CHECK-MESSAGE-MASTER.
           IF WS-DUPLICATE = "Y"
               MOVE SPACES TO EXCEPTION-RECORD
       CHECK-MESSAGE-MASTER.
           MOVE "N" TO WS-DUPLICATE.
           MOVE TRANS-MSG-ID TO MST-MSG-ID.
           MOVE 1 TO MST-SEG-NO.
           READ MASTER-FILE
               INVALID KEY CONTINUE
               NOT INVALID KEY MOVE "Y" TO WS-DUPLICATE
           END-READ.

       PROCESS-NEW-TRANSACTION.
           MOVE WS-MSG-TEXT TO ENC-IN.
           PERFORM CHECK-PARTNER-AUTHORITY.
           IF WS-PARTNER-ERROR = "N"
               PERFORM RESOLVE-KEY
               PERFORM WRITE-EXCEPTION
               MOVE "R" TO TRANS-FUNC
           END-IF.
           COMPUTE LEN-ENC = WS-MSG-SEG-COUNT * 25.
           PERFORM VALIDATE-TRANSACTION.

           MOVE SPACES TO ENC-OUT.
                   WS-CIPHER-FUNCTION WS-ALPHABET WS-ALPHA-LEN
                   WS-CIPHER-TEXT WS-CIPHER-TEXT-LEN WS-CIPHER-SHIFT
                   WS-KEYWORD WS-KEY-LEN WS-CIPHER-RC
               MOVE WS-CIPHER-TEXT(1:LEN-ENC) TO ENC-OUT
               DISPLAY ENC-OUT(1:LEN-ENC)
           END-IF.

      * ----- DECRYPTION -----
                   WS-CIPHER-FUNCTION WS-ALPHABET WS-ALPHA-LEN
                   WS-CIPHER-TEXT WS-CIPHER-TEXT-LEN WS-CIPHER-SHIFT
                   WS-KEYWORD WS-KEY-LEN WS-CIPHER-RC
               MOVE WS-CIPHER-TEXT(1:LEN-ENC) TO DEC-OUT
               DISPLAY DEC-OUT(1:LEN-ENC)
           END-IF.

           MOVE "N" TO WS-KEY-SUSPECT.
           IF TRANS-FUNC = "D" AND WS-PLAIN-MIN-SCORE > 0
               PERFORM CHECK-DECRYPTED-TEXT
           END-IF.

      * a suspect-key message is held on the exception file only:
      * nothing goes to the output, the audit trail or the master
           IF WS-KEY-SUSPECT = "N"
               PERFORM WRITE-OUT-SEGMENT
                   VARYING WS-SEG-SUB FROM 1 BY 1
                   UNTIL WS-SEG-SUB > WS-MSG-SEG-COUNT
               ADD 1 TO BT-OUT-COUNT(WS-CUR-BATCH)
               MOVE TRANS-MSG-ID TO WS-HASH-MSG-ID
               PERFORM COMPUTE-ID-HASH
               ADD WS-ID-HASH TO BT-OUT-HASH(WS-CUR-BATCH)
               PERFORM WRITE-AUDIT-RECORD
               PERFORM WRITE-MESSAGE-MASTER
           END-IF.

       CHECK-DECRYPTED-TEXT.
      * a decrypt-only message that does not read as plain text was
      * most likely sent under another of the partner's keys, or
      * the partner's copy of the key has drifted from ours. Each of
      * the partner's other current keys is tried; the best reading
      * that passes is posted under the key that produced it, with
      * an informational exception naming that key. When none
      * passes, the message is held as a suspect-key exception.
           MOVE DEC-OUT TO WS-SCORE-TEXT.
           PERFORM SCORE-PLAIN-TEXT.
           IF WS-PLAIN-CHARS >= WS-PLAIN-MIN-CHARS
               AND WS-PLAIN-SCORE < WS-PLAIN-MIN-SCORE
               MOVE WS-PLAIN-SCORE TO WS-SCORE-EDIT
               DISPLAY "NEWCIPHER: " TRANS-MSG-ID " does not read as "
                   "plain text under key " WS-USE-KEY-ID " (score "
                   FUNCTION TRIM(WS-SCORE-EDIT) ")"
               PERFORM TRY-ALTERNATE-KEYS
           END-IF.

       TRY-ALTERNATE-KEYS.
           MOVE SPACES TO WS-ALT-KEY-ID.
           MOVE 0 TO WS-ALT-SCORE.
           MOVE BT-PTNR-SUB(WS-CUR-BATCH) TO WS-PTNR-SUB.
           IF WS-PTNR-SUB > 0
               MOVE PT-DEF-KEY(WS-PTNR-SUB) TO WS-TRY-KEY-ID
               PERFORM TRY-ALTERNATE-KEY
               PERFORM VARYING WS-ALT-SUB FROM 1 BY 1
                       UNTIL WS-ALT-SUB > 3
                   MOVE PT-ALT-KEY(WS-PTNR-SUB, WS-ALT-SUB)
                       TO WS-TRY-KEY-ID
                   PERFORM TRY-ALTERNATE-KEY
               END-PERFORM
           END-IF.
           MOVE SPACES TO EXCEPTION-RECORD.
           MOVE TRANS-MSG-ID TO EXC-MSG-ID.
           MOVE 0 TO EXC-POSITION.
           IF WS-ALT-KEY-ID = SPACES
               MOVE "Y" TO WS-KEY-SUSPECT
               ADD 1 TO WS-SUSPECT-COUNT
               MOVE "SUSPECT KEY - NO KEY GIVES PLAIN TEXT"
                   TO EXC-REASON
               MOVE "S" TO EXC-DISP
               DISPLAY "NEWCIPHER: " TRANS-MSG-ID " held - no key "
                   "gives plain text"
           ELSE
      * the message is posted exactly as if it had named the key
               ADD 1 TO WS-RECOVERED-COUNT
               MOVE WS-ALT-KEY-ID TO WS-USE-KEY-ID
               MOVE WS-ALT-MODE TO WS-CIPHER-MODE
               MOVE WS-ALT-SHIFT TO ENC-SHIFT
               MOVE WS-ALT-KEYWORD TO WS-KEYWORD
               MOVE WS-ALT-KEY-LEN TO WS-KEY-LEN
               MOVE WS-ALT-DEC-OUT TO DEC-OUT
               STRING "RECOVERED UNDER ALTERNATE KEY "
                   DELIMITED BY SIZE
                   WS-ALT-KEY-ID DELIMITED BY SIZE
                   INTO EXC-REASON
               END-STRING
               MOVE "A" TO EXC-DISP
               DISPLAY "NEWCIPHER: " TRANS-MSG-ID " recovered under "
                   "alternate key " WS-ALT-KEY-ID ":"
               DISPLAY DEC-OUT(1:LEN-ENC)
           END-IF.
           PERFORM WRITE-EXCEPTION.

       TRY-ALTERNATE-KEY.
           IF WS-TRY-KEY-ID NOT = SPACES
               AND WS-TRY-KEY-ID NOT = WS-USE-KEY-ID
               MOVE WS-TRY-KEY-ID TO WS-LOOKUP-KEY-ID
               PERFORM FIND-KEY
               IF KEY-FOUND = "Y"
                   MOVE KT-MODE(WS-KEY-SUB) TO WS-TRY-MODE
                   MOVE SPACES TO WS-TRY-KEYWORD
                   MOVE 0 TO WS-TRY-KEY-LEN
                   MOVE 0 TO WS-CIPHER-SHIFT
                   IF WS-TRY-MODE = 2
                       MOVE KT-KEYWORD(WS-KEY-SUB) TO WS-TRY-KEYWORD
                       COMPUTE WS-TRY-KEY-LEN = FUNCTION LENGTH(
                           FUNCTION TRIM(WS-TRY-KEYWORD))
                   ELSE
                       MOVE KT-SHIFT(WS-KEY-SUB) TO WS-CIPHER-SHIFT
                   END-IF
                   MOVE "D" TO WS-CIPHER-FUNCTION
                   MOVE ENC-IN TO WS-CIPHER-TEXT
                   MOVE LEN-ENC TO WS-CIPHER-TEXT-LEN
                   CALL "CIPHERMOD" USING WS-TRY-MODE
                       WS-CIPHER-FUNCTION WS-ALPHABET WS-ALPHA-LEN
                       WS-CIPHER-TEXT WS-CIPHER-TEXT-LEN
                       WS-CIPHER-SHIFT WS-TRY-KEYWORD WS-TRY-KEY-LEN
                       WS-CIPHER-RC
                   MOVE WS-CIPHER-TEXT(1:LEN-ENC) TO WS-SCORE-TEXT
                   PERFORM SCORE-PLAIN-TEXT
                   IF WS-PLAIN-SCORE >= WS-PLAIN-MIN-SCORE
                       AND WS-PLAIN-SCORE > WS-ALT-SCORE
                       MOVE WS-PLAIN-SCORE TO WS-ALT-SCORE
                       MOVE WS-TRY-KEY-ID TO WS-ALT-KEY-ID
                       MOVE WS-TRY-MODE TO WS-ALT-MODE
                       MOVE WS-CIPHER-SHIFT TO WS-ALT-SHIFT
                       MOVE WS-TRY-KEYWORD TO WS-ALT-KEYWORD
                       MOVE WS-TRY-KEY-LEN TO WS-ALT-KEY-LEN
                       MOVE WS-SCORE-TEXT TO WS-ALT-DEC-OUT
                   END-IF
               END-IF
           END-IF.

       SCORE-PLAIN-TEXT.
           MOVE 0 TO WS-PLAIN-WEIGHT.
           MOVE 0 TO WS-PLAIN-CHARS.
           PERFORM START-PLAIN-WORD.
           PERFORM SCORE-PLAIN-CHAR
               VARYING WS-PLAIN-POS FROM 1 BY 1
               UNTIL WS-PLAIN-POS > LEN-ENC.
           PERFORM END-PLAIN-WORD.
           IF WS-PLAIN-CHARS > 0
               COMPUTE WS-PLAIN-SCORE = (WS-PLAIN-WEIGHT * 100)
                   / (WS-PLAIN-CHARS * 12)
           ELSE
               MOVE 0 TO WS-PLAIN-SCORE
           END-IF.

       SCORE-PLAIN-CHAR.
      * either case of a letter carries the same weight
           MOVE WS-SCORE-TEXT(WS-PLAIN-POS:1) TO WS-PLAIN-CHR.
           EVALUATE TRUE
               WHEN WS-PLAIN-CHR = SPACE
                   PERFORM END-PLAIN-WORD
               WHEN WS-PLAIN-CHR >= "A" AND WS-PLAIN-CHR <= "Z"
                   MOVE "U" TO WS-PLAIN-CLASS
               WHEN WS-PLAIN-CHR >= "a" AND WS-PLAIN-CHR <= "z"
                   MOVE "L" TO WS-PLAIN-CLASS
               WHEN WS-PLAIN-CHR >= "0" AND WS-PLAIN-CHR <= "9"
                   MOVE "D" TO WS-PLAIN-CLASS
               WHEN OTHER
                   MOVE "O" TO WS-PLAIN-CLASS
           END-EVALUATE.
           IF WS-PLAIN-CHR NOT = SPACE
               ADD 1 TO WS-WORD-CHARS
               IF WS-PLAIN-CLASS NOT = "D"
                   MOVE "Y" TO WS-WORD-SCORED
               END-IF
               IF (WS-PLAIN-CLASS = "U" OR WS-PLAIN-CLASS = "L")
                   AND (WS-PREV-CLASS = SPACE
                   OR WS-PREV-CLASS = WS-PLAIN-CLASS)
                   MOVE 0 TO WS-PLAIN-MATCH
                   INSPECT COMMON-CHARS TALLYING WS-PLAIN-MATCH
                       FOR CHARACTERS BEFORE INITIAL WS-PLAIN-CHR
                   IF WS-PLAIN-MATCH < 24
                       COMPUTE WS-WEIGHT-SUB =
                           FUNCTION MOD(WS-PLAIN-MATCH, 12) + 1
                       ADD VIG-WEIGHT(WS-WEIGHT-SUB) TO WS-WORD-WEIGHT
                   END-IF
               END-IF
               MOVE WS-PLAIN-CLASS TO WS-PREV-CLASS
           END-IF.

       END-PLAIN-WORD.
      * a word of digits alone (an amount, a reference) says nothing
      * either way and is left out of the score
           IF WS-WORD-SCORED = "Y"
               ADD WS-WORD-CHARS TO WS-PLAIN-CHARS
               ADD WS-WORD-WEIGHT TO WS-PLAIN-WEIGHT
           END-IF.
           PERFORM START-PLAIN-WORD.

       START-PLAIN-WORD.
           MOVE 0 TO WS-WORD-WEIGHT.
           MOVE 0 TO WS-WORD-CHARS.
           MOVE "N" TO WS-WORD-SCORED.
           MOVE SPACE TO WS-PREV-CLASS.

       WRITE-OUT-SEGMENT.
      * the first segment goes out as "D", the rest as "C", each
      * carrying its slice of the whole-message result
           COMPUTE WS-SEG-OFFSET = (WS-SEG-SUB - 1) * 25 + 1.
           MOVE SPACES TO OUT-RECORD.
           IF WS-SEG-SUB = 1
               MOVE "D" TO OUT-REC-TYPE
           ELSE
               MOVE "C" TO OUT-REC-TYPE
           END-IF.
           MOVE TRANS-MSG-ID TO OUT-MSG-ID.
           MOVE ENC-OUT(WS-SEG-OFFSET:25) TO OUT-ENC.
           MOVE DEC-OUT(WS-SEG-OFFSET:25) TO OUT-DEC.
           MOVE WS-SEG-SUB TO OUT-SEG-NO.
           MOVE WS-MSG-SEG-COUNT TO OUT-SEG-COUNT.
           WRITE OUT-RECORD.

       WRITE-MESSAGE-MASTER.
           PERFORM WRITE-MASTER-SEGMENT
               VARYING WS-SEG-SUB FROM 1 BY 1
               UNTIL WS-SEG-SUB > WS-MSG-SEG-COUNT.

       WRITE-MASTER-SEGMENT.
           COMPUTE WS-SEG-OFFSET = (WS-SEG-SUB - 1) * 25 + 1.
           MOVE TRANS-MSG-ID TO MST-MSG-ID.
           MOVE WS-SEG-SUB TO MST-SEG-NO.
           MOVE "P" TO MST-STATUS.
           MOVE FUNCTION CURRENT-DATE(1:8) TO MST-DATE-PROC.
           MOVE WS-USE-KEY-ID TO MST-KEY-ID.
           MOVE ENC-SHIFT TO MST-SHIFT.
           MOVE WS-CIPHER-MODE TO MST-CIPHER-MODE.
           MOVE ENC-OUT(WS-SEG-OFFSET:25) TO MST-ENC.
           MOVE DEC-OUT(WS-SEG-OFFSET:25) TO MST-DEC.
           MOVE WS-MSG-SEG-COUNT TO MST-SEG-COUNT.
           MOVE BT-PARTNER(WS-CUR-BATCH) TO MST-PARTNER.
           MOVE BT-ID(WS-CUR-BATCH) TO MST-BATCH-ID.
           WRITE MASTER-RECORD
               INVALID KEY
                   DISPLAY "Unable to add " TRANS-MSG-ID
                       " segment " WS-SEG-SUB
                       " to NEWCIPMST.DAT, status " MASTER-STATUS
               NOT INVALID KEY
                   MOVE "A" TO WS-JRNL-ACTION
                   MOVE SPACES TO WS-BEFORE-IMAGE
                   MOVE MASTER-RECORD TO WS-AFTER-IMAGE
                   PERFORM WRITE-JOURNAL-ENTRY
           END-WRITE.

       WRITE-JOURNAL-ENTRY.
           MOVE SPACES TO JOURNAL-RECORD.
           MOVE FUNCTION CURRENT-DATE TO JR-TIMESTAMP.
           MOVE "NEWCIPHER" TO JR-PROGRAM.
           MOVE WS-RUN-TIMESTAMP TO JR-RUN-ID.
           MOVE WS-OPERATOR TO JR-OPERATOR.
           MOVE WS-JRNL-ACTION TO JR-ACTION.
           MOVE WS-BEFORE-IMAGE TO JR-BEFORE.
           MOVE WS-AFTER-IMAGE TO JR-AFTER.
           WRITE JOURNAL-RECORD.

       VALIDATE-TRANSACTION.
           COMPUTE WS-TRIM-LEN = FUNCTION LENGTH(FUNCTION TRIM(ENC-IN)).
           IF WS-TRIM-LEN = LEN-ENC
           IF EXC-DISP = SPACE
               MOVE "N" TO EXC-DISP
           END-IF.
           IF WS-CUR-BATCH > 0
               MOVE BT-PARTNER(WS-CUR-BATCH) TO EXC-PARTNER
               MOVE BT-ID(WS-CUR-BATCH) TO EXC-BATCH-ID
           END-IF.
           MOVE FUNCTION CURRENT-DATE(1:8) TO EXC-DATE.
           WRITE EXCEPTION-RECORD.

       WRITE-AUDIT-RECORD.
           MOVE WS-TRIM-LEN TO AUDIT-INPUT-LEN.
           MOVE WS-CIPHER-MODE TO AUDIT-CIPHER-MODE.
           MOVE WS-USE-KEY-ID TO AUDIT-KEY-ID.
           MOVE BT-PARTNER(WS-CUR-BATCH) TO AUDIT-PARTNER.
           MOVE BT-ID(WS-CUR-BATCH) TO AUDIT-BATCH-ID.
           MOVE TRANS-FUNC TO AUDIT-FUNC.
           MOVE "N" TO AUDIT-ORIGIN.
           WRITE AUDIT-RECORD.

       SOLVE-PARA.
           MOVE SPACES TO RUNSTAT-RECORD.
           MOVE "NEWCIPHER" TO RS-PROGRAM.
           MOVE "S" TO RS-TYPE.
           MOVE FUNCTION CURRENT-DATE TO WS-RUN-TIMESTAMP.
           MOVE WS-RUN-TIMESTAMP TO RS-TIMESTAMP.
           MOVE 0 TO RS-RECORDS.
           MOVE 0 TO RS-COMP-CODE.
           WRITE RUNSTAT-RECORD.
           MOVE WS-RUN-RC TO RS-COMP-CODE.
           WRITE RUNSTAT-RECORD.
           CLOSE RUNSTAT-FILE.

       WRITE-RUN-REFUSED.
           PERFORM OPEN-RUN-STATUS.
           MOVE SPACES TO RUNSTAT-RECORD.
           MOVE "NEWCIPHER" TO RS-PROGRAM.
           MOVE "E" TO RS-TYPE.
           MOVE FUNCTION CURRENT-DATE TO RS-TIMESTAMP.
           MOVE 0 TO RS-RECORDS.
           MOVE WS-AUTH-RC TO RS-COMP-CODE.
           WRITE RUNSTAT-RECORD.
           CLOSE RUNSTAT-FILE.
