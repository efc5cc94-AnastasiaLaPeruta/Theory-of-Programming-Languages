      * skipped; a record whose decryption does not reproduce its
      * MST-DEC column is failed and left untouched. Prints a control
      * report (KEYROTRPT.DAT) of records converted, skipped and
      * failed so the rotation can be proven complete. The segments
      * of a multi-segment message are rotated together as one
      * message, since a keyword runs on across segment boundaries;
      * a message with a segment missing is failed and left
      * untouched. Every rewrite is journalled, before and after
      * image, to MSTJRNL.DAT so that a rotation run can be backed
      * out by MSTRBACK.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
               FILE STATUS IS RUNSTAT-STATUS.
           SELECT MASTER-FILE ASSIGN TO "NEWCIPMST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MST-KEY
               FILE STATUS IS MASTER-STATUS.
           SELECT JOURNAL-FILE ASSIGN TO "MSTJRNL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS JOURNAL-STATUS.
           SELECT KEY-STORE-FILE ASSIGN TO "data/KEYSTORE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS KEY-STORE-STATUS.
       FILE SECTION.
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

       FD REPORT-FILE.
       01 REPORT-RECORD         PIC X(80).
       01 MASTER-STATUS PIC XX.
       01 KEY-STORE-STATUS PIC XX.
       01 REPORT-STATUS PIC XX.
       01 JOURNAL-STATUS PIC XX.
       01 WS-OPERATOR   PIC X(20).
      * operator authority (data/OPERAUTH.DAT), checked by OPERAUTH
       01 WS-AUTH-PROGRAM PIC X(13) VALUE "KEYROTAT".
       01 WS-AUTH-MODES   PIC X(10) VALUE SPACES.
       01 WS-AUTH-RC      PIC 99    VALUE 0.
       01 WS-AUTH-REASON  PIC X(40) VALUE SPACES.
       01 WS-RUN-TIMESTAMP PIC X(21) VALUE SPACES.
       01 MASTER-EOF    PIC X     VALUE "N".
       01 KEY-STORE-EOF PIC X     VALUE "N".
       01 WS-OLD-KEY-ID PIC X(8)  VALUE SPACES.
       01 WS-COUNT-EDIT PIC ZZZZZ9.
       01 WS-RPT-LINE   PIC X(80).
       01 WS-FAIL-REASON PIC X(40) VALUE SPACES.
       01 WS-PLAIN-TEXT PIC X(75) VALUE SPACES.

      * segments of the message being rotated, held until the last
      * one has been read
       01 WS-MAX-SEGMENTS PIC 99  VALUE 3.
       01 WS-MSG-PENDING PIC X    VALUE "N".
       01 WS-MSG-ID     PIC X(6)  VALUE SPACES.
       01 WS-MSG-SEGS   PIC 99    VALUE 0.
       01 WS-MSG-SEG-COUNT PIC 99 VALUE 0.
       01 WS-MSG-BROKEN PIC X     VALUE "N".
       01 WS-MSG-LEN    PIC 99    VALUE 0.
       01 WS-MSG-ENC    PIC X(75) VALUE SPACES.
       01 WS-MSG-DEC    PIC X(75) VALUE SPACES.
       01 WS-SEG-SUB    PIC 99    VALUE 0.
       01 WS-SEG-OFFSET PIC 99    VALUE 0.
       01 MSG-SEG-TABLE.
           05 MSG-SEG-IMAGE PIC X(96) OCCURS 3 TIMES.
      * the record just read, kept while the message in hand is
      * rotated through the record area
       01 WS-MASTER-HOLD PIC X(96) VALUE SPACES.

      * old key parameters (from the master record; keyword from the
      * key store entry, effectivity ignored - the key is expired)
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
                   MASTER-STATUS
               STOP RUN
           END-IF.
           OPEN EXTEND JOURNAL-FILE.
           IF JOURNAL-STATUS = "35"
               OPEN OUTPUT JOURNAL-FILE
           END-IF.
           IF JOURNAL-STATUS NOT = "00"
               DISPLAY "Unable to open MSTJRNL.DAT, status "
                   JOURNAL-STATUS
               STOP RUN
           END-IF.
           PERFORM READ-MASTER-RECORD.
           PERFORM UNTIL MASTER-EOF = "Y"
               PERFORM COLLECT-MASTER-SEGMENT
               PERFORM READ-MASTER-RECORD
           END-PERFORM.
           IF WS-MSG-PENDING = "Y"
               PERFORM ROTATE-MASTER-MESSAGE
           END-IF.
           CLOSE MASTER-FILE.
           CLOSE JOURNAL-FILE.
           PERFORM WRITE-REPORT-SUMMARY.
           CLOSE REPORT-FILE.
           DISPLAY "KEYROTAT: " WS-CONVERTED-COUNT " converted, "

       GET-PARAMETERS.
           PERFORM LOAD-RUN-CONTROL.
           ACCEPT WS-OPERATOR FROM ENVIRONMENT "USER".
           PERFORM CHECK-OPERATOR-AUTHORITY.
           MOVE "OLD-KEY-ID" TO WS-RUNCTL-KEYWORD.
           PERFORM GET-RUN-PARM.
           MOVE FUNCTION TRIM(WS-RUNCTL-VALUE) TO WS-OLD-KEY-ID.
               MOVE KT-SHIFT(WS-KEY-SUB) TO WS-NEW-SHIFT
           END-IF.

       CHECK-OPERATOR-AUTHORITY.
      * the operator must hold this program, and every mode the run
      * uses, on data/OPERAUTH.DAT; OPERAUTH logs a refusal to
      * SECVIOL.DAT and the run ends with RC 12
           CALL "OPERAUTH" USING WS-AUTH-PROGRAM WS-OPERATOR
               WS-AUTH-MODES WS-AUTH-RC WS-AUTH-REASON.
           IF WS-AUTH-RC NOT = 0
               DISPLAY "KEYROTAT: operator " FUNCTION TRIM(WS-OPERATOR)
                   " refused - " FUNCTION TRIM(WS-AUTH-REASON)
               PERFORM WRITE-RUN-REFUSED
               MOVE WS-AUTH-RC TO RETURN-CODE
               STOP RUN
           END-IF.

       LOAD-RUN-CONTROL.
           MOVE 0 TO RUNCTL-COUNT.
           MOVE "N" TO RUNCTL-EOF.
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
               DISPLAY "KEYROTAT: master key (CIPMKEY) not supplied "
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
               DISPLAY "KEYROTAT: data/KEYSTORE.DAT entry " KS-KEY-ID
                   " is not wrapped (run KEYWRAP) - run refused"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE KS-KEY-ID TO WS-CHECK-KEY-ID.
           PERFORM COMPUTE-KEY-CHECK.
           IF WS-CHECK-VALUE NOT = KS-KEY-CHECK
               DISPLAY "KEYROTAT: master key does not open "
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
           END-IF.

       READ-MASTER-RECORD.
           READ MASTER-FILE NEXT RECORD
               AT END MOVE "Y" TO MASTER-EOF
           END-READ.

       COLLECT-MASTER-SEGMENT.
      * a new message ID or a segment 01 ends the message in hand
           IF WS-MSG-PENDING = "Y"
               IF MST-MSG-ID NOT = WS-MSG-ID
                   OR MST-SEG-NO NOT > 1
                   MOVE MASTER-RECORD TO WS-MASTER-HOLD
                   PERFORM ROTATE-MASTER-MESSAGE
                   MOVE WS-MASTER-HOLD TO MASTER-RECORD
               END-IF
           END-IF.
           IF WS-MSG-PENDING = "N"
               ADD 1 TO WS-READ-COUNT
               MOVE "Y" TO WS-MSG-PENDING
               MOVE MST-MSG-ID TO WS-MSG-ID
               MOVE 0 TO WS-MSG-SEGS
               MOVE "N" TO WS-MSG-BROKEN
               MOVE 1 TO WS-MSG-SEG-COUNT
               IF MST-SEG-COUNT IS NUMERIC AND MST-SEG-COUNT > 1
                   MOVE MST-SEG-COUNT TO WS-MSG-SEG-COUNT
               END-IF
           END-IF.
           IF WS-MSG-SEGS < WS-MAX-SEGMENTS
               ADD 1 TO WS-MSG-SEGS
               MOVE MASTER-RECORD TO MSG-SEG-IMAGE(WS-MSG-SEGS)
               IF MST-SEG-NO NOT = WS-MSG-SEGS
                   MOVE "Y" TO WS-MSG-BROKEN
               END-IF
           ELSE
               MOVE "Y" TO WS-MSG-BROKEN
           END-IF.
           IF WS-MSG-SEGS >= WS-MSG-SEG-COUNT
               PERFORM ROTATE-MASTER-MESSAGE
           END-IF.

       ROTATE-MASTER-MESSAGE.
      * the first segment's key fields speak for the whole message
           MOVE MSG-SEG-IMAGE(1) TO MASTER-RECORD.
           EVALUATE TRUE
               WHEN MST-KEY-ID NOT = WS-OLD-KEY-ID
                   ADD 1 TO WS-SKIPPED-COUNT
                   ADD 1 TO WS-SKIPPED-COUNT
                   MOVE "NO CIPHERTEXT ON RECORD" TO WS-FAIL-REASON
                   PERFORM WRITE-SKIPPED-LINE
               WHEN WS-MSG-BROKEN = "Y"
                   OR WS-MSG-SEGS < WS-MSG-SEG-COUNT
                   ADD 1 TO WS-FAILED-COUNT
                   MOVE "MESSAGE SEGMENTS INCOMPLETE" TO WS-FAIL-REASON
                   PERFORM WRITE-FAILED-LINE
               WHEN OTHER
                   PERFORM GATHER-MESSAGE-TEXT
                   PERFORM CONVERT-MASTER-RECORD
           END-EVALUATE.
           MOVE "N" TO WS-MSG-PENDING.

       GATHER-MESSAGE-TEXT.
           MOVE SPACES TO WS-MSG-ENC.
           MOVE SPACES TO WS-MSG-DEC.
           COMPUTE WS-MSG-LEN = WS-MSG-SEGS * 25.
           PERFORM GATHER-SEGMENT-TEXT
               VARYING WS-SEG-SUB FROM 1 BY 1
               UNTIL WS-SEG-SUB > WS-MSG-SEGS.
           MOVE MSG-SEG-IMAGE(1) TO MASTER-RECORD.

       GATHER-SEGMENT-TEXT.
           COMPUTE WS-SEG-OFFSET = (WS-SEG-SUB - 1) * 25 + 1.
           MOVE MSG-SEG-IMAGE(WS-SEG-SUB) TO MASTER-RECORD.
           MOVE MST-ENC TO WS-MSG-ENC(WS-SEG-OFFSET:25).
           MOVE MST-DEC TO WS-MSG-DEC(WS-SEG-OFFSET:25).

       CONVERT-MASTER-RECORD.
           MOVE SPACES TO WS-FAIL-REASON.
               COMPUTE WS-CIPHER-SHIFT = MST-SHIFT
               MOVE WS-OLD-KEYWORD TO WS-KEYWORD
               MOVE WS-OLD-KEY-LEN TO WS-KEY-LEN
               MOVE WS-MSG-ENC TO WS-CIPHER-TEXT
               MOVE WS-MSG-LEN TO WS-CIPHER-TEXT-LEN
               CALL "CIPHERMOD" USING WS-CIPHER-MODE
                   WS-CIPHER-FUNCTION WS-ALPHABET WS-ALPHA-LEN
                   WS-CIPHER-TEXT WS-CIPHER-TEXT-LEN WS-CIPHER-SHIFT
                   WS-KEYWORD WS-KEY-LEN WS-CIPHER-RC
               MOVE SPACES TO WS-PLAIN-TEXT
               MOVE WS-CIPHER-TEXT(1:WS-MSG-LEN) TO WS-PLAIN-TEXT
               IF WS-MSG-DEC NOT = SPACES
                   AND WS-PLAIN-TEXT NOT = WS-MSG-DEC
                   MOVE "DECRYPT DOES NOT MATCH MST-DEC"
                       TO WS-FAIL-REASON
               END-IF
           MOVE WS-NEW-KEYWORD TO WS-KEYWORD.
           MOVE WS-NEW-KEY-LEN TO WS-KEY-LEN.
           MOVE WS-PLAIN-TEXT TO WS-CIPHER-TEXT.
           MOVE WS-MSG-LEN TO WS-CIPHER-TEXT-LEN.
           CALL "CIPHERMOD" USING WS-CIPHER-MODE
               WS-CIPHER-FUNCTION WS-ALPHABET WS-ALPHA-LEN
               WS-CIPHER-TEXT WS-CIPHER-TEXT-LEN WS-CIPHER-SHIFT
               WS-KEYWORD WS-KEY-LEN WS-CIPHER-RC.
           PERFORM REWRITE-MASTER-SEGMENT
               VARYING WS-SEG-SUB FROM 1 BY 1
               UNTIL WS-SEG-SUB > WS-MSG-SEGS.
           MOVE MSG-SEG-IMAGE(1) TO MASTER-RECORD.

       REWRITE-MASTER-SEGMENT.
           COMPUTE WS-SEG-OFFSET = (WS-SEG-SUB - 1) * 25 + 1.
           MOVE MSG-SEG-IMAGE(WS-SEG-SUB) TO MASTER-RECORD.
           MOVE WS-NEW-KEY-ID TO MST-KEY-ID.
           MOVE WS-NEW-SHIFT TO MST-SHIFT.
           MOVE WS-NEW-MODE TO MST-CIPHER-MODE.
           MOVE WS-CIPHER-TEXT(WS-SEG-OFFSET:25) TO MST-ENC.
           IF MST-DEC = SPACES
               MOVE WS-PLAIN-TEXT(WS-SEG-OFFSET:25) TO MST-DEC
           END-IF.
           REWRITE MASTER-RECORD
               INVALID KEY
                   MOVE "REWRITE FAILED" TO WS-FAIL-REASON
                   DISPLAY "Unable to rewrite " MST-MSG-ID
                       " segment " MST-SEG-NO
                       " on NEWCIPMST.DAT, status " MASTER-STATUS
               NOT INVALID KEY
                   PERFORM WRITE-JOURNAL-ENTRY
           END-REWRITE.

       WRITE-JOURNAL-ENTRY.
           MOVE SPACES TO JOURNAL-RECORD.
           MOVE FUNCTION CURRENT-DATE TO JR-TIMESTAMP.
           MOVE "KEYROTAT" TO JR-PROGRAM.
           MOVE WS-RUN-TIMESTAMP TO JR-RUN-ID.
           MOVE WS-OPERATOR TO JR-OPERATOR.
           MOVE "C" TO JR-ACTION.
           MOVE MSG-SEG-IMAGE(WS-SEG-SUB) TO JR-BEFORE.
           MOVE MASTER-RECORD TO JR-AFTER.
           WRITE JOURNAL-RECORD.

       WRITE-CONVERTED-LINE.
           MOVE SPACES TO WS-RPT-LINE.
           STRING MST-MSG-ID DELIMITED BY SIZE
           MOVE SPACES TO RUNSTAT-RECORD.
           MOVE "KEYROTAT" TO RS-PROGRAM.
           MOVE "S" TO RS-TYPE.
           MOVE FUNCTION CURRENT-DATE TO WS-RUN-TIMESTAMP.
           MOVE WS-RUN-TIMESTAMP TO RS-TIMESTAMP.
           MOVE 0 TO RS-RECORDS.
           MOVE 0 TO RS-COMP-CODE.
           WRITE RUNSTAT-RECORD.
           END-IF.
           WRITE RUNSTAT-RECORD.
           CLOSE RUNSTAT-FILE.

       WRITE-RUN-REFUSED.
           PERFORM OPEN-RUN-STATUS.
           MOVE SPACES TO RUNSTAT-RECORD.
           MOVE "KEYROTAT" TO RS-PROGRAM.
           MOVE "E" TO RS-TYPE.
           MOVE FUNCTION CURRENT-DATE TO RS-TIMESTAMP.
           MOVE 0 TO RS-RECORDS.
           MOVE WS-AUTH-RC TO RS-COMP-CODE.
           WRITE RUNSTAT-RECORD.
           CLOSE RUNSTAT-FILE.
