      * applied and rejected, plus a warning section listing active
      * keys that expire within the next 30 days so successor keys
      * can be cut before FIND-KEY starts refusing traffic.
      * Keywords arrive on data/KEYMTIN.DAT wrapped under the master
      * key (KEYWRAP wraps a prepared transaction file) and are kept
      * wrapped on data/KEYSTORE.DAT; they are unwrapped in memory
      * only and never printed.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           05 KM-KEYWORD        PIC X(30).
           05 KM-EFF-FROM       PIC 9(8).
           05 KM-EFF-TO         PIC 9(8).
           05 KM-KEY-CHECK      PIC X(8).
      * check value of KM-KEY-ID under the master key; KM-KEYWORD is
      * wrapped under that key

       FD KEY-STORE-FILE.
       01 KEY-STORE-RECORD.
           05 KS-EFF-FROM       PIC 9(8).
           05 KS-EFF-TO         PIC 9(8).
           05 KS-STATUS         PIC X.
           05 KS-KEY-CHECK      PIC X(8).
      * check value of KS-KEY-ID under the master key; KS-KEYWORD is
      * held wrapped under that key and is only unwrapped in memory

       FD REPORT-FILE.
       01 REPORT-RECORD         PIC X(100).
      * replacing); 0 excludes nothing
       01 WS-DAYS-LEFT  PIC S9(5) VALUE 0.
       01 WS-DAYS-EDIT  PIC ZZ9.
       01 WS-TRANS-KEYWORD PIC X(30) VALUE SPACES.
       01 WS-OPERATOR   PIC X(20) VALUE SPACES.
      * operator authority (data/OPERAUTH.DAT), checked by OPERAUTH
       01 WS-AUTH-PROGRAM PIC X(13) VALUE "KEYMAINT".
       01 WS-AUTH-MODES   PIC X(10) VALUE SPACES.
       01 WS-AUTH-RC      PIC 99    VALUE 0.
       01 WS-AUTH-REASON  PIC X(40) VALUE SPACES.

       01 KEY-TABLE.
           05 KEY-COUNT   PIC 99    VALUE 0.
               10 KT-STATUS   PIC X.
       01 KT-SUB        PIC 99    VALUE 0.

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
       01 WS-ALPHABET     PIC X(62) VALUE
       "ABCDEFGHIJKLMNOPQRSTUVWXYZabcdefghijklmnopqrstuvwxyz0123456789".
       01 WS-ALPHA-LEN    PIC 99    VALUE 62.

       PROCEDURE DIVISION.
       MAIN.
           PERFORM WRITE-RUN-START.
           ACCEPT WS-OPERATOR FROM ENVIRONMENT "USER".
           PERFORM CHECK-OPERATOR-AUTHORITY.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY-DATE.
           COMPUTE WS-DATE-INT =
               FUNCTION INTEGER-OF-DATE(WS-TODAY-DATE) + 30.
           END-IF.
           STOP RUN.

       CHECK-OPERATOR-AUTHORITY.
      * the operator must hold this program, and every mode the run
      * uses, on data/OPERAUTH.DAT; OPERAUTH logs a refusal to
      * SECVIOL.DAT and the run ends with RC 12
           CALL "OPERAUTH" USING WS-AUTH-PROGRAM WS-OPERATOR
               WS-AUTH-MODES WS-AUTH-RC WS-AUTH-REASON.
           IF WS-AUTH-RC NOT = 0
               DISPLAY "KEYMAINT: operator " FUNCTION TRIM(WS-OPERATOR)
                   " refused - " FUNCTION TRIM(WS-AUTH-REASON)
               PERFORM WRITE-RUN-REFUSED
               MOVE WS-AUTH-RC TO RETURN-CODE
               STOP RUN
           END-IF.

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
               DISPLAY "KEYMAINT: master key (CIPMKEY) not supplied "
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
               DISPLAY "KEYMAINT: data/KEYSTORE.DAT entry " KS-KEY-ID
                   " is not wrapped (run KEYWRAP) - run refused"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE KS-KEY-ID TO WS-CHECK-KEY-ID.
           PERFORM COMPUTE-KEY-CHECK.
           IF WS-CHECK-VALUE NOT = KS-KEY-CHECK
               DISPLAY "KEYMAINT: master key does not open "
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

       READ-MAINT-TRANSACTION.
           READ KEYMT-TRANS-FILE
               AT END MOVE "Y" TO KEYMT-TRANS-EOF
           IF KM-KEY-ID = SPACES
               MOVE "KEY ID MISSING" TO WS-REJ-REASON
           END-IF.
           IF WS-REJ-REASON = SPACES
               PERFORM UNWRAP-TRANS-KEYWORD
           END-IF.
           IF WS-REJ-REASON = SPACES
               AND KM-CIPHER-MODE NOT = 1 AND KM-CIPHER-MODE NOT = 2
               MOVE "CIPHER MODE MUST BE 1 OR 2" TO WS-REJ-REASON
                   TO WS-REJ-REASON
           END-IF.

       UNWRAP-TRANS-KEYWORD.
           MOVE SPACES TO WS-TRANS-KEYWORD.
           IF KM-KEY-CHECK = SPACES
               IF KM-KEYWORD NOT = SPACES
                   MOVE "KEYWORD NOT WRAPPED (RUN KEYWRAP)"
                       TO WS-REJ-REASON
               END-IF
           ELSE
               MOVE KM-KEY-ID TO WS-CHECK-KEY-ID
               PERFORM COMPUTE-KEY-CHECK
               IF WS-CHECK-VALUE NOT = KM-KEY-CHECK
                   MOVE "KEYWORD NOT WRAPPED UNDER THE MASTER KEY"
                       TO WS-REJ-REASON
               ELSE
                   MOVE "D" TO WS-WRAP-FUNCTION
                   MOVE SPACES TO WS-WRAP-TEXT
                   MOVE KM-KEYWORD TO WS-WRAP-TEXT
                   MOVE 30 TO WS-WRAP-LEN
                   PERFORM APPLY-MASTER-KEY
                   MOVE WS-WRAP-TEXT(1:30) TO WS-TRANS-KEYWORD
               END-IF
           END-IF.

       FIND-TARGET-ENTRY.
           MOVE "N" TO WS-FOUND.
           MOVE 0 TO WS-TARGET-SUB.
           MOVE KM-KEY-ID TO KT-ID(WS-TARGET-SUB).
           MOVE KM-CIPHER-MODE TO KT-MODE(WS-TARGET-SUB).
           MOVE KM-SHIFT TO KT-SHIFT(WS-TARGET-SUB).
           MOVE WS-TRANS-KEYWORD TO KT-KEYWORD(WS-TARGET-SUB).
           MOVE KM-EFF-FROM TO KT-EFF-FROM(WS-TARGET-SUB).
           MOVE KM-EFF-TO TO KT-EFF-TO(WS-TARGET-SUB).

           MOVE KT-ID(KT-SUB) TO KS-KEY-ID.
           MOVE KT-MODE(KT-SUB) TO KS-CIPHER-MODE.
           MOVE KT-SHIFT(KT-SUB) TO KS-SHIFT.
           PERFORM WRAP-KEY-ENTRY.
           MOVE KT-EFF-FROM(KT-SUB) TO KS-EFF-FROM.
           MOVE KT-EFF-TO(KT-SUB) TO KS-EFF-TO.
           MOVE KT-STATUS(KT-SUB) TO KS-STATUS.
           WRITE KEY-STORE-RECORD.

       WRAP-KEY-ENTRY.
           MOVE KT-ID(KT-SUB) TO WS-CHECK-KEY-ID.
           PERFORM COMPUTE-KEY-CHECK.
           MOVE WS-CHECK-VALUE TO KS-KEY-CHECK.
           MOVE "E" TO WS-WRAP-FUNCTION.
           MOVE SPACES TO WS-WRAP-TEXT.
           MOVE KT-KEYWORD(KT-SUB) TO WS-WRAP-TEXT.
           MOVE 30 TO WS-WRAP-LEN.
           PERFORM APPLY-MASTER-KEY.
           MOVE WS-WRAP-TEXT(1:30) TO KS-KEYWORD.

       WRITE-REPORT-HEADER.
           MOVE SPACES TO REPORT-RECORD.
           STRING "KEY STORE MAINTENANCE REPORT  " DELIMITED BY SIZE
           END-IF.
           WRITE RUNSTAT-RECORD.
           CLOSE RUNSTAT-FILE.

       WRITE-RUN-REFUSED.
           PERFORM OPEN-RUN-STATUS.
           MOVE SPACES TO RUNSTAT-RECORD.
           MOVE "KEYMAINT" TO RS-PROGRAM.
           MOVE "E" TO RS-TYPE.
           MOVE FUNCTION CURRENT-DATE TO RS-TIMESTAMP.
           MOVE 0 TO RS-RECORDS.
           MOVE WS-AUTH-RC TO RS-COMP-CODE.
           WRITE RUNSTAT-RECORD.
           CLOSE RUNSTAT-FILE.
