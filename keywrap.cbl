       IDENTIFICATION DIVISION.
       PROGRAM-ID. KEYWRAP.
      * Key store keyword wrapping. Keywords on data/KEYSTORE.DAT and
      * on the key maintenance transactions (data/KEYMTIN.DAT) are
      * held wrapped (enciphered) under a master key that is never
      * stored on file: it is supplied at run time in the CIPMKEY
      * environment variable. Each entry also carries a check value,
      * a hash of its key ID and the master key, so a program can
      * tell it has the wrong master key before it uses any keyword.
      * RUN-MODE in data/RUNCTL.DAT selects the work:
      *   C - convert: wraps every entry still in the clear; entries
      *       already wrapped must open under CIPMKEY and are left
      *       as they are
      *   K - master key change: every entry must open under CIPMKEY
      *       and is rewrapped under the new key in CIPMKEYNEW
      * Nothing is rewritten unless every entry on both files can be
      * processed; otherwise the run is refused with RC 8. The
      * control report (KEYWRAP.DAT) lists key IDs and dispositions
      * only - keywords are never printed.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RUNSTAT-FILE ASSIGN TO "RUNSTAT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RUNSTAT-STATUS.
           SELECT RUNCTL-FILE ASSIGN TO "data/RUNCTL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RUNCTL-STATUS.
           SELECT KEYMT-TRANS-FILE ASSIGN TO "data/KEYMTIN.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS KEYMT-TRANS-STATUS.
           SELECT KEY-STORE-FILE ASSIGN TO "data/KEYSTORE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS KEY-STORE-STATUS.
           SELECT REPORT-FILE ASSIGN TO "KEYWRAP.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS REPORT-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD KEYMT-TRANS-FILE.
       01 KEYMT-RECORD.
           05 KM-ACTION         PIC X.
           05 KM-KEY-ID         PIC X(8).
           05 KM-CIPHER-MODE    PIC 9.
           05 KM-SHIFT          PIC 99.
           05 KM-KEYWORD        PIC X(30).
           05 KM-EFF-FROM       PIC 9(8).
           05 KM-EFF-TO         PIC 9(8).
           05 KM-KEY-CHECK      PIC X(8).
      * check value of KM-KEY-ID under the master key; KM-KEYWORD is
      * wrapped under that key

       FD KEY-STORE-FILE.
       01 KEY-STORE-RECORD.
           05 KS-KEY-ID         PIC X(8).
           05 KS-CIPHER-MODE    PIC 9.
           05 KS-SHIFT          PIC 99.
           05 KS-KEYWORD        PIC X(30).
           05 KS-EFF-FROM       PIC 9(8).
           05 KS-EFF-TO         PIC 9(8).
           05 KS-STATUS         PIC X.
           05 KS-KEY-CHECK      PIC X(8).
      * check value of KS-KEY-ID under the master key; KS-KEYWORD is
      * held wrapped under that key and is only unwrapped in memory

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
       01 KEYMT-TRANS-STATUS PIC XX.
       01 KEY-STORE-STATUS PIC XX.
       01 REPORT-STATUS PIC XX.
       01 KEYMT-TRANS-EOF PIC X   VALUE "N".
       01 KEY-STORE-EOF PIC X     VALUE "N".
       01 WS-TODAY-DATE PIC 9(8)  VALUE 0.
       01 WS-RUN-MODE   PIC X     VALUE SPACE.
       01 WS-RUN-RC     PIC 99    VALUE 0.
       01 WS-OPERATOR   PIC X(20) VALUE SPACES.
      * operator authority (data/OPERAUTH.DAT), checked by OPERAUTH
       01 WS-AUTH-PROGRAM PIC X(13) VALUE "KEYWRAP".
       01 WS-AUTH-MODES   PIC X(10) VALUE SPACES.
       01 WS-AUTH-RC      PIC 99    VALUE 0.
       01 WS-AUTH-REASON  PIC X(40) VALUE SPACES.
       01 WS-TRANS-PRESENT PIC X  VALUE "N".
       01 WS-WRAPPED-COUNT PIC 9(6) VALUE 0.
       01 WS-VERIFIED-COUNT PIC 9(6) VALUE 0.
       01 WS-REWRAPPED-COUNT PIC 9(6) VALUE 0.
       01 WS-ERROR-COUNT PIC 9(6) VALUE 0.
       01 WS-COUNT-EDIT PIC ZZZZZ9.
       01 WS-RPT-LINE   PIC X(100).
       01 WS-RPT-FILE   PIC X(8)  VALUE SPACES.
       01 WS-RPT-KEY-ID PIC X(8)  VALUE SPACES.
       01 WS-RPT-EFF-FROM PIC 9(8) VALUE 0.
       01 WS-DISPOSITION PIC X(50) VALUE SPACES.
       01 WS-ENTRY-CHECK PIC X(8) VALUE SPACES.
       01 WS-ENTRY-KEY-ID PIC X(8) VALUE SPACES.
       01 WS-ENTRY-KEYWORD PIC X(30) VALUE SPACES.
       01 WS-ENTRY-OPENS PIC X    VALUE "N".
       01 WS-CHAR-SUB   PIC 99    VALUE 0.
       01 WS-CHAR-COUNT PIC 99    VALUE 0.

      * key store and transaction images as read, each with its
      * keyword in the clear once it has been opened
       01 KEY-TABLE.
           05 KEY-COUNT   PIC 99    VALUE 0.
           05 KEY-ENTRY OCCURS 50 TIMES.
               10 KT-IMAGE    PIC X(66).
               10 KT-KEYWORD  PIC X(30).
       01 KT-SUB        PIC 99    VALUE 0.
       01 TRANS-TABLE.
           05 TRANS-COUNT PIC 999   VALUE 0.
           05 TRANS-ENTRY OCCURS 200 TIMES.
               10 TT-IMAGE    PIC X(66).
               10 TT-KEYWORD  PIC X(30).
       01 TT-SUB        PIC 999   VALUE 0.

      * master key the key store keywords are wrapped under; taken
      * from the CIPMKEY environment variable, never from a file.
      * A master key change takes the new key from CIPMKEYNEW.
       01 WS-OLD-MASTER-KEY PIC X(30) VALUE SPACES.
       01 WS-NEW-MASTER-KEY PIC X(30) VALUE SPACES.
       01 WS-MASTER-KEY   PIC X(30) VALUE SPACES.
       01 WS-MASTER-KEY-LEN PIC 99  VALUE 0.
       01 WS-MIN-KEY-LEN  PIC 99    VALUE 8.
       01 WS-KEY-VALID    PIC X     VALUE "N".
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

       PROCEDURE DIVISION.
       MAIN.
           PERFORM WRITE-RUN-START.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY-DATE.
           PERFORM GET-PARAMETERS.
           PERFORM GET-MASTER-KEYS.
           OPEN OUTPUT REPORT-FILE.
           IF REPORT-STATUS NOT = "00"
               DISPLAY "Unable to open KEYWRAP.DAT, status "
                   REPORT-STATUS
               STOP RUN
           END-IF.
           PERFORM WRITE-REPORT-HEADER.
           MOVE WS-OLD-MASTER-KEY TO WS-MASTER-KEY.
           PERFORM SET-MASTER-KEY-LEN.
           PERFORM LOAD-KEY-STORE.
           PERFORM LOAD-MAINT-TRANSACTIONS.
           IF WS-ERROR-COUNT = 0
               IF WS-RUN-MODE = "K"
                   MOVE WS-NEW-MASTER-KEY TO WS-MASTER-KEY
                   PERFORM SET-MASTER-KEY-LEN
               END-IF
               PERFORM REWRITE-KEY-STORE
               IF WS-TRANS-PRESENT = "Y"
                   PERFORM REWRITE-MAINT-TRANSACTIONS
               END-IF
           ELSE
               MOVE SPACES TO WS-RPT-LINE
               PERFORM WRITE-REPORT-LINE
               MOVE "RUN REFUSED - NO FILE HAS BEEN REWRITTEN"
                   TO WS-RPT-LINE
               PERFORM WRITE-REPORT-LINE
               MOVE 8 TO WS-RUN-RC
           END-IF.
           PERFORM WRITE-REPORT-SUMMARY.
           CLOSE REPORT-FILE.
           IF WS-ERROR-COUNT = 0
               DISPLAY "KEYWRAP: " WS-WRAPPED-COUNT " wrapped, "
                   WS-REWRAPPED-COUNT " rewrapped, "
                   WS-VERIFIED-COUNT " already wrapped, report in "
                   "KEYWRAP.DAT"
           ELSE
               DISPLAY "KEYWRAP: " WS-ERROR-COUNT " entr(ies) could "
                   "not be processed - run refused, report in "
                   "KEYWRAP.DAT"
           END-IF.
           PERFORM WRITE-RUN-END.
           MOVE WS-RUN-RC TO RETURN-CODE.
           STOP RUN.

       GET-PARAMETERS.
           PERFORM LOAD-RUN-CONTROL.
           MOVE "RUN-MODE" TO WS-RUNCTL-KEYWORD.
           PERFORM GET-RUN-PARM.
           MOVE WS-RUNCTL-VALUE(1:1) TO WS-RUN-MODE.
           IF WS-RUN-MODE NOT = "C" AND WS-RUN-MODE NOT = "K"
               DISPLAY "KEYWRAP: RUN-MODE must be C or K in "
                   "data/RUNCTL.DAT - run refused"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           ACCEPT WS-OPERATOR FROM ENVIRONMENT "USER".
           MOVE WS-RUN-MODE TO WS-AUTH-MODES.
           PERFORM CHECK-OPERATOR-AUTHORITY.

       CHECK-OPERATOR-AUTHORITY.
      * the operator must hold this program, and every mode the run
      * uses, on data/OPERAUTH.DAT; OPERAUTH logs a refusal to
      * SECVIOL.DAT and the run ends with RC 12
           CALL "OPERAUTH" USING WS-AUTH-PROGRAM WS-OPERATOR
               WS-AUTH-MODES WS-AUTH-RC WS-AUTH-REASON.
           IF WS-AUTH-RC NOT = 0
               DISPLAY "KEYWRAP: operator " FUNCTION TRIM(WS-OPERATOR)
                   " refused - " FUNCTION TRIM(WS-AUTH-REASON)
               PERFORM WRITE-RUN-REFUSED
               MOVE WS-AUTH-RC TO RETURN-CODE
               STOP RUN
           END-IF.

       LOAD-RUN-CONTROL.
           MOVE 0 TO RUNCTL-COUNT.
           MOVE "N" TO RUNCTL-EOF.
           OPEN INPUT RUNCTL-FILE.
           IF RUNCTL-STATUS NOT = "00"
               DISPLAY "KEYWRAP: unable to open data/RUNCTL.DAT, "
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
                       AND RC-PROGRAM = "KEYWRAP"
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

       GET-MASTER-KEYS.
      * a key the entries are to be wrapped under must be long enough
      * and drawn wholly from the cipher alphabet, or CIPHERMOD
      * cannot apply it
           ACCEPT WS-OLD-MASTER-KEY FROM ENVIRONMENT "CIPMKEY".
           IF WS-OLD-MASTER-KEY = SPACES
               DISPLAY "KEYWRAP: master key (CIPMKEY) not supplied "
                   "- run refused"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           IF WS-RUN-MODE = "C"
               MOVE WS-OLD-MASTER-KEY TO WS-MASTER-KEY
               PERFORM VALIDATE-MASTER-KEY
               IF WS-KEY-VALID = "N"
                   DISPLAY "KEYWRAP: master key (CIPMKEY) must be "
                       "at least 8 letters or digits - run refused"
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF.
           IF WS-RUN-MODE = "K"
               ACCEPT WS-NEW-MASTER-KEY FROM ENVIRONMENT "CIPMKEYNEW"
               IF WS-NEW-MASTER-KEY = SPACES
                   DISPLAY "KEYWRAP: new master key (CIPMKEYNEW) not "
                       "supplied - run refused"
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
               IF WS-NEW-MASTER-KEY = WS-OLD-MASTER-KEY
                   DISPLAY "KEYWRAP: new master key is the same as "
                       "the current one - run refused"
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
               MOVE WS-NEW-MASTER-KEY TO WS-MASTER-KEY
               PERFORM VALIDATE-MASTER-KEY
               IF WS-KEY-VALID = "N"
                   DISPLAY "KEYWRAP: new master key (CIPMKEYNEW) must "
                       "be at least 8 letters or digits - run refused"
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF.

       VALIDATE-MASTER-KEY.
           PERFORM SET-MASTER-KEY-LEN.
           MOVE "Y" TO WS-KEY-VALID.
           IF WS-MASTER-KEY-LEN < WS-MIN-KEY-LEN
               MOVE "N" TO WS-KEY-VALID
           END-IF.
           PERFORM VARYING WS-CHAR-SUB FROM 1 BY 1
                   UNTIL WS-CHAR-SUB > WS-MASTER-KEY-LEN
               MOVE 0 TO WS-CHAR-COUNT
               INSPECT WS-ALPHABET TALLYING WS-CHAR-COUNT
                   FOR ALL WS-MASTER-KEY(WS-CHAR-SUB:1)
               IF WS-CHAR-COUNT = 0
                   MOVE "N" TO WS-KEY-VALID
               END-IF
           END-PERFORM.

       SET-MASTER-KEY-LEN.
           COMPUTE WS-MASTER-KEY-LEN = FUNCTION LENGTH(
               FUNCTION TRIM(WS-MASTER-KEY)).

       LOAD-KEY-STORE.
           MOVE 0 TO KEY-COUNT.
           MOVE "N" TO KEY-STORE-EOF.
           OPEN INPUT KEY-STORE-FILE.
           IF KEY-STORE-STATUS NOT = "00"
               DISPLAY "Unable to open data/KEYSTORE.DAT, status "
                   KEY-STORE-STATUS
               STOP RUN
           END-IF.
           MOVE "KEYSTORE" TO WS-RPT-FILE.
           PERFORM LOAD-KEY-ENTRY UNTIL KEY-STORE-EOF = "Y".
           CLOSE KEY-STORE-FILE.

       LOAD-KEY-ENTRY.
           READ KEY-STORE-FILE
               AT END MOVE "Y" TO KEY-STORE-EOF
               NOT AT END
                   MOVE KS-KEY-ID TO WS-RPT-KEY-ID
                   MOVE KS-EFF-FROM TO WS-RPT-EFF-FROM
                   IF KEY-COUNT < 50
                       ADD 1 TO KEY-COUNT
                       MOVE KEY-STORE-RECORD TO KT-IMAGE(KEY-COUNT)
                       MOVE KS-KEY-ID TO WS-ENTRY-KEY-ID
                       MOVE KS-KEY-CHECK TO WS-ENTRY-CHECK
                       MOVE KS-KEYWORD TO WS-ENTRY-KEYWORD
                       PERFORM OPEN-ENTRY
                       MOVE WS-ENTRY-KEYWORD TO KT-KEYWORD(KEY-COUNT)
                   ELSE
                       MOVE "KEY TABLE FULL - ENTRY NOT LOADED"
                           TO WS-DISPOSITION
                       ADD 1 TO WS-ERROR-COUNT
                       PERFORM WRITE-DISPOSITION-LINE
                   END-IF
           END-READ.

       LOAD-MAINT-TRANSACTIONS.
      * the transaction file is only present while maintenance is
      * pending; without one there is nothing to wrap on it
           MOVE 0 TO TRANS-COUNT.
           MOVE "N" TO KEYMT-TRANS-EOF.
           OPEN INPUT KEYMT-TRANS-FILE.
           IF KEYMT-TRANS-STATUS = "35"
               MOVE "N" TO WS-TRANS-PRESENT
           ELSE
               IF KEYMT-TRANS-STATUS NOT = "00"
                   DISPLAY "Unable to open data/KEYMTIN.DAT, status "
                       KEYMT-TRANS-STATUS
                   STOP RUN
               END-IF
               MOVE "Y" TO WS-TRANS-PRESENT
               MOVE "KEYMTIN" TO WS-RPT-FILE
               PERFORM LOAD-MAINT-TRANSACTION
                   UNTIL KEYMT-TRANS-EOF = "Y"
               CLOSE KEYMT-TRANS-FILE
           END-IF.

       LOAD-MAINT-TRANSACTION.
           READ KEYMT-TRANS-FILE
               AT END MOVE "Y" TO KEYMT-TRANS-EOF
               NOT AT END
                   MOVE KM-KEY-ID TO WS-RPT-KEY-ID
                   MOVE KM-EFF-FROM TO WS-RPT-EFF-FROM
                   IF TRANS-COUNT < 200
                       ADD 1 TO TRANS-COUNT
                       MOVE KEYMT-RECORD TO TT-IMAGE(TRANS-COUNT)
                       MOVE KM-KEY-ID TO WS-ENTRY-KEY-ID
                       MOVE KM-KEY-CHECK TO WS-ENTRY-CHECK
                       MOVE KM-KEYWORD TO WS-ENTRY-KEYWORD
                       PERFORM OPEN-ENTRY
                       MOVE WS-ENTRY-KEYWORD TO TT-KEYWORD(TRANS-COUNT)
                   ELSE
                       MOVE "TRANSACTION TABLE FULL - NOT LOADED"
                           TO WS-DISPOSITION
                       ADD 1 TO WS-ERROR-COUNT
                       PERFORM WRITE-DISPOSITION-LINE
                   END-IF
           END-READ.

       OPEN-ENTRY.
      * leaves the entry's keyword in the clear in WS-ENTRY-KEYWORD
      * and reports what the run will do with it. An entry with no
      * check has never been wrapped; one with a check must open
      * under the current master key.
           IF WS-ENTRY-CHECK = SPACES
               IF WS-RUN-MODE = "C"
                   MOVE "WRAPPED" TO WS-DISPOSITION
                   ADD 1 TO WS-WRAPPED-COUNT
               ELSE
                   MOVE "NOT WRAPPED (RUN KEYWRAP RUN-MODE C FIRST)"
                       TO WS-DISPOSITION
                   ADD 1 TO WS-ERROR-COUNT
               END-IF
           ELSE
               PERFORM CHECK-ENTRY-OPENS
               IF WS-ENTRY-OPENS = "N"
                   MOVE "DOES NOT OPEN UNDER THE CURRENT MASTER KEY"
                       TO WS-DISPOSITION
                   ADD 1 TO WS-ERROR-COUNT
               ELSE
                   MOVE "D" TO WS-WRAP-FUNCTION
                   MOVE SPACES TO WS-WRAP-TEXT
                   MOVE WS-ENTRY-KEYWORD TO WS-WRAP-TEXT
                   MOVE 30 TO WS-WRAP-LEN
                   PERFORM APPLY-MASTER-KEY
                   MOVE WS-WRAP-TEXT(1:30) TO WS-ENTRY-KEYWORD
                   IF WS-RUN-MODE = "C"
                       MOVE "ALREADY WRAPPED - VERIFIED"
                           TO WS-DISPOSITION
                       ADD 1 TO WS-VERIFIED-COUNT
                   ELSE
                       MOVE "REWRAPPED UNDER THE NEW MASTER KEY"
                           TO WS-DISPOSITION
                       ADD 1 TO WS-REWRAPPED-COUNT
                   END-IF
               END-IF
           END-IF.
           PERFORM WRITE-DISPOSITION-LINE.

       CHECK-ENTRY-OPENS.
           MOVE WS-ENTRY-KEY-ID TO WS-CHECK-KEY-ID.
           PERFORM COMPUTE-KEY-CHECK.
           IF WS-CHECK-VALUE = WS-ENTRY-CHECK
               MOVE "Y" TO WS-ENTRY-OPENS
           ELSE
               MOVE "N" TO WS-ENTRY-OPENS
           END-IF.

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

       WRAP-ENTRY.
      * wraps WS-ENTRY-KEYWORD under the master key and sets
      * WS-ENTRY-CHECK to WS-ENTRY-KEY-ID's check value under it
           MOVE WS-ENTRY-KEY-ID TO WS-CHECK-KEY-ID.
           PERFORM COMPUTE-KEY-CHECK.
           MOVE WS-CHECK-VALUE TO WS-ENTRY-CHECK.
           MOVE "E" TO WS-WRAP-FUNCTION.
           MOVE SPACES TO WS-WRAP-TEXT.
           MOVE WS-ENTRY-KEYWORD TO WS-WRAP-TEXT.
           MOVE 30 TO WS-WRAP-LEN.
           PERFORM APPLY-MASTER-KEY.
           MOVE WS-WRAP-TEXT(1:30) TO WS-ENTRY-KEYWORD.

       REWRITE-KEY-STORE.
           OPEN OUTPUT KEY-STORE-FILE.
           IF KEY-STORE-STATUS NOT = "00"
               DISPLAY "Unable to rewrite data/KEYSTORE.DAT, status "
                   KEY-STORE-STATUS
               STOP RUN
           END-IF.
           PERFORM WRITE-KEY-ENTRY
               VARYING KT-SUB FROM 1 BY 1 UNTIL KT-SUB > KEY-COUNT.
           CLOSE KEY-STORE-FILE.

       WRITE-KEY-ENTRY.
           MOVE KT-IMAGE(KT-SUB) TO KEY-STORE-RECORD.
           MOVE KS-KEY-ID TO WS-ENTRY-KEY-ID.
           MOVE KT-KEYWORD(KT-SUB) TO WS-ENTRY-KEYWORD.
           PERFORM WRAP-ENTRY.
           MOVE WS-ENTRY-CHECK TO KS-KEY-CHECK.
           MOVE WS-ENTRY-KEYWORD TO KS-KEYWORD.
           WRITE KEY-STORE-RECORD.

       REWRITE-MAINT-TRANSACTIONS.
           OPEN OUTPUT KEYMT-TRANS-FILE.
           IF KEYMT-TRANS-STATUS NOT = "00"
               DISPLAY "Unable to rewrite data/KEYMTIN.DAT, status "
                   KEYMT-TRANS-STATUS
               STOP RUN
           END-IF.
           PERFORM WRITE-MAINT-TRANSACTION
               VARYING TT-SUB FROM 1 BY 1 UNTIL TT-SUB > TRANS-COUNT.
           CLOSE KEYMT-TRANS-FILE.

       WRITE-MAINT-TRANSACTION.
           MOVE TT-IMAGE(TT-SUB) TO KEYMT-RECORD.
           MOVE KM-KEY-ID TO WS-ENTRY-KEY-ID.
           MOVE TT-KEYWORD(TT-SUB) TO WS-ENTRY-KEYWORD.
           PERFORM WRAP-ENTRY.
           MOVE WS-ENTRY-CHECK TO KM-KEY-CHECK.
           MOVE WS-ENTRY-KEYWORD TO KM-KEYWORD.
           WRITE KEYMT-RECORD.

       WRITE-REPORT-HEADER.
           MOVE SPACES TO REPORT-RECORD.
           IF WS-RUN-MODE = "C"
               STRING "KEY STORE WRAP - CONVERSION  " DELIMITED BY SIZE
                   WS-TODAY-DATE DELIMITED BY SIZE
                   INTO REPORT-RECORD
               END-STRING
           ELSE
               STRING "KEY STORE WRAP - MASTER KEY CHANGE  "
                   DELIMITED BY SIZE
                   WS-TODAY-DATE DELIMITED BY SIZE
                   INTO REPORT-RECORD
               END-STRING
           END-IF.
           WRITE REPORT-RECORD.
           MOVE ALL "-" TO REPORT-RECORD.
           WRITE REPORT-RECORD.

       WRITE-DISPOSITION-LINE.
           MOVE SPACES TO WS-RPT-LINE.
           STRING WS-RPT-FILE DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               WS-RPT-KEY-ID DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               WS-RPT-EFF-FROM DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               FUNCTION TRIM(WS-DISPOSITION) DELIMITED BY SIZE
               INTO WS-RPT-LINE
           END-STRING.
           PERFORM WRITE-REPORT-LINE.

       WRITE-REPORT-SUMMARY.
           MOVE SPACES TO WS-RPT-LINE.
           PERFORM WRITE-REPORT-LINE.
           MOVE WS-WRAPPED-COUNT TO WS-COUNT-EDIT.
           MOVE SPACES TO WS-RPT-LINE.
           STRING "ENTRIES WRAPPED          " DELIMITED BY SIZE
               WS-COUNT-EDIT DELIMITED BY SIZE
               INTO WS-RPT-LINE
           END-STRING.
           PERFORM WRITE-REPORT-LINE.
           MOVE WS-VERIFIED-COUNT TO WS-COUNT-EDIT.
           MOVE SPACES TO WS-RPT-LINE.
           STRING "ENTRIES ALREADY WRAPPED  " DELIMITED BY SIZE
               WS-COUNT-EDIT DELIMITED BY SIZE
               INTO WS-RPT-LINE
           END-STRING.
           PERFORM WRITE-REPORT-LINE.
           MOVE WS-REWRAPPED-COUNT TO WS-COUNT-EDIT.
           MOVE SPACES TO WS-RPT-LINE.
           STRING "ENTRIES REWRAPPED        " DELIMITED BY SIZE
               WS-COUNT-EDIT DELIMITED BY SIZE
               INTO WS-RPT-LINE
           END-STRING.
           PERFORM WRITE-REPORT-LINE.
           MOVE WS-ERROR-COUNT TO WS-COUNT-EDIT.
           MOVE SPACES TO WS-RPT-LINE.
           STRING "ENTRIES IN ERROR         " DELIMITED BY SIZE
               WS-COUNT-EDIT DELIMITED BY SIZE
               INTO WS-RPT-LINE
           END-STRING.
           PERFORM WRITE-REPORT-LINE.

       WRITE-REPORT-LINE.
           MOVE WS-RPT-LINE TO REPORT-RECORD.
           WRITE REPORT-RECORD.

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
           MOVE "KEYWRAP" TO RS-PROGRAM.
           MOVE "S" TO RS-TYPE.
           MOVE FUNCTION CURRENT-DATE TO RS-TIMESTAMP.
           MOVE 0 TO RS-RECORDS.
           MOVE 0 TO RS-COMP-CODE.
           WRITE RUNSTAT-RECORD.
           CLOSE RUNSTAT-FILE.

       WRITE-RUN-END.
           PERFORM OPEN-RUN-STATUS.
           MOVE SPACES TO RUNSTAT-RECORD.
           MOVE "KEYWRAP" TO RS-PROGRAM.
           MOVE "E" TO RS-TYPE.
           MOVE FUNCTION CURRENT-DATE TO RS-TIMESTAMP.
           COMPUTE RS-RECORDS = KEY-COUNT + TRANS-COUNT.
           MOVE WS-RUN-RC TO RS-COMP-CODE.
           WRITE RUNSTAT-RECORD.
           CLOSE RUNSTAT-FILE.

       WRITE-RUN-REFUSED.
           PERFORM OPEN-RUN-STATUS.
           MOVE SPACES TO RUNSTAT-RECORD.
           MOVE "KEYWRAP" TO RS-PROGRAM.
           MOVE "E" TO RS-TYPE.
           MOVE FUNCTION CURRENT-DATE TO RS-TIMESTAMP.
           MOVE 0 TO RS-RECORDS.
           MOVE WS-AUTH-RC TO RS-COMP-CODE.
           WRITE RUNSTAT-RECORD.
           CLOSE RUNSTAT-FILE.
