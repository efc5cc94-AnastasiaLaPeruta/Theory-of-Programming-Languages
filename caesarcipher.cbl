            05 FILLER          PIC X.
            05 EXC-DISP        PIC X.
*> "N" = new, "Q" = queued for correction, "R" = resolved
*> "X" = correction abandoned by the operator

        FD SOLVE-REPORT-FILE.
        01 SOLVE-REPORT-RECORD PIC X(160).
            05 KS-EFF-FROM     PIC 9(8).
            05 KS-EFF-TO       PIC 9(8).
            05 KS-STATUS       PIC X.
            05 KS-KEY-CHECK    PIC X(8).
*> check value of KS-KEY-ID under the master key; KS-KEYWORD is held
*> wrapped under that key and is only unwrapped in memory

        FD RUNCTL-FILE.
        01 RUNCTL-RECORD.
        01 EXCEPTION-STATUS PIC XX.
        01 SOLVE-RPT-STATUS PIC XX.
        01 WS-OPERATOR PIC X(20).
*> operator authority (data/OPERAUTH.DAT), checked by OPERAUTH
        01 WS-AUTH-PROGRAM PIC X(13) VALUE "CAESAR-CIPHER".
        01 WS-AUTH-MODES PIC X(10) VALUE SPACES.
        01 WS-AUTH-RC PIC 99 VALUE 0.
        01 WS-AUTH-REASON PIC X(40) VALUE SPACES.
        01 WS-TIMESTAMP PIC X(21).
        01 WS-RECORD-COUNT PIC 9(6) VALUE 0.
        01 WS-RESTART-COUNT PIC 9(6) VALUE 0.
        01 VIG-BEST-SCORE PIC 999 VALUE 0.
        01 VIG-LEN-EDIT PIC Z9.
        01 VIG-SCORE-EDIT PIC ZZ9.
*> the recovered keyword as printed - masked when it is a key store
*> keyword
        01 VIG-SHOW-KEYWORD PIC X(30).
        01 VIG-KEY-MATCH PIC X VALUE "N".
        01 VIG-STORE-LEN PIC 99.
        01 VIG-STORE-POS PIC 99.
        01 VIG-AGREE-COUNT PIC 99.

        01 RPT-PAGE-NUM PIC 99 VALUE 0.
        01 RPT-LINE-COUNT PIC 99 VALUE 0.
                10 KT-EFF-TO PIC 9(8).
                10 KT-STATUS PIC X.

*> master key the key store keywords are wrapped under; taken from
*> the CIPMKEY environment variable, never from a file
        01 WS-MASTER-KEY PIC X(30) VALUE SPACES.
        01 WS-MASTER-KEY-LEN PIC 99 VALUE 0.
        01 WS-WRAP-MODE PIC 9 VALUE 2.
        01 WS-WRAP-FUNCTION PIC X VALUE SPACE.
        01 WS-WRAP-SHIFT PIC S999 VALUE 0.
        01 WS-WRAP-TEXT PIC X(99) VALUE SPACES.
        01 WS-WRAP-LEN PIC 999 VALUE 0.
        01 WS-WRAP-RC PIC 999 VALUE 0.
*> an entry's check is a hash of its key ID and the master key: it
*> shows whether the master key is the one the entry was wrapped
*> under without giving any of the key away
        01 WS-CHECK-KEY-ID PIC X(8) VALUE SPACES.
        01 WS-CHECK-TEXT PIC X(38) VALUE SPACES.
        01 WS-CHECK-VALUE PIC 9(8) VALUE 0.
        01 WS-CHECK-SUB PIC 99 VALUE 0.
        01 WS-CHECK-POS PIC 99 VALUE 0.




            MOVE 8 TO RETURN-CODE
            STOP RUN
        END-IF.
        ACCEPT WS-OPERATOR FROM ENVIRONMENT "USER".
*> a full run encrypts, decrypts and solves, so needs all three
        IF WS-RUN-MODE = "F"
            MOVE "EDS" TO WS-AUTH-MODES
        ELSE
            MOVE WS-RUN-MODE TO WS-AUTH-MODES
        END-IF.
        PERFORM Check-Operator-Authority.
        MOVE "KEY-ID" TO WS-RUNCTL-KEYWORD.
        PERFORM Get-Run-Parm.
        MOVE FUNCTION TRIM(WS-RUNCTL-VALUE) TO WS-PARM-KEY-ID.
            END-IF
            MOVE WS-PARM-KEY-ID TO WS-KEY-ID
        END-IF.
*> Solve needs the key store too, so that a keyword it recovers can
*> be checked against the store before it is printed
        IF (WS-RUN-MODE = "S" OR WS-RUN-MODE = "F")
                AND WS-PARM-KEY-ID = SPACES
            PERFORM Load-Key-Store
        END-IF.

        Check-Operator-Authority.
*> the operator must hold this program, and every mode the run uses,
*> on data/OPERAUTH.DAT; OPERAUTH logs a refusal to SECVIOL.DAT and
*> the run ends with RC 12
        CALL "OPERAUTH" USING WS-AUTH-PROGRAM WS-OPERATOR
            WS-AUTH-MODES WS-AUTH-RC WS-AUTH-REASON.
        IF WS-AUTH-RC NOT = 0
            DISPLAY "CAESAR-CIPHER: operator " FUNCTION TRIM(WS-OPERATOR)
                " refused - " FUNCTION TRIM(WS-AUTH-REASON)
            PERFORM Write-Run-Refused
            MOVE WS-AUTH-RC TO RETURN-CODE
            STOP RUN
        END-IF.

        Load-Run-Control.
        MOVE 0 TO RUNCTL-COUNT.
        WRITE RUNSTAT-RECORD.
        CLOSE RUNSTAT-FILE.

        Write-Run-Refused.
        PERFORM Open-Run-Status.
        MOVE SPACES TO RUNSTAT-RECORD.
        MOVE "CAESAR-CIPHER" TO RS-PROGRAM.
        MOVE "E" TO RS-TYPE.
        MOVE FUNCTION CURRENT-DATE TO RS-TIMESTAMP.
        MOVE 0 TO RS-RECORDS.
        MOVE WS-AUTH-RC TO RS-COMP-CODE.
        WRITE RUNSTAT-RECORD.
        CLOSE RUNSTAT-FILE.

        Write-Parm-Echo.
*> comment-style line in the audit trail recording the resolved run
*> parameters; tally programs skip "*" lines
        WRITE AUDIT-RECORD.

        Load-Key-Store.
        PERFORM Get-Master-Key.
        MOVE 0 TO KEY-COUNT.
        MOVE "N" TO KEY-STORE-EOF.
        OPEN INPUT KEY-STORE-FILE.
                    MOVE KS-KEY-ID TO KT-ID(KEY-COUNT)
                    MOVE KS-CIPHER-MODE TO KT-MODE(KEY-COUNT)
                    MOVE KS-SHIFT TO KT-SHIFT(KEY-COUNT)
                    PERFORM Unwrap-Key-Entry
                    MOVE KS-EFF-FROM TO KT-EFF-FROM(KEY-COUNT)
                    MOVE KS-EFF-TO TO KT-EFF-TO(KEY-COUNT)
                    MOVE KS-STATUS TO KT-STATUS(KEY-COUNT)
                END-IF
        END-READ.

        Get-Master-Key.
        ACCEPT WS-MASTER-KEY FROM ENVIRONMENT "CIPMKEY".
        IF WS-MASTER-KEY = SPACES
            DISPLAY "CAESAR-CIPHER: master key (CIPMKEY) not supplied "
                "- run refused"
            MOVE 8 TO RETURN-CODE
            STOP RUN
        END-IF.
        COMPUTE WS-MASTER-KEY-LEN =
            FUNCTION LENGTH(FUNCTION TRIM(WS-MASTER-KEY)).

        Unwrap-Key-Entry.
*> the entry's check must match its key ID under the master key
*> before its keyword is unwrapped; an unconverted store or the
*> wrong master key stops the run
        IF KS-KEY-CHECK = SPACES
            DISPLAY "CAESAR-CIPHER: data/KEYSTORE.DAT entry " KS-KEY-ID
                " is not wrapped (run KEYWRAP) - run refused"
            MOVE 8 TO RETURN-CODE
            STOP RUN
        END-IF.
        MOVE KS-KEY-ID TO WS-CHECK-KEY-ID.
        PERFORM Compute-Key-Check.
        IF WS-CHECK-VALUE NOT = KS-KEY-CHECK
            DISPLAY "CAESAR-CIPHER: master key does not open "
                "data/KEYSTORE.DAT - run refused"
            MOVE 8 TO RETURN-CODE
            STOP RUN
        END-IF.
        MOVE "D" TO WS-WRAP-FUNCTION.
        MOVE SPACES TO WS-WRAP-TEXT.
        MOVE KS-KEYWORD TO WS-WRAP-TEXT.
        MOVE 30 TO WS-WRAP-LEN.
        PERFORM Apply-Master-Key.
        MOVE WS-WRAP-TEXT(1:30) TO KT-KEYWORD(KEY-COUNT).

        Compute-Key-Check.
        MOVE SPACES TO WS-CHECK-TEXT.
        STRING WS-CHECK-KEY-ID DELIMITED BY SIZE
            WS-MASTER-KEY DELIMITED BY SIZE
            INTO WS-CHECK-TEXT
        END-STRING.
        MOVE 0 TO WS-CHECK-VALUE.
        PERFORM VARYING WS-CHECK-SUB FROM 1 BY 1
                UNTIL WS-CHECK-SUB > 8 + WS-MASTER-KEY-LEN
            MOVE 0 TO WS-CHECK-POS
            INSPECT atoz TALLYING WS-CHECK-POS FOR CHARACTERS
                BEFORE INITIAL WS-CHECK-TEXT(WS-CHECK-SUB:1)
            COMPUTE WS-CHECK-VALUE = FUNCTION MOD(
                WS-CHECK-VALUE * 131 + WS-CHECK-POS + 1, 99999989)
        END-PERFORM.

        Apply-Master-Key.
        CALL "CIPHERMOD" USING WS-WRAP-MODE WS-WRAP-FUNCTION
            atoz maxShift WS-WRAP-TEXT WS-WRAP-LEN WS-WRAP-SHIFT
            WS-MASTER-KEY WS-MASTER-KEY-LEN WS-WRAP-RC.

        Find-Key.
        MOVE "N" TO KEY-FOUND.
        PERFORM VARYING WS-KEY-SUB FROM 1 BY 1
      END-IF.
      MOVE VIG-BEST-LEN TO VIG-LEN-EDIT.
      MOVE VIG-BEST-SCORE TO VIG-SCORE-EDIT.
      PERFORM Mask-Recovered-Keyword.
      DISPLAY " ".
      DISPLAY "Vigenere keyword length " VIG-LEN-EDIT ", keyword: "
          FUNCTION TRIM(VIG-SHOW-KEYWORD).
      DISPLAY "Vigenere plaintext (score " VIG-SCORE-EDIT "): "
          FUNCTION TRIM(VIG-BEST-TEXT).
      PERFORM Write-Vigenere-Section.

*> a recovered keyword that agrees with a key store keyword in most
*> positions (reading the store keyword round as often as needed) is
*> never printed, even when a few letters came out wrong; the
*> matching key ID is shown instead
    Mask-Recovered-Keyword.
      MOVE VIG-BEST-KEYWORD TO VIG-SHOW-KEYWORD.
      PERFORM VARYING WS-KEY-SUB FROM 1 BY 1 UNTIL WS-KEY-SUB > KEY-COUNT
           IF KT-KEYWORD(WS-KEY-SUB) NOT = SPACES AND VIG-BEST-LEN > 0
                PERFORM Compare-Store-Keyword
                IF VIG-KEY-MATCH = "Y"
                     MOVE SPACES TO VIG-SHOW-KEYWORD
                     STRING "(KEY STORE KEY " DELIMITED BY SIZE
                         KT-ID(WS-KEY-SUB) DELIMITED BY SIZE
                         ")" DELIMITED BY SIZE
                         INTO VIG-SHOW-KEYWORD
                     END-STRING
                END-IF
           END-IF
      END-PERFORM.

    Compare-Store-Keyword.
      COMPUTE VIG-STORE-LEN =
          FUNCTION LENGTH(FUNCTION TRIM(KT-KEYWORD(WS-KEY-SUB))).
      MOVE 0 TO VIG-AGREE-COUNT.
      PERFORM VARYING VIG-POS FROM 1 BY 1 UNTIL VIG-POS > VIG-BEST-LEN
           COMPUTE VIG-STORE-POS =
               FUNCTION MOD(VIG-POS - 1, VIG-STORE-LEN) + 1
           IF VIG-BEST-KEYWORD(VIG-POS:1) =
                   KT-KEYWORD(WS-KEY-SUB)(VIG-STORE-POS:1)
                ADD 1 TO VIG-AGREE-COUNT
           END-IF
      END-PERFORM.
      MOVE "N" TO VIG-KEY-MATCH.
      IF VIG-AGREE-COUNT * 2 > VIG-BEST-LEN
           MOVE "Y" TO VIG-KEY-MATCH
      END-IF.

    Try-Keyword-Length.
      MOVE SPACES TO VIG-TRY-KEYWORD.
      PERFORM Derive-Position-Shift
      STRING "ESTIMATED KEYWORD LENGTH " DELIMITED BY SIZE
          VIG-LEN-EDIT DELIMITED BY SIZE
          ", RECOVERED KEYWORD: " DELIMITED BY SIZE
          FUNCTION TRIM(VIG-SHOW-KEYWORD) DELIMITED BY SIZE
          INTO SOLVE-REPORT-RECORD
      END-STRING.
      WRITE SOLVE-REPORT-RECORD.
