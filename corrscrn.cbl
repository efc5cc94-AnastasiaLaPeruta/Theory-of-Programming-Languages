       IDENTIFICATION DIVISION.
       PROGRAM-ID. CORRSCRN.
      * Correction queue maintenance screen. Lists the pending ("P")
      * entries EXCREPAR's extract pass wrote to CORRQUE.DAT with
      * the exception each one is held for, and lets the operator
      * key the corrected text for an entry. The text is checked as
      * it is entered against the rules the cipher programs apply
      * (VALIDATE-TRANSACTION): every character must be in the
      * cipher alphabet or a space, and a NEWCIPHER message must fit
      * in three 25-character segments. Only text that passes can be
      * marked corrected ("C", ready for the EXCREPAR resubmit pass);
      * an entry can instead be abandoned ("A", closed by the next
      * resubmit pass without resubmitting it). The NEWCIPMST.DAT
      * master record for the entry's message ID can be looked up
      * from the entry screen. CORRQUE.DAT is rewritten after every
      * change, so it must not be worked while EXCREPAR is running.
      * Every screen action is logged with the operator and time to
      * CORRLOG.DAT, a retained trail.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RUNSTAT-FILE ASSIGN TO "RUNSTAT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RUNSTAT-STATUS.
           SELECT CORR-QUEUE-FILE ASSIGN TO "CORRQUE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CORR-QUEUE-STATUS.
           SELECT CORR-LOG-FILE ASSIGN TO "CORRLOG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CORR-LOG-STATUS.
           SELECT MASTER-FILE ASSIGN TO "NEWCIPMST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS MST-KEY
               FILE STATUS IS MASTER-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD CORR-QUEUE-FILE.
       01 CORR-QUEUE-RECORD.
           05 CQ-SOURCE         PIC X.
      * "N" = NEWCIPHER exception, "C" = CAESAR-CIPHER exception
           05 FILLER            PIC X.
           05 CQ-MSG-ID         PIC X(6).
           05 FILLER            PIC X.
           05 CQ-KEY-ID         PIC X(8).
           05 FILLER            PIC X.
           05 CQ-FUNC           PIC X.
           05 FILLER            PIC X.
           05 CQ-DISP           PIC X.
      * "P" = pending operator correction, "C" = corrected (ready to
      * resubmit), "R" = resolved, "A" = abandoned by the operator
      * (closed by the next resubmit pass), "X" = abandoned and closed
           05 FILLER            PIC X.
           05 CQ-SEQ            PIC 9(3).
           05 FILLER            PIC X.
           05 CQ-TEXT           PIC X(99).
           05 FILLER            PIC X.
           05 CQ-PARTNER        PIC X(8).
           05 FILLER            PIC X.
           05 CQ-BATCH-ID       PIC X(8).
           05 FILLER            PIC X.
           05 CQ-REASON         PIC X(50).
           05 FILLER            PIC X.
           05 CQ-CHAR           PIC X.
           05 FILLER            PIC X.
           05 CQ-POSITION       PIC 999.

       FD CORR-LOG-FILE.
       01 CORR-LOG-RECORD.
           05 CL-TIMESTAMP      PIC X(21).
           05 FILLER            PIC X.
           05 CL-OPERATOR       PIC X(20).
           05 FILLER            PIC X.
           05 CL-ACTION         PIC X(10).
      * START, VIEW, VALIDATE, CORRECTED, REJECTED, ABANDON?,
      * ABANDONED, LOOKUP, RETURN, END
           05 FILLER            PIC X.
           05 CL-SOURCE         PIC X.
           05 FILLER            PIC X.
           05 CL-MSG-ID         PIC X(6).
           05 FILLER            PIC X.
           05 CL-SEQ            PIC 9(3).
           05 FILLER            PIC X.
           05 CL-DETAIL         PIC X(99).
      * corrected text, or why the action was not taken

       FD MASTER-FILE.
       01 MASTER-RECORD.
           05 MST-KEY.
               10 MST-MSG-ID    PIC X(6).
               10 MST-SEG-NO    PIC 99.
           05 MST-STATUS        PIC X.
           05 MST-DATE-PROC     PIC 9(8).
           05 MST-KEY-ID        PIC X(8).
           05 MST-SHIFT         PIC 99.
           05 MST-CIPHER-MODE   PIC 9.
           05 MST-ENC           PIC X(25).
           05 MST-DEC           PIC X(25).
           05 MST-SEG-COUNT     PIC 99.
           05 MST-PARTNER       PIC X(8).
           05 MST-BATCH-ID      PIC X(8).

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
       01 CORR-QUEUE-STATUS PIC XX.
       01 CORR-LOG-STATUS PIC XX.
       01 MASTER-STATUS PIC XX.
       01 CORR-QUEUE-EOF PIC X    VALUE "N".
       01 WS-MASTER-OPEN PIC X    VALUE "N".
       01 WS-OPERATOR   PIC X(20) VALUE SPACES.
      * operator authority (data/OPERAUTH.DAT), checked by OPERAUTH
       01 WS-AUTH-PROGRAM PIC X(13) VALUE "CORRSCRN".
       01 WS-AUTH-MODES   PIC X(10) VALUE SPACES.
       01 WS-AUTH-RC      PIC 99    VALUE 0.
       01 WS-AUTH-REASON  PIC X(40) VALUE SPACES.
       01 WS-QUIT       PIC X     VALUE "N".
       01 WS-ENTRY-DONE PIC X     VALUE "N".
       01 WS-CONFIRM-ABANDON PIC X VALUE "N".
       01 WS-CORRECTED-COUNT PIC 9(6) VALUE 0.
       01 WS-ABANDONED-COUNT PIC 9(6) VALUE 0.
       01 WS-ACTION-COUNT PIC 9(6) VALUE 0.

       01 CQ-TABLE.
           05 CQ-COUNT      PIC 9(3) VALUE 0.
           05 CQ-ENTRY OCCURS 200 TIMES.
               10 QT-SOURCE PIC X.
               10 QT-MSG-ID PIC X(6).
               10 QT-KEY-ID PIC X(8).
               10 QT-FUNC   PIC X.
               10 QT-DISP   PIC X.
               10 QT-SEQ    PIC 9(3).
               10 QT-TEXT   PIC X(99).
               10 QT-PARTNER PIC X(8).
               10 QT-BATCH-ID PIC X(8).
               10 QT-REASON PIC X(50).
               10 QT-CHAR   PIC X.
               10 QT-POSITION PIC 999.
       01 CQ-SUB        PIC 9(3)  VALUE 0.
       01 WS-CUR-Q      PIC 9(3)  VALUE 0.

      * pending entries in queue order, as listed
       01 PEND-TABLE.
           05 PEND-COUNT    PIC 9(3) VALUE 0.
           05 PD-QSUB       PIC 9(3) OCCURS 200 TIMES.
       01 PD-SUB        PIC 9(3)  VALUE 0.
       01 WS-LIST-TOP   PIC 9(3)  VALUE 1.
       01 WS-LIST-SIZE  PIC 99    VALUE 15.
       01 WS-LIST-ROW   PIC 99    VALUE 0.
       01 WS-LIST-LAST  PIC 9(3)  VALUE 0.
       01 LIST-LINE-TABLE.
           05 LS-LINE       PIC X(76) OCCURS 15 TIMES.
       01 WS-LIST-DETAIL.
           05 LD-NO         PIC ZZ9.
           05 FILLER        PIC XX.
           05 LD-SOURCE     PIC X(9).
           05 FILLER        PIC X.
           05 LD-MSG-ID     PIC X(6).
           05 FILLER        PIC XX.
           05 LD-PARTNER    PIC X(8).
           05 FILLER        PIC X.
           05 LD-REASON     PIC X(33).
           05 FILLER        PIC X.
           05 LD-CHAR       PIC X.
           05 FILLER        PIC XX.
           05 LD-POSITION   PIC ZZ9.
       01 WS-LIST-CMD   PIC X     VALUE SPACE.
       01 WS-SEL-NO-X   PIC X(3)  VALUE SPACES.
       01 WS-SEL-NO     PIC 9(3)  VALUE 0.
       01 WS-PEND-EDIT  PIC ZZ9.
       01 WS-TOP-EDIT   PIC ZZ9.
       01 WS-LAST-EDIT  PIC ZZ9.

      * entry screen fields
       01 WS-ACTION     PIC X     VALUE SPACE.
       01 WS-ENTRY-EDIT PIC ZZ9.
       01 WS-SOURCE-NAME PIC X(13) VALUE SPACES.
       01 WS-SCR-MSG-ID PIC X(6)  VALUE SPACES.
       01 WS-SCR-KEY-ID PIC X(8)  VALUE SPACES.
       01 WS-SCR-FUNC   PIC X     VALUE SPACE.
       01 WS-SCR-PARTNER PIC X(8) VALUE SPACES.
       01 WS-SCR-BATCH-ID PIC X(8) VALUE SPACES.
       01 WS-SCR-REASON PIC X(50) VALUE SPACES.
       01 WS-SCR-CHAR   PIC X     VALUE SPACE.
       01 WS-SCR-POSITION PIC ZZ9.
       01 WS-ORIG-TEXT  PIC X(99) VALUE SPACES.
       01 WS-ORIG-TEXT-R REDEFINES WS-ORIG-TEXT.
           05 WS-ORIG-1     PIC X(50).
           05 WS-ORIG-2     PIC X(49).
       01 WS-CORR-TEXT  PIC X(99) VALUE SPACES.
       01 WS-CORR-TEXT-R REDEFINES WS-CORR-TEXT.
           05 WS-CORR-1     PIC X(50).
           05 WS-CORR-2     PIC X(49).
       01 WS-LEN-EDIT   PIC ZZ9.
       01 WS-MAX-EDIT   PIC ZZ9.
       01 WS-MST-LINE-1 PIC X(76) VALUE SPACES.
       01 WS-MST-LINE-2 PIC X(76) VALUE SPACES.
       01 WS-MST-LINE-3 PIC X(76) VALUE SPACES.
       01 WS-MST-LINE-4 PIC X(76) VALUE SPACES.
       01 WS-MESSAGE    PIC X(79) VALUE SPACES.
       01 WS-DATE-EDIT  PIC 9999/99/99.
       01 WS-SEG-EDIT   PIC Z9.

      * corrected-text validation (same rules as EXCREPAR's resubmit
      * check and NEWCIPHER's VALIDATE-TRANSACTION)
       01 WS-MAX-MSG-LEN PIC 999  VALUE 75.
       01 WS-VAL-BAD    PIC X     VALUE "N".
       01 WS-VAL-FULL   PIC X     VALUE "N".
       01 WS-VAL-LEN    PIC 999   VALUE 0.
       01 WS-VAL-MAX    PIC 999   VALUE 0.
       01 WS-VAL-POS    PIC 999   VALUE 0.
       01 WS-VAL-BAD-POS PIC 999  VALUE 0.
       01 WS-VAL-CHAR   PIC X     VALUE SPACE.
       01 WS-VAL-CHAR-POS PIC 99  VALUE 0.
       01 WS-VAL-RESULT PIC X(60) VALUE SPACES.
       01 WS-POS-EDIT   PIC ZZ9.
       01 WS-ALPHABET     PIC X(62) VALUE
       "ABCDEFGHIJKLMNOPQRSTUVWXYZabcdefghijklmnopqrstuvwxyz0123456789".
       01 WS-ALPHA-LEN    PIC 99    VALUE 62.

       01 WS-LOG-ACTION PIC X(10) VALUE SPACES.
       01 WS-LOG-DETAIL PIC X(99) VALUE SPACES.

       SCREEN SECTION.
       01 LIST-SCREEN.
           05 BLANK SCREEN.
           05 LINE 1 COLUMN 1 VALUE
               "CORRSCRN   CORRECTION QUEUE - PENDING ENTRIES"
               HIGHLIGHT.
           05 LINE 1 COLUMN 59 PIC X(20) FROM WS-OPERATOR.
           05 LINE 3 COLUMN 3 VALUE
               " NO  SOURCE    MSG-ID  PARTNER  EXCEPTION".
           05 LINE 3 COLUMN 68 VALUE "CHR POS".
           05 LINE 4 COLUMN 3 PIC X(76) FROM LS-LINE(1).
           05 LINE 5 COLUMN 3 PIC X(76) FROM LS-LINE(2).
           05 LINE 6 COLUMN 3 PIC X(76) FROM LS-LINE(3).
           05 LINE 7 COLUMN 3 PIC X(76) FROM LS-LINE(4).
           05 LINE 8 COLUMN 3 PIC X(76) FROM LS-LINE(5).
           05 LINE 9 COLUMN 3 PIC X(76) FROM LS-LINE(6).
           05 LINE 10 COLUMN 3 PIC X(76) FROM LS-LINE(7).
           05 LINE 11 COLUMN 3 PIC X(76) FROM LS-LINE(8).
           05 LINE 12 COLUMN 3 PIC X(76) FROM LS-LINE(9).
           05 LINE 13 COLUMN 3 PIC X(76) FROM LS-LINE(10).
           05 LINE 14 COLUMN 3 PIC X(76) FROM LS-LINE(11).
           05 LINE 15 COLUMN 3 PIC X(76) FROM LS-LINE(12).
           05 LINE 16 COLUMN 3 PIC X(76) FROM LS-LINE(13).
           05 LINE 17 COLUMN 3 PIC X(76) FROM LS-LINE(14).
           05 LINE 18 COLUMN 3 PIC X(76) FROM LS-LINE(15).
           05 LINE 20 COLUMN 3 VALUE "PENDING ".
           05 LINE 20 COLUMN 11 PIC ZZ9 FROM WS-PEND-EDIT.
           05 LINE 20 COLUMN 16 VALUE "SHOWING ".
           05 LINE 20 COLUMN 24 PIC ZZ9 FROM WS-TOP-EDIT.
           05 LINE 20 COLUMN 28 VALUE "TO ".
           05 LINE 20 COLUMN 31 PIC ZZ9 FROM WS-LAST-EDIT.
           05 LINE 22 COLUMN 3 VALUE "ENTRY NO ".
           05 LINE 22 COLUMN 12 PIC X(3) USING WS-SEL-NO-X
               UNDERLINE.
           05 LINE 22 COLUMN 17 VALUE
               "OR N=NEXT PAGE  P=PREVIOUS PAGE  Q=QUIT ".
           05 LINE 22 COLUMN 57 PIC X USING WS-LIST-CMD UNDERLINE.
           05 LINE 24 COLUMN 1 PIC X(79) FROM WS-MESSAGE HIGHLIGHT.

       01 ENTRY-SCREEN.
           05 BLANK SCREEN.
           05 LINE 1 COLUMN 1 VALUE
               "CORRSCRN   CORRECTION QUEUE - ENTRY"
               HIGHLIGHT.
           05 LINE 1 COLUMN 37 PIC ZZ9 FROM WS-ENTRY-EDIT.
           05 LINE 1 COLUMN 59 PIC X(20) FROM WS-OPERATOR.
           05 LINE 3 COLUMN 3 VALUE "SOURCE ".
           05 LINE 3 COLUMN 10 PIC X(13) FROM WS-SOURCE-NAME.
           05 LINE 3 COLUMN 25 VALUE "MSG-ID ".
           05 LINE 3 COLUMN 32 PIC X(6) FROM WS-SCR-MSG-ID.
           05 LINE 3 COLUMN 40 VALUE "KEY ID ".
           05 LINE 3 COLUMN 47 PIC X(8) FROM WS-SCR-KEY-ID.
           05 LINE 3 COLUMN 57 VALUE "FUNCTION ".
           05 LINE 3 COLUMN 66 PIC X FROM WS-SCR-FUNC.
           05 LINE 4 COLUMN 3 VALUE "PARTNER ".
           05 LINE 4 COLUMN 11 PIC X(8) FROM WS-SCR-PARTNER.
           05 LINE 4 COLUMN 25 VALUE "BATCH ".
           05 LINE 4 COLUMN 31 PIC X(8) FROM WS-SCR-BATCH-ID.
           05 LINE 6 COLUMN 3 VALUE "EXCEPTION ".
           05 LINE 6 COLUMN 13 PIC X(50) FROM WS-SCR-REASON.
           05 LINE 7 COLUMN 3 VALUE "CHARACTER ".
           05 LINE 7 COLUMN 13 PIC X FROM WS-SCR-CHAR.
           05 LINE 7 COLUMN 17 VALUE "POSITION ".
           05 LINE 7 COLUMN 26 PIC ZZ9 FROM WS-SCR-POSITION.
           05 LINE 9 COLUMN 3 VALUE "ORIGINAL TEXT".
           05 LINE 10 COLUMN 3 PIC X(50) FROM WS-ORIG-1.
           05 LINE 11 COLUMN 3 PIC X(49) FROM WS-ORIG-2.
           05 LINE 12 COLUMN 3 VALUE "CORRECTED TEXT".
           05 LINE 12 COLUMN 19 VALUE "LENGTH ".
           05 LINE 12 COLUMN 26 PIC ZZ9 FROM WS-LEN-EDIT.
           05 LINE 12 COLUMN 30 VALUE "OF ".
           05 LINE 12 COLUMN 33 PIC ZZ9 FROM WS-MAX-EDIT.
           05 LINE 13 COLUMN 3 PIC X(50) USING WS-CORR-1 UNDERLINE.
           05 LINE 14 COLUMN 3 PIC X(49) USING WS-CORR-2 UNDERLINE.
           05 LINE 16 COLUMN 3 PIC X(76) FROM WS-MST-LINE-1.
           05 LINE 17 COLUMN 3 PIC X(76) FROM WS-MST-LINE-2.
           05 LINE 18 COLUMN 3 PIC X(76) FROM WS-MST-LINE-3.
           05 LINE 19 COLUMN 3 PIC X(76) FROM WS-MST-LINE-4.
           05 LINE 21 COLUMN 3 VALUE "ACTION ".
           05 LINE 21 COLUMN 10 PIC X USING WS-ACTION UNDERLINE.
           05 LINE 21 COLUMN 13 VALUE
               "V=VALIDATE  C=MARK CORRECTED  A=ABANDON".
           05 LINE 22 COLUMN 13 VALUE
               "L=LOOK UP NEWCIPMST.DAT  R=RETURN TO LIST".
           05 LINE 24 COLUMN 1 PIC X(79) FROM WS-MESSAGE HIGHLIGHT.

       PROCEDURE DIVISION.
       MAIN.
           PERFORM WRITE-RUN-START.
           ACCEPT WS-OPERATOR FROM ENVIRONMENT "USER".
           PERFORM CHECK-OPERATOR-AUTHORITY.
           PERFORM LOAD-CORR-QUEUE.
           PERFORM OPEN-CORR-LOG.
           OPEN INPUT MASTER-FILE.
           IF MASTER-STATUS = "00"
               MOVE "Y" TO WS-MASTER-OPEN
           END-IF.
           MOVE "START" TO WS-LOG-ACTION.
           MOVE SPACES TO WS-LOG-DETAIL.
           MOVE 0 TO WS-CUR-Q.
           PERFORM WRITE-LOG-ENTRY.
           MOVE 1 TO WS-LIST-TOP.
           PERFORM LIST-PENDING-ENTRIES UNTIL WS-QUIT = "Y".
           MOVE "END" TO WS-LOG-ACTION.
           MOVE SPACES TO WS-LOG-DETAIL.
           MOVE 0 TO WS-CUR-Q.
           PERFORM WRITE-LOG-ENTRY.
           CLOSE CORR-LOG-FILE.
           IF WS-MASTER-OPEN = "Y"
               CLOSE MASTER-FILE
           END-IF.
           DISPLAY "CORRSCRN: " WS-CORRECTED-COUNT " entry(ies) "
               "corrected, " WS-ABANDONED-COUNT " abandoned, "
               "actions logged to CORRLOG.DAT".
           PERFORM WRITE-RUN-END.
           STOP RUN.

       CHECK-OPERATOR-AUTHORITY.
      * the operator must hold this program on data/OPERAUTH.DAT;
      * OPERAUTH logs a refusal to SECVIOL.DAT and the run ends with
      * RC 12
           CALL "OPERAUTH" USING WS-AUTH-PROGRAM WS-OPERATOR
               WS-AUTH-MODES WS-AUTH-RC WS-AUTH-REASON.
           IF WS-AUTH-RC NOT = 0
               DISPLAY "CORRSCRN: operator " FUNCTION TRIM(WS-OPERATOR)
                   " refused - " FUNCTION TRIM(WS-AUTH-REASON)
               PERFORM WRITE-RUN-REFUSED
               MOVE WS-AUTH-RC TO RETURN-CODE
               STOP RUN
           END-IF.

      * ----- QUEUE -----
       LOAD-CORR-QUEUE.
      * the whole queue is held and written back, so a queue larger
      * than the table would lose entries - refuse rather than do so
           MOVE 0 TO CQ-COUNT.
           MOVE "N" TO CORR-QUEUE-EOF.
           OPEN INPUT CORR-QUEUE-FILE.
           IF CORR-QUEUE-STATUS NOT = "00"
               DISPLAY "CORRSCRN: unable to open CORRQUE.DAT, status "
                   CORR-QUEUE-STATUS " - run refused"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM LOAD-CORR-QUEUE-ENTRY UNTIL CORR-QUEUE-EOF = "Y".
           CLOSE CORR-QUEUE-FILE.

       LOAD-CORR-QUEUE-ENTRY.
           READ CORR-QUEUE-FILE
               AT END MOVE "Y" TO CORR-QUEUE-EOF
               NOT AT END
                   IF CQ-COUNT >= 200
                       DISPLAY "CORRSCRN: CORRQUE.DAT holds more than "
                           "200 entries - run refused"
                       CLOSE CORR-QUEUE-FILE
                       MOVE 8 TO RETURN-CODE
                       STOP RUN
                   END-IF
                   ADD 1 TO CQ-COUNT
                   MOVE CQ-SOURCE TO QT-SOURCE(CQ-COUNT)
                   MOVE CQ-MSG-ID TO QT-MSG-ID(CQ-COUNT)
                   MOVE CQ-KEY-ID TO QT-KEY-ID(CQ-COUNT)
                   MOVE CQ-FUNC TO QT-FUNC(CQ-COUNT)
                   MOVE CQ-DISP TO QT-DISP(CQ-COUNT)
                   MOVE CQ-SEQ TO QT-SEQ(CQ-COUNT)
                   MOVE CQ-TEXT TO QT-TEXT(CQ-COUNT)
                   MOVE CQ-PARTNER TO QT-PARTNER(CQ-COUNT)
                   MOVE CQ-BATCH-ID TO QT-BATCH-ID(CQ-COUNT)
                   MOVE CQ-REASON TO QT-REASON(CQ-COUNT)
                   MOVE CQ-CHAR TO QT-CHAR(CQ-COUNT)
                   MOVE CQ-POSITION TO QT-POSITION(CQ-COUNT)
           END-READ.

       REWRITE-CORR-QUEUE.
           OPEN OUTPUT CORR-QUEUE-FILE.
           IF CORR-QUEUE-STATUS NOT = "00"
               DISPLAY "Unable to rewrite CORRQUE.DAT, status "
                   CORR-QUEUE-STATUS
               STOP RUN
           END-IF.
           PERFORM WRITE-CORR-QUEUE-ENTRY
               VARYING CQ-SUB FROM 1 BY 1 UNTIL CQ-SUB > CQ-COUNT.
           CLOSE CORR-QUEUE-FILE.

       WRITE-CORR-QUEUE-ENTRY.
           MOVE SPACES TO CORR-QUEUE-RECORD.
           MOVE QT-SOURCE(CQ-SUB) TO CQ-SOURCE.
           MOVE QT-MSG-ID(CQ-SUB) TO CQ-MSG-ID.
           MOVE QT-KEY-ID(CQ-SUB) TO CQ-KEY-ID.
           MOVE QT-FUNC(CQ-SUB) TO CQ-FUNC.
           MOVE QT-DISP(CQ-SUB) TO CQ-DISP.
           MOVE QT-SEQ(CQ-SUB) TO CQ-SEQ.
           MOVE QT-TEXT(CQ-SUB) TO CQ-TEXT.
           MOVE QT-PARTNER(CQ-SUB) TO CQ-PARTNER.
           MOVE QT-BATCH-ID(CQ-SUB) TO CQ-BATCH-ID.
           MOVE QT-REASON(CQ-SUB) TO CQ-REASON.
           MOVE QT-CHAR(CQ-SUB) TO CQ-CHAR.
           MOVE QT-POSITION(CQ-SUB) TO CQ-POSITION.
           WRITE CORR-QUEUE-RECORD.

      * ----- LIST SCREEN -----
       LIST-PENDING-ENTRIES.
           PERFORM BUILD-PENDING-LIST.
           IF WS-LIST-TOP > PEND-COUNT
               MOVE 1 TO WS-LIST-TOP
           END-IF.
           PERFORM BUILD-LIST-LINES.
           MOVE SPACES TO WS-SEL-NO-X.
           MOVE SPACE TO WS-LIST-CMD.
           DISPLAY LIST-SCREEN.
           ACCEPT LIST-SCREEN.
           MOVE SPACES TO WS-MESSAGE.
           MOVE FUNCTION UPPER-CASE(WS-LIST-CMD) TO WS-LIST-CMD.
           EVALUATE TRUE
               WHEN WS-LIST-CMD = "Q"
                   MOVE "Y" TO WS-QUIT
               WHEN WS-LIST-CMD = "N"
                   IF WS-LIST-TOP + WS-LIST-SIZE <= PEND-COUNT
                       ADD WS-LIST-SIZE TO WS-LIST-TOP
                   ELSE
                       MOVE "NO FURTHER PENDING ENTRIES" TO WS-MESSAGE
                   END-IF
               WHEN WS-LIST-CMD = "P"
                   IF WS-LIST-TOP > WS-LIST-SIZE
                       SUBTRACT WS-LIST-SIZE FROM WS-LIST-TOP
                   ELSE
                       MOVE 1 TO WS-LIST-TOP
                   END-IF
               WHEN WS-SEL-NO-X NOT = SPACES
                   PERFORM SELECT-LISTED-ENTRY
               WHEN OTHER
                   MOVE "KEY AN ENTRY NO, OR N, P OR Q" TO WS-MESSAGE
           END-EVALUATE.

       BUILD-PENDING-LIST.
           MOVE 0 TO PEND-COUNT.
           PERFORM ADD-PENDING-ENTRY
               VARYING CQ-SUB FROM 1 BY 1 UNTIL CQ-SUB > CQ-COUNT.

       ADD-PENDING-ENTRY.
           IF QT-DISP(CQ-SUB) = "P"
               ADD 1 TO PEND-COUNT
               MOVE CQ-SUB TO PD-QSUB(PEND-COUNT)
           END-IF.

       BUILD-LIST-LINES.
           MOVE SPACES TO LIST-LINE-TABLE.
           MOVE 0 TO WS-LIST-LAST.
           PERFORM BUILD-LIST-LINE
               VARYING WS-LIST-ROW FROM 1 BY 1
               UNTIL WS-LIST-ROW > WS-LIST-SIZE.
           MOVE PEND-COUNT TO WS-PEND-EDIT.
           IF PEND-COUNT = 0
               MOVE 0 TO WS-TOP-EDIT
               MOVE "  (NO PENDING ENTRIES IN CORRQUE.DAT)"
                   TO LS-LINE(1)
           ELSE
               MOVE WS-LIST-TOP TO WS-TOP-EDIT
           END-IF.
           MOVE WS-LIST-LAST TO WS-LAST-EDIT.

       BUILD-LIST-LINE.
           COMPUTE PD-SUB = WS-LIST-TOP + WS-LIST-ROW - 1.
           IF PD-SUB <= PEND-COUNT
               MOVE PD-QSUB(PD-SUB) TO CQ-SUB
               MOVE SPACES TO WS-LIST-DETAIL
               MOVE PD-SUB TO LD-NO
               IF QT-SOURCE(CQ-SUB) = "N"
                   MOVE "NEWCIPHER" TO LD-SOURCE
               ELSE
                   MOVE "CAESAR" TO LD-SOURCE
               END-IF
               MOVE QT-MSG-ID(CQ-SUB) TO LD-MSG-ID
               MOVE QT-PARTNER(CQ-SUB) TO LD-PARTNER
               MOVE QT-REASON(CQ-SUB) TO LD-REASON
               MOVE QT-CHAR(CQ-SUB) TO LD-CHAR
               IF QT-POSITION(CQ-SUB) IS NUMERIC
                   MOVE QT-POSITION(CQ-SUB) TO LD-POSITION
               END-IF
               MOVE WS-LIST-DETAIL TO LS-LINE(WS-LIST-ROW)
               MOVE PD-SUB TO WS-LIST-LAST
           END-IF.

       SELECT-LISTED-ENTRY.
           IF FUNCTION TRIM(WS-SEL-NO-X) IS NUMERIC
               MOVE FUNCTION NUMVAL(WS-SEL-NO-X) TO WS-SEL-NO
           ELSE
               MOVE 0 TO WS-SEL-NO
           END-IF.
           IF WS-SEL-NO < 1 OR WS-SEL-NO > PEND-COUNT
               MOVE "NO SUCH ENTRY ON THE PENDING LIST" TO WS-MESSAGE
           ELSE
               MOVE PD-QSUB(WS-SEL-NO) TO WS-CUR-Q
               PERFORM WORK-QUEUE-ENTRY
           END-IF.

      * ----- ENTRY SCREEN -----
       WORK-QUEUE-ENTRY.
           MOVE WS-SEL-NO TO WS-ENTRY-EDIT.
           IF QT-SOURCE(WS-CUR-Q) = "N"
               MOVE "NEWCIPHER" TO WS-SOURCE-NAME
               MOVE WS-MAX-MSG-LEN TO WS-VAL-MAX
           ELSE
               MOVE "CAESAR-CIPHER" TO WS-SOURCE-NAME
               MOVE 99 TO WS-VAL-MAX
           END-IF.
           MOVE WS-VAL-MAX TO WS-MAX-EDIT.
           MOVE QT-MSG-ID(WS-CUR-Q) TO WS-SCR-MSG-ID.
           MOVE QT-KEY-ID(WS-CUR-Q) TO WS-SCR-KEY-ID.
           MOVE QT-FUNC(WS-CUR-Q) TO WS-SCR-FUNC.
           MOVE QT-PARTNER(WS-CUR-Q) TO WS-SCR-PARTNER.
           MOVE QT-BATCH-ID(WS-CUR-Q) TO WS-SCR-BATCH-ID.
           MOVE QT-REASON(WS-CUR-Q) TO WS-SCR-REASON.
           MOVE QT-CHAR(WS-CUR-Q) TO WS-SCR-CHAR.
           MOVE 0 TO WS-SCR-POSITION.
           IF QT-POSITION(WS-CUR-Q) IS NUMERIC
               MOVE QT-POSITION(WS-CUR-Q) TO WS-SCR-POSITION
           END-IF.
      * a pending entry still holds the text as received; the
      * operator keys over a copy of it
           MOVE QT-TEXT(WS-CUR-Q) TO WS-ORIG-TEXT.
           MOVE QT-TEXT(WS-CUR-Q) TO WS-CORR-TEXT.
           MOVE SPACES TO WS-MST-LINE-1 WS-MST-LINE-2
               WS-MST-LINE-3 WS-MST-LINE-4.
           PERFORM VALIDATE-CORRECTION.
           MOVE WS-VAL-RESULT TO WS-MESSAGE.
           MOVE "N" TO WS-CONFIRM-ABANDON.
           MOVE "VIEW" TO WS-LOG-ACTION.
           MOVE SPACES TO WS-LOG-DETAIL.
           PERFORM WRITE-LOG-ENTRY.
           MOVE "N" TO WS-ENTRY-DONE.
           PERFORM ENTRY-SCREEN-ACTION UNTIL WS-ENTRY-DONE = "Y".

       ENTRY-SCREEN-ACTION.
           MOVE SPACE TO WS-ACTION.
           DISPLAY ENTRY-SCREEN.
           ACCEPT ENTRY-SCREEN.
           MOVE FUNCTION UPPER-CASE(WS-ACTION) TO WS-ACTION.
      * the text is checked after every screen, whatever the action
           PERFORM VALIDATE-CORRECTION.
           MOVE WS-VAL-RESULT TO WS-MESSAGE.
           IF WS-ACTION NOT = "A"
               MOVE "N" TO WS-CONFIRM-ABANDON
           END-IF.
           EVALUATE WS-ACTION
               WHEN "C"
                   PERFORM MARK-ENTRY-CORRECTED
               WHEN "A"
                   PERFORM MARK-ENTRY-ABANDONED
               WHEN "L"
                   PERFORM LOOK-UP-MASTER
               WHEN "R"
                   MOVE "RETURN" TO WS-LOG-ACTION
                   MOVE SPACES TO WS-LOG-DETAIL
                   PERFORM WRITE-LOG-ENTRY
                   MOVE SPACES TO WS-MESSAGE
                   MOVE "Y" TO WS-ENTRY-DONE
               WHEN "V"
               WHEN SPACE
                   MOVE "VALIDATE" TO WS-LOG-ACTION
                   MOVE WS-VAL-RESULT TO WS-LOG-DETAIL
                   PERFORM WRITE-LOG-ENTRY
               WHEN OTHER
                   MOVE "ACTION MUST BE V, C, A, L OR R" TO WS-MESSAGE
           END-EVALUATE.

       MARK-ENTRY-CORRECTED.
           IF WS-VAL-BAD = "Y"
               MOVE SPACES TO WS-MESSAGE
               STRING "NOT MARKED CORRECTED - " DELIMITED BY SIZE
                   WS-VAL-RESULT DELIMITED BY SIZE
                   INTO WS-MESSAGE
               END-STRING
               MOVE "REJECTED" TO WS-LOG-ACTION
               MOVE WS-VAL-RESULT TO WS-LOG-DETAIL
               PERFORM WRITE-LOG-ENTRY
           ELSE
               MOVE WS-CORR-TEXT TO QT-TEXT(WS-CUR-Q)
               MOVE "C" TO QT-DISP(WS-CUR-Q)
               PERFORM REWRITE-CORR-QUEUE
               ADD 1 TO WS-CORRECTED-COUNT
               ADD 1 TO WS-ACTION-COUNT
               MOVE "CORRECTED" TO WS-LOG-ACTION
               MOVE WS-CORR-TEXT TO WS-LOG-DETAIL
               PERFORM WRITE-LOG-ENTRY
               MOVE SPACES TO WS-MESSAGE
               STRING "ENTRY " DELIMITED BY SIZE
                   WS-ENTRY-EDIT DELIMITED BY SIZE
                   " MARKED CORRECTED FOR RESUBMISSION"
                       DELIMITED BY SIZE
                   INTO WS-MESSAGE
               END-STRING
               MOVE "Y" TO WS-ENTRY-DONE
           END-IF.

       MARK-ENTRY-ABANDONED.
      * abandoning cannot be undone from the screen, so it takes the
      * action twice in a row
           IF WS-CONFIRM-ABANDON = "N"
               MOVE "Y" TO WS-CONFIRM-ABANDON
               MOVE "KEY A AGAIN TO CONFIRM - NOT TO BE RESUBMITTED"
                   TO WS-MESSAGE
               MOVE "ABANDON?" TO WS-LOG-ACTION
               MOVE "AWAITING CONFIRMATION" TO WS-LOG-DETAIL
               PERFORM WRITE-LOG-ENTRY
           ELSE
               MOVE "A" TO QT-DISP(WS-CUR-Q)
               PERFORM REWRITE-CORR-QUEUE
               ADD 1 TO WS-ABANDONED-COUNT
               ADD 1 TO WS-ACTION-COUNT
               MOVE "ABANDONED" TO WS-LOG-ACTION
               MOVE SPACES TO WS-LOG-DETAIL
               PERFORM WRITE-LOG-ENTRY
               MOVE SPACES TO WS-MESSAGE
               STRING "ENTRY " DELIMITED BY SIZE
                   WS-ENTRY-EDIT DELIMITED BY SIZE
                   " ABANDONED" DELIMITED BY SIZE
                   INTO WS-MESSAGE
               END-STRING
               MOVE "Y" TO WS-ENTRY-DONE
           END-IF.

       VALIDATE-CORRECTION.
      * length is to the last non-space character; the first fault
      * found is reported
           MOVE "N" TO WS-VAL-BAD.
           MOVE "N" TO WS-VAL-FULL.
           MOVE 0 TO WS-VAL-LEN.
           MOVE 0 TO WS-VAL-BAD-POS.
           INSPECT FUNCTION REVERSE(WS-CORR-TEXT)
               TALLYING WS-VAL-LEN FOR LEADING SPACES.
           COMPUTE WS-VAL-LEN =
               FUNCTION LENGTH(WS-CORR-TEXT) - WS-VAL-LEN.
           MOVE WS-VAL-LEN TO WS-LEN-EDIT.
           MOVE SPACES TO WS-VAL-RESULT.
           EVALUATE TRUE
               WHEN WS-VAL-LEN = 0
                   MOVE "Y" TO WS-VAL-BAD
                   MOVE "NO CORRECTED TEXT ENTERED" TO WS-VAL-RESULT
               WHEN WS-VAL-LEN > WS-VAL-MAX
                   MOVE "Y" TO WS-VAL-BAD
                   MOVE WS-VAL-MAX TO WS-POS-EDIT
                   STRING "TEXT LONGER THAN " DELIMITED BY SIZE
                       WS-POS-EDIT DELIMITED BY SIZE
                       " CHARACTERS" DELIMITED BY SIZE
                       INTO WS-VAL-RESULT
                   END-STRING
               WHEN OTHER
                   PERFORM VALIDATE-CORRECTION-CHAR
                       VARYING WS-VAL-POS FROM 1 BY 1
                       UNTIL WS-VAL-POS > WS-VAL-LEN
                           OR WS-VAL-BAD = "Y"
                   IF WS-VAL-BAD = "Y"
                       MOVE WS-VAL-BAD-POS TO WS-POS-EDIT
                       STRING "UNSUPPORTED CHARACTER '"
                               DELIMITED BY SIZE
                           WS-VAL-CHAR DELIMITED BY SIZE
                           "' AT POSITION " DELIMITED BY SIZE
                           WS-POS-EDIT DELIMITED BY SIZE
                           INTO WS-VAL-RESULT
                       END-STRING
                   END-IF
           END-EVALUATE.
      * a NEWCIPHER message that fills all three segments is taken,
      * but flagged as NEWCIPHER would flag it
           IF WS-VAL-BAD = "N"
               IF QT-SOURCE(WS-CUR-Q) = "N"
                   AND WS-VAL-LEN = WS-MAX-MSG-LEN
                   MOVE "Y" TO WS-VAL-FULL
                   MOVE "TEXT OK - FIELD FULL - POSSIBLE TRUNCATION"
                       TO WS-VAL-RESULT
               ELSE
                   MOVE "TEXT OK" TO WS-VAL-RESULT
               END-IF
           END-IF.

       VALIDATE-CORRECTION-CHAR.
           MOVE WS-CORR-TEXT(WS-VAL-POS:1) TO WS-VAL-CHAR.
           IF WS-VAL-CHAR NOT = SPACE
               MOVE 0 TO WS-VAL-CHAR-POS
               INSPECT WS-ALPHABET TALLYING WS-VAL-CHAR-POS
                   FOR CHARACTERS BEFORE INITIAL WS-VAL-CHAR
               IF WS-VAL-CHAR-POS >= WS-ALPHA-LEN
                   MOVE "Y" TO WS-VAL-BAD
                   MOVE WS-VAL-POS TO WS-VAL-BAD-POS
               END-IF
           END-IF.

       LOOK-UP-MASTER.
           MOVE SPACES TO WS-MST-LINE-1 WS-MST-LINE-2
               WS-MST-LINE-3 WS-MST-LINE-4.
           EVALUATE TRUE
               WHEN QT-SOURCE(WS-CUR-Q) NOT = "N"
                   MOVE "CAESAR-CIPHER ENTRIES HAVE NO MASTER RECORD"
                       TO WS-MST-LINE-1
               WHEN WS-MASTER-OPEN = "N"
                   STRING "NEWCIPMST.DAT NOT AVAILABLE, STATUS "
                           DELIMITED BY SIZE
                       MASTER-STATUS DELIMITED BY SIZE
                       INTO WS-MST-LINE-1
                   END-STRING
               WHEN OTHER
                   MOVE QT-MSG-ID(WS-CUR-Q) TO MST-MSG-ID
                   MOVE 1 TO MST-SEG-NO
                   READ MASTER-FILE
                       INVALID KEY
                           STRING QT-MSG-ID(WS-CUR-Q) DELIMITED BY SIZE
                               " NOT ON NEWCIPMST.DAT" DELIMITED BY SIZE
                               INTO WS-MST-LINE-1
                           END-STRING
                       NOT INVALID KEY
                           PERFORM FORMAT-MASTER-LINES
                   END-READ
           END-EVALUATE.
           MOVE "LOOKUP" TO WS-LOG-ACTION.
           MOVE WS-MST-LINE-1 TO WS-LOG-DETAIL.
           PERFORM WRITE-LOG-ENTRY.

       FORMAT-MASTER-LINES.
           MOVE MST-DATE-PROC TO WS-DATE-EDIT.
           MOVE 1 TO WS-SEG-EDIT.
           IF MST-SEG-COUNT IS NUMERIC AND MST-SEG-COUNT > 1
               MOVE MST-SEG-COUNT TO WS-SEG-EDIT
           END-IF.
           STRING "MASTER  STATUS " DELIMITED BY SIZE
               MST-STATUS DELIMITED BY SIZE
               "  PROCESSED " DELIMITED BY SIZE
               WS-DATE-EDIT DELIMITED BY SIZE
               "  KEY " DELIMITED BY SIZE
               MST-KEY-ID DELIMITED BY SIZE
               "  SEGMENTS " DELIMITED BY SIZE
               WS-SEG-EDIT DELIMITED BY SIZE
               INTO WS-MST-LINE-1
           END-STRING.
           STRING "        PARTNER " DELIMITED BY SIZE
               MST-PARTNER DELIMITED BY SIZE
               "  BATCH " DELIMITED BY SIZE
               MST-BATCH-ID DELIMITED BY SIZE
               INTO WS-MST-LINE-2
           END-STRING.
           STRING "SEGMENT 1 ENCRYPTED  " DELIMITED BY SIZE
               MST-ENC DELIMITED BY SIZE
               INTO WS-MST-LINE-3
           END-STRING.
           STRING "SEGMENT 1 DECRYPTED  " DELIMITED BY SIZE
               MST-DEC DELIMITED BY SIZE
               INTO WS-MST-LINE-4
           END-STRING.

      * ----- ACTIVITY LOG -----
       OPEN-CORR-LOG.
           OPEN EXTEND CORR-LOG-FILE.
           IF CORR-LOG-STATUS = "35"
               OPEN OUTPUT CORR-LOG-FILE
           END-IF.
           IF CORR-LOG-STATUS NOT = "00"
               DISPLAY "Unable to open CORRLOG.DAT, status "
                   CORR-LOG-STATUS
               STOP RUN
           END-IF.

       WRITE-LOG-ENTRY.
           MOVE SPACES TO CORR-LOG-RECORD.
           MOVE FUNCTION CURRENT-DATE TO CL-TIMESTAMP.
           MOVE WS-OPERATOR TO CL-OPERATOR.
           MOVE WS-LOG-ACTION TO CL-ACTION.
           MOVE 0 TO CL-SEQ.
           IF WS-CUR-Q > 0
               MOVE QT-SOURCE(WS-CUR-Q) TO CL-SOURCE
               MOVE QT-MSG-ID(WS-CUR-Q) TO CL-MSG-ID
               MOVE QT-SEQ(WS-CUR-Q) TO CL-SEQ
           END-IF.
           MOVE WS-LOG-DETAIL TO CL-DETAIL.
           WRITE CORR-LOG-RECORD.

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
           MOVE "CORRSCRN" TO RS-PROGRAM.
           MOVE "S" TO RS-TYPE.
           MOVE FUNCTION CURRENT-DATE TO RS-TIMESTAMP.
           MOVE 0 TO RS-RECORDS.
           MOVE 0 TO RS-COMP-CODE.
           WRITE RUNSTAT-RECORD.
           CLOSE RUNSTAT-FILE.

       WRITE-RUN-END.
           PERFORM OPEN-RUN-STATUS.
           MOVE SPACES TO RUNSTAT-RECORD.
           MOVE "CORRSCRN" TO RS-PROGRAM.
           MOVE "E" TO RS-TYPE.
           MOVE FUNCTION CURRENT-DATE TO RS-TIMESTAMP.
           MOVE WS-ACTION-COUNT TO RS-RECORDS.
           MOVE 0 TO RS-COMP-CODE.
           WRITE RUNSTAT-RECORD.
           CLOSE RUNSTAT-FILE.

       WRITE-RUN-REFUSED.
           PERFORM OPEN-RUN-STATUS.
           MOVE SPACES TO RUNSTAT-RECORD.
           MOVE "CORRSCRN" TO RS-PROGRAM.
           MOVE "E" TO RS-TYPE.
           MOVE FUNCTION CURRENT-DATE TO RS-TIMESTAMP.
           MOVE 0 TO RS-RECORDS.
           MOVE WS-AUTH-RC TO RS-COMP-CODE.
           WRITE RUNSTAT-RECORD.
           CLOSE RUNSTAT-FILE.
