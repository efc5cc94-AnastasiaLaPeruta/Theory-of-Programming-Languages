      * Message master inquiry. Reads its MSG-ID parameters (one per
      * run-control line, repeatable) from data/RUNCTL.DAT and
      * displays the NEWCIPMST.DAT master record for each: status,
      * date processed, the partner and batch it arrived in, key
      * used, and the encrypted and decrypted text. At least one
      * MSG-ID is required. A multi-segment message is shown whole,
      * one segment per line.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MASTER-FILE ASSIGN TO "NEWCIPMST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS MST-KEY
               FILE STATUS IS MASTER-STATUS.
           SELECT RUNCTL-FILE ASSIGN TO "data/RUNCTL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
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

       FD RUNCTL-FILE.
       01 RUNCTL-RECORD.
       01 MASTER-STATUS PIC XX.
       01 WS-INQ-MSG-ID PIC X(6)  VALUE SPACES.
       01 WS-DATE-EDIT  PIC 9999/99/99.
       01 WS-SEG-COUNT  PIC 99    VALUE 0.
       01 WS-SEG-SUB    PIC 99    VALUE 0.

      * Run control (data/RUNCTL.DAT) - keyword parameters for the
      * unattended job stream, in place of operator prompts

       DISPLAY-MASTER-RECORD.
           MOVE WS-INQ-MSG-ID TO MST-MSG-ID.
           MOVE 1 TO MST-SEG-NO.
           READ MASTER-FILE
               INVALID KEY
                   DISPLAY WS-INQ-MSG-ID " not on NEWCIPMST.DAT"
           DISPLAY "Message ID:     " MST-MSG-ID.
           DISPLAY "Status:         " MST-STATUS.
           DISPLAY "Date processed: " WS-DATE-EDIT.
           DISPLAY "Partner:        " MST-PARTNER.
           DISPLAY "Batch ID:       " MST-BATCH-ID.
           DISPLAY "Key ID:         " MST-KEY-ID.
           DISPLAY "Shift:          " MST-SHIFT.
           DISPLAY "Cipher mode:    " MST-CIPHER-MODE.
           MOVE 1 TO WS-SEG-COUNT.
           IF MST-SEG-COUNT IS NUMERIC AND MST-SEG-COUNT > 1
               MOVE MST-SEG-COUNT TO WS-SEG-COUNT
               DISPLAY "Segments:       " WS-SEG-COUNT
           END-IF.
           DISPLAY "Encrypted:      " MST-ENC.
           DISPLAY "Decrypted:      " MST-DEC.
           PERFORM DISPLAY-MASTER-SEGMENT
               VARYING WS-SEG-SUB FROM 2 BY 1
               UNTIL WS-SEG-SUB > WS-SEG-COUNT.

       DISPLAY-MASTER-SEGMENT.
           MOVE WS-INQ-MSG-ID TO MST-MSG-ID.
           MOVE WS-SEG-SUB TO MST-SEG-NO.
           READ MASTER-FILE
               INVALID KEY
                   DISPLAY "Segment " WS-SEG-SUB
                       "      not on NEWCIPMST.DAT"
               NOT INVALID KEY
                   DISPLAY "Segment " WS-SEG-SUB " enc: " MST-ENC
                   DISPLAY "Segment " WS-SEG-SUB " dec: " MST-DEC
           END-READ.

       OPEN-RUN-STATUS.
           OPEN EXTEND RUNSTAT-FILE.
