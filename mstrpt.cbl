      * MST-CIPHER-MODE and MST-STATUS (each selection blank = all).
      * Ends with a record count per key ID over the selected
      * records and a grand total, for the audit requests MSGINQ's
      * one-ID-at-a-time inquiry cannot answer. A multi-segment
      * message counts once and is selected on its first segment;
      * its later segments print as continuation lines beneath it.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MASTER-FILE ASSIGN TO "NEWCIPMST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS MST-KEY
               FILE STATUS IS MASTER-STATUS.
           SELECT REPORT-FILE ASSIGN TO "MSTRPT.DAT"
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

       FD REPORT-FILE.
       01 REPORT-RECORD         PIC X(100).
           END-IF.
           PERFORM READ-MASTER-RECORD.
           PERFORM UNTIL MASTER-EOF = "Y"
               IF MST-SEG-NO > 1
                   IF WS-SELECTED = "Y"
                       PERFORM REPORT-MASTER-SEGMENT
                   END-IF
               ELSE
                   PERFORM SELECT-MASTER-RECORD
                   IF WS-SELECTED = "Y"
                       PERFORM REPORT-MASTER-RECORD
                   END-IF
               END-IF
               PERFORM READ-MASTER-RECORD
           END-PERFORM.
       READ-MASTER-RECORD.
           READ MASTER-FILE
               AT END MOVE "Y" TO MASTER-EOF
               NOT AT END
                   IF MST-SEG-NO NOT > 1
                       ADD 1 TO WS-READ-COUNT
                   END-IF
           END-READ.

       SELECT-MASTER-RECORD.
           END-STRING.
           PERFORM WRITE-REPORT-LINE.

       REPORT-MASTER-SEGMENT.
      * continuation segment of the message reported just above
           MOVE SPACES TO WS-RPT-LINE.
           STRING "       SEG " DELIMITED BY SIZE
               MST-SEG-NO DELIMITED BY SIZE
               INTO WS-RPT-LINE
           END-STRING.
           MOVE MST-ENC TO WS-RPT-LINE(35:25).
           MOVE MST-DEC TO WS-RPT-LINE(61:25).
           PERFORM WRITE-REPORT-LINE.

       TALLY-KEY-TOTAL.
           MOVE MST-KEY-ID TO WS-TOT-KEY-ID.
           IF WS-TOT-KEY-ID = SPACES
