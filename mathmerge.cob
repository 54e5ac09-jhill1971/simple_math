           SELECT AUDITLOG ASSIGN TO "AUDITLOG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.
           SELECT HOLDIN ASSIGN TO DYNAMIC WS-HOLDIN-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HOLDIN-STATUS.
           SELECT MATHHOLD ASSIGN TO "MATHHOLD.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HOLD-STATUS.
           SELECT MATHPARM ASSIGN TO "MATHPARM.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.
           SELECT RUNHIST ASSIGN TO "RUNHIST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HIST-STATUS.
           SELECT BUSDATE ASSIGN TO "BUSDATE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BUS-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  FRAGIN.
       FD  MATHRPT.
       01  MATHRPT-RECORD          PIC X(80).
       FD  CSVIN.
       01  CSVIN-RECORD            PIC X(120).
       FD  MATHCSV.
       01  MATHCSV-RECORD          PIC X(120).
       FD  TOTIN.
       01  TOTIN-RECORD.
           05  TOT-REC-COUNT       PIC 9(7).
           05  TOT-GRAND-TOTAL     PIC S9(9)
                                    SIGN IS LEADING SEPARATE CHARACTER.
       FD  SUSPIN.
       01  SUSPIN-RECORD           PIC X(36).
       FD  MATHSUSP.
       01  MATHSUSP-RECORD         PIC X(36).
       FD  AUDIN.
       01  AUDIN-RECORD            PIC X(220).
       FD  AUDITLOG.
       01  AUDITLOG-RECORD         PIC X(220).
       FD  HOLDIN.
       01  HOLDIN-RECORD           PIC X(175).
       FD  MATHHOLD.
       01  MATHHOLD-RECORD         PIC X(175).
       FD  MATHPARM.
       01  MATHPARM-RECORD.
           05  PARM-MODE           PIC X.
           05  HIST-OUTCOME        PIC X(5).
           05  FILLER              PIC X.
           05  HIST-COMP-CODE      PIC 9(4).
           05  FILLER              PIC X.
           05  HIST-OPERATOR       PIC X(8).
       FD  BUSDATE.
       01  BUSDATE-RECORD.
           05  BUS-CURR-DATE       PIC 9(8).
           05  FILLER              PIC X.
           05  BUS-PREV-DATE       PIC 9(8).
           05  FILLER              PIC X.
           05  BUS-ROLL-DATE       PIC 9(8).
           05  FILLER              PIC X.
           05  BUS-ROLL-TIME       PIC 9(8).
       WORKING-STORAGE SECTION.
       01 WS-BUS-STATUS PIC XX.
       01 WS-RUN-DATE PIC 9(8).
       01 WS-FRAG-STATUS PIC XX.
       01 WS-MATHRPT-STATUS PIC XX.
       01 WS-CSVIN-STATUS PIC XX.
       01 WS-SUSP-STATUS PIC XX.
       01 WS-AUDIN-STATUS PIC XX.
       01 WS-AUDIT-STATUS PIC XX.
       01 WS-HOLDIN-STATUS PIC XX.
       01 WS-HOLD-STATUS PIC XX.
       01 WS-FRAG-NAME PIC X(30).
       01 WS-CSVIN-NAME PIC X(30).
       01 WS-TOTIN-NAME PIC X(30).
       01 WS-SUSPIN-NAME PIC X(30).
       01 WS-AUDIN-NAME PIC X(30).
       01 WS-HOLDIN-NAME PIC X(30).
       01 WS-EOF-SWITCH PIC X VALUE "N".
       01 WS-PART-COUNT PIC 9 VALUE ZERO.
       01 WS-PART-IX PIC 9.
       01 WS-CSV-COUNT PIC 9(7) VALUE ZERO.
       01 WS-SUSP-COUNT PIC 9(7) VALUE ZERO.
       01 WS-AUDIT-COUNT PIC 9(7) VALUE ZERO.
       01 WS-HOLD-COUNT PIC 9(7) VALUE ZERO.
       01 WS-TOTAL-RECS PIC 9(7) VALUE ZERO.
       01 WS-GRAND-TOTAL PIC S9(9) VALUE ZERO.
       01 WS-GRAND-TOTAL-ED PIC -(8)9.
       01 WS-ABORT-FLAG PIC X VALUE "N".
       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 0100-READ-BUSINESS-DATE.
           PERFORM 9000-WRITE-RUN-START.
           PERFORM 1000-READ-PARM-FILE.
           IF WS-PART-COUNT < 1
                   PERFORM 4000-MERGE-EXTRACTS
                   PERFORM 4500-MERGE-SUSPENSE
                   PERFORM 4600-MERGE-AUDIT-LOGS
                   PERFORM 4700-MERGE-REVIEW-QUEUES
                   PERFORM 8000-DISPLAY-TOTALS
               END-IF
           END-IF.
           PERFORM 9100-WRITE-RUN-END.
           STOP RUN.

       0100-READ-BUSINESS-DATE.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           OPEN INPUT BUSDATE.
           IF WS-BUS-STATUS = "00"
               READ BUSDATE
                   AT END
                       DISPLAY "BUSDATE.DAT empty - system date used."
                   NOT AT END
                       IF BUS-CURR-DATE IS NUMERIC
                           AND BUS-CURR-DATE > ZERO
                           MOVE BUS-CURR-DATE TO WS-RUN-DATE
                       ELSE
                           DISPLAY "BUSDATE.DAT date not valid - "
                               "system date used."
                       END-IF
               END-READ
               CLOSE BUSDATE
           ELSE
               DISPLAY "BUSDATE.DAT open failed - status "
                   WS-BUS-STATUS " - system date used."
           END-IF.

       1000-READ-PARM-FILE.
           OPEN INPUT MATHPARM.
           IF WS-PARM-STATUS = "00"
               END-IF
           END-IF.

       4700-MERGE-REVIEW-QUEUES.
           OPEN EXTEND MATHHOLD.
           IF WS-HOLD-STATUS = "35"
               OPEN OUTPUT MATHHOLD
           END-IF.
           IF WS-HOLD-STATUS NOT = "00"
               DISPLAY "MATHHOLD.DAT open failed - status "
                   WS-HOLD-STATUS " - review items not merged."
           ELSE
               MOVE 1 TO WS-PART-IX
               PERFORM UNTIL WS-PART-IX > WS-PART-COUNT
                   PERFORM 4750-COPY-ONE-REVIEW-QUEUE
                   ADD 1 TO WS-PART-IX
               END-PERFORM
               CLOSE MATHHOLD
           END-IF.

       4750-COPY-ONE-REVIEW-QUEUE.
           MOVE SPACES TO WS-HOLDIN-NAME.
           STRING "MATHHOLD" WS-PART-IX ".DAT"
               DELIMITED BY SIZE INTO WS-HOLDIN-NAME.
           OPEN INPUT HOLDIN.
           IF WS-HOLDIN-STATUS NOT = "00"
               IF WS-HOLDIN-STATUS NOT = "35"
                   DISPLAY WS-HOLDIN-NAME " open failed - status "
                       WS-HOLDIN-STATUS " - review items not merged."
               END-IF
           ELSE
               MOVE "Y" TO WS-COPY-OK
               MOVE "N" TO WS-EOF-SWITCH
               PERFORM UNTIL WS-EOF-SWITCH = "Y"
                   READ HOLDIN
                       AT END
                           MOVE "Y" TO WS-EOF-SWITCH
                       NOT AT END
                           MOVE HOLDIN-RECORD TO MATHHOLD-RECORD
                           WRITE MATHHOLD-RECORD
                           IF WS-HOLD-STATUS NOT = "00"
                               DISPLAY "MATHHOLD.DAT write failed"
                                   " - status " WS-HOLD-STATUS
                               MOVE "N" TO WS-COPY-OK
                               MOVE "Y" TO WS-EOF-SWITCH
                           ELSE
                               ADD 1 TO WS-HOLD-COUNT
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE HOLDIN
               IF WS-COPY-OK = "Y"
                   OPEN OUTPUT HOLDIN
                   CLOSE HOLDIN
               ELSE
                   DISPLAY WS-HOLDIN-NAME
                       " left in place - merge incomplete."
               END-IF
           END-IF.

       5000-ADD-PARTITION-TOTALS.
           MOVE SPACES TO WS-TOTIN-NAME.
           STRING "MATHTOT" WS-PART-IX ".DAT"
           DISPLAY "MERGE TOTALS - SUSPENSE ITEMS: " WS-COUNT-ED.
           MOVE WS-AUDIT-COUNT TO WS-COUNT-ED.
           DISPLAY "MERGE TOTALS - AUDIT RECORDS:  " WS-COUNT-ED.
           MOVE WS-HOLD-COUNT TO WS-COUNT-ED.
           DISPLAY "MERGE TOTALS - REVIEW ITEMS:   " WS-COUNT-ED.
           MOVE WS-TOTAL-RECS TO WS-COUNT-ED.
           DISPLAY "MERGE TOTALS - PAIRS PROCESSED:" WS-COUNT-ED.
           MOVE WS-GRAND-TOTAL TO WS-GRAND-TOTAL-ED.

       9500-WRITE-HIST-RECORD.
           MOVE "mathmrge" TO HIST-PROGRAM.
           MOVE WS-RUN-DATE TO HIST-DATE.
           MOVE "BATCH" TO HIST-OPERATOR.
           ACCEPT HIST-TIME FROM TIME.
           OPEN EXTEND RUNHIST.
           IF WS-HIST-STATUS = "35"
