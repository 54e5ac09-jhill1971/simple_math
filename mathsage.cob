           SELECT RUNHIST ASSIGN TO "RUNHIST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HIST-STATUS.
           SELECT BUSDATE ASSIGN TO "BUSDATE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BUS-STATUS.
           SELECT HOLIDAY ASSIGN TO "HOLIDAY.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HOL-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  MATHSUSP.
                                    SIGN IS LEADING SEPARATE CHARACTER.
           05  SUSP-RUN-DATE       PIC 9(8).
           05  SUSP-REASON         PIC X(8).
           05  SUSP-SOURCE         PIC X(4).
       FD  SUSPAGE.
       01  SUSPAGE-RECORD          PIC X(80).
       FD  SUSPESCL.
           05  ESCL-REASON         PIC X(8).
           05  FILLER              PIC X.
           05  ESCL-AGE-DAYS       PIC 9(3).
           05  FILLER              PIC X.
           05  ESCL-SOURCE         PIC X(4).
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
       FD  HOLIDAY.
       01  HOLIDAY-RECORD.
           05  HOL-DATE            PIC 9(8).
           05  FILLER              PIC X.
           05  HOL-DESC            PIC X(30).
       WORKING-STORAGE SECTION.
       01 WS-BUS-STATUS PIC XX.
       01 WS-SUSP-STATUS PIC XX.
       01 WS-RPT-STATUS PIC XX.
       01 WS-ESCL-STATUS PIC XX.
       01 WS-ESCL-COUNT PIC 9(7) VALUE ZERO.
       01 WS-BAD-DATE-COUNT PIC 9(7) VALUE ZERO.
       01 WS-AGE-TABLE.
           05 WS-R-ENTRY OCCURS 5.
               10 WS-R-NAME PIC X(8).
               10 WS-R-B1 PIC 9(7).
               10 WS-R-B2 PIC 9(7).
       01 WS-B1-ED PIC Z(6)9.
       01 WS-B2-ED PIC Z(6)9.
       01 WS-B3-ED PIC Z(6)9.
       01 WS-HOL-STATUS PIC XX.
       01 WS-HOL-EOF PIC X VALUE "N".
       01 WS-HOL-TABLE.
           05 WS-HOL-ENTRY OCCURS 366.
               10 WS-HOL-DATE PIC 9(8).
       01 WS-HOL-MAX PIC 9(3) VALUE 366.
       01 WS-HOL-COUNT PIC 9(3) VALUE ZERO.
       01 WS-HOL-IX PIC 9(3).
       01 WS-HOL-FULL PIC X VALUE "N".
       01 WS-BUS-DAY-FLAG PIC X.
       01 WS-BUS-DAYS PIC 9(5).
       01 WS-TEST-INT PIC S9(9).
       01 WS-TEST-DATE PIC 9(8).
       01 WS-DOW PIC 9.
       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 0100-READ-BUSINESS-DATE.
           PERFORM 9000-WRITE-RUN-START.
           PERFORM 1000-INITIALIZE.
           OPEN INPUT MATHSUSP.
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

       1000-INITIALIZE.
           COMPUTE WS-RUN-INT =
               FUNCTION INTEGER-OF-DATE(WS-RUN-DATE).
           MOVE "DIV0" TO WS-R-NAME(1).
           MOVE "MISMATCH" TO WS-R-NAME(2).
           MOVE "MISALIGN" TO WS-R-NAME(3).
           MOVE "OVERFLOW" TO WS-R-NAME(4).
           MOVE "OTHER" TO WS-R-NAME(5).
           MOVE 1 TO WS-R-IX.
           PERFORM UNTIL WS-R-IX > 5
               MOVE ZERO TO WS-R-B1(WS-R-IX)
               MOVE ZERO TO WS-R-B2(WS-R-IX)
               MOVE ZERO TO WS-R-B3(WS-R-IX)
               ADD 1 TO WS-R-IX
           END-PERFORM.
           PERFORM 1100-READ-PARM-FILE.
           PERFORM 1200-LOAD-HOLIDAYS.

       1100-READ-PARM-FILE.
           OPEN INPUT MATHPARM.
               CLOSE MATHPARM
           END-IF.

       1200-LOAD-HOLIDAYS.
           OPEN INPUT HOLIDAY.
           IF WS-HOL-STATUS = "00"
               PERFORM UNTIL WS-HOL-EOF = "Y"
                   READ HOLIDAY
                       AT END
                           MOVE "Y" TO WS-HOL-EOF
                       NOT AT END
                           PERFORM 1250-STORE-HOLIDAY
                   END-READ
               END-PERFORM
               CLOSE HOLIDAY
               IF WS-HOL-FULL = "Y"
                   DISPLAY "HOLIDAY.DAT holds more than " WS-HOL-MAX
                       " dates - later dates ignored."
               END-IF
           ELSE
               DISPLAY "HOLIDAY.DAT not available - status "
                   WS-HOL-STATUS " - only weekends excluded."
           END-IF.

       1250-STORE-HOLIDAY.
           IF HOLIDAY-RECORD NOT = SPACES
               AND HOLIDAY-RECORD(1:1) NOT = "*"
               AND HOL-DATE IS NUMERIC
               IF WS-HOL-COUNT = WS-HOL-MAX
                   MOVE "Y" TO WS-HOL-FULL
               ELSE
                   ADD 1 TO WS-HOL-COUNT
                   MOVE HOL-DATE TO WS-HOL-DATE(WS-HOL-COUNT)
               END-IF
           END-IF.

       2000-AGE-SUSPENSE-FILE.
           OPEN OUTPUT SUSPAGE.
           IF WS-RPT-STATUS NOT = "00"
               ADD 1 TO WS-BAD-DATE-COUNT
               MOVE 999 TO WS-AGE-DAYS
           ELSE
               PERFORM 2150-COUNT-BUSINESS-DAYS
           END-IF.
           PERFORM 2200-BUCKET-ITEM.
           IF WS-AGE-DAYS > WS-AGE-LIMIT
               PERFORM 2300-WRITE-ESCALATION
           END-IF.

       2150-COUNT-BUSINESS-DAYS.
           MOVE ZERO TO WS-AGE-DAYS.
           COMPUTE WS-TEST-INT =
               FUNCTION INTEGER-OF-DATE(SUSP-RUN-DATE).
           IF WS-RUN-INT - WS-TEST-INT > 1500
               MOVE 999 TO WS-AGE-DAYS
           ELSE
               PERFORM UNTIL WS-TEST-INT >= WS-RUN-INT
                   ADD 1 TO WS-TEST-INT
                   PERFORM 5000-TEST-BUSINESS-DAY
                   IF WS-BUS-DAY-FLAG = "Y"
                       ADD 1 TO WS-AGE-DAYS
                   END-IF
               END-PERFORM
           END-IF.

       2200-BUCKET-ITEM.
           MOVE "N" TO WS-R-FOUND.
           MOVE 1 TO WS-R-IX.
           PERFORM UNTIL WS-R-IX > 4 OR WS-R-FOUND = "Y"
               IF SUSP-REASON = WS-R-NAME(WS-R-IX)
                   MOVE "Y" TO WS-R-FOUND
               ELSE
               END-IF
           END-PERFORM.
           IF WS-R-FOUND = "N"
               MOVE 5 TO WS-R-IX
           END-IF.
           EVALUATE TRUE
               WHEN WS-AGE-DAYS <= 7
           MOVE SUSP-NUM2 TO ESCL-NUM2.
           MOVE SUSP-RUN-DATE TO ESCL-RUN-DATE.
           MOVE SUSP-REASON TO ESCL-REASON.
           MOVE SUSP-SOURCE TO ESCL-SOURCE.
           IF WS-AGE-DAYS > 999
               MOVE 999 TO ESCL-AGE-DAYS
           ELSE
           WRITE SUSPESCL-RECORD.
           ADD 1 TO WS-ESCL-COUNT.

       5000-TEST-BUSINESS-DAY.
           COMPUTE WS-TEST-DATE =
               FUNCTION DATE-OF-INTEGER(WS-TEST-INT).
           COMPUTE WS-DOW = FUNCTION MOD(WS-TEST-INT - 1, 7).
           MOVE "Y" TO WS-BUS-DAY-FLAG.
           IF WS-DOW > 4
               MOVE "N" TO WS-BUS-DAY-FLAG
           ELSE
               MOVE 1 TO WS-HOL-IX
               PERFORM UNTIL WS-HOL-IX > WS-HOL-COUNT
                   OR WS-BUS-DAY-FLAG = "N"
                   IF WS-HOL-DATE(WS-HOL-IX) = WS-TEST-DATE
                       MOVE "N" TO WS-BUS-DAY-FLAG
                   END-IF
                   ADD 1 TO WS-HOL-IX
               END-PERFORM
           END-IF.

       6000-WRITE-AGING-REPORT.
           MOVE SPACES TO SUSPAGE-RECORD.
           STRING "SUSPENSE AGING REPORT     RUN DATE: " WS-RUN-DATE
               DELIMITED BY SIZE INTO SUSPAGE-RECORD.
           WRITE SUSPAGE-RECORD.
           MOVE SPACES TO SUSPAGE-RECORD.
           STRING "ESCALATION THRESHOLD: " WS-AGE-LIMIT
               " BUSINESS DAYS"
               DELIMITED BY SIZE INTO SUSPAGE-RECORD.
           WRITE SUSPAGE-RECORD.
           MOVE SPACES TO SUSPAGE-RECORD.
           WRITE SUSPAGE-RECORD.
           MOVE "AGES IN BUSINESS DAYS - WEEKENDS AND HOLIDAYS EXCLUDED"
               TO SUSPAGE-RECORD.
           WRITE SUSPAGE-RECORD.
           MOVE "REASON      0-7 DAYS  8-30 DAYS  OVER 30"
               TO SUSPAGE-RECORD.
           WRITE SUSPAGE-RECORD.
           MOVE 1 TO WS-R-IX.
           PERFORM UNTIL WS-R-IX > 5
               PERFORM 6100-WRITE-REASON-LINE
               ADD 1 TO WS-R-IX
           END-PERFORM.
       9500-WRITE-HIST-RECORD.
           MOVE "mathsage" TO HIST-PROGRAM.
           MOVE WS-RUN-DATE TO HIST-DATE.
           MOVE "BATCH" TO HIST-OPERATOR.
           ACCEPT HIST-TIME FROM TIME.
           OPEN EXTEND RUNHIST.
           IF WS-HIST-STATUS = "35"
