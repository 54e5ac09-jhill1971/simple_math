           SELECT MASTKEEP ASSIGN TO "MASTKEEP.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-KEEP-STATUS.
           SELECT MASTPURG ASSIGN TO "MASTPURG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PURG-STATUS.
           SELECT MASTCHG ASSIGN TO "MASTCHG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CHG-STATUS.
           SELECT PURGERPT ASSIGN TO "PURGERPT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.
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
       FD  MATHMAST.
       01  MASTARCH-RECORD         PIC X(77).
       FD  MASTKEEP.
       01  MASTKEEP-RECORD         PIC X(77).
       FD  MASTPURG.
       01  MASTPURG-RECORD         PIC X(77).
       FD  MASTCHG.
       01  MASTCHG-RECORD.
           05  CHG-RUN-DATE        PIC 9(8).
           05  FILLER              PIC X.
           05  CHG-RUN-TIME        PIC 9(8).
           05  FILLER              PIC X.
           05  CHG-NUM1            PIC S9(7)
                                    SIGN IS LEADING SEPARATE CHARACTER.
           05  CHG-NUM2            PIC S9(7)
                                    SIGN IS LEADING SEPARATE CHARACTER.
           05  FILLER              PIC X.
           05  CHG-OLD-SUM         PIC S9(7)
                                    SIGN IS LEADING SEPARATE CHARACTER.
           05  CHG-OLD-DIFFERENCE  PIC S9(7)
                                    SIGN IS LEADING SEPARATE CHARACTER.
           05  CHG-OLD-PRODUCT     PIC S9(7)
                                    SIGN IS LEADING SEPARATE CHARACTER.
           05  CHG-OLD-QUOTIENT    PIC S9(5)V99
                                    SIGN IS LEADING SEPARATE CHARACTER.
           05  CHG-OLD-REMAINDER   PIC S9(7)
                                    SIGN IS LEADING SEPARATE CHARACTER.
           05  CHG-OLD-PCT         PIC S9(9)V99
                                    SIGN IS LEADING SEPARATE CHARACTER.
           05  CHG-OLD-DIV-ZERO    PIC X.
           05  FILLER              PIC X.
           05  CHG-NEW-SUM         PIC S9(7)
                                    SIGN IS LEADING SEPARATE CHARACTER.
           05  CHG-NEW-DIFFERENCE  PIC S9(7)
                                    SIGN IS LEADING SEPARATE CHARACTER.
           05  CHG-NEW-PRODUCT     PIC S9(7)
                                    SIGN IS LEADING SEPARATE CHARACTER.
           05  CHG-NEW-QUOTIENT    PIC S9(5)V99
                                    SIGN IS LEADING SEPARATE CHARACTER.
           05  CHG-NEW-REMAINDER   PIC S9(7)
                                    SIGN IS LEADING SEPARATE CHARACTER.
           05  CHG-NEW-PCT         PIC S9(9)V99
                                    SIGN IS LEADING SEPARATE CHARACTER.
           05  CHG-NEW-DIV-ZERO    PIC X.
           05  FILLER              PIC X.
           05  CHG-ACTION          PIC X.
           05  FILLER              PIC X.
           05  CHG-SOURCE          PIC X(8).
           05  FILLER              PIC X.
           05  CHG-OPERATOR        PIC X(8).
           05  FILLER              PIC X.
           05  CHG-SYS-DATE        PIC 9(8).
           05  FILLER              PIC X.
           05  CHG-SYS-TIME        PIC 9(8).
       FD  PURGERPT.
       01  PURGERPT-RECORD         PIC X(80).
       FD  MATHPARM.
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
       01 WS-MAST-STATUS PIC XX.
       01 WS-ARCH-STATUS PIC XX.
       01 WS-KEEP-STATUS PIC XX.
       01 WS-PURG-STATUS PIC XX.
       01 WS-CHG-STATUS PIC XX.
       01 WS-RPT-STATUS PIC XX.
       01 WS-PARM-STATUS PIC XX.
       01 WS-HIST-STATUS PIC XX.
       01 WS-ABORT-FLAG PIC X VALUE "N".
       01 WS-RETENTION-DAYS PIC 9(3) VALUE 90.
       01 WS-CUTOFF-DATE PIC 9(8).
       01 WS-BEFORE-COUNT PIC 9(7) VALUE ZERO.
       01 WS-PURGE-COUNT PIC 9(7) VALUE ZERO.
       01 WS-KEEP-COUNT PIC 9(7) VALUE ZERO.
       01 WS-RELOAD-COUNT PIC 9(7) VALUE ZERO.
       01 WS-JRNL-COUNT PIC 9(7) VALUE ZERO.
       01 WS-BALANCE-COUNT PIC 9(7).
       01 WS-PURGE-ERROR PIC X VALUE "N".
       01 WS-RELOAD-ERROR PIC X VALUE "N".
       01 WS-COUNT-ED PIC Z(6)9.
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
           PERFORM 1000-READ-PARM-FILE.
           PERFORM 1200-LOAD-HOLIDAYS.
           PERFORM 1300-COMPUTE-CUTOFF-DATE.
           MOVE SPACES TO WS-ARCH-NAME.
           STRING "MASTARCH." WS-RUN-DATE ".DAT"
               DELIMITED BY SIZE INTO WS-ARCH-NAME.
                           DISPLAY "PURGE RUN ABORTED - KEEP RECORDS"
                               " RETAINED IN MASTKEEP.DAT."
                           MOVE "Y" TO WS-ABORT-FLAG
                       ELSE
                           PERFORM 3500-JOURNAL-PURGES
                       END-IF
                       PERFORM 8000-WRITE-PURGE-REPORT
                   END-IF
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

       1300-COMPUTE-CUTOFF-DATE.
           COMPUTE WS-TEST-INT =
               FUNCTION INTEGER-OF-DATE(WS-RUN-DATE).
           MOVE ZERO TO WS-BUS-DAYS.
           PERFORM UNTIL WS-BUS-DAYS = WS-RETENTION-DAYS
               SUBTRACT 1 FROM WS-TEST-INT
               PERFORM 5000-TEST-BUSINESS-DAY
               IF WS-BUS-DAY-FLAG = "Y"
                   ADD 1 TO WS-BUS-DAYS
               END-IF
           END-PERFORM.
           COMPUTE WS-CUTOFF-DATE =
               FUNCTION DATE-OF-INTEGER(WS-TEST-INT).

       2000-SPLIT-MASTER-FILE.
           OPEN EXTEND MASTARCH.
           IF WS-ARCH-STATUS = "35"
                   CLOSE MATHMAST
                   CLOSE MASTARCH
               ELSE
                   OPEN OUTPUT MASTPURG
                   IF WS-PURG-STATUS NOT = "00"
                       DISPLAY "MASTPURG.DAT open failed - status "
                           WS-PURG-STATUS
                       MOVE "Y" TO WS-PURGE-ERROR
                   ELSE
                       MOVE "N" TO WS-EOF-SWITCH
                       PERFORM UNTIL WS-EOF-SWITCH = "Y"
                           READ MATHMAST
                               AT END
                                   MOVE "Y" TO WS-EOF-SWITCH
                               NOT AT END
                                   PERFORM 2100-ROUTE-RECORD
                           END-READ
                       END-PERFORM
                       CLOSE MASTPURG
                   END-IF
                   CLOSE MATHMAST
                   CLOSE MASTARCH
                   CLOSE MASTKEEP
                       WS-ARCH-STATUS
                   MOVE "Y" TO WS-PURGE-ERROR
               END-IF
               MOVE MATHMAST-RECORD TO MASTPURG-RECORD
               WRITE MASTPURG-RECORD
               IF WS-PURG-STATUS NOT = "00"
                   AND WS-PURGE-ERROR = "N"
                   DISPLAY "MASTPURG.DAT write failed - status "
                       WS-PURG-STATUS
                   MOVE "Y" TO WS-PURGE-ERROR
               END-IF
           ELSE
               ADD 1 TO WS-KEEP-COUNT
               MOVE MATHMAST-RECORD TO MASTKEEP-RECORD
               END-IF
           END-IF.

       3500-JOURNAL-PURGES.
           OPEN INPUT MASTPURG.
           IF WS-PURG-STATUS NOT = "00"
               DISPLAY "MASTPURG.DAT reopen failed - status "
                   WS-PURG-STATUS " - purged keys not journalled."
               MOVE "Y" TO WS-ABORT-FLAG
           ELSE
               OPEN EXTEND MASTCHG
               IF WS-CHG-STATUS = "35"
                   OPEN OUTPUT MASTCHG
               END-IF
               IF WS-CHG-STATUS NOT = "00"
                   DISPLAY "MASTCHG.DAT open failed - status "
                       WS-CHG-STATUS " - purged keys left in "
                       "MASTPURG.DAT."
                   MOVE "Y" TO WS-ABORT-FLAG
               ELSE
                   MOVE "N" TO WS-EOF-SWITCH
                   PERFORM UNTIL WS-EOF-SWITCH = "Y"
                       READ MASTPURG
                           AT END
                               MOVE "Y" TO WS-EOF-SWITCH
                           NOT AT END
                               MOVE MASTPURG-RECORD TO MATHMAST-RECORD
                               PERFORM 3550-LOG-PURGE
                       END-READ
                   END-PERFORM
                   CLOSE MASTCHG
               END-IF
               CLOSE MASTPURG
           END-IF.

       3550-LOG-PURGE.
           MOVE SPACES TO MASTCHG-RECORD.
           ACCEPT CHG-SYS-DATE FROM DATE YYYYMMDD.
           ACCEPT CHG-SYS-TIME FROM TIME.
           MOVE WS-RUN-DATE TO CHG-RUN-DATE.
           MOVE CHG-SYS-TIME TO CHG-RUN-TIME.
           MOVE MAST-NUM1 TO CHG-NUM1.
           MOVE MAST-NUM2 TO CHG-NUM2.
           MOVE MAST-SUM TO CHG-OLD-SUM.
           MOVE MAST-DIFFERENCE TO CHG-OLD-DIFFERENCE.
           MOVE MAST-PRODUCT TO CHG-OLD-PRODUCT.
           MOVE MAST-QUOTIENT TO CHG-OLD-QUOTIENT.
           MOVE MAST-REMAINDER TO CHG-OLD-REMAINDER.
           MOVE MAST-PCT TO CHG-OLD-PCT.
           MOVE MAST-DIV-ZERO TO CHG-OLD-DIV-ZERO.
           MOVE ZERO TO CHG-NEW-SUM CHG-NEW-DIFFERENCE.
           MOVE ZERO TO CHG-NEW-PRODUCT CHG-NEW-QUOTIENT.
           MOVE ZERO TO CHG-NEW-REMAINDER CHG-NEW-PCT.
           MOVE "N" TO CHG-NEW-DIV-ZERO.
           MOVE "D" TO CHG-ACTION.
           MOVE "mathprge" TO CHG-SOURCE.
           MOVE "BATCH" TO CHG-OPERATOR.
           WRITE MASTCHG-RECORD.
           IF WS-CHG-STATUS NOT = "00"
               DISPLAY "MASTCHG.DAT write failed - status "
                   WS-CHG-STATUS " - purged keys left in "
                   "MASTPURG.DAT."
               MOVE "Y" TO WS-ABORT-FLAG
               MOVE "Y" TO WS-EOF-SWITCH
           ELSE
               ADD 1 TO WS-JRNL-COUNT
           END-IF.

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

       8000-WRITE-PURGE-REPORT.
           OPEN OUTPUT PURGERPT.
           MOVE SPACES TO PURGERPT-RECORD.
               DELIMITED BY SIZE INTO PURGERPT-RECORD.
           WRITE PURGERPT-RECORD.
           MOVE SPACES TO PURGERPT-RECORD.
           STRING "RETENTION BUSINESS DAYS: " WS-RETENTION-DAYS
               "   CUTOFF DATE: " WS-CUTOFF-DATE
               DELIMITED BY SIZE INTO PURGERPT-RECORD.
           WRITE PURGERPT-RECORD.
           STRING "RECORDS AFTER PURGE:  " WS-COUNT-ED
               DELIMITED BY SIZE INTO PURGERPT-RECORD.
           WRITE PURGERPT-RECORD.
           MOVE WS-JRNL-COUNT TO WS-COUNT-ED.
           MOVE SPACES TO PURGERPT-RECORD.
           STRING "PURGES JOURNALLED:    " WS-COUNT-ED
               DELIMITED BY SIZE INTO PURGERPT-RECORD.
           WRITE PURGERPT-RECORD.
           ADD WS-PURGE-COUNT TO WS-KEEP-COUNT
               GIVING WS-BALANCE-COUNT.
           MOVE SPACES TO PURGERPT-RECORD.
           IF WS-BALANCE-COUNT = WS-BEFORE-COUNT
               AND WS-RELOAD-COUNT = WS-KEEP-COUNT
               AND WS-RELOAD-ERROR = "N"
               AND WS-JRNL-COUNT = WS-PURGE-COUNT
               MOVE "CONTROL TOTALS IN BALANCE - NO RECORDS LOST"
                   TO PURGERPT-RECORD
           ELSE
       9500-WRITE-HIST-RECORD.
           MOVE "mathprge" TO HIST-PROGRAM.
           MOVE WS-RUN-DATE TO HIST-DATE.
           MOVE "BATCH" TO HIST-OPERATOR.
           ACCEPT HIST-TIME FROM TIME.
           OPEN EXTEND RUNHIST.
           IF WS-HIST-STATUS = "35"
