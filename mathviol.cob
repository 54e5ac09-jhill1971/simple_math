       IDENTIFICATION DIVISION.
       PROGRAM-ID. mathviol.
       AUTHOR. James Hill.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SECVIOL ASSIGN TO "SECVIOL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-VIOL-STATUS.
           SELECT VIOLRPT ASSIGN TO "VIOLRPT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.
           SELECT BUSDATE ASSIGN TO "BUSDATE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BUS-STATUS.
           SELECT RUNHIST ASSIGN TO "RUNHIST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HIST-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  SECVIOL.
       01  SECVIOL-RECORD.
           05  VIOL-DATE           PIC 9(8).
           05  FILLER              PIC X.
           05  VIOL-TIME           PIC 9(8).
           05  FILLER              PIC X.
           05  VIOL-PROGRAM        PIC X(8).
           05  FILLER              PIC X.
           05  VIOL-OPERATOR       PIC X(8).
           05  FILLER              PIC X.
           05  VIOL-REASON         PIC X(8).
       FD  VIOLRPT.
       01  VIOLRPT-RECORD          PIC X(80).
       FD  BUSDATE.
       01  BUSDATE-RECORD.
           05  BUS-CURR-DATE       PIC 9(8).
           05  FILLER              PIC X.
           05  BUS-PREV-DATE       PIC 9(8).
           05  FILLER              PIC X.
           05  BUS-ROLL-DATE       PIC 9(8).
           05  FILLER              PIC X.
           05  BUS-ROLL-TIME       PIC 9(8).
       FD  RUNHIST.
       01  RUNHIST-RECORD.
           05  HIST-PROGRAM        PIC X(8).
           05  FILLER              PIC X.
           05  HIST-ENTRY-TYPE     PIC X(5).
           05  FILLER              PIC X.
           05  HIST-DATE           PIC 9(8).
           05  FILLER              PIC X.
           05  HIST-TIME           PIC 9(8).
           05  FILLER              PIC X.
           05  HIST-REC-COUNT      PIC 9(7).
           05  FILLER              PIC X.
           05  HIST-OUTCOME        PIC X(5).
           05  FILLER              PIC X.
           05  HIST-COMP-CODE      PIC 9(4).
           05  FILLER              PIC X.
           05  HIST-OPERATOR       PIC X(8).
       WORKING-STORAGE SECTION.
       01 WS-BUS-STATUS PIC XX.
       01 WS-VIOL-STATUS PIC XX.
       01 WS-RPT-STATUS PIC XX.
       01 WS-HIST-STATUS PIC XX.
       01 WS-EOF-SWITCH PIC X VALUE "N".
       01 WS-ABORT-FLAG PIC X VALUE "N".
       01 WS-RUN-DATE PIC 9(8).
       01 WS-VIOL-COUNT PIC 9(7) VALUE ZERO.
       01 WS-BADID-COUNT PIC 9(7) VALUE ZERO.
       01 WS-BADPWD-COUNT PIC 9(7) VALUE ZERO.
       01 WS-AUTHLVL-COUNT PIC 9(7) VALUE ZERO.
       01 WS-LOCKOUT-COUNT PIC 9(7) VALUE ZERO.
       01 WS-OTHER-COUNT PIC 9(7) VALUE ZERO.
       01 WS-COUNT-ED PIC Z(6)9.
       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 0100-READ-BUSINESS-DATE.
           PERFORM 9000-WRITE-RUN-START.
           OPEN INPUT SECVIOL.
           IF WS-VIOL-STATUS = "35"
               DISPLAY "SECVIOL.DAT not found - no violations recorded."
           ELSE
               IF WS-VIOL-STATUS NOT = "00"
                   DISPLAY "SECVIOL.DAT open failed - status "
                       WS-VIOL-STATUS " - violation report aborted."
                   MOVE "Y" TO WS-ABORT-FLAG
               ELSE
                   OPEN OUTPUT VIOLRPT
                   IF WS-RPT-STATUS NOT = "00"
                       DISPLAY "VIOLRPT.DAT open failed - status "
                           WS-RPT-STATUS " - violation report aborted."
                       MOVE "Y" TO WS-ABORT-FLAG
                   ELSE
                       PERFORM 6000-WRITE-REPORT-HEADER
                       PERFORM UNTIL WS-EOF-SWITCH = "Y"
                           READ SECVIOL
                               AT END
                                   MOVE "Y" TO WS-EOF-SWITCH
                               NOT AT END
                                   IF VIOL-DATE = WS-RUN-DATE
                                       PERFORM 2000-REPORT-ONE-VIOLATION
                                   END-IF
                           END-READ
                       END-PERFORM
                       PERFORM 6500-WRITE-REPORT-TOTALS
                       CLOSE VIOLRPT
                       DISPLAY "Security violations written to "
                           "VIOLRPT.DAT."
                   END-IF
                   CLOSE SECVIOL
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

       2000-REPORT-ONE-VIOLATION.
           ADD 1 TO WS-VIOL-COUNT.
           EVALUATE VIOL-REASON
               WHEN "BADID"
                   ADD 1 TO WS-BADID-COUNT
               WHEN "BADPWD"
                   ADD 1 TO WS-BADPWD-COUNT
               WHEN "AUTHLVL"
                   ADD 1 TO WS-AUTHLVL-COUNT
               WHEN "LOCKOUT"
                   ADD 1 TO WS-LOCKOUT-COUNT
               WHEN OTHER
                   ADD 1 TO WS-OTHER-COUNT
           END-EVALUATE.
           MOVE SPACES TO VIOLRPT-RECORD.
           MOVE SECVIOL-RECORD TO VIOLRPT-RECORD(1:43).
           IF VIOL-REASON = "LOCKOUT"
               MOVE " <== LOCKED OUT" TO VIOLRPT-RECORD(45:15)
           END-IF.
           WRITE VIOLRPT-RECORD.

       6000-WRITE-REPORT-HEADER.
           MOVE SPACES TO VIOLRPT-RECORD.
           STRING "SECURITY VIOLATION REPORT  RUN DATE: " WS-RUN-DATE
               DELIMITED BY SIZE INTO VIOLRPT-RECORD.
           WRITE VIOLRPT-RECORD.
           MOVE SPACES TO VIOLRPT-RECORD.
           MOVE "DATE     TIME     PROGRAM  OPERATOR REASON"
               TO VIOLRPT-RECORD.
           WRITE VIOLRPT-RECORD.
           MOVE SPACES TO VIOLRPT-RECORD.
           WRITE VIOLRPT-RECORD.

       6500-WRITE-REPORT-TOTALS.
           MOVE SPACES TO VIOLRPT-RECORD.
           WRITE VIOLRPT-RECORD.
           MOVE WS-VIOL-COUNT TO WS-COUNT-ED.
           MOVE SPACES TO VIOLRPT-RECORD.
           STRING "VIOLATIONS ON DATE:  " WS-COUNT-ED
               DELIMITED BY SIZE INTO VIOLRPT-RECORD.
           WRITE VIOLRPT-RECORD.
           MOVE WS-BADID-COUNT TO WS-COUNT-ED.
           MOVE SPACES TO VIOLRPT-RECORD.
           STRING "  UNKNOWN OPERATOR:  " WS-COUNT-ED
               DELIMITED BY SIZE INTO VIOLRPT-RECORD.
           WRITE VIOLRPT-RECORD.
           MOVE WS-BADPWD-COUNT TO WS-COUNT-ED.
           MOVE SPACES TO VIOLRPT-RECORD.
           STRING "  WRONG PASSWORD:    " WS-COUNT-ED
               DELIMITED BY SIZE INTO VIOLRPT-RECORD.
           WRITE VIOLRPT-RECORD.
           MOVE WS-AUTHLVL-COUNT TO WS-COUNT-ED.
           MOVE SPACES TO VIOLRPT-RECORD.
           STRING "  NOT AUTHORIZED:    " WS-COUNT-ED
               DELIMITED BY SIZE INTO VIOLRPT-RECORD.
           WRITE VIOLRPT-RECORD.
           MOVE WS-LOCKOUT-COUNT TO WS-COUNT-ED.
           MOVE SPACES TO VIOLRPT-RECORD.
           STRING "  SESSIONS LOCKED:   " WS-COUNT-ED
               DELIMITED BY SIZE INTO VIOLRPT-RECORD.
           WRITE VIOLRPT-RECORD.
           MOVE WS-OTHER-COUNT TO WS-COUNT-ED.
           MOVE SPACES TO VIOLRPT-RECORD.
           STRING "  OTHER:             " WS-COUNT-ED
               DELIMITED BY SIZE INTO VIOLRPT-RECORD.
           WRITE VIOLRPT-RECORD.

       9000-WRITE-RUN-START.
           MOVE SPACES TO RUNHIST-RECORD.
           MOVE "START" TO HIST-ENTRY-TYPE.
           MOVE ZERO TO HIST-REC-COUNT.
           MOVE SPACES TO HIST-OUTCOME.
           MOVE ZERO TO HIST-COMP-CODE.
           PERFORM 9500-WRITE-HIST-RECORD.

       9100-WRITE-RUN-END.
           MOVE SPACES TO RUNHIST-RECORD.
           MOVE "END" TO HIST-ENTRY-TYPE.
           MOVE WS-VIOL-COUNT TO HIST-REC-COUNT.
           IF WS-ABORT-FLAG = "Y"
               MOVE "ABORT" TO HIST-OUTCOME
               MOVE 8 TO HIST-COMP-CODE
               MOVE 8 TO RETURN-CODE
           ELSE
               MOVE "OK" TO HIST-OUTCOME
               IF WS-LOCKOUT-COUNT > ZERO
                   MOVE 4 TO HIST-COMP-CODE
                   MOVE 4 TO RETURN-CODE
               ELSE
                   MOVE ZERO TO HIST-COMP-CODE
               END-IF
           END-IF.
           PERFORM 9500-WRITE-HIST-RECORD.

       9500-WRITE-HIST-RECORD.
           MOVE "mathviol" TO HIST-PROGRAM.
           MOVE WS-RUN-DATE TO HIST-DATE.
           MOVE "BATCH" TO HIST-OPERATOR.
           ACCEPT HIST-TIME FROM TIME.
           OPEN EXTEND RUNHIST.
           IF WS-HIST-STATUS = "35"
               OPEN OUTPUT RUNHIST
           END-IF.
           IF WS-HIST-STATUS = "00"
               WRITE RUNHIST-RECORD
               CLOSE RUNHIST
           ELSE
               DISPLAY "RUNHIST.DAT open failed - status "
                   WS-HIST-STATUS " - run history not recorded."
           END-IF.
