       IDENTIFICATION DIVISION.
       PROGRAM-ID. mathrevw.
       AUTHOR. James Hill.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MATHHOLD ASSIGN TO "MATHHOLD.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HOLD-STATUS.
           SELECT HOLDWORK ASSIGN TO "HOLDWORK.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HOLDWORK-STATUS.
           SELECT MATHMAST ASSIGN TO "MATHMAST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS MAST-KEY
               FILE STATUS IS WS-MAST-STATUS.
           SELECT MASTCHG ASSIGN TO "MASTCHG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CHG-STATUS.
           SELECT MATHCSV ASSIGN TO "MATHCSV.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CSV-STATUS.
           SELECT HOLDRPT ASSIGN TO "HOLDRPT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.
           SELECT RUNHIST ASSIGN TO "RUNHIST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HIST-STATUS.
           SELECT OPERSEC ASSIGN TO "OPERSEC.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OPR-STATUS.
           SELECT SECVIOL ASSIGN TO "SECVIOL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-VIOL-STATUS.
           SELECT BUSDATE ASSIGN TO "BUSDATE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BUS-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  MATHHOLD.
       01  MATHHOLD-RECORD.
           05  HOLD-STATUS         PIC X.
           05  FILLER              PIC X.
           05  HOLD-RUN-DATE       PIC 9(8).
           05  FILLER              PIC X.
           05  HOLD-RUN-TIME       PIC 9(8).
           05  FILLER              PIC X.
           05  HOLD-REC-NO         PIC 9(7).
           05  FILLER              PIC X.
           05  HOLD-PARTITION      PIC 9.
           05  HOLD-ORIGIN         PIC X.
           05  FILLER              PIC X.
           05  HOLD-NUM1           PIC S9(7)
                                    SIGN IS LEADING SEPARATE CHARACTER.
           05  HOLD-NUM2           PIC S9(7)
                                    SIGN IS LEADING SEPARATE CHARACTER.
           05  HOLD-OPCODE         PIC X.
           05  HOLD-SOURCE         PIC X(4).
           05  HOLD-ADD-RAN        PIC X.
           05  HOLD-SUB-RAN        PIC X.
           05  HOLD-MUL-RAN        PIC X.
           05  HOLD-DIV-RAN        PIC X.
           05  HOLD-REM-RAN        PIC X.
           05  HOLD-PCT-RAN        PIC X.
           05  HOLD-DIV-ZERO       PIC X.
           05  HOLD-MISMATCH       PIC X.
           05  FILLER              PIC X.
           05  HOLD-SUM            PIC S9(7)
                                    SIGN IS LEADING SEPARATE CHARACTER.
           05  HOLD-DIFFERENCE     PIC S9(7)
                                    SIGN IS LEADING SEPARATE CHARACTER.
           05  HOLD-PRODUCT        PIC S9(7)
                                    SIGN IS LEADING SEPARATE CHARACTER.
           05  HOLD-QUOTIENT       PIC S9(5)V99
                                    SIGN IS LEADING SEPARATE CHARACTER.
           05  HOLD-REMAINDER      PIC S9(7)
                                    SIGN IS LEADING SEPARATE CHARACTER.
           05  HOLD-PCT            PIC S9(9)V99
                                    SIGN IS LEADING SEPARATE CHARACTER.
           05  FILLER              PIC X.
           05  HOLD-LIMIT-OP       PIC X(4).
           05  FILLER              PIC X.
           05  HOLD-LIMIT          PIC 9(9)V99.
           05  FILLER              PIC X.
           05  HOLD-OPERATOR       PIC X(8).
           05  FILLER              PIC X.
           05  HOLD-REVIEW-DATE    PIC 9(8).
           05  FILLER              PIC X.
           05  HOLD-REVIEW-TIME    PIC 9(8).
           05  FILLER              PIC X.
           05  HOLD-REVIEWER       PIC X(8).
           05  FILLER              PIC X.
           05  HOLD-EXTRACT-DATE   PIC 9(8).
       FD  HOLDWORK.
       01  HOLDWORK-RECORD         PIC X(175).
       FD  MATHMAST.
       01  MATHMAST-RECORD.
           05  MAST-KEY.
               10  MAST-NUM1       PIC S9(7)
                                    SIGN IS LEADING SEPARATE CHARACTER.
               10  MAST-NUM2       PIC S9(7)
                                    SIGN IS LEADING SEPARATE CHARACTER.
           05  MAST-SUM            PIC S9(7)
                                    SIGN IS LEADING SEPARATE CHARACTER.
           05  MAST-DIFFERENCE     PIC S9(7)
                                    SIGN IS LEADING SEPARATE CHARACTER.
           05  MAST-PRODUCT        PIC S9(7)
                                    SIGN IS LEADING SEPARATE CHARACTER.
           05  MAST-QUOTIENT       PIC S9(5)V99
                                    SIGN IS LEADING SEPARATE CHARACTER.
           05  MAST-REMAINDER      PIC S9(7)
                                    SIGN IS LEADING SEPARATE CHARACTER.
           05  MAST-PCT            PIC S9(9)V99
                                    SIGN IS LEADING SEPARATE CHARACTER.
           05  MAST-DIV-ZERO       PIC X.
           05  MAST-LAST-CALC-DATE PIC 9(8).
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
       FD  MATHCSV.
       01  MATHCSV-RECORD          PIC X(120).
       FD  HOLDRPT.
       01  HOLDRPT-RECORD          PIC X(80).
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
       FD  OPERSEC.
       01  OPERSEC-RECORD.
           05  OPR-ID              PIC X(8).
           05  FILLER              PIC X.
           05  OPR-PASSWORD        PIC X(8).
           05  FILLER              PIC X.
           05  OPR-LEVEL           PIC X.
           05  FILLER              PIC X.
           05  OPR-NAME            PIC X(30).
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
       01 WS-HOLD-STATUS PIC XX.
       01 WS-HOLDWORK-STATUS PIC XX.
       01 WS-MAST-STATUS PIC XX.
       01 WS-CHG-STATUS PIC XX.
       01 WS-CSV-STATUS PIC XX.
       01 WS-RPT-STATUS PIC XX.
       01 WS-HIST-STATUS PIC XX.
       01 WS-EOF-SWITCH PIC X VALUE "N".
       01 WS-RUN-DATE PIC 9(8).
       01 WS-RUN-TIME PIC 9(8).
       01 WS-ABORT-FLAG PIC X VALUE "N".
       01 WS-QUEUE-FOUND PIC X VALUE "N".
       01 WS-MAST-OPEN PIC X VALUE "N".
       01 WS-CHG-OPEN PIC X VALUE "N".
       01 WS-CSV-OPEN PIC X VALUE "N".
       01 WS-RPT-OPEN PIC X VALUE "N".
       01 WS-EXTRACT-DATE PIC 9(8).
       01 WS-DECISION PIC X.
       01 WS-CONFIRM PIC X.
       01 WS-QUIT PIC X VALUE "N".
       01 WS-ACTIONED PIC X.
       01 WS-MAST-FOUND PIC X.
       01 WS-POST-ERROR PIC X VALUE "N".
       01 WS-CHG-ACTION PIC X.
       01 WS-OLD-SUM PIC S9(7).
       01 WS-OLD-DIFFERENCE PIC S9(7).
       01 WS-OLD-PRODUCT PIC S9(7).
       01 WS-OLD-QUOTIENT PIC S9(5)V99.
       01 WS-OLD-REMAINDER PIC S9(7).
       01 WS-OLD-PCT PIC S9(9)V99.
       01 WS-OLD-DIV-ZERO PIC X.
       01 WS-QUEUE-COUNT PIC 9(7) VALUE ZERO.
       01 WS-ON-HOLD-COUNT PIC 9(7) VALUE ZERO.
       01 WS-RELEASED-COUNT PIC 9(7) VALUE ZERO.
       01 WS-REJECTED-COUNT PIC 9(7) VALUE ZERO.
       01 WS-APPROVED-NOW PIC 9(7) VALUE ZERO.
       01 WS-REJECTED-NOW PIC 9(7) VALUE ZERO.
       01 WS-DECISION-COUNT PIC 9(7) VALUE ZERO.
       01 WS-HOLD-VALUE PIC S9(9)V99.
       01 WS-NUM1-ED PIC -(7)9.
       01 WS-NUM2-ED PIC -(7)9.
       01 WS-VALUE-ED PIC -(9)9.99.
       01 WS-LIMIT-ED PIC Z(8)9.99.
       01 WS-REC-NO-ED PIC Z(6)9.
       01 WS-COUNT-ED PIC Z(6)9.
       01 WS-STATUS-DESC PIC X(8).
       01 WS-CSV-NUM1 PIC +9(7).
       01 WS-CSV-NUM2 PIC +9(7).
       01 WS-CSV-SUM PIC +9(7).
       01 WS-CSV-DIFF PIC +9(7).
       01 WS-CSV-PROD PIC +9(7).
       01 WS-CSV-QUOT PIC +9(5).99.
       01 WS-CSV-REM PIC +9(7).
       01 WS-CSV-PCT PIC +9(9).99.
       01 WS-CSV-SUM-TXT PIC X(8).
       01 WS-CSV-DIFF-TXT PIC X(8).
       01 WS-CSV-PROD-TXT PIC X(8).
       01 WS-CSV-QUOT-TXT PIC X(9).
       01 WS-CSV-REM-TXT PIC X(8).
       01 WS-CSV-PCT-TXT PIC X(13).
       01 WS-OPR-STATUS PIC XX.
       01 WS-VIOL-STATUS PIC XX.
       01 WS-OPR-EOF PIC X.
       01 WS-OPR-FOUND PIC X.
       01 WS-OPR-PASSWORD PIC X(8).
       01 WS-OPR-LEVEL PIC X.
       01 WS-OPR-NAME PIC X(30).
       01 WS-OPR-RANK PIC 9.
       01 WS-REQUIRED-RANK PIC 9 VALUE 3.
       01 WS-SIGNON-ID PIC X(8) VALUE SPACES.
       01 WS-SIGNON-PASSWORD PIC X(8).
       01 WS-SIGNON-OK PIC X VALUE "N".
       01 WS-SIGNON-TRIES PIC 9 VALUE ZERO.
       01 WS-VIOL-REASON PIC X(8).
       01 WS-OPERATOR-ID PIC X(8) VALUE SPACES.
       01 WS-ITEM-LINE.
           05 WS-IL-STATUS PIC X(8).
           05 FILLER PIC X VALUE SPACE.
           05 WS-IL-RUN-DATE PIC 9(8).
           05 FILLER PIC X VALUE SPACE.
           05 WS-IL-REC-NO PIC Z(6)9.
           05 FILLER PIC X VALUE SPACE.
           05 WS-IL-SOURCE PIC X(4).
           05 FILLER PIC X VALUE SPACE.
           05 WS-IL-NUM1 PIC -(7)9.
           05 FILLER PIC X VALUE SPACE.
           05 WS-IL-NUM2 PIC -(7)9.
           05 FILLER PIC X VALUE SPACE.
           05 WS-IL-LIMIT-OP PIC X(4).
           05 FILLER PIC X VALUE SPACE.
           05 WS-IL-VALUE PIC -(9)9.99.
           05 FILLER PIC X VALUE SPACE.
           05 WS-IL-REVIEWER PIC X(8).
           05 FILLER PIC X VALUE SPACE.
           05 WS-IL-ACTIONED PIC X.
       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 0100-READ-BUSINESS-DATE.
           PERFORM 0500-SIGN-ON.
           PERFORM 9000-WRITE-RUN-START.
           IF WS-SIGNON-OK = "Y"
               PERFORM 1000-COPY-REVIEW-QUEUE
               IF WS-ABORT-FLAG = "N" AND WS-QUEUE-FOUND = "Y"
                   PERFORM 2000-REVIEW-SESSION
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

       0500-SIGN-ON.
           MOVE "N" TO WS-SIGNON-OK.
           MOVE ZERO TO WS-SIGNON-TRIES.
           PERFORM UNTIL WS-SIGNON-OK = "Y" OR WS-SIGNON-TRIES = 3
               ADD 1 TO WS-SIGNON-TRIES
               DISPLAY "Operator ID: "
               ACCEPT WS-SIGNON-ID
               DISPLAY "Password: "
               ACCEPT WS-SIGNON-PASSWORD
               PERFORM 0510-CHECK-OPERATOR
           END-PERFORM.
           IF WS-SIGNON-OK = "Y"
               MOVE WS-SIGNON-ID TO WS-OPERATOR-ID
               DISPLAY "Signed on: " WS-OPR-NAME
           ELSE
               MOVE "LOCKOUT" TO WS-VIOL-REASON
               PERFORM 0520-LOG-VIOLATION
               DISPLAY "Sign-on failed - session ended."
               MOVE "Y" TO WS-ABORT-FLAG
           END-IF.

       0510-CHECK-OPERATOR.
           MOVE SPACES TO WS-VIOL-REASON.
           MOVE "N" TO WS-OPR-FOUND.
           OPEN INPUT OPERSEC.
           IF WS-OPR-STATUS NOT = "00"
               DISPLAY "OPERSEC.DAT open failed - status "
                   WS-OPR-STATUS " - sign-on refused."
               MOVE "NOSECFIL" TO WS-VIOL-REASON
               MOVE 3 TO WS-SIGNON-TRIES
           ELSE
               MOVE "N" TO WS-OPR-EOF
               PERFORM UNTIL WS-OPR-EOF = "Y" OR WS-OPR-FOUND = "Y"
                   READ OPERSEC
                       AT END
                           MOVE "Y" TO WS-OPR-EOF
                       NOT AT END
                           IF OPR-ID = WS-SIGNON-ID
                               MOVE "Y" TO WS-OPR-FOUND
                               MOVE OPR-PASSWORD TO WS-OPR-PASSWORD
                               MOVE OPR-LEVEL TO WS-OPR-LEVEL
                               MOVE OPR-NAME TO WS-OPR-NAME
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE OPERSEC
               EVALUATE WS-OPR-LEVEL
                   WHEN "U"
                       MOVE 3 TO WS-OPR-RANK
                   WHEN "C"
                       MOVE 2 TO WS-OPR-RANK
                   WHEN "I"
                       MOVE 1 TO WS-OPR-RANK
                   WHEN OTHER
                       MOVE ZERO TO WS-OPR-RANK
               END-EVALUATE
               EVALUATE TRUE
                   WHEN WS-OPR-FOUND = "N" OR WS-SIGNON-ID = SPACES
                       MOVE "BADID" TO WS-VIOL-REASON
                   WHEN WS-OPR-PASSWORD NOT = WS-SIGNON-PASSWORD
                       MOVE "BADPWD" TO WS-VIOL-REASON
                   WHEN WS-OPR-RANK < WS-REQUIRED-RANK
                       MOVE "AUTHLVL" TO WS-VIOL-REASON
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-IF.
           IF WS-VIOL-REASON = SPACES
               MOVE "Y" TO WS-SIGNON-OK
           ELSE
               PERFORM 0520-LOG-VIOLATION
               IF WS-VIOL-REASON = "AUTHLVL"
                   DISPLAY "Operator not authorized for this program."
               ELSE
                   DISPLAY "Sign-on rejected."
               END-IF
           END-IF.

       0520-LOG-VIOLATION.
           OPEN EXTEND SECVIOL.
           IF WS-VIOL-STATUS = "35"
               OPEN OUTPUT SECVIOL
           END-IF.
           IF WS-VIOL-STATUS = "00"
               MOVE SPACES TO SECVIOL-RECORD
               ACCEPT VIOL-DATE FROM DATE YYYYMMDD
               ACCEPT VIOL-TIME FROM TIME
               MOVE "mathrevw" TO VIOL-PROGRAM
               MOVE WS-SIGNON-ID TO VIOL-OPERATOR
               MOVE WS-VIOL-REASON TO VIOL-REASON
               WRITE SECVIOL-RECORD
               CLOSE SECVIOL
           ELSE
               DISPLAY "SECVIOL.DAT open failed - status "
                   WS-VIOL-STATUS " - violation not recorded."
           END-IF.

       1000-COPY-REVIEW-QUEUE.
           OPEN INPUT MATHHOLD.
           IF WS-HOLD-STATUS = "35"
               DISPLAY "MATHHOLD.DAT not found - nothing to review."
           ELSE
               IF WS-HOLD-STATUS NOT = "00"
                   DISPLAY "MATHHOLD.DAT open failed - status "
                       WS-HOLD-STATUS " - review session aborted."
                   MOVE "Y" TO WS-ABORT-FLAG
               ELSE
                   OPEN OUTPUT HOLDWORK
                   IF WS-HOLDWORK-STATUS NOT = "00"
                       DISPLAY "HOLDWORK.DAT open failed - status "
                           WS-HOLDWORK-STATUS
                           " - review queue left unchanged."
                       MOVE "Y" TO WS-ABORT-FLAG
                   ELSE
                       MOVE "Y" TO WS-QUEUE-FOUND
                       MOVE "N" TO WS-EOF-SWITCH
                       PERFORM UNTIL WS-EOF-SWITCH = "Y"
                           READ MATHHOLD
                               AT END
                                   MOVE "Y" TO WS-EOF-SWITCH
                               NOT AT END
                                   ADD 1 TO WS-QUEUE-COUNT
                                   MOVE MATHHOLD-RECORD
                                       TO HOLDWORK-RECORD
                                   WRITE HOLDWORK-RECORD
                           END-READ
                       END-PERFORM
                       CLOSE HOLDWORK
                   END-IF
                   CLOSE MATHHOLD
               END-IF
           END-IF.

       2000-REVIEW-SESSION.
           OPEN OUTPUT HOLDRPT.
           IF WS-RPT-STATUS NOT = "00"
               DISPLAY "HOLDRPT.DAT open failed - status "
                   WS-RPT-STATUS " - review queue left unchanged."
               MOVE "Y" TO WS-ABORT-FLAG
           ELSE
               MOVE "Y" TO WS-RPT-OPEN
           END-IF.
           IF WS-ABORT-FLAG = "N"
               PERFORM 2100-OPEN-MASTER
           END-IF.
           IF WS-ABORT-FLAG = "N"
               PERFORM 2200-OPEN-EXTRACT
           END-IF.
           IF WS-ABORT-FLAG = "N"
               PERFORM 6000-WRITE-REPORT-HEADER
               PERFORM 2500-PROCESS-QUEUE
               PERFORM 6500-WRITE-REPORT-TOTALS
               DISPLAY "Review report written to HOLDRPT.DAT."
           END-IF.
           IF WS-CSV-OPEN = "Y"
               CLOSE MATHCSV
               MOVE "N" TO WS-CSV-OPEN
           END-IF.
           IF WS-CHG-OPEN = "Y"
               CLOSE MASTCHG
               MOVE "N" TO WS-CHG-OPEN
           END-IF.
           IF WS-MAST-OPEN = "Y"
               CLOSE MATHMAST
               MOVE "N" TO WS-MAST-OPEN
           END-IF.
           IF WS-RPT-OPEN = "Y"
               CLOSE HOLDRPT
               MOVE "N" TO WS-RPT-OPEN
           END-IF.

       2100-OPEN-MASTER.
           OPEN I-O MATHMAST.
           IF WS-MAST-STATUS = "35"
               OPEN OUTPUT MATHMAST
               CLOSE MATHMAST
               OPEN I-O MATHMAST
           END-IF.
           IF WS-MAST-STATUS NOT = "00"
               DISPLAY "MATHMAST.DAT open failed - status "
                   WS-MAST-STATUS " - review queue left unchanged."
               MOVE "Y" TO WS-ABORT-FLAG
           ELSE
               MOVE "Y" TO WS-MAST-OPEN
               OPEN EXTEND MASTCHG
               IF WS-CHG-STATUS = "35"
                   OPEN OUTPUT MASTCHG
               END-IF
               IF WS-CHG-STATUS NOT = "00"
                   DISPLAY "MASTCHG.DAT open failed - status "
                       WS-CHG-STATUS " - review queue left unchanged."
                   MOVE "Y" TO WS-ABORT-FLAG
               ELSE
                   MOVE "Y" TO WS-CHG-OPEN
               END-IF
           END-IF.

       2200-OPEN-EXTRACT.
           MOVE WS-RUN-DATE TO WS-EXTRACT-DATE.
           OPEN INPUT MATHCSV.
           IF WS-CSV-STATUS = "00"
               READ MATHCSV
                   AT END
                       CONTINUE
                   NOT AT END
                       IF MATHCSV-RECORD(1:8) IS NUMERIC
                           MOVE MATHCSV-RECORD(1:8) TO WS-EXTRACT-DATE
                       END-IF
               END-READ
               CLOSE MATHCSV
           END-IF.
           OPEN EXTEND MATHCSV.
           IF WS-CSV-STATUS = "35"
               OPEN OUTPUT MATHCSV
           END-IF.
           IF WS-CSV-STATUS NOT = "00"
               DISPLAY "MATHCSV.DAT open failed - status "
                   WS-CSV-STATUS " - review queue left unchanged."
               MOVE "Y" TO WS-ABORT-FLAG
           ELSE
               MOVE "Y" TO WS-CSV-OPEN
           END-IF.

       2500-PROCESS-QUEUE.
           OPEN INPUT HOLDWORK.
           OPEN OUTPUT MATHHOLD.
           IF WS-HOLD-STATUS NOT = "00"
               DISPLAY "MATHHOLD.DAT open failed - status "
                   WS-HOLD-STATUS " - queue held in HOLDWORK.DAT."
               MOVE "Y" TO WS-ABORT-FLAG
           ELSE
               MOVE "N" TO WS-EOF-SWITCH
               PERFORM UNTIL WS-EOF-SWITCH = "Y"
                   READ HOLDWORK
                       AT END
                           MOVE "Y" TO WS-EOF-SWITCH
                       NOT AT END
                           MOVE HOLDWORK-RECORD TO MATHHOLD-RECORD
                           PERFORM 3000-REVIEW-ONE-ITEM
                           WRITE MATHHOLD-RECORD
                   END-READ
               END-PERFORM
               CLOSE MATHHOLD
           END-IF.
           CLOSE HOLDWORK.

       3000-REVIEW-ONE-ITEM.
           MOVE SPACE TO WS-ACTIONED.
           PERFORM 3050-SET-HELD-VALUE.
           IF HOLD-STATUS = "H" AND WS-QUIT = "N"
               PERFORM 3100-DISPLAY-ITEM
               PERFORM 3200-GET-DECISION
               EVALUATE WS-DECISION
                   WHEN "A"
                       PERFORM 3250-CONFIRM-DECISION
                       IF WS-CONFIRM = "Y"
                           PERFORM 3300-APPROVE-ITEM
                       END-IF
                   WHEN "R"
                       PERFORM 3250-CONFIRM-DECISION
                       IF WS-CONFIRM = "Y"
                           PERFORM 3400-REJECT-ITEM
                       END-IF
                   WHEN "Q"
                       MOVE "Y" TO WS-QUIT
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-IF.
           EVALUATE HOLD-STATUS
               WHEN "A"
                   ADD 1 TO WS-RELEASED-COUNT
               WHEN "R"
                   ADD 1 TO WS-REJECTED-COUNT
               WHEN OTHER
                   ADD 1 TO WS-ON-HOLD-COUNT
           END-EVALUATE.
           PERFORM 6100-WRITE-ITEM-LINE.

       3050-SET-HELD-VALUE.
           EVALUATE HOLD-LIMIT-OP
               WHEN "SUM"
                   MOVE HOLD-SUM TO WS-HOLD-VALUE
               WHEN "DIFF"
                   MOVE HOLD-DIFFERENCE TO WS-HOLD-VALUE
               WHEN "PROD"
                   MOVE HOLD-PRODUCT TO WS-HOLD-VALUE
               WHEN "QUOT"
                   MOVE HOLD-QUOTIENT TO WS-HOLD-VALUE
               WHEN "REM"
                   MOVE HOLD-REMAINDER TO WS-HOLD-VALUE
               WHEN "PCT"
                   MOVE HOLD-PCT TO WS-HOLD-VALUE
               WHEN OTHER
                   MOVE ZERO TO WS-HOLD-VALUE
           END-EVALUATE.

       3100-DISPLAY-ITEM.
           MOVE HOLD-NUM1 TO WS-NUM1-ED.
           MOVE HOLD-NUM2 TO WS-NUM2-ED.
           MOVE HOLD-REC-NO TO WS-REC-NO-ED.
           MOVE WS-HOLD-VALUE TO WS-VALUE-ED.
           MOVE HOLD-LIMIT TO WS-LIMIT-ED.
           DISPLAY " ".
           DISPLAY "Held item - run " HOLD-RUN-DATE " record "
               WS-REC-NO-ED " source " HOLD-SOURCE
               " opcode " HOLD-OPCODE.
           DISPLAY "  NUM1=" WS-NUM1-ED "  NUM2=" WS-NUM2-ED.
           DISPLAY "  " HOLD-LIMIT-OP " = " WS-VALUE-ED
               " exceeds limit " WS-LIMIT-ED.
           IF HOLD-PARTITION > ZERO
               DISPLAY "  Partition " HOLD-PARTITION
                   " item - extract only, master not updated."
           END-IF.
           IF HOLD-ORIGIN = "S"
               DISPLAY "  Suspense reprocess item - master only,"
                   " no extract line."
           END-IF.

       3200-GET-DECISION.
           MOVE SPACE TO WS-DECISION.
           PERFORM UNTIL WS-DECISION = "A" OR WS-DECISION = "R"
                   OR WS-DECISION = "S" OR WS-DECISION = "Q"
               DISPLAY "A=Approve  R=Reject  S=Skip  Q=Quit: "
               ACCEPT WS-DECISION
               EVALUATE WS-DECISION
                   WHEN "a"
                       MOVE "A" TO WS-DECISION
                   WHEN "r"
                       MOVE "R" TO WS-DECISION
                   WHEN "s"
                       MOVE "S" TO WS-DECISION
                   WHEN "q"
                       MOVE "Q" TO WS-DECISION
                   WHEN "A"
                   WHEN "R"
                   WHEN "S"
                   WHEN "Q"
                       CONTINUE
                   WHEN OTHER
                       DISPLAY "Invalid choice - enter A, R, S or Q."
               END-EVALUATE
           END-PERFORM.

       3250-CONFIRM-DECISION.
           IF WS-DECISION = "A"
               DISPLAY "Release this item? (Y/N): "
           ELSE
               DISPLAY "Reject this item? (Y/N): "
           END-IF.
           ACCEPT WS-CONFIRM.
           IF WS-CONFIRM = "y"
               MOVE "Y" TO WS-CONFIRM
           END-IF.
           IF WS-CONFIRM NOT = "Y"
               DISPLAY "Decision cancelled - item remains held."
           END-IF.

       3300-APPROVE-ITEM.
           MOVE "N" TO WS-POST-ERROR.
           IF HOLD-PARTITION = ZERO
               PERFORM 3700-UPDATE-MASTER
           END-IF.
           IF HOLD-ORIGIN NOT = "S" AND WS-POST-ERROR = "N"
               PERFORM 3600-WRITE-CSV-LINE
           END-IF.
           IF WS-POST-ERROR = "N"
               IF HOLD-ORIGIN NOT = "S"
                   MOVE WS-EXTRACT-DATE TO HOLD-EXTRACT-DATE
               END-IF
               MOVE "A" TO HOLD-STATUS
               PERFORM 3500-STAMP-REVIEW
               ADD 1 TO WS-APPROVED-NOW
               DISPLAY "Item released."
           ELSE
               DISPLAY "Item not released - remains held."
           END-IF.

       3400-REJECT-ITEM.
           MOVE "R" TO HOLD-STATUS.
           PERFORM 3500-STAMP-REVIEW.
           ADD 1 TO WS-REJECTED-NOW.
           DISPLAY "Item rejected - not posted.".

       3500-STAMP-REVIEW.
           ACCEPT WS-RUN-TIME FROM TIME.
           MOVE WS-RUN-DATE TO HOLD-REVIEW-DATE.
           MOVE WS-RUN-TIME TO HOLD-REVIEW-TIME.
           MOVE WS-OPERATOR-ID TO HOLD-REVIEWER.
           MOVE "*" TO WS-ACTIONED.
           ADD 1 TO WS-DECISION-COUNT.

       3600-WRITE-CSV-LINE.
           MOVE HOLD-NUM1 TO WS-CSV-NUM1.
           MOVE HOLD-NUM2 TO WS-CSV-NUM2.
           PERFORM 3650-BUILD-CSV-TEXT.
           MOVE SPACES TO MATHCSV-RECORD.
           STRING HOLD-RUN-DATE "," HOLD-REC-NO ","
               WS-CSV-NUM1 "," WS-CSV-NUM2 ","
               WS-CSV-SUM-TXT "," WS-CSV-DIFF-TXT ","
               WS-CSV-PROD-TXT "," WS-CSV-QUOT-TXT ","
               WS-CSV-REM-TXT "," WS-CSV-PCT-TXT ","
               HOLD-DIV-ZERO "," HOLD-MISMATCH
               "," HOLD-OPCODE "," HOLD-SOURCE
               DELIMITED BY SIZE INTO MATHCSV-RECORD.
           WRITE MATHCSV-RECORD.
           IF WS-CSV-STATUS NOT = "00"
               DISPLAY "MATHCSV.DAT write failed - status "
                   WS-CSV-STATUS
               MOVE "Y" TO WS-POST-ERROR
           END-IF.

       3650-BUILD-CSV-TEXT.
           IF HOLD-ADD-RAN = "Y"
               MOVE HOLD-SUM TO WS-CSV-SUM
               MOVE WS-CSV-SUM TO WS-CSV-SUM-TXT
           ELSE
               MOVE "N/A" TO WS-CSV-SUM-TXT
           END-IF.
           IF HOLD-SUB-RAN = "Y"
               MOVE HOLD-DIFFERENCE TO WS-CSV-DIFF
               MOVE WS-CSV-DIFF TO WS-CSV-DIFF-TXT
           ELSE
               MOVE "N/A" TO WS-CSV-DIFF-TXT
           END-IF.
           IF HOLD-MUL-RAN = "Y"
               MOVE HOLD-PRODUCT TO WS-CSV-PROD
               MOVE WS-CSV-PROD TO WS-CSV-PROD-TXT
           ELSE
               MOVE "N/A" TO WS-CSV-PROD-TXT
           END-IF.
           IF HOLD-DIV-RAN = "Y"
               MOVE HOLD-QUOTIENT TO WS-CSV-QUOT
               MOVE WS-CSV-QUOT TO WS-CSV-QUOT-TXT
           ELSE
               MOVE "N/A" TO WS-CSV-QUOT-TXT
           END-IF.
           IF HOLD-REM-RAN = "Y"
               MOVE HOLD-REMAINDER TO WS-CSV-REM
               MOVE WS-CSV-REM TO WS-CSV-REM-TXT
           ELSE
               MOVE "N/A" TO WS-CSV-REM-TXT
           END-IF.
           IF HOLD-PCT-RAN = "Y"
               MOVE HOLD-PCT TO WS-CSV-PCT
               MOVE WS-CSV-PCT TO WS-CSV-PCT-TXT
           ELSE
               MOVE "N/A" TO WS-CSV-PCT-TXT
           END-IF.

       3700-UPDATE-MASTER.
           MOVE HOLD-NUM1 TO MAST-NUM1.
           MOVE HOLD-NUM2 TO MAST-NUM2.
           READ MATHMAST
               INVALID KEY
                   MOVE "N" TO WS-MAST-FOUND
                   MOVE HOLD-NUM1 TO MAST-NUM1
                   MOVE HOLD-NUM2 TO MAST-NUM2
                   MOVE ZERO TO MAST-SUM MAST-DIFFERENCE
                   MOVE ZERO TO MAST-PRODUCT MAST-QUOTIENT
                   MOVE ZERO TO MAST-REMAINDER MAST-PCT
                   MOVE "N" TO MAST-DIV-ZERO
                   MOVE ZERO TO WS-OLD-SUM WS-OLD-DIFFERENCE
                   MOVE ZERO TO WS-OLD-PRODUCT WS-OLD-QUOTIENT
                   MOVE ZERO TO WS-OLD-REMAINDER WS-OLD-PCT
                   MOVE "N" TO WS-OLD-DIV-ZERO
                   MOVE "A" TO WS-CHG-ACTION
               NOT INVALID KEY
                   MOVE "Y" TO WS-MAST-FOUND
                   MOVE "C" TO WS-CHG-ACTION
                   MOVE MAST-SUM TO WS-OLD-SUM
                   MOVE MAST-DIFFERENCE TO WS-OLD-DIFFERENCE
                   MOVE MAST-PRODUCT TO WS-OLD-PRODUCT
                   MOVE MAST-QUOTIENT TO WS-OLD-QUOTIENT
                   MOVE MAST-REMAINDER TO WS-OLD-REMAINDER
                   MOVE MAST-PCT TO WS-OLD-PCT
                   MOVE MAST-DIV-ZERO TO WS-OLD-DIV-ZERO
           END-READ.
           PERFORM 3710-MOVE-HELD-RESULTS.
           MOVE WS-RUN-DATE TO MAST-LAST-CALC-DATE.
           IF WS-MAST-FOUND = "Y"
               REWRITE MATHMAST-RECORD
           ELSE
               WRITE MATHMAST-RECORD
                   INVALID KEY
                       REWRITE MATHMAST-RECORD
               END-WRITE
           END-IF.
           IF WS-MAST-STATUS NOT = "00"
               DISPLAY "MATHMAST.DAT update failed - status "
                   WS-MAST-STATUS
               MOVE "Y" TO WS-POST-ERROR
           ELSE
               PERFORM 3720-LOG-RESULT-CHANGES
           END-IF.

       3710-MOVE-HELD-RESULTS.
           IF HOLD-ADD-RAN = "Y"
               MOVE HOLD-SUM TO MAST-SUM
           END-IF.
           IF HOLD-SUB-RAN = "Y"
               MOVE HOLD-DIFFERENCE TO MAST-DIFFERENCE
           END-IF.
           IF HOLD-MUL-RAN = "Y"
               MOVE HOLD-PRODUCT TO MAST-PRODUCT
           END-IF.
           IF HOLD-DIV-RAN = "Y"
               MOVE HOLD-QUOTIENT TO MAST-QUOTIENT
               MOVE HOLD-DIV-ZERO TO MAST-DIV-ZERO
           END-IF.
           IF HOLD-REM-RAN = "Y"
               MOVE HOLD-REMAINDER TO MAST-REMAINDER
           END-IF.
           IF HOLD-PCT-RAN = "Y"
               MOVE HOLD-PCT TO MAST-PCT
           END-IF.

       3720-LOG-RESULT-CHANGES.
           ACCEPT WS-RUN-TIME FROM TIME.
           MOVE SPACES TO MASTCHG-RECORD.
           ACCEPT CHG-SYS-DATE FROM DATE YYYYMMDD.
           ACCEPT CHG-SYS-TIME FROM TIME.
           MOVE WS-RUN-DATE TO CHG-RUN-DATE.
           MOVE WS-RUN-TIME TO CHG-RUN-TIME.
           MOVE MAST-NUM1 TO CHG-NUM1.
           MOVE MAST-NUM2 TO CHG-NUM2.
           MOVE WS-OLD-SUM TO CHG-OLD-SUM.
           MOVE WS-OLD-DIFFERENCE TO CHG-OLD-DIFFERENCE.
           MOVE WS-OLD-PRODUCT TO CHG-OLD-PRODUCT.
           MOVE WS-OLD-QUOTIENT TO CHG-OLD-QUOTIENT.
           MOVE WS-OLD-REMAINDER TO CHG-OLD-REMAINDER.
           MOVE WS-OLD-PCT TO CHG-OLD-PCT.
           MOVE WS-OLD-DIV-ZERO TO CHG-OLD-DIV-ZERO.
           MOVE MAST-SUM TO CHG-NEW-SUM.
           MOVE MAST-DIFFERENCE TO CHG-NEW-DIFFERENCE.
           MOVE MAST-PRODUCT TO CHG-NEW-PRODUCT.
           MOVE MAST-QUOTIENT TO CHG-NEW-QUOTIENT.
           MOVE MAST-REMAINDER TO CHG-NEW-REMAINDER.
           MOVE MAST-PCT TO CHG-NEW-PCT.
           MOVE MAST-DIV-ZERO TO CHG-NEW-DIV-ZERO.
           MOVE WS-CHG-ACTION TO CHG-ACTION.
           MOVE "mathrevw" TO CHG-SOURCE.
           MOVE WS-OPERATOR-ID TO CHG-OPERATOR.
           WRITE MASTCHG-RECORD.
           IF WS-CHG-STATUS NOT = "00"
               DISPLAY "MASTCHG.DAT write failed - status "
                   WS-CHG-STATUS
               MOVE "Y" TO WS-POST-ERROR
           END-IF.

       6000-WRITE-REPORT-HEADER.
           MOVE SPACES TO HOLDRPT-RECORD.
           STRING "HIGH-VALUE REVIEW REPORT   RUN DATE: " WS-RUN-DATE
               "   REVIEWER: " WS-OPERATOR-ID
               DELIMITED BY SIZE INTO HOLDRPT-RECORD.
           WRITE HOLDRPT-RECORD.
           MOVE SPACES TO HOLDRPT-RECORD.
           STRING "STATUS   RUN DATE  REC NO SRC      NUM1     NUM2 "
               "OP           RESULT REVIEWER"
               DELIMITED BY SIZE INTO HOLDRPT-RECORD.
           WRITE HOLDRPT-RECORD.
           MOVE SPACES TO HOLDRPT-RECORD.
           WRITE HOLDRPT-RECORD.

       6100-WRITE-ITEM-LINE.
           EVALUATE HOLD-STATUS
               WHEN "A"
                   MOVE "RELEASED" TO WS-STATUS-DESC
               WHEN "R"
                   MOVE "REJECTED" TO WS-STATUS-DESC
               WHEN OTHER
                   MOVE "HELD" TO WS-STATUS-DESC
           END-EVALUATE.
           MOVE WS-STATUS-DESC TO WS-IL-STATUS.
           MOVE HOLD-RUN-DATE TO WS-IL-RUN-DATE.
           MOVE HOLD-REC-NO TO WS-IL-REC-NO.
           MOVE HOLD-SOURCE TO WS-IL-SOURCE.
           MOVE HOLD-NUM1 TO WS-IL-NUM1.
           MOVE HOLD-NUM2 TO WS-IL-NUM2.
           MOVE HOLD-LIMIT-OP TO WS-IL-LIMIT-OP.
           MOVE WS-HOLD-VALUE TO WS-IL-VALUE.
           MOVE HOLD-REVIEWER TO WS-IL-REVIEWER.
           MOVE WS-ACTIONED TO WS-IL-ACTIONED.
           MOVE WS-ITEM-LINE TO HOLDRPT-RECORD.
           WRITE HOLDRPT-RECORD.

       6500-WRITE-REPORT-TOTALS.
           MOVE SPACES TO HOLDRPT-RECORD.
           WRITE HOLDRPT-RECORD.
           MOVE WS-QUEUE-COUNT TO WS-COUNT-ED.
           MOVE SPACES TO HOLDRPT-RECORD.
           STRING "ITEMS ON REVIEW QUEUE:   " WS-COUNT-ED
               DELIMITED BY SIZE INTO HOLDRPT-RECORD.
           WRITE HOLDRPT-RECORD.
           MOVE WS-ON-HOLD-COUNT TO WS-COUNT-ED.
           MOVE SPACES TO HOLDRPT-RECORD.
           STRING "  STILL HELD:            " WS-COUNT-ED
               DELIMITED BY SIZE INTO HOLDRPT-RECORD.
           WRITE HOLDRPT-RECORD.
           MOVE WS-RELEASED-COUNT TO WS-COUNT-ED.
           MOVE SPACES TO HOLDRPT-RECORD.
           STRING "  RELEASED:              " WS-COUNT-ED
               DELIMITED BY SIZE INTO HOLDRPT-RECORD.
           WRITE HOLDRPT-RECORD.
           MOVE WS-REJECTED-COUNT TO WS-COUNT-ED.
           MOVE SPACES TO HOLDRPT-RECORD.
           STRING "  REJECTED:              " WS-COUNT-ED
               DELIMITED BY SIZE INTO HOLDRPT-RECORD.
           WRITE HOLDRPT-RECORD.
           MOVE WS-APPROVED-NOW TO WS-COUNT-ED.
           MOVE SPACES TO HOLDRPT-RECORD.
           STRING "RELEASED THIS SESSION:   " WS-COUNT-ED
               DELIMITED BY SIZE INTO HOLDRPT-RECORD.
           WRITE HOLDRPT-RECORD.
           MOVE WS-REJECTED-NOW TO WS-COUNT-ED.
           MOVE SPACES TO HOLDRPT-RECORD.
           STRING "REJECTED THIS SESSION:   " WS-COUNT-ED
               DELIMITED BY SIZE INTO HOLDRPT-RECORD.
           WRITE HOLDRPT-RECORD.
           MOVE "* = DECIDED THIS SESSION" TO HOLDRPT-RECORD.
           WRITE HOLDRPT-RECORD.
           MOVE WS-APPROVED-NOW TO WS-COUNT-ED.
           DISPLAY "Items released this session: " WS-COUNT-ED.
           MOVE WS-REJECTED-NOW TO WS-COUNT-ED.
           DISPLAY "Items rejected this session: " WS-COUNT-ED.
           MOVE WS-ON-HOLD-COUNT TO WS-COUNT-ED.
           DISPLAY "Items still held:            " WS-COUNT-ED.

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
           MOVE WS-DECISION-COUNT TO HIST-REC-COUNT.
           IF WS-ABORT-FLAG = "Y"
               MOVE "ABORT" TO HIST-OUTCOME
               MOVE 8 TO HIST-COMP-CODE
               MOVE 8 TO RETURN-CODE
           ELSE
               MOVE "OK" TO HIST-OUTCOME
               MOVE ZERO TO HIST-COMP-CODE
           END-IF.
           PERFORM 9500-WRITE-HIST-RECORD.

       9500-WRITE-HIST-RECORD.
           MOVE "mathrevw" TO HIST-PROGRAM.
           MOVE WS-RUN-DATE TO HIST-DATE.
           MOVE WS-OPERATOR-ID TO HIST-OPERATOR.
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
