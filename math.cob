           SELECT MASTCHG ASSIGN TO "MASTCHG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CHG-STATUS.
           SELECT OPERSEC ASSIGN TO "OPERSEC.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OPR-STATUS.
           SELECT SECVIOL ASSIGN TO "SECVIOL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-VIOL-STATUS.
           SELECT BUSDATE ASSIGN TO "BUSDATE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BUS-STATUS.
           SELECT LIMITTAB ASSIGN TO "LIMITTAB.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LIM-STATUS.
           SELECT MATHHOLD ASSIGN TO DYNAMIC WS-HOLD-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HOLD-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  MATHIN.
       FD  MATHRPT.
       01  MATHRPT-RECORD          PIC X(80).
       FD  AUDITLOG.
       01  AUDITLOG-RECORD         PIC X(220).
       FD  CKPTFILE.
       01  CKPT-RECORD.
           05  CKPT-REC-COUNT      PIC 9(7).
                                    SIGN IS LEADING SEPARATE CHARACTER.
           05  SUSP-RUN-DATE       PIC 9(8).
           05  SUSP-REASON         PIC X(8).
           05  SUSP-SOURCE         PIC X(4).
       FD  SUSPWORK.
       01  SUSPWORK-RECORD.
           05  WRK-NUM1            PIC S9(7)
                                    SIGN IS LEADING SEPARATE CHARACTER.
           05  WRK-RUN-DATE        PIC 9(8).
           05  WRK-REASON          PIC X(8).
           05  WRK-SOURCE          PIC X(4).
       FD  MATHCSV.
       01  MATHCSV-RECORD          PIC X(120).
       FD  MATHTOT.
       01  MATHTOT-RECORD.
           05  TOT-REC-COUNT       PIC 9(7).
           05  HIST-OUTCOME        PIC X(5).
           05  FILLER              PIC X.
           05  HIST-COMP-CODE      PIC 9(4).
           05  FILLER              PIC X.
           05  HIST-OPERATOR       PIC X(8).
       FD  MASTCHG.
       01  MASTCHG-RECORD.
           05  CHG-RUN-DATE        PIC 9(8).
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
       FD  MATHPARM.
       01  MATHPARM-RECORD.
           05  PARM-MODE           PIC X.
           05  PARM-PARTITION-CNT  PIC 9.
           05  PARM-SUSP-AGE-LIMIT PIC 9(3).
           05  PARM-ROUND-POLICY   PIC X.
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
       FD  LIMITTAB.
       01  LIMITTAB-RECORD.
           05  LIM-OPERATION       PIC X(4).
           05  FILLER              PIC X.
           05  LIM-OPCODE          PIC X.
           05  FILLER              PIC X.
           05  LIM-AMOUNT          PIC 9(9)V99.
           05  FILLER              PIC X.
           05  LIM-DESC            PIC X(30).
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
       WORKING-STORAGE SECTION.
       01 WS-BUS-STATUS PIC XX.
       01 num1 PIC S9(7).
       01 num2 PIC S9(7).
       01 WS-SUM PIC S9(7).
           05 IN-NUM1 PIC S9(7) SIGN IS LEADING SEPARATE CHARACTER.
           05 IN-NUM2 PIC S9(7) SIGN IS LEADING SEPARATE CHARACTER.
           05 IN-OPCODE PIC X.
           05 IN-SOURCE PIC X(4).
           05 FILLER PIC X.
       01 WS-IN-HDR REDEFINES WS-IN-REC.
           05 FILLER PIC XXX.
           05 WS-IN-HDR-DATE PIC 9(8).
       01 WS-SUSP-NAME PIC X(30) VALUE "MATHSUSP.DAT".
       01 WS-AUDIT-NAME PIC X(30) VALUE "AUDITLOG.DAT".
       01 WS-PARTITION-ID PIC 9 VALUE ZERO.
       01 WS-AUDIT-OPEN PIC X VALUE "N".
       01 WS-AUDIT-RUN-ID.
           05 WS-AUDIT-RUN-DATE PIC 9(8).
           05 WS-AUDIT-RUN-TIME PIC 9(8).
           05 WS-AUDIT-RUN-PART PIC 9.
       01 WS-AUDIT-SEQ PIC 9(7) VALUE ZERO.
       01 WS-AUDIT-LINES PIC 9(7) VALUE ZERO.
       01 WS-AUDIT-HASH PIC 9(15) VALUE ZERO.
       01 WS-LINE-HASH PIC 9(9).
       01 WS-HASH-IX PIC 9(3).
       01 WS-CSV-REC-NO PIC 9(7).
       01 WS-CSV-NUM1 PIC +9(7).
       01 WS-CSV-NUM2 PIC +9(7).
       01 WS-ABORT-FLAG PIC X VALUE "N".
       01 WS-CHG-STATUS PIC XX.
       01 WS-CHG-OPEN PIC X VALUE "N".
       01 WS-CHG-ACTION PIC X.
       01 WS-OLD-SUM PIC S9(7).
       01 WS-OLD-DIFFERENCE PIC S9(7).
       01 WS-OLD-PRODUCT PIC S9(7).
       01 WS-OLD-DIV-ZERO PIC X.
       01 WS-ROUND-POLICY PIC X VALUE SPACE.
       01 WS-ROUND-DESC PIC X(9) VALUE "LEGACY".
       01 WS-OVERFLOW-FLAG PIC X VALUE "N".
       01 WS-ADD-OVF PIC X VALUE "N".
       01 WS-SUB-OVF PIC X VALUE "N".
       01 WS-MUL-OVF PIC X VALUE "N".
       01 WS-DIV-OVF PIC X VALUE "N".
       01 WS-PCT-OVF PIC X VALUE "N".
       01 WS-SUM-DISP PIC X(9).
       01 WS-DIFFERENCE-DISP PIC X(9).
       01 WS-PRODUCT-DISP PIC X(9).
       01 WS-OVERFLOW-COUNT PIC 9(7) VALUE ZERO.
       01 WS-OVERFLOW-COUNT-ED PIC Z(6)9.
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
       01 WS-OPERATOR-ID PIC X(8) VALUE "BATCH".
       01 WS-SOURCE-CODE PIC X(4) VALUE "ONLN".
       01 WS-LIM-STATUS PIC XX.
       01 WS-HOLD-STATUS PIC XX.
       01 WS-HOLD-OPEN PIC X VALUE "N".
       01 WS-HOLD-NAME PIC X(30) VALUE "MATHHOLD.DAT".
       01 WS-LIM-TABLE.
           05 WS-LIM-ENTRY OCCURS 99.
               10 WS-LIM-OPERATION PIC X(4).
               10 WS-LIM-OPCODE PIC X.
               10 WS-LIM-AMOUNT PIC 9(9)V99.
       01 WS-LIM-COUNT PIC 99 VALUE ZERO.
       01 WS-LIM-MAX PIC 99 VALUE 99.
       01 WS-LIM-FULL PIC X VALUE "N".
       01 WS-LIM-LOADED PIC X VALUE "N".
       01 WS-LIM-IX PIC 99.
       01 WS-LIM-CHECK-OP PIC X(4).
       01 WS-LIM-RESULT PIC S9(9)V99.
       01 WS-LIM-VALUE PIC 9(9)V99.
       01 WS-LIM-USE PIC 9(9)V99.
       01 WS-LIM-SPEC-FOUND PIC X.
       01 WS-LIM-GEN-FOUND PIC X.
       01 WS-LIM-GEN-AMOUNT PIC 9(9)V99.
       01 WS-LIM-APPLIES PIC X.
       01 WS-LIM-ED PIC Z(8)9.99.
       01 WS-HOLD-FLAG PIC X VALUE "N".
       01 WS-HOLD-ORIGIN PIC X.
       01 WS-HOLD-OPERATION PIC X(4).
       01 WS-HOLD-LIMIT PIC 9(9)V99.
       01 WS-HOLD-COUNT PIC 9(7) VALUE ZERO.
       01 WS-HOLD-COUNT-ED PIC Z(6)9.
       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 0100-READ-BUSINESS-DATE.
           ACCEPT WS-RUN-TIME FROM TIME.
           PERFORM 1000-READ-PARM-FILE.
           PERFORM 1050-SET-ROUND-DESC.
           IF WS-PARM-FOUND = "N"
               DISPLAY "1=Interactive  2=Batch Mode: "
               ACCEPT WS-MODE
           END-IF.
           IF WS-PARM-FOUND = "N"
               OR (WS-MODE NOT = "2" AND WS-MODE NOT = "3")
               PERFORM 0500-SIGN-ON
           END-IF.
           PERFORM 9000-WRITE-RUN-START.
           OPEN EXTEND AUDITLOG.
           IF WS-AUDIT-STATUS = "35"
               OPEN OUTPUT AUDITLOG
           END-IF.
           IF WS-AUDIT-STATUS = "00"
               MOVE "Y" TO WS-AUDIT-OPEN
           END-IF.
           MOVE WS-RUN-DATE TO WS-AUDIT-RUN-DATE.
           MOVE WS-RUN-TIME TO WS-AUDIT-RUN-TIME.
           MOVE WS-PARTITION-ID TO WS-AUDIT-RUN-PART.
           EVALUATE WS-MODE
               WHEN "2"
                   IF WS-PARM-FOUND = "Y" OR WS-SIGNON-OK = "Y"
                       PERFORM 3000-BATCH-SESSION
                   END-IF
               WHEN "3"
                   IF WS-PARM-FOUND = "Y" OR WS-SIGNON-OK = "Y"
                       PERFORM 4000-SUSPENSE-REPROCESS
                   END-IF
               WHEN OTHER
                   IF WS-SIGNON-OK = "Y"
                       OPEN OUTPUT MATHRPT
                       IF WS-MATHRPT-STATUS NOT = "00"
                           DISPLAY "Unable to open MATHRPT.DAT - "
                               "status " WS-MATHRPT-STATUS
                           MOVE "Y" TO WS-ABORT-FLAG
                       ELSE
                           PERFORM 2000-INTERACTIVE-SESSION
                           CLOSE MATHRPT
                       END-IF
                   END-IF
           END-EVALUATE.
           IF WS-AUDIT-OPEN = "Y"
               PERFORM 7080-WRITE-AUDIT-CONTROL
           END-IF.
           CLOSE AUDITLOG.
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
               MOVE "math" TO VIOL-PROGRAM
               MOVE WS-SIGNON-ID TO VIOL-OPERATOR
               MOVE WS-VIOL-REASON TO VIOL-REASON
               WRITE SECVIOL-RECORD
               CLOSE SECVIOL
           ELSE
               DISPLAY "SECVIOL.DAT open failed - status "
                   WS-VIOL-STATUS " - violation not recorded."
           END-IF.

       1000-READ-PARM-FILE.
           OPEN INPUT MATHPARM.
           IF WS-PARM-STATUS = "00"
           MOVE SPACES TO WS-AUDIT-NAME.
           STRING "AUDITLOG" WS-PARTITION-ID ".DAT"
               DELIMITED BY SIZE INTO WS-AUDIT-NAME.
           MOVE SPACES TO WS-HOLD-NAME.
           STRING "MATHHOLD" WS-PARTITION-ID ".DAT"
               DELIMITED BY SIZE INTO WS-HOLD-NAME.

       2000-INTERACTIVE-SESSION.
           MOVE "Y" TO WS-ANOTHER.
       2050-PROCESS-ONE-PAIR.
           MOVE "N" TO WS-ADD-RAN WS-SUB-RAN WS-MUL-RAN WS-DIV-RAN.
           MOVE "N" TO WS-REM-RAN WS-PCT-RAN.
           MOVE "N" TO WS-OVERFLOW-FLAG WS-ADD-OVF WS-SUB-OVF.
           MOVE "N" TO WS-MUL-OVF WS-DIV-OVF WS-PCT-OVF.
           DISPLAY "Enter a signed integer (up to 7 digits): ".
           ACCEPT num1.
           DISPLAY "Enter another signed integer (up to 7 digits): ".
               WHEN 1
                   PERFORM 2110-ADD-OP
                   PERFORM 5810-EDIT-RESULTS
                   DISPLAY WS-NUM1-ED " + " WS-NUM2-ED " = "
                       WS-SUM-DISP
                   PERFORM 6010-WRITE-SUM-LINE
               WHEN 2
                   PERFORM 2120-SUBTRACT-OP
                   PERFORM 5810-EDIT-RESULTS
                   DISPLAY WS-NUM1-ED " - " WS-NUM2-ED " = "
                       WS-DIFFERENCE-DISP
                   PERFORM 6020-WRITE-DIFF-LINE
               WHEN 3
                   PERFORM 2130-MULTIPLY-OP
                   PERFORM 5810-EDIT-RESULTS
                   DISPLAY WS-NUM1-ED " * " WS-NUM2-ED " = "
                       WS-PRODUCT-DISP
                   PERFORM 6030-WRITE-PROD-LINE
               WHEN 4
                   PERFORM 2140-DIVIDE-OP
               WHEN 5
                   PERFORM 5000-CALCULATE-ALL
                   PERFORM 5810-EDIT-RESULTS
                   DISPLAY WS-NUM1-ED " + " WS-NUM2-ED " = "
                       WS-SUM-DISP
                   DISPLAY WS-NUM1-ED " - " WS-NUM2-ED " = "
                       WS-DIFFERENCE-DISP
                   DISPLAY WS-NUM1-ED " * " WS-NUM2-ED " = "
                       WS-PRODUCT-DISP
                   DISPLAY WS-NUM1-ED " / " WS-NUM2-ED " = "
                       WS-QUOTIENT-DISP
                   DISPLAY WS-NUM1-ED " REM " WS-NUM2-ED " = "
           ELSE
               PERFORM 7550-OPEN-SUSPENSE
               PERFORM 7560-OPEN-EXTRACT
               PERFORM 7800-LOAD-LIMITTAB
               IF WS-LIM-COUNT > ZERO
                   PERFORM 7570-OPEN-REVIEW-QUEUE
               END-IF
               IF WS-PARTITION-ID = ZERO
                   PERFORM 7650-OPEN-MASTER
               ELSE
                   PERFORM 3300-CLEAR-CHECKPOINT
                   CLOSE MATHIN
                   PERFORM 3600-WRITE-PARTITION-TOTALS
                   MOVE WS-OVERFLOW-COUNT TO WS-OVERFLOW-COUNT-ED
                   DISPLAY "OVERFLOW PAIRS SUSPENDED: "
                       WS-OVERFLOW-COUNT-ED
                   MOVE WS-HOLD-COUNT TO WS-HOLD-COUNT-ED
                   DISPLAY "PAIRS HELD FOR REVIEW:    "
                       WS-HOLD-COUNT-ED
               END-IF
               IF WS-RECONCILE-FLAG = "Y"
                   CLOSE MATHEXP
                   CLOSE MATHCSV
                   MOVE "N" TO WS-CSV-OPEN
               END-IF
               IF WS-HOLD-OPEN = "Y"
                   CLOSE MATHHOLD
                   MOVE "N" TO WS-HOLD-OPEN
               END-IF
               CLOSE MATHRPT
           END-IF.

               ELSE
                   MOVE IN-OPCODE TO WS-OP-CODE
               END-IF
               IF IN-SOURCE = SPACES
                   MOVE "DFLT" TO WS-SOURCE-CODE
               ELSE
                   MOVE IN-SOURCE TO WS-SOURCE-CODE
               END-IF
               MOVE "N" TO WS-ADD-RAN WS-SUB-RAN WS-MUL-RAN WS-DIV-RAN
               MOVE "N" TO WS-REM-RAN WS-PCT-RAN WS-DIV-ZERO-FLAG
               MOVE "N" TO WS-OVERFLOW-FLAG WS-ADD-OVF WS-SUB-OVF
               MOVE "N" TO WS-MUL-OVF WS-DIV-OVF WS-PCT-OVF
               MOVE ZERO TO WS-SUM WS-DIFFERENCE WS-PRODUCT WS-QUOTIENT
               MOVE ZERO TO WS-REMAINDER WS-PCT
               PERFORM 5800-EDIT-OPERANDS
               PERFORM 3060-CALCULATE-REQUESTED
               PERFORM 7500-RECONCILE-PAIR
               PERFORM 7000-WRITE-AUDIT-LOG
               IF WS-OVERFLOW-FLAG = "N"
                   PERFORM 7820-CHECK-LIMITTAB
                   IF WS-HOLD-FLAG = "Y"
                       MOVE "B" TO WS-HOLD-ORIGIN
                       PERFORM 7850-WRITE-REVIEW-ITEM
                   ELSE
                       PERFORM 7700-UPDATE-MASTER
                       PERFORM 6900-WRITE-CSV-LINE
                   END-IF
               END-IF
               IF WS-MISMATCH-FLAG = "Y"
                   PERFORM 7600-WRITE-SUSPENSE
               END-IF
                   MOVE "DIV0" TO WS-EXCEPTION-REASON
                   PERFORM 7600-WRITE-SUSPENSE
               END-IF
               IF WS-OVERFLOW-FLAG = "Y"
                   ADD 1 TO WS-OVERFLOW-COUNT
                   MOVE "OVERFLOW" TO WS-EXCEPTION-REASON
                   PERFORM 7600-WRITE-SUSPENSE
               END-IF
               IF FUNCTION MOD(WS-REC-COUNT
                       WS-CHECKPOINT-INTERVAL) = 0
                   PERFORM 3200-WRITE-CHECKPOINT
           END-EVALUATE.

       2110-ADD-OP.
           ADD num1 TO num2 GIVING WS-SUM
               ON SIZE ERROR
                   MOVE ZERO TO WS-SUM
                   MOVE "Y" TO WS-ADD-OVF
                   MOVE "Y" TO WS-OVERFLOW-FLAG
               NOT ON SIZE ERROR
                   ADD WS-SUM TO WS-GRAND-TOTAL
           END-ADD.
           MOVE "Y" TO WS-ADD-RAN.

       2120-SUBTRACT-OP.
           SUBTRACT num2 FROM num1 GIVING WS-DIFFERENCE
               ON SIZE ERROR
                   MOVE ZERO TO WS-DIFFERENCE
                   MOVE "Y" TO WS-SUB-OVF
                   MOVE "Y" TO WS-OVERFLOW-FLAG
           END-SUBTRACT.
           MOVE "Y" TO WS-SUB-RAN.

       2130-MULTIPLY-OP.
           MULTIPLY num1 BY num2 GIVING WS-PRODUCT
               ON SIZE ERROR
                   MOVE ZERO TO WS-PRODUCT
                   MOVE "Y" TO WS-MUL-OVF
                   MOVE "Y" TO WS-OVERFLOW-FLAG
           END-MULTIPLY.
           MOVE "Y" TO WS-MUL-RAN.

       2140-DIVIDE-OP.
                   WHEN "U"
                       DIVIDE num2 INTO num1 GIVING WS-QUOTIENT
                           ROUNDED
                           ON SIZE ERROR
                               PERFORM 5550-SET-QUOT-OVERFLOW
                       END-DIVIDE
                   WHEN "E"
                       DIVIDE num2 INTO num1 GIVING WS-QUOTIENT
                           ROUNDED MODE NEAREST-EVEN
                           ON SIZE ERROR
                               PERFORM 5550-SET-QUOT-OVERFLOW
                       END-DIVIDE
                   WHEN OTHER
                       DIVIDE num2 INTO num1 GIVING WS-QUOTIENT
                           ON SIZE ERROR
                               PERFORM 5550-SET-QUOT-OVERFLOW
                       END-DIVIDE
               END-EVALUATE
               MOVE "N" TO WS-DIV-ZERO-FLAG
           END-IF.

       5550-SET-QUOT-OVERFLOW.
           MOVE ZERO TO WS-QUOTIENT.
           MOVE "Y" TO WS-DIV-OVF.
           MOVE "Y" TO WS-OVERFLOW-FLAG.

       5600-VALIDATE-AND-REMAINDER.
           IF num2 = ZERO
               DISPLAY "Cannot divide by zero - skipping remainder."
               MOVE ZERO TO WS-PCT
           ELSE
               MULTIPLY num1 BY 100 GIVING WS-PCT-WORK
                   ON SIZE ERROR
                       PERFORM 5750-SET-PCT-OVERFLOW
               END-MULTIPLY
               IF WS-PCT-OVF = "N"
                   EVALUATE WS-ROUND-POLICY
                       WHEN "T"
                           DIVIDE WS-PCT-WORK BY num2 GIVING WS-PCT
                               ON SIZE ERROR
                                   PERFORM 5750-SET-PCT-OVERFLOW
                           END-DIVIDE
                       WHEN "E"
                           DIVIDE WS-PCT-WORK BY num2 GIVING WS-PCT
                               ROUNDED MODE NEAREST-EVEN
                               ON SIZE ERROR
                                   PERFORM 5750-SET-PCT-OVERFLOW
                           END-DIVIDE
                       WHEN OTHER
                           DIVIDE WS-PCT-WORK BY num2 GIVING WS-PCT
                               ROUNDED
                               ON SIZE ERROR
                                   PERFORM 5750-SET-PCT-OVERFLOW
                           END-DIVIDE
                   END-EVALUATE
               END-IF
           END-IF.

       5750-SET-PCT-OVERFLOW.
           MOVE ZERO TO WS-PCT.
           MOVE "Y" TO WS-PCT-OVF.
           MOVE "Y" TO WS-OVERFLOW-FLAG.

       5800-EDIT-OPERANDS.
           MOVE num1 TO WS-NUM1-ED.
           MOVE num2 TO WS-NUM2-ED.
           MOVE WS-QUOTIENT TO WS-QUOTIENT-ED.
           MOVE WS-REMAINDER TO WS-REMAINDER-ED.
           MOVE WS-PCT TO WS-PCT-ED.
           IF WS-ADD-OVF = "Y"
               MOVE "OVERFLOW" TO WS-SUM-DISP
           ELSE
               MOVE WS-SUM-ED TO WS-SUM-DISP
           END-IF.
           IF WS-SUB-OVF = "Y"
               MOVE "OVERFLOW" TO WS-DIFFERENCE-DISP
           ELSE
               MOVE WS-DIFFERENCE-ED TO WS-DIFFERENCE-DISP
           END-IF.
           IF WS-MUL-OVF = "Y"
               MOVE "OVERFLOW" TO WS-PRODUCT-DISP
           ELSE
               MOVE WS-PRODUCT-ED TO WS-PRODUCT-DISP
           END-IF.
           IF WS-DIV-ZERO-FLAG = "Y"
               MOVE "DIV/0" TO WS-QUOTIENT-DISP
           ELSE
               IF WS-DIV-OVF = "Y"
                   MOVE "OVERFLOW" TO WS-QUOTIENT-DISP
               ELSE
                   MOVE WS-QUOTIENT-ED TO WS-QUOTIENT-DISP
               END-IF
           END-IF.
           IF num2 = ZERO
               MOVE "DIV/0" TO WS-REMAINDER-DISP
               MOVE "DIV/0" TO WS-PCT-DISP
           ELSE
               MOVE WS-REMAINDER-ED TO WS-REMAINDER-DISP
               IF WS-PCT-OVF = "Y"
                   MOVE "OVERFLOW" TO WS-PCT-DISP
               ELSE
                   MOVE WS-PCT-ED TO WS-PCT-DISP
               END-IF
           END-IF.

       6000-WRITE-REPORT-LINE.
       6010-WRITE-SUM-LINE.
           PERFORM 6005-CHECK-PAGE-BREAK.
           MOVE SPACES TO MATHRPT-RECORD.
           STRING WS-NUM1-ED " + " WS-NUM2-ED " = " WS-SUM-DISP
               DELIMITED BY SIZE INTO MATHRPT-RECORD.
           WRITE MATHRPT-RECORD.
           ADD 1 TO WS-LINE-COUNT.
       6020-WRITE-DIFF-LINE.
           PERFORM 6005-CHECK-PAGE-BREAK.
           MOVE SPACES TO MATHRPT-RECORD.
           STRING WS-NUM1-ED " - " WS-NUM2-ED " = "
               WS-DIFFERENCE-DISP
               DELIMITED BY SIZE INTO MATHRPT-RECORD.
           WRITE MATHRPT-RECORD.
           ADD 1 TO WS-LINE-COUNT.
       6030-WRITE-PROD-LINE.
           PERFORM 6005-CHECK-PAGE-BREAK.
           MOVE SPACES TO MATHRPT-RECORD.
           STRING WS-NUM1-ED " * " WS-NUM2-ED " = " WS-PRODUCT-DISP
               DELIMITED BY SIZE INTO MATHRPT-RECORD.
           WRITE MATHRPT-RECORD.
           ADD 1 TO WS-LINE-COUNT.
           WRITE MATHRPT-RECORD.
           ADD 1 TO WS-LINE-COUNT.

       6070-WRITE-HELD-LINE.
           PERFORM 6005-CHECK-PAGE-BREAK.
           MOVE WS-HOLD-LIMIT TO WS-LIM-ED.
           MOVE SPACES TO MATHRPT-RECORD.
           STRING "   HELD FOR REVIEW - " WS-HOLD-OPERATION
               " OVER LIMIT " WS-LIM-ED
               DELIMITED BY SIZE INTO MATHRPT-RECORD.
           WRITE MATHRPT-RECORD.
           ADD 1 TO WS-LINE-COUNT.

       6900-WRITE-CSV-LINE.
           IF WS-CSV-OPEN = "Y"
               MOVE WS-REC-COUNT TO WS-CSV-REC-NO
                   WS-CSV-PROD-TXT "," WS-CSV-QUOT-TXT ","
                   WS-CSV-REM-TXT "," WS-CSV-PCT-TXT ","
                   WS-DIV-ZERO-FLAG "," WS-MISMATCH-FLAG
                   "," WS-OP-CODE "," WS-SOURCE-CODE
                   DELIMITED BY SIZE INTO MATHCSV-RECORD
               WRITE MATHCSV-RECORD
           END-IF.
               " REM=" WS-REM-TEXT " PCT=" WS-PCT-TEXT
               " MISMATCH=" WS-MISMATCH-FLAG
               " RND=" WS-ROUND-POLICY
               " OVF=" WS-OVERFLOW-FLAG
               " OPR=" WS-OPERATOR-ID
               " SRC=" WS-SOURCE-CODE
               DELIMITED BY SIZE INTO AUDITLOG-RECORD.
           PERFORM 7060-STAMP-AUDIT-SEQUENCE.
           PERFORM 7070-HASH-AUDIT-LINE.
           WRITE AUDITLOG-RECORD.
           ADD 1 TO WS-AUDIT-LINES.

       7050-BUILD-AUDIT-TEXT.
           IF WS-ADD-RAN = "Y"
               MOVE WS-SUM-DISP TO WS-SUM-TEXT
           ELSE
               MOVE "N/A" TO WS-SUM-TEXT
           END-IF.
           IF WS-SUB-RAN = "Y"
               MOVE WS-DIFFERENCE-DISP TO WS-DIFF-TEXT
           ELSE
               MOVE "N/A" TO WS-DIFF-TEXT
           END-IF.
           IF WS-MUL-RAN = "Y"
               MOVE WS-PRODUCT-DISP TO WS-PROD-TEXT
           ELSE
               MOVE "N/A" TO WS-PROD-TEXT
           END-IF.
               MOVE "N/A" TO WS-PCT-TEXT
           END-IF.

       7060-STAMP-AUDIT-SEQUENCE.
           ADD 1 TO WS-AUDIT-SEQ.
           MOVE " RUN=" TO AUDITLOG-RECORD(182:5).
           MOVE WS-AUDIT-RUN-ID TO AUDITLOG-RECORD(187:17).
           MOVE " SEQ=" TO AUDITLOG-RECORD(204:5).
           MOVE WS-AUDIT-SEQ TO AUDITLOG-RECORD(209:7).

       7070-HASH-AUDIT-LINE.
           MOVE ZERO TO WS-LINE-HASH.
           MOVE 1 TO WS-HASH-IX.
           PERFORM UNTIL WS-HASH-IX > 220
               COMPUTE WS-LINE-HASH = WS-LINE-HASH
                   + FUNCTION ORD(AUDITLOG-RECORD(WS-HASH-IX:1))
                   * WS-HASH-IX
               ADD 1 TO WS-HASH-IX
           END-PERFORM.
           ADD WS-LINE-HASH TO WS-AUDIT-HASH.

       7080-WRITE-AUDIT-CONTROL.
           MOVE SPACES TO AUDITLOG-RECORD.
           STRING WS-RUN-DATE " " WS-RUN-TIME
               " CTRL=" WS-AUDIT-LINES " HASH=" WS-AUDIT-HASH
               DELIMITED BY SIZE INTO AUDITLOG-RECORD.
           PERFORM 7060-STAMP-AUDIT-SEQUENCE.
           WRITE AUDITLOG-RECORD.

       4000-SUSPENSE-REPROCESS.
           MOVE ZERO TO WS-SUSP-COUNT.
           OPEN INPUT MATHSUSP.
               MOVE "Y" TO WS-SUSP-OPEN
               MOVE ZERO TO WS-SUSP-WRITTEN
               PERFORM 7650-OPEN-MASTER
               PERFORM 7800-LOAD-LIMITTAB
               IF WS-LIM-COUNT > ZERO
                   PERFORM 7570-OPEN-REVIEW-QUEUE
               END-IF
               OPEN INPUT SUSPWORK
               MOVE "N" TO WS-EOF-SWITCH
               PERFORM UNTIL WS-EOF-SWITCH = "Y"
                   CLOSE MASTCHG
                   MOVE "N" TO WS-CHG-OPEN
               END-IF
               IF WS-HOLD-OPEN = "Y"
                   CLOSE MATHHOLD
                   MOVE "N" TO WS-HOLD-OPEN
               END-IF
               SUBTRACT WS-SUSP-WRITTEN FROM WS-SUSP-COUNT
                   GIVING WS-SUSP-CLEARED
               MOVE WS-SUSP-COUNT TO WS-SUSP-COUNT-ED
               DISPLAY "SUSPENSE ITEMS READ:      " WS-SUSP-COUNT-ED
               DISPLAY "SUSPENSE ITEMS CLEARED:   " WS-SUSP-CLEARED-ED
               DISPLAY "SUSPENSE ITEMS REMAINING: " WS-SUSP-WRITTEN-ED
               MOVE WS-HOLD-COUNT TO WS-HOLD-COUNT-ED
               DISPLAY "ITEMS HELD FOR REVIEW:    " WS-HOLD-COUNT-ED
           END-IF.

       4150-REPROCESS-ONE-ITEM.
           MOVE WRK-NUM1 TO num1.
           MOVE WRK-NUM2 TO num2.
           IF WRK-SOURCE = SPACES
               MOVE "DFLT" TO WS-SOURCE-CODE
           ELSE
               MOVE WRK-SOURCE TO WS-SOURCE-CODE
           END-IF.
           MOVE "N" TO WS-MISMATCH-FLAG.
           MOVE "N" TO WS-OVERFLOW-FLAG WS-ADD-OVF WS-SUB-OVF.
           MOVE "N" TO WS-MUL-OVF WS-DIV-OVF WS-PCT-OVF.
           PERFORM 5800-EDIT-OPERANDS.
           PERFORM 5000-CALCULATE-ALL.
           PERFORM 5810-EDIT-RESULTS.
           PERFORM 6000-WRITE-REPORT-LINE.
           PERFORM 7000-WRITE-AUDIT-LOG.
           IF WS-OVERFLOW-FLAG = "N"
               PERFORM 7820-CHECK-LIMITTAB
               IF WS-HOLD-FLAG = "Y"
                   MOVE "S" TO WS-HOLD-ORIGIN
                   PERFORM 7850-WRITE-REVIEW-ITEM
               ELSE
                   PERFORM 7700-UPDATE-MASTER
               END-IF
           END-IF.
           IF WS-DIV-ZERO-FLAG = "Y"
               MOVE "DIV0" TO WS-EXCEPTION-REASON
               PERFORM 7600-WRITE-SUSPENSE
           END-IF.
           IF WS-OVERFLOW-FLAG = "Y"
               MOVE "OVERFLOW" TO WS-EXCEPTION-REASON
               PERFORM 7600-WRITE-SUSPENSE
           END-IF.

       7400-READ-EXPECTED.
           IF WS-RECONCILE-FLAG = "Y"
                   WS-CSV-STATUS " - extract not written."
           END-IF.

       7570-OPEN-REVIEW-QUEUE.
           OPEN EXTEND MATHHOLD.
           IF WS-HOLD-STATUS = "35"
               OPEN OUTPUT MATHHOLD
           END-IF.
           IF WS-HOLD-STATUS = "00"
               MOVE "Y" TO WS-HOLD-OPEN
           ELSE
               DISPLAY WS-HOLD-NAME " open failed - status "
                   WS-HOLD-STATUS " - result limits not applied."
           END-IF.

       7600-WRITE-SUSPENSE.
           IF WS-SUSP-OPEN = "Y"
               MOVE num1 TO SUSP-NUM1
               MOVE num2 TO SUSP-NUM2
               MOVE WS-RUN-DATE TO SUSP-RUN-DATE
               MOVE WS-EXCEPTION-REASON TO SUSP-REASON
               MOVE WS-SOURCE-CODE TO SUSP-SOURCE
               WRITE MATHSUSP-RECORD
               ADD 1 TO WS-SUSP-WRITTEN
           END-IF.
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
               END-READ
               PERFORM 7710-MOVE-REQUESTED-RESULTS
               MOVE WS-RUN-DATE TO MAST-LAST-CALC-DATE
               PERFORM 7720-LOG-RESULT-CHANGES
               IF WS-MAST-FOUND = "Y"
                   REWRITE MATHMAST-RECORD
               ELSE
                   WRITE MATHMAST-RECORD

       7720-LOG-RESULT-CHANGES.
           IF WS-CHG-OPEN = "Y"
               AND (WS-MAST-FOUND = "N"
               OR MAST-SUM NOT = WS-OLD-SUM
               OR MAST-DIFFERENCE NOT = WS-OLD-DIFFERENCE
               OR MAST-PRODUCT NOT = WS-OLD-PRODUCT
               OR MAST-QUOTIENT NOT = WS-OLD-QUOTIENT
               OR MAST-PCT NOT = WS-OLD-PCT
               OR MAST-DIV-ZERO NOT = WS-OLD-DIV-ZERO)
               MOVE SPACES TO MASTCHG-RECORD
               ACCEPT CHG-SYS-DATE FROM DATE YYYYMMDD
               ACCEPT CHG-SYS-TIME FROM TIME
               MOVE WS-RUN-DATE TO CHG-RUN-DATE
               MOVE CHG-SYS-TIME TO CHG-RUN-TIME
               MOVE MAST-NUM1 TO CHG-NUM1
               MOVE MAST-NUM2 TO CHG-NUM2
               MOVE WS-OLD-SUM TO CHG-OLD-SUM
               MOVE MAST-REMAINDER TO CHG-NEW-REMAINDER
               MOVE MAST-PCT TO CHG-NEW-PCT
               MOVE MAST-DIV-ZERO TO CHG-NEW-DIV-ZERO
               MOVE WS-CHG-ACTION TO CHG-ACTION
               MOVE "math" TO CHG-SOURCE
               MOVE WS-OPERATOR-ID TO CHG-OPERATOR
               WRITE MASTCHG-RECORD
           END-IF.

       7800-LOAD-LIMITTAB.
           MOVE ZERO TO WS-LIM-COUNT.
           MOVE "N" TO WS-LIM-FULL.
           OPEN INPUT LIMITTAB.
           IF WS-LIM-STATUS NOT = "00"
               IF WS-LIM-STATUS NOT = "35"
                   DISPLAY "LIMITTAB.DAT open failed - status "
                       WS-LIM-STATUS " - result limits not applied."
               END-IF
           ELSE
               MOVE "N" TO WS-EOF-SWITCH
               PERFORM UNTIL WS-EOF-SWITCH = "Y"
                   READ LIMITTAB
                       AT END
                           MOVE "Y" TO WS-EOF-SWITCH
                       NOT AT END
                           PERFORM 7810-STORE-LIMIT
                   END-READ
               END-PERFORM
               CLOSE LIMITTAB
               IF WS-LIM-FULL = "Y"
                   DISPLAY "LIMITTAB.DAT holds more than " WS-LIM-MAX
                       " rules - later rules ignored."
               END-IF
           END-IF.

       7810-STORE-LIMIT.
           IF LIMITTAB-RECORD = SPACES
               OR LIMITTAB-RECORD(1:1) = "*"
               CONTINUE
           ELSE
               IF (LIM-OPERATION NOT = "SUM"
                   AND LIM-OPERATION NOT = "DIFF"
                   AND LIM-OPERATION NOT = "PROD"
                   AND LIM-OPERATION NOT = "QUOT"
                   AND LIM-OPERATION NOT = "REM"
                   AND LIM-OPERATION NOT = "PCT")
                   OR (LIM-OPCODE NOT = SPACE
                   AND (LIM-OPCODE < "1" OR LIM-OPCODE > "7"))
                   OR LIM-AMOUNT IS NOT NUMERIC
                   DISPLAY "LIMITTAB.DAT entry not valid - ignored: "
                       LIMITTAB-RECORD
               ELSE
                   IF WS-LIM-COUNT = WS-LIM-MAX
                       MOVE "Y" TO WS-LIM-FULL
                   ELSE
                       ADD 1 TO WS-LIM-COUNT
                       MOVE LIM-OPERATION
                           TO WS-LIM-OPERATION(WS-LIM-COUNT)
                       MOVE LIM-OPCODE TO WS-LIM-OPCODE(WS-LIM-COUNT)
                       MOVE LIM-AMOUNT TO WS-LIM-AMOUNT(WS-LIM-COUNT)
                   END-IF
               END-IF
           END-IF.

       7820-CHECK-LIMITTAB.
           MOVE "N" TO WS-HOLD-FLAG.
           IF WS-HOLD-OPEN = "Y"
               IF WS-ADD-RAN = "Y"
                   MOVE "SUM" TO WS-LIM-CHECK-OP
                   MOVE WS-SUM TO WS-LIM-RESULT
                   PERFORM 7830-CHECK-ONE-LIMIT
               END-IF
               IF WS-SUB-RAN = "Y" AND WS-HOLD-FLAG = "N"
                   MOVE "DIFF" TO WS-LIM-CHECK-OP
                   MOVE WS-DIFFERENCE TO WS-LIM-RESULT
                   PERFORM 7830-CHECK-ONE-LIMIT
               END-IF
               IF WS-MUL-RAN = "Y" AND WS-HOLD-FLAG = "N"
                   MOVE "PROD" TO WS-LIM-CHECK-OP
                   MOVE WS-PRODUCT TO WS-LIM-RESULT
                   PERFORM 7830-CHECK-ONE-LIMIT
               END-IF
               IF WS-DIV-RAN = "Y" AND WS-HOLD-FLAG = "N"
                   AND num2 NOT = ZERO
                   MOVE "QUOT" TO WS-LIM-CHECK-OP
                   MOVE WS-QUOTIENT TO WS-LIM-RESULT
                   PERFORM 7830-CHECK-ONE-LIMIT
               END-IF
               IF WS-REM-RAN = "Y" AND WS-HOLD-FLAG = "N"
                   AND num2 NOT = ZERO
                   MOVE "REM" TO WS-LIM-CHECK-OP
                   MOVE WS-REMAINDER TO WS-LIM-RESULT
                   PERFORM 7830-CHECK-ONE-LIMIT
               END-IF
               IF WS-PCT-RAN = "Y" AND WS-HOLD-FLAG = "N"
                   AND num2 NOT = ZERO
                   MOVE "PCT" TO WS-LIM-CHECK-OP
                   MOVE WS-PCT TO WS-LIM-RESULT
                   PERFORM 7830-CHECK-ONE-LIMIT
               END-IF
           END-IF.

       7830-CHECK-ONE-LIMIT.
           IF WS-LIM-RESULT < ZERO
               COMPUTE WS-LIM-VALUE = ZERO - WS-LIM-RESULT
           ELSE
               MOVE WS-LIM-RESULT TO WS-LIM-VALUE
           END-IF.
           MOVE "N" TO WS-LIM-SPEC-FOUND.
           MOVE "N" TO WS-LIM-GEN-FOUND.
           MOVE 1 TO WS-LIM-IX.
           PERFORM UNTIL WS-LIM-IX > WS-LIM-COUNT
                   OR WS-LIM-SPEC-FOUND = "Y"
               IF WS-LIM-OPERATION(WS-LIM-IX) = WS-LIM-CHECK-OP
                   IF WS-LIM-OPCODE(WS-LIM-IX) = WS-OP-CODE
                       MOVE "Y" TO WS-LIM-SPEC-FOUND
                       MOVE WS-LIM-AMOUNT(WS-LIM-IX) TO WS-LIM-USE
                   ELSE
                       IF WS-LIM-OPCODE(WS-LIM-IX) = SPACE
                           AND WS-LIM-GEN-FOUND = "N"
                           MOVE "Y" TO WS-LIM-GEN-FOUND
                           MOVE WS-LIM-AMOUNT(WS-LIM-IX)
                               TO WS-LIM-GEN-AMOUNT
                       END-IF
                   END-IF
               END-IF
               ADD 1 TO WS-LIM-IX
           END-PERFORM.
           MOVE WS-LIM-SPEC-FOUND TO WS-LIM-APPLIES.
           IF WS-LIM-SPEC-FOUND = "N" AND WS-LIM-GEN-FOUND = "Y"
               MOVE "Y" TO WS-LIM-APPLIES
               MOVE WS-LIM-GEN-AMOUNT TO WS-LIM-USE
           END-IF.
           IF WS-LIM-APPLIES = "Y" AND WS-LIM-VALUE > WS-LIM-USE
               MOVE "Y" TO WS-HOLD-FLAG
               MOVE WS-LIM-CHECK-OP TO WS-HOLD-OPERATION
               MOVE WS-LIM-USE TO WS-HOLD-LIMIT
           END-IF.

       7850-WRITE-REVIEW-ITEM.
           MOVE SPACES TO MATHHOLD-RECORD.
           MOVE "H" TO HOLD-STATUS.
           MOVE WS-RUN-DATE TO HOLD-RUN-DATE.
           MOVE WS-RUN-TIME TO HOLD-RUN-TIME.
           MOVE WS-REC-COUNT TO HOLD-REC-NO.
           MOVE WS-PARTITION-ID TO HOLD-PARTITION.
           MOVE WS-HOLD-ORIGIN TO HOLD-ORIGIN.
           MOVE num1 TO HOLD-NUM1.
           MOVE num2 TO HOLD-NUM2.
           MOVE WS-OP-CODE TO HOLD-OPCODE.
           MOVE WS-SOURCE-CODE TO HOLD-SOURCE.
           MOVE WS-ADD-RAN TO HOLD-ADD-RAN.
           MOVE WS-SUB-RAN TO HOLD-SUB-RAN.
           MOVE WS-MUL-RAN TO HOLD-MUL-RAN.
           MOVE WS-DIV-RAN TO HOLD-DIV-RAN.
           MOVE WS-REM-RAN TO HOLD-REM-RAN.
           MOVE WS-PCT-RAN TO HOLD-PCT-RAN.
           MOVE WS-DIV-ZERO-FLAG TO HOLD-DIV-ZERO.
           MOVE WS-MISMATCH-FLAG TO HOLD-MISMATCH.
           MOVE WS-SUM TO HOLD-SUM.
           MOVE WS-DIFFERENCE TO HOLD-DIFFERENCE.
           MOVE WS-PRODUCT TO HOLD-PRODUCT.
           MOVE WS-QUOTIENT TO HOLD-QUOTIENT.
           MOVE WS-REMAINDER TO HOLD-REMAINDER.
           MOVE WS-PCT TO HOLD-PCT.
           MOVE WS-HOLD-OPERATION TO HOLD-LIMIT-OP.
           MOVE WS-HOLD-LIMIT TO HOLD-LIMIT.
           MOVE WS-OPERATOR-ID TO HOLD-OPERATOR.
           MOVE ZERO TO HOLD-REVIEW-DATE.
           MOVE ZERO TO HOLD-REVIEW-TIME.
           MOVE ZERO TO HOLD-EXTRACT-DATE.
           WRITE MATHHOLD-RECORD.
           ADD 1 TO WS-HOLD-COUNT.
           PERFORM 6070-WRITE-HELD-LINE.

       7500-RECONCILE-PAIR.
           MOVE "N" TO WS-MISMATCH-FLAG.
           IF WS-RECONCILE-FLAG = "Y"
           PERFORM 9500-WRITE-HIST-RECORD.

       9500-WRITE-HIST-RECORD.
           IF WS-PARM-FOUND = "N"
               OR (WS-MODE NOT = "2" AND WS-MODE NOT = "3")
               MOVE "mathonl" TO HIST-PROGRAM
           ELSE
               IF WS-PARTITION-ID > ZERO
                   MOVE SPACES TO HIST-PROGRAM
                   STRING "math" WS-PARTITION-ID
                       DELIMITED BY SIZE INTO HIST-PROGRAM
               ELSE
                   MOVE "math" TO HIST-PROGRAM
               END-IF
           END-IF.
           MOVE WS-RUN-DATE TO HIST-DATE.
           MOVE WS-OPERATOR-ID TO HIST-OPERATOR.
           ACCEPT HIST-TIME FROM TIME.
           OPEN EXTEND RUNHIST.
           IF WS-HIST-STATUS = "35"
