       IDENTIFICATION DIVISION.
       PROGRAM-ID. mathmnt.
       AUTHOR. James Hill.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MATHPARM ASSIGN TO "MATHPARM.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.
           SELECT MATHMAST ASSIGN TO "MATHMAST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS MAST-KEY
               FILE STATUS IS WS-MAST-STATUS.
           SELECT MASTCHG ASSIGN TO "MASTCHG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CHG-STATUS.
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
       FD  MATHPARM.
       01  MATHPARM-RECORD.
           05  PARM-MODE           PIC X.
           05  PARM-CKPT-INTERVAL  PIC 9(4).
           05  PARM-LINES-PER-PAGE PIC 9(4).
           05  PARM-RUN-DESC       PIC X(30).
           05  PARM-RETENTION-DAYS PIC 9(3).
           05  PARM-PARTITION-ID   PIC 9.
           05  PARM-PARTITION-CNT  PIC 9.
           05  PARM-SUSP-AGE-LIMIT PIC 9(3).
           05  PARM-ROUND-POLICY   PIC X.
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
       01 num1 PIC S9(7).
       01 num2 PIC S9(7).
       01 WS-SUM PIC S9(7).
       01 WS-DIFFERENCE PIC S9(7).
       01 WS-PRODUCT PIC S9(7).
       01 WS-QUOTIENT PIC S9(5)V99.
       01 WS-REMAINDER PIC S9(7).
       01 WS-REM-QUOT PIC S9(7).
       01 WS-PCT PIC S9(9)V99.
       01 WS-PCT-WORK PIC S9(9).
       01 WS-DIV-ZERO-FLAG PIC X VALUE "N".
       01 WS-OVERFLOW-FLAG PIC X VALUE "N".
       01 WS-OLD-SUM PIC S9(7).
       01 WS-OLD-DIFFERENCE PIC S9(7).
       01 WS-OLD-PRODUCT PIC S9(7).
       01 WS-OLD-QUOTIENT PIC S9(5)V99.
       01 WS-OLD-REMAINDER PIC S9(7).
       01 WS-OLD-PCT PIC S9(9)V99.
       01 WS-OLD-DIV-ZERO PIC X.
       01 WS-PARM-STATUS PIC XX.
       01 WS-MAST-STATUS PIC XX.
       01 WS-CHG-STATUS PIC XX.
       01 WS-HIST-STATUS PIC XX.
       01 WS-ABORT-FLAG PIC X VALUE "N".
       01 WS-RUN-DATE PIC 9(8).
       01 WS-RUN-TIME PIC 9(8).
       01 WS-ROUND-POLICY PIC X VALUE SPACE.
       01 WS-FUNCTION PIC X VALUE SPACE.
       01 WS-REPLY PIC X.
       01 WS-CONFIRM PIC X.
       01 WS-MAST-FOUND PIC X.
       01 WS-VALUE-CHANGED PIC X.
       01 WS-CHG-ACTION PIC X.
       01 WS-UPDATE-COUNT PIC 9(7) VALUE ZERO.
       01 WS-NUM1-ED PIC -(7)9.
       01 WS-NUM2-ED PIC -(7)9.
       01 WS-SUM-ED PIC -(7)9.
       01 WS-DIFFERENCE-ED PIC -(7)9.
       01 WS-PRODUCT-ED PIC -(7)9.
       01 WS-QUOTIENT-ED PIC -(5)9.99.
       01 WS-REMAINDER-ED PIC -(7)9.
       01 WS-PCT-ED PIC -(9)9.99.
       01 WS-QUOTIENT-DISP PIC X(9).
       01 WS-REMAINDER-DISP PIC X(9).
       01 WS-PCT-DISP PIC X(13).
       01 WS-COUNT-ED PIC Z(6)9.
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
       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 0100-READ-BUSINESS-DATE.
           PERFORM 0500-SIGN-ON.
           PERFORM 9000-WRITE-RUN-START.
           IF WS-SIGNON-OK = "Y"
               PERFORM 1000-OPEN-FOR-MAINTENANCE
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
               MOVE "mathmnt" TO VIOL-PROGRAM
               MOVE WS-SIGNON-ID TO VIOL-OPERATOR
               MOVE WS-VIOL-REASON TO VIOL-REASON
               WRITE SECVIOL-RECORD
               CLOSE SECVIOL
           ELSE
               DISPLAY "SECVIOL.DAT open failed - status "
                   WS-VIOL-STATUS " - violation not recorded."
           END-IF.

       1000-OPEN-FOR-MAINTENANCE.
           PERFORM 1050-READ-PARM-FILE.
           OPEN I-O MATHMAST.
           IF WS-MAST-STATUS = "35"
               OPEN OUTPUT MATHMAST
               CLOSE MATHMAST
               OPEN I-O MATHMAST
           END-IF.
           IF WS-MAST-STATUS NOT = "00"
               DISPLAY "MATHMAST.DAT open failed - status "
                   WS-MAST-STATUS " - maintenance unavailable."
               MOVE "Y" TO WS-ABORT-FLAG
           ELSE
               OPEN EXTEND MASTCHG
               IF WS-CHG-STATUS = "35"
                   OPEN OUTPUT MASTCHG
               END-IF
               IF WS-CHG-STATUS NOT = "00"
                   DISPLAY "MASTCHG.DAT open failed - status "
                       WS-CHG-STATUS " - maintenance unavailable."
                   MOVE "Y" TO WS-ABORT-FLAG
               ELSE
                   PERFORM 1100-MAINTENANCE-SESSION
                   CLOSE MASTCHG
               END-IF
               CLOSE MATHMAST
           END-IF.

       1050-READ-PARM-FILE.
           OPEN INPUT MATHPARM.
           IF WS-PARM-STATUS = "00"
               READ MATHPARM
                   AT END
                       CONTINUE
                   NOT AT END
                       IF PARM-ROUND-POLICY = "T"
                           OR PARM-ROUND-POLICY = "U"
                           OR PARM-ROUND-POLICY = "E"
                           MOVE PARM-ROUND-POLICY TO WS-ROUND-POLICY
                       END-IF
               END-READ
               CLOSE MATHPARM
           END-IF.

       1100-MAINTENANCE-SESSION.
           PERFORM UNTIL WS-FUNCTION = "X" OR WS-FUNCTION = "x"
               DISPLAY "A=Add  C=Change  D=Delete  R=Recalculate"
                   "  X=Exit: "
               ACCEPT WS-FUNCTION
               EVALUATE WS-FUNCTION
                   WHEN "A"
                   WHEN "a"
                       PERFORM 2000-ADD-PAIR
                   WHEN "C"
                   WHEN "c"
                       PERFORM 2100-CHANGE-PAIR
                   WHEN "D"
                   WHEN "d"
                       PERFORM 2200-DELETE-PAIR
                   WHEN "R"
                   WHEN "r"
                       PERFORM 2300-RECALCULATE-PAIR
                   WHEN "X"
                   WHEN "x"
                       CONTINUE
                   WHEN OTHER
                       DISPLAY "Invalid function - enter A, C, D, R"
                           " or X."
               END-EVALUATE
           END-PERFORM.
           MOVE WS-UPDATE-COUNT TO WS-COUNT-ED.
           DISPLAY "Master updates applied this session: "
               WS-COUNT-ED.

       1500-READ-PAIR.
           DISPLAY "Enter a signed integer (up to 7 digits): ".
           ACCEPT num1.
           DISPLAY "Enter another signed integer (up to 7 digits): ".
           ACCEPT num2.
           MOVE num1 TO WS-NUM1-ED.
           MOVE num2 TO WS-NUM2-ED.
           MOVE num1 TO MAST-NUM1.
           MOVE num2 TO MAST-NUM2.
           READ MATHMAST
               INVALID KEY
                   MOVE "N" TO WS-MAST-FOUND
                   MOVE ZERO TO WS-OLD-SUM WS-OLD-DIFFERENCE
                   MOVE ZERO TO WS-OLD-PRODUCT WS-OLD-QUOTIENT
                   MOVE ZERO TO WS-OLD-REMAINDER WS-OLD-PCT
                   MOVE "N" TO WS-OLD-DIV-ZERO
               NOT INVALID KEY
                   MOVE "Y" TO WS-MAST-FOUND
                   MOVE MAST-SUM TO WS-OLD-SUM
                   MOVE MAST-DIFFERENCE TO WS-OLD-DIFFERENCE
                   MOVE MAST-PRODUCT TO WS-OLD-PRODUCT
                   MOVE MAST-QUOTIENT TO WS-OLD-QUOTIENT
                   MOVE MAST-REMAINDER TO WS-OLD-REMAINDER
                   MOVE MAST-PCT TO WS-OLD-PCT
                   MOVE MAST-DIV-ZERO TO WS-OLD-DIV-ZERO
           END-READ.

       1550-RESTORE-OLD-VALUES.
           MOVE WS-OLD-SUM TO WS-SUM.
           MOVE WS-OLD-DIFFERENCE TO WS-DIFFERENCE.
           MOVE WS-OLD-PRODUCT TO WS-PRODUCT.
           MOVE WS-OLD-QUOTIENT TO WS-QUOTIENT.
           MOVE WS-OLD-REMAINDER TO WS-REMAINDER.
           MOVE WS-OLD-PCT TO WS-PCT.
           MOVE WS-OLD-DIV-ZERO TO WS-DIV-ZERO-FLAG.

       1600-CONFIRM-UPDATE.
           DISPLAY "Apply this update? (Y/N): ".
           ACCEPT WS-CONFIRM.
           IF WS-CONFIRM = "y"
               MOVE "Y" TO WS-CONFIRM
           END-IF.
           IF WS-CONFIRM NOT = "Y"
               DISPLAY "Update cancelled - master not changed."
           END-IF.

       1700-MOVE-NEW-RESULTS.
           MOVE num1 TO MAST-NUM1.
           MOVE num2 TO MAST-NUM2.
           MOVE WS-SUM TO MAST-SUM.
           MOVE WS-DIFFERENCE TO MAST-DIFFERENCE.
           MOVE WS-PRODUCT TO MAST-PRODUCT.
           MOVE WS-QUOTIENT TO MAST-QUOTIENT.
           MOVE WS-REMAINDER TO MAST-REMAINDER.
           MOVE WS-PCT TO MAST-PCT.
           MOVE WS-DIV-ZERO-FLAG TO MAST-DIV-ZERO.
           MOVE WS-RUN-DATE TO MAST-LAST-CALC-DATE.

       2000-ADD-PAIR.
           PERFORM 1500-READ-PAIR.
           IF WS-MAST-FOUND = "Y"
               DISPLAY "Pair " WS-NUM1-ED " " WS-NUM2-ED
                   " already on master file - use C or R."
           ELSE
               PERFORM 5000-CALCULATE-ALL
               IF WS-OVERFLOW-FLAG = "Y"
                   DISPLAY "Result overflow for pair " WS-NUM1-ED " "
                       WS-NUM2-ED " - pair not added."
               ELSE
                   DISPLAY "New master values:"
                   PERFORM 5850-DISPLAY-RESULTS
                   PERFORM 1600-CONFIRM-UPDATE
                   IF WS-CONFIRM = "Y"
                       PERFORM 1700-MOVE-NEW-RESULTS
                       WRITE MATHMAST-RECORD
                           INVALID KEY
                               DISPLAY "MATHMAST.DAT write failed - "
                                   "status " WS-MAST-STATUS
                           NOT INVALID KEY
                               MOVE "A" TO WS-CHG-ACTION
                               PERFORM 7000-LOG-CHANGE
                       END-WRITE
                   END-IF
               END-IF
           END-IF.

       2100-CHANGE-PAIR.
           PERFORM 1500-READ-PAIR.
           IF WS-MAST-FOUND = "N"
               DISPLAY "Pair " WS-NUM1-ED " " WS-NUM2-ED
                   " not on master file."
           ELSE
               PERFORM 1550-RESTORE-OLD-VALUES
               DISPLAY "Current master values:"
               PERFORM 5850-DISPLAY-RESULTS
               PERFORM 2150-KEY-NEW-VALUES
               IF WS-VALUE-CHANGED = "N"
                   DISPLAY "No values changed - master not updated."
               ELSE
                   DISPLAY "New master values:"
                   PERFORM 5850-DISPLAY-RESULTS
                   PERFORM 1600-CONFIRM-UPDATE
                   IF WS-CONFIRM = "Y"
                       PERFORM 1700-MOVE-NEW-RESULTS
                       REWRITE MATHMAST-RECORD
                           INVALID KEY
                               DISPLAY "MATHMAST.DAT rewrite failed - "
                                   "status " WS-MAST-STATUS
                           NOT INVALID KEY
                               MOVE "C" TO WS-CHG-ACTION
                               PERFORM 7000-LOG-CHANGE
                       END-REWRITE
                   END-IF
               END-IF
           END-IF.

       2150-KEY-NEW-VALUES.
           MOVE "N" TO WS-VALUE-CHANGED.
           DISPLAY "Change SUM? (Y/N): ".
           ACCEPT WS-REPLY.
           IF WS-REPLY = "Y" OR WS-REPLY = "y"
               DISPLAY "Enter new SUM: "
               ACCEPT WS-SUM
               MOVE "Y" TO WS-VALUE-CHANGED
           END-IF.
           DISPLAY "Change DIFFERENCE? (Y/N): ".
           ACCEPT WS-REPLY.
           IF WS-REPLY = "Y" OR WS-REPLY = "y"
               DISPLAY "Enter new DIFFERENCE: "
               ACCEPT WS-DIFFERENCE
               MOVE "Y" TO WS-VALUE-CHANGED
           END-IF.
           DISPLAY "Change PRODUCT? (Y/N): ".
           ACCEPT WS-REPLY.
           IF WS-REPLY = "Y" OR WS-REPLY = "y"
               DISPLAY "Enter new PRODUCT: "
               ACCEPT WS-PRODUCT
               MOVE "Y" TO WS-VALUE-CHANGED
           END-IF.
           IF WS-DIV-ZERO-FLAG = "N"
               DISPLAY "Change QUOTIENT? (Y/N): "
               ACCEPT WS-REPLY
               IF WS-REPLY = "Y" OR WS-REPLY = "y"
                   DISPLAY "Enter new QUOTIENT: "
                   ACCEPT WS-QUOTIENT
                   MOVE "Y" TO WS-VALUE-CHANGED
               END-IF
               DISPLAY "Change REMAINDER? (Y/N): "
               ACCEPT WS-REPLY
               IF WS-REPLY = "Y" OR WS-REPLY = "y"
                   DISPLAY "Enter new REMAINDER: "
                   ACCEPT WS-REMAINDER
                   MOVE "Y" TO WS-VALUE-CHANGED
               END-IF
               DISPLAY "Change PCT? (Y/N): "
               ACCEPT WS-REPLY
               IF WS-REPLY = "Y" OR WS-REPLY = "y"
                   DISPLAY "Enter new PCT: "
                   ACCEPT WS-PCT
                   MOVE "Y" TO WS-VALUE-CHANGED
               END-IF
           END-IF.

       2200-DELETE-PAIR.
           PERFORM 1500-READ-PAIR.
           IF WS-MAST-FOUND = "N"
               DISPLAY "Pair " WS-NUM1-ED " " WS-NUM2-ED
                   " not on master file."
           ELSE
               PERFORM 1550-RESTORE-OLD-VALUES
               DISPLAY "Master values to be deleted:"
               PERFORM 5850-DISPLAY-RESULTS
               PERFORM 1600-CONFIRM-UPDATE
               IF WS-CONFIRM = "Y"
                   DELETE MATHMAST RECORD
                       INVALID KEY
                           DISPLAY "MATHMAST.DAT delete failed - "
                               "status " WS-MAST-STATUS
                       NOT INVALID KEY
                           MOVE ZERO TO WS-SUM WS-DIFFERENCE
                           MOVE ZERO TO WS-PRODUCT WS-QUOTIENT
                           MOVE ZERO TO WS-REMAINDER WS-PCT
                           MOVE "N" TO WS-DIV-ZERO-FLAG
                           MOVE "D" TO WS-CHG-ACTION
                           PERFORM 7000-LOG-CHANGE
                   END-DELETE
               END-IF
           END-IF.

       2300-RECALCULATE-PAIR.
           PERFORM 1500-READ-PAIR.
           IF WS-MAST-FOUND = "N"
               DISPLAY "Pair " WS-NUM1-ED " " WS-NUM2-ED
                   " not on master file - use A to add it."
           ELSE
               PERFORM 1550-RESTORE-OLD-VALUES
               DISPLAY "Current master values:"
               PERFORM 5850-DISPLAY-RESULTS
               PERFORM 5000-CALCULATE-ALL
               IF WS-OVERFLOW-FLAG = "Y"
                   DISPLAY "Result overflow for pair " WS-NUM1-ED " "
                       WS-NUM2-ED " - master not updated."
               ELSE
                   DISPLAY "Recalculated values:"
                   PERFORM 5850-DISPLAY-RESULTS
                   PERFORM 1600-CONFIRM-UPDATE
                   IF WS-CONFIRM = "Y"
                       PERFORM 1700-MOVE-NEW-RESULTS
                       REWRITE MATHMAST-RECORD
                           INVALID KEY
                               DISPLAY "MATHMAST.DAT rewrite failed - "
                                   "status " WS-MAST-STATUS
                           NOT INVALID KEY
                               MOVE "R" TO WS-CHG-ACTION
                               PERFORM 7000-LOG-CHANGE
                       END-REWRITE
                   END-IF
               END-IF
           END-IF.

       5000-CALCULATE-ALL.
           MOVE "N" TO WS-OVERFLOW-FLAG.
           PERFORM 5100-ADD-OP.
           PERFORM 5200-SUBTRACT-OP.
           PERFORM 5300-MULTIPLY-OP.
           PERFORM 5500-VALIDATE-AND-DIVIDE.
           PERFORM 5600-VALIDATE-AND-REMAINDER.
           PERFORM 5700-VALIDATE-AND-PERCENT.

       5100-ADD-OP.
           ADD num1 TO num2 GIVING WS-SUM
               ON SIZE ERROR
                   MOVE ZERO TO WS-SUM
                   MOVE "Y" TO WS-OVERFLOW-FLAG
           END-ADD.

       5200-SUBTRACT-OP.
           SUBTRACT num2 FROM num1 GIVING WS-DIFFERENCE
               ON SIZE ERROR
                   MOVE ZERO TO WS-DIFFERENCE
                   MOVE "Y" TO WS-OVERFLOW-FLAG
           END-SUBTRACT.

       5300-MULTIPLY-OP.
           MULTIPLY num1 BY num2 GIVING WS-PRODUCT
               ON SIZE ERROR
                   MOVE ZERO TO WS-PRODUCT
                   MOVE "Y" TO WS-OVERFLOW-FLAG
           END-MULTIPLY.

       5500-VALIDATE-AND-DIVIDE.
           IF num2 = ZERO
               MOVE ZERO TO WS-QUOTIENT
               MOVE "Y" TO WS-DIV-ZERO-FLAG
           ELSE
               EVALUATE WS-ROUND-POLICY
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
           MOVE "Y" TO WS-OVERFLOW-FLAG.

       5600-VALIDATE-AND-REMAINDER.
           IF num2 = ZERO
               MOVE ZERO TO WS-REMAINDER
           ELSE
               DIVIDE num1 BY num2 GIVING WS-REM-QUOT
                   REMAINDER WS-REMAINDER
           END-IF.

       5700-VALIDATE-AND-PERCENT.
           IF num2 = ZERO
               MOVE ZERO TO WS-PCT
           ELSE
               MULTIPLY num1 BY 100 GIVING WS-PCT-WORK
                   ON SIZE ERROR
                       PERFORM 5750-SET-PCT-OVERFLOW
               END-MULTIPLY
               IF WS-OVERFLOW-FLAG = "N"
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
           MOVE "Y" TO WS-OVERFLOW-FLAG.

       5850-DISPLAY-RESULTS.
           MOVE WS-SUM TO WS-SUM-ED.
           MOVE WS-DIFFERENCE TO WS-DIFFERENCE-ED.
           MOVE WS-PRODUCT TO WS-PRODUCT-ED.
           MOVE WS-QUOTIENT TO WS-QUOTIENT-ED.
           MOVE WS-REMAINDER TO WS-REMAINDER-ED.
           MOVE WS-PCT TO WS-PCT-ED.
           IF WS-DIV-ZERO-FLAG = "Y"
               MOVE "DIV/0" TO WS-QUOTIENT-DISP
               MOVE "DIV/0" TO WS-REMAINDER-DISP
               MOVE "DIV/0" TO WS-PCT-DISP
           ELSE
               MOVE WS-QUOTIENT-ED TO WS-QUOTIENT-DISP
               MOVE WS-REMAINDER-ED TO WS-REMAINDER-DISP
               MOVE WS-PCT-ED TO WS-PCT-DISP
           END-IF.
           DISPLAY WS-NUM1-ED " + " WS-NUM2-ED " = " WS-SUM-ED.
           DISPLAY WS-NUM1-ED " - " WS-NUM2-ED " = " WS-DIFFERENCE-ED.
           DISPLAY WS-NUM1-ED " * " WS-NUM2-ED " = " WS-PRODUCT-ED.
           DISPLAY WS-NUM1-ED " / " WS-NUM2-ED " = " WS-QUOTIENT-DISP.
           DISPLAY WS-NUM1-ED " REM " WS-NUM2-ED " = "
               WS-REMAINDER-DISP.
           DISPLAY WS-NUM1-ED " PCT " WS-NUM2-ED " = " WS-PCT-DISP.

       7000-LOG-CHANGE.
           ACCEPT WS-RUN-TIME FROM TIME.
           MOVE SPACES TO MASTCHG-RECORD.
           ACCEPT CHG-SYS-DATE FROM DATE YYYYMMDD.
           ACCEPT CHG-SYS-TIME FROM TIME.
           MOVE WS-RUN-DATE TO CHG-RUN-DATE.
           MOVE WS-RUN-TIME TO CHG-RUN-TIME.
           MOVE num1 TO CHG-NUM1.
           MOVE num2 TO CHG-NUM2.
           MOVE WS-OLD-SUM TO CHG-OLD-SUM.
           MOVE WS-OLD-DIFFERENCE TO CHG-OLD-DIFFERENCE.
           MOVE WS-OLD-PRODUCT TO CHG-OLD-PRODUCT.
           MOVE WS-OLD-QUOTIENT TO CHG-OLD-QUOTIENT.
           MOVE WS-OLD-REMAINDER TO CHG-OLD-REMAINDER.
           MOVE WS-OLD-PCT TO CHG-OLD-PCT.
           MOVE WS-OLD-DIV-ZERO TO CHG-OLD-DIV-ZERO.
           MOVE WS-SUM TO CHG-NEW-SUM.
           MOVE WS-DIFFERENCE TO CHG-NEW-DIFFERENCE.
           MOVE WS-PRODUCT TO CHG-NEW-PRODUCT.
           MOVE WS-QUOTIENT TO CHG-NEW-QUOTIENT.
           MOVE WS-REMAINDER TO CHG-NEW-REMAINDER.
           MOVE WS-PCT TO CHG-NEW-PCT.
           MOVE WS-DIV-ZERO-FLAG TO CHG-NEW-DIV-ZERO.
           MOVE WS-CHG-ACTION TO CHG-ACTION.
           MOVE "mathmnt" TO CHG-SOURCE.
           MOVE WS-OPERATOR-ID TO CHG-OPERATOR.
           WRITE MASTCHG-RECORD.
           ADD 1 TO WS-UPDATE-COUNT.
           DISPLAY "Master updated and change logged.".

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
           MOVE WS-UPDATE-COUNT TO HIST-REC-COUNT.
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
           MOVE "mathmnt" TO HIST-PROGRAM.
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
