      *     final check: the bracket percentage withholding on the
      *     final gross. The bracket flat amounts (the insurance
      *     share) do not apply to a final check and are left off.
      *   - recovers what the employee still owes on a loan or salary
      *     advance (LOANMAST.DAT, LOANMNT) from the final check, up
      *     to the legal limit - the share of the final net the law
      *     lets an employer keep against a debt owed to it, 25.00
      *     percent unless LOANPARM.DAT says otherwise. A loan paid
      *     off this way is marked P; what the limit leaves owing is
      *     marked S (shortfall) and listed under the employee for
      *     collection, with RETURN-CODE 4. A loan approved but never
      *     paid out is cancelled (C) - CHECKRUN will not pay it now.
      *   - hands the result to CHECKRUN as a final paper check by
      *     appending to the CHKINTF.DAT path CHECKRUN already
      *     consumes, and writes its own audit line per employee to
      * precisely the lawsuit this program exists to prevent. The
      * paid-out leave balances are zeroed and LEAVEBAL.DAT
      * rewritten as well, so the hours cannot pay twice either.
      * LOANMAST.DAT is rewritten before the settled marker of each
      * employee whose loans were touched, so a recovery is never on
      * a check without being off the loan.
      * Run it after FH06 (which rewrites CHKINTF.DAT fresh) and
      * before CHECKRUN's print mode.
      *****************************************************************
                                    FILE STATUS IS WS-CINT-STAT.
           SELECT SETTLED-FILE     ASSIGN TO 'FINLPAID.DAT'
                                    FILE STATUS IS WS-SETL-STAT.
           SELECT LOAN-MASTER      ASSIGN TO 'LOANMAST.DAT'
                                    FILE STATUS IS WS-LOAN-STAT.
           SELECT LOAN-PARM-FILE   ASSIGN TO 'LOANPARM.DAT'
                                    FILE STATUS IS WS-LNPM-STAT.
           SELECT FINAL-PAY-REPORT ASSIGN TO 'FINALPAY.REP'.

       DATA DIVISION.
           03  CJ-AFTER-IMAGE      PIC X(79).

       FD  PAY-PERIOD-FILE
           RECORD CONTAINS 28 CHARACTERS
           RECORDING MODE IS F.
       01  PAY-PERIOD-RECORD.
           03  PERD-NO             PIC 9(03).
           03  PERD-START          PIC 9(08).
           03  PERD-END            PIC 9(08).
           03  PERD-STATUS         PIC X(01).
           03  PERD-PAY-DATE       PIC 9(08).

      * Effective-dated rate history - same layout TIMECALC reads.
       FD  RATE-FILE
           03  FS-EMP-ID           PIC X(05).
           03  FS-PERIOD           PIC 9(03).

      * Employee loan master - see LOANMNT's FD.
       FD  LOAN-MASTER
           RECORD CONTAINS 100 CHARACTERS
           RECORDING MODE IS F.
       01  LOAN-RECORD             PIC X(100).

      * Optional final-pay loan recovery limit (LOANPARM.DAT) - one
      * record, the percentage of the final net that may be kept
      * against loans. Missing file or zero keeps the compiled-in
      * default, same optional-override idea as GARNPARM.DAT.
       FD  LOAN-PARM-FILE
           RECORD CONTAINS 08 CHARACTERS
           RECORDING MODE IS F.
       01  LOAN-PARM-RECORD.
           03  LP-FINAL-PCT        PIC 9(03)V99.
           03  FILLER              PIC X(03).

       FD  FINAL-PAY-REPORT
           RECORD CONTAINS 100 CHARACTERS
           RECORDING MODE IS F.
       01  WS-DTBL-STAT            PIC X(02)      VALUE SPACES.
       01  WS-CINT-STAT            PIC X(02)      VALUE SPACES.
       01  WS-SETL-STAT            PIC X(02)      VALUE SPACES.
       01  WS-LOAN-STAT            PIC X(02)      VALUE SPACES.
       01  WS-LNPM-STAT            PIC X(02)      VALUE SPACES.
       01  WS-LOAN-EOF-FLAG        PIC X(01)      VALUE 'N'.
           88  WS-LOAN-EOF                 VALUE 'Y'.
       01  WS-SETL-EOF-FLAG        PIC X(01)      VALUE 'N'.
           88  WS-SETL-EOF                 VALUE 'Y'.
       01  WS-JRNL-EOF-FLAG        PIC X(01)      VALUE 'N'.
       01  WS-VAC-HOURS            PIC 9(04)V9    VALUE ZERO.
       01  WS-VAC-HOURS-ED         PIC ZZZ9.9     VALUE ZERO.
       01  WS-CHECK-CNT            PIC 9(03)      VALUE ZERO.
      * The loan master, picked apart, with what this run recovered
      * from each loan and the mark that it was touched for the
      * employee in hand.
       01  WS-LN-TABLE.
           03  WS-LN-ENTRIES       OCCURS 5000 TIMES.
               05  WS-LN-REC       PIC X(100).
               05  WS-LN-FIELDS    REDEFINES WS-LN-REC.
                   07  WS-LN-EMP-ID    PIC X(05).
                   07  WS-LN-LOAN-NO   PIC 9(02).
                   07  WS-LN-TYPE      PIC X(01).
                   07  FILLER          PIC X(40).
                   07  WS-LN-BALANCE   PIC 9(05)V99.
                   07  WS-LN-STATUS    PIC X(01).
                   07  FILLER          PIC X(44).
               05  WS-LN-RECOVERED PIC 9(05)V99.
               05  WS-LN-TOUCHED   PIC X(01).
       01  WS-LN-COUNT             PIC 9(04)      VALUE ZERO.
       01  WS-LN-SUB               PIC 9(04)      VALUE ZERO.
       01  WS-LN-OWED              PIC 9(05)V99   VALUE ZERO.
       01  WS-LOAN-PCT             PIC 9(03)V99   VALUE 025.00.
       01  WS-LOAN-ROOM            PIC 9(06)V99   VALUE ZERO.
       01  WS-LOAN-TAKE            PIC 9(05)V99   VALUE ZERO.
       01  WS-LOAN-EMP-TAKE        PIC 9(05)V99   VALUE ZERO.
       01  WS-LOAN-EMP-FLAG        PIC X(01)      VALUE 'N'.
           88  WS-LOAN-EMP-TOUCHED         VALUE 'Y'.
       01  WS-LOAN-SHORT-FLAG      PIC X(01)      VALUE 'N'.
           88  WS-LOAN-EMP-SHORT           VALUE 'Y'.
       01  WS-LOAN-RCV-CNT         PIC 9(04)      VALUE ZERO.
       01  WS-LOAN-SHORT-CNT       PIC 9(04)      VALUE ZERO.
       01  WS-LOAN-CAN-CNT         PIC 9(04)      VALUE ZERO.
       01  WS-LOAN-RCV-TOT         PIC 9(07)V99   VALUE ZERO.
       01  WS-LOAN-SHORT-TOT       PIC 9(07)V99   VALUE ZERO.
      *
       01  FP-HEADING-LINE1        PIC X(100)     VALUE
           'TERMINATION FINAL-PAY AUDIT'.
           03  FP-P-NET            PIC -ZZ,ZZ9.99 VALUE ZERO.
           03  FILLER              PIC X(01)      VALUE SPACES.
           03  FP-P-NOTE           PIC X(24)      VALUE SPACES.
      * One line per loan under the employee's detail line.
       01  FP-LOAN-LINE.
           03  FILLER              PIC X(06)      VALUE SPACES.
           03  FILLER              PIC X(05)      VALUE 'LOAN '.
           03  FP-L-LOAN-NO        PIC 9(02)      VALUE ZERO.
           03  FILLER              PIC X(01)      VALUE SPACES.
           03  FP-L-TYPE           PIC X(15)      VALUE SPACES.
           03  FILLER              PIC X(06)      VALUE ' OWED '.
           03  FP-L-OWED           PIC ZZ,ZZ9.99  VALUE ZERO.
           03  FILLER              PIC X(11)      VALUE
               ' RECOVERED '.
           03  FP-L-RECOVERED      PIC ZZ,ZZ9.99  VALUE ZERO.
           03  FILLER              PIC X(11)      VALUE
               ' SHORTFALL '.
           03  FP-L-SHORT          PIC ZZ,ZZ9.99  VALUE ZERO.
           03  FILLER              PIC X(01)      VALUE SPACES.
           03  FP-L-NOTE           PIC X(14)      VALUE SPACES.
           03  FILLER              PIC X(01)      VALUE SPACES.
       01  FP-SUMMARY-LINE.
           03  FP-S-LABEL          PIC X(30)      VALUE SPACES.
           03  FP-S-COUNT          PIC ZZZ9       VALUE ZERO.
           03  FILLER              PIC X(66)      VALUE SPACES.
       01  FP-AMOUNT-LINE.
           03  FP-A-LABEL          PIC X(30)      VALUE SPACES.
           03  FP-A-COUNT          PIC ZZZ9       VALUE ZERO.
           03  FILLER              PIC X(02)      VALUE SPACES.
           03  FP-A-AMOUNT         PIC Z,ZZZ,ZZ9.99 VALUE ZERO.
           03  FILLER              PIC X(52)      VALUE SPACES.

       PROCEDURE DIVISION.
       0000-MAIN-PARA.
           PERFORM 1100-LOAD-RATES-PARA
           PERFORM 1200-LOAD-LEAVE-PARA
           PERFORM 1300-LOAD-DEDN-TABLE-PARA
           PERFORM 1400-LOAD-LOANS-PARA
           PERFORM 2000-SCAN-JOURNAL-PARA
           PERFORM 5000-PAY-TERMS-PARA
           PERFORM 9000-END-PARA
               CLOSE DEDN-TABLE-FILE
           END-IF.
      *
      * The loan master and the recovery limit. A missing
      * LOANMAST.DAT just means no loans to recover.
       1400-LOAD-LOANS-PARA.
           OPEN INPUT LOAN-PARM-FILE
           IF WS-LNPM-STAT = '00'
              READ LOAN-PARM-FILE
                  AT END
                      CONTINUE
                  NOT AT END
                      IF LP-FINAL-PCT NUMERIC
                         AND LP-FINAL-PCT NOT = ZERO
                         AND LP-FINAL-PCT NOT > 100
                         MOVE LP-FINAL-PCT TO WS-LOAN-PCT
                      END-IF
              END-READ
              CLOSE LOAN-PARM-FILE
           END-IF
           OPEN INPUT LOAN-MASTER
           IF WS-LOAN-STAT = '00'
              PERFORM UNTIL WS-LOAN-EOF
                 READ LOAN-MASTER
                     AT END
                        SET WS-LOAN-EOF TO TRUE
                     NOT AT END
                        IF WS-LN-COUNT < 5000
                           ADD 1 TO WS-LN-COUNT
                           MOVE LOAN-RECORD TO WS-LN-REC(WS-LN-COUNT)
                           MOVE ZERO TO WS-LN-RECOVERED(WS-LN-COUNT)
                           MOVE 'N'  TO WS-LN-TOUCHED(WS-LN-COUNT)
                        ELSE
                           DISPLAY 'FINALPAY: WS-LN-TABLE OVERFLOW'
                               ' - RAISE THE LIMIT BEFORE RERUNNING'
                           MOVE 16 TO RETURN-CODE
                           STOP RUN
                        END-IF
                 END-READ
              END-PERFORM
              CLOSE LOAN-MASTER
           END-IF.
      *
      * Collects this period's terminations from the change journal.
      * The journal is appended in run order, so a later entry for
      * the same employee simply overwrites the earlier one in the
           MOVE 'FINAL CHECKS HANDED TO CHECKRUN' TO FP-S-LABEL
           MOVE WS-CHECK-CNT TO FP-S-COUNT
           WRITE FINAL-PAY-RECORD FROM FP-SUMMARY-LINE
           MOVE 'LOANS RECOVERED FROM FINAL PAY' TO FP-A-LABEL
           MOVE WS-LOAN-RCV-CNT TO FP-A-COUNT
           MOVE WS-LOAN-RCV-TOT TO FP-A-AMOUNT
           WRITE FINAL-PAY-RECORD FROM FP-AMOUNT-LINE
           MOVE 'LOAN SHORTFALLS LEFT OWING' TO FP-A-LABEL
           MOVE WS-LOAN-SHORT-CNT TO FP-A-COUNT
           MOVE WS-LOAN-SHORT-TOT TO FP-A-AMOUNT
           WRITE FINAL-PAY-RECORD FROM FP-AMOUNT-LINE
           MOVE 'LOANS CANCELLED UNPAID' TO FP-S-LABEL
           MOVE WS-LOAN-CAN-CNT TO FP-S-COUNT
           WRITE FINAL-PAY-RECORD FROM FP-SUMMARY-LINE
           CLOSE FINAL-PAY-REPORT.
      *
      * One termination: prorate, price the vacation balance, apply
      * the percentage withholding, recover what is owed on loans,
      * hand the net to CHECKRUN.
       5100-PAY-ONE-TERM-PARA.
           MOVE SPACES TO FP-P-NOTE
           PERFORM 5200-PRORATE-PARA
           COMPUTE WS-FINAL-GROSS = WS-PRORATED-GROSS + WS-LEAVE-PAY
           PERFORM 5400-FINAL-DEDN-PARA
           COMPUTE WS-FINAL-NET = WS-FINAL-GROSS - WS-FINAL-DEDN
           PERFORM 5500-RECOVER-LOANS-PARA
           IF WS-FINAL-NET > ZERO
               MOVE WS-TERM-ID(WS-TERM-SUB)   TO CI-EMP-ID
               MOVE WS-TERM-NAME(WS-TERM-SUB) TO CI-NAME
           MOVE WS-LEAVE-PAY              TO FP-P-LEAVE
           MOVE WS-FINAL-DEDN             TO FP-P-DEDN
           MOVE WS-FINAL-NET              TO FP-P-NET
           IF WS-LOAN-EMP-SHORT
               MOVE 'LOAN SHORTFALL'          TO FP-P-NOTE
           ELSE
               IF WS-LOAN-EMP-TAKE > ZERO AND FP-P-NOTE = SPACES
                   MOVE 'LOAN RECOVERED'      TO FP-P-NOTE
               END-IF
           END-IF
           WRITE FINAL-PAY-RECORD FROM FP-DETAIL-LINE
           IF WS-LOAN-EMP-TOUCHED
               PERFORM 5600-LIST-LOANS-PARA
               PERFORM 8100-REWRITE-LOANS-PARA
           END-IF
      * The settled marker goes out per employee, check or no check
      * - the decision was made either way, and an abend after this
      * employee must not replay them.
           COMPUTE WS-FINAL-DEDN ROUNDED =
               WS-FINAL-GROSS * WS-DEDN-RATE(WS-DEDN-IDX) / 100.
      *
      * What the employee still owes on their loans comes off the
      * final net, loan by loan, until the legal share of the net is
      * used up. The net is the check, so the limit is taken before
      * anything comes off it; a net that is not positive leaves no
      * room at all. What is recovered is added to the deductions,
      * so gross less deductions is still the check.
       5500-RECOVER-LOANS-PARA.
           MOVE 'N'  TO WS-LOAN-EMP-FLAG
           MOVE 'N'  TO WS-LOAN-SHORT-FLAG
           MOVE ZERO TO WS-LOAN-EMP-TAKE
           MOVE ZERO TO WS-LOAN-ROOM
           IF WS-FINAL-NET > ZERO
               COMPUTE WS-LOAN-ROOM =
                   WS-FINAL-NET * WS-LOAN-PCT / 100
           END-IF
           PERFORM VARYING WS-LN-SUB FROM 1 BY 1
                   UNTIL WS-LN-SUB > WS-LN-COUNT
               IF WS-LN-EMP-ID(WS-LN-SUB) = WS-TERM-ID(WS-TERM-SUB)
                   PERFORM 5550-RECOVER-ONE-LOAN-PARA
               END-IF
           END-PERFORM
           ADD WS-LOAN-EMP-TAKE TO WS-FINAL-DEDN
           SUBTRACT WS-LOAN-EMP-TAKE FROM WS-FINAL-NET.
      *
       5550-RECOVER-ONE-LOAN-PARA.
           EVALUATE WS-LN-STATUS(WS-LN-SUB)
               WHEN 'N'
                   MOVE 'C'  TO WS-LN-STATUS(WS-LN-SUB)
                   MOVE ZERO TO WS-LN-BALANCE(WS-LN-SUB)
                   MOVE 'Y'  TO WS-LN-TOUCHED(WS-LN-SUB)
                   SET WS-LOAN-EMP-TOUCHED TO TRUE
                   ADD 1 TO WS-LOAN-CAN-CNT
               WHEN 'A'
                   MOVE WS-LN-BALANCE(WS-LN-SUB) TO WS-LOAN-TAKE
                   IF WS-LOAN-TAKE > WS-LOAN-ROOM
                       MOVE WS-LOAN-ROOM TO WS-LOAN-TAKE
                   END-IF
                   SUBTRACT WS-LOAN-TAKE FROM WS-LOAN-ROOM
                   SUBTRACT WS-LOAN-TAKE FROM WS-LN-BALANCE(WS-LN-SUB)
                   MOVE WS-LOAN-TAKE TO WS-LN-RECOVERED(WS-LN-SUB)
                   ADD WS-LOAN-TAKE  TO WS-LOAN-EMP-TAKE
                   ADD WS-LOAN-TAKE  TO WS-LOAN-RCV-TOT
                   MOVE 'Y' TO WS-LN-TOUCHED(WS-LN-SUB)
                   SET WS-LOAN-EMP-TOUCHED TO TRUE
                   IF WS-LOAN-TAKE > ZERO
                       ADD 1 TO WS-LOAN-RCV-CNT
                   END-IF
                   IF WS-LN-BALANCE(WS-LN-SUB) = ZERO
                       MOVE 'P' TO WS-LN-STATUS(WS-LN-SUB)
                   ELSE
                       MOVE 'S' TO WS-LN-STATUS(WS-LN-SUB)
                       SET WS-LOAN-EMP-SHORT TO TRUE
                       ADD 1 TO WS-LOAN-SHORT-CNT
                       ADD WS-LN-BALANCE(WS-LN-SUB)
                           TO WS-LOAN-SHORT-TOT
                       MOVE 4 TO RETURN-CODE
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
      *
      * The employee's loans this run touched, under their detail
      * line - owed before the final check, recovered from it, and
      * the shortfall left for collection.
       5600-LIST-LOANS-PARA.
           PERFORM VARYING WS-LN-SUB FROM 1 BY 1
                   UNTIL WS-LN-SUB > WS-LN-COUNT
               IF WS-LN-EMP-ID(WS-LN-SUB) = WS-TERM-ID(WS-TERM-SUB)
                  AND WS-LN-TOUCHED(WS-LN-SUB) = 'Y'
                   MOVE WS-LN-LOAN-NO(WS-LN-SUB) TO FP-L-LOAN-NO
                   IF WS-LN-TYPE(WS-LN-SUB) = 'H'
                       MOVE 'HARDSHIP LOAN'  TO FP-L-TYPE
                   ELSE
                       MOVE 'SALARY ADVANCE' TO FP-L-TYPE
                   END-IF
                   COMPUTE WS-LN-OWED = WS-LN-BALANCE(WS-LN-SUB)
                                      + WS-LN-RECOVERED(WS-LN-SUB)
                   MOVE WS-LN-OWED                TO FP-L-OWED
                   MOVE WS-LN-RECOVERED(WS-LN-SUB) TO FP-L-RECOVERED
                   MOVE WS-LN-BALANCE(WS-LN-SUB)  TO FP-L-SHORT
                   EVALUATE WS-LN-STATUS(WS-LN-SUB)
                       WHEN 'C'
                           MOVE 'NOT PAID OUT' TO FP-L-NOTE
                       WHEN 'P'
                           MOVE 'PAID OFF'     TO FP-L-NOTE
                       WHEN OTHER
                           MOVE 'FOR COLLECTION' TO FP-L-NOTE
                   END-EVALUATE
                   WRITE FINAL-PAY-RECORD FROM FP-LOAN-LINE
                   MOVE 'N' TO WS-LN-TOUCHED(WS-LN-SUB)
               END-IF
           END-PERFORM.
      *
      * Rewrites the loan master whole with this employee's loans
      * settled - done per employee, ahead of their settled marker.
       8100-REWRITE-LOANS-PARA.
           OPEN OUTPUT LOAN-MASTER
           PERFORM VARYING WS-LN-SUB FROM 1 BY 1
                   UNTIL WS-LN-SUB > WS-LN-COUNT
               MOVE WS-LN-REC(WS-LN-SUB) TO LOAN-RECORD
               WRITE LOAN-RECORD
           END-PERFORM
           CLOSE LOAN-MASTER.
      *
      * Rewrites the leave-balance master with the paid-out balances
      * zeroed, so a rerun cannot pay the same hours twice.
       8000-REWRITE-LEAVE-PARA.
       9000-END-PARA.
           DISPLAY 'FINALPAY: ' WS-TERM-COUNT ' TERMINATIONS THIS '
               'PERIOD - ' WS-CHECK-CNT ' FINAL CHECKS - SEE '
               'FINALPAY.REP'
           IF WS-LOAN-SHORT-CNT > ZERO
               DISPLAY 'FINALPAY: ' WS-LOAN-SHORT-CNT ' LOAN '
                   'SHORTFALLS LEFT OWING - SEE FINALPAY.REP'
           END-IF.
