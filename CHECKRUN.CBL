      *                   the prenote-cycle population whose ACH
      *                   entry this period was a zero-dollar test
      *                   with no live money behind it
      *   S (supplemental)  prints checks for CHKINTF.DAT only, as
      *               left by an OFFCYCLE supplemental pay run - the
      *               master pass is skipped, since nobody's regular
      *               period pay is due
      *   V (void)    records a void of an existing check number on
      *               the register
      *   R (reissue) voids an existing check and issues a fresh
      *               check number for the same payee and amount
      *   L (loan)    pays out the approved employee loans and salary
      *               advances waiting on the loan master
      *               LOANMAST.DAT (LOANMNT) - one check per loan for
      *               its principal, the check number and date
      *               stamped back on the loan, which is then owed
      *               and repaid through PROG06's LOAN deduction
      *
      * V and R refuse a check ESCHEAT has escheated (an E record on
      * the register): the money has been paid over to the state as
      * unclaimed property, and the owner claims it from the state.
      *
      * V and R also put money back in play, so both require a
      * sign-on through SIGNON-PROG by an operator holding the CHKS
      * role, and every void and reissue is written to the access
      * log under the signed-on user ID. L pays money out on nothing
      * but an approval, so it takes the same sign-on, and every
      * loan check is logged the same way. P and S are unchanged.
      *
      * P and R also stamp the check number onto the permanent pay
      * history PAYHIST.DAT (a K record per check) - FH06 records a
      * paper-paid employee's period there with no check number,
      * because the number does not exist until this run assigns
      * it. A reissue's K record points back at the number it
      * replaced so the history follows the check that was cashed.
      *
      * A P run dates its checks on the period's pay date from the
      * pay-period calendar (rolled back off weekends and bank
      * holidays by PAYDAY-PROG), so a check printed ahead of payday
      * matches the direct deposits FH06 settles that day. S, V, R
      * and L are dated the day they are run.
      *
      * Every mode finishes by printing the register report
      * CHECKREG.REP from the cumulative register, for bank
           SELECT CHECK-REG-FILE   ASSIGN TO 'CHECKREG.DAT'
                                    FILE STATUS IS WS-CREG-STAT.
           SELECT REGISTER-REPORT  ASSIGN TO 'CHECKREG.REP'.
           SELECT PAY-HIST-FILE    ASSIGN TO 'PAYHIST.DAT'
                                    FILE STATUS IS WS-PHST-STAT.
           SELECT LOAN-MASTER      ASSIGN TO 'LOANMAST.DAT'
                                    FILE STATUS IS WS-LOAN-STAT.

       DATA DIVISION.
       FILE SECTION.
      * Check interface file from FH06 (CHKINTF.DAT) - the employees
      * whose direct deposit is still in its prenote cycle this
      * period and must be paid on paper. Absent when FH06 issued no
      * prenotes. After an OFFCYCLE run it holds that run's paper
      * payments instead, for mode S.
       FD  CHECK-INTF-FILE
           RECORD CONTAINS 27 CHARACTERS
           RECORDING MODE IS F.
       01  CHECK-PRINT-RECORD      PIC X(100).

      * Cumulative check register (CHECKREG.DAT). One record per
      * issue, void or reissue - and the escheat ESCHEAT records
      * when a dormant check goes to the state - appended forever -
      * this is the reconciliation trail the bank statement is
      * checked against.
      * The trailing cleared flag and date are stamped by POSPAY's
      * import of the bank's paid-items file; an issue record is
      * written with them blank/zero (outstanding) and the register
               88  CR-ISSUED                VALUE 'I'.
               88  CR-VOIDED                VALUE 'V'.
               88  CR-REISSUED              VALUE 'R'.
               88  CR-ESCHEATED             VALUE 'E'.
           03  CR-PAYEE            PIC X(15).
           03  CR-REF-CHECK        PIC 9(08).
           03  CR-CLEARED          PIC X(01).
           RECORDING MODE IS F.
       01  REGISTER-REPORT-RECORD  PIC X(80).

      * Permanent pay history FH06 appends to - see FH06's FD for
      * the record types. Only the K check stamp is written here.
       FD  PAY-HIST-FILE
           RECORD CONTAINS 100 CHARACTERS
           RECORDING MODE IS F.
       01  PAY-HIST-RECORD.
           03  PH-RUN-DATE         PIC 9(08).
           03  PH-PERIOD           PIC 9(03).
           03  PH-EMP-ID           PIC X(05).
           03  PH-REC-TYPE         PIC X(01).
           03  PH-CHECK-NO         PIC 9(08).
           03  PH-CHECK-AMT        PIC 9(05)V99.
           03  PH-CHECK-REF        PIC 9(08).
           03  FILLER              PIC X(60).

      * Employee loan master - see LOANMNT's FD.
       FD  LOAN-MASTER
           RECORD CONTAINS 100 CHARACTERS
           RECORDING MODE IS F.
       01  LOAN-RECORD             PIC X(100).

       WORKING-STORAGE SECTION.
       01  WS-EMP-STAT             PIC X(02)      VALUE SPACES.
       01  WS-CNUM-STAT            PIC X(02)      VALUE SPACES.
       01  WS-AD-FOUND-FLAG        PIC X(01)      VALUE 'N'.
           88  WS-AD-FOUND                 VALUE 'Y'.
       01  WS-CREG-STAT            PIC X(02)      VALUE SPACES.
       01  WS-PHST-STAT            PIC X(02)      VALUE SPACES.
       01  WS-EMP-EOF-FLAG         PIC X(01)      VALUE 'N'.
           88  WS-EMP-EOF                  VALUE 'Y'.
       01  WS-REG-EOF-FLAG         PIC X(01)      VALUE 'N'.
           88  WS-CINT-EOF                 VALUE 'Y'.
       01  WS-MODE                 PIC X(01)      VALUE SPACES.
           88  WS-MODE-PRINT               VALUE 'P'.
           88  WS-MODE-SUPPL               VALUE 'S'.
           88  WS-MODE-VOID                VALUE 'V'.
           88  WS-MODE-REISSUE             VALUE 'R'.
           88  WS-MODE-LOAN                VALUE 'L'.
       01  WS-NEXT-CHECK           PIC 9(08)      VALUE 1.
       01  WS-TARGET-CHECK-IN      PIC X(08)      VALUE SPACES.
       01  WS-TARGET-CHECK         PIC 9(08)      VALUE ZERO.
       01  WS-FOUND-FLAG           PIC X(01)      VALUE 'N'.
           88  WS-TARGET-FOUND             VALUE 'Y'.
       01  WS-FOUND-ESC-FLAG       PIC X(01)      VALUE 'N'.
           88  WS-TARGET-ESCHEATED         VALUE 'Y'.
       01  WS-FOUND-PAYEE          PIC X(15)      VALUE SPACES.
       01  WS-FOUND-EMP-ID         PIC X(05)      VALUE SPACES.
       01  WS-FOUND-AMOUNT         PIC 9(05)V99   VALUE ZERO.
       01  WS-CHECK-TOTAL          PIC 9(08)V99   VALUE ZERO.
       01  WS-DATE                 PIC 9(08)      VALUE ZERO.
       01  WS-PAY-DATE             PIC X(11)      VALUE SPACES.
      * Date the checks are drawn on - the run date, except that a P
      * run dates the period's checks on the period's pay date from
      * PAYDAY-PROG, the same date FH06 settles the direct deposits
      * on. It goes on the check face and on the register, where
      * POSPAY picks it up as the issue date it sends the bank.
       01  WS-CHECK-DATE           PIC 9(08)      VALUE ZERO.
      * Sign-on block for SIGNON-PROG - see its banner.
       01  WS-SEC-INFO.
           03  WS-SEC-FUNCTION     PIC X(01)      VALUE SPACES.
           03  WS-SEC-PROGRAM      PIC X(08)      VALUE 'CHECKRUN'.
           03  WS-SEC-ROLE         PIC X(04)      VALUE 'CHKS'.
           03  WS-SEC-USER         PIC X(08)      VALUE SPACES.
           03  WS-SEC-RESULT       PIC X(01)      VALUE SPACES.
               88  WS-SEC-GRANTED                 VALUE 'G'.
           03  WS-SEC-DETAIL       PIC X(40)      VALUE SPACES.
       01  WS-PAY-INFO.
           03  WS-PI-RESULT        PIC X(01)      VALUE SPACES.
               88  WS-PI-SCHEDULED                VALUE 'S'.
           03  WS-PI-PERIOD        PIC 9(03)      VALUE ZERO.
           03  WS-PI-SCHED-DATE    PIC 9(08)      VALUE ZERO.
           03  WS-PI-PAY-DATE      PIC 9(08)      VALUE ZERO.
           03  WS-PI-LEAD-DAYS     PIC 9(03)      VALUE ZERO.
      * Amount-in-words conversion work areas. The legal line on a
      * check carries the amount written out; 6500-CONVERT-AMOUNT-
      * PARA builds it a word at a time through the pointer.
       01  WS-VOID-SUB             PIC 9(05)      VALUE ZERO.
       01  WS-VOIDED-FLAG          PIC X(01)      VALUE 'N'.
           88  WS-WAS-VOIDED               VALUE 'Y'.
      * Check numbers escheated to the state, collected alongside
      * the voids - neither outstanding nor cleared.
       01  WS-ESC-TABLE.
           03  WS-ESC-NO           PIC 9(08)      OCCURS 20000 TIMES.
       01  WS-ESC-COUNT            PIC 9(05)      VALUE ZERO.
       01  WS-ESC-FLAG             PIC X(01)      VALUE 'N'.
           88  WS-WAS-ESCHEATED            VALUE 'Y'.
       01  WS-ESC-CNT              PIC 9(05)      VALUE ZERO.
       01  WS-ESC-AMT              PIC 9(09)V99   VALUE ZERO.
       01  WS-STALE-DAYS           PIC 9(03)      VALUE 90.
       01  WS-OUT-CNT              PIC 9(05)      VALUE ZERO.
       01  WS-OUT-AMT              PIC 9(09)V99   VALUE ZERO.
       01  FILLER REDEFINES WS-MONTH-DAYS-TABLE.
           03  WS-MONTH-DAYS       PIC 9(02)      OCCURS 12 TIMES.
       01  WS-TODAY-SERIAL         PIC 9(07)      VALUE ZERO.
      * The loan master, picked apart, for mode L - rewritten whole
      * with the loans just paid out stamped A.
       01  WS-LOAN-STAT            PIC X(02)      VALUE SPACES.
       01  WS-LOAN-EOF-FLAG        PIC X(01)      VALUE 'N'.
           88  WS-LOAN-EOF                 VALUE 'Y'.
       01  WS-LN-TABLE.
           03  WS-LN-ENTRIES       OCCURS 5000 TIMES.
               05  WS-LN-REC       PIC X(100).
               05  WS-LN-FIELDS    REDEFINES WS-LN-REC.
                   07  WS-LN-EMP-ID    PIC X(05).
                   07  WS-LN-LOAN-NO   PIC 9(02).
                   07  WS-LN-TYPE      PIC X(01).
                   07  WS-LN-NAME      PIC X(15).
                   07  WS-LN-PRINCIPAL PIC 9(05)V99.
                   07  FILLER          PIC X(25).
                   07  WS-LN-STATUS    PIC X(01).
                   07  FILLER          PIC X(08).
                   07  WS-LN-DISB-DATE PIC 9(08).
                   07  WS-LN-DISB-CHECK PIC 9(08).
                   07  FILLER          PIC X(20).
       01  WS-LN-COUNT             PIC 9(04)      VALUE ZERO.
       01  WS-LN-SUB               PIC 9(04)      VALUE ZERO.
      * Report archive - see RPTARCH. The report is filed as soon
      * as it is closed; the RETURN-CODE is kept across the CALL.
       01  WS-ARCH-REPORT          PIC X(30)      VALUE 'CHECKREG.REP'.
       01  WS-ARCH-LOC             PIC X(03)      VALUE SPACES.
       01  WS-ARCH-RC              PIC S9(09)     VALUE ZERO.

       PROCEDURE DIVISION.
       0000-MAIN-PARA.
           EVALUATE TRUE
               WHEN WS-MODE-PRINT
                   PERFORM 2000-PRINT-RUN-PARA
               WHEN WS-MODE-SUPPL
                   PERFORM 2600-SUPPL-RUN-PARA
               WHEN WS-MODE-VOID
                   PERFORM 1500-SIGNON-PARA
                   IF WS-SEC-GRANTED
                       PERFORM 3000-VOID-PARA
                   END-IF
               WHEN WS-MODE-REISSUE
                   PERFORM 1500-SIGNON-PARA
                   IF WS-SEC-GRANTED
                       PERFORM 4000-REISSUE-PARA
                   END-IF
               WHEN WS-MODE-LOAN
                   PERFORM 1500-SIGNON-PARA
                   IF WS-SEC-GRANTED
                       PERFORM 2700-LOAN-RUN-PARA
                   END-IF
               WHEN OTHER
                   DISPLAY 'CHECKRUN: UNKNOWN MODE ' WS-MODE
                       ' - ENTER P, S, V, R OR L'
           END-EVALUATE
           PERFORM 8500-WRITE-NEXT-NUMBER-PARA
           PERFORM 8700-PRINT-REGISTER-PARA
           IF WS-MODE-PRINT OR WS-MODE-REISSUE
               CLOSE PAY-HIST-FILE
           END-IF
           STOP RUN.
      *
       1000-INITIAL-PARA.
           MOVE WS-DATE TO WS-DS-DATE
           PERFORM 8800-DAY-SERIAL-PARA
           MOVE WS-DS-SERIAL TO WS-TODAY-SERIAL
           MOVE WS-DATE TO WS-CHECK-DATE
           CALL 'DATE-PROG' USING WS-DATE WS-PAY-DATE
           OPEN INPUT CHECK-NUM-FILE
           IF WS-CNUM-STAT = '00'
           IF WS-CREG-STAT NOT = '00'
               OPEN OUTPUT CHECK-REG-FILE
           END-IF
           DISPLAY 'ENTER MODE - P (PRINT) S (SUPPLEMENTAL) '
               'V (VOID) R (REISSUE) L (LOAN): '
           ACCEPT WS-MODE
           IF WS-MODE-PRINT
               CALL 'PAYDAY-PROG' USING WS-DATE WS-PAY-INFO
               IF WS-PI-SCHEDULED
                   MOVE WS-PI-PAY-DATE TO WS-CHECK-DATE
                   CALL 'DATE-PROG' USING WS-CHECK-DATE WS-PAY-DATE
               END-IF
               DISPLAY 'CHECKRUN: CHECKS DATED ' WS-PAY-DATE
           END-IF
           IF WS-MODE-PRINT OR WS-MODE-REISSUE
               OPEN EXTEND PAY-HIST-FILE
               IF WS-PHST-STAT NOT = '00'
                   OPEN OUTPUT PAY-HIST-FILE
               END-IF
           END-IF.
      *
       1100-SET-WORD-TABLES-PARA.
           MOVE 'ONE'       TO WS-ONES-WORD(1)
              END-PERFORM
              CLOSE ADDR-FILE
           END-IF.
      *
       1500-SIGNON-PARA.
           MOVE 'S' TO WS-SEC-FUNCTION
           CALL 'SIGNON-PROG' USING WS-SEC-INFO
           IF NOT WS-SEC-GRANTED
               MOVE 8 TO RETURN-CODE
           END-IF.
      *
      * One check per active employee with a positive net pay whose
      * bank details are incomplete, then one per CHKINTF.DAT entry
               END-PERFORM
               CLOSE CHECK-INTF-FILE
           END-IF.
      *
      * Supplemental run - the off-cycle payments OFFCYCLE could not
      * deposit, and nothing else.
       2600-SUPPL-RUN-PARA.
           OPEN OUTPUT CHECK-PRINT-FILE
           PERFORM 2500-PRINT-INTF-CHECKS-PARA
           CLOSE CHECK-PRINT-FILE
           DISPLAY 'CHECKRUN: ' WS-CHECK-CNT ' SUPPLEMENTAL CHECKS '
               'WRITTEN'.
      *
      * Loan run - a check for the principal of every loan approved
      * and not yet paid out. The master is only rewritten when a
      * check went out, and a missing LOANMAST.DAT just means
      * there is nothing to pay.
       2700-LOAN-RUN-PARA.
           OPEN INPUT LOAN-MASTER
           IF WS-LOAN-STAT NOT = '00'
               DISPLAY 'CHECKRUN: NO LOANS ON FILE - LOANMAST.DAT '
                   'STATUS ' WS-LOAN-STAT
           ELSE
               PERFORM UNTIL WS-LOAN-EOF
                   READ LOAN-MASTER
                       AT END
                           SET WS-LOAN-EOF TO TRUE
                       NOT AT END
                           IF WS-LN-COUNT < 5000
                               ADD 1 TO WS-LN-COUNT
                               MOVE LOAN-RECORD
                                   TO WS-LN-REC(WS-LN-COUNT)
                           ELSE
                               DISPLAY 'CHECKRUN: WS-LN-TABLE '
                                   'OVERFLOW - RAISE THE LIMIT '
                                   'BEFORE RERUNNING'
                               MOVE 16 TO RETURN-CODE
                               STOP RUN
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE LOAN-MASTER
               OPEN OUTPUT CHECK-PRINT-FILE
               PERFORM VARYING WS-LN-SUB FROM 1 BY 1
                       UNTIL WS-LN-SUB > WS-LN-COUNT
                   IF WS-LN-STATUS(WS-LN-SUB) = 'N'
                       PERFORM 2750-PAY-OUT-LOAN-PARA
                   END-IF
               END-PERFORM
               CLOSE CHECK-PRINT-FILE
               IF WS-CHECK-CNT > ZERO
                   OPEN OUTPUT LOAN-MASTER
                   PERFORM VARYING WS-LN-SUB FROM 1 BY 1
                           UNTIL WS-LN-SUB > WS-LN-COUNT
                       MOVE WS-LN-REC(WS-LN-SUB) TO LOAN-RECORD
                       WRITE LOAN-RECORD
                   END-PERFORM
                   CLOSE LOAN-MASTER
               END-IF
               DISPLAY 'CHECKRUN: ' WS-CHECK-CNT ' LOAN CHECKS '
                   'WRITTEN'
           END-IF.
      *
       2750-PAY-OUT-LOAN-PARA.
           MOVE WS-LN-NAME(WS-LN-SUB)      TO WS-FOUND-PAYEE
           MOVE WS-LN-EMP-ID(WS-LN-SUB)    TO WS-FOUND-EMP-ID
           MOVE WS-LN-PRINCIPAL(WS-LN-SUB) TO WS-FOUND-AMOUNT
           MOVE WS-NEXT-CHECK  TO WS-LN-DISB-CHECK(WS-LN-SUB)
           MOVE WS-CHECK-DATE  TO WS-LN-DISB-DATE(WS-LN-SUB)
           MOVE 'A'            TO WS-LN-STATUS(WS-LN-SUB)
           MOVE 'A' TO WS-SEC-FUNCTION
           MOVE SPACES TO WS-SEC-DETAIL
           STRING 'LOAN CHECK ' WS-NEXT-CHECK
               ' EMP-ID ' WS-FOUND-EMP-ID
               DELIMITED BY SIZE INTO WS-SEC-DETAIL
           PERFORM 6000-ISSUE-CHECK-PARA
           CALL 'SIGNON-PROG' USING WS-SEC-INFO.
      *
       3000-VOID-PARA.
           PERFORM 5000-FIND-CHECK-PARA
           IF WS-TARGET-ESCHEATED
               DISPLAY 'CHECKRUN: CHECK ' WS-TARGET-CHECK
                   ' ESCHEATED TO THE STATE - NOTHING VOIDED'
               MOVE 8 TO RETURN-CODE
           ELSE
               IF WS-TARGET-FOUND
                   MOVE WS-TARGET-CHECK  TO CR-CHECK-NO
                   MOVE WS-FOUND-EMP-ID  TO CR-EMP-ID
                   MOVE WS-DATE          TO CR-DATE
                   MOVE WS-FOUND-AMOUNT  TO CR-AMOUNT
                   MOVE 'V'              TO CR-STATUS
                   MOVE WS-FOUND-PAYEE   TO CR-PAYEE
                   MOVE WS-TARGET-CHECK  TO CR-REF-CHECK
                   MOVE SPACE            TO CR-CLEARED
                   MOVE ZERO             TO CR-CLEAR-DATE
                   WRITE CHECK-REG-RECORD
                   DISPLAY 'CHECKRUN: CHECK ' WS-TARGET-CHECK ' VOIDED'
                   MOVE 'A' TO WS-SEC-FUNCTION
                   MOVE SPACES TO WS-SEC-DETAIL
                   STRING 'VOID CHECK ' WS-TARGET-CHECK
                       ' EMP-ID ' WS-FOUND-EMP-ID
                       DELIMITED BY SIZE INTO WS-SEC-DETAIL
                   CALL 'SIGNON-PROG' USING WS-SEC-INFO
               ELSE
                   DISPLAY 'CHECKRUN: CHECK ' WS-TARGET-CHECK
                       ' NOT ON REGISTER - NOTHING VOIDED'
               END-IF
           END-IF.
      *
      * A reissue is a void of the old check plus a fresh check for
      * the new register record pointing back at the old number.
       4000-REISSUE-PARA.
           PERFORM 5000-FIND-CHECK-PARA
           IF WS-TARGET-ESCHEATED
               DISPLAY 'CHECKRUN: CHECK ' WS-TARGET-CHECK
                   ' ESCHEATED TO THE STATE - NOTHING REISSUED'
               MOVE 8 TO RETURN-CODE
           ELSE
               IF WS-TARGET-FOUND
                   MOVE WS-TARGET-CHECK  TO CR-CHECK-NO
                   MOVE WS-FOUND-EMP-ID  TO CR-EMP-ID
                   MOVE WS-DATE          TO CR-DATE
                   MOVE WS-FOUND-AMOUNT  TO CR-AMOUNT
                   MOVE 'V'              TO CR-STATUS
                   MOVE WS-FOUND-PAYEE   TO CR-PAYEE
                   MOVE WS-TARGET-CHECK  TO CR-REF-CHECK
                   MOVE SPACE            TO CR-CLEARED
                   MOVE ZERO             TO CR-CLEAR-DATE
                   WRITE CHECK-REG-RECORD
                   OPEN OUTPUT CHECK-PRINT-FILE
                   PERFORM 6000-ISSUE-CHECK-PARA
                   CLOSE CHECK-PRINT-FILE
                   DISPLAY 'CHECKRUN: CHECK ' WS-TARGET-CHECK
                       ' REISSUED'
                   MOVE 'A' TO WS-SEC-FUNCTION
                   MOVE SPACES TO WS-SEC-DETAIL
                   STRING 'REISSUE CHECK ' WS-TARGET-CHECK
                       ' EMP-ID ' WS-FOUND-EMP-ID
                       DELIMITED BY SIZE INTO WS-SEC-DETAIL
                   CALL 'SIGNON-PROG' USING WS-SEC-INFO
               ELSE
                   DISPLAY 'CHECKRUN: CHECK ' WS-TARGET-CHECK
                       ' NOT ON REGISTER - NOTHING REISSUED'
               END-IF
           END-IF.
      *
      * Scans the register for the last record carrying the target
                       AT END
                           SET WS-REG-EOF TO TRUE
                       NOT AT END
                           IF CR-CHECK-NO = WS-TARGET-CHECK
                              AND CR-ESCHEATED
                               SET WS-TARGET-ESCHEATED TO TRUE
                           END-IF
                           IF CR-CHECK-NO = WS-TARGET-CHECK
                               SET WS-TARGET-FOUND TO TRUE
                               MOVE CR-PAYEE   TO WS-FOUND-PAYEE
           WRITE CHECK-PRINT-RECORD FROM CHK-LINE6
           MOVE WS-NEXT-CHECK   TO CR-CHECK-NO
           MOVE WS-FOUND-EMP-ID TO CR-EMP-ID
           MOVE WS-CHECK-DATE   TO CR-DATE
           MOVE WS-FOUND-AMOUNT TO CR-AMOUNT
           IF WS-MODE-REISSUE
               MOVE 'R'             TO CR-STATUS
           MOVE SPACE           TO CR-CLEARED
           MOVE ZERO            TO CR-CLEAR-DATE
           WRITE CHECK-REG-RECORD
           IF WS-MODE-PRINT OR WS-MODE-REISSUE
               MOVE SPACES          TO PAY-HIST-RECORD
               MOVE WS-DATE         TO PH-RUN-DATE
               MOVE ZERO            TO PH-PERIOD
               MOVE WS-FOUND-EMP-ID TO PH-EMP-ID
               MOVE 'K'             TO PH-REC-TYPE
               MOVE WS-NEXT-CHECK   TO PH-CHECK-NO
               MOVE WS-FOUND-AMOUNT TO PH-CHECK-AMT
               MOVE CR-REF-CHECK    TO PH-CHECK-REF
               WRITE PAY-HIST-RECORD
           END-IF
           ADD 1 TO WS-NEXT-CHECK
           ADD 1 TO WS-CHECK-CNT
           ADD WS-FOUND-AMOUNT TO WS-CHECK-TOTAL.
           MOVE WS-CLR-CNT      TO REG-R-CNT
           MOVE WS-CLR-AMT      TO REG-R-AMOUNT
           WRITE REGISTER-REPORT-RECORD FROM REG-RECON-LINE
           MOVE 'ESCHEATED  : ' TO REG-R-LABEL
           MOVE WS-ESC-CNT      TO REG-R-CNT
           MOVE WS-ESC-AMT      TO REG-R-AMOUNT
           WRITE REGISTER-REPORT-RECORD FROM REG-RECON-LINE
           MOVE WS-STALE-CNT    TO REG-S-CNT
           WRITE REGISTER-REPORT-RECORD FROM REG-STALE-LINE
           CLOSE REGISTER-REPORT
           PERFORM 9800-ARCHIVE-REPORT-PARA.
      *
       8710-COLLECT-VOIDS-PARA.
           OPEN INPUT CHECK-REG-FILE
                       AT END
                           SET WS-REG-EOF TO TRUE
                       NOT AT END
                           IF CR-ESCHEATED
                               PERFORM 8720-ADD-ESCHEAT-PARA
                           END-IF
                           IF CR-VOIDED
                               IF WS-VOID-COUNT < 20000
                                   ADD 1 TO WS-VOID-COUNT
               END-PERFORM
               CLOSE CHECK-REG-FILE
           END-IF.
      *
       8720-ADD-ESCHEAT-PARA.
           IF WS-ESC-COUNT < 20000
               ADD 1 TO WS-ESC-COUNT
               MOVE CR-CHECK-NO TO WS-ESC-NO(WS-ESC-COUNT)
           ELSE
               DISPLAY 'CHECKRUN: WS-ESC-TABLE '
                   'OVERFLOW - RAISE THE LIMIT'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
      *
       8730-PRINT-REG-LINE-PARA.
           MOVE CR-CHECK-NO  TO REG-P-CHECK
           IF CR-ISSUED OR CR-REISSUED
               PERFORM 8740-CHECK-IF-VOIDED-PARA
               EVALUATE TRUE
                   WHEN WS-WAS-ESCHEATED
                       MOVE 'ESC' TO REG-P-CLR
                       ADD 1         TO WS-ESC-CNT
                       ADD CR-AMOUNT TO WS-ESC-AMT
                   WHEN WS-WAS-VOIDED
                       MOVE 'VD ' TO REG-P-CLR
                   WHEN CR-IS-CLEARED
               IF WS-VOID-NO(WS-VOID-SUB) = CR-CHECK-NO
                   SET WS-WAS-VOIDED TO TRUE
               END-IF
           END-PERFORM
           MOVE 'N' TO WS-ESC-FLAG
           PERFORM VARYING WS-VOID-SUB FROM 1 BY 1
                   UNTIL WS-VOID-SUB > WS-ESC-COUNT
               IF WS-ESC-NO(WS-VOID-SUB) = CR-CHECK-NO
                   SET WS-WAS-ESCHEATED TO TRUE
               END-IF
           END-PERFORM.
      *
      * Days since the epoch 0001-01-01, leap years included - same
               END-IF
           END-IF
           ADD WS-DS-DD TO WS-DS-SERIAL.
      *
       9800-ARCHIVE-REPORT-PARA.
           MOVE RETURN-CODE TO WS-ARCH-RC
           CALL 'RPTARCH' USING WS-ARCH-REPORT WS-ARCH-LOC
               ON EXCEPTION
                   DISPLAY 'CHECKRUN: RPTARCH NOT AVAILABLE - '
                       WS-ARCH-REPORT ' NOT ARCHIVED'
           END-CALL
           MOVE WS-ARCH-RC TO RETURN-CODE.
