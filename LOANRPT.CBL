       IDENTIFICATION DIVISION.
       PROGRAM-ID. LOANRPT.
      *****************************************************************
      * LOANRPT
      * Monthly loan-portfolio report off the employee loan master
      * LOANMAST.DAT (LOANMNT) - the salary advances and hardship
      * loans payroll carries, where they stand against the open
      * pay period on PAYPERD.DAT:
      *
      *   balances outstanding - every loan paid out and not yet
      *      cleared (repaying, or left short by the final check),
      *      with principal, repayment and balance, totalled
      *   taken this period - what PROG06's LOAN deduction took from
      *      each loan in the open period, totalled
      *   overdue - a repaying loan whose repayments are behind its
      *      schedule. The schedule is the number of periods
      *      repayment has fallen due (PROG06 counts one for every
      *      period the loan was due, taken or not) times the
      *      repayment, capped at the principal; what has been paid
      *      is the principal less the balance; the arrears are the
      *      difference. A period the net could not cover, a leave of
      *      absence or an inactive spell all show up here.
      *   awaiting disbursement - approved loans CHECKRUN (mode L)
      *      has not paid out yet
      *   shortfalls - loans the final check could not clear, with
      *      the balance left for collection
      *
      * LOANRPT.REP carries all five; RETURN-CODE 4 when any loan is
      * overdue or any shortfall is on file. Run it after PROG06 and
      * before FH06 closes the period, so the period's takes are in
      * and the open period is still the one they were taken in.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LOAN-MASTER      ASSIGN TO 'LOANMAST.DAT'
                                    FILE STATUS IS WS-LOAN-STAT.
           SELECT PAY-PERIOD-FILE  ASSIGN TO 'PAYPERD.DAT'
                                    FILE STATUS IS WS-PERD-STAT.
           SELECT LOAN-REPORT      ASSIGN TO 'LOANRPT.REP'.

       DATA DIVISION.
       FILE SECTION.
      * Employee loan master - see LOANMNT's FD.
       FD  LOAN-MASTER
           RECORD CONTAINS 100 CHARACTERS
           RECORDING MODE IS F.
       01  LOAN-RECORD             PIC X(100).

       FD  PAY-PERIOD-FILE
           RECORD CONTAINS 28 CHARACTERS
           RECORDING MODE IS F.
       01  PAY-PERIOD-RECORD.
           03  PERD-NO             PIC 9(03).
           03  PERD-START          PIC 9(08).
           03  PERD-END            PIC 9(08).
           03  PERD-STATUS         PIC X(01).
           03  PERD-PAY-DATE       PIC 9(08).

       FD  LOAN-REPORT
           RECORD CONTAINS 100 CHARACTERS
           RECORDING MODE IS F.
       01  LOAN-REPORT-RECORD      PIC X(100).

       WORKING-STORAGE SECTION.
       01  WS-LOAN-STAT            PIC X(02)      VALUE SPACES.
       01  WS-PERD-STAT            PIC X(02)      VALUE SPACES.
       01  WS-LOAN-EOF-FLAG        PIC X(01)      VALUE 'N'.
           88  WS-LOAN-EOF                 VALUE 'Y'.
       01  WS-PERD-EOF-FLAG        PIC X(01)      VALUE 'N'.
           88  WS-PERD-EOF                 VALUE 'Y'.
       01  WS-DATE                 PIC 9(08)      VALUE ZERO.
       01  WS-OPEN-PERIOD          PIC 9(03)      VALUE ZERO.
      * The loan master, picked apart.
       01  WS-LN-TABLE.
           03  WS-LN-ENTRIES       OCCURS 5000 TIMES.
               05  WS-LN-REC       PIC X(100).
               05  WS-LN-FIELDS    REDEFINES WS-LN-REC.
                   07  WS-LN-EMP-ID    PIC X(05).
                   07  WS-LN-LOAN-NO   PIC 9(02).
                   07  WS-LN-TYPE      PIC X(01).
                   07  WS-LN-NAME      PIC X(15).
                   07  WS-LN-PRINCIPAL PIC 9(05)V99.
                   07  WS-LN-PER-PERIOD PIC 9(05)V99.
                   07  WS-LN-START-PD  PIC 9(03).
                   07  WS-LN-START-DATE PIC 9(08).
                   07  WS-LN-BALANCE   PIC 9(05)V99.
                   07  WS-LN-STATUS    PIC X(01).
                   07  WS-LN-SETUP-DATE PIC 9(08).
                   07  WS-LN-DISB-DATE PIC 9(08).
                   07  WS-LN-DISB-CHECK PIC 9(08).
                   07  WS-LN-TAKEN-PD  PIC 9(03).
                   07  WS-LN-TAKEN-AMT PIC 9(05)V99.
                   07  WS-LN-DUE-CNT   PIC 9(03).
                   07  WS-LN-DUE-PD    PIC 9(03).
                   07  FILLER          PIC X(04).
       01  WS-LN-COUNT             PIC 9(04)      VALUE ZERO.
       01  WS-LN-SUB               PIC 9(04)      VALUE ZERO.
      * Schedule arithmetic for the overdue test.
       01  WS-EXPECTED             PIC 9(08)V99   VALUE ZERO.
       01  WS-PAID                 PIC 9(05)V99   VALUE ZERO.
       01  WS-ARREARS              PIC S9(08)V99  VALUE ZERO.
       01  WS-OUTST-CNT            PIC 9(05)      VALUE ZERO.
       01  WS-OUTST-TOT            PIC 9(09)V99   VALUE ZERO.
       01  WS-TAKEN-CNT            PIC 9(05)      VALUE ZERO.
       01  WS-TAKEN-TOT            PIC 9(09)V99   VALUE ZERO.
       01  WS-OVERDUE-CNT          PIC 9(05)      VALUE ZERO.
       01  WS-OVERDUE-TOT          PIC 9(09)V99   VALUE ZERO.
       01  WS-AWAIT-CNT            PIC 9(05)      VALUE ZERO.
       01  WS-AWAIT-TOT            PIC 9(09)V99   VALUE ZERO.
       01  WS-SHORT-CNT            PIC 9(05)      VALUE ZERO.
       01  WS-SHORT-TOT            PIC 9(09)V99   VALUE ZERO.
      *
       01  LR-HEADING-LINE1.
           03  FILLER              PIC X(50)      VALUE
               'EMPLOYEE LOANS AND SALARY ADVANCES - PORTFOLIO'.
           03  FILLER              PIC X(12)      VALUE 'OPEN PERIOD '.
           03  LR-H-PERIOD         PIC 9(03)      VALUE ZERO.
           03  FILLER              PIC X(07)      VALUE SPACES.
           03  FILLER              PIC X(10)      VALUE 'RUN DATE '.
           03  LR-H-DATE           PIC 9(08)      VALUE ZERO.
           03  FILLER              PIC X(10)      VALUE SPACES.
       01  LR-SECTION-LINE         PIC X(100)     VALUE SPACES.
       01  LR-LOAN-HEADING.
           03  FILLER              PIC X(07)      VALUE 'EMP-ID'.
           03  FILLER              PIC X(05)      VALUE 'LOAN'.
           03  FILLER              PIC X(16)      VALUE 'TYPE'.
           03  FILLER              PIC X(16)      VALUE 'NAME'.
           03  FILLER              PIC X(11)      VALUE 'PRINCIPAL'.
           03  FILLER              PIC X(11)      VALUE 'REPAYMENT'.
           03  LR-H-AMOUNT         PIC X(09)      VALUE SPACES.
           03  FILLER              PIC X(02)      VALUE SPACES.
           03  LR-H-EXTRA          PIC X(23)      VALUE SPACES.
       01  LR-LOAN-LINE.
           03  LR-L-EMP-ID         PIC X(05)      VALUE SPACES.
           03  FILLER              PIC X(02)      VALUE SPACES.
           03  LR-L-LOAN-NO        PIC 9(02)      VALUE ZERO.
           03  FILLER              PIC X(03)      VALUE SPACES.
           03  LR-L-TYPE           PIC X(15)      VALUE SPACES.
           03  FILLER              PIC X(01)      VALUE SPACES.
           03  LR-L-NAME           PIC X(15)      VALUE SPACES.
           03  FILLER              PIC X(01)      VALUE SPACES.
           03  LR-L-PRINCIPAL      PIC ZZ,ZZ9.99  VALUE ZERO.
           03  FILLER              PIC X(02)      VALUE SPACES.
           03  LR-L-PER-PERIOD     PIC ZZ,ZZ9.99  VALUE ZERO.
           03  FILLER              PIC X(02)      VALUE SPACES.
           03  LR-L-AMOUNT         PIC ZZ,ZZ9.99  VALUE ZERO.
           03  FILLER              PIC X(02)      VALUE SPACES.
           03  LR-L-EXTRA          PIC X(23)      VALUE SPACES.
      * The overdue section's tail - periods due, schedule, paid
      * and arrears - laid over LR-L-EXTRA.
       01  LR-OVERDUE-EXTRA.
           03  LR-O-DUE-CNT        PIC ZZ9        VALUE ZERO.
           03  FILLER              PIC X(01)      VALUE SPACES.
           03  LR-O-EXPECTED       PIC ZZ,ZZ9.99  VALUE ZERO.
           03  FILLER              PIC X(01)      VALUE SPACES.
           03  LR-O-PAID           PIC ZZ,ZZ9.99  VALUE ZERO.
       01  LR-TOTAL-LINE.
           03  LR-T-LABEL          PIC X(34)      VALUE SPACES.
           03  LR-T-COUNT          PIC ZZZZ9      VALUE ZERO.
           03  FILLER              PIC X(02)      VALUE SPACES.
           03  LR-T-AMOUNT         PIC ZZZ,ZZZ,ZZ9.99 VALUE ZERO.
           03  FILLER              PIC X(45)      VALUE SPACES.

       PROCEDURE DIVISION.
       0000-MAIN-PARA.
           ACCEPT WS-DATE FROM DATE YYYYMMDD
           PERFORM 1000-INITIAL-PARA
           PERFORM 2000-LOAD-LOANS-PARA
           PERFORM 5000-REPORT-PARA
           PERFORM 9000-END-PARA
           STOP RUN.
      *
      * The open period is the first one on the calendar still open.
      * A calendar with none open leaves the period at zero and the
      * taken-this-period section empty, but the rest still reports.
       1000-INITIAL-PARA.
           OPEN INPUT LOAN-MASTER
           IF WS-LOAN-STAT NOT = '00'
               DISPLAY 'LOANRPT: UNABLE TO OPEN LOANMAST.DAT - '
                   'STATUS ' WS-LOAN-STAT
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN INPUT PAY-PERIOD-FILE
           IF WS-PERD-STAT = '00'
               PERFORM UNTIL WS-PERD-EOF
                   READ PAY-PERIOD-FILE
                       AT END
                           SET WS-PERD-EOF TO TRUE
                       NOT AT END
                           IF PERD-STATUS = 'O'
                              AND WS-OPEN-PERIOD = ZERO
                               MOVE PERD-NO TO WS-OPEN-PERIOD
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PAY-PERIOD-FILE
           END-IF
           IF WS-OPEN-PERIOD = ZERO
               DISPLAY 'LOANRPT: NO OPEN PAY PERIOD ON FILE - '
                   'NOTHING SHOWN AS TAKEN THIS PERIOD'
           END-IF.
      *
       2000-LOAD-LOANS-PARA.
           PERFORM UNTIL WS-LOAN-EOF
               READ LOAN-MASTER
                   AT END
                       SET WS-LOAN-EOF TO TRUE
                   NOT AT END
                       IF WS-LN-COUNT < 5000
                           ADD 1 TO WS-LN-COUNT
                           MOVE LOAN-RECORD TO WS-LN-REC(WS-LN-COUNT)
                       ELSE
                           DISPLAY 'LOANRPT: WS-LN-TABLE OVERFLOW - '
                               'RAISE THE LIMIT BEFORE RERUNNING'
                           MOVE 16 TO RETURN-CODE
                           STOP RUN
                       END-IF
               END-READ
           END-PERFORM
           CLOSE LOAN-MASTER.
      *
       5000-REPORT-PARA.
           OPEN OUTPUT LOAN-REPORT
           MOVE WS-OPEN-PERIOD TO LR-H-PERIOD
           MOVE WS-DATE TO LR-H-DATE
           WRITE LOAN-REPORT-RECORD FROM LR-HEADING-LINE1
      *
           MOVE 'BALANCES OUTSTANDING' TO LR-SECTION-LINE
           MOVE '  BALANCE' TO LR-H-AMOUNT
           MOVE 'STATUS' TO LR-H-EXTRA
           PERFORM 5010-SECTION-HEADING-PARA
           PERFORM VARYING WS-LN-SUB FROM 1 BY 1
                   UNTIL WS-LN-SUB > WS-LN-COUNT
               IF WS-LN-STATUS(WS-LN-SUB) = 'A'
                  OR WS-LN-STATUS(WS-LN-SUB) = 'S'
                   PERFORM 5100-OUTSTANDING-PARA
               END-IF
           END-PERFORM
           MOVE 'TOTAL OUTSTANDING' TO LR-T-LABEL
           MOVE WS-OUTST-CNT TO LR-T-COUNT
           MOVE WS-OUTST-TOT TO LR-T-AMOUNT
           WRITE LOAN-REPORT-RECORD FROM LR-TOTAL-LINE
      *
           MOVE 'TAKEN THIS PERIOD' TO LR-SECTION-LINE
           MOVE '    TAKEN' TO LR-H-AMOUNT
           MOVE 'BAL AFTER' TO LR-H-EXTRA
           PERFORM 5010-SECTION-HEADING-PARA
           PERFORM VARYING WS-LN-SUB FROM 1 BY 1
                   UNTIL WS-LN-SUB > WS-LN-COUNT
               IF WS-OPEN-PERIOD NOT = ZERO
                  AND WS-LN-TAKEN-PD(WS-LN-SUB) = WS-OPEN-PERIOD
                  AND WS-LN-TAKEN-AMT(WS-LN-SUB) > ZERO
                   PERFORM 5200-TAKEN-PARA
               END-IF
           END-PERFORM
           MOVE 'TOTAL TAKEN THIS PERIOD' TO LR-T-LABEL
           MOVE WS-TAKEN-CNT TO LR-T-COUNT
           MOVE WS-TAKEN-TOT TO LR-T-AMOUNT
           WRITE LOAN-REPORT-RECORD FROM LR-TOTAL-LINE
      *
           MOVE 'OVERDUE' TO LR-SECTION-LINE
           MOVE '  ARREARS' TO LR-H-AMOUNT
           MOVE 'DUE  SCHEDULE      PAID' TO LR-H-EXTRA
           PERFORM 5010-SECTION-HEADING-PARA
           PERFORM VARYING WS-LN-SUB FROM 1 BY 1
                   UNTIL WS-LN-SUB > WS-LN-COUNT
               IF WS-LN-STATUS(WS-LN-SUB) = 'A'
                   PERFORM 5300-OVERDUE-PARA
               END-IF
           END-PERFORM
           MOVE 'TOTAL ARREARS' TO LR-T-LABEL
           MOVE WS-OVERDUE-CNT TO LR-T-COUNT
           MOVE WS-OVERDUE-TOT TO LR-T-AMOUNT
           WRITE LOAN-REPORT-RECORD FROM LR-TOTAL-LINE
      *
           MOVE 'AWAITING DISBURSEMENT' TO LR-SECTION-LINE
           MOVE '   TO PAY' TO LR-H-AMOUNT
           MOVE 'APPROVED   PD' TO LR-H-EXTRA
           PERFORM 5010-SECTION-HEADING-PARA
           PERFORM VARYING WS-LN-SUB FROM 1 BY 1
                   UNTIL WS-LN-SUB > WS-LN-COUNT
               IF WS-LN-STATUS(WS-LN-SUB) = 'N'
                   PERFORM 5400-AWAITING-PARA
               END-IF
           END-PERFORM
           MOVE 'TOTAL AWAITING DISBURSEMENT' TO LR-T-LABEL
           MOVE WS-AWAIT-CNT TO LR-T-COUNT
           MOVE WS-AWAIT-TOT TO LR-T-AMOUNT
           WRITE LOAN-REPORT-RECORD FROM LR-TOTAL-LINE
      *
           MOVE 'SHORTFALLS - LEFT OWING AFTER THE FINAL CHECK'
               TO LR-SECTION-LINE
           MOVE 'SHORTFALL' TO LR-H-AMOUNT
           MOVE 'PAID OUT CHECK' TO LR-H-EXTRA
           PERFORM 5010-SECTION-HEADING-PARA
           PERFORM VARYING WS-LN-SUB FROM 1 BY 1
                   UNTIL WS-LN-SUB > WS-LN-COUNT
               IF WS-LN-STATUS(WS-LN-SUB) = 'S'
                   PERFORM 5500-SHORTFALL-PARA
               END-IF
           END-PERFORM
           MOVE 'TOTAL SHORTFALLS' TO LR-T-LABEL
           MOVE WS-SHORT-CNT TO LR-T-COUNT
           MOVE WS-SHORT-TOT TO LR-T-AMOUNT
           WRITE LOAN-REPORT-RECORD FROM LR-TOTAL-LINE
           CLOSE LOAN-REPORT.
      *
       5010-SECTION-HEADING-PARA.
           MOVE SPACES TO LOAN-REPORT-RECORD
           WRITE LOAN-REPORT-RECORD
           WRITE LOAN-REPORT-RECORD FROM LR-SECTION-LINE
           WRITE LOAN-REPORT-RECORD FROM LR-LOAN-HEADING.
      *
      * The columns every section shares.
       5050-LOAN-COLUMNS-PARA.
           MOVE WS-LN-EMP-ID(WS-LN-SUB)     TO LR-L-EMP-ID
           MOVE WS-LN-LOAN-NO(WS-LN-SUB)    TO LR-L-LOAN-NO
           IF WS-LN-TYPE(WS-LN-SUB) = 'H'
               MOVE 'HARDSHIP LOAN'  TO LR-L-TYPE
           ELSE
               MOVE 'SALARY ADVANCE' TO LR-L-TYPE
           END-IF
           MOVE WS-LN-NAME(WS-LN-SUB)       TO LR-L-NAME
           MOVE WS-LN-PRINCIPAL(WS-LN-SUB)  TO LR-L-PRINCIPAL
           MOVE WS-LN-PER-PERIOD(WS-LN-SUB) TO LR-L-PER-PERIOD
           MOVE SPACES                      TO LR-L-EXTRA.
      *
       5100-OUTSTANDING-PARA.
           PERFORM 5050-LOAN-COLUMNS-PARA
           MOVE WS-LN-BALANCE(WS-LN-SUB) TO LR-L-AMOUNT
           IF WS-LN-STATUS(WS-LN-SUB) = 'S'
               MOVE 'SHORTFALL' TO LR-L-EXTRA
           ELSE
               MOVE 'REPAYING'  TO LR-L-EXTRA
           END-IF
           WRITE LOAN-REPORT-RECORD FROM LR-LOAN-LINE
           ADD 1 TO WS-OUTST-CNT
           ADD WS-LN-BALANCE(WS-LN-SUB) TO WS-OUTST-TOT.
      *
       5200-TAKEN-PARA.
           PERFORM 5050-LOAN-COLUMNS-PARA
           MOVE WS-LN-TAKEN-AMT(WS-LN-SUB) TO LR-L-AMOUNT
           MOVE WS-LN-BALANCE(WS-LN-SUB)   TO LR-O-PAID
           MOVE LR-O-PAID                  TO LR-L-EXTRA
           IF WS-LN-BALANCE(WS-LN-SUB) = ZERO
               MOVE ' PAID OFF' TO LR-L-EXTRA
           END-IF
           WRITE LOAN-REPORT-RECORD FROM LR-LOAN-LINE
           ADD 1 TO WS-TAKEN-CNT
           ADD WS-LN-TAKEN-AMT(WS-LN-SUB) TO WS-TAKEN-TOT.
      *
      * Arrears are the schedule to date, capped at the principal,
      * less what has been paid; a loan ahead of or on its schedule
      * is not listed.
       5300-OVERDUE-PARA.
           COMPUTE WS-EXPECTED = WS-LN-DUE-CNT(WS-LN-SUB)
                               * WS-LN-PER-PERIOD(WS-LN-SUB)
           IF WS-EXPECTED > WS-LN-PRINCIPAL(WS-LN-SUB)
               MOVE WS-LN-PRINCIPAL(WS-LN-SUB) TO WS-EXPECTED
           END-IF
           COMPUTE WS-PAID = WS-LN-PRINCIPAL(WS-LN-SUB)
                           - WS-LN-BALANCE(WS-LN-SUB)
           COMPUTE WS-ARREARS = WS-EXPECTED - WS-PAID
           IF WS-ARREARS > ZERO
               PERFORM 5050-LOAN-COLUMNS-PARA
               MOVE WS-ARREARS               TO LR-L-AMOUNT
               MOVE WS-LN-DUE-CNT(WS-LN-SUB) TO LR-O-DUE-CNT
               MOVE WS-EXPECTED              TO LR-O-EXPECTED
               MOVE WS-PAID                  TO LR-O-PAID
               MOVE LR-OVERDUE-EXTRA         TO LR-L-EXTRA
               WRITE LOAN-REPORT-RECORD FROM LR-LOAN-LINE
               ADD 1 TO WS-OVERDUE-CNT
               ADD WS-ARREARS TO WS-OVERDUE-TOT
           END-IF.
      *
       5400-AWAITING-PARA.
           PERFORM 5050-LOAN-COLUMNS-PARA
           MOVE WS-LN-PRINCIPAL(WS-LN-SUB) TO LR-L-AMOUNT
           MOVE SPACES TO LR-L-EXTRA
           STRING WS-LN-SETUP-DATE(WS-LN-SUB) '   '
               WS-LN-START-PD(WS-LN-SUB)
               DELIMITED BY SIZE INTO LR-L-EXTRA
           WRITE LOAN-REPORT-RECORD FROM LR-LOAN-LINE
           ADD 1 TO WS-AWAIT-CNT
           ADD WS-LN-PRINCIPAL(WS-LN-SUB) TO WS-AWAIT-TOT.
      *
       5500-SHORTFALL-PARA.
           PERFORM 5050-LOAN-COLUMNS-PARA
           MOVE WS-LN-BALANCE(WS-LN-SUB) TO LR-L-AMOUNT
           MOVE SPACES TO LR-L-EXTRA
           STRING WS-LN-DISB-DATE(WS-LN-SUB) ' '
               WS-LN-DISB-CHECK(WS-LN-SUB)
               DELIMITED BY SIZE INTO LR-L-EXTRA
           WRITE LOAN-REPORT-RECORD FROM LR-LOAN-LINE
           ADD 1 TO WS-SHORT-CNT
           ADD WS-LN-BALANCE(WS-LN-SUB) TO WS-SHORT-TOT.
      *
       9000-END-PARA.
           IF WS-OVERDUE-CNT > ZERO OR WS-SHORT-CNT > ZERO
               MOVE 4 TO RETURN-CODE
               DISPLAY 'LOANRPT: ' WS-OVERDUE-CNT ' LOANS OVERDUE, '
                   WS-SHORT-CNT ' SHORTFALLS - SEE LOANRPT.REP'
           ELSE
               DISPLAY 'LOANRPT: ' WS-OUTST-CNT ' LOANS OUTSTANDING, '
                   'NONE OVERDUE'
           END-IF.
