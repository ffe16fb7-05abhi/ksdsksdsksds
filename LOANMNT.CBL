       IDENTIFICATION DIVISION.
       PROGRAM-ID. LOANMNT.
      *****************************************************************
      * LOANMNT
      * Batch maintenance of the employee loan master LOANMAST.DAT -
      * salary advances and hardship loans. These used to live on an
      * index card, with the repayment keyed into DEDNTRANS.DAT by
      * hand every period and nothing telling FINALPAY there was a
      * balance to recover when the employee left. A loan on the
      * master is now paid out by CHECKRUN (mode L), repaid through
      * PROG06's LOAN deduction each period, recovered from the
      * final check by FINALPAY, and reported by LOANRPT.
      *
      * A loan is keyed by EMP-ID and a loan number within the
      * employee (assigned here, 01 upward). It carries its type (A
      * salary advance, H hardship loan), the payee name for the
      * check, the principal, the per-period repayment, the pay
      * period repayment starts in (and that period's start date
      * off PAYPERD.DAT, so the start still compares correctly once
      * the period numbers roll over into a new year), the balance
      * owed and a status:
      *   N  approved, not yet paid out - CHECKRUN mode L pays it
      *   A  paid out and repaying
      *   P  paid off
      *   S  shortfall - the employee left owing more than the final
      *      check could legally cover; the balance is what is left
      *   C  cancelled before it was paid out
      * CHECKRUN stamps the disbursement date and check number, and
      * PROG06 keeps the period and amount it last took (so a rerun
      * of the stream puts the take back first, as with RCVSCHED.DAT)
      * and the number of periods repayment has fallen due, which
      * is what LOANRPT measures a loan's arrears against.
      *
      * Transactions (LOANTRAN.DAT, 60 bytes, applied in file order):
      *   A  add an approved loan for an active employee on the
      *      master - principal, repayment and start period required;
      *      the repayment may not exceed the principal and the start
      *      period must be on PAYPERD.DAT and not yet closed
      *   C  cancel a loan that has not been paid out
      *   R  revise a loan not yet paid off - a non-zero repayment
      *      replaces the one on file (a hardship case stretched out,
      *      or a catch-up agreed); a non-zero start period replaces
      *      the start only while the loan is still unpaid-out
      * Anything that fails is listed with its reason on LOANMNT.REP
      * and not applied; RETURN-CODE 4 when any was refused. Every
      * applied change is appended to the permanent loan journal
      * LOANJRNL.DAT with its before and after images, same as the
      * position journal. The master is rewritten in EMP-ID/loan
      * order and the transaction file is emptied at the end.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LOAN-TRANS-FILE  ASSIGN TO 'LOANTRAN.DAT'
                                    FILE STATUS IS WS-LTRN-STAT.
           SELECT LOAN-MASTER      ASSIGN TO 'LOANMAST.DAT'
                                    FILE STATUS IS WS-LOAN-STAT.
           SELECT LOAN-JOURNAL     ASSIGN TO 'LOANJRNL.DAT'
                                    FILE STATUS IS WS-LJRN-STAT.
           SELECT EMP-FILE         ASSIGN TO 'EMPFILE.DAT'
                                    FILE STATUS IS WS-EMP-STAT.
           SELECT PAY-PERIOD-FILE  ASSIGN TO 'PAYPERD.DAT'
                                    FILE STATUS IS WS-PERD-STAT.
           SELECT LOAN-LOG         ASSIGN TO 'LOANMNT.REP'.

       DATA DIVISION.
       FILE SECTION.
      * Loan transaction - see the banner. Fields a transaction does
      * not use are left blank.
       FD  LOAN-TRANS-FILE
           RECORD CONTAINS 60 CHARACTERS
           RECORDING MODE IS F.
       01  LOAN-TRANS-RECORD.
           03  LT-ACTION           PIC X(01).
               88  LT-ADD                  VALUE 'A'.
               88  LT-CANCEL               VALUE 'C'.
               88  LT-REVISE               VALUE 'R'.
           03  LT-EMP-ID           PIC X(05).
           03  LT-LOAN-NO          PIC X(02).
           03  LT-TYPE             PIC X(01).
           03  LT-PRINCIPAL        PIC 9(05)V99.
           03  LT-PER-PERIOD       PIC 9(05)V99.
           03  LT-PER-PERIOD-X     REDEFINES LT-PER-PERIOD
                                   PIC X(07).
           03  LT-START-PERIOD     PIC 9(03).
           03  LT-START-PERIOD-X   REDEFINES LT-START-PERIOD
                                   PIC X(03).
           03  FILLER              PIC X(34).

      * Loan master, 100 bytes, in EMP-ID/loan-number order. Read by
      * CHECKRUN, PROG06, FINALPAY and LOANRPT - their FDs follow
      * this one.
       FD  LOAN-MASTER
           RECORD CONTAINS 100 CHARACTERS
           RECORDING MODE IS F.
       01  LOAN-RECORD.
           03  LN-EMP-ID           PIC X(05).
           03  LN-LOAN-NO          PIC 9(02).
           03  LN-TYPE             PIC X(01).
               88  LN-ADVANCE              VALUE 'A'.
               88  LN-HARDSHIP             VALUE 'H'.
           03  LN-NAME             PIC X(15).
           03  LN-PRINCIPAL        PIC 9(05)V99.
           03  LN-PER-PERIOD       PIC 9(05)V99.
           03  LN-START-PERIOD     PIC 9(03).
           03  LN-START-DATE       PIC 9(08).
           03  LN-BALANCE          PIC 9(05)V99.
           03  LN-STATUS           PIC X(01).
               88  LN-NOT-PAID-OUT         VALUE 'N'.
               88  LN-REPAYING             VALUE 'A'.
               88  LN-PAID-OFF             VALUE 'P'.
               88  LN-SHORTFALL            VALUE 'S'.
               88  LN-CANCELLED            VALUE 'C'.
           03  LN-SETUP-DATE       PIC 9(08).
           03  LN-DISB-DATE        PIC 9(08).
           03  LN-DISB-CHECK       PIC 9(08).
           03  LN-TAKEN-PERIOD     PIC 9(03).
           03  LN-TAKEN-AMT        PIC 9(05)V99.
           03  LN-DUE-COUNT        PIC 9(03).
           03  LN-DUE-PERIOD       PIC 9(03).
           03  FILLER              PIC X(04).

      * Permanent loan journal - one record per change this program
      * makes to the master, with the full before and after images.
      * A blank before image is an add.
       FD  LOAN-JOURNAL
           RECORD CONTAINS 230 CHARACTERS
           RECORDING MODE IS F.
       01  LOAN-JOURNAL-RECORD.
           03  LJ-ACTION           PIC X(01).
           03  LJ-DATE             PIC 9(08).
           03  LJ-TIME             PIC 9(06).
           03  LJ-SOURCE           PIC X(08).
           03  LJ-EMP-ID           PIC X(05).
           03  LJ-LOAN-NO          PIC 9(02).
           03  LJ-BEFORE-IMAGE     PIC X(100).
           03  LJ-AFTER-IMAGE      PIC X(100).

       FD  EMP-FILE
           RECORD CONTAINS 79 CHARACTERS
           RECORDING MODE IS F.
           COPY EMPREC.

       FD  PAY-PERIOD-FILE
           RECORD CONTAINS 28 CHARACTERS
           RECORDING MODE IS F.
       01  PAY-PERIOD-RECORD.
           03  PERD-NO             PIC 9(03).
           03  PERD-START          PIC 9(08).
           03  PERD-END            PIC 9(08).
           03  PERD-STATUS         PIC X(01).
           03  PERD-PAY-DATE       PIC 9(08).

       FD  LOAN-LOG
           RECORD CONTAINS 80 CHARACTERS
           RECORDING MODE IS F.
       01  LOAN-LOG-RECORD         PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-LTRN-STAT            PIC X(02)      VALUE SPACES.
       01  WS-LOAN-STAT            PIC X(02)      VALUE SPACES.
       01  WS-LJRN-STAT            PIC X(02)      VALUE SPACES.
       01  WS-EMP-STAT             PIC X(02)      VALUE SPACES.
       01  WS-PERD-STAT            PIC X(02)      VALUE SPACES.
       01  WS-LTRN-EOF-FLAG        PIC X(01)      VALUE 'N'.
           88  WS-LTRN-EOF                 VALUE 'Y'.
       01  WS-LOAN-EOF-FLAG        PIC X(01)      VALUE 'N'.
           88  WS-LOAN-EOF                 VALUE 'Y'.
       01  WS-EMP-EOF-FLAG         PIC X(01)      VALUE 'N'.
           88  WS-EMP-EOF                  VALUE 'Y'.
       01  WS-PERD-EOF-FLAG        PIC X(01)      VALUE 'N'.
           88  WS-PERD-EOF                 VALUE 'Y'.
       01  WS-DATE                 PIC 9(08)      VALUE ZERO.
       01  WS-TIME                 PIC 9(08)      VALUE ZERO.
      * The whole loan master, kept in EMP-ID/loan-number order - an
      * add is inserted in its place.
       01  WS-LN-TABLE.
           03  WS-LN-ENTRIES       OCCURS 5000 TIMES.
               05  WS-LN-REC       PIC X(100).
               05  WS-LN-KEYS      REDEFINES WS-LN-REC.
                   07  WS-LN-KEY.
                       09  WS-LN-EMP-ID    PIC X(05).
                       09  WS-LN-LOAN-NO   PIC 9(02).
                   07  FILLER          PIC X(93).
       01  WS-LN-COUNT             PIC 9(04)      VALUE ZERO.
       01  WS-LN-SUB               PIC 9(04)      VALUE ZERO.
       01  WS-LN-MOVE-SUB          PIC 9(04)      VALUE ZERO.
       01  WS-LN-FOUND-FLAG        PIC X(01)      VALUE 'N'.
           88  WS-LN-FOUND                 VALUE 'Y'.
      * The key being looked for, and the highest loan number the
      * employee already has (an add takes the next one).
       01  WS-FIND-KEY.
           03  WS-FIND-EMP-ID      PIC X(05)      VALUE SPACES.
           03  WS-FIND-LOAN-NO     PIC 9(02)      VALUE ZERO.
       01  WS-HIGH-LOAN-NO         PIC 9(02)      VALUE ZERO.
      * A revise's repayment and start period as keyed - a blank
      * field is zero here, which leaves the master's value alone -
      * and the start period 6100 looks up on the calendar.
       01  WS-REV-PER-PERIOD       PIC 9(05)V99   VALUE ZERO.
       01  WS-REV-START-PERIOD     PIC 9(03)      VALUE ZERO.
       01  WS-FIND-PERIOD          PIC 9(03)      VALUE ZERO.
      * The loan being worked on, picked apart - same layout as the
      * master record above.
       01  WS-LW-RECORD.
           03  WS-LW-EMP-ID        PIC X(05).
           03  WS-LW-LOAN-NO       PIC 9(02).
           03  WS-LW-TYPE          PIC X(01).
           03  WS-LW-NAME          PIC X(15).
           03  WS-LW-PRINCIPAL     PIC 9(05)V99.
           03  WS-LW-PER-PERIOD    PIC 9(05)V99.
           03  WS-LW-START-PERIOD  PIC 9(03).
           03  WS-LW-START-DATE    PIC 9(08).
           03  WS-LW-BALANCE       PIC 9(05)V99.
           03  WS-LW-STATUS        PIC X(01).
           03  WS-LW-SETUP-DATE    PIC 9(08).
           03  WS-LW-DISB-DATE     PIC 9(08).
           03  WS-LW-DISB-CHECK    PIC 9(08).
           03  WS-LW-TAKEN-PERIOD  PIC 9(03).
           03  WS-LW-TAKEN-AMT     PIC 9(05)V99.
           03  WS-LW-DUE-COUNT     PIC 9(03).
           03  WS-LW-DUE-PERIOD    PIC 9(03).
           03  FILLER              PIC X(04).
       01  WS-LW-BEFORE            PIC X(100)     VALUE SPACES.
      * EMP-ID, name and status from the master, in EMP-ID order for
      * SEARCH ALL.
       01  WS-EM-TABLE.
           03  WS-EM-ENTRIES       OCCURS 1 TO 20000 TIMES
                                    DEPENDING ON WS-EM-COUNT
                                    ASCENDING KEY IS WS-EM-ID
                                    INDEXED BY WS-EM-IDX.
               05  WS-EM-ID        PIC X(05).
               05  WS-EM-NAME      PIC X(15).
               05  WS-EM-STATUS    PIC X(01).
       01  WS-EM-COUNT             PIC 9(05)      VALUE 1.
       01  WS-EM-FOUND-FLAG        PIC X(01)      VALUE 'N'.
           88  WS-EM-FOUND                 VALUE 'Y'.
      * Pay-period calendar (53 slots covers a weekly cycle, same as
      * FH06's table) - a start period is checked against it.
       01  WS-PERD-TABLE.
           03  WS-PERD-ENTRIES     OCCURS 53 TIMES.
               05  WS-PERD-NO      PIC 9(03)      VALUE ZERO.
               05  WS-PERD-START   PIC 9(08)      VALUE ZERO.
               05  WS-PERD-STATUS  PIC X(01)      VALUE SPACES.
       01  WS-PERD-COUNT           PIC 9(02)      VALUE ZERO.
       01  WS-PERD-SUB             PIC 9(02)      VALUE ZERO.
       01  WS-PERD-FOUND-FLAG      PIC X(01)      VALUE 'N'.
           88  WS-PERD-FOUND               VALUE 'Y'.
       01  WS-REJ-FLAG             PIC X(01)      VALUE 'N'.
           88  WS-TRANS-REJECTED           VALUE 'Y'.
       01  WS-REJ-REASON           PIC X(30)      VALUE SPACES.
       01  WS-AMT-ED               PIC ZZ,ZZ9.99  VALUE ZERO.
       01  WS-COUNTS.
           03  WS-TRANS-CNT        PIC 9(05)      VALUE ZERO.
           03  WS-ADD-CNT          PIC 9(05)      VALUE ZERO.
           03  WS-CAN-CNT          PIC 9(05)      VALUE ZERO.
           03  WS-REV-CNT          PIC 9(05)      VALUE ZERO.
           03  WS-REJ-CNT          PIC 9(05)      VALUE ZERO.
       01  LL-LINE.
           03  LL-EMP-ID           PIC X(05)      VALUE SPACES.
           03  FILLER              PIC X(01)      VALUE SPACES.
           03  LL-LOAN-NO          PIC X(02)      VALUE SPACES.
           03  FILLER              PIC X(01)      VALUE SPACES.
           03  LL-ACTION           PIC X(01)      VALUE SPACES.
           03  FILLER              PIC X(02)      VALUE SPACES.
           03  LL-TEXT             PIC X(68)      VALUE SPACES.

       PROCEDURE DIVISION.
       0000-MAIN-PARA.
           ACCEPT WS-DATE FROM DATE YYYYMMDD
           ACCEPT WS-TIME FROM TIME
           PERFORM 1000-INITIAL-PARA
           PERFORM 1100-LOAD-EMPLOYEES-PARA
           PERFORM 1200-LOAD-LOANS-PARA
           PERFORM 1300-LOAD-CALENDAR-PARA
           PERFORM 5000-PROCESS-PARA UNTIL WS-LTRN-EOF
           PERFORM 9000-END-PARA
           GOBACK.
      *
      * A missing or empty LOANTRAN.DAT is a quiet night - the master
      * is left exactly as it is.
       1000-INITIAL-PARA.
           OPEN INPUT LOAN-TRANS-FILE
           IF WS-LTRN-STAT NOT = '00'
               DISPLAY 'LOANMNT: NO LOAN TRANSACTIONS TONIGHT'
               GOBACK
           END-IF
           OPEN OUTPUT LOAN-LOG
           MOVE 'LOANMNT RUN STARTED' TO LL-TEXT
           WRITE LOAN-LOG-RECORD FROM LL-LINE
           OPEN EXTEND LOAN-JOURNAL
           IF WS-LJRN-STAT NOT = '00'
               OPEN OUTPUT LOAN-JOURNAL
           END-IF.
      *
      * The employee master is needed to add - the borrower must be
      * on it and active, and the check is made out in their name.
       1100-LOAD-EMPLOYEES-PARA.
           MOVE ZERO TO WS-EM-COUNT
           OPEN INPUT EMP-FILE
           IF WS-EMP-STAT = '00'
               PERFORM UNTIL WS-EMP-EOF
                   READ EMP-FILE
                       AT END
                           SET WS-EMP-EOF TO TRUE
                       NOT AT END
                           IF WS-EM-COUNT < 20000
                               ADD 1 TO WS-EM-COUNT
                               MOVE EMP-ID
                                   TO WS-EM-ID(WS-EM-COUNT)
                               MOVE EMP-NAME
                                   TO WS-EM-NAME(WS-EM-COUNT)
                               MOVE EMP-STATUS
                                   TO WS-EM-STATUS(WS-EM-COUNT)
                           ELSE
                               DISPLAY 'LOANMNT: WS-EM-TABLE '
                                   'OVERFLOW - RAISE THE LIMIT '
                                   'BEFORE RERUNNING'
                               MOVE 16 TO RETURN-CODE
                               GOBACK
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE EMP-FILE
           END-IF.
      *
      * A missing LOANMAST.DAT starts an empty master - the first run
      * is the one that loads it.
       1200-LOAD-LOANS-PARA.
           OPEN INPUT LOAN-MASTER
           IF WS-LOAN-STAT = '00'
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
                               DISPLAY 'LOANMNT: WS-LN-TABLE '
                                   'OVERFLOW - RAISE THE LIMIT '
                                   'BEFORE RERUNNING'
                               MOVE 16 TO RETURN-CODE
                               GOBACK
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE LOAN-MASTER
           END-IF.
      *
      * A missing calendar leaves the table empty, so every add is
      * refused on its start period rather than guessed at.
       1300-LOAD-CALENDAR-PARA.
           OPEN INPUT PAY-PERIOD-FILE
           IF WS-PERD-STAT = '00'
               PERFORM UNTIL WS-PERD-EOF
                   READ PAY-PERIOD-FILE
                       AT END
                           SET WS-PERD-EOF TO TRUE
                       NOT AT END
                           IF WS-PERD-COUNT < 53
                               ADD 1 TO WS-PERD-COUNT
                               MOVE PERD-NO
                                   TO WS-PERD-NO(WS-PERD-COUNT)
                               MOVE PERD-START
                                   TO WS-PERD-START(WS-PERD-COUNT)
                               MOVE PERD-STATUS
                                   TO WS-PERD-STATUS(WS-PERD-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PAY-PERIOD-FILE
           END-IF.
      *
       5000-PROCESS-PARA.
           READ LOAN-TRANS-FILE
               AT END
                   SET WS-LTRN-EOF TO TRUE
               NOT AT END
                   ADD 1 TO WS-TRANS-CNT
                   PERFORM 5100-ONE-TRANS-PARA
           END-READ.
      *
       5100-ONE-TRANS-PARA.
           MOVE 'N'    TO WS-REJ-FLAG
           MOVE SPACES TO WS-REJ-REASON
           EVALUATE TRUE
               WHEN LT-EMP-ID = SPACES
                   MOVE 'EMP-ID BLANK' TO WS-REJ-REASON
                   SET WS-TRANS-REJECTED TO TRUE
               WHEN LT-ADD
                   PERFORM 5200-ADD-LOAN-PARA
               WHEN NOT LT-CANCEL AND NOT LT-REVISE
                   MOVE 'ACTION NOT A, C OR R' TO WS-REJ-REASON
                   SET WS-TRANS-REJECTED TO TRUE
               WHEN LT-LOAN-NO NOT NUMERIC
                   MOVE 'LOAN NUMBER NOT NUMERIC' TO WS-REJ-REASON
                   SET WS-TRANS-REJECTED TO TRUE
               WHEN OTHER
                   MOVE LT-EMP-ID  TO WS-FIND-EMP-ID
                   MOVE LT-LOAN-NO TO WS-FIND-LOAN-NO
                   PERFORM 6000-FIND-LOAN-PARA
                   IF NOT WS-LN-FOUND
                       MOVE 'LOAN NOT ON FILE' TO WS-REJ-REASON
                       SET WS-TRANS-REJECTED TO TRUE
                   ELSE
                       IF LT-CANCEL
                           PERFORM 5300-CANCEL-LOAN-PARA
                       ELSE
                           PERFORM 5400-REVISE-LOAN-PARA
                       END-IF
                   END-IF
           END-EVALUATE
           IF WS-TRANS-REJECTED
               ADD 1 TO WS-REJ-CNT
               MOVE LT-EMP-ID  TO LL-EMP-ID
               MOVE LT-LOAN-NO TO LL-LOAN-NO
               MOVE LT-ACTION  TO LL-ACTION
               MOVE SPACES     TO LL-TEXT
               STRING 'REJECTED - ' WS-REJ-REASON
                   DELIMITED BY SIZE INTO LL-TEXT
               WRITE LOAN-LOG-RECORD FROM LL-LINE
           END-IF.
      *
      * The new loan takes the employee's next loan number and goes
      * in as N - nothing is owed until CHECKRUN has paid it out.
       5200-ADD-LOAN-PARA.
           MOVE 'N' TO WS-EM-FOUND-FLAG
           IF WS-EM-COUNT > ZERO
               SEARCH ALL WS-EM-ENTRIES
                   WHEN WS-EM-ID(WS-EM-IDX) = LT-EMP-ID
                       SET WS-EM-FOUND TO TRUE
               END-SEARCH
           END-IF
           MOVE ZERO TO WS-FIND-PERIOD
           IF LT-START-PERIOD-X NOT = SPACES
              AND LT-START-PERIOD NUMERIC
               MOVE LT-START-PERIOD TO WS-FIND-PERIOD
           END-IF
           PERFORM 6100-FIND-START-PERIOD-PARA
           EVALUATE TRUE
               WHEN NOT WS-EM-FOUND
                   MOVE 'EMPLOYEE NOT ON MASTER' TO WS-REJ-REASON
                   SET WS-TRANS-REJECTED TO TRUE
               WHEN WS-EM-STATUS(WS-EM-IDX) NOT = 'A'
                   MOVE 'EMPLOYEE NOT ACTIVE' TO WS-REJ-REASON
                   SET WS-TRANS-REJECTED TO TRUE
               WHEN LT-TYPE NOT = 'A' AND NOT = 'H'
                   MOVE 'TYPE NOT A OR H' TO WS-REJ-REASON
                   SET WS-TRANS-REJECTED TO TRUE
               WHEN LT-PRINCIPAL NOT NUMERIC
                 OR LT-PRINCIPAL = ZERO
                   MOVE 'PRINCIPAL MISSING' TO WS-REJ-REASON
                   SET WS-TRANS-REJECTED TO TRUE
               WHEN LT-PER-PERIOD NOT NUMERIC
                 OR LT-PER-PERIOD = ZERO
                   MOVE 'REPAYMENT MISSING' TO WS-REJ-REASON
                   SET WS-TRANS-REJECTED TO TRUE
               WHEN LT-PER-PERIOD > LT-PRINCIPAL
                   MOVE 'REPAYMENT OVER PRINCIPAL' TO WS-REJ-REASON
                   SET WS-TRANS-REJECTED TO TRUE
               WHEN NOT WS-PERD-FOUND
                   MOVE 'START PERIOD NOT ON CALENDAR'
                       TO WS-REJ-REASON
                   SET WS-TRANS-REJECTED TO TRUE
               WHEN WS-PERD-STATUS(WS-PERD-SUB) = 'C'
                   MOVE 'START PERIOD ALREADY CLOSED' TO WS-REJ-REASON
                   SET WS-TRANS-REJECTED TO TRUE
           END-EVALUATE
           IF NOT WS-TRANS-REJECTED
               MOVE LT-EMP-ID TO WS-FIND-EMP-ID
               MOVE 99        TO WS-FIND-LOAN-NO
               PERFORM 6000-FIND-LOAN-PARA
               IF WS-LN-FOUND OR WS-HIGH-LOAN-NO = 99
                   MOVE 'NO LOAN NUMBERS LEFT' TO WS-REJ-REASON
                   SET WS-TRANS-REJECTED TO TRUE
               END-IF
           END-IF
           IF NOT WS-TRANS-REJECTED
               IF WS-LN-COUNT NOT < 5000
                   DISPLAY 'LOANMNT: WS-LN-TABLE OVERFLOW - '
                       'RAISE THE LIMIT BEFORE RERUNNING'
                   MOVE 16 TO RETURN-CODE
                   GOBACK
               END-IF
               MOVE SPACES TO WS-LW-RECORD
               MOVE LT-EMP-ID              TO WS-LW-EMP-ID
               COMPUTE WS-LW-LOAN-NO = WS-HIGH-LOAN-NO + 1
               MOVE LT-TYPE                TO WS-LW-TYPE
               MOVE WS-EM-NAME(WS-EM-IDX)  TO WS-LW-NAME
               MOVE LT-PRINCIPAL           TO WS-LW-PRINCIPAL
               MOVE LT-PER-PERIOD          TO WS-LW-PER-PERIOD
               MOVE LT-START-PERIOD        TO WS-LW-START-PERIOD
               MOVE WS-PERD-START(WS-PERD-SUB) TO WS-LW-START-DATE
               MOVE LT-PRINCIPAL           TO WS-LW-BALANCE
               MOVE 'N'                    TO WS-LW-STATUS
               MOVE WS-DATE                TO WS-LW-SETUP-DATE
               MOVE ZERO                   TO WS-LW-DISB-DATE
               MOVE ZERO                   TO WS-LW-DISB-CHECK
               MOVE ZERO                   TO WS-LW-TAKEN-PERIOD
               MOVE ZERO                   TO WS-LW-TAKEN-AMT
               MOVE ZERO                   TO WS-LW-DUE-COUNT
               MOVE ZERO                   TO WS-LW-DUE-PERIOD
      * WS-LN-SUB was left by 6000 at the first entry above the
      * employee's loans - shuffle the rest down one and drop it in.
               PERFORM VARYING WS-LN-MOVE-SUB FROM WS-LN-COUNT BY -1
                       UNTIL WS-LN-MOVE-SUB < WS-LN-SUB
                   MOVE WS-LN-REC(WS-LN-MOVE-SUB)
                       TO WS-LN-REC(WS-LN-MOVE-SUB + 1)
               END-PERFORM
               ADD 1 TO WS-LN-COUNT
               MOVE WS-LW-RECORD TO WS-LN-REC(WS-LN-SUB)
               ADD 1 TO WS-ADD-CNT
               MOVE SPACES TO WS-LW-BEFORE
               PERFORM 7000-JOURNAL-PARA
               MOVE LT-PRINCIPAL TO WS-AMT-ED
               MOVE SPACES TO LL-TEXT
               STRING 'ADDED - PRINCIPAL ' WS-AMT-ED
                   DELIMITED BY SIZE INTO LL-TEXT
               PERFORM 7100-LOG-APPLIED-PARA
           END-IF.
      *
      * Once the check has gone out the money is owed - a paid-out
      * loan is revised or recovered, never cancelled.
       5300-CANCEL-LOAN-PARA.
           MOVE WS-LN-REC(WS-LN-SUB) TO WS-LW-RECORD
           MOVE WS-LW-RECORD         TO WS-LW-BEFORE
           IF WS-LW-STATUS NOT = 'N'
               MOVE 'LOAN PAID OUT OR CLOSED'
                   TO WS-REJ-REASON
               SET WS-TRANS-REJECTED TO TRUE
           ELSE
               MOVE 'C'  TO WS-LW-STATUS
               MOVE ZERO TO WS-LW-BALANCE
               MOVE WS-LW-RECORD TO WS-LN-REC(WS-LN-SUB)
               ADD 1 TO WS-CAN-CNT
               PERFORM 7000-JOURNAL-PARA
               MOVE 'CANCELLED' TO LL-TEXT
               PERFORM 7100-LOG-APPLIED-PARA
           END-IF.
      *
       5400-REVISE-LOAN-PARA.
           MOVE WS-LN-REC(WS-LN-SUB) TO WS-LW-RECORD
           MOVE WS-LW-RECORD         TO WS-LW-BEFORE
      * A field left blank is not being revised; one keyed but not
      * numeric is refused.
           MOVE ZERO TO WS-REV-PER-PERIOD
           MOVE ZERO TO WS-REV-START-PERIOD
           IF LT-PER-PERIOD-X NOT = SPACES
               IF LT-PER-PERIOD NUMERIC
                   MOVE LT-PER-PERIOD TO WS-REV-PER-PERIOD
               ELSE
                   MOVE 'REPAYMENT NOT NUMERIC' TO WS-REJ-REASON
                   SET WS-TRANS-REJECTED TO TRUE
               END-IF
           END-IF
           IF LT-START-PERIOD-X NOT = SPACES
               IF LT-START-PERIOD NUMERIC
                   MOVE LT-START-PERIOD TO WS-REV-START-PERIOD
               ELSE
                   MOVE 'START PERIOD NOT NUMERIC' TO WS-REJ-REASON
                   SET WS-TRANS-REJECTED TO TRUE
               END-IF
           END-IF
           MOVE WS-REV-START-PERIOD TO WS-FIND-PERIOD
           PERFORM 6100-FIND-START-PERIOD-PARA
           EVALUATE TRUE
               WHEN WS-TRANS-REJECTED
                   CONTINUE
               WHEN WS-LW-STATUS NOT = 'N' AND NOT = 'A'
                   MOVE 'LOAN NOT OPEN' TO WS-REJ-REASON
                   SET WS-TRANS-REJECTED TO TRUE
               WHEN WS-REV-PER-PERIOD = ZERO
                AND WS-REV-START-PERIOD = ZERO
                   MOVE 'NOTHING TO REVISE' TO WS-REJ-REASON
                   SET WS-TRANS-REJECTED TO TRUE
               WHEN WS-REV-PER-PERIOD > WS-LW-PRINCIPAL
                   MOVE 'REPAYMENT OVER PRINCIPAL' TO WS-REJ-REASON
                   SET WS-TRANS-REJECTED TO TRUE
               WHEN WS-REV-START-PERIOD NOT = ZERO
                AND WS-LW-STATUS NOT = 'N'
                   MOVE 'PAID OUT - START CANNOT MOVE'
                       TO WS-REJ-REASON
                   SET WS-TRANS-REJECTED TO TRUE
               WHEN WS-REV-START-PERIOD NOT = ZERO
                AND NOT WS-PERD-FOUND
                   MOVE 'START PERIOD NOT ON CALENDAR'
                       TO WS-REJ-REASON
                   SET WS-TRANS-REJECTED TO TRUE
               WHEN WS-REV-START-PERIOD NOT = ZERO
                AND WS-PERD-STATUS(WS-PERD-SUB) = 'C'
                   MOVE 'START PERIOD ALREADY CLOSED' TO WS-REJ-REASON
                   SET WS-TRANS-REJECTED TO TRUE
           END-EVALUATE
           IF NOT WS-TRANS-REJECTED
               IF WS-REV-PER-PERIOD NOT = ZERO
                   MOVE WS-REV-PER-PERIOD TO WS-LW-PER-PERIOD
               END-IF
               IF WS-REV-START-PERIOD NOT = ZERO
                   MOVE WS-REV-START-PERIOD TO WS-LW-START-PERIOD
                   MOVE WS-PERD-START(WS-PERD-SUB)
                       TO WS-LW-START-DATE
               END-IF
               MOVE WS-LW-RECORD TO WS-LN-REC(WS-LN-SUB)
               ADD 1 TO WS-REV-CNT
               PERFORM 7000-JOURNAL-PARA
               MOVE WS-LW-PER-PERIOD TO WS-AMT-ED
               MOVE SPACES TO LL-TEXT
               STRING 'REVISED - REPAYMENT ' WS-AMT-ED
                   ' FROM PERIOD ' WS-LW-START-PERIOD
                   DELIMITED BY SIZE INTO LL-TEXT
               PERFORM 7100-LOG-APPLIED-PARA
           END-IF.
      *
      * Leaves WS-LN-SUB on the loan if it is on file, otherwise on
      * the slot a new one with that key belongs in, and
      * WS-HIGH-LOAN-NO on the employee's highest loan number below
      * the key (zero when they have none).
       6000-FIND-LOAN-PARA.
           MOVE 'N'  TO WS-LN-FOUND-FLAG
           MOVE ZERO TO WS-HIGH-LOAN-NO
           MOVE 1    TO WS-LN-SUB
           PERFORM UNTIL WS-LN-SUB > WS-LN-COUNT
                      OR WS-LN-KEY(WS-LN-SUB) NOT < WS-FIND-KEY
               IF WS-LN-EMP-ID(WS-LN-SUB) = WS-FIND-EMP-ID
                   MOVE WS-LN-LOAN-NO(WS-LN-SUB) TO WS-HIGH-LOAN-NO
               END-IF
               ADD 1 TO WS-LN-SUB
           END-PERFORM
           IF WS-LN-SUB NOT > WS-LN-COUNT
               IF WS-LN-KEY(WS-LN-SUB) = WS-FIND-KEY
                   SET WS-LN-FOUND TO TRUE
               END-IF
           END-IF.
      *
      * Leaves WS-PERD-SUB on the start period in WS-FIND-PERIOD -
      * zero (blank or not keyed) is never found.
       6100-FIND-START-PERIOD-PARA.
           MOVE 'N' TO WS-PERD-FOUND-FLAG
           IF WS-FIND-PERIOD NOT = ZERO
               PERFORM VARYING WS-PERD-SUB FROM 1 BY 1
                       UNTIL WS-PERD-SUB > WS-PERD-COUNT
                          OR WS-PERD-FOUND
                   IF WS-PERD-NO(WS-PERD-SUB) = WS-FIND-PERIOD
                       SET WS-PERD-FOUND TO TRUE
                   END-IF
               END-PERFORM
               IF WS-PERD-FOUND
                   SUBTRACT 1 FROM WS-PERD-SUB
               END-IF
           END-IF.
      *
      * One journal record per applied transaction, stamped with the
      * run date/time captured at startup.
       7000-JOURNAL-PARA.
           MOVE LT-ACTION     TO LJ-ACTION
           MOVE WS-DATE       TO LJ-DATE
           MOVE WS-TIME(1:6)  TO LJ-TIME
           MOVE 'LOANMNT'     TO LJ-SOURCE
           MOVE WS-LW-EMP-ID  TO LJ-EMP-ID
           MOVE WS-LW-LOAN-NO TO LJ-LOAN-NO
           MOVE WS-LW-BEFORE  TO LJ-BEFORE-IMAGE
           MOVE WS-LW-RECORD  TO LJ-AFTER-IMAGE
           WRITE LOAN-JOURNAL-RECORD.
      *
       7100-LOG-APPLIED-PARA.
           MOVE WS-LW-EMP-ID  TO LL-EMP-ID
           MOVE WS-LW-LOAN-NO TO LL-LOAN-NO
           MOVE LT-ACTION     TO LL-ACTION
           WRITE LOAN-LOG-RECORD FROM LL-LINE.
      *
       9000-END-PARA.
           CLOSE LOAN-TRANS-FILE
           CLOSE LOAN-JOURNAL
           OPEN OUTPUT LOAN-MASTER
           PERFORM VARYING WS-LN-SUB FROM 1 BY 1
                   UNTIL WS-LN-SUB > WS-LN-COUNT
               MOVE WS-LN-REC(WS-LN-SUB) TO LOAN-RECORD
               WRITE LOAN-RECORD
           END-PERFORM
           CLOSE LOAN-MASTER
           MOVE SPACES TO LL-LINE
           MOVE 'LOANMNT RUN COMPLETE' TO LL-TEXT
           WRITE LOAN-LOG-RECORD FROM LL-LINE
           MOVE SPACES TO LL-TEXT
           STRING 'READ=' WS-TRANS-CNT ' ADDS=' WS-ADD-CNT
               ' CANCELS=' WS-CAN-CNT ' REVISIONS=' WS-REV-CNT
               DELIMITED BY SIZE INTO LL-TEXT
           WRITE LOAN-LOG-RECORD FROM LL-LINE
           MOVE SPACES TO LL-TEXT
           STRING 'REJECTS=' WS-REJ-CNT ' LOANS ON FILE=' WS-LN-COUNT
               DELIMITED BY SIZE INTO LL-TEXT
           WRITE LOAN-LOG-RECORD FROM LL-LINE
           CLOSE LOAN-LOG
           OPEN OUTPUT LOAN-TRANS-FILE
           CLOSE LOAN-TRANS-FILE
           DISPLAY 'LOANMNT: ' WS-TRANS-CNT ' TRANSACTIONS, '
               WS-REJ-CNT ' REJECTED - SEE LOANMNT.REP'
           IF WS-REJ-CNT > ZERO
               MOVE 4 TO RETURN-CODE
           END-IF.
