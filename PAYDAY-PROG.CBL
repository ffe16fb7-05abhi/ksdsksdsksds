       IDENTIFICATION DIVISION.
       PROGRAM-ID. PAYDAY-PROG.
      *****************************************************************
      * PAYDAY-PROG
      * Shared pay-date subprogram. Given a reference date (normally
      * the caller's run date), finds the PAYPERD.DAT period covering
      * it and returns that period's scheduled pay date, rolled back
      * to the prior business day when it lands on a Saturday, a
      * Sunday or a bank holiday on the holiday calendar HOLIDAY.DAT.
      * FH06 dates the ACH effective entry from it, CHECKRUN dates
      * the period's checks (and with them the issue date POSPAY
      * sends the bank), and PAYSTMT prints it as the pay date - one
      * routine, so the deposit, the check and the stub always agree.
      *
      * Also returns the number of business days from the day after
      * the reference date up to and including the pay date, which
      * FH06 holds against the bank's ACH lead time.
      *
      * LS-PAY-RESULT tells the caller what it got back:
      *   S  a scheduled pay date was found (and rolled, if needed)
      *   Z  the covering period carries no pay date
      *   N  no period covers the reference date, or no calendar
      * On Z and N the pay date returned is the reference date
      * itself, unrolled - the run-date behaviour every caller had
      * before the calendar carried pay dates.
      *
      * HOLIDAY.DAT is optional (weekends still roll without it) and
      * maintained by payroll, one 30-byte record per bank holiday:
      * the date and a description. Both files are read on every
      * call, so a caller may call more than once per run.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PAY-PERIOD-FILE  ASSIGN TO 'PAYPERD.DAT'
                                    FILE STATUS IS WS-PERD-STAT.
           SELECT HOLIDAY-FILE     ASSIGN TO 'HOLIDAY.DAT'
                                    FILE STATUS IS WS-HOL-STAT.

       DATA DIVISION.
       FILE SECTION.
       FD  PAY-PERIOD-FILE
           RECORD CONTAINS 28 CHARACTERS
           RECORDING MODE IS F.
       01  PAY-PERIOD-RECORD.
           03  PERD-NO             PIC 9(03).
           03  PERD-START          PIC 9(08).
           03  PERD-END            PIC 9(08).
           03  PERD-STATUS         PIC X(01).
           03  PERD-PAY-DATE       PIC 9(08).

       FD  HOLIDAY-FILE
           RECORD CONTAINS 30 CHARACTERS
           RECORDING MODE IS F.
       01  HOLIDAY-RECORD.
           03  HOL-DATE            PIC 9(08).
           03  HOL-DESC            PIC X(22).

       WORKING-STORAGE SECTION.
       01  WS-PERD-STAT            PIC X(02)      VALUE SPACES.
       01  WS-PERD-EOF-FLAG        PIC X(01)      VALUE 'N'.
           88  WS-PERD-EOF                         VALUE 'Y'.
       01  WS-HOL-STAT             PIC X(02)      VALUE SPACES.
       01  WS-HOL-EOF-FLAG         PIC X(01)      VALUE 'N'.
           88  WS-HOL-EOF                          VALUE 'Y'.
      * 200 holidays is well over a decade of calendar - an overload
      * stops the run rather than dropping a holiday and dating a
      * deposit on a day the bank is shut.
       01  WS-HOL-TABLE.
           03  WS-HOL-ENTRY        PIC 9(08)      VALUE ZERO
                                    OCCURS 200 TIMES.
       01  WS-HOL-COUNT            PIC 9(03)      VALUE ZERO.
       01  WS-HOL-SUB              PIC 9(03)      VALUE ZERO.
       01  WS-BUSINESS-FLAG        PIC X(01)      VALUE 'N'.
           88  WS-BUSINESS-DAY                     VALUE 'Y'.
      * Working date for the roll and the lead-time count, with the
      * day serial fields from CHECKRUN's stale-check aging.
       01  WS-DS-DATE              PIC 9(08)      VALUE ZERO.
       01  WS-DS-DATE-R REDEFINES WS-DS-DATE.
           03  WS-DS-YYYY          PIC 9(04).
           03  WS-DS-MM            PIC 9(02).
           03  WS-DS-DD            PIC 9(02).
       01  WS-DS-SERIAL            PIC 9(07)      VALUE ZERO.
       01  WS-DS-YEARS             PIC 9(04)      VALUE ZERO.
       01  WS-DS-LEAPS             PIC 9(04)      VALUE ZERO.
       01  WS-DS-REM               PIC 9(04)      VALUE ZERO.
       01  WS-DS-Q4                PIC 9(04)      VALUE ZERO.
       01  WS-DS-Q100              PIC 9(04)      VALUE ZERO.
       01  WS-DS-Q400              PIC 9(04)      VALUE ZERO.
       01  WS-DS-MONTH-SUB         PIC 9(02)      VALUE ZERO.
       01  WS-DS-WEEKS             PIC 9(07)      VALUE ZERO.
      * Day of week from the serial - 0001-01-01 was a Monday, so
      * the remainder runs 1 Monday through 6 Saturday, 0 Sunday.
       01  WS-DOW                  PIC 9(01)      VALUE ZERO.
           88  WS-DOW-WEEKEND                      VALUE 0 6.
       01  WS-MONTH-LEN            PIC 9(02)      VALUE ZERO.
       01  WS-MONTH-DAYS-TABLE.
           03  FILLER              PIC X(24)      VALUE
               '312831303130313130313031'.
       01  FILLER REDEFINES WS-MONTH-DAYS-TABLE.
           03  WS-MONTH-DAYS       PIC 9(02)      OCCURS 12 TIMES.

       LINKAGE SECTION.
       01  LS-REF-DATE             PIC 9(08).
       01  LS-PAY-INFO.
           03  LS-PAY-RESULT       PIC X(01).
               88  LS-PAY-SCHEDULED                VALUE 'S'.
               88  LS-PAY-UNSCHEDULED              VALUE 'Z'.
               88  LS-PAY-NO-PERIOD                VALUE 'N'.
           03  LS-PAY-PERIOD       PIC 9(03).
           03  LS-PAY-SCHED-DATE   PIC 9(08).
           03  LS-PAY-DATE         PIC 9(08).
           03  LS-PAY-LEAD-DAYS    PIC 9(03).

       PROCEDURE DIVISION USING LS-REF-DATE LS-PAY-INFO.
       0000-MAIN-PARA.
           MOVE 'N'                TO LS-PAY-RESULT
           MOVE ZERO               TO LS-PAY-PERIOD
           MOVE ZERO               TO LS-PAY-SCHED-DATE
           MOVE LS-REF-DATE        TO LS-PAY-DATE
           MOVE ZERO               TO LS-PAY-LEAD-DAYS
           PERFORM 1000-FIND-PERIOD-PARA
           IF LS-PAY-SCHEDULED
               PERFORM 2000-LOAD-HOLIDAYS-PARA
               MOVE LS-PAY-SCHED-DATE TO WS-DS-DATE
               PERFORM 3100-CHECK-BUSINESS-DAY-PARA
               PERFORM UNTIL WS-BUSINESS-DAY
                   PERFORM 3200-PRIOR-DAY-PARA
                   PERFORM 3100-CHECK-BUSINESS-DAY-PARA
               END-PERFORM
               MOVE WS-DS-DATE     TO LS-PAY-DATE
               PERFORM 4000-COUNT-LEAD-DAYS-PARA
           END-IF
           GOBACK.
      *
      * First period on the calendar whose start/end span covers the
      * reference date - the same lookup FH06 pins its run with.
      * Open or closed does not matter here: a stub printed after
      * FH06 has closed the period still wants that period's date.
       1000-FIND-PERIOD-PARA.
           OPEN INPUT PAY-PERIOD-FILE
           IF WS-PERD-STAT = '00'
               MOVE 'N' TO WS-PERD-EOF-FLAG
               PERFORM UNTIL WS-PERD-EOF
                   READ PAY-PERIOD-FILE
                       AT END
                           SET WS-PERD-EOF TO TRUE
                       NOT AT END
                           IF LS-REF-DATE >= PERD-START
                              AND LS-REF-DATE <= PERD-END
                               MOVE PERD-NO TO LS-PAY-PERIOD
                               IF PERD-PAY-DATE IS NUMERIC
                                  AND PERD-PAY-DATE > ZERO
                                   MOVE PERD-PAY-DATE
                                       TO LS-PAY-SCHED-DATE
                                   MOVE 'S' TO LS-PAY-RESULT
                               ELSE
                                   MOVE 'Z' TO LS-PAY-RESULT
                               END-IF
                               SET WS-PERD-EOF TO TRUE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PAY-PERIOD-FILE
           END-IF.
      *
       2000-LOAD-HOLIDAYS-PARA.
           MOVE ZERO TO WS-HOL-COUNT
           OPEN INPUT HOLIDAY-FILE
           IF WS-HOL-STAT = '00'
               MOVE 'N' TO WS-HOL-EOF-FLAG
               PERFORM UNTIL WS-HOL-EOF
                   READ HOLIDAY-FILE
                       AT END
                           SET WS-HOL-EOF TO TRUE
                       NOT AT END
                           IF HOL-DATE IS NUMERIC
                               IF WS-HOL-COUNT < 200
                                   ADD 1 TO WS-HOL-COUNT
                                   MOVE HOL-DATE
                                       TO WS-HOL-ENTRY(WS-HOL-COUNT)
                               ELSE
                                   DISPLAY 'PAYDAY-PROG: WS-HOL-TABLE '
                                       'OVERFLOW - HOLIDAY.DAT OVER '
                                       '200 ENTRIES'
                                   CLOSE HOLIDAY-FILE
                                   MOVE 16 TO RETURN-CODE
                                   STOP RUN
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE HOLIDAY-FILE
           END-IF.
      *
      * WS-DS-DATE is a business day if it is neither a weekend day
      * nor on the holiday calendar.
       3100-CHECK-BUSINESS-DAY-PARA.
           PERFORM 8800-DAY-SERIAL-PARA
           DIVIDE WS-DS-SERIAL BY 7 GIVING WS-DS-WEEKS
               REMAINDER WS-DOW
           IF WS-DOW-WEEKEND
               MOVE 'N' TO WS-BUSINESS-FLAG
           ELSE
               MOVE 'Y' TO WS-BUSINESS-FLAG
               PERFORM VARYING WS-HOL-SUB FROM 1 BY 1
                       UNTIL WS-HOL-SUB > WS-HOL-COUNT
                   IF WS-HOL-ENTRY(WS-HOL-SUB) = WS-DS-DATE
                       MOVE 'N' TO WS-BUSINESS-FLAG
                   END-IF
               END-PERFORM
           END-IF.
      *
       3200-PRIOR-DAY-PARA.
           IF WS-DS-DD > 1
               SUBTRACT 1 FROM WS-DS-DD
           ELSE
               IF WS-DS-MM > 1
                   SUBTRACT 1 FROM WS-DS-MM
               ELSE
                   MOVE 12 TO WS-DS-MM
                   SUBTRACT 1 FROM WS-DS-YYYY
               END-IF
               PERFORM 3400-MONTH-LENGTH-PARA
               MOVE WS-MONTH-LEN TO WS-DS-DD
           END-IF.
      *
       3300-NEXT-DAY-PARA.
           PERFORM 3400-MONTH-LENGTH-PARA
           IF WS-DS-DD < WS-MONTH-LEN
               ADD 1 TO WS-DS-DD
           ELSE
               MOVE 1 TO WS-DS-DD
               IF WS-DS-MM < 12
                   ADD 1 TO WS-DS-MM
               ELSE
                   MOVE 1 TO WS-DS-MM
                   ADD 1 TO WS-DS-YYYY
               END-IF
           END-IF.
      *
       3400-MONTH-LENGTH-PARA.
           MOVE WS-MONTH-DAYS(WS-DS-MM) TO WS-MONTH-LEN
           IF WS-DS-MM = 2
               DIVIDE WS-DS-YYYY BY 4 GIVING WS-DS-YEARS
                   REMAINDER WS-DS-REM
               IF WS-DS-REM = ZERO
                   MOVE 29 TO WS-MONTH-LEN
                   DIVIDE WS-DS-YYYY BY 100 GIVING WS-DS-YEARS
                       REMAINDER WS-DS-REM
                   IF WS-DS-REM = ZERO
                       DIVIDE WS-DS-YYYY BY 400 GIVING WS-DS-YEARS
                           REMAINDER WS-DS-REM
                       IF WS-DS-REM NOT = ZERO
                           MOVE 28 TO WS-MONTH-LEN
                       END-IF
                   END-IF
               END-IF
           END-IF.
      *
      * Business days strictly after the reference date, up to and
      * including the pay date. A pay date on or before the
      * reference date counts zero.
       4000-COUNT-LEAD-DAYS-PARA.
           MOVE LS-REF-DATE TO WS-DS-DATE
           PERFORM 3300-NEXT-DAY-PARA
           PERFORM UNTIL WS-DS-DATE > LS-PAY-DATE
               PERFORM 3100-CHECK-BUSINESS-DAY-PARA
               IF WS-BUSINESS-DAY
                   ADD 1 TO LS-PAY-LEAD-DAYS
               END-IF
               PERFORM 3300-NEXT-DAY-PARA
           END-PERFORM.
      *
      * Days since the epoch 0001-01-01, leap years included - as
      * CHECKRUN ages its checks, but with each leap-year quotient
      * truncated on its own, since the day of the week depends on
      * the serial being exact to the day.
       8800-DAY-SERIAL-PARA.
           COMPUTE WS-DS-YEARS = WS-DS-YYYY - 1
           DIVIDE WS-DS-YEARS BY 4   GIVING WS-DS-Q4
           DIVIDE WS-DS-YEARS BY 100 GIVING WS-DS-Q100
           DIVIDE WS-DS-YEARS BY 400 GIVING WS-DS-Q400
           COMPUTE WS-DS-LEAPS = WS-DS-Q4 - WS-DS-Q100 + WS-DS-Q400
           COMPUTE WS-DS-SERIAL = WS-DS-YEARS * 365 + WS-DS-LEAPS
           PERFORM VARYING WS-DS-MONTH-SUB FROM 1 BY 1
                   UNTIL WS-DS-MONTH-SUB >= WS-DS-MM
               ADD WS-MONTH-DAYS(WS-DS-MONTH-SUB) TO WS-DS-SERIAL
           END-PERFORM
           IF WS-DS-MM > 2
               DIVIDE WS-DS-YYYY BY 4 GIVING WS-DS-YEARS
                   REMAINDER WS-DS-REM
               IF WS-DS-REM = ZERO
                   DIVIDE WS-DS-YYYY BY 100 GIVING WS-DS-YEARS
                       REMAINDER WS-DS-REM
                   IF WS-DS-REM NOT = ZERO
                       ADD 1 TO WS-DS-SERIAL
                   ELSE
                       DIVIDE WS-DS-YYYY BY 400 GIVING WS-DS-YEARS
                           REMAINDER WS-DS-REM
                       IF WS-DS-REM = ZERO
                           ADD 1 TO WS-DS-SERIAL
                       END-IF
                   END-IF
               END-IF
           END-IF
           ADD WS-DS-DD TO WS-DS-SERIAL.
