       IDENTIFICATION DIVISION.
       PROGRAM-ID. WAGECHK.
      *****************************************************************
      * WAGECHK
      * Wage-and-hour compliance check, run by NIGHTRUN straight
      * after TIMECALC and ahead of the promotion of its master.
      * Nothing used to check pay against labor law: an hourly rate
      * on HRLYRATE.DAT could sit under a location's minimum wage
      * after a January increase, and a card with overtime hours for
      * an employee with no rate on file went to suspense and was
      * never priced at a premium at all. This job reports:
      *   - an active hourly employee whose rate in force for the
      *     open period is below the minimum wage for their EMP-LOC
      *     on the period's last day - the higher of the location's
      *     own rate and the all-locations (***) floor
      *   - overtime hours on a timecard that were paid no overtime
      *     premium: the card applied with no overtime line at time-
      *     and-a-half or better on TIMECODE.DAT, or the card came in
      *     for an employee with no hourly rate on file
      *   - hours worked past the daily or weekly limit, with the
      *     tighter minor limits for an employee under the minor age
      *     (from EMP-DOB) at any point in the card's period
      * Findings go to WAGECHK.REP and the one-record outcome
      * WAGECKST.DAT, which OPSCTL prints on the control sheet; any
      * finding at all sets RETURN-CODE 8 so the stream holds, same
      * as EMPAUDIT.
      *
      * Hours worked are the card's regular hours less the leave
      * hours taken (regular hours include paid leave), plus its
      * overtime and earnings-code hours. The card carries period
      * totals, not days, so the limits are tested on the period:
      * more hours than the weekly limit times the weeks in the
      * period means some week ran over, and more than the daily
      * limit times the scheduled days (WP-DAYS-WEEK a week) means
      * a scheduled day ran over. The minimum-wage table defaults to
      * the rates set up in 0760 below; an optional MINWAGE.DAT
      * replaces it whole, and an optional WAGEPARM.DAT overrides
      * the limits - same optional-override idea as LEAVEPOL.DAT.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MASTER-IN        ASSIGN TO DYNAMIC WS-FN-EMPFILE
                                    FILE STATUS IS WS-MAST-STAT.
           SELECT RATE-FILE        ASSIGN TO DYNAMIC WS-FN-HRLYRATE
                                    FILE STATUS IS WS-RATE-STAT.
           SELECT PAY-PERIOD-FILE  ASSIGN TO DYNAMIC WS-FN-PAYPERD
                                    FILE STATUS IS WS-PERD-STAT.
           SELECT MIN-WAGE-FILE    ASSIGN TO DYNAMIC WS-FN-MINWAGE
                                    FILE STATUS IS WS-MINW-STAT.
           SELECT WAGE-PARM-FILE   ASSIGN TO DYNAMIC WS-FN-WAGEPARM
                                    FILE STATUS IS WS-PARM-STAT.
           SELECT TIMECARD-FILE-IN ASSIGN TO DYNAMIC WS-FN-TIMECARD
                                    FILE STATUS IS WS-TCIN-STAT.
           SELECT TIMECARD-WORK    ASSIGN TO 'WCHKWORK.DAT'.
           SELECT TIMECARD-SORTED  ASSIGN TO DYNAMIC WS-FN-WCHKSORT
                                    FILE STATUS IS WS-TCS-STAT.
           SELECT TIME-CODE-FILE   ASSIGN TO DYNAMIC WS-FN-TIMECODE
                                    FILE STATUS IS WS-TCOD-STAT.
           SELECT WAGE-STAT-FILE   ASSIGN TO DYNAMIC WS-FN-WAGECKST.
           SELECT WAGE-REPORT      ASSIGN TO DYNAMIC WS-FN-WAGECHK.

       DATA DIVISION.
       FILE SECTION.
       FD  MASTER-IN
           RECORD CONTAINS 79 CHARACTERS
           RECORDING MODE IS F.
           COPY EMPREC.

      * Effective-dated hourly rates - see TIMECALC's FD. The rate
      * in force is the latest one dated on or before the period's
      * first day, the rate TIMECALC pays the card at.
       FD  RATE-FILE
           RECORD CONTAINS 18 CHARACTERS
           RECORDING MODE IS F.
       01  RATE-RECORD.
           03  HR-EMP-ID           PIC X(05).
           03  HR-RATE             PIC 9(03)V99.
           03  HR-EFF-DATE         PIC 9(08).

       FD  PAY-PERIOD-FILE
           RECORD CONTAINS 28 CHARACTERS
           RECORDING MODE IS F.
       01  PAY-PERIOD-RECORD.
           03  PERD-NO             PIC 9(03).
           03  PERD-START          PIC 9(08).
           03  PERD-END            PIC 9(08).
           03  PERD-STATUS         PIC X(01).
           03  PERD-PAY-DATE       PIC 9(08).

      * Minimum-wage table override (MINWAGE.DAT), one record per
      * location per rate change: EMP-LOC code (*** = every
      * location - the federal floor), the date the rate takes
      * effect, and the hourly minimum.
       FD  MIN-WAGE-FILE
           RECORD CONTAINS 20 CHARACTERS
           RECORDING MODE IS F.
       01  MIN-WAGE-RECORD.
           03  MW-LOC              PIC X(03).
           03  MW-EFF-DATE         PIC 9(08).
           03  MW-RATE             PIC 9(03)V99.
           03  FILLER              PIC X(04).

      * Hours-limit override (WAGEPARM.DAT), one record: the adult
      * daily and weekly limits, the minor age, the minor daily and
      * weekly limits and the scheduled days in a week. A missing
      * file, or a zero or non-numeric field, keeps the compiled-in
      * default.
       FD  WAGE-PARM-FILE
           RECORD CONTAINS 20 CHARACTERS
           RECORDING MODE IS F.
       01  WAGE-PARM-RECORD.
           03  WP-ADULT-DAY        PIC 9(02)V9.
           03  WP-ADULT-WEEK       PIC 9(03)V9.
           03  WP-MINOR-AGE        PIC 9(02).
           03  WP-MINOR-DAY        PIC 9(02)V9.
           03  WP-MINOR-WEEK       PIC 9(03)V9.
           03  WP-DAYS-WEEK        PIC 9(01).
           03  FILLER              PIC X(03).

      * Timecards as TIMECALC reads them - see its FD. Sorted here
      * on EMP-ID rather than trusting TIMECALC's work copy.
       FD  TIMECARD-FILE-IN
           RECORD CONTAINS 128 CHARACTERS
           RECORDING MODE IS F.
       01  TIMECARD-FILE-RECORD   PIC X(128).

       SD  TIMECARD-WORK.
       01  TIMECARD-WORK-RECORD.
           03  TW-EMP-ID           PIC X(05).
           03  FILLER              PIC X(123).

       FD  TIMECARD-SORTED
           RECORD CONTAINS 128 CHARACTERS
           RECORDING MODE IS F.
       01  TIMECARD-RECORD.
           03  TC-EMP-ID           PIC X(05).
           03  TC-PERIOD           PIC 9(03).
           03  TC-REG-HRS          PIC 9(03)V9.
           03  TC-OT-HRS           PIC 9(03)V9.
           03  TC-VAC-HRS          PIC 9(03)V9.
           03  TC-SICK-HRS         PIC 9(03)V9.
           03  TC-CHG-LINES        OCCURS 6 TIMES.
               05  TC-CHG-CODE     PIC X(08).
               05  TC-CHG-HRS      PIC 9(03)V9.
           03  TC-ERN-LINES        OCCURS 4 TIMES.
               05  TC-ERN-CODE     PIC X(04).
               05  TC-ERN-HRS      PIC 9(03)V9.

      * Earnings breakdown of the cards TIMECALC applied this run, in
      * EMP-ID order - see TIMECALC's FD.
       FD  TIME-CODE-FILE
           RECORD CONTAINS 60 CHARACTERS
           RECORDING MODE IS F.
       01  TIME-CODE-RECORD.
           03  TK-PERIOD           PIC 9(03).
           03  TK-EMP-ID           PIC X(05).
           03  TK-CODE             PIC X(04).
           03  TK-DESC             PIC X(15).
           03  TK-HOURS            PIC 9(03)V9.
           03  TK-RATE             PIC 9(05)V99.
           03  TK-AMOUNT           PIC 9(05)V99.
           03  TK-TAXABLE          PIC X(01).
           03  TK-OT-FLAG          PIC X(01).
           03  TK-KIND             PIC X(01).
           03  TK-GL-ACCT          PIC X(08).
           03  FILLER              PIC X(04).

      * The run's outcome for the morning control sheet, rewritten
      * every run: run date, open period, finding count, the
      * RETURN-CODE set, and the first finding.
       FD  WAGE-STAT-FILE
           RECORD CONTAINS 58 CHARACTERS
           RECORDING MODE IS F.
       01  WAGE-STAT-RECORD.
           03  WK-RUN-DATE         PIC 9(08).
           03  WK-PERIOD           PIC 9(03).
           03  WK-FINDINGS         PIC 9(05).
           03  WK-RC               PIC 9(02).
           03  WK-FIRST            PIC X(40).

       FD  WAGE-REPORT
           RECORD CONTAINS 80 CHARACTERS
           RECORDING MODE IS F.
       01  WAGE-REPORT-RECORD      PIC X(80).

       WORKING-STORAGE SECTION.
      * File names, each the live name behind the run prefix (blank
      * outside a preview of the nightly stream - see RUNPFX.CPY).
      * The bases are in SELECT order; 0050-FILE-NAMES-PARA builds
      * the names used by the ASSIGN clauses above.
       COPY RUNPFX.
       01  WS-FILE-BASES.
           03  FILLER              PIC X(16)      VALUE 'EMPFILE.DAT'.
           03  FILLER              PIC X(16)      VALUE 'HRLYRATE.DAT'.
           03  FILLER              PIC X(16)      VALUE 'PAYPERD.DAT'.
           03  FILLER              PIC X(16)      VALUE 'MINWAGE.DAT'.
           03  FILLER              PIC X(16)      VALUE 'WAGEPARM.DAT'.
           03  FILLER              PIC X(16)      VALUE 'TIMECARD.DAT'.
           03  FILLER              PIC X(16)      VALUE 'WCHKSORT.DAT'.
           03  FILLER              PIC X(16)      VALUE 'TIMECODE.DAT'.
           03  FILLER              PIC X(16)      VALUE 'WAGECKST.DAT'.
           03  FILLER              PIC X(16)      VALUE 'WAGECHK.REP'.
       01  WS-FILE-BASE-TABLE REDEFINES WS-FILE-BASES.
           03  WS-FB-NAME          PIC X(16)      OCCURS 10 TIMES.
       01  WS-FILE-NAMES.
           03  WS-FN-EMPFILE       PIC X(30)      VALUE SPACES.
           03  WS-FN-HRLYRATE      PIC X(30)      VALUE SPACES.
           03  WS-FN-PAYPERD       PIC X(30)      VALUE SPACES.
           03  WS-FN-MINWAGE       PIC X(30)      VALUE SPACES.
           03  WS-FN-WAGEPARM      PIC X(30)      VALUE SPACES.
           03  WS-FN-TIMECARD      PIC X(30)      VALUE SPACES.
           03  WS-FN-WCHKSORT      PIC X(30)      VALUE SPACES.
           03  WS-FN-TIMECODE      PIC X(30)      VALUE SPACES.
           03  WS-FN-WAGECKST      PIC X(30)      VALUE SPACES.
           03  WS-FN-WAGECHK       PIC X(30)      VALUE SPACES.
       01  WS-FILE-NAME-TABLE REDEFINES WS-FILE-NAMES.
           03  WS-FN-NAME          PIC X(30)      OCCURS 10 TIMES.
       01  WS-FN-COUNT             PIC 9(02)      VALUE 10.
       01  WS-FN-SUB               PIC 9(02)      VALUE ZERO.
      *
       01  WS-MAST-STAT            PIC X(02)      VALUE SPACES.
       01  WS-RATE-STAT            PIC X(02)      VALUE SPACES.
       01  WS-PERD-STAT            PIC X(02)      VALUE SPACES.
       01  WS-MINW-STAT            PIC X(02)      VALUE SPACES.
       01  WS-PARM-STAT            PIC X(02)      VALUE SPACES.
       01  WS-TCIN-STAT            PIC X(02)      VALUE SPACES.
       01  WS-TCS-STAT             PIC X(02)      VALUE SPACES.
       01  WS-TCOD-STAT            PIC X(02)      VALUE SPACES.
       01  WS-MAST-EOF-FLAG        PIC X(01)      VALUE 'N'.
           88  WS-MAST-EOF                 VALUE 'Y'.
       01  WS-TC-EOF-FLAG          PIC X(01)      VALUE 'N'.
           88  WS-TC-EOF                   VALUE 'Y'.
       01  WS-TCOD-EOF-FLAG        PIC X(01)      VALUE 'N'.
           88  WS-TCOD-EOF                 VALUE 'Y'.
       01  WS-RATE-EOF-FLAG        PIC X(01)      VALUE 'N'.
           88  WS-RATE-EOF                 VALUE 'Y'.
       01  WS-PERD-EOF-FLAG        PIC X(01)      VALUE 'N'.
           88  WS-PERD-EOF                 VALUE 'Y'.
       01  WS-DATE                 PIC 9(08)      VALUE ZERO.
      * Hourly-rate history - same table and lookup as TIMECALC's.
       01  WS-RATE-TABLE.
           03  WS-RATE-ENTRIES     OCCURS 20000 TIMES
                                    INDEXED BY WS-RATE-IDX.
               05  WS-RATE-ID      PIC X(05)      VALUE SPACES.
               05  WS-RATE-AMT     PIC 9(03)V99   VALUE ZERO.
               05  WS-RATE-EFF     PIC 9(08)      VALUE ZERO.
       01  WS-RATE-COUNT           PIC 9(05)      VALUE ZERO.
       01  WS-RATE-FOUND-FLAG      PIC X(01)      VALUE 'N'.
           88  WS-RATE-FOUND               VALUE 'Y'.
       01  WS-RATE-SUB             PIC 9(05)      VALUE ZERO.
       01  WS-RATE-PICK            PIC 9(05)      VALUE ZERO.
       01  WS-RATE-ASOF            PIC 9(08)      VALUE 99999999.
       01  WS-LOOKUP-ID            PIC X(05)      VALUE SPACES.
      * Pay-period calendar, kept whole so a card for another period
      * is still tested against its own dates.
       01  WS-PERD-TABLE.
           03  WS-PERD-ENTRIES     OCCURS 53 TIMES.
               05  WS-PERD-NO      PIC 9(03)      VALUE ZERO.
               05  WS-PERD-START   PIC 9(08)      VALUE ZERO.
               05  WS-PERD-END     PIC 9(08)      VALUE ZERO.
       01  WS-PERD-COUNT           PIC 9(02)      VALUE ZERO.
       01  WS-PERD-SUB             PIC 9(02)      VALUE ZERO.
       01  WS-PERD-FOUND-FLAG      PIC X(01)      VALUE 'N'.
           88  WS-PERD-FOUND               VALUE 'Y'.
       01  WS-OPEN-PERIOD          PIC 9(03)      VALUE ZERO.
       01  WS-OPEN-START           PIC 9(08)      VALUE 99999999.
       01  WS-OPEN-END             PIC 9(08)      VALUE ZERO.
      * Minimum-wage table. The rate for a location on a date is the
      * latest row for it dated on or before that date, and the
      * minimum owed is the greater of that and the *** floor.
       01  WS-MINW-TABLE.
           03  WS-MINW-ENTRIES     OCCURS 200 TIMES
                                    INDEXED BY WS-MINW-IDX.
               05  WS-MINW-LOC     PIC X(03)      VALUE SPACES.
               05  WS-MINW-EFF     PIC 9(08)      VALUE ZERO.
               05  WS-MINW-RATE    PIC 9(03)V99   VALUE ZERO.
       01  WS-MINW-COUNT           PIC 9(03)      VALUE ZERO.
       01  WS-MINW-ASOF            PIC 9(08)      VALUE ZERO.
       01  WS-MINW-LOC-EFF         PIC 9(08)      VALUE ZERO.
       01  WS-MINW-ALL-EFF         PIC 9(08)      VALUE ZERO.
       01  WS-MINW-LOC-RATE        PIC 9(03)V99   VALUE ZERO.
       01  WS-MINW-ALL-RATE        PIC 9(03)V99   VALUE ZERO.
       01  WS-MINW-OWED            PIC 9(03)V99   VALUE ZERO.
      * Hours limits - compiled defaults, WAGEPARM.DAT overrides.
       01  WS-ADULT-DAY            PIC 9(02)V9    VALUE 16.0.
       01  WS-ADULT-WEEK           PIC 9(03)V9    VALUE 060.0.
       01  WS-MINOR-AGE            PIC 9(02)      VALUE 18.
       01  WS-MINOR-DAY            PIC 9(02)V9    VALUE 08.0.
       01  WS-MINOR-WEEK           PIC 9(03)V9    VALUE 040.0.
       01  WS-DAYS-WEEK            PIC 9(01)      VALUE 5.
      * The card in hand.
       01  WS-CARD-START           PIC 9(08)      VALUE ZERO.
       01  WS-CARD-END             PIC 9(08)      VALUE ZERO.
       01  WS-CARD-DATED-FLAG      PIC X(01)      VALUE 'N'.
           88  WS-CARD-DATED               VALUE 'Y'.
       01  WS-PERD-DAYS            PIC 9(03)      VALUE ZERO.
       01  WS-PERD-WEEKS           PIC 9(02)V99   VALUE ZERO.
       01  WS-SCHED-DAYS           PIC 9(03)      VALUE ZERO.
       01  WS-START-SERIAL         PIC 9(07)      VALUE ZERO.
       01  WS-WORK-NET             PIC S9(04)V9   VALUE ZERO.
       01  WS-WORK-HRS             PIC 9(04)V9    VALUE ZERO.
       01  WS-DAY-LIMIT            PIC 9(02)V9    VALUE ZERO.
       01  WS-WEEK-LIMIT           PIC 9(03)V9    VALUE ZERO.
       01  WS-WEEK-CAP             PIC 9(04)V9    VALUE ZERO.
       01  WS-DAY-CAP              PIC 9(04)V9    VALUE ZERO.
       01  WS-ERN-SUB              PIC 9(01)      VALUE ZERO.
       01  WS-MINOR-FLAG           PIC X(01)      VALUE 'N'.
           88  WS-MINOR                    VALUE 'Y'.
       01  WS-WHO                  PIC X(14)      VALUE SPACES.
       01  WS-DOB-WORK.
           03  WS-DOB-Y            PIC 9(04).
           03  WS-DOB-M            PIC 9(02).
           03  WS-DOB-D            PIC 9(02).
       01  WS-DOB-VALID-FLAG       PIC X(01)      VALUE 'N'.
           88  WS-DOB-VALID                VALUE 'Y'.
       01  WS-DOB-REASON           PIC X(40)      VALUE SPACES.
       01  WS-ADULT-DATE           PIC 9(08)      VALUE ZERO.
      * What TIMECODE.DAT says about the employee in hand: the period
      * of the card applied (zero when none was), and its regular
      * and overtime lines.
       01  WS-TK-PERIOD            PIC 9(03)      VALUE ZERO.
       01  WS-TK-REG-RATE          PIC 9(05)V99   VALUE ZERO.
       01  WS-TK-OT-RATE           PIC 9(05)V99   VALUE ZERO.
       01  WS-TK-OT-HRS            PIC 9(03)V9    VALUE ZERO.
       01  WS-TK-OT-AMT            PIC 9(05)V99   VALUE ZERO.
       01  WS-TK-PREM-FLAG         PIC X(01)      VALUE 'N'.
           88  WS-TK-PREM-PAID             VALUE 'Y'.
      * Day-serial work areas - days since the epoch, leap years
      * included, same arithmetic CHECKRUN ages the register with.
       01  WS-DS-DATE              PIC 9(08)      VALUE ZERO.
       01  WS-DS-DATE-R REDEFINES WS-DS-DATE.
           03  WS-DS-YYYY          PIC 9(04).
           03  WS-DS-MM            PIC 9(02).
           03  WS-DS-DD            PIC 9(02).
       01  WS-DS-SERIAL            PIC 9(07)      VALUE ZERO.
       01  WS-DS-YEARS             PIC 9(04)      VALUE ZERO.
       01  WS-DS-LEAPS             PIC 9(04)      VALUE ZERO.
       01  WS-DS-REM               PIC 9(04)      VALUE ZERO.
       01  WS-DS-MONTH-SUB         PIC 9(02)      VALUE ZERO.
       01  WS-MONTH-DAYS-TABLE.
           03  FILLER              PIC X(24)      VALUE
               '312831303130313130313031'.
       01  FILLER REDEFINES WS-MONTH-DAYS-TABLE.
           03  WS-MONTH-DAYS       PIC 9(02)      OCCURS 12 TIMES.
      * Edited figures for the finding text.
       01  WS-E-RATE               PIC ZZ9.99     VALUE ZERO.
       01  WS-E-MIN                PIC ZZ9.99     VALUE ZERO.
       01  WS-E-HRS                PIC ZZZ9.9     VALUE ZERO.
       01  WS-E-LIMIT              PIC ZZZ9.9     VALUE ZERO.
       01  WS-E-DAYS               PIC ZZ9        VALUE ZERO.
      * Run counts.
       01  WS-FINDING-CNT          PIC 9(05)      VALUE ZERO.
       01  WS-MAST-CNT             PIC 9(06)      VALUE ZERO.
       01  WS-HOURLY-CNT           PIC 9(06)      VALUE ZERO.
       01  WS-CARD-CNT             PIC 9(06)      VALUE ZERO.
       01  WS-FIRST-FINDING        PIC X(40)      VALUE SPACES.
      *
       01  WCK-HEADING-LINE1       PIC X(80)      VALUE
           'WAGE AND HOUR COMPLIANCE CHECK'.
       01  WCK-HEADING-LINE2.
           03  FILLER              PIC X(06)      VALUE 'ID'.
           03  FILLER              PIC X(16)      VALUE 'NAME'.
           03  FILLER              PIC X(04)      VALUE 'PER'.
           03  FILLER              PIC X(54)      VALUE 'FINDING'.
       01  WCK-DETAIL-LINE.
           03  WCK-P-ID            PIC X(05)      VALUE SPACES.
           03  FILLER              PIC X(01)      VALUE SPACES.
           03  WCK-P-NAME          PIC X(15)      VALUE SPACES.
           03  FILLER              PIC X(01)      VALUE SPACES.
           03  WCK-P-PERIOD        PIC 9(03)      VALUE ZERO.
           03  FILLER              PIC X(01)      VALUE SPACES.
           03  WCK-P-FINDING       PIC X(54)      VALUE SPACES.
       01  WCK-SUMMARY-LINE.
           03  WCK-S-LABEL         PIC X(30)      VALUE SPACES.
           03  WCK-S-COUNT         PIC ZZZZZ9     VALUE ZERO.
           03  FILLER              PIC X(44)      VALUE SPACES.
      * Report archive - see RPTARCH. The report is filed as soon
      * as it is closed, under its run-prefixed name; nothing is
      * filed from a preview run, and the RETURN-CODE is kept
      * across the CALL.
       01  WS-ARCH-REPORT          PIC X(30)      VALUE SPACES.
       01  WS-ARCH-LOC             PIC X(03)      VALUE SPACES.
       01  WS-ARCH-RC              PIC S9(09)     VALUE ZERO.

       PROCEDURE DIVISION.
       0000-MAIN-PARA.
           PERFORM 0050-FILE-NAMES-PARA
           PERFORM 0500-LOAD-RATE-TABLE-PARA
           PERFORM 0600-LOAD-CALENDAR-PARA
           PERFORM 0700-LOAD-MIN-WAGE-PARA
           PERFORM 0800-LOAD-PARMS-PARA
           PERFORM 1000-SORT-PARA
           PERFORM 2000-INITIAL-PARA
           PERFORM 5000-CHECK-EMPLOYEE-PARA UNTIL WS-MAST-EOF
           PERFORM 9000-END-PARA
           GOBACK.
      *
      * Builds each file name from the run prefix and its base name.
      * Safe to repeat - NIGHTRUN calls some steps more than once.
       0050-FILE-NAMES-PARA.
           IF WS-RUN-PREFIX = LOW-VALUES
              MOVE SPACES TO WS-RUN-PREFIX
           END-IF
           PERFORM VARYING WS-FN-SUB FROM 1 BY 1
                   UNTIL WS-FN-SUB > WS-FN-COUNT
              MOVE SPACES TO WS-FN-NAME(WS-FN-SUB)
              STRING WS-RUN-PREFIX DELIMITED BY SPACE
                     WS-FB-NAME(WS-FN-SUB) DELIMITED BY SPACE
                     INTO WS-FN-NAME(WS-FN-SUB)
           END-PERFORM.
      *
       0500-LOAD-RATE-TABLE-PARA.
           OPEN INPUT RATE-FILE
           IF WS-RATE-STAT = '00'
              PERFORM UNTIL WS-RATE-EOF
                 READ RATE-FILE
                     AT END
                        SET WS-RATE-EOF TO TRUE
                     NOT AT END
                        IF WS-RATE-COUNT < 20000
                           ADD 1 TO WS-RATE-COUNT
                           SET WS-RATE-IDX TO WS-RATE-COUNT
                           MOVE HR-EMP-ID TO WS-RATE-ID(WS-RATE-IDX)
                           MOVE HR-RATE   TO WS-RATE-AMT(WS-RATE-IDX)
                           IF HR-EFF-DATE NUMERIC
                              MOVE HR-EFF-DATE
                                  TO WS-RATE-EFF(WS-RATE-IDX)
                           ELSE
                              MOVE ZERO TO WS-RATE-EFF(WS-RATE-IDX)
                           END-IF
                        ELSE
                           DISPLAY 'WAGECHK: WS-RATE-TABLE OVERFLOW'
                               ' - RAISE THE LIMIT BEFORE RERUNNING'
                           MOVE 16 TO RETURN-CODE
                           GOBACK
                        END-IF
                 END-READ
              END-PERFORM
              CLOSE RATE-FILE
           END-IF.
      *
      * Loads the pay-period calendar and finds the open period. No
      * open period dates the minimum wage by the run date and
      * leaves a card for an unknown period out of the hours tests.
       0600-LOAD-CALENDAR-PARA.
           ACCEPT WS-DATE FROM DATE YYYYMMDD
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
                           MOVE PERD-END
                               TO WS-PERD-END(WS-PERD-COUNT)
                        END-IF
                        IF PERD-STATUS = 'O' AND NOT WS-PERD-FOUND
                           SET WS-PERD-FOUND TO TRUE
                           MOVE PERD-NO    TO WS-OPEN-PERIOD
                           MOVE PERD-START TO WS-OPEN-START
                           MOVE PERD-END   TO WS-OPEN-END
                        END-IF
                 END-READ
              END-PERFORM
              CLOSE PAY-PERIOD-FILE
           END-IF
           IF WS-PERD-FOUND
               MOVE WS-OPEN-END TO WS-MINW-ASOF
           ELSE
               MOVE WS-DATE     TO WS-MINW-ASOF
           END-IF.
      *
      * Loads the compiled minimum-wage rates, then lets an optional
      * MINWAGE.DAT replace them entirely.
       0700-LOAD-MIN-WAGE-PARA.
           PERFORM 0760-SET-DEFAULT-MIN-WAGE-PARA
           OPEN INPUT MIN-WAGE-FILE
           IF WS-MINW-STAT = '00'
               MOVE ZERO TO WS-MINW-COUNT
               PERFORM UNTIL WS-MINW-STAT NOT = '00'
                   READ MIN-WAGE-FILE
                       AT END
                           MOVE '10' TO WS-MINW-STAT
                       NOT AT END
                           IF WS-MINW-COUNT < 200
                              ADD 1 TO WS-MINW-COUNT
                              SET WS-MINW-IDX TO WS-MINW-COUNT
                              MOVE MW-LOC
                                  TO WS-MINW-LOC(WS-MINW-IDX)
                              MOVE ZERO TO WS-MINW-EFF(WS-MINW-IDX)
                              IF MW-EFF-DATE NUMERIC
                                 MOVE MW-EFF-DATE
                                     TO WS-MINW-EFF(WS-MINW-IDX)
                              END-IF
                              MOVE ZERO TO WS-MINW-RATE(WS-MINW-IDX)
                              IF MW-RATE NUMERIC
                                 MOVE MW-RATE
                                     TO WS-MINW-RATE(WS-MINW-IDX)
                              END-IF
                           ELSE
                              DISPLAY 'WAGECHK: WS-MINW-TABLE '
                                  'OVERFLOW - RAISE THE LIMIT BEFORE '
                                  'RERUNNING'
                              MOVE 16 TO RETURN-CODE
                              GOBACK
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE MIN-WAGE-FILE
           END-IF.
      *
      * The federal floor for every location, and the state or city
      * minimums of the locations FH06 accepts that set a higher
      * one. Payroll keeps MINWAGE.DAT current as the rates change;
      * these are only the rates the job falls back on without it.
       0760-SET-DEFAULT-MIN-WAGE-PARA.
           MOVE 9          TO WS-MINW-COUNT
           MOVE '***'      TO WS-MINW-LOC(1)
           MOVE 20090724   TO WS-MINW-EFF(1)
           MOVE 007.25     TO WS-MINW-RATE(1)
           MOVE 'NYC'      TO WS-MINW-LOC(2)
           MOVE 20240101   TO WS-MINW-EFF(2)
           MOVE 016.00     TO WS-MINW-RATE(2)
           MOVE 'NYC'      TO WS-MINW-LOC(3)
           MOVE 20250101   TO WS-MINW-EFF(3)
           MOVE 016.50     TO WS-MINW-RATE(3)
           MOVE 'LAX'      TO WS-MINW-LOC(4)
           MOVE 20250101   TO WS-MINW-EFF(4)
           MOVE 016.50     TO WS-MINW-RATE(4)
           MOVE 'SFO'      TO WS-MINW-LOC(5)
           MOVE 20250101   TO WS-MINW-EFF(5)
           MOVE 016.50     TO WS-MINW-RATE(5)
           MOVE 'SEA'      TO WS-MINW-LOC(6)
           MOVE 20250101   TO WS-MINW-EFF(6)
           MOVE 016.66     TO WS-MINW-RATE(6)
           MOVE 'BOS'      TO WS-MINW-LOC(7)
           MOVE 20230101   TO WS-MINW-EFF(7)
           MOVE 015.00     TO WS-MINW-RATE(7)
           MOVE 'CHI'      TO WS-MINW-LOC(8)
           MOVE 20250101   TO WS-MINW-EFF(8)
           MOVE 015.00     TO WS-MINW-RATE(8)
           MOVE 'MIA'      TO WS-MINW-LOC(9)
           MOVE 20250930   TO WS-MINW-EFF(9)
           MOVE 014.00     TO WS-MINW-RATE(9).
      *
       0800-LOAD-PARMS-PARA.
           OPEN INPUT WAGE-PARM-FILE
           IF WS-PARM-STAT = '00'
              READ WAGE-PARM-FILE
                  AT END
                      CONTINUE
                  NOT AT END
                      IF WP-ADULT-DAY NUMERIC
                         AND WP-ADULT-DAY NOT = ZERO
                         MOVE WP-ADULT-DAY TO WS-ADULT-DAY
                      END-IF
                      IF WP-ADULT-WEEK NUMERIC
                         AND WP-ADULT-WEEK NOT = ZERO
                         MOVE WP-ADULT-WEEK TO WS-ADULT-WEEK
                      END-IF
                      IF WP-MINOR-AGE NUMERIC
                         AND WP-MINOR-AGE NOT = ZERO
                         MOVE WP-MINOR-AGE TO WS-MINOR-AGE
                      END-IF
                      IF WP-MINOR-DAY NUMERIC
                         AND WP-MINOR-DAY NOT = ZERO
                         MOVE WP-MINOR-DAY TO WS-MINOR-DAY
                      END-IF
                      IF WP-MINOR-WEEK NUMERIC
                         AND WP-MINOR-WEEK NOT = ZERO
                         MOVE WP-MINOR-WEEK TO WS-MINOR-WEEK
                      END-IF
                      IF WP-DAYS-WEEK NUMERIC
                         AND WP-DAYS-WEEK NOT = ZERO
                         MOVE WP-DAYS-WEEK TO WS-DAYS-WEEK
                      END-IF
              END-READ
              CLOSE WAGE-PARM-FILE
           END-IF.
      *
      * No timecard file is a night with no hourly cards - the rate
      * check still runs; the sort is skipped and the card side of
      * the match starts at end of file.
       1000-SORT-PARA.
           OPEN INPUT TIMECARD-FILE-IN
           IF WS-TCIN-STAT = '00'
               CLOSE TIMECARD-FILE-IN
               SORT TIMECARD-WORK
                   ON ASCENDING KEY TW-EMP-ID
                   USING TIMECARD-FILE-IN
                   GIVING TIMECARD-SORTED
           ELSE
               SET WS-TC-EOF TO TRUE
           END-IF.
      *
       2000-INITIAL-PARA.
           OPEN INPUT MASTER-IN
           IF WS-MAST-STAT NOT = '00'
               DISPLAY 'WAGECHK: UNABLE TO OPEN EMPFILE.DAT - STATUS '
                   WS-MAST-STAT
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF
           IF NOT WS-TC-EOF
               OPEN INPUT TIMECARD-SORTED
               PERFORM 3100-READ-CARD-PARA
           END-IF
           OPEN INPUT TIME-CODE-FILE
           IF WS-TCOD-STAT = '00'
               PERFORM 3200-READ-TIME-CODE-PARA
           ELSE
               SET WS-TCOD-EOF TO TRUE
           END-IF
           OPEN OUTPUT WAGE-REPORT
           WRITE WAGE-REPORT-RECORD FROM WCK-HEADING-LINE1
           WRITE WAGE-REPORT-RECORD FROM WCK-HEADING-LINE2
           PERFORM 3000-READ-MASTER-PARA.
      *
       3000-READ-MASTER-PARA.
           READ MASTER-IN
               AT END
                   SET WS-MAST-EOF TO TRUE
               NOT AT END
                   ADD 1 TO WS-MAST-CNT
           END-READ.
      *
       3100-READ-CARD-PARA.
           READ TIMECARD-SORTED
               AT END
                   SET WS-TC-EOF TO TRUE
           END-READ.
      *
       3200-READ-TIME-CODE-PARA.
           READ TIME-CODE-FILE
               AT END
                   SET WS-TCOD-EOF TO TRUE
           END-READ.
      *
      * One master record: its rate against the minimum wage, then
      * each of its timecards. Cards for an EMP-ID not on the master
      * are passed over - TIMECALC has already suspended them NOEMP
      * and nobody was paid on them.
       5000-CHECK-EMPLOYEE-PARA.
           PERFORM UNTIL WS-TC-EOF OR TC-EMP-ID >= EMP-ID
               PERFORM 3100-READ-CARD-PARA
           END-PERFORM
           PERFORM 5100-GATHER-TIME-CODES-PARA
           IF EMP-ACTIVE
               PERFORM 5200-CHECK-MIN-WAGE-PARA
           END-IF
           PERFORM UNTIL WS-TC-EOF OR TC-EMP-ID NOT = EMP-ID
               ADD 1 TO WS-CARD-CNT
               PERFORM 5300-CHECK-OVERTIME-PARA
               PERFORM 5400-CHECK-HOURS-PARA
               PERFORM 3100-READ-CARD-PARA
           END-PERFORM
           PERFORM 3000-READ-MASTER-PARA.
      *
      * Picks up the employee's lines on TIMECODE.DAT - the period
      * of the card TIMECALC applied, and what its overtime line
      * paid. The overtime premium was paid when the overtime rate
      * is at least time-and-a-half of the regular rate.
       5100-GATHER-TIME-CODES-PARA.
           MOVE ZERO TO WS-TK-PERIOD
           MOVE ZERO TO WS-TK-REG-RATE
           MOVE ZERO TO WS-TK-OT-RATE
           MOVE ZERO TO WS-TK-OT-HRS
           MOVE ZERO TO WS-TK-OT-AMT
           MOVE 'N'  TO WS-TK-PREM-FLAG
           PERFORM UNTIL WS-TCOD-EOF OR TK-EMP-ID >= EMP-ID
               PERFORM 3200-READ-TIME-CODE-PARA
           END-PERFORM
           PERFORM UNTIL WS-TCOD-EOF OR TK-EMP-ID NOT = EMP-ID
               IF TK-KIND = 'B'
                   MOVE TK-PERIOD TO WS-TK-PERIOD
                   IF TK-CODE = 'REG '
                       MOVE TK-RATE   TO WS-TK-REG-RATE
                   END-IF
                   IF TK-CODE = 'OT  '
                       MOVE TK-RATE   TO WS-TK-OT-RATE
                       MOVE TK-HOURS  TO WS-TK-OT-HRS
                       MOVE TK-AMOUNT TO WS-TK-OT-AMT
                   END-IF
               END-IF
               PERFORM 3200-READ-TIME-CODE-PARA
           END-PERFORM
           IF WS-TK-OT-AMT > ZERO
              AND WS-TK-OT-RATE >= WS-TK-REG-RATE * 1.5
               SET WS-TK-PREM-PAID TO TRUE
           END-IF.
      *
      * An hourly employee is one with a rate in force for the open
      * period; salaried staff have none and are not tested.
       5200-CHECK-MIN-WAGE-PARA.
           MOVE EMP-ID        TO WS-LOOKUP-ID
           MOVE WS-OPEN-START TO WS-RATE-ASOF
           PERFORM 6000-FIND-RATE-PARA
           IF WS-RATE-FOUND
               ADD 1 TO WS-HOURLY-CNT
               PERFORM 6200-FIND-MIN-WAGE-PARA
               IF WS-RATE-AMT(WS-RATE-IDX) < WS-MINW-OWED
                   MOVE WS-RATE-AMT(WS-RATE-IDX) TO WS-E-RATE
                   MOVE WS-MINW-OWED             TO WS-E-MIN
                   MOVE SPACES TO WCK-P-FINDING
                   STRING 'RATE ' WS-E-RATE ' BELOW ' EMP-LOC
                       ' MINIMUM WAGE ' WS-E-MIN
                       DELIMITED BY SIZE INTO WCK-P-FINDING
                   MOVE WS-OPEN-PERIOD TO WCK-P-PERIOD
                   PERFORM 5900-WRITE-FINDING-PARA
               END-IF
           END-IF.
      *
      * Overtime hours on the card must have been paid at a premium.
      * A card TIMECALC applied answers from its TIMECODE.DAT lines.
      * A card it did not apply is a finding only when there is no
      * hourly rate to price the overtime at; one held for any other
      * reason is on TIMESUSP.DAT and is paid once it is fixed.
       5300-CHECK-OVERTIME-PARA.
           IF TC-OT-HRS NUMERIC AND TC-OT-HRS > ZERO
               MOVE TC-OT-HRS TO WS-E-HRS
               MOVE SPACES    TO WCK-P-FINDING
               IF WS-TK-PERIOD = TC-PERIOD AND WS-TK-PERIOD > ZERO
                   IF NOT WS-TK-PREM-PAID
                      OR WS-TK-OT-HRS < TC-OT-HRS
                       STRING 'OVERTIME ' WS-E-HRS
                           ' HRS NOT PAID AT AN OVERTIME PREMIUM'
                           DELIMITED BY SIZE INTO WCK-P-FINDING
                   END-IF
               ELSE
                   MOVE TC-EMP-ID TO WS-LOOKUP-ID
                   PERFORM 6100-SET-CARD-DATES-PARA
                   MOVE WS-CARD-START TO WS-RATE-ASOF
                   IF NOT WS-CARD-DATED
                       MOVE WS-OPEN-START TO WS-RATE-ASOF
                   END-IF
                   PERFORM 6000-FIND-RATE-PARA
                   IF NOT WS-RATE-FOUND
                       STRING 'OVERTIME ' WS-E-HRS
                           ' HRS - NO HOURLY RATE, NO PREMIUM PAID'
                           DELIMITED BY SIZE INTO WCK-P-FINDING
                   END-IF
               END-IF
               IF WCK-P-FINDING NOT = SPACES
                   MOVE TC-PERIOD TO WCK-P-PERIOD
                   PERFORM 5900-WRITE-FINDING-PARA
               END-IF
           END-IF.
      *
      * Hours worked on the card against the daily and weekly limits
      * for the period it covers - the minor limits when the
      * employee had not reached the minor age by the period's first
      * day. A card for a period not on the calendar is not tested.
       5400-CHECK-HOURS-PARA.
           PERFORM 6100-SET-CARD-DATES-PARA
           IF WS-CARD-DATED
               PERFORM 5410-WORKED-HOURS-PARA
               PERFORM 5420-SET-LIMITS-PARA
               MOVE TC-PERIOD TO WCK-P-PERIOD
               IF WS-WORK-HRS > WS-WEEK-CAP
                   MOVE WS-WORK-HRS   TO WS-E-HRS
                   MOVE WS-WEEK-LIMIT TO WS-E-LIMIT
                   MOVE SPACES TO WCK-P-FINDING
                   STRING WS-WHO DELIMITED BY '  '
                       WS-E-HRS ' HRS - OVER WEEKLY LIMIT ' WS-E-LIMIT
                       DELIMITED BY SIZE INTO WCK-P-FINDING
                   PERFORM 5900-WRITE-FINDING-PARA
               END-IF
               IF WS-WORK-HRS > WS-DAY-CAP
                   MOVE WS-WORK-HRS   TO WS-E-HRS
                   MOVE WS-DAY-LIMIT  TO WS-E-LIMIT
                   MOVE WS-SCHED-DAYS TO WS-E-DAYS
                   MOVE SPACES TO WCK-P-FINDING
                   STRING WS-WHO DELIMITED BY '  '
                       WS-E-HRS ' HRS - OVER DAILY ' WS-E-LIMIT
                       ' X' WS-E-DAYS ' DAYS'
                       DELIMITED BY SIZE INTO WCK-P-FINDING
                   PERFORM 5900-WRITE-FINDING-PARA
               END-IF
           END-IF.
      *
      * Regular hours less the leave taken, plus overtime and every
      * earnings line's hours. Blank fields count as zero.
       5410-WORKED-HOURS-PARA.
           MOVE ZERO TO WS-WORK-NET
           IF TC-REG-HRS NUMERIC
               ADD TC-REG-HRS TO WS-WORK-NET
           END-IF
           IF TC-VAC-HRS NUMERIC
               SUBTRACT TC-VAC-HRS FROM WS-WORK-NET
           END-IF
           IF TC-SICK-HRS NUMERIC
               SUBTRACT TC-SICK-HRS FROM WS-WORK-NET
           END-IF
           IF WS-WORK-NET < ZERO
               MOVE ZERO TO WS-WORK-NET
           END-IF
           IF TC-OT-HRS NUMERIC
               ADD TC-OT-HRS TO WS-WORK-NET
           END-IF
           PERFORM VARYING WS-ERN-SUB FROM 1 BY 1
                   UNTIL WS-ERN-SUB > 4
               IF TC-ERN-HRS(WS-ERN-SUB) NUMERIC
                   ADD TC-ERN-HRS(WS-ERN-SUB) TO WS-WORK-NET
               END-IF
           END-PERFORM
           MOVE WS-WORK-NET TO WS-WORK-HRS.
      *
      * Picks the adult or minor limits and scales them to the
      * period: weeks are its days over seven, scheduled days the
      * weeks times WS-DAYS-WEEK.
       5420-SET-LIMITS-PARA.
           MOVE 'N'    TO WS-MINOR-FLAG
           MOVE 'WORKED' TO WS-WHO
           MOVE EMP-DOB TO WS-DOB-WORK
           CALL 'DOB-PROG' USING WS-DOB-WORK WS-DOB-VALID-FLAG
                                 WS-DOB-REASON
           IF WS-DOB-VALID
               COMPUTE WS-ADULT-DATE =
                   (WS-DOB-Y + WS-MINOR-AGE) * 10000
                   + WS-DOB-M * 100 + WS-DOB-D
               IF WS-ADULT-DATE > WS-CARD-START
                   SET WS-MINOR TO TRUE
                   MOVE 'MINOR WORKED' TO WS-WHO
               END-IF
           END-IF
           IF WS-MINOR
               MOVE WS-MINOR-DAY  TO WS-DAY-LIMIT
               MOVE WS-MINOR-WEEK TO WS-WEEK-LIMIT
           ELSE
               MOVE WS-ADULT-DAY  TO WS-DAY-LIMIT
               MOVE WS-ADULT-WEEK TO WS-WEEK-LIMIT
           END-IF
           MOVE WS-CARD-START TO WS-DS-DATE
           PERFORM 8800-DAY-SERIAL-PARA
           MOVE WS-DS-SERIAL  TO WS-START-SERIAL
           MOVE WS-CARD-END   TO WS-DS-DATE
           PERFORM 8800-DAY-SERIAL-PARA
           COMPUTE WS-PERD-DAYS = WS-DS-SERIAL - WS-START-SERIAL + 1
           COMPUTE WS-PERD-WEEKS ROUNDED = WS-PERD-DAYS / 7
           COMPUTE WS-SCHED-DAYS ROUNDED =
               WS-PERD-WEEKS * WS-DAYS-WEEK
           IF WS-SCHED-DAYS < 1
               MOVE 1 TO WS-SCHED-DAYS
           END-IF
           COMPUTE WS-WEEK-CAP ROUNDED = WS-WEEK-LIMIT * WS-PERD-WEEKS
           COMPUTE WS-DAY-CAP  = WS-DAY-LIMIT * WS-SCHED-DAYS.
      *
       5900-WRITE-FINDING-PARA.
           MOVE EMP-ID   TO WCK-P-ID
           MOVE EMP-NAME TO WCK-P-NAME
           WRITE WAGE-REPORT-RECORD FROM WCK-DETAIL-LINE
           IF WS-FINDING-CNT = ZERO
               MOVE SPACES TO WS-FIRST-FINDING
               STRING EMP-ID ' ' WCK-P-FINDING
                   DELIMITED BY SIZE INTO WS-FIRST-FINDING
           END-IF
           ADD 1 TO WS-FINDING-CNT.
      *
      * Latest rate for WS-LOOKUP-ID dated on or before
      * WS-RATE-ASOF - same pick as TIMECALC's 6000.
       6000-FIND-RATE-PARA.
           MOVE 'N'  TO WS-RATE-FOUND-FLAG
           MOVE ZERO TO WS-RATE-PICK
           PERFORM VARYING WS-RATE-SUB FROM 1 BY 1
                   UNTIL WS-RATE-SUB > WS-RATE-COUNT
               IF WS-RATE-ID(WS-RATE-SUB) = WS-LOOKUP-ID
                  AND WS-RATE-EFF(WS-RATE-SUB) <= WS-RATE-ASOF
                   IF WS-RATE-PICK = ZERO
                      OR WS-RATE-EFF(WS-RATE-SUB)
                         >= WS-RATE-EFF(WS-RATE-PICK)
                       MOVE WS-RATE-SUB TO WS-RATE-PICK
                   END-IF
               END-IF
           END-PERFORM
           IF WS-RATE-PICK NOT = ZERO
               SET WS-RATE-IDX TO WS-RATE-PICK
               SET WS-RATE-FOUND TO TRUE
           END-IF.
      *
      * Dates the card in hand from the calendar - its own period's
      * first and last day, or the open period's when its period is
      * not on file. No dates at all leaves WS-CARD-DATED off.
       6100-SET-CARD-DATES-PARA.
           MOVE 'N'  TO WS-CARD-DATED-FLAG
           MOVE ZERO TO WS-CARD-START
           MOVE ZERO TO WS-CARD-END
           PERFORM VARYING WS-PERD-SUB FROM 1 BY 1
                   UNTIL WS-PERD-SUB > WS-PERD-COUNT
               IF WS-PERD-NO(WS-PERD-SUB) = TC-PERIOD
                   MOVE WS-PERD-START(WS-PERD-SUB) TO WS-CARD-START
                   MOVE WS-PERD-END(WS-PERD-SUB)   TO WS-CARD-END
               END-IF
           END-PERFORM
           IF WS-CARD-START = ZERO AND WS-PERD-FOUND
               MOVE WS-OPEN-START TO WS-CARD-START
               MOVE WS-OPEN-END   TO WS-CARD-END
           END-IF
           IF WS-CARD-START > ZERO AND WS-CARD-END >= WS-CARD-START
               SET WS-CARD-DATED TO TRUE
           END-IF.
      *
      * Minimum wage owed at EMP-LOC on WS-MINW-ASOF: the greater of
      * the location's latest rate and the *** floor's.
       6200-FIND-MIN-WAGE-PARA.
           MOVE ZERO TO WS-MINW-LOC-EFF
           MOVE ZERO TO WS-MINW-ALL-EFF
           MOVE ZERO TO WS-MINW-LOC-RATE
           MOVE ZERO TO WS-MINW-ALL-RATE
           PERFORM VARYING WS-MINW-IDX FROM 1 BY 1
                   UNTIL WS-MINW-IDX > WS-MINW-COUNT
               IF WS-MINW-EFF(WS-MINW-IDX) <= WS-MINW-ASOF
                   IF WS-MINW-LOC(WS-MINW-IDX) = EMP-LOC
                      AND WS-MINW-EFF(WS-MINW-IDX) >= WS-MINW-LOC-EFF
                       MOVE WS-MINW-EFF(WS-MINW-IDX)
                           TO WS-MINW-LOC-EFF
                       MOVE WS-MINW-RATE(WS-MINW-IDX)
                           TO WS-MINW-LOC-RATE
                   END-IF
                   IF WS-MINW-LOC(WS-MINW-IDX) = '***'
                      AND WS-MINW-EFF(WS-MINW-IDX) >= WS-MINW-ALL-EFF
                       MOVE WS-MINW-EFF(WS-MINW-IDX)
                           TO WS-MINW-ALL-EFF
                       MOVE WS-MINW-RATE(WS-MINW-IDX)
                           TO WS-MINW-ALL-RATE
                   END-IF
               END-IF
           END-PERFORM
           MOVE WS-MINW-ALL-RATE TO WS-MINW-OWED
           IF WS-MINW-LOC-RATE > WS-MINW-OWED
               MOVE WS-MINW-LOC-RATE TO WS-MINW-OWED
           END-IF.
      *
      * Days since the epoch 0001-01-01, leap years included - same
      * arithmetic CHECKRUN ages the register with.
       8800-DAY-SERIAL-PARA.
           COMPUTE WS-DS-YEARS = WS-DS-YYYY - 1
           COMPUTE WS-DS-LEAPS = WS-DS-YEARS / 4
                                - WS-DS-YEARS / 100
                                + WS-DS-YEARS / 400
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
      *
       9000-END-PARA.
           MOVE SPACES TO WAGE-REPORT-RECORD
           WRITE WAGE-REPORT-RECORD
           MOVE 'MASTER RECORDS CHECKED'  TO WCK-S-LABEL
           MOVE WS-MAST-CNT               TO WCK-S-COUNT
           WRITE WAGE-REPORT-RECORD FROM WCK-SUMMARY-LINE
           MOVE 'HOURLY RATES CHECKED'    TO WCK-S-LABEL
           MOVE WS-HOURLY-CNT             TO WCK-S-COUNT
           WRITE WAGE-REPORT-RECORD FROM WCK-SUMMARY-LINE
           MOVE 'TIMECARDS CHECKED'       TO WCK-S-LABEL
           MOVE WS-CARD-CNT               TO WCK-S-COUNT
           WRITE WAGE-REPORT-RECORD FROM WCK-SUMMARY-LINE
           MOVE 'TOTAL FINDINGS'          TO WCK-S-LABEL
           MOVE WS-FINDING-CNT            TO WCK-S-COUNT
           WRITE WAGE-REPORT-RECORD FROM WCK-SUMMARY-LINE
           CLOSE MASTER-IN
           IF WS-TCS-STAT = '00' OR WS-TCS-STAT = '10'
               CLOSE TIMECARD-SORTED
           END-IF
           IF WS-TCOD-STAT = '00' OR WS-TCOD-STAT = '10'
               CLOSE TIME-CODE-FILE
           END-IF
           CLOSE WAGE-REPORT
           PERFORM 9800-ARCHIVE-REPORT-PARA
           IF WS-FINDING-CNT > ZERO
              MOVE 8 TO RETURN-CODE
              DISPLAY 'WAGECHK: ' WS-FINDING-CNT ' FINDINGS - '
                  'SEE WAGECHK.REP - HOLD THE PAYROLL RELEASE'
           END-IF
           OPEN OUTPUT WAGE-STAT-FILE
           MOVE WS-DATE          TO WK-RUN-DATE
           MOVE WS-OPEN-PERIOD   TO WK-PERIOD
           MOVE WS-FINDING-CNT   TO WK-FINDINGS
           MOVE RETURN-CODE      TO WK-RC
           MOVE WS-FIRST-FINDING TO WK-FIRST
           WRITE WAGE-STAT-RECORD
           CLOSE WAGE-STAT-FILE.
      *
       9800-ARCHIVE-REPORT-PARA.
           IF WS-RUN-PREFIX = SPACES
               MOVE WS-FN-WAGECHK TO WS-ARCH-REPORT
               MOVE RETURN-CODE TO WS-ARCH-RC
               CALL 'RPTARCH' USING WS-ARCH-REPORT WS-ARCH-LOC
                   ON EXCEPTION
                       DISPLAY 'WAGECHK: RPTARCH NOT AVAILABLE - '
                           WS-ARCH-REPORT ' NOT ARCHIVED'
               END-CALL
               MOVE WS-ARCH-RC TO RETURN-CODE
           END-IF.
