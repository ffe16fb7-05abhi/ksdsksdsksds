       IDENTIFICATION DIVISION.
       PROGRAM-ID. ESCHEAT.
      *****************************************************************
      * ESCHEAT
      * Dormant-check processing for unclaimed property. RETAIN keeps
      * every uncleared, unvoided issue on CHECKREG.DAT live and
      * POSPAY only clears what the bank pays, so a check nobody ever
      * cashed sat outstanding for years - and an uncashed wage check
      * past the state's dormancy period must be reported and paid
      * over to that state as unclaimed property. This job ages
      * every outstanding issue/reissue on the register against the
      * dormancy period of the payee's state (AD-STATE on the
      * EMPADDR.DAT row ADDRMNT keeps):
      *
      *   - the deadline is the issue date plus the state's dormancy
      *     period in months, from the parameter file ESCHPARM.DAT
      *     (a '**' row, or failing that the compiled 12 months and
      *     120 days, covers any state not listed)
      *   - inside the state's notice window before the deadline, a
      *     due-diligence letter to the address on file goes to
      *     ESCHLTR.DAT for mailing, once per check - each letter is
      *     logged on ESCHLOG.DAT so a rerun does not send another
      *   - past the deadline, the check is escheated once its letter
      *     has been out WS-LETTER-WAIT-DAYS (the owner's time to
      *     answer) - or at once when there is no address to write
      *     to. A check found past the deadline with no letter yet
      *     gets its letter now and waits its turn.
      *
      * An escheated check gets an E (escheated) record appended to
      * CHECKREG.DAT - the register is append-forever, the same way
      * a void is recorded - which POSPAY's next export sends the
      * bank so the check can no longer be cashed, and a row on the
      * state unclaimed-property report file UNCLPROP.DAT (property
      * type PY01, wages and payroll). UNCLPROP.DAT accumulates until
      * the holder report is filed with each state.
      *
      * The operator answers one mode, the way CHECKRUN's is read:
      *
      *   L (letters)   due-diligence letters and the listing only -
      *                 checks due to escheat are listed, not touched
      *   E (escheat)   letters, listing, and the escheat itself
      *
      * ESCHEAT.REP lists every check inside a notice window or past
      * its deadline with the action taken, then the totals and the
      * amount escheated per state.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CHECK-REG-FILE   ASSIGN TO 'CHECKREG.DAT'
                                    FILE STATUS IS WS-CREG-STAT.
           SELECT ADDR-FILE        ASSIGN TO 'EMPADDR.DAT'
                                    FILE STATUS IS WS-ADDR-STAT.
           SELECT ESCH-PARM-FILE   ASSIGN TO 'ESCHPARM.DAT'
                                    FILE STATUS IS WS-EPRM-STAT.
           SELECT LETTER-LOG-FILE  ASSIGN TO 'ESCHLOG.DAT'
                                    FILE STATUS IS WS-ELOG-STAT.
           SELECT LETTER-FILE      ASSIGN TO 'ESCHLTR.DAT'.
           SELECT UNCL-PROP-FILE   ASSIGN TO 'UNCLPROP.DAT'
                                    FILE STATUS IS WS-UNCL-STAT.
           SELECT ESCHEAT-REPORT   ASSIGN TO 'ESCHEAT.REP'.

       DATA DIVISION.
       FILE SECTION.
      * Same 61-byte register layout CHECKRUN maintains. E is the
      * escheated status this job appends.
       FD  CHECK-REG-FILE
           RECORD CONTAINS 61 CHARACTERS
           RECORDING MODE IS F.
       01  CHECK-REG-RECORD.
           03  CR-CHECK-NO         PIC 9(08).
           03  CR-EMP-ID           PIC X(05).
           03  CR-DATE             PIC 9(08).
           03  CR-AMOUNT           PIC 9(05)V99.
           03  CR-STATUS           PIC X(01).
               88  CR-ISSUED                VALUE 'I'.
               88  CR-VOIDED                VALUE 'V'.
               88  CR-REISSUED              VALUE 'R'.
               88  CR-ESCHEATED             VALUE 'E'.
           03  CR-PAYEE            PIC X(15).
           03  CR-REF-CHECK        PIC 9(08).
           03  CR-CLEARED          PIC X(01).
               88  CR-IS-CLEARED            VALUE 'C'.
           03  CR-CLEAR-DATE       PIC 9(08).

      * Companion address/contact file ADDRMNT maintains.
       FD  ADDR-FILE
           RECORD CONTAINS 109 CHARACTERS
           RECORDING MODE IS F.
       01  ADDR-RECORD.
           03  AD-EMP-ID           PIC X(05).
           03  AD-STREET1          PIC X(30).
           03  AD-STREET2          PIC X(30).
           03  AD-CITY             PIC X(20).
           03  AD-STATE            PIC X(02).
           03  AD-ZIP              PIC X(10).
           03  AD-PHONE            PIC X(12).

      * Dormancy parameters per state - the dormancy period for
      * payroll checks in months, and how many days before the
      * deadline the due-diligence letter goes out. State '**' is
      * the rule for any state not listed. Optional.
       FD  ESCH-PARM-FILE
           RECORD CONTAINS 08 CHARACTERS
           RECORDING MODE IS F.
       01  ESCH-PARM-RECORD.
           03  EP-STATE            PIC X(02).
           03  EP-DORM-MONTHS      PIC 9(03).
           03  EP-NOTICE-DAYS      PIC 9(03).

      * Due-diligence letter log - one row per letter sent, appended
      * forever. The escheat waits on the letter date here.
       FD  LETTER-LOG-FILE
           RECORD CONTAINS 21 CHARACTERS
           RECORDING MODE IS F.
       01  LETTER-LOG-RECORD.
           03  EL-CHECK-NO         PIC 9(08).
           03  EL-EMP-ID           PIC X(05).
           03  EL-DATE             PIC 9(08).

      * Print-format due-diligence letters - sixteen lines per
      * letter, the address block placed for a window envelope the
      * same as on CHECKRUN's check stock.
       FD  LETTER-FILE
           RECORD CONTAINS 80 CHARACTERS
           RECORDING MODE IS F.
       01  LETTER-RECORD           PIC X(80).

      * State unclaimed-property report - one row per escheated
      * check: the state it is reported to (the owner's last known
      * state, blank when there is no address on file - those go to
      * the holder's own state), the owner and last known address,
      * property type, the check, the last contact (the letter date,
      * zero when no letter could be sent) and the escheat date.
       FD  UNCL-PROP-FILE
           RECORD CONTAINS 155 CHARACTERS
           RECORDING MODE IS F.
       01  UNCL-PROP-RECORD.
           03  UP-STATE            PIC X(02).
           03  UP-EMP-ID           PIC X(05).
           03  UP-OWNER-NAME       PIC X(15).
           03  UP-STREET1          PIC X(30).
           03  UP-STREET2          PIC X(30).
           03  UP-CITY             PIC X(20).
           03  UP-ZIP              PIC X(10).
           03  UP-PROP-TYPE        PIC X(04).
           03  UP-CHECK-NO         PIC 9(08).
           03  UP-ISSUE-DATE       PIC 9(08).
           03  UP-LAST-CONTACT     PIC 9(08).
           03  UP-AMOUNT           PIC 9(05)V99.
           03  UP-ESCHEAT-DATE     PIC 9(08).

       FD  ESCHEAT-REPORT
           RECORD CONTAINS 80 CHARACTERS
           RECORDING MODE IS F.
       01  ESCHEAT-REPORT-RECORD   PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-CREG-STAT            PIC X(02)      VALUE SPACES.
       01  WS-ADDR-STAT            PIC X(02)      VALUE SPACES.
       01  WS-EPRM-STAT            PIC X(02)      VALUE SPACES.
       01  WS-ELOG-STAT            PIC X(02)      VALUE SPACES.
       01  WS-UNCL-STAT            PIC X(02)      VALUE SPACES.
       01  WS-REG-EOF-FLAG         PIC X(01)      VALUE 'N'.
           88  WS-REG-EOF                  VALUE 'Y'.
       01  WS-ADDR-EOF-FLAG        PIC X(01)      VALUE 'N'.
           88  WS-ADDR-EOF                 VALUE 'Y'.
       01  WS-EPRM-EOF-FLAG        PIC X(01)      VALUE 'N'.
           88  WS-EPRM-EOF                 VALUE 'Y'.
       01  WS-ELOG-EOF-FLAG        PIC X(01)      VALUE 'N'.
           88  WS-ELOG-EOF                 VALUE 'Y'.
       01  WS-MODE                 PIC X(01)      VALUE SPACES.
           88  WS-MODE-LETTERS             VALUE 'L'.
           88  WS-MODE-ESCHEAT             VALUE 'E'.
       01  WS-DATE                 PIC 9(08)      VALUE ZERO.
       01  WS-TODAY-SERIAL         PIC 9(07)      VALUE ZERO.
      * Days a due-diligence letter is given for the owner to answer
      * before the check is escheated.
       01  WS-LETTER-WAIT-DAYS     PIC 9(03)      VALUE 60.
      * The compiled rule for a state with no parameter row and no
      * '**' row either.
       01  WS-DFLT-MONTHS          PIC 9(03)      VALUE 12.
       01  WS-DFLT-NOTICE          PIC 9(03)      VALUE 120.
       01  WS-EP-TABLE.
           03  WS-EP-ENTRIES       OCCURS 60 TIMES
                                    INDEXED BY WS-EP-IDX.
               05  WS-EP-STATE     PIC X(02)      VALUE SPACES.
               05  WS-EP-MONTHS    PIC 9(03)      VALUE ZERO.
               05  WS-EP-NOTICE    PIC 9(03)      VALUE ZERO.
       01  WS-EP-COUNT             PIC 9(03)      VALUE ZERO.
      * The address file loaded whole for the per-check lookup -
      * same idiom as CHECKRUN.
       01  WS-AD-TABLE.
           03  WS-AD-ENTRIES       OCCURS 20000 TIMES
                                    INDEXED BY WS-AD-IDX.
               05  WS-AD-ID        PIC X(05)      VALUE SPACES.
               05  WS-AD-STREET    PIC X(30)      VALUE SPACES.
               05  WS-AD-STREET2   PIC X(30)      VALUE SPACES.
               05  WS-AD-CITY      PIC X(20)      VALUE SPACES.
               05  WS-AD-STATE     PIC X(02)      VALUE SPACES.
               05  WS-AD-ZIP       PIC X(10)      VALUE SPACES.
       01  WS-AD-COUNT             PIC 9(05)      VALUE ZERO.
       01  WS-AD-FOUND-FLAG        PIC X(01)      VALUE 'N'.
           88  WS-AD-FOUND                 VALUE 'Y'.
      * Letters already sent, from the log.
       01  WS-LG-TABLE.
           03  WS-LG-ENTRIES       OCCURS 20000 TIMES
                                    INDEXED BY WS-LG-IDX.
               05  WS-LG-CHECK     PIC 9(08)      VALUE ZERO.
               05  WS-LG-DATE      PIC 9(08)      VALUE ZERO.
       01  WS-LG-COUNT             PIC 9(05)      VALUE ZERO.
       01  WS-LG-FOUND-FLAG        PIC X(01)      VALUE 'N'.
           88  WS-LG-FOUND                 VALUE 'Y'.
       01  WS-LETTER-DATE          PIC 9(08)      VALUE ZERO.
      * Check numbers already dead on the register - voided, or
      * escheated by an earlier run - collected in a first pass the
      * way CHECKRUN's register report does.
       01  WS-VOID-TABLE.
           03  WS-VOID-NO          PIC 9(08)      OCCURS 20000 TIMES.
       01  WS-VOID-COUNT           PIC 9(05)      VALUE ZERO.
       01  WS-VOID-SUB             PIC 9(05)      VALUE ZERO.
       01  WS-VOIDED-FLAG          PIC X(01)      VALUE 'N'.
           88  WS-WAS-VOIDED               VALUE 'Y'.
      * Checks escheated this run, held until the register pass is
      * finished and the E records can be appended.
       01  WS-ES-TABLE.
           03  WS-ES-ENTRIES       OCCURS 5000 TIMES.
               05  WS-ES-CHECK     PIC 9(08).
               05  WS-ES-EMP-ID    PIC X(05).
               05  WS-ES-AMOUNT    PIC 9(05)V99.
               05  WS-ES-PAYEE     PIC X(15).
       01  WS-ES-COUNT             PIC 9(05)      VALUE ZERO.
       01  WS-ES-SUB               PIC 9(05)      VALUE ZERO.
      * Escheated amount per reporting state for the report footing.
       01  WS-ST-TABLE.
           03  WS-ST-ENTRIES       OCCURS 60 TIMES
                                    INDEXED BY WS-ST-IDX.
               05  WS-ST-STATE     PIC X(02)      VALUE SPACES.
               05  WS-ST-CNT       PIC 9(05)      VALUE ZERO.
               05  WS-ST-AMT       PIC 9(09)V99   VALUE ZERO.
       01  WS-ST-COUNT             PIC 9(03)      VALUE ZERO.
      * The rule and deadline for the check in hand.
       01  WS-CK-STATE             PIC X(02)      VALUE SPACES.
       01  WS-CK-MONTHS            PIC 9(03)      VALUE ZERO.
       01  WS-CK-NOTICE            PIC 9(03)      VALUE ZERO.
       01  WS-DEADLINE             PIC 9(08)      VALUE ZERO.
       01  WS-DEADLINE-SERIAL      PIC 9(07)      VALUE ZERO.
       01  WS-DAYS-LEFT            PIC S9(07)     VALUE ZERO.
       01  WS-LETTER-AGE           PIC S9(07)     VALUE ZERO.
       01  WS-MONTH-TOTAL          PIC 9(05)      VALUE ZERO.
       01  WS-MONTH-LEN            PIC 9(02)      VALUE ZERO.
       01  WS-ACTION               PIC X(24)      VALUE SPACES.
      * Run totals.
       01  WS-OUT-CNT              PIC 9(05)      VALUE ZERO.
       01  WS-OUT-AMT              PIC 9(09)V99   VALUE ZERO.
       01  WS-LETTER-CNT           PIC 9(05)      VALUE ZERO.
       01  WS-NOADDR-CNT           PIC 9(05)      VALUE ZERO.
       01  WS-HELD-CNT             PIC 9(05)      VALUE ZERO.
       01  WS-DUE-CNT              PIC 9(05)      VALUE ZERO.
       01  WS-DUE-AMT              PIC 9(09)V99   VALUE ZERO.
       01  WS-ESCH-CNT             PIC 9(05)      VALUE ZERO.
       01  WS-ESCH-AMT             PIC 9(09)V99   VALUE ZERO.
       01  WS-FMT-DATE             PIC X(11)      VALUE SPACES.
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
      *
       01  LTR-DATE-LINE.
           03  FILLER              PIC X(06)      VALUE 'DATE: '.
           03  LTR-DATE            PIC X(11)      VALUE SPACES.
           03  FILLER              PIC X(63)      VALUE SPACES.
       01  LTR-ADDR-LINE.
           03  FILLER              PIC X(14)      VALUE SPACES.
           03  LTR-ADDR            PIC X(36)      VALUE SPACES.
           03  FILLER              PIC X(30)      VALUE SPACES.
       01  LTR-RE-LINE.
           03  FILLER              PIC X(31)      VALUE
               'RE: UNCASHED PAYROLL CHECK NO. '.
           03  LTR-CHECK           PIC 9(08)      VALUE ZERO.
           03  FILLER              PIC X(07)      VALUE ' DATED '.
           03  LTR-ISSUED          PIC X(11)      VALUE SPACES.
           03  FILLER              PIC X(23)      VALUE SPACES.
       01  LTR-AMOUNT-LINE.
           03  FILLER              PIC X(12)      VALUE
               '    AMOUNT: '.
           03  LTR-AMOUNT          PIC $$$,$$9.99 VALUE ZERO.
           03  FILLER              PIC X(58)      VALUE SPACES.
       01  LTR-TEXT-LINE1.
           03  FILLER              PIC X(45)      VALUE
               'OUR RECORDS SHOW THAT THE PAYROLL CHECK ABOVE'.
           03  FILLER              PIC X(35)      VALUE
               ' HAS NOT BEEN CASHED.'.
       01  LTR-TEXT-LINE2.
           03  FILLER              PIC X(45)      VALUE
               'UNLESS YOU CONTACT THE PAYROLL OFFICE BEFORE '.
           03  LTR-DEADLINE        PIC X(11)      VALUE SPACES.
           03  FILLER              PIC X(24)      VALUE ' THE FUNDS'.
      * The notice for a check already past its deadline gives the
      * owner the answer period from the letter date instead.
       01  LTR-TEXT-LINE2-LATE.
           03  FILLER              PIC X(38)      VALUE
               'UNLESS YOU CONTACT THE PAYROLL OFFICE '.
           03  FILLER              PIC X(07)      VALUE 'WITHIN '.
           03  LTR-WAIT-DAYS       PIC ZZ9        VALUE ZERO.
           03  FILLER              PIC X(32)      VALUE
               ' DAYS OF THIS LETTER THE FUNDS'.
       01  LTR-TEXT-LINE3.
           03  FILLER              PIC X(52)      VALUE
               'MUST BE REPORTED AS UNCLAIMED PROPERTY TO THE STATE '.
           03  FILLER              PIC X(03)      VALUE 'OF '.
           03  LTR-STATE           PIC X(02)      VALUE SPACES.
           03  FILLER              PIC X(23)      VALUE '.'.
       01  LTR-TEXT-LINE4          PIC X(80)      VALUE
           'TO CLAIM THE FUNDS, SIGN BELOW AND RETURN THIS LETTER.'.
       01  LTR-SIGN-LINE           PIC X(80)      VALUE
           'SIGNATURE: ____________________________   DATE: __________'.
       01  LTR-BLANK-LINE          PIC X(80)      VALUE SPACES.
      *
       01  ESR-HEADING-LINE1       PIC X(80)      VALUE
           'DORMANT CHECK / UNCLAIMED PROPERTY REPORT'.
       01  ESR-HEADING-LINE2.
           03  FILLER              PIC X(10)      VALUE 'CHECK NO'.
           03  FILLER              PIC X(07)      VALUE 'EMP ID'.
           03  FILLER              PIC X(12)      VALUE 'ISSUED'.
           03  FILLER              PIC X(11)      VALUE '    AMOUNT'.
           03  FILLER              PIC X(04)      VALUE ' ST'.
           03  FILLER              PIC X(12)      VALUE 'DEADLINE'.
           03  FILLER              PIC X(24)      VALUE 'ACTION'.
       01  ESR-DETAIL-LINE.
           03  ESR-CHECK           PIC 9(08)      VALUE ZERO.
           03  FILLER              PIC X(02)      VALUE SPACES.
           03  ESR-EMP-ID          PIC X(05)      VALUE SPACES.
           03  FILLER              PIC X(02)      VALUE SPACES.
           03  ESR-ISSUED          PIC X(11)      VALUE SPACES.
           03  FILLER              PIC X(01)      VALUE SPACES.
           03  ESR-AMOUNT          PIC ZZ,ZZ9.99  VALUE ZERO.
           03  FILLER              PIC X(03)      VALUE SPACES.
           03  ESR-STATE           PIC X(02)      VALUE SPACES.
           03  FILLER              PIC X(02)      VALUE SPACES.
           03  ESR-DEADLINE        PIC X(11)      VALUE SPACES.
           03  FILLER              PIC X(01)      VALUE SPACES.
           03  ESR-ACTION          PIC X(23)      VALUE SPACES.
       01  ESR-TOTAL-LINE.
           03  ESR-T-LABEL         PIC X(34)      VALUE SPACES.
           03  ESR-T-CNT           PIC ZZZZ9      VALUE ZERO.
           03  FILLER              PIC X(02)      VALUE SPACES.
           03  ESR-T-AMT           PIC ZZ,ZZZ,ZZ9.99 VALUE ZERO.
           03  FILLER              PIC X(26)      VALUE SPACES.
       01  ESR-T-AMT-X REDEFINES ESR-TOTAL-LINE.
           03  FILLER              PIC X(41).
           03  ESR-T-AMT-BLANK     PIC X(13).
           03  FILLER              PIC X(26).
       01  ESR-STATE-LINE.
           03  ESR-S-LABEL         PIC X(34)      VALUE SPACES.
           03  ESR-S-CNT           PIC ZZZZ9      VALUE ZERO.
           03  FILLER              PIC X(02)      VALUE SPACES.
           03  ESR-S-AMT           PIC ZZ,ZZZ,ZZ9.99 VALUE ZERO.
           03  FILLER              PIC X(26)      VALUE SPACES.

       PROCEDURE DIVISION.
       0000-MAIN-PARA.
           PERFORM 1000-INITIAL-PARA
           PERFORM 2000-COLLECT-DEAD-PARA
           PERFORM 3000-AGE-REGISTER-PARA
           IF WS-MODE-ESCHEAT AND WS-ES-COUNT > ZERO
               PERFORM 5000-APPEND-ESCHEATS-PARA
           END-IF
           PERFORM 9000-TOTALS-PARA
           STOP RUN.
      *
       1000-INITIAL-PARA.
           ACCEPT WS-DATE FROM DATE YYYYMMDD
           MOVE WS-DATE TO WS-DS-DATE
           PERFORM 8800-DAY-SERIAL-PARA
           MOVE WS-DS-SERIAL TO WS-TODAY-SERIAL
           DISPLAY 'ENTER MODE - L (LETTERS ONLY) '
               'E (LETTERS AND ESCHEAT): '
           ACCEPT WS-MODE
           IF NOT WS-MODE-LETTERS AND NOT WS-MODE-ESCHEAT
               DISPLAY 'ESCHEAT: UNKNOWN MODE ' WS-MODE
                   ' - ENTER L OR E'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM 1100-LOAD-PARMS-PARA
           PERFORM 1200-LOAD-ADDR-PARA
           PERFORM 1300-LOAD-LOG-PARA
           OPEN OUTPUT LETTER-FILE
           OPEN EXTEND LETTER-LOG-FILE
           IF WS-ELOG-STAT NOT = '00'
               OPEN OUTPUT LETTER-LOG-FILE
           END-IF
           IF WS-MODE-ESCHEAT
               OPEN EXTEND UNCL-PROP-FILE
               IF WS-UNCL-STAT NOT = '00'
                   OPEN OUTPUT UNCL-PROP-FILE
               END-IF
           END-IF
           OPEN OUTPUT ESCHEAT-REPORT
           WRITE ESCHEAT-REPORT-RECORD FROM ESR-HEADING-LINE1
           WRITE ESCHEAT-REPORT-RECORD FROM ESR-HEADING-LINE2.
      *
      * Dormancy parameters. A missing ESCHPARM.DAT leaves every
      * state on the compiled rule; a '**' row replaces that rule.
       1100-LOAD-PARMS-PARA.
           OPEN INPUT ESCH-PARM-FILE
           IF WS-EPRM-STAT = '00'
              PERFORM UNTIL WS-EPRM-EOF
                 READ ESCH-PARM-FILE
                     AT END
                        SET WS-EPRM-EOF TO TRUE
                     NOT AT END
                        IF EP-DORM-MONTHS NUMERIC
                           AND EP-NOTICE-DAYS NUMERIC
                           AND EP-DORM-MONTHS > ZERO
                           IF EP-STATE = '**'
                              MOVE EP-DORM-MONTHS TO WS-DFLT-MONTHS
                              MOVE EP-NOTICE-DAYS TO WS-DFLT-NOTICE
                           ELSE
                              IF WS-EP-COUNT < 60
                                 ADD 1 TO WS-EP-COUNT
                                 SET WS-EP-IDX TO WS-EP-COUNT
                                 MOVE EP-STATE
                                     TO WS-EP-STATE(WS-EP-IDX)
                                 MOVE EP-DORM-MONTHS
                                     TO WS-EP-MONTHS(WS-EP-IDX)
                                 MOVE EP-NOTICE-DAYS
                                     TO WS-EP-NOTICE(WS-EP-IDX)
                              ELSE
                                 DISPLAY 'ESCHEAT: WS-EP-TABLE '
                                     'OVERFLOW - RAISE THE LIMIT'
                                 MOVE 16 TO RETURN-CODE
                                 STOP RUN
                              END-IF
                           END-IF
                        ELSE
                           DISPLAY 'ESCHEAT: ESCHPARM.DAT ROW '
                               EP-STATE ' NOT NUMERIC - IGNORED'
                        END-IF
                 END-READ
              END-PERFORM
              CLOSE ESCH-PARM-FILE
           END-IF.
      *
      * Address file - no row means no letter can be mailed.
       1200-LOAD-ADDR-PARA.
           OPEN INPUT ADDR-FILE
           IF WS-ADDR-STAT = '00'
              PERFORM UNTIL WS-ADDR-EOF
                 READ ADDR-FILE
                     AT END
                        SET WS-ADDR-EOF TO TRUE
                     NOT AT END
                        IF WS-AD-COUNT < 20000
                           ADD 1 TO WS-AD-COUNT
                           SET WS-AD-IDX TO WS-AD-COUNT
                           MOVE AD-EMP-ID
                               TO WS-AD-ID(WS-AD-IDX)
                           MOVE AD-STREET1
                               TO WS-AD-STREET(WS-AD-IDX)
                           MOVE AD-STREET2
                               TO WS-AD-STREET2(WS-AD-IDX)
                           MOVE AD-CITY
                               TO WS-AD-CITY(WS-AD-IDX)
                           MOVE AD-STATE
                               TO WS-AD-STATE(WS-AD-IDX)
                           MOVE AD-ZIP
                               TO WS-AD-ZIP(WS-AD-IDX)
                        ELSE
                           DISPLAY 'ESCHEAT: WS-AD-TABLE OVERFLOW '
                               '- RAISE THE LIMIT BEFORE RERUNNING'
                           MOVE 16 TO RETURN-CODE
                           STOP RUN
                        END-IF
                 END-READ
              END-PERFORM
              CLOSE ADDR-FILE
           END-IF.
      *
      * Letters already sent. A check with more than one row keeps
      * the first - the owner's answer period runs from it.
       1300-LOAD-LOG-PARA.
           OPEN INPUT LETTER-LOG-FILE
           IF WS-ELOG-STAT = '00'
              PERFORM UNTIL WS-ELOG-EOF
                 READ LETTER-LOG-FILE
                     AT END
                        SET WS-ELOG-EOF TO TRUE
                     NOT AT END
                        IF WS-LG-COUNT < 20000
                           ADD 1 TO WS-LG-COUNT
                           SET WS-LG-IDX TO WS-LG-COUNT
                           MOVE EL-CHECK-NO
                               TO WS-LG-CHECK(WS-LG-IDX)
                           MOVE EL-DATE
                               TO WS-LG-DATE(WS-LG-IDX)
                        ELSE
                           DISPLAY 'ESCHEAT: WS-LG-TABLE OVERFLOW '
                               '- RAISE THE LIMIT BEFORE RERUNNING'
                           MOVE 16 TO RETURN-CODE
                           STOP RUN
                        END-IF
                 END-READ
              END-PERFORM
              CLOSE LETTER-LOG-FILE
           END-IF.
      *
      * Voids and earlier escheats - a dead number is not aged.
       2000-COLLECT-DEAD-PARA.
           OPEN INPUT CHECK-REG-FILE
           IF WS-CREG-STAT NOT = '00'
               DISPLAY 'ESCHEAT: CHECKREG.DAT NOT AVAILABLE - '
                   'STATUS ' WS-CREG-STAT ' - NOTHING TO AGE'
               MOVE 8 TO RETURN-CODE
               PERFORM 9000-TOTALS-PARA
               STOP RUN
           END-IF
           MOVE 'N' TO WS-REG-EOF-FLAG
           PERFORM UNTIL WS-REG-EOF
               READ CHECK-REG-FILE
                   AT END
                       SET WS-REG-EOF TO TRUE
                   NOT AT END
                       IF CR-VOIDED OR CR-ESCHEATED
                           IF WS-VOID-COUNT < 20000
                               ADD 1 TO WS-VOID-COUNT
                               MOVE CR-CHECK-NO
                                   TO WS-VOID-NO(WS-VOID-COUNT)
                           ELSE
      * A dropped void would age a dead check and could escheat it
      * - hard stop instead.
                               DISPLAY 'ESCHEAT: WS-VOID-TABLE '
                                   'OVERFLOW - RAISE THE LIMIT'
                               MOVE 16 TO RETURN-CODE
                               STOP RUN
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE CHECK-REG-FILE.
      *
      * Every live, uncleared issue/reissue is aged.
       3000-AGE-REGISTER-PARA.
           OPEN INPUT CHECK-REG-FILE
           MOVE 'N' TO WS-REG-EOF-FLAG
           PERFORM UNTIL WS-REG-EOF
               READ CHECK-REG-FILE
                   AT END
                       SET WS-REG-EOF TO TRUE
                   NOT AT END
                       IF (CR-ISSUED OR CR-REISSUED)
                          AND NOT CR-IS-CLEARED
                          AND CR-DATE NUMERIC
                           PERFORM 3050-CHECK-IF-DEAD-PARA
                           IF NOT WS-WAS-VOIDED
                               PERFORM 3100-AGE-ONE-CHECK-PARA
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE CHECK-REG-FILE.
      *
       3050-CHECK-IF-DEAD-PARA.
           MOVE 'N' TO WS-VOIDED-FLAG
           PERFORM VARYING WS-VOID-SUB FROM 1 BY 1
                   UNTIL WS-VOID-SUB > WS-VOID-COUNT
               IF WS-VOID-NO(WS-VOID-SUB) = CR-CHECK-NO
                   SET WS-WAS-VOIDED TO TRUE
               END-IF
           END-PERFORM.
      *
      * The state's rule, the deadline, and what is due: nothing yet,
      * a letter, a wait on a letter already out, or the escheat.
       3100-AGE-ONE-CHECK-PARA.
           ADD 1 TO WS-OUT-CNT
           ADD CR-AMOUNT TO WS-OUT-AMT
           PERFORM 3200-FIND-ADDRESS-PARA
           PERFORM 3300-FIND-RULE-PARA
           PERFORM 3400-SET-DEADLINE-PARA
           COMPUTE WS-DAYS-LEFT = WS-DEADLINE-SERIAL
                                - WS-TODAY-SERIAL
           IF WS-DAYS-LEFT NOT > WS-CK-NOTICE
               PERFORM 3150-ACT-ON-CHECK-PARA
           END-IF.
      *
      * Inside the notice window or past the deadline.
       3150-ACT-ON-CHECK-PARA.
           PERFORM 3500-FIND-LETTER-PARA
           MOVE SPACES TO WS-ACTION
           EVALUATE TRUE
               WHEN WS-DAYS-LEFT > ZERO AND WS-LG-FOUND
                   MOVE 'LETTER ALREADY SENT' TO WS-ACTION
               WHEN NOT WS-AD-FOUND AND WS-DAYS-LEFT > ZERO
                   MOVE 'NO ADDRESS - NO LETTER' TO WS-ACTION
                   ADD 1 TO WS-NOADDR-CNT
               WHEN WS-DAYS-LEFT > ZERO
                   PERFORM 6000-WRITE-LETTER-PARA
                   MOVE 'LETTER SENT' TO WS-ACTION
               WHEN NOT WS-AD-FOUND
                   ADD 1 TO WS-NOADDR-CNT
                   PERFORM 3600-ESCHEAT-DUE-PARA
               WHEN NOT WS-LG-FOUND
                   PERFORM 6000-WRITE-LETTER-PARA
                   MOVE 'LETTER SENT - PAST DUE' TO WS-ACTION
                   ADD 1 TO WS-HELD-CNT
               WHEN OTHER
                   MOVE WS-LETTER-DATE TO WS-DS-DATE
                   PERFORM 8800-DAY-SERIAL-PARA
                   COMPUTE WS-LETTER-AGE = WS-TODAY-SERIAL
                                         - WS-DS-SERIAL
                   IF WS-LETTER-AGE < WS-LETTER-WAIT-DAYS
                       MOVE 'HELD - AWAITING REPLY'
                           TO WS-ACTION
                       ADD 1 TO WS-HELD-CNT
                   ELSE
                       PERFORM 3600-ESCHEAT-DUE-PARA
                   END-IF
           END-EVALUATE
           PERFORM 7000-REPORT-LINE-PARA.
      *
       3200-FIND-ADDRESS-PARA.
           MOVE 'N' TO WS-AD-FOUND-FLAG
           MOVE SPACES TO WS-CK-STATE
           IF WS-AD-COUNT > ZERO
              SET WS-AD-IDX TO 1
              SEARCH WS-AD-ENTRIES
                  AT END
                      CONTINUE
                  WHEN WS-AD-ID(WS-AD-IDX) = CR-EMP-ID
                      SET WS-AD-FOUND TO TRUE
                      MOVE WS-AD-STATE(WS-AD-IDX) TO WS-CK-STATE
              END-SEARCH
           END-IF.
      *
       3300-FIND-RULE-PARA.
           MOVE WS-DFLT-MONTHS TO WS-CK-MONTHS
           MOVE WS-DFLT-NOTICE TO WS-CK-NOTICE
           IF WS-EP-COUNT > ZERO AND WS-CK-STATE NOT = SPACES
              SET WS-EP-IDX TO 1
              SEARCH WS-EP-ENTRIES
                  AT END
                      CONTINUE
                  WHEN WS-EP-IDX > WS-EP-COUNT
                      CONTINUE
                  WHEN WS-EP-STATE(WS-EP-IDX) = WS-CK-STATE
                      MOVE WS-EP-MONTHS(WS-EP-IDX) TO WS-CK-MONTHS
                      MOVE WS-EP-NOTICE(WS-EP-IDX) TO WS-CK-NOTICE
              END-SEARCH
           END-IF.
      *
      * Issue date plus the dormancy months; a day past the end of
      * the target month (31 March plus one month) falls back to
      * that month's last day.
       3400-SET-DEADLINE-PARA.
           MOVE CR-DATE TO WS-DS-DATE
           COMPUTE WS-MONTH-TOTAL = WS-DS-MM - 1 + WS-CK-MONTHS
           DIVIDE WS-MONTH-TOTAL BY 12 GIVING WS-DS-YEARS
               REMAINDER WS-DS-MONTH-SUB
           ADD WS-DS-YEARS TO WS-DS-YYYY
           COMPUTE WS-DS-MM = WS-DS-MONTH-SUB + 1
           PERFORM 8900-MONTH-LENGTH-PARA
           IF WS-DS-DD > WS-MONTH-LEN
               MOVE WS-MONTH-LEN TO WS-DS-DD
           END-IF
           MOVE WS-DS-DATE TO WS-DEADLINE
           PERFORM 8800-DAY-SERIAL-PARA
           MOVE WS-DS-SERIAL TO WS-DEADLINE-SERIAL.
      *
       3500-FIND-LETTER-PARA.
           MOVE 'N' TO WS-LG-FOUND-FLAG
           MOVE ZERO TO WS-LETTER-DATE
           IF WS-LG-COUNT > ZERO
              SET WS-LG-IDX TO 1
              SEARCH WS-LG-ENTRIES
                  AT END
                      CONTINUE
                  WHEN WS-LG-IDX > WS-LG-COUNT
                      CONTINUE
                  WHEN WS-LG-CHECK(WS-LG-IDX) = CR-CHECK-NO
                      SET WS-LG-FOUND TO TRUE
                      MOVE WS-LG-DATE(WS-LG-IDX) TO WS-LETTER-DATE
              END-SEARCH
           END-IF.
      *
      * Past the deadline with due diligence done. An L run only
      * lists it; an E run reports it to the state and queues the E
      * record for the register.
       3600-ESCHEAT-DUE-PARA.
           ADD 1 TO WS-DUE-CNT
           ADD CR-AMOUNT TO WS-DUE-AMT
           IF WS-MODE-ESCHEAT
               PERFORM 3650-ESCHEAT-ONE-PARA
           ELSE
               MOVE 'DUE TO ESCHEAT' TO WS-ACTION
           END-IF.
      *
       3650-ESCHEAT-ONE-PARA.
           IF WS-ES-COUNT NOT < 5000
               DISPLAY 'ESCHEAT: WS-ES-TABLE OVERFLOW - '
                   'RAISE THE LIMIT BEFORE RERUNNING'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           ADD 1 TO WS-ES-COUNT
           MOVE CR-CHECK-NO TO WS-ES-CHECK(WS-ES-COUNT)
           MOVE CR-EMP-ID   TO WS-ES-EMP-ID(WS-ES-COUNT)
           MOVE CR-AMOUNT   TO WS-ES-AMOUNT(WS-ES-COUNT)
           MOVE CR-PAYEE    TO WS-ES-PAYEE(WS-ES-COUNT)
           MOVE SPACES      TO UNCL-PROP-RECORD
           MOVE WS-CK-STATE TO UP-STATE
           MOVE CR-EMP-ID   TO UP-EMP-ID
           MOVE CR-PAYEE    TO UP-OWNER-NAME
           IF WS-AD-FOUND
               MOVE WS-AD-STREET(WS-AD-IDX)  TO UP-STREET1
               MOVE WS-AD-STREET2(WS-AD-IDX) TO UP-STREET2
               MOVE WS-AD-CITY(WS-AD-IDX)    TO UP-CITY
               MOVE WS-AD-ZIP(WS-AD-IDX)     TO UP-ZIP
           END-IF
           MOVE 'PY01'         TO UP-PROP-TYPE
           MOVE CR-CHECK-NO    TO UP-CHECK-NO
           MOVE CR-DATE        TO UP-ISSUE-DATE
           MOVE WS-LETTER-DATE TO UP-LAST-CONTACT
           MOVE CR-AMOUNT      TO UP-AMOUNT
           MOVE WS-DATE        TO UP-ESCHEAT-DATE
           WRITE UNCL-PROP-RECORD
           ADD 1 TO WS-ESCH-CNT
           ADD CR-AMOUNT TO WS-ESCH-AMT
           PERFORM 3700-ADD-STATE-PARA
           MOVE 'ESCHEATED' TO WS-ACTION.
      *
       3700-ADD-STATE-PARA.
           SET WS-ST-IDX TO 1
           SEARCH WS-ST-ENTRIES
               AT END
                   DISPLAY 'ESCHEAT: WS-ST-TABLE OVERFLOW - '
                       'RAISE THE LIMIT BEFORE RERUNNING'
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               WHEN WS-ST-IDX > WS-ST-COUNT
                   ADD 1 TO WS-ST-COUNT
                   MOVE WS-CK-STATE TO WS-ST-STATE(WS-ST-IDX)
                   MOVE 1           TO WS-ST-CNT(WS-ST-IDX)
                   MOVE CR-AMOUNT   TO WS-ST-AMT(WS-ST-IDX)
               WHEN WS-ST-STATE(WS-ST-IDX) = WS-CK-STATE
                   ADD 1         TO WS-ST-CNT(WS-ST-IDX)
                   ADD CR-AMOUNT TO WS-ST-AMT(WS-ST-IDX)
           END-SEARCH.
      *
      * The E records go on the register after the aging pass has
      * closed it - appended, never rewritten, the way CHECKRUN
      * records a void. The bank hears of them on POSPAY's next
      * export.
       5000-APPEND-ESCHEATS-PARA.
           OPEN EXTEND CHECK-REG-FILE
           PERFORM VARYING WS-ES-SUB FROM 1 BY 1
                   UNTIL WS-ES-SUB > WS-ES-COUNT
               MOVE WS-ES-CHECK(WS-ES-SUB)  TO CR-CHECK-NO
               MOVE WS-ES-EMP-ID(WS-ES-SUB) TO CR-EMP-ID
               MOVE WS-DATE                 TO CR-DATE
               MOVE WS-ES-AMOUNT(WS-ES-SUB) TO CR-AMOUNT
               MOVE 'E'                     TO CR-STATUS
               MOVE WS-ES-PAYEE(WS-ES-SUB)  TO CR-PAYEE
               MOVE WS-ES-CHECK(WS-ES-SUB)  TO CR-REF-CHECK
               MOVE SPACE                   TO CR-CLEARED
               MOVE ZERO                    TO CR-CLEAR-DATE
               WRITE CHECK-REG-RECORD
           END-PERFORM
           CLOSE CHECK-REG-FILE.
      *
      * One due-diligence letter, logged so it is sent only once.
       6000-WRITE-LETTER-PARA.
           CALL 'DATE-PROG' USING WS-DATE WS-FMT-DATE
           MOVE WS-FMT-DATE TO LTR-DATE
           WRITE LETTER-RECORD FROM LTR-DATE-LINE
           WRITE LETTER-RECORD FROM LTR-BLANK-LINE
           MOVE CR-PAYEE TO LTR-ADDR
           WRITE LETTER-RECORD FROM LTR-ADDR-LINE
           MOVE WS-AD-STREET(WS-AD-IDX) TO LTR-ADDR
           WRITE LETTER-RECORD FROM LTR-ADDR-LINE
           MOVE WS-AD-STREET2(WS-AD-IDX) TO LTR-ADDR
           WRITE LETTER-RECORD FROM LTR-ADDR-LINE
           MOVE SPACES TO LTR-ADDR
           STRING WS-AD-CITY(WS-AD-IDX)  DELIMITED BY '  '
                  ' '                    DELIMITED BY SIZE
                  WS-AD-STATE(WS-AD-IDX) DELIMITED BY SIZE
                  ' '                    DELIMITED BY SIZE
                  WS-AD-ZIP(WS-AD-IDX)   DELIMITED BY SIZE
               INTO LTR-ADDR
           END-STRING
           WRITE LETTER-RECORD FROM LTR-ADDR-LINE
           WRITE LETTER-RECORD FROM LTR-BLANK-LINE
           MOVE CR-CHECK-NO TO LTR-CHECK
           CALL 'DATE-PROG' USING CR-DATE WS-FMT-DATE
           MOVE WS-FMT-DATE TO LTR-ISSUED
           WRITE LETTER-RECORD FROM LTR-RE-LINE
           MOVE CR-AMOUNT TO LTR-AMOUNT
           WRITE LETTER-RECORD FROM LTR-AMOUNT-LINE
           WRITE LETTER-RECORD FROM LTR-BLANK-LINE
           WRITE LETTER-RECORD FROM LTR-TEXT-LINE1
           IF WS-DAYS-LEFT > ZERO
               CALL 'DATE-PROG' USING WS-DEADLINE WS-FMT-DATE
               MOVE WS-FMT-DATE TO LTR-DEADLINE
               WRITE LETTER-RECORD FROM LTR-TEXT-LINE2
           ELSE
               MOVE WS-LETTER-WAIT-DAYS TO LTR-WAIT-DAYS
               WRITE LETTER-RECORD FROM LTR-TEXT-LINE2-LATE
           END-IF
           MOVE WS-CK-STATE TO LTR-STATE
           WRITE LETTER-RECORD FROM LTR-TEXT-LINE3
           WRITE LETTER-RECORD FROM LTR-TEXT-LINE4
           WRITE LETTER-RECORD FROM LTR-BLANK-LINE
           WRITE LETTER-RECORD FROM LTR-SIGN-LINE
           MOVE CR-CHECK-NO TO EL-CHECK-NO
           MOVE CR-EMP-ID   TO EL-EMP-ID
           MOVE WS-DATE     TO EL-DATE
           WRITE LETTER-LOG-RECORD
           ADD 1 TO WS-LETTER-CNT.
      *
       7000-REPORT-LINE-PARA.
           MOVE CR-CHECK-NO TO ESR-CHECK
           MOVE CR-EMP-ID   TO ESR-EMP-ID
           CALL 'DATE-PROG' USING CR-DATE WS-FMT-DATE
           MOVE WS-FMT-DATE TO ESR-ISSUED
           MOVE CR-AMOUNT   TO ESR-AMOUNT
           MOVE WS-CK-STATE TO ESR-STATE
           CALL 'DATE-PROG' USING WS-DEADLINE WS-FMT-DATE
           MOVE WS-FMT-DATE TO ESR-DEADLINE
           MOVE WS-ACTION   TO ESR-ACTION
           WRITE ESCHEAT-REPORT-RECORD FROM ESR-DETAIL-LINE.
      *
       9000-TOTALS-PARA.
           WRITE ESCHEAT-REPORT-RECORD FROM LTR-BLANK-LINE
           MOVE 'OUTSTANDING CHECKS AGED'   TO ESR-T-LABEL
           MOVE WS-OUT-CNT                  TO ESR-T-CNT
           MOVE WS-OUT-AMT                  TO ESR-T-AMT
           WRITE ESCHEAT-REPORT-RECORD FROM ESR-TOTAL-LINE
           MOVE 'DUE-DILIGENCE LETTERS WRITTEN' TO ESR-T-LABEL
           MOVE WS-LETTER-CNT               TO ESR-T-CNT
           MOVE SPACES                      TO ESR-T-AMT-BLANK
           WRITE ESCHEAT-REPORT-RECORD FROM ESR-TOTAL-LINE
           MOVE 'NO ADDRESS ON FILE'        TO ESR-T-LABEL
           MOVE WS-NOADDR-CNT               TO ESR-T-CNT
           MOVE SPACES                      TO ESR-T-AMT-BLANK
           WRITE ESCHEAT-REPORT-RECORD FROM ESR-TOTAL-LINE
           MOVE 'HELD FOR OWNER REPLY'      TO ESR-T-LABEL
           MOVE WS-HELD-CNT                 TO ESR-T-CNT
           MOVE SPACES                      TO ESR-T-AMT-BLANK
           WRITE ESCHEAT-REPORT-RECORD FROM ESR-TOTAL-LINE
           MOVE 'PAST DEADLINE - DUE TO ESCHEAT' TO ESR-T-LABEL
           MOVE WS-DUE-CNT                  TO ESR-T-CNT
           MOVE WS-DUE-AMT                  TO ESR-T-AMT
           WRITE ESCHEAT-REPORT-RECORD FROM ESR-TOTAL-LINE
           MOVE 'ESCHEATED THIS RUN'        TO ESR-T-LABEL
           MOVE WS-ESCH-CNT                 TO ESR-T-CNT
           MOVE WS-ESCH-AMT                 TO ESR-T-AMT
           WRITE ESCHEAT-REPORT-RECORD FROM ESR-TOTAL-LINE
           PERFORM VARYING WS-ST-IDX FROM 1 BY 1
                   UNTIL WS-ST-IDX > WS-ST-COUNT
               IF WS-ST-STATE(WS-ST-IDX) = SPACES
                   MOVE 'ESCHEATED - NO ADDRESS ON FILE'
                       TO ESR-S-LABEL
               ELSE
                   MOVE SPACES TO ESR-S-LABEL
                   STRING 'ESCHEATED - STATE '     DELIMITED BY SIZE
                          WS-ST-STATE(WS-ST-IDX)   DELIMITED BY SIZE
                       INTO ESR-S-LABEL
                   END-STRING
               END-IF
               MOVE WS-ST-CNT(WS-ST-IDX)   TO ESR-S-CNT
               MOVE WS-ST-AMT(WS-ST-IDX)   TO ESR-S-AMT
               WRITE ESCHEAT-REPORT-RECORD FROM ESR-STATE-LINE
           END-PERFORM
           CLOSE ESCHEAT-REPORT
           CLOSE LETTER-FILE
           CLOSE LETTER-LOG-FILE
           IF WS-MODE-ESCHEAT
               CLOSE UNCL-PROP-FILE
           END-IF
           DISPLAY 'ESCHEAT: ' WS-LETTER-CNT ' LETTERS WRITTEN, '
               WS-ESCH-CNT ' CHECKS ESCHEATED'.
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
       8900-MONTH-LENGTH-PARA.
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
