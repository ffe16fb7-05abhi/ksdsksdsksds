      *   HOURS regular hours over 80 or overtime hours over 40
      *   PERD  timecard for a period other than the open one on
      *         PAYPERD.DAT
      *
      * Every card applied is also appended to the cumulative
      * earnings history TIMEERN.DAT - hours, the rate paid, and the
      * earnings split into straight time and the overtime premium
      * (the extra half-time on overtime hours, plus the pay above
      * straight time on an earnings code marked as overtime-type
      * premium - holiday worked, double time). Workers' comp
      * carriers rate payroll without the overtime premium, and
      * EMP-EARN alone cannot say how much of it was premium;
      * WCCOMP reads the split back. A rerun for the same period
      * appends again - the latest record for the period wins.
      *
      * Split timecards. A card now carries up to six charge lines -
      * a charge code from the CHGCODE.DAT master (a client project
      * or a cost center, with the GL department its labor posts to)
      * and the hours worked against it. Blank lines mean the hours
      * all belong to the employee's home EMP-DEPT, as before. When
      * lines are present they must account for every regular and
      * overtime hour on the card, and each code must be on the
      * master and still open, or the card suspends:
      *   CODE  charge code not on CHGCODE.DAT, or closed
      *   CHRG  charge-line hours do not add up to regular plus
      *         overtime hours (or a line has hours and no code)
      * The earnings of an applied split card are prorated across
      * its lines by hours - the rounding remainder rides on the last
      * line - and written to TIMEDIST.DAT, rebuilt every run. PROG06
      * spreads the employer costs the same way and FH06's GL extract
      * posts the labor to the charge codes' departments; PROJLAB
      * reports the hours and dollars by project.
      *
      * Earnings codes. Night-shift differential, holiday pay, double
      * time and on-call pay used to be worked out by hand and keyed
      * as PROG07 adjustments. A card now carries up to four earnings
      * lines - an earnings code and the hours worked under it, over
      * and above the regular and overtime hours - and each code is
      * priced from the earnings-code table at the same effective-
      * dated HRLYRATE.DAT rate: hours times (rate times the code's
      * multiplier plus its flat per-hour premium). The table
      * defaults to the codes set up in 0860 below; an optional
      * EARNCODE.DAT replaces it without a recompile, same optional-
      * override idea as PROG06's DEDNTBL.DAT. Hours on a code that
      * counts toward overtime are straight hours worked and fall
      * under the 80-hour regular ceiling with the regular hours.
      *   ECODE earnings code not on the table, or an earnings line
      *         with a code and no hours (or hours and no code)
      * The breakdown of every applied card - regular, overtime and
      * one line per earnings code, with the rate paid and whether
      * the code is taxable - goes to TIMECODE.DAT, rebuilt every
      * run. PROG06 keeps non-taxable codes out of the tax wage,
      * PAYSTMT prints the earnings by code and FH06's GL extract
      * posts the earnings-code pay to its own accounts. The charge
      * lines of a split card still account for the regular and
      * overtime hours only; earnings-code pay stays with the home
      * department.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TIMECARD-FILE-IN ASSIGN TO DYNAMIC WS-FN-TIMECARD
                                    FILE STATUS IS WS-TCIN-STAT.
           SELECT TIMECARD-WORK    ASSIGN TO 'TIMEWORK.DAT'.
           SELECT TIMECARD-SORTED  ASSIGN TO DYNAMIC WS-FN-TIMESORT.
           SELECT OLD-MASTER-IN    ASSIGN TO DYNAMIC WS-FN-EMPFILE
                                    FILE STATUS IS WS-EMP-STAT.
           SELECT NEW-MASTER       ASSIGN TO DYNAMIC WS-FN-NEWEMPFILE.
           SELECT RATE-FILE        ASSIGN TO DYNAMIC WS-FN-HRLYRATE
                                    FILE STATUS IS WS-RATE-STAT.
           SELECT PAY-PERIOD-FILE  ASSIGN TO DYNAMIC WS-FN-PAYPERD
                                    FILE STATUS IS WS-PERD-STAT.
           SELECT TIME-SUSPENSE-FILE ASSIGN TO DYNAMIC WS-FN-TIMESUSP.
           SELECT TIME-LOG-FILE    ASSIGN TO DYNAMIC WS-FN-TIMECALC.
           SELECT LEAVE-BAL-FILE   ASSIGN TO DYNAMIC WS-FN-LEAVEBAL
                                    FILE STATUS IS WS-LVB-STAT.
           SELECT LEAVE-POL-FILE   ASSIGN TO DYNAMIC WS-FN-LEAVEPOL
                                    FILE STATUS IS WS-LVP-STAT.
           SELECT LEAVE-EXCP-FILE  ASSIGN TO DYNAMIC WS-FN-LEAVEXCP.
           SELECT EARN-HIST-FILE   ASSIGN TO DYNAMIC WS-FN-TIMEERN
                                    FILE STATUS IS WS-TERN-STAT.
           SELECT CHARGE-CODE-FILE ASSIGN TO DYNAMIC WS-FN-CHGCODE
                                    FILE STATUS IS WS-CHG-STAT.
           SELECT TIME-DIST-FILE   ASSIGN TO DYNAMIC WS-FN-TIMEDIST.
           SELECT EARN-CODE-FILE   ASSIGN TO DYNAMIC WS-FN-EARNCODE
                                    FILE STATUS IS WS-ECD-STAT.
           SELECT TIME-CODE-FILE   ASSIGN TO DYNAMIC WS-FN-TIMECODE.

       DATA DIVISION.
       FILE SECTION.
      * means none. Regular hours already include paid leave time -
      * the trailing fields only draw the leave balances down, they
      * do not pay a second time.
      * Positions 25-96 hold the six charge lines (code and hours);
      * all blank means no split - see the banner.
      * Positions 97-128 hold the four earnings lines (earnings code
      * and hours); all blank means regular and overtime only.
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
           03  TC-OT-HRS           PIC 9(03)V9.
           03  TC-VAC-HRS          PIC 9(03)V9.
           03  TC-SICK-HRS         PIC 9(03)V9.
           03  TC-CHG-LINES        OCCURS 6 TIMES.
               05  TC-CHG-CODE     PIC X(08).
               05  TC-CHG-HRS      PIC 9(03)V9.
           03  TC-ERN-LINES        OCCURS 4 TIMES.
               05  TC-ERN-CODE     PIC X(04).
               05  TC-ERN-HRS      PIC 9(03)V9.

       FD  OLD-MASTER-IN
           RECORD CONTAINS 79 CHARACTERS
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

      * Suspense listing for hours exceptions - same shape and
      * purpose as PROG07's DEDNSUSP.DAT.
           RECORDING MODE IS F.
       01  LEAVE-EXCP-RECORD       PIC X(80).

      * Cumulative earnings history (TIMEERN.DAT), one record per
      * timecard applied, appended run after run - see the banner.
      * TE-OT-PREM is the overtime-type premium - the half-time on
      * the overtime hours and the multiplier over 1.00 on a premium
      * earnings code; TE-STRAIGHT is the rest, every hour at the
      * straight rate plus any flat per-hour differential. The two
      * add back to the EMP-EARN the card produced.
       FD  EARN-HIST-FILE
           RECORD CONTAINS 50 CHARACTERS
           RECORDING MODE IS F.
       01  EARN-HIST-RECORD.
           03  TE-RUN-DATE         PIC 9(08).
           03  TE-PERIOD           PIC 9(03).
           03  TE-EMP-ID           PIC X(05).
           03  TE-REG-HRS          PIC 9(03)V9.
           03  TE-OT-HRS           PIC 9(03)V9.
           03  TE-RATE             PIC 9(03)V99.
           03  TE-STRAIGHT         PIC 9(05)V99.
           03  TE-OT-PREM          PIC 9(05)V99.
           03  FILLER              PIC X(07).

      * Charge-code master (CHGCODE.DAT), maintained by the project
      * office and loaded whole at startup. CC-TYPE is P for a client
      * project, C for a cost center; CC-GL-DEPT is the GL department
      * the labor posts to (blank = the employee's home EMP-DEPT).
      * A closed code (status C) takes no more hours.
       FD  CHARGE-CODE-FILE
           RECORD CONTAINS 50 CHARACTERS
           RECORDING MODE IS F.
       01  CHARGE-CODE-RECORD.
           03  CC-CODE             PIC X(08).
           03  CC-DESC             PIC X(25).
           03  CC-TYPE             PIC X(01).
           03  CC-GL-DEPT          PIC X(04).
           03  CC-STATUS           PIC X(01).
           03  FILLER              PIC X(11).

      * Labor distribution of this run's applied split cards
      * (TIMEDIST.DAT), one record per charge line, rebuilt every
      * run and read by PROG06. TD-EARN is the line's share of the
      * card's regular and overtime earnings; TD-CODE-EARN repeats
      * the card's earnings-code pay on every line, which stays with
      * the home department. The lines' TD-EARN plus TD-CODE-EARN
      * foot to the card's EMP-EARN.
       FD  TIME-DIST-FILE
           RECORD CONTAINS 50 CHARACTERS
           RECORDING MODE IS F.
       01  TIME-DIST-RECORD.
           03  TD-PERIOD           PIC 9(03).
           03  TD-EMP-ID           PIC X(05).
           03  TD-CHARGE           PIC X(08).
           03  TD-GL-DEPT          PIC X(04).
           03  TD-HOURS            PIC 9(03)V9.
           03  TD-EARN             PIC 9(05)V99.
           03  TD-CODE-EARN        PIC 9(05)V99.
           03  FILLER              PIC X(12).

      * Earnings-code table override (EARNCODE.DAT), one record per
      * code. EC-MULT is the multiplier on the employee's hourly rate
      * (zero for a code that pays only its flat amount), EC-FLAT the
      * flat premium per hour, EC-TAXABLE Y or N, EC-OT-FLAG Y when
      * the code's hours count toward overtime, EC-GL-ACCT the GL
      * account its pay posts to (blank = the department's premium
      * pay account on GLMAP.DAT), and EC-PREM-FLAG N when the pay
      * above straight time on a multiplier over 1.00 is not
      * overtime-type premium (blank or Y = it is, and it stays out
      * of the straight time on TIMEERN.DAT).
       FD  EARN-CODE-FILE
           RECORD CONTAINS 40 CHARACTERS
           RECORDING MODE IS F.
       01  EARN-CODE-RECORD.
           03  EC-CODE             PIC X(04).
           03  EC-DESC             PIC X(15).
           03  EC-MULT             PIC 9(01)V99.
           03  EC-FLAT             PIC 9(02)V99.
           03  EC-TAXABLE          PIC X(01).
           03  EC-OT-FLAG          PIC X(01).
           03  EC-GL-ACCT          PIC X(08).
           03  EC-PREM-FLAG        PIC X(01).
           03  FILLER              PIC X(03).

      * Earnings breakdown of this run's applied cards (TIMECODE.DAT),
      * rebuilt every run in EMP-ID order. TK-KIND is B for the
      * regular and overtime lines every card gets, P for an
      * earnings-code line; TK-RATE is the hourly rate the line was
      * paid at. The lines of a card foot to its EMP-EARN.
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

       WORKING-STORAGE SECTION.
      * File names, each the live name behind the run prefix (blank
      * outside a preview of the nightly stream - see RUNPFX.CPY).
      * The bases are in SELECT order; 0050-FILE-NAMES-PARA builds
      * the names used by the ASSIGN clauses above.
       COPY RUNPFX.
       01  WS-FILE-BASES.
           03  FILLER              PIC X(16)      VALUE 'TIMECARD.DAT'.
           03  FILLER              PIC X(16)      VALUE 'TIMESORT.DAT'.
           03  FILLER              PIC X(16)      VALUE 'EMPFILE.DAT'.
           03  FILLER              PIC X(16)      VALUE
               'NEWEMPFILE.DAT'.
           03  FILLER              PIC X(16)      VALUE 'HRLYRATE.DAT'.
           03  FILLER              PIC X(16)      VALUE 'PAYPERD.DAT'.
           03  FILLER              PIC X(16)      VALUE 'TIMESUSP.DAT'.
           03  FILLER              PIC X(16)      VALUE 'TIMECALC.LOG'.
           03  FILLER              PIC X(16)      VALUE 'LEAVEBAL.DAT'.
           03  FILLER              PIC X(16)      VALUE 'LEAVEPOL.DAT'.
           03  FILLER              PIC X(16)      VALUE 'LEAVEXCP.REP'.
           03  FILLER              PIC X(16)      VALUE 'TIMEERN.DAT'.
           03  FILLER              PIC X(16)      VALUE 'CHGCODE.DAT'.
           03  FILLER              PIC X(16)      VALUE 'TIMEDIST.DAT'.
           03  FILLER              PIC X(16)      VALUE 'EARNCODE.DAT'.
           03  FILLER              PIC X(16)      VALUE 'TIMECODE.DAT'.
       01  WS-FILE-BASE-TABLE REDEFINES WS-FILE-BASES.
           03  WS-FB-NAME          PIC X(16)      OCCURS 16 TIMES.
       01  WS-FILE-NAMES.
           03  WS-FN-TIMECARD      PIC X(30)      VALUE SPACES.
           03  WS-FN-TIMESORT      PIC X(30)      VALUE SPACES.
           03  WS-FN-EMPFILE       PIC X(30)      VALUE SPACES.
           03  WS-FN-NEWEMPFILE    PIC X(30)      VALUE SPACES.
           03  WS-FN-HRLYRATE      PIC X(30)      VALUE SPACES.
           03  WS-FN-PAYPERD       PIC X(30)      VALUE SPACES.
           03  WS-FN-TIMESUSP      PIC X(30)      VALUE SPACES.
           03  WS-FN-TIMECALC      PIC X(30)      VALUE SPACES.
           03  WS-FN-LEAVEBAL      PIC X(30)      VALUE SPACES.
           03  WS-FN-LEAVEPOL      PIC X(30)      VALUE SPACES.
           03  WS-FN-LEAVEXCP      PIC X(30)      VALUE SPACES.
           03  WS-FN-TIMEERN       PIC X(30)      VALUE SPACES.
           03  WS-FN-CHGCODE       PIC X(30)      VALUE SPACES.
           03  WS-FN-TIMEDIST      PIC X(30)      VALUE SPACES.
           03  WS-FN-EARNCODE      PIC X(30)      VALUE SPACES.
           03  WS-FN-TIMECODE      PIC X(30)      VALUE SPACES.
       01  WS-FILE-NAME-TABLE REDEFINES WS-FILE-NAMES.
           03  WS-FN-NAME          PIC X(30)      OCCURS 16 TIMES.
       01  WS-FN-COUNT             PIC 9(02)      VALUE 16.
       01  WS-FN-SUB               PIC 9(02)      VALUE ZERO.
      *
       01  WS-TCIN-STAT            PIC X(02)      VALUE SPACES.
       01  WS-EMP-STAT             PIC X(02)      VALUE SPACES.
       01  WS-RATE-STAT            PIC X(02)      VALUE SPACES.
       01  WS-LAST-APPLIED-ID      PIC X(05)      VALUE LOW-VALUES.
       01  WS-LOOKUP-ID            PIC X(05)      VALUE SPACES.
       01  WS-NEW-EARN             PIC 9(07)V99   VALUE ZERO.
       01  WS-TERN-STAT            PIC X(02)      VALUE SPACES.
       01  WS-DATE                 PIC 9(08)      VALUE ZERO.
       01  WS-OT-PREM              PIC 9(05)V99   VALUE ZERO.
       01  WS-ERN-PREM             PIC 9(05)V99   VALUE ZERO.
       01  WS-SUSP-REASON-CODE     PIC X(05)      VALUE SPACES.
       01  WS-SUSP-REASON-TEXT     PIC X(52)      VALUE SPACES.
       01  WS-COUNTS.
           88  WS-LVB-FOUND                VALUE 'Y'.
       01  WS-LVB-WORK-ID          PIC X(05)      VALUE SPACES.
       01  WS-NEG-CNT              PIC 9(04)      VALUE ZERO.
      * Charge-code master and split-card work areas.
       01  WS-CHG-STAT             PIC X(02)      VALUE SPACES.
       01  WS-CHG-EOF-FLAG         PIC X(01)      VALUE 'N'.
           88  WS-CHG-EOF                  VALUE 'Y'.
       01  WS-CHG-TABLE.
           03  WS-CHG-ENTRIES      OCCURS 5000 TIMES
                                    INDEXED BY WS-CHG-IDX.
               05  WS-CHG-CODE     PIC X(08)      VALUE SPACES.
               05  WS-CHG-GL-DEPT  PIC X(04)      VALUE SPACES.
               05  WS-CHG-STATUS   PIC X(01)      VALUE SPACES.
       01  WS-CHG-COUNT            PIC 9(04)      VALUE ZERO.
       01  WS-CHG-FOUND-FLAG       PIC X(01)      VALUE 'N'.
           88  WS-CHG-FOUND                VALUE 'Y'.
       01  WS-LINE-SUB             PIC 9(01)      VALUE ZERO.
       01  WS-LINE-CNT             PIC 9(01)      VALUE ZERO.
       01  WS-LINE-LAST            PIC 9(01)      VALUE ZERO.
       01  WS-LINE-HRS-TOT         PIC 9(04)V9    VALUE ZERO.
       01  WS-CARD-HRS-TOT         PIC 9(04)V9    VALUE ZERO.
       01  WS-LINE-EARN            PIC 9(05)V99   VALUE ZERO.
       01  WS-LINE-EARN-TOT        PIC 9(07)V99   VALUE ZERO.
       01  WS-LINE-ERR-CODE        PIC X(05)      VALUE SPACES.
       01  WS-DIST-CNT             PIC 9(05)      VALUE ZERO.
      * Earnings-code table and pricing work areas. WS-ERN-PRICED
      * holds each earnings line's rate and pay between the pricing
      * and the write of an applied card.
       01  WS-ECD-STAT             PIC X(02)      VALUE SPACES.
       01  WS-ECD-TABLE.
           03  WS-ECD-ENTRIES      OCCURS 50 TIMES
                                    INDEXED BY WS-ECD-IDX.
               05  WS-ECD-CODE     PIC X(04)      VALUE SPACES.
               05  WS-ECD-DESC     PIC X(15)      VALUE SPACES.
               05  WS-ECD-MULT     PIC 9(01)V99   VALUE ZERO.
               05  WS-ECD-FLAT     PIC 9(02)V99   VALUE ZERO.
               05  WS-ECD-TAXABLE  PIC X(01)      VALUE 'Y'.
               05  WS-ECD-OT-FLAG  PIC X(01)      VALUE 'N'.
               05  WS-ECD-GL-ACCT  PIC X(08)      VALUE SPACES.
               05  WS-ECD-PREM-FLAG PIC X(01)      VALUE 'Y'.
       01  WS-ECD-COUNT            PIC 9(02)      VALUE ZERO.
       01  WS-ECD-FOUND-FLAG       PIC X(01)      VALUE 'N'.
           88  WS-ECD-FOUND                VALUE 'Y'.
       01  WS-ERN-PRICED.
           03  WS-ERN-ENTRIES      OCCURS 4 TIMES.
               05  WS-ERN-RATE     PIC 9(05)V99   VALUE ZERO.
               05  WS-ERN-AMT      PIC 9(05)V99   VALUE ZERO.
       01  WS-ERN-SUB              PIC 9(01)      VALUE ZERO.
       01  WS-ERN-ERR-FLAG         PIC X(01)      VALUE 'N'.
           88  WS-ERN-ERR                  VALUE 'Y'.
       01  WS-ERN-WORK-HRS         PIC 9(04)V9    VALUE ZERO.
       01  WS-BASE-EARN            PIC 9(07)V99   VALUE ZERO.
       01  WS-CODE-EARN            PIC 9(07)V99   VALUE ZERO.
       01  WS-REG-EARN             PIC 9(07)V99   VALUE ZERO.
       01  WS-OT-EARN              PIC 9(07)V99   VALUE ZERO.
       01  WS-ERN-LINE-CNT         PIC 9(05)      VALUE ZERO.
      *
       01  LVX-HEADING-LINE1       PIC X(80)      VALUE
           'NEGATIVE LEAVE BALANCE EXCEPTIONS'.
           03  FILLER              PIC X(06)      VALUE SPACES.
           03  LOG-MSG             PIC X(74)      VALUE SPACES.

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
           PERFORM 0600-FIND-OPEN-PERIOD-PARA
           PERFORM 0700-LOAD-LEAVE-PARA
           PERFORM 0800-LOAD-CHARGE-CODES-PARA
           PERFORM 0850-LOAD-EARN-CODES-PARA
           PERFORM 1000-SORT-PARA
           PERFORM 2000-INITIAL-PARA
           PERFORM 5000-PROCESS-PARA UNTIL OLD-EOF AND TRANS-EOF
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
              END-READ
              CLOSE LEAVE-POL-FILE
           END-IF.
      *
      * Loads the charge-code master. No file simply means no code
      * will validate - a split card suspends CODE rather than post
      * to a department nobody set up.
       0800-LOAD-CHARGE-CODES-PARA.
           OPEN INPUT CHARGE-CODE-FILE
           IF WS-CHG-STAT = '00'
              PERFORM UNTIL WS-CHG-EOF
                 READ CHARGE-CODE-FILE
                     AT END
                        SET WS-CHG-EOF TO TRUE
                     NOT AT END
                        IF WS-CHG-COUNT < 5000
                           ADD 1 TO WS-CHG-COUNT
                           SET WS-CHG-IDX TO WS-CHG-COUNT
                           MOVE CC-CODE
                               TO WS-CHG-CODE(WS-CHG-IDX)
                           MOVE CC-GL-DEPT
                               TO WS-CHG-GL-DEPT(WS-CHG-IDX)
                           MOVE CC-STATUS
                               TO WS-CHG-STATUS(WS-CHG-IDX)
                        ELSE
                           DISPLAY 'TIMECALC: WS-CHG-TABLE OVERFLOW'
                               ' - RAISE THE LIMIT BEFORE RERUNNING'
                           MOVE 16 TO RETURN-CODE
                           GOBACK
                        END-IF
                 END-READ
              END-PERFORM
              CLOSE CHARGE-CODE-FILE
           END-IF.
      *
      * Loads the default earnings codes, then lets an optional
      * EARNCODE.DAT replace the whole table - same load shape as
      * PROG06's 0500-LOAD-DEDN-TABLE-PARA.
       0850-LOAD-EARN-CODES-PARA.
           PERFORM 0860-SET-DEFAULT-EARN-CODES-PARA
           OPEN INPUT EARN-CODE-FILE
           IF WS-ECD-STAT = '00'
               MOVE ZERO TO WS-ECD-COUNT
               PERFORM UNTIL WS-ECD-STAT NOT = '00'
                   READ EARN-CODE-FILE
                       AT END
                           MOVE '10' TO WS-ECD-STAT
                       NOT AT END
                           IF WS-ECD-COUNT < 50
                              ADD 1 TO WS-ECD-COUNT
                              SET WS-ECD-IDX TO WS-ECD-COUNT
                              MOVE EC-CODE
                                  TO WS-ECD-CODE(WS-ECD-IDX)
                              MOVE EC-DESC
                                  TO WS-ECD-DESC(WS-ECD-IDX)
                              MOVE ZERO TO WS-ECD-MULT(WS-ECD-IDX)
                              IF EC-MULT NUMERIC
                                 MOVE EC-MULT
                                     TO WS-ECD-MULT(WS-ECD-IDX)
                              END-IF
                              MOVE ZERO TO WS-ECD-FLAT(WS-ECD-IDX)
                              IF EC-FLAT NUMERIC
                                 MOVE EC-FLAT
                                     TO WS-ECD-FLAT(WS-ECD-IDX)
                              END-IF
                              MOVE 'Y' TO WS-ECD-TAXABLE(WS-ECD-IDX)
                              IF EC-TAXABLE = 'N'
                                 MOVE 'N'
                                     TO WS-ECD-TAXABLE(WS-ECD-IDX)
                              END-IF
                              MOVE 'N' TO WS-ECD-OT-FLAG(WS-ECD-IDX)
                              IF EC-OT-FLAG = 'Y'
                                 MOVE 'Y'
                                     TO WS-ECD-OT-FLAG(WS-ECD-IDX)
                              END-IF
                              MOVE EC-GL-ACCT
                                  TO WS-ECD-GL-ACCT(WS-ECD-IDX)
                              MOVE 'Y'
                                  TO WS-ECD-PREM-FLAG(WS-ECD-IDX)
                              IF EC-PREM-FLAG = 'N'
                                 MOVE 'N'
                                     TO WS-ECD-PREM-FLAG(WS-ECD-IDX)
                              END-IF
                           ELSE
                              DISPLAY 'TIMECALC: WS-ECD-TABLE '
                                  'OVERFLOW - RAISE THE LIMIT BEFORE '
                                  'RERUNNING'
                              MOVE 16 TO RETURN-CODE
                              GOBACK
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE EARN-CODE-FILE
           END-IF.
      *
      * Night-shift differential is the hour at the regular rate plus
      * a flat premium; holiday worked pays time-and-a-half and the
      * seventh consecutive day double time; on-call pays a flat
      * amount per hour and no rate at all. All post to the premium
      * pay account. The holiday and seventh-day multipliers are
      * overtime-type premium; the flat differentials are not.
       0860-SET-DEFAULT-EARN-CODES-PARA.
           MOVE 4         TO WS-ECD-COUNT
           MOVE 'NGHT'    TO WS-ECD-CODE(1)
           MOVE 'NIGHT SHIFT'     TO WS-ECD-DESC(1)
           MOVE 1.00      TO WS-ECD-MULT(1)
           MOVE 01.50     TO WS-ECD-FLAT(1)
           MOVE 'Y'       TO WS-ECD-TAXABLE(1)
           MOVE 'Y'       TO WS-ECD-OT-FLAG(1)
           MOVE 'N'       TO WS-ECD-PREM-FLAG(1)
           MOVE 'HOL '    TO WS-ECD-CODE(2)
           MOVE 'HOLIDAY WORKED'  TO WS-ECD-DESC(2)
           MOVE 1.50      TO WS-ECD-MULT(2)
           MOVE ZERO      TO WS-ECD-FLAT(2)
           MOVE 'Y'       TO WS-ECD-TAXABLE(2)
           MOVE 'N'       TO WS-ECD-OT-FLAG(2)
           MOVE 'Y'       TO WS-ECD-PREM-FLAG(2)
           MOVE 'DBL '    TO WS-ECD-CODE(3)
           MOVE 'DOUBLE TIME'     TO WS-ECD-DESC(3)
           MOVE 2.00      TO WS-ECD-MULT(3)
           MOVE ZERO      TO WS-ECD-FLAT(3)
           MOVE 'Y'       TO WS-ECD-TAXABLE(3)
           MOVE 'N'       TO WS-ECD-OT-FLAG(3)
           MOVE 'Y'       TO WS-ECD-PREM-FLAG(3)
           MOVE 'ONCL'    TO WS-ECD-CODE(4)
           MOVE 'ON-CALL'         TO WS-ECD-DESC(4)
           MOVE ZERO      TO WS-ECD-MULT(4)
           MOVE 03.00     TO WS-ECD-FLAT(4)
           MOVE 'Y'       TO WS-ECD-TAXABLE(4)
           MOVE 'N'       TO WS-ECD-OT-FLAG(4)
           MOVE 'N'       TO WS-ECD-PREM-FLAG(4).
      *
       1000-SORT-PARA.
           SORT TIMECARD-WORK
           OPEN INPUT TIMECARD-SORTED
           OPEN OUTPUT TIME-SUSPENSE-FILE
           OPEN OUTPUT TIME-LOG-FILE
           ACCEPT WS-DATE FROM DATE YYYYMMDD
           OPEN EXTEND EARN-HIST-FILE
           IF WS-TERN-STAT NOT = '00'
               OPEN OUTPUT EARN-HIST-FILE
           END-IF
           OPEN OUTPUT TIME-DIST-FILE
           OPEN OUTPUT TIME-CODE-FILE
           MOVE 'TIMECALC EARNINGS CALC RUN STARTED' TO LOG-MSG
           WRITE TIME-LOG-RECORD FROM LOG-LINE
           IF NOT WS-PERD-FOUND
           MOVE TC-EMP-ID TO WS-LOOKUP-ID
           PERFORM 6100-SET-RATE-ASOF-PARA
           PERFORM 6000-FIND-RATE-PARA
           PERFORM 5320-CHECK-CHARGES-PARA
           PERFORM 5340-CHECK-EARN-CODES-PARA
           EVALUATE TRUE
      * A late card for someone already termed must not rewrite
      * their master earnings - it would pay out live if they were
                   PERFORM 5350-WRITE-SUSPENSE-PARA
                   PERFORM 5400-CARRY-OLD-PARA
               WHEN TC-REG-HRS > 80 OR TC-OT-HRS > 40
                    OR WS-ERN-WORK-HRS > 80
                   MOVE 'HOURS' TO WS-SUSP-REASON-CODE
                   MOVE 'HOURS EXCEED CEILING - REG 80 / OT 40'
                       TO WS-SUSP-REASON-TEXT
                   PERFORM 5350-WRITE-SUSPENSE-PARA
                   PERFORM 5400-CARRY-OLD-PARA
               WHEN WS-LINE-ERR-CODE = 'CODE '
                   MOVE 'CODE ' TO WS-SUSP-REASON-CODE
                   MOVE 'CHARGE CODE NOT ON CHGCODE.DAT OR CLOSED'
                       TO WS-SUSP-REASON-TEXT
                   PERFORM 5350-WRITE-SUSPENSE-PARA
                   PERFORM 5400-CARRY-OLD-PARA
               WHEN WS-LINE-ERR-CODE = 'CHRG '
                   MOVE 'CHRG ' TO WS-SUSP-REASON-CODE
                   MOVE 'CHARGE-LINE HOURS DO NOT MATCH REG + OT HOURS'
                       TO WS-SUSP-REASON-TEXT
                   PERFORM 5350-WRITE-SUSPENSE-PARA
                   PERFORM 5400-CARRY-OLD-PARA
               WHEN WS-ERN-ERR
                   MOVE 'ECODE' TO WS-SUSP-REASON-CODE
                   MOVE 'EARNINGS CODE NOT ON TABLE OR NO HOURS ON LINE'
                       TO WS-SUSP-REASON-TEXT
                   PERFORM 5350-WRITE-SUSPENSE-PARA
                   PERFORM 5400-CARRY-OLD-PARA
               WHEN OTHER
                   COMPUTE WS-BASE-EARN ROUNDED =
                       TC-REG-HRS * WS-RATE-AMT(WS-RATE-IDX)
                       + TC-OT-HRS * WS-RATE-AMT(WS-RATE-IDX) * 1.5
                   PERFORM 5360-PRICE-EARN-CODES-PARA
                   COMPUTE WS-NEW-EARN = WS-BASE-EARN + WS-CODE-EARN
                   MOVE OLD-EMPLOYEE-RECORD TO NEW-EMPLOYEE-RECORD
                   IF WS-NEW-EARN > 99999.99
                       MOVE 'HOURS' TO WS-SUSP-REASON-CODE
                           TO EMP-EARN OF NEW-EMPLOYEE-RECORD
                       ADD 1 TO WS-CALC-CNT
                       PERFORM 7100-DRAW-LEAVE-PARA
                       PERFORM 5500-WRITE-EARN-HIST-PARA
                       PERFORM 5700-WRITE-EARN-CODES-PARA
                       IF WS-LINE-CNT > ZERO
                           PERFORM 5600-WRITE-DISTRIBUTION-PARA
                       END-IF
                       STRING 'CALCULATED EARNINGS FOR EMP-ID '
                           TC-EMP-ID
                           DELIMITED BY SIZE INTO LOG-MSG
           END-EVALUATE
           PERFORM 4000-READ-TRANS-PARA.
      *
      * Validates the card's charge lines. Counts the lines in use,
      * remembers the last one (it takes the proration remainder) and
      * leaves WS-LINE-ERR-CODE blank, CODE or CHRG. A line is in use
      * when it has a code; hours with no code are a keying error.
       5320-CHECK-CHARGES-PARA.
           MOVE SPACES TO WS-LINE-ERR-CODE
           MOVE ZERO   TO WS-LINE-CNT
           MOVE ZERO   TO WS-LINE-LAST
           MOVE ZERO   TO WS-LINE-HRS-TOT
           PERFORM VARYING WS-LINE-SUB FROM 1 BY 1
                   UNTIL WS-LINE-SUB > 6
               IF TC-CHG-CODE(WS-LINE-SUB) = SPACES
                   IF TC-CHG-HRS(WS-LINE-SUB) NUMERIC
                      AND TC-CHG-HRS(WS-LINE-SUB) > ZERO
                       MOVE 'CHRG ' TO WS-LINE-ERR-CODE
                   END-IF
               ELSE
                   ADD 1 TO WS-LINE-CNT
                   MOVE WS-LINE-SUB TO WS-LINE-LAST
                   PERFORM 5330-FIND-CHARGE-CODE-PARA
                   IF NOT WS-CHG-FOUND
                      OR WS-CHG-STATUS(WS-CHG-IDX) = 'C'
                       IF WS-LINE-ERR-CODE = SPACES
                           MOVE 'CODE ' TO WS-LINE-ERR-CODE
                       END-IF
                   END-IF
                   IF TC-CHG-HRS(WS-LINE-SUB) NUMERIC
                      AND TC-CHG-HRS(WS-LINE-SUB) > ZERO
                       ADD TC-CHG-HRS(WS-LINE-SUB) TO WS-LINE-HRS-TOT
                   ELSE
                       MOVE 'CHRG ' TO WS-LINE-ERR-CODE
                   END-IF
               END-IF
           END-PERFORM
           IF WS-LINE-CNT > ZERO AND WS-LINE-ERR-CODE = SPACES
               COMPUTE WS-CARD-HRS-TOT = TC-REG-HRS + TC-OT-HRS
               IF WS-LINE-HRS-TOT NOT = WS-CARD-HRS-TOT
                   MOVE 'CHRG ' TO WS-LINE-ERR-CODE
               END-IF
           END-IF.
      *
      * Looks the charge code on line WS-LINE-SUB up in the master;
      * WS-CHG-IDX is left on the entry when found.
       5330-FIND-CHARGE-CODE-PARA.
           MOVE 'N' TO WS-CHG-FOUND-FLAG
           IF WS-CHG-COUNT > ZERO
              SET WS-CHG-IDX TO 1
              SEARCH WS-CHG-ENTRIES VARYING WS-CHG-IDX
                  AT END
                      CONTINUE
                  WHEN WS-CHG-CODE(WS-CHG-IDX)
                       = TC-CHG-CODE(WS-LINE-SUB)
                      SET WS-CHG-FOUND TO TRUE
              END-SEARCH
           END-IF.
      *
      * Validates the card's earnings lines against the earnings-code
      * table and adds the hours of codes that count toward overtime
      * to the regular hours for the 80-hour ceiling. A line with a
      * code must carry hours, and hours must carry a code.
       5340-CHECK-EARN-CODES-PARA.
           MOVE 'N'        TO WS-ERN-ERR-FLAG
           MOVE TC-REG-HRS TO WS-ERN-WORK-HRS
           PERFORM VARYING WS-ERN-SUB FROM 1 BY 1
                   UNTIL WS-ERN-SUB > 4
               IF TC-ERN-CODE(WS-ERN-SUB) = SPACES
                   IF TC-ERN-HRS(WS-ERN-SUB) NUMERIC
                      AND TC-ERN-HRS(WS-ERN-SUB) > ZERO
                       SET WS-ERN-ERR TO TRUE
                   END-IF
               ELSE
                   PERFORM 5345-FIND-EARN-CODE-PARA
                   IF NOT WS-ECD-FOUND
                       SET WS-ERN-ERR TO TRUE
                   ELSE
                       IF TC-ERN-HRS(WS-ERN-SUB) NUMERIC
                          AND TC-ERN-HRS(WS-ERN-SUB) > ZERO
                           IF WS-ECD-OT-FLAG(WS-ECD-IDX) = 'Y'
                               ADD TC-ERN-HRS(WS-ERN-SUB)
                                   TO WS-ERN-WORK-HRS
                           END-IF
                       ELSE
                           SET WS-ERN-ERR TO TRUE
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.
      *
      * Looks the earnings code on line WS-ERN-SUB up in the table;
      * WS-ECD-IDX is left on the entry when found.
       5345-FIND-EARN-CODE-PARA.
           MOVE 'N' TO WS-ECD-FOUND-FLAG
           IF WS-ECD-COUNT > ZERO
              SET WS-ECD-IDX TO 1
              SEARCH WS-ECD-ENTRIES VARYING WS-ECD-IDX
                  AT END
                      CONTINUE
                  WHEN WS-ECD-IDX > WS-ECD-COUNT
                      CONTINUE
                  WHEN WS-ECD-CODE(WS-ECD-IDX)
                       = TC-ERN-CODE(WS-ERN-SUB)
                      SET WS-ECD-FOUND TO TRUE
              END-SEARCH
           END-IF.
      *
      * Prices each earnings line at the rate found for the card's
      * period: hours times (rate times the code's multiplier plus
      * its flat per-hour premium), each line rounded on its own so
      * the TIMECODE.DAT lines foot to EMP-EARN.
       5360-PRICE-EARN-CODES-PARA.
           MOVE ZERO TO WS-CODE-EARN
           PERFORM VARYING WS-ERN-SUB FROM 1 BY 1
                   UNTIL WS-ERN-SUB > 4
               MOVE ZERO TO WS-ERN-RATE(WS-ERN-SUB)
               MOVE ZERO TO WS-ERN-AMT(WS-ERN-SUB)
               IF TC-ERN-CODE(WS-ERN-SUB) NOT = SPACES
                   PERFORM 5345-FIND-EARN-CODE-PARA
                   COMPUTE WS-ERN-RATE(WS-ERN-SUB) ROUNDED =
                       WS-RATE-AMT(WS-RATE-IDX)
                           * WS-ECD-MULT(WS-ECD-IDX)
                       + WS-ECD-FLAT(WS-ECD-IDX)
                   COMPUTE WS-ERN-AMT(WS-ERN-SUB) ROUNDED =
                       TC-ERN-HRS(WS-ERN-SUB)
                       * (WS-RATE-AMT(WS-RATE-IDX)
                            * WS-ECD-MULT(WS-ECD-IDX)
                          + WS-ECD-FLAT(WS-ECD-IDX))
                   ADD WS-ERN-AMT(WS-ERN-SUB) TO WS-CODE-EARN
               END-IF
           END-PERFORM.
      *
      * A suspended card leaves the employee's record exactly as it
      * was on the old master.
       5400-CARRY-OLD-PARA.
           WRITE TIME-SUSPENSE-RECORD
           ADD 1 TO WS-SUSP-CNT.
      *
      * Appends the applied card's earnings split to TIMEERN.DAT.
      * The premium is figured on its own and straight time is what
      * is left, so the two always foot to the EMP-EARN just set.
      * An earnings line on a premium code adds its hours times the
      * rate times the multiplier over 1.00 - double time adds a
      * full extra hour's pay, holiday worked a half.
       5500-WRITE-EARN-HIST-PARA.
           COMPUTE WS-OT-PREM ROUNDED =
               TC-OT-HRS * WS-RATE-AMT(WS-RATE-IDX) * 0.5
           PERFORM VARYING WS-ERN-SUB FROM 1 BY 1
                   UNTIL WS-ERN-SUB > 4
               IF TC-ERN-CODE(WS-ERN-SUB) NOT = SPACES
                   PERFORM 5345-FIND-EARN-CODE-PARA
                   IF WS-ECD-FOUND
                      AND WS-ECD-PREM-FLAG(WS-ECD-IDX) = 'Y'
                      AND WS-ECD-MULT(WS-ECD-IDX) > 1
                       COMPUTE WS-ERN-PREM ROUNDED =
                           TC-ERN-HRS(WS-ERN-SUB)
                           * WS-RATE-AMT(WS-RATE-IDX)
                           * (WS-ECD-MULT(WS-ECD-IDX) - 1)
                       ADD WS-ERN-PREM TO WS-OT-PREM
                   END-IF
               END-IF
           END-PERFORM
           MOVE SPACES                   TO EARN-HIST-RECORD
           MOVE WS-DATE                  TO TE-RUN-DATE
           MOVE TC-PERIOD                TO TE-PERIOD
           MOVE TC-EMP-ID                TO TE-EMP-ID
           MOVE TC-REG-HRS               TO TE-REG-HRS
           MOVE TC-OT-HRS                TO TE-OT-HRS
           MOVE WS-RATE-AMT(WS-RATE-IDX) TO TE-RATE
           COMPUTE TE-STRAIGHT = WS-NEW-EARN - WS-OT-PREM
           MOVE WS-OT-PREM               TO TE-OT-PREM
           WRITE EARN-HIST-RECORD.
      *
      * Spreads the applied split card's regular and overtime
      * earnings across its charge lines in proportion to hours. Each
      * line's share is rounded; the last line takes whatever is left
      * so the lines always foot to WS-BASE-EARN. Earnings-code pay
      * is not spread - it stays with the home department.
       5600-WRITE-DISTRIBUTION-PARA.
           MOVE ZERO TO WS-LINE-EARN-TOT
           PERFORM VARYING WS-LINE-SUB FROM 1 BY 1
                   UNTIL WS-LINE-SUB > WS-LINE-LAST
               IF TC-CHG-CODE(WS-LINE-SUB) NOT = SPACES
                   PERFORM 5330-FIND-CHARGE-CODE-PARA
                   IF WS-LINE-SUB = WS-LINE-LAST
                       COMPUTE WS-LINE-EARN =
                           WS-BASE-EARN - WS-LINE-EARN-TOT
                   ELSE
                       COMPUTE WS-LINE-EARN ROUNDED =
                           WS-BASE-EARN * TC-CHG-HRS(WS-LINE-SUB)
                           / WS-LINE-HRS-TOT
                   END-IF
                   ADD WS-LINE-EARN TO WS-LINE-EARN-TOT
                   MOVE SPACES                   TO TIME-DIST-RECORD
                   MOVE TC-PERIOD                TO TD-PERIOD
                   MOVE TC-EMP-ID                TO TD-EMP-ID
                   MOVE TC-CHG-CODE(WS-LINE-SUB) TO TD-CHARGE
                   IF WS-CHG-GL-DEPT(WS-CHG-IDX) = SPACES
                       MOVE EMP-DEPT OF OLD-EMPLOYEE-RECORD
                           TO TD-GL-DEPT
                   ELSE
                       MOVE WS-CHG-GL-DEPT(WS-CHG-IDX) TO TD-GL-DEPT
                   END-IF
                   MOVE TC-CHG-HRS(WS-LINE-SUB)  TO TD-HOURS
                   MOVE WS-LINE-EARN             TO TD-EARN
                   MOVE WS-CODE-EARN             TO TD-CODE-EARN
                   WRITE TIME-DIST-RECORD
                   ADD 1 TO WS-DIST-CNT
               END-IF
           END-PERFORM.
      *
      * Writes the applied card's earnings breakdown to TIMECODE.DAT:
      * the regular line, the overtime line when there are overtime
      * hours, and one line per earnings code. The regular line takes
      * what is left of WS-BASE-EARN after the rounded overtime line,
      * so the lines foot to the EMP-EARN just set.
       5700-WRITE-EARN-CODES-PARA.
           COMPUTE WS-OT-EARN ROUNDED =
               TC-OT-HRS * WS-RATE-AMT(WS-RATE-IDX) * 1.5
           COMPUTE WS-REG-EARN = WS-BASE-EARN - WS-OT-EARN
           MOVE SPACES                   TO TIME-CODE-RECORD
           MOVE TC-PERIOD                TO TK-PERIOD
           MOVE TC-EMP-ID                TO TK-EMP-ID
           MOVE 'REG '                   TO TK-CODE
           MOVE 'REGULAR'                TO TK-DESC
           MOVE TC-REG-HRS               TO TK-HOURS
           MOVE WS-RATE-AMT(WS-RATE-IDX) TO TK-RATE
           MOVE WS-REG-EARN              TO TK-AMOUNT
           MOVE 'Y'                      TO TK-TAXABLE
           MOVE 'Y'                      TO TK-OT-FLAG
           MOVE 'B'                      TO TK-KIND
           WRITE TIME-CODE-RECORD
           ADD 1 TO WS-ERN-LINE-CNT
           IF TC-OT-HRS > ZERO
               MOVE 'OT  '               TO TK-CODE
               MOVE 'OVERTIME'           TO TK-DESC
               MOVE TC-OT-HRS            TO TK-HOURS
               COMPUTE TK-RATE ROUNDED =
                   WS-RATE-AMT(WS-RATE-IDX) * 1.5
               MOVE WS-OT-EARN           TO TK-AMOUNT
               WRITE TIME-CODE-RECORD
               ADD 1 TO WS-ERN-LINE-CNT
           END-IF
           PERFORM VARYING WS-ERN-SUB FROM 1 BY 1
                   UNTIL WS-ERN-SUB > 4
               IF TC-ERN-CODE(WS-ERN-SUB) NOT = SPACES
                   PERFORM 5345-FIND-EARN-CODE-PARA
                   MOVE TC-ERN-CODE(WS-ERN-SUB)  TO TK-CODE
                   MOVE WS-ECD-DESC(WS-ECD-IDX)  TO TK-DESC
                   MOVE TC-ERN-HRS(WS-ERN-SUB)   TO TK-HOURS
                   MOVE WS-ERN-RATE(WS-ERN-SUB)  TO TK-RATE
                   MOVE WS-ERN-AMT(WS-ERN-SUB)   TO TK-AMOUNT
                   MOVE WS-ECD-TAXABLE(WS-ECD-IDX) TO TK-TAXABLE
                   MOVE WS-ECD-OT-FLAG(WS-ECD-IDX) TO TK-OT-FLAG
                   MOVE 'P'                      TO TK-KIND
                   MOVE WS-ECD-GL-ACCT(WS-ECD-IDX) TO TK-GL-ACCT
                   WRITE TIME-CODE-RECORD
                   ADD 1 TO WS-ERN-LINE-CNT
               END-IF
           END-PERFORM.
      *
      * Looks WS-LOOKUP-ID up in the hourly-rate history: of the
      * employee's records effective on or before WS-RATE-ASOF, the
      * latest one wins, and WS-RATE-IDX is left pointing at it for
               END-IF
           END-PERFORM
           CLOSE LEAVE-BAL-FILE
           CLOSE LEAVE-EXCP-FILE
           PERFORM 9800-ARCHIVE-REPORT-PARA.
      *
       9000-END-PARA.
           PERFORM 8000-WRITE-LEAVE-PARA
               ' NEG LEAVE=' WS-NEG-CNT
               DELIMITED BY SIZE INTO LOG-MSG
           WRITE TIME-LOG-RECORD FROM LOG-LINE
           MOVE SPACES TO LOG-MSG
           STRING 'LABOR DISTRIBUTION LINES=' WS-DIST-CNT
               ' EARNINGS CODE LINES=' WS-ERN-LINE-CNT
               DELIMITED BY SIZE INTO LOG-MSG
           WRITE TIME-LOG-RECORD FROM LOG-LINE
           MOVE 'TIMECALC EARNINGS CALC RUN COMPLETE' TO LOG-MSG
           WRITE TIME-LOG-RECORD FROM LOG-LINE
           CLOSE OLD-MASTER-IN
           CLOSE NEW-MASTER
           CLOSE TIMECARD-SORTED
           CLOSE TIME-SUSPENSE-FILE
           CLOSE TIME-LOG-FILE
           CLOSE EARN-HIST-FILE
           CLOSE TIME-DIST-FILE
           CLOSE TIME-CODE-FILE.
      *
       9800-ARCHIVE-REPORT-PARA.
           IF WS-RUN-PREFIX = SPACES
               MOVE WS-FN-LEAVEXCP TO WS-ARCH-REPORT
               MOVE RETURN-CODE TO WS-ARCH-RC
               CALL 'RPTARCH' USING WS-ARCH-REPORT WS-ARCH-LOC
                   ON EXCEPTION
                       DISPLAY 'TIMECALC: RPTARCH NOT AVAILABLE - '
                           WS-ARCH-REPORT ' NOT ARCHIVED'
               END-CALL
               MOVE WS-ARCH-RC TO RETURN-CODE
           END-IF.
