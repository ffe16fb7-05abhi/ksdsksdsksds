      * through a batch. The operator promotes NEWEMPFILE.DAT to
      * EMPFILE.DAT before the next PROG07/FH06 run, same as
      * EMPMAINT's NEWEMPFILE.DAT.
      *
      * Withholding is no longer one-size-fits-all. Each employee's
      * withholding profile (WHPROF.DAT, maintained by WHPMAINT) is
      * matched against the master in EMP-ID order: filing status and
      * allowances reduce the wage the brackets are applied to, an
      * exempt employee has no federal income tax withheld, and any
      * extra flat withholding the employee asked for is added to the
      * federal line. State and local income tax come from the
      * jurisdiction table keyed by EMP-LOC (JURTAX.DAT override,
      * defaults below), so the federal, state and local amounts land
      * on DEDNDETL.DAT as separate TAX, STxx and LTxx lines.
      *
      * Retirement plan deferrals come off before tax. The plan
      * administrator's election file (RETELECT.DAT - a percentage of
      * EMP-EARN or a flat amount, plus any catch-up) is applied
      * ahead of the brackets, so federal, state and local tax are all
      * figured on the reduced wage. The deferral and catch-up go to
      * DEDNDETL.DAT typed RDEF and RCUP and stop at the plan-year
      * limits (RETPARM.DAT override, defaults below) using what
      * DEDNYTD.DAT says has already been deferred this year. The
      * company match is worked out from the plan's match formula and
      * written to EMPRDETL.DAT typed RET, and every contribution goes
      * onto the recordkeeper file RETCONT.DAT, whose trailer control
      * total FH06's GL extract ties its retirement payable lines to.
      *
      * Overpayments are taken back from later pay. PAYREV sets up a
      * recovery schedule on RCVSCHED.DAT when a reversed payment
      * cannot be recalled from the bank, and every run here takes
      * the scheduled amount per period - after the garnishments,
      * and never more than the net left - onto DEDNDETL.DAT typed
      * OVPY, until the balance is paid off.
      *
      * Employee loans and salary advances are repaid the same way.
      * A loan on LOANMAST.DAT (LOANMNT) that CHECKRUN has paid out
      * has its per-period repayment taken from the first pay period
      * starting on or after the loan's start period - after the
      * overpayment recovery, cut back to the balance and the net
      * left - onto DEDNDETL.DAT typed LOAN, until it is paid off.
      * Each period a repayment falls due is counted on the loan
      * whether or not there was pay to take it from, so LOANRPT can
      * show the loans that have fallen behind.
      *
      * Employer payroll taxes stop at their annual wage base. An
      * EMPRTBL.DAT rule can now carry a taxable wage base and the
      * taxing authority it is owed to; the employee's wages already
      * paid this year (YTDFILE.DAT, matched in EMP-ID order like the
      * withholding profiles) decide how much of this period's
      * EMP-EARN is still taxable, and nothing is charged once the
      * base is reached. The taxable wage and the authority ride on
      * EMPRDETL.DAT so DEDNROLL can post the employer share to the
      * tax liability ledger next to the withheld taxes.
      *
      * Labor distribution. An hourly employee whose timecard was
      * split across charge codes has the split on TIMEDIST.DAT,
      * written by TIMECALC in EMP-ID order and matched forward here
      * like the withholding profiles. The employee's employer cost
      * for the period - every EMPRDETL.DAT line written for them,
      * retirement match included - is prorated across the charge
      * lines by hours, the rounding remainder on the last line, and
      * written with the line's hours and earnings to LABORDST.DAT
      * (rebuilt every run) for FH06's GL extract. EMPRDETL.DAT
      * itself stays on the home EMP-DEPT.
      *
      * Earnings codes. TIMECALC's earnings breakdown (TIMECODE.DAT,
      * in EMP-ID order, matched forward like TIMEDIST.DAT) marks
      * each earnings-code line taxable or not. Pay on a non-taxable
      * code is left out of the wage federal, state and local tax are
      * figured on, and out of the wage an employer tax rule (one
      * with a taxing authority) is charged on. The card's
      * earnings-code pay also rides on LABORDST.DAT, since it stays
      * with the home department when the rest of a split card's
      * earnings move.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OLD-MASTER       ASSIGN TO DYNAMIC WS-FN-EMPFILE
                                    FILE STATUS IS WS-EMP-STAT.
           SELECT NEW-MASTER       ASSIGN TO DYNAMIC WS-FN-NEWEMPFILE.
           SELECT DEDN-TABLE-FILE  ASSIGN TO DYNAMIC WS-FN-DEDNTBL
                                    FILE STATUS IS WS-DTBL-STAT.
           SELECT DEDN-LOG-FILE    ASSIGN TO DYNAMIC WS-FN-DEDNCALC.
           SELECT DEDN-DETAIL-FILE ASSIGN TO DYNAMIC WS-FN-DEDNDETL.
           SELECT GARN-ORDER-FILE  ASSIGN TO DYNAMIC WS-FN-GARNORD
                                    FILE STATUS IS WS-GARN-STAT.
           SELECT GARN-PARM-FILE   ASSIGN TO DYNAMIC WS-FN-GARNPARM
                                    FILE STATUS IS WS-GARP-STAT.
           SELECT GARN-REMIT-FILE  ASSIGN TO DYNAMIC WS-FN-GARNREMT.
           SELECT EMPR-TABLE-FILE  ASSIGN TO DYNAMIC WS-FN-EMPRTBL
                                    FILE STATUS IS WS-ETBL-STAT.
           SELECT EMPR-DETAIL-FILE ASSIGN TO DYNAMIC WS-FN-EMPRDETL.
           SELECT YTD-FILE         ASSIGN TO DYNAMIC WS-FN-YTDFILE
                                    FILE STATUS IS WS-YTD-STAT.
           SELECT YTD-WORK         ASSIGN TO 'PRYTDWRK.DAT'.
           SELECT YTD-SORTED       ASSIGN TO DYNAMIC WS-FN-PRYTDSRT.
           SELECT WH-PROFILE-FILE  ASSIGN TO DYNAMIC WS-FN-WHPROF
                                    FILE STATUS IS WS-WHP-STAT.
           SELECT WH-PARM-FILE     ASSIGN TO DYNAMIC WS-FN-WHPARM
                                    FILE STATUS IS WS-WHPP-STAT.
           SELECT JUR-TAX-FILE     ASSIGN TO DYNAMIC WS-FN-JURTAX
                                    FILE STATUS IS WS-JTBL-STAT.
           SELECT RET-ELECT-FILE   ASSIGN TO DYNAMIC WS-FN-RETELECT
                                    FILE STATUS IS WS-RETE-STAT.
           SELECT RET-ELECT-WORK   ASSIGN TO 'RETEWRK.DAT'.
           SELECT RET-ELECT-SORTED ASSIGN TO DYNAMIC WS-FN-RETESRT
                                    FILE STATUS IS WS-RETS-STAT.
           SELECT RET-PARM-FILE    ASSIGN TO DYNAMIC WS-FN-RETPARM
                                    FILE STATUS IS WS-RETP-STAT.
           SELECT DEDN-YTD-FILE    ASSIGN TO DYNAMIC WS-FN-DEDNYTD
                                    FILE STATUS IS WS-DYTD-STAT.
           SELECT PAY-PERIOD-FILE  ASSIGN TO DYNAMIC WS-FN-PAYPERD
                                    FILE STATUS IS WS-PERD-STAT.
           SELECT RET-CONTRIB-FILE ASSIGN TO DYNAMIC WS-FN-RETCONT.
           SELECT RECOVERY-FILE    ASSIGN TO DYNAMIC WS-FN-RCVSCHED
                                    FILE STATUS IS WS-RCV-STAT.
           SELECT TIME-DIST-FILE   ASSIGN TO DYNAMIC WS-FN-TIMEDIST
                                    FILE STATUS IS WS-TDST-STAT.
           SELECT LABOR-DIST-FILE  ASSIGN TO DYNAMIC WS-FN-LABORDST.
           SELECT TIME-CODE-FILE   ASSIGN TO DYNAMIC WS-FN-TIMECODE
                                    FILE STATUS IS WS-TCOD-STAT.
           SELECT LOAN-MASTER      ASSIGN TO DYNAMIC WS-FN-LOANMAST
                                    FILE STATUS IS WS-LOAN-STAT.

       DATA DIVISION.
       FILE SECTION.
      * flat amount); payroll replaces the whole table without a
      * recompile, same optional-override idea as DEDNTBL.DAT, and
      * the defaults below apply when the file is absent.
      * An employer payroll tax also carries its annual taxable wage
      * base (zero means no cap - Medicare, the insurance share) and
      * the authority it is owed to: FED for the IRS, ST for the
      * employee's work state (resolved to STxx from the
      * jurisdiction table, the same code the withheld state tax
      * uses), or a fixed code such as STNY. A blank authority is a
      * benefit cost, not a tax, and stays off the liability ledger.
       FD  EMPR-TABLE-FILE
           RECORD CONTAINS 46 CHARACTERS
           RECORDING MODE IS F.
       01  EMPRTBL-RECORD.
           03  ET-TYPE             PIC X(04).
           03  ET-DESC             PIC X(20).
           03  ET-RATE             PIC 9(02)V99.
           03  ET-FLAT             PIC 9(03)V99.
           03  ET-WAGE-BASE        PIC 9(07)V99.
           03  ET-AUTH             PIC X(04).

      * Per-employee employer-cost ledger (EMPRDETL.DAT) - the
      * employer-side companion to DEDNDETL.DAT. One typed record per
      * extract can post the employer-expense journal lines by cost
      * center. Rebuilt every deduction run. Nothing here touches
      * EMP-DEDN - these are company costs, not withholdings.
      * ED-AUTH is the resolved taxing authority of an employer tax
      * (blank for a benefit cost) and ED-TAXABLE the wages it was
      * charged on after the wage-base cap.
       FD  EMPR-DETAIL-FILE
           RECORD CONTAINS 51 CHARACTERS
           RECORDING MODE IS F.
       01  EMPR-DETAIL-RECORD.
           03  ED-EMP-ID           PIC X(05).
           03  ED-TYPE             PIC X(04).
           03  ED-DESC             PIC X(20).
           03  ED-AMOUNT           PIC 9(05)V99.
           03  ED-AUTH             PIC X(04).
           03  ED-TAXABLE          PIC 9(05)V99.

      * Year-to-date master (YTDFILE.DAT), sorted on EMP-ID so it can
      * be matched forward alongside the master. YTD-EARN is the
      * gross already paid this year - what the employer-tax wage
      * bases are measured against.
       FD  YTD-FILE
           RECORD CONTAINS 25 CHARACTERS
           RECORDING MODE IS F.
       01  YTD-FILE-RECORD         PIC X(25).

       SD  YTD-WORK.
       01  YTD-WORK-RECORD.
           03  YW-EMP-ID           PIC X(05).
           03  FILLER              PIC X(20).

       FD  YTD-SORTED
           RECORD CONTAINS 25 CHARACTERS
           RECORDING MODE IS F.
       01  YTD-RECORD.
           03  YTD-EMP-ID          PIC X(05).
           03  YTD-EARN            PIC 9(08)V99.
           03  YTD-DEDN            PIC 9(08)V99.

      * Employee withholding profiles (WHPROF.DAT) - WHPMAINT keeps
      * the file in EMP-ID order, the same order as the master, so it
      * is read alongside the master rather than loaded whole. No
      * profile on file withholds as single with no allowances.
       FD  WH-PROFILE-FILE
           RECORD CONTAINS 30 CHARACTERS
           RECORDING MODE IS F.
       01  WH-PROFILE-RECORD.
           03  WP-EMP-ID           PIC X(05).
           03  WP-FILING           PIC X(01).
           03  WP-ALLOW            PIC 9(02).
           03  WP-EXTRA            PIC 9(05)V99.
           03  WP-EXEMPT           PIC X(01).
           03  FILLER              PIC X(14).

      * Optional withholding-allowance override (WHPARM.DAT) - one
      * record: the per-period value of one allowance and the
      * per-period wage reduction for married and head-of-household
      * filers. Missing file or zeros keep the compiled-in defaults,
      * same optional-override idea as GARNPARM.DAT.
       FD  WH-PARM-FILE
           RECORD CONTAINS 20 CHARACTERS
           RECORDING MODE IS F.
       01  WH-PARM-RECORD.
           03  WPP-ALLOW-VALUE     PIC 9(04)V99.
           03  WPP-MARRIED-RED     PIC 9(04)V99.
           03  WPP-HEAD-RED        PIC 9(04)V99.
           03  FILLER              PIC X(02).

      * Jurisdiction tax table (JURTAX.DAT), one record per work
      * location: the state it sits in and that state's withholding
      * rate, plus the local taxing jurisdiction and its rate where
      * the city levies one (blank local code when it does not).
      * Payroll replaces the whole table without a recompile, same
      * optional-override idea as DEDNTBL.DAT; the defaults below
      * apply when the file is absent.
       FD  JUR-TAX-FILE
           RECORD CONTAINS 20 CHARACTERS
           RECORDING MODE IS F.
       01  JURTAX-RECORD.
           03  JT-LOC              PIC X(03).
           03  JT-STATE            PIC X(02).
           03  JT-STATE-RATE       PIC 9(02)V99.
           03  JT-LOCAL            PIC X(02).
           03  JT-LOCAL-RATE       PIC 9(02)V99.
           03  FILLER              PIC X(05).

      * Retirement plan deferral elections (RETELECT.DAT), as the plan
      * administrator sends them - one record per participating
      * employee: P with a percentage of EMP-EARN or F with a flat
      * per-period amount, plus a flat per-period catch-up for those
      * old enough to make one. No record means no deferral. The file
      * comes in whatever order the administrator keeps it, so it is
      * sorted on EMP-ID as it is loaded; a later record for the same
      * EMP-ID replaces an earlier one.
       FD  RET-ELECT-FILE
           RECORD CONTAINS 30 CHARACTERS
           RECORDING MODE IS F.
       01  RET-ELECT-RECORD.
           03  RE-EMP-ID           PIC X(05).
           03  RE-METHOD           PIC X(01).
               88  RE-PERCENT              VALUE 'P'.
               88  RE-FLAT-AMT             VALUE 'F'.
           03  RE-PCT              PIC 9(02)V99.
           03  RE-FLAT             PIC 9(05)V99.
           03  RE-CATCHUP          PIC 9(05)V99.
           03  FILLER              PIC X(06).

       SD  RET-ELECT-WORK.
       01  RET-ELECT-WORK-RECORD.
           03  RW-EMP-ID           PIC X(05).
           03  RW-METHOD           PIC X(01).
           03  RW-PCT              PIC 9(02)V99.
           03  RW-FLAT             PIC 9(05)V99.
           03  RW-CATCHUP          PIC 9(05)V99.
           03  FILLER              PIC X(06).

       FD  RET-ELECT-SORTED
           RECORD CONTAINS 30 CHARACTERS
           RECORDING MODE IS F.
       01  RET-ELECT-SORTED-RECORD.
           03  RS-EMP-ID           PIC X(05).
           03  RS-METHOD           PIC X(01).
           03  RS-PCT              PIC 9(02)V99.
           03  RS-FLAT             PIC 9(05)V99.
           03  RS-CATCHUP          PIC 9(05)V99.
           03  FILLER              PIC X(06).

      * Optional retirement plan parameters (RETPARM.DAT) - one
      * record: the plan-year deferral limit, the plan-year catch-up
      * limit, the match formula (the company matches RP-MATCH-PCT
      * percent of what the employee defers, on deferrals up to
      * RP-MATCH-CAP percent of EMP-EARN) and the age an employee must
      * reach in the plan year to make catch-up contributions.
      * Missing file or zeros keep the compiled-in defaults, same
      * optional-override idea as GARNPARM.DAT.
       FD  RET-PARM-FILE
           RECORD CONTAINS 40 CHARACTERS
           RECORDING MODE IS F.
       01  RET-PARM-RECORD.
           03  RP-ANNUAL-LIMIT     PIC 9(07)V99.
           03  RP-CATCHUP-LIMIT    PIC 9(07)V99.
           03  RP-MATCH-PCT        PIC 9(03)V99.
           03  RP-MATCH-CAP        PIC 9(02)V99.
           03  RP-CATCHUP-AGE      PIC 9(02).
           03  FILLER              PIC X(11).

      * Cumulative typed YTD deduction ledger, as DEDNROLL keeps it -
      * read only for the RDEF and RCUP rows already deferred this
      * plan year. Rows stamped with the open period are this
      * period's own earlier run and are left out, so a stream rerun
      * does not count the period against the limit twice.
       FD  DEDN-YTD-FILE
           RECORD CONTAINS 22 CHARACTERS
           RECORDING MODE IS F.
       01  DEDN-YTD-RECORD.
           03  DY-PERIOD           PIC 9(03).
           03  DY-EMP-ID           PIC X(05).
           03  DY-TYPE             PIC X(04).
           03  DY-AMOUNT           PIC S9(07)V99
                                    SIGN LEADING SEPARATE.

       FD  PAY-PERIOD-FILE
           RECORD CONTAINS 28 CHARACTERS
           RECORDING MODE IS F.
       01  PAY-PERIOD-RECORD.
           03  PERD-NO             PIC 9(03).
           03  PERD-START          PIC 9(08).
           03  PERD-END            PIC 9(08).
           03  PERD-STATUS         PIC X(01).
           03  PERD-PAY-DATE       PIC 9(08).

      * Recordkeeper contribution file (RETCONT.DAT), rebuilt every
      * deduction run: an H header with the open period and run date,
      * one D record per employee contributing this period (deferral,
      * catch-up, company match, and the department FH06 posts them
      * under), and a T trailer with the record count, the deferral
      * and match totals and their sum as the control total.
       FD  RET-CONTRIB-FILE
           RECORD CONTAINS 40 CHARACTERS
           RECORDING MODE IS F.
       01  RET-CONTRIB-RECORD.
           03  RC-REC-TYPE         PIC X(01).
           03  RC-EMP-ID           PIC X(05).
           03  RC-DEPT             PIC X(04).
           03  RC-DEFER            PIC 9(05)V99.
           03  RC-CATCHUP          PIC 9(05)V99.
           03  RC-MATCH            PIC 9(05)V99.
           03  FILLER              PIC X(09).

      * Overpayment recovery schedules (RCVSCHED.DAT), as PAYREV
      * writes them - carried whole in WS-RCV-TABLE and rewritten at
      * end-of-job with the new balances. The period and amount last
      * taken are kept on the record, so a stream rerun in the same
      * period puts the earlier take back before taking it again.
       FD  RECOVERY-FILE
           RECORD CONTAINS 60 CHARACTERS
           RECORDING MODE IS F.
       01  RECOVERY-RECORD.
           03  RV-EMP-ID           PIC X(05).
           03  RV-REF              PIC X(15).
           03  RV-SETUP-DATE       PIC 9(08).
           03  RV-TOTAL            PIC 9(05)V99.
           03  RV-PER-PERIOD       PIC 9(05)V99.
           03  RV-BALANCE          PIC 9(05)V99.
           03  RV-STATUS           PIC X(01).
           03  RV-TAKEN-PERIOD     PIC 9(03).
           03  RV-TAKEN-AMT        PIC 9(05)V99.

      * Timecard charge-line split (TIMEDIST.DAT), as TIMECALC
      * writes it - see its FD.
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

      * Labor distribution (LABORDST.DAT), rebuilt every deduction
      * run: one record per charge line of a split timecard, with
      * the employee's home department, the GL department the line
      * posts to, its hours, its share of the earnings and its share
      * of the employer cost. FH06's GL extract moves the expense off
      * LD-HOME-DEPT onto LD-GL-DEPT from it. LD-CODE-EARN is the
      * card's earnings-code pay, repeated on each line, which does
      * not move.
       FD  LABOR-DIST-FILE
           RECORD CONTAINS 50 CHARACTERS
           RECORDING MODE IS F.
       01  LABOR-DIST-RECORD.
           03  LD-PERIOD           PIC 9(03).
           03  LD-EMP-ID           PIC X(05).
           03  LD-HOME-DEPT        PIC X(04).
           03  LD-CHARGE           PIC X(08).
           03  LD-GL-DEPT          PIC X(04).
           03  LD-HOURS            PIC 9(03)V9.
           03  LD-EARN             PIC 9(05)V99.
           03  LD-EMPR             PIC 9(05)V99.
           03  LD-CODE-EARN        PIC 9(05)V99.
           03  FILLER              PIC X(01).

      * Timecard earnings breakdown (TIMECODE.DAT), as TIMECALC
      * writes it - see its FD.
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

      * Employee loan master (LOANMAST.DAT) - see LOANMNT's FD.
      * Carried whole in WS-LOAN-TABLE and rewritten at end-of-job,
      * with the period and amount last taken kept on the record the
      * same way as the recovery schedules.
       FD  LOAN-MASTER
           RECORD CONTAINS 100 CHARACTERS
           RECORDING MODE IS F.
       01  LOAN-RECORD.
           03  LN-EMP-ID           PIC X(05).
           03  LN-LOAN-NO          PIC 9(02).
           03  LN-TYPE             PIC X(01).
           03  LN-NAME             PIC X(15).
           03  LN-PRINCIPAL        PIC 9(05)V99.
           03  LN-PER-PERIOD       PIC 9(05)V99.
           03  LN-START-PERIOD     PIC 9(03).
           03  LN-START-DATE       PIC 9(08).
           03  LN-BALANCE          PIC 9(05)V99.
           03  LN-STATUS           PIC X(01).
           03  LN-SETUP-DATE       PIC 9(08).
           03  LN-DISB-DATE        PIC 9(08).
           03  LN-DISB-CHECK       PIC 9(08).
           03  LN-TAKEN-PERIOD     PIC 9(03).
           03  LN-TAKEN-AMT        PIC 9(05)V99.
           03  LN-DUE-COUNT        PIC 9(03).
           03  LN-DUE-PERIOD       PIC 9(03).
           03  FILLER              PIC X(04).

       WORKING-STORAGE SECTION.
      * File names, each the live name behind the run prefix (blank
      * outside a preview of the nightly stream - see RUNPFX.CPY).
      * The bases are in SELECT order; 0050-FILE-NAMES-PARA builds
      * the names used by the ASSIGN clauses above.
       COPY RUNPFX.
       01  WS-FILE-BASES.
           03  FILLER              PIC X(16)      VALUE 'EMPFILE.DAT'.
           03  FILLER              PIC X(16)      VALUE
               'NEWEMPFILE.DAT'.
           03  FILLER              PIC X(16)      VALUE 'DEDNTBL.DAT'.
           03  FILLER              PIC X(16)      VALUE 'DEDNCALC.LOG'.
           03  FILLER              PIC X(16)      VALUE 'DEDNDETL.DAT'.
           03  FILLER              PIC X(16)      VALUE 'GARNORD.DAT'.
           03  FILLER              PIC X(16)      VALUE 'GARNPARM.DAT'.
           03  FILLER              PIC X(16)      VALUE 'GARNREMT.REP'.
           03  FILLER              PIC X(16)      VALUE 'EMPRTBL.DAT'.
           03  FILLER              PIC X(16)      VALUE 'EMPRDETL.DAT'.
           03  FILLER              PIC X(16)      VALUE 'YTDFILE.DAT'.
           03  FILLER              PIC X(16)      VALUE 'PRYTDSRT.DAT'.
           03  FILLER              PIC X(16)      VALUE 'WHPROF.DAT'.
           03  FILLER              PIC X(16)      VALUE 'WHPARM.DAT'.
           03  FILLER              PIC X(16)      VALUE 'JURTAX.DAT'.
           03  FILLER              PIC X(16)      VALUE 'RETELECT.DAT'.
           03  FILLER              PIC X(16)      VALUE 'RETESRT.DAT'.
           03  FILLER              PIC X(16)      VALUE 'RETPARM.DAT'.
           03  FILLER              PIC X(16)      VALUE 'DEDNYTD.DAT'.
           03  FILLER              PIC X(16)      VALUE 'PAYPERD.DAT'.
           03  FILLER              PIC X(16)      VALUE 'RETCONT.DAT'.
           03  FILLER              PIC X(16)      VALUE 'RCVSCHED.DAT'.
           03  FILLER              PIC X(16)      VALUE 'TIMEDIST.DAT'.
           03  FILLER              PIC X(16)      VALUE 'LABORDST.DAT'.
           03  FILLER              PIC X(16)      VALUE 'TIMECODE.DAT'.
           03  FILLER              PIC X(16)      VALUE 'LOANMAST.DAT'.
       01  WS-FILE-BASE-TABLE REDEFINES WS-FILE-BASES.
           03  WS-FB-NAME          PIC X(16)      OCCURS 26 TIMES.
       01  WS-FILE-NAMES.
           03  WS-FN-EMPFILE       PIC X(30)      VALUE SPACES.
           03  WS-FN-NEWEMPFILE    PIC X(30)      VALUE SPACES.
           03  WS-FN-DEDNTBL       PIC X(30)      VALUE SPACES.
           03  WS-FN-DEDNCALC      PIC X(30)      VALUE SPACES.
           03  WS-FN-DEDNDETL      PIC X(30)      VALUE SPACES.
           03  WS-FN-GARNORD       PIC X(30)      VALUE SPACES.
           03  WS-FN-GARNPARM      PIC X(30)      VALUE SPACES.
           03  WS-FN-GARNREMT      PIC X(30)      VALUE SPACES.
           03  WS-FN-EMPRTBL       PIC X(30)      VALUE SPACES.
           03  WS-FN-EMPRDETL      PIC X(30)      VALUE SPACES.
           03  WS-FN-YTDFILE       PIC X(30)      VALUE SPACES.
           03  WS-FN-PRYTDSRT      PIC X(30)      VALUE SPACES.
           03  WS-FN-WHPROF        PIC X(30)      VALUE SPACES.
           03  WS-FN-WHPARM        PIC X(30)      VALUE SPACES.
           03  WS-FN-JURTAX        PIC X(30)      VALUE SPACES.
           03  WS-FN-RETELECT      PIC X(30)      VALUE SPACES.
           03  WS-FN-RETESRT       PIC X(30)      VALUE SPACES.
           03  WS-FN-RETPARM       PIC X(30)      VALUE SPACES.
           03  WS-FN-DEDNYTD       PIC X(30)      VALUE SPACES.
           03  WS-FN-PAYPERD       PIC X(30)      VALUE SPACES.
           03  WS-FN-RETCONT       PIC X(30)      VALUE SPACES.
           03  WS-FN-RCVSCHED      PIC X(30)      VALUE SPACES.
           03  WS-FN-TIMEDIST      PIC X(30)      VALUE SPACES.
           03  WS-FN-LABORDST      PIC X(30)      VALUE SPACES.
           03  WS-FN-TIMECODE      PIC X(30)      VALUE SPACES.
           03  WS-FN-LOANMAST      PIC X(30)      VALUE SPACES.
       01  WS-FILE-NAME-TABLE REDEFINES WS-FILE-NAMES.
           03  WS-FN-NAME          PIC X(30)      OCCURS 26 TIMES.
       01  WS-FN-COUNT             PIC 9(02)      VALUE 26.
       01  WS-FN-SUB               PIC 9(02)      VALUE ZERO.
      *
       01  WS-EMP-STAT             PIC X(02)      VALUE SPACES.
       01  WS-DTBL-STAT            PIC X(02)      VALUE SPACES.
       01  WS-EOF-FLAG             PIC X(01)      VALUE 'N'.
               05  WS-EMPR-DESC    PIC X(20).
               05  WS-EMPR-RATE    PIC 9(02)V99.
               05  WS-EMPR-FLAT    PIC 9(03)V99.
               05  WS-EMPR-BASE    PIC 9(07)V99.
               05  WS-EMPR-AUTH    PIC X(04).
       01  WS-EMPR-COUNT           PIC 9(02)      VALUE ZERO.
       01  WS-EMPR-AMT             PIC 9(05)V99   VALUE ZERO.
       01  WS-EMPR-REC-CNT         PIC 9(05)      VALUE ZERO.
      * Labor-distribution work areas. WS-EMPR-EMP-TOT is the current
      * employee's employer cost across every EMPRDETL.DAT line; the
      * employee's charge lines off TIMEDIST.DAT are gathered into
      * WS-LD-LINES before it is spread over them.
       01  WS-EMPR-EMP-TOT         PIC 9(05)V99   VALUE ZERO.
       01  WS-TDST-STAT            PIC X(02)      VALUE SPACES.
       01  WS-TDST-EOF-FLAG        PIC X(01)      VALUE 'N'.
           88  WS-TDST-EOF                 VALUE 'Y'.
       01  WS-LD-TABLE.
           03  WS-LD-LINES         OCCURS 6 TIMES.
               05  WS-LD-CHARGE    PIC X(08)      VALUE SPACES.
               05  WS-LD-GL-DEPT   PIC X(04)      VALUE SPACES.
               05  WS-LD-HOURS     PIC 9(03)V9    VALUE ZERO.
               05  WS-LD-EARN      PIC 9(05)V99   VALUE ZERO.
               05  WS-LD-PERIOD    PIC 9(03)      VALUE ZERO.
       01  WS-LD-COUNT             PIC 9(01)      VALUE ZERO.
       01  WS-LD-SUB               PIC 9(01)      VALUE ZERO.
       01  WS-LD-HRS-TOT           PIC 9(04)V9    VALUE ZERO.
       01  WS-LD-EMPR-SHARE        PIC 9(05)V99   VALUE ZERO.
       01  WS-LD-EMPR-DONE         PIC 9(05)V99   VALUE ZERO.
       01  WS-LD-EMP-CNT           PIC 9(05)      VALUE ZERO.
       01  WS-LD-CODE-EARN         PIC 9(05)V99   VALUE ZERO.
      * Earnings-code work areas. WS-NONTAX-EARN is the current
      * employee's pay on non-taxable earnings codes this period.
       01  WS-TCOD-STAT            PIC X(02)      VALUE SPACES.
       01  WS-TCOD-EOF-FLAG        PIC X(01)      VALUE 'N'.
           88  WS-TCOD-EOF                 VALUE 'Y'.
       01  WS-NONTAX-EARN          PIC 9(05)V99   VALUE ZERO.
       01  WS-NONTAX-CNT           PIC 9(05)      VALUE ZERO.
      * Employer-tax wage-base work areas. WS-YTD-PRIOR is the
      * current employee's gross already paid this year (zero when
      * YTDFILE.DAT has no record for them).
       01  WS-YTD-STAT             PIC X(02)      VALUE SPACES.
       01  WS-YTD-EOF-FLAG         PIC X(01)      VALUE 'N'.
           88  WS-YTD-EOF                  VALUE 'Y'.
       01  WS-YTD-PRIOR            PIC 9(08)V99   VALUE ZERO.
       01  WS-EMPR-TAXABLE         PIC 9(05)V99   VALUE ZERO.
       01  WS-EMPR-ROOM            PIC S9(08)V99  VALUE ZERO.
       01  WS-EMPR-CAP-CNT         PIC 9(05)      VALUE ZERO.
      * Withholding-profile work areas. The profile stream advances
      * alongside the master; WS-WH-xxx hold the current employee's
      * profile (or the single/no-allowance default).
       01  WS-WHP-STAT             PIC X(02)      VALUE SPACES.
       01  WS-WHPP-STAT            PIC X(02)      VALUE SPACES.
       01  WS-WHP-EOF-FLAG         PIC X(01)      VALUE 'N'.
           88  WS-WHP-EOF                  VALUE 'Y'.
       01  WS-WH-PROFILE.
           03  WS-WH-FILING        PIC X(01)      VALUE 'S'.
               88  WS-WH-MARRIED           VALUE 'M'.
               88  WS-WH-HEAD              VALUE 'H'.
           03  WS-WH-ALLOW         PIC 9(02)      VALUE ZERO.
           03  WS-WH-EXTRA         PIC 9(05)V99   VALUE ZERO.
           03  WS-WH-EXEMPT        PIC X(01)      VALUE 'N'.
               88  WS-WH-IS-EXEMPT         VALUE 'Y'.
       01  WS-ALLOW-VALUE          PIC 9(04)V99   VALUE 0165.00.
       01  WS-MARRIED-RED          PIC 9(04)V99   VALUE 0500.00.
       01  WS-HEAD-RED             PIC 9(04)V99   VALUE 0250.00.
       01  WS-WAGE-REDUCE          PIC 9(06)V99   VALUE ZERO.
       01  WS-TAX-WAGE             PIC 9(05)V99   VALUE ZERO.
       01  WS-EXEMPT-CNT           PIC 9(05)      VALUE ZERO.
      * Jurisdiction work areas - a handful of locations, searched by
      * EMP-LOC.
       01  WS-JTBL-STAT            PIC X(02)      VALUE SPACES.
       01  WS-JUR-TABLE.
           03  WS-JUR-ENTRIES      OCCURS 50 TIMES
                                    INDEXED BY WS-JUR-IDX.
               05  WS-JUR-LOC      PIC X(03).
               05  WS-JUR-STATE    PIC X(02).
               05  WS-JUR-ST-RATE  PIC 9(02)V99.
               05  WS-JUR-LOCAL    PIC X(02).
               05  WS-JUR-LC-RATE  PIC 9(02)V99.
       01  WS-JUR-COUNT            PIC 9(02)      VALUE ZERO.
       01  WS-JUR-FOUND-FLAG       PIC X(01)      VALUE 'N'.
           88  WS-JUR-FOUND                VALUE 'Y'.
       01  WS-STATE-AMT            PIC 9(05)V99   VALUE ZERO.
       01  WS-LOCAL-AMT            PIC 9(05)V99   VALUE ZERO.
       01  WS-NOJUR-CNT            PIC 9(05)      VALUE ZERO.
      * Retirement plan work areas. The election table is kept in
      * EMP-ID order for SEARCH ALL - unused entries stay HIGH-VALUES
      * so they sort past every real EMP-ID - and carries each
      * participant's deferral and catch-up already taken this plan
      * year from DEDNYTD.DAT.
       01  WS-RETE-STAT            PIC X(02)      VALUE SPACES.
       01  WS-RETP-STAT            PIC X(02)      VALUE SPACES.
       01  WS-RETS-STAT            PIC X(02)      VALUE SPACES.
       01  WS-DYTD-STAT            PIC X(02)      VALUE SPACES.
       01  WS-PERD-STAT            PIC X(02)      VALUE SPACES.
       01  WS-RETS-EOF-FLAG        PIC X(01)      VALUE 'N'.
           88  WS-RETS-EOF                 VALUE 'Y'.
       01  WS-DYTD-EOF-FLAG        PIC X(01)      VALUE 'N'.
           88  WS-DYTD-EOF                 VALUE 'Y'.
       01  WS-PERD-EOF-FLAG        PIC X(01)      VALUE 'N'.
           88  WS-PERD-EOF                 VALUE 'Y'.
       01  WS-RE-TABLE.
           03  WS-RE-ENTRIES       OCCURS 20000 TIMES
                                    ASCENDING KEY IS WS-RE-EMP-ID
                                    INDEXED BY WS-RE-IDX.
               05  WS-RE-EMP-ID    PIC X(05)      VALUE HIGH-VALUES.
               05  WS-RE-METHOD    PIC X(01)      VALUE SPACES.
               05  WS-RE-PCT       PIC 9(02)V99   VALUE ZERO.
               05  WS-RE-FLAT      PIC 9(05)V99   VALUE ZERO.
               05  WS-RE-CATCHUP   PIC 9(05)V99   VALUE ZERO.
               05  WS-RE-YTD-DEFER PIC S9(07)V99  VALUE ZERO.
               05  WS-RE-YTD-CATCH PIC S9(07)V99  VALUE ZERO.
       01  WS-RE-COUNT             PIC 9(05)      VALUE ZERO.
       01  WS-RE-FOUND-FLAG        PIC X(01)      VALUE 'N'.
           88  WS-RE-FOUND                 VALUE 'Y'.
       01  WS-RET-ANNUAL-LIMIT     PIC 9(07)V99   VALUE 23000.00.
       01  WS-RET-CATCHUP-LIMIT    PIC 9(07)V99   VALUE 07500.00.
       01  WS-RET-MATCH-PCT        PIC 9(03)V99   VALUE 050.00.
       01  WS-RET-MATCH-CAP        PIC 9(02)V99   VALUE 06.00.
       01  WS-RET-CATCHUP-AGE      PIC 9(02)      VALUE 50.
       01  WS-RET-PERIOD           PIC 9(03)      VALUE ZERO.
       01  WS-RUN-DATE             PIC 9(08)      VALUE ZERO.
       01  WS-RUN-DATE-X REDEFINES WS-RUN-DATE.
           03  WS-RUN-YEAR         PIC 9(04).
           03  FILLER              PIC 9(04).
       01  WS-RET-DOB-YEAR         PIC 9(04)      VALUE ZERO.
       01  WS-RET-AGE              PIC S9(04)     VALUE ZERO.
       01  WS-RET-ROOM             PIC S9(08)V99  VALUE ZERO.
       01  WS-RET-DEFER            PIC 9(05)V99   VALUE ZERO.
       01  WS-RET-CATCH            PIC 9(05)V99   VALUE ZERO.
       01  WS-RET-MATCHABLE        PIC 9(05)V99   VALUE ZERO.
       01  WS-RET-MATCH-LIM        PIC 9(05)V99   VALUE ZERO.
       01  WS-RET-MATCH            PIC 9(05)V99   VALUE ZERO.
       01  WS-RET-EMP-CNT          PIC 9(05)      VALUE ZERO.
       01  WS-RET-LIMIT-CNT        PIC 9(05)      VALUE ZERO.
       01  WS-RET-DEFER-TOT        PIC 9(09)V99   VALUE ZERO.
       01  WS-RET-MATCH-TOT        PIC 9(09)V99   VALUE ZERO.
       01  RC-HEADER-LINE.
           03  FILLER              PIC X(01)      VALUE 'H'.
           03  RCH-PERIOD          PIC 9(03)      VALUE ZERO.
           03  RCH-DATE            PIC 9(08)      VALUE ZERO.
           03  FILLER              PIC X(28)      VALUE SPACES.
       01  RC-TRAILER-LINE.
           03  FILLER              PIC X(01)      VALUE 'T'.
           03  RCT-COUNT           PIC 9(05)      VALUE ZERO.
           03  RCT-DEFER           PIC 9(09)V99   VALUE ZERO.
           03  RCT-MATCH           PIC 9(09)V99   VALUE ZERO.
           03  RCT-CONTROL         PIC 9(09)V99   VALUE ZERO.
           03  FILLER              PIC X(01)      VALUE SPACES.
      * Overpayment recovery work areas.
       01  WS-RCV-STAT             PIC X(02)      VALUE SPACES.
       01  WS-RCV-EOF-FLAG         PIC X(01)      VALUE 'N'.
           88  WS-RCV-EOF                  VALUE 'Y'.
       01  WS-RCV-TABLE.
           03  WS-RCV-ENTRIES      OCCURS 2000 TIMES.
               05  WS-RV-EMP-ID    PIC X(05)      VALUE SPACES.
               05  WS-RV-REF       PIC X(15)      VALUE SPACES.
               05  WS-RV-SETUP     PIC 9(08)      VALUE ZERO.
               05  WS-RV-TOTAL     PIC 9(05)V99   VALUE ZERO.
               05  WS-RV-PER-AMT   PIC 9(05)V99   VALUE ZERO.
               05  WS-RV-BALANCE   PIC 9(05)V99   VALUE ZERO.
               05  WS-RV-STATUS    PIC X(01)      VALUE SPACES.
               05  WS-RV-TAKEN-PD  PIC 9(03)      VALUE ZERO.
               05  WS-RV-TAKEN-AMT PIC 9(05)V99   VALUE ZERO.
       01  WS-RCV-COUNT            PIC 9(04)      VALUE ZERO.
       01  WS-RCV-SUB              PIC 9(04)      VALUE ZERO.
       01  WS-RCV-ROOM             PIC S9(06)V99  VALUE ZERO.
       01  WS-RCV-TAKE             PIC 9(05)V99   VALUE ZERO.
       01  WS-RCV-APPLIED-CNT      PIC 9(05)      VALUE ZERO.
      * Employee loan work areas. WS-LOAN-PERD-START is the open
      * period's start date, which a loan's start date is measured
      * against.
       01  WS-LOAN-STAT            PIC X(02)      VALUE SPACES.
       01  WS-LOAN-EOF-FLAG        PIC X(01)      VALUE 'N'.
           88  WS-LOAN-EOF                 VALUE 'Y'.
       01  WS-LOAN-TABLE.
           03  WS-LOAN-ENTRIES     OCCURS 5000 TIMES.
               05  WS-LN-EMP-ID    PIC X(05)      VALUE SPACES.
               05  WS-LN-LOAN-NO   PIC 9(02)      VALUE ZERO.
               05  WS-LN-TYPE      PIC X(01)      VALUE SPACES.
               05  WS-LN-NAME      PIC X(15)      VALUE SPACES.
               05  WS-LN-PRINCIPAL PIC 9(05)V99   VALUE ZERO.
               05  WS-LN-PER-AMT   PIC 9(05)V99   VALUE ZERO.
               05  WS-LN-START-PD  PIC 9(03)      VALUE ZERO.
               05  WS-LN-START-DT  PIC 9(08)      VALUE ZERO.
               05  WS-LN-BALANCE   PIC 9(05)V99   VALUE ZERO.
               05  WS-LN-STATUS    PIC X(01)      VALUE SPACES.
               05  WS-LN-SETUP     PIC 9(08)      VALUE ZERO.
               05  WS-LN-DISB-DATE PIC 9(08)      VALUE ZERO.
               05  WS-LN-DISB-CHK  PIC 9(08)      VALUE ZERO.
               05  WS-LN-TAKEN-PD  PIC 9(03)      VALUE ZERO.
               05  WS-LN-TAKEN-AMT PIC 9(05)V99   VALUE ZERO.
               05  WS-LN-DUE-CNT   PIC 9(03)      VALUE ZERO.
               05  WS-LN-DUE-PD    PIC 9(03)      VALUE ZERO.
       01  WS-LOAN-COUNT           PIC 9(04)      VALUE ZERO.
       01  WS-LOAN-SUB             PIC 9(04)      VALUE ZERO.
       01  WS-LOAN-PERD-START      PIC 9(08)      VALUE ZERO.
       01  WS-LOAN-ROOM            PIC S9(06)V99  VALUE ZERO.
       01  WS-LOAN-TAKE            PIC 9(05)V99   VALUE ZERO.
       01  WS-LOAN-APPLIED-CNT     PIC 9(05)      VALUE ZERO.
       01  WS-LOAN-PAIDOFF-CNT     PIC 9(05)      VALUE ZERO.
       01  LOG-LINE.
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
           PERFORM 0500-LOAD-DEDN-TABLE-PARA
           PERFORM 0600-LOAD-GARN-ORDERS-PARA
           PERFORM 0700-LOAD-EMPR-TABLE-PARA
           PERFORM 0800-LOAD-JUR-TABLE-PARA
           PERFORM 0900-LOAD-WH-PARM-PARA
           PERFORM 0950-LOAD-RET-PLAN-PARA
           PERFORM 0990-LOAD-RECOVERY-PARA
           PERFORM 0996-LOAD-LOANS-PARA
           PERFORM 2000-INITIAL-PARA
           PERFORM 5000-PROCESS-PARA UNTIL EMP-EOF
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
      * Loads the default brackets, then lets an optional DEDNTBL.DAT
      * replace them entirely if the file is present.
       0500-LOAD-DEDN-TABLE-PARA.
                                  TO WS-EMPR-RATE(WS-EMPR-IDX)
                              MOVE ET-FLAT
                                  TO WS-EMPR-FLAT(WS-EMPR-IDX)
                              MOVE ZERO
                                  TO WS-EMPR-BASE(WS-EMPR-IDX)
                              IF ET-WAGE-BASE NUMERIC
                                 MOVE ET-WAGE-BASE
                                     TO WS-EMPR-BASE(WS-EMPR-IDX)
                              END-IF
                              MOVE ET-AUTH
                                  TO WS-EMPR-AUTH(WS-EMPR-IDX)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE EMPR-TABLE-FILE
           END-IF.
      *
      * The retirement match is no longer a rule here - it follows
      * the plan's match formula (5700-RETIREMENT-MATCH-PARA).
       0710-SET-DEFAULT-EMPR-PARA.
           MOVE 1         TO WS-EMPR-COUNT
           MOVE 'INS '    TO WS-EMPR-TYPE(1)
           MOVE 'EMPLOYER INS SHARE'  TO WS-EMPR-DESC(1)
           MOVE 00.00     TO WS-EMPR-RATE(1)
           MOVE 075.00    TO WS-EMPR-FLAT(1)
           MOVE ZERO      TO WS-EMPR-BASE(1)
           MOVE SPACES    TO WS-EMPR-AUTH(1).
      *
      * Loads the default jurisdiction table, then lets an optional
      * JURTAX.DAT replace it entirely - same load shape as
      * 0500-LOAD-DEDN-TABLE-PARA.
       0800-LOAD-JUR-TABLE-PARA.
           PERFORM 0810-SET-DEFAULT-JUR-PARA
           OPEN INPUT JUR-TAX-FILE
           IF WS-JTBL-STAT = '00'
               MOVE ZERO TO WS-JUR-COUNT
               PERFORM UNTIL WS-JTBL-STAT NOT = '00'
                   READ JUR-TAX-FILE
                       AT END
                           MOVE '10' TO WS-JTBL-STAT
                       NOT AT END
                           IF WS-JUR-COUNT < 50
                              ADD 1 TO WS-JUR-COUNT
                              SET WS-JUR-IDX TO WS-JUR-COUNT
                              MOVE JT-LOC
                                  TO WS-JUR-LOC(WS-JUR-IDX)
                              MOVE JT-STATE
                                  TO WS-JUR-STATE(WS-JUR-IDX)
                              MOVE JT-STATE-RATE
                                  TO WS-JUR-ST-RATE(WS-JUR-IDX)
                              MOVE JT-LOCAL
                                  TO WS-JUR-LOCAL(WS-JUR-IDX)
                              MOVE JT-LOCAL-RATE
                                  TO WS-JUR-LC-RATE(WS-JUR-IDX)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE JUR-TAX-FILE
           END-IF.
      *
      * One entry per work location FH06 accepts. NC is the New York
      * City local income tax; the Texas, Washington and Florida
      * locations levy no state income tax and carry a zero rate.
       0810-SET-DEFAULT-JUR-PARA.
           MOVE 10 TO WS-JUR-COUNT
           MOVE 'NYC' TO WS-JUR-LOC(1)
           MOVE 'NY'  TO WS-JUR-STATE(1)
           MOVE 04.50 TO WS-JUR-ST-RATE(1)
           MOVE 'NC'  TO WS-JUR-LOCAL(1)
           MOVE 03.50 TO WS-JUR-LC-RATE(1)
           MOVE 'LAX' TO WS-JUR-LOC(2)
           MOVE 'CA'  TO WS-JUR-STATE(2)
           MOVE 05.00 TO WS-JUR-ST-RATE(2)
           MOVE SPACES TO WS-JUR-LOCAL(2)
           MOVE 00.00 TO WS-JUR-LC-RATE(2)
           MOVE 'CHI' TO WS-JUR-LOC(3)
           MOVE 'IL'  TO WS-JUR-STATE(3)
           MOVE 04.95 TO WS-JUR-ST-RATE(3)
           MOVE SPACES TO WS-JUR-LOCAL(3)
           MOVE 00.00 TO WS-JUR-LC-RATE(3)
           MOVE 'HOU' TO WS-JUR-LOC(4)
           MOVE 'TX'  TO WS-JUR-STATE(4)
           MOVE 00.00 TO WS-JUR-ST-RATE(4)
           MOVE SPACES TO WS-JUR-LOCAL(4)
           MOVE 00.00 TO WS-JUR-LC-RATE(4)
           MOVE 'SEA' TO WS-JUR-LOC(5)
           MOVE 'WA'  TO WS-JUR-STATE(5)
           MOVE 00.00 TO WS-JUR-ST-RATE(5)
           MOVE SPACES TO WS-JUR-LOCAL(5)
           MOVE 00.00 TO WS-JUR-LC-RATE(5)
           MOVE 'BOS' TO WS-JUR-LOC(6)
           MOVE 'MA'  TO WS-JUR-STATE(6)
           MOVE 05.00 TO WS-JUR-ST-RATE(6)
           MOVE SPACES TO WS-JUR-LOCAL(6)
           MOVE 00.00 TO WS-JUR-LC-RATE(6)
           MOVE 'ATL' TO WS-JUR-LOC(7)
           MOVE 'GA'  TO WS-JUR-STATE(7)
           MOVE 05.49 TO WS-JUR-ST-RATE(7)
           MOVE SPACES TO WS-JUR-LOCAL(7)
           MOVE 00.00 TO WS-JUR-LC-RATE(7)
           MOVE 'DAL' TO WS-JUR-LOC(8)
           MOVE 'TX'  TO WS-JUR-STATE(8)
           MOVE 00.00 TO WS-JUR-ST-RATE(8)
           MOVE SPACES TO WS-JUR-LOCAL(8)
           MOVE 00.00 TO WS-JUR-LC-RATE(8)
           MOVE 'SFO' TO WS-JUR-LOC(9)
           MOVE 'CA'  TO WS-JUR-STATE(9)
           MOVE 05.00 TO WS-JUR-ST-RATE(9)
           MOVE SPACES TO WS-JUR-LOCAL(9)
           MOVE 00.00 TO WS-JUR-LC-RATE(9)
           MOVE 'MIA' TO WS-JUR-LOC(10)
           MOVE 'FL'  TO WS-JUR-STATE(10)
           MOVE 00.00 TO WS-JUR-ST-RATE(10)
           MOVE SPACES TO WS-JUR-LOCAL(10)
           MOVE 00.00 TO WS-JUR-LC-RATE(10).
      *
       0900-LOAD-WH-PARM-PARA.
           OPEN INPUT WH-PARM-FILE
           IF WS-WHPP-STAT = '00'
              READ WH-PARM-FILE
                  AT END
                      CONTINUE
                  NOT AT END
                      IF WPP-ALLOW-VALUE NUMERIC
                         AND WPP-ALLOW-VALUE NOT = ZERO
                         MOVE WPP-ALLOW-VALUE TO WS-ALLOW-VALUE
                      END-IF
                      IF WPP-MARRIED-RED NUMERIC
                         AND WPP-MARRIED-RED NOT = ZERO
                         MOVE WPP-MARRIED-RED TO WS-MARRIED-RED
                      END-IF
                      IF WPP-HEAD-RED NUMERIC
                         AND WPP-HEAD-RED NOT = ZERO
                         MOVE WPP-HEAD-RED TO WS-HEAD-RED
                      END-IF
              END-READ
              CLOSE WH-PARM-FILE
           END-IF.
      *
      * Sets up the retirement plan for this run: the optional plan
      * parameters, the open pay period (the first period PAYPERD.DAT
      * still shows open - the one DEDNROLL will roll this run into),
      * the election table and the plan-year amounts already
      * deferred. A missing RETELECT.DAT means nobody defers and the
      * rest is skipped.
       0950-LOAD-RET-PLAN-PARA.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           OPEN INPUT RET-PARM-FILE
           IF WS-RETP-STAT = '00'
              READ RET-PARM-FILE
                  AT END
                      CONTINUE
                  NOT AT END
                      IF RP-ANNUAL-LIMIT NUMERIC
                         AND RP-ANNUAL-LIMIT NOT = ZERO
                         MOVE RP-ANNUAL-LIMIT TO WS-RET-ANNUAL-LIMIT
                      END-IF
                      IF RP-CATCHUP-LIMIT NUMERIC
                         AND RP-CATCHUP-LIMIT NOT = ZERO
                         MOVE RP-CATCHUP-LIMIT TO WS-RET-CATCHUP-LIMIT
                      END-IF
                      IF RP-MATCH-PCT NUMERIC
                         AND RP-MATCH-PCT NOT = ZERO
                         MOVE RP-MATCH-PCT TO WS-RET-MATCH-PCT
                      END-IF
                      IF RP-MATCH-CAP NUMERIC
                         AND RP-MATCH-CAP NOT = ZERO
                         MOVE RP-MATCH-CAP TO WS-RET-MATCH-CAP
                      END-IF
                      IF RP-CATCHUP-AGE NUMERIC
                         AND RP-CATCHUP-AGE NOT = ZERO
                         MOVE RP-CATCHUP-AGE TO WS-RET-CATCHUP-AGE
                      END-IF
              END-READ
              CLOSE RET-PARM-FILE
           END-IF
           OPEN INPUT PAY-PERIOD-FILE
           IF WS-PERD-STAT = '00'
              PERFORM UNTIL WS-PERD-EOF
                 READ PAY-PERIOD-FILE
                     AT END
                        SET WS-PERD-EOF TO TRUE
                     NOT AT END
                        IF PERD-STATUS = 'O' AND WS-RET-PERIOD = ZERO
                           MOVE PERD-NO TO WS-RET-PERIOD
                           MOVE PERD-START TO WS-LOAN-PERD-START
                        END-IF
                 END-READ
              END-PERFORM
              CLOSE PAY-PERIOD-FILE
           END-IF
           OPEN INPUT RET-ELECT-FILE
           IF WS-RETE-STAT = '00'
              CLOSE RET-ELECT-FILE
              PERFORM 0960-LOAD-ELECTIONS-PARA
              PERFORM 0980-LOAD-RET-YTD-PARA
           END-IF.
      *
      * Sorts the elections on EMP-ID and loads them - a second
      * election for the same EMP-ID replaces the first. A dropped
      * election would quietly stop someone's retirement savings -
      * hard stop on overflow, same as the garnishment orders.
       0960-LOAD-ELECTIONS-PARA.
           SORT RET-ELECT-WORK
               ON ASCENDING KEY RW-EMP-ID
               WITH DUPLICATES IN ORDER
               USING RET-ELECT-FILE
               GIVING RET-ELECT-SORTED
           OPEN INPUT RET-ELECT-SORTED
           PERFORM UNTIL WS-RETS-EOF
              READ RET-ELECT-SORTED
                  AT END
                     SET WS-RETS-EOF TO TRUE
                  NOT AT END
                     IF WS-RE-COUNT > ZERO
                        AND RS-EMP-ID = WS-RE-EMP-ID(WS-RE-COUNT)
                        CONTINUE
                     ELSE
                        IF WS-RE-COUNT < 20000
                           ADD 1 TO WS-RE-COUNT
                        ELSE
                           DISPLAY 'PROG06: WS-RE-TABLE OVERFLOW - '
                               'RAISE THE LIMIT BEFORE RERUNNING'
                           MOVE 16 TO RETURN-CODE
                           GOBACK
                        END-IF
                     END-IF
                     MOVE RS-EMP-ID  TO WS-RE-EMP-ID(WS-RE-COUNT)
                     MOVE RS-METHOD  TO WS-RE-METHOD(WS-RE-COUNT)
                     MOVE ZERO       TO WS-RE-PCT(WS-RE-COUNT)
                     MOVE ZERO       TO WS-RE-FLAT(WS-RE-COUNT)
                     MOVE ZERO       TO WS-RE-CATCHUP(WS-RE-COUNT)
                     IF RS-PCT NUMERIC
                        MOVE RS-PCT  TO WS-RE-PCT(WS-RE-COUNT)
                     END-IF
                     IF RS-FLAT NUMERIC
                        MOVE RS-FLAT TO WS-RE-FLAT(WS-RE-COUNT)
                     END-IF
                     IF RS-CATCHUP NUMERIC
                        MOVE RS-CATCHUP
                            TO WS-RE-CATCHUP(WS-RE-COUNT)
                     END-IF
              END-READ
           END-PERFORM
           CLOSE RET-ELECT-SORTED.
      *
      * Adds up each participant's RDEF and RCUP rows already on the
      * plan-year ledger, leaving out the open period's own rows (see
      * the DEDN-YTD-FILE FD). YTDCLOSE resets the ledger at year-end,
      * so what is on file is this plan year. A missing DEDNYTD.DAT is
      * the first period of the year.
       0980-LOAD-RET-YTD-PARA.
           OPEN INPUT DEDN-YTD-FILE
           IF WS-DYTD-STAT = '00'
              PERFORM UNTIL WS-DYTD-EOF
                 READ DEDN-YTD-FILE
                     AT END
                        SET WS-DYTD-EOF TO TRUE
                     NOT AT END
                        IF (DY-TYPE = 'RDEF' OR DY-TYPE = 'RCUP')
                           AND DY-PERIOD NOT = WS-RET-PERIOD
                           PERFORM 0985-ADD-RET-YTD-PARA
                        END-IF
                 END-READ
              END-PERFORM
              CLOSE DEDN-YTD-FILE
           END-IF.
      *
       0985-ADD-RET-YTD-PARA.
           SEARCH ALL WS-RE-ENTRIES
               AT END
                   CONTINUE
               WHEN WS-RE-EMP-ID(WS-RE-IDX) = DY-EMP-ID
                   IF DY-TYPE = 'RDEF'
                       ADD DY-AMOUNT TO WS-RE-YTD-DEFER(WS-RE-IDX)
                   ELSE
                       ADD DY-AMOUNT TO WS-RE-YTD-CATCH(WS-RE-IDX)
                   END-IF
           END-SEARCH.
      *
      * Loads the overpayment recovery schedules (a missing
      * RCVSCHED.DAT just means nothing to recover). A take already
      * made in the open period by an earlier run of this stream is
      * put back first. Hard stop on overflow, same as the
      * garnishment orders.
       0990-LOAD-RECOVERY-PARA.
           OPEN INPUT RECOVERY-FILE
           IF WS-RCV-STAT = '00'
              PERFORM UNTIL WS-RCV-EOF
                 READ RECOVERY-FILE
                     AT END
                        SET WS-RCV-EOF TO TRUE
                     NOT AT END
                        IF WS-RCV-COUNT < 2000
                           ADD 1 TO WS-RCV-COUNT
                           MOVE WS-RCV-COUNT TO WS-RCV-SUB
                           PERFORM 0995-ONE-RECOVERY-PARA
                        ELSE
                           DISPLAY 'PROG06: WS-RCV-TABLE OVERFLOW - '
                               'RAISE THE LIMIT BEFORE RERUNNING'
                           MOVE 16 TO RETURN-CODE
                           GOBACK
                        END-IF
                 END-READ
              END-PERFORM
              CLOSE RECOVERY-FILE
           END-IF.
      *
       0995-ONE-RECOVERY-PARA.
           MOVE RV-EMP-ID       TO WS-RV-EMP-ID(WS-RCV-SUB)
           MOVE RV-REF          TO WS-RV-REF(WS-RCV-SUB)
           MOVE RV-SETUP-DATE   TO WS-RV-SETUP(WS-RCV-SUB)
           MOVE RV-TOTAL        TO WS-RV-TOTAL(WS-RCV-SUB)
           MOVE RV-PER-PERIOD   TO WS-RV-PER-AMT(WS-RCV-SUB)
           MOVE RV-BALANCE      TO WS-RV-BALANCE(WS-RCV-SUB)
           MOVE RV-STATUS       TO WS-RV-STATUS(WS-RCV-SUB)
           MOVE RV-TAKEN-PERIOD TO WS-RV-TAKEN-PD(WS-RCV-SUB)
           MOVE RV-TAKEN-AMT    TO WS-RV-TAKEN-AMT(WS-RCV-SUB)
           IF WS-RET-PERIOD NOT = ZERO
              AND RV-TAKEN-PERIOD = WS-RET-PERIOD
               ADD RV-TAKEN-AMT TO WS-RV-BALANCE(WS-RCV-SUB)
               MOVE ZERO TO WS-RV-TAKEN-PD(WS-RCV-SUB)
               MOVE ZERO TO WS-RV-TAKEN-AMT(WS-RCV-SUB)
               MOVE 'A'  TO WS-RV-STATUS(WS-RCV-SUB)
           END-IF.
      *
      * Loads the employee loan master (a missing LOANMAST.DAT just
      * means no loans). A repayment already taken - and a due
      * period already counted - in the open period by an earlier
      * run of this stream is put back first, as for the recovery
      * schedules. Hard stop on overflow.
       0996-LOAD-LOANS-PARA.
           OPEN INPUT LOAN-MASTER
           IF WS-LOAN-STAT = '00'
              PERFORM UNTIL WS-LOAN-EOF
                 READ LOAN-MASTER
                     AT END
                        SET WS-LOAN-EOF TO TRUE
                     NOT AT END
                        IF WS-LOAN-COUNT < 5000
                           ADD 1 TO WS-LOAN-COUNT
                           MOVE WS-LOAN-COUNT TO WS-LOAN-SUB
                           PERFORM 0997-ONE-LOAN-PARA
                        ELSE
                           DISPLAY 'PROG06: WS-LOAN-TABLE OVERFLOW - '
                               'RAISE THE LIMIT BEFORE RERUNNING'
                           MOVE 16 TO RETURN-CODE
                           GOBACK
                        END-IF
                 END-READ
              END-PERFORM
              CLOSE LOAN-MASTER
           END-IF.
      *
       0997-ONE-LOAN-PARA.
           MOVE LN-EMP-ID       TO WS-LN-EMP-ID(WS-LOAN-SUB)
           MOVE LN-LOAN-NO      TO WS-LN-LOAN-NO(WS-LOAN-SUB)
           MOVE LN-TYPE         TO WS-LN-TYPE(WS-LOAN-SUB)
           MOVE LN-NAME         TO WS-LN-NAME(WS-LOAN-SUB)
           MOVE LN-PRINCIPAL    TO WS-LN-PRINCIPAL(WS-LOAN-SUB)
           MOVE LN-PER-PERIOD   TO WS-LN-PER-AMT(WS-LOAN-SUB)
           MOVE LN-START-PERIOD TO WS-LN-START-PD(WS-LOAN-SUB)
           MOVE LN-START-DATE   TO WS-LN-START-DT(WS-LOAN-SUB)
           MOVE LN-BALANCE      TO WS-LN-BALANCE(WS-LOAN-SUB)
           MOVE LN-STATUS       TO WS-LN-STATUS(WS-LOAN-SUB)
           MOVE LN-SETUP-DATE   TO WS-LN-SETUP(WS-LOAN-SUB)
           MOVE LN-DISB-DATE    TO WS-LN-DISB-DATE(WS-LOAN-SUB)
           MOVE LN-DISB-CHECK   TO WS-LN-DISB-CHK(WS-LOAN-SUB)
           MOVE LN-TAKEN-PERIOD TO WS-LN-TAKEN-PD(WS-LOAN-SUB)
           MOVE LN-TAKEN-AMT    TO WS-LN-TAKEN-AMT(WS-LOAN-SUB)
           MOVE LN-DUE-COUNT    TO WS-LN-DUE-CNT(WS-LOAN-SUB)
           MOVE LN-DUE-PERIOD   TO WS-LN-DUE-PD(WS-LOAN-SUB)
           IF WS-RET-PERIOD NOT = ZERO
              AND LN-TAKEN-PERIOD = WS-RET-PERIOD
               ADD LN-TAKEN-AMT TO WS-LN-BALANCE(WS-LOAN-SUB)
               MOVE ZERO TO WS-LN-TAKEN-PD(WS-LOAN-SUB)
               MOVE ZERO TO WS-LN-TAKEN-AMT(WS-LOAN-SUB)
               IF LN-STATUS = 'P'
                   MOVE 'A' TO WS-LN-STATUS(WS-LOAN-SUB)
               END-IF
           END-IF
           IF WS-RET-PERIOD NOT = ZERO
              AND LN-DUE-PERIOD = WS-RET-PERIOD
              AND LN-DUE-COUNT > ZERO
               SUBTRACT 1 FROM WS-LN-DUE-CNT(WS-LOAN-SUB)
               MOVE ZERO TO WS-LN-DUE-PD(WS-LOAN-SUB)
           END-IF.
      *
       2000-INITIAL-PARA.
           OPEN OUTPUT EMPR-DETAIL-FILE
           OPEN OUTPUT DEDN-DETAIL-FILE
           OPEN OUTPUT RET-CONTRIB-FILE
           OPEN OUTPUT LABOR-DIST-FILE
           OPEN INPUT TIME-DIST-FILE
           IF WS-TDST-STAT = '00'
               PERFORM 3300-READ-TIME-DIST-PARA
           ELSE
               SET WS-TDST-EOF TO TRUE
           END-IF
           OPEN INPUT TIME-CODE-FILE
           IF WS-TCOD-STAT = '00'
               PERFORM 3400-READ-TIME-CODE-PARA
           ELSE
               SET WS-TCOD-EOF TO TRUE
           END-IF
           MOVE WS-RET-PERIOD TO RCH-PERIOD
           MOVE WS-RUN-DATE   TO RCH-DATE
           WRITE RET-CONTRIB-RECORD FROM RC-HEADER-LINE
           OPEN INPUT OLD-MASTER
           IF WS-EMP-STAT NOT = '00'
               DISPLAY 'UNABLE TO OPEN OLD-MASTER - STATUS '
           OPEN OUTPUT DEDN-LOG-FILE
           MOVE 'PROG06 DEDUCTION CALC RUN STARTED' TO LOG-MSG
           WRITE DEDN-LOG-RECORD FROM LOG-LINE
           OPEN INPUT WH-PROFILE-FILE
           IF WS-WHP-STAT = '00'
               PERFORM 3100-READ-PROFILE-PARA
           ELSE
               SET WS-WHP-EOF TO TRUE
           END-IF
           OPEN INPUT YTD-FILE
           IF WS-YTD-STAT = '00'
               CLOSE YTD-FILE
               SORT YTD-WORK
                   ON ASCENDING KEY YW-EMP-ID
                   USING YTD-FILE
                   GIVING YTD-SORTED
               OPEN INPUT YTD-SORTED
               PERFORM 3200-READ-YTD-PARA
           ELSE
               SET WS-YTD-EOF TO TRUE
           END-IF
           PERFORM 3000-READ-EMP-PARA.
      *
       3000-READ-EMP-PARA.
                   MOVE 'Y' TO WS-EOF-FLAG
           END-READ.
      *
       3100-READ-PROFILE-PARA.
           READ WH-PROFILE-FILE
               AT END
                   SET WS-WHP-EOF TO TRUE
           END-READ.
      *
       3200-READ-YTD-PARA.
           READ YTD-SORTED
               AT END
                   SET WS-YTD-EOF TO TRUE
           END-READ.
      *
       3300-READ-TIME-DIST-PARA.
           READ TIME-DIST-FILE
               AT END
                   SET WS-TDST-EOF TO TRUE
           END-READ.
      *
       3400-READ-TIME-CODE-PARA.
           READ TIME-CODE-FILE
               AT END
                   SET WS-TCOD-EOF TO TRUE
           END-READ.
      *
      * The bracket percentage is now applied to the taxable wage -
      * EMP-EARN less the pre-tax retirement deferral and the
      * filing-status and allowance reductions - and split from the
      * state and local withholding the employee's work location
      * levies. EMP-DEDN is still the rolled-up sum of every line
      * written to the ledger.
       5000-PROCESS-PARA.
           MOVE OLD-EMPLOYEE-RECORD TO NEW-EMPLOYEE-RECORD
           PERFORM 5050-MATCH-PROFILE-PARA
           PERFORM 5055-MATCH-YTD-PARA
           PERFORM 5060-RETIREMENT-DEFERRAL-PARA
           PERFORM 5070-MATCH-EARN-CODES-PARA
           PERFORM 5080-SET-TAX-WAGE-PARA
           PERFORM 5100-FIND-BRACKET-PARA
           COMPUTE WS-RATE-AMT ROUNDED =
               WS-TAX-WAGE * WS-DEDN-RATE(WS-DEDN-IDX) / 100
           IF WS-WH-IS-EXEMPT
               MOVE ZERO TO WS-RATE-AMT
               ADD 1 TO WS-EXEMPT-CNT
           ELSE
               ADD WS-WH-EXTRA TO WS-RATE-AMT
           END-IF
           PERFORM 5150-JURISDICTION-TAX-PARA
           COMPUTE EMP-DEDN OF NEW-EMPLOYEE-RECORD ROUNDED =
               WS-RATE-AMT + WS-STATE-AMT + WS-LOCAL-AMT
                   + WS-DEDN-FLAT(WS-DEDN-IDX)
                   + WS-RET-DEFER + WS-RET-CATCH
           PERFORM 5200-WRITE-DEDN-DETAIL-PARA
           PERFORM 5500-APPLY-GARNISH-PARA
           PERFORM 5580-APPLY-RECOVERY-PARA
           PERFORM 5592-APPLY-LOANS-PARA
           PERFORM 5600-WRITE-EMPR-COST-PARA
           PERFORM 5800-WRITE-LABOR-DIST-PARA
           WRITE NEW-EMPLOYEE-RECORD
           ADD 1 TO WS-EMP-CNT
           STRING 'CALCULATED DEDN FOR EMP-ID '
           WRITE DEDN-LOG-RECORD FROM LOG-LINE
           PERFORM 3000-READ-EMP-PARA.
      *
      * Advances the profile stream to this employee - both files run
      * in EMP-ID order, so it only ever moves forward. A profile for
      * an EMP-ID no longer on the master is passed over. No profile
      * means the single/no-allowance default.
       5050-MATCH-PROFILE-PARA.
           MOVE 'S'  TO WS-WH-FILING
           MOVE ZERO TO WS-WH-ALLOW
           MOVE ZERO TO WS-WH-EXTRA
           MOVE 'N'  TO WS-WH-EXEMPT
           PERFORM UNTIL WS-WHP-EOF
                      OR WP-EMP-ID >= EMP-ID OF OLD-EMPLOYEE-RECORD
               PERFORM 3100-READ-PROFILE-PARA
           END-PERFORM
           IF NOT WS-WHP-EOF
              AND WP-EMP-ID = EMP-ID OF OLD-EMPLOYEE-RECORD
               MOVE WP-FILING TO WS-WH-FILING
               IF WP-ALLOW NUMERIC
                   MOVE WP-ALLOW TO WS-WH-ALLOW
               END-IF
               IF WP-EXTRA NUMERIC
                   MOVE WP-EXTRA TO WS-WH-EXTRA
               END-IF
               MOVE WP-EXEMPT TO WS-WH-EXEMPT
           END-IF.
      *
      * Advances the sorted YTD stream to this employee, the same way
      * as the profile match above. No YTD record means nothing has
      * been paid to them yet this year.
       5055-MATCH-YTD-PARA.
           MOVE ZERO TO WS-YTD-PRIOR
           PERFORM UNTIL WS-YTD-EOF
                      OR YTD-EMP-ID >= EMP-ID OF OLD-EMPLOYEE-RECORD
               PERFORM 3200-READ-YTD-PARA
           END-PERFORM
           IF NOT WS-YTD-EOF
              AND YTD-EMP-ID = EMP-ID OF OLD-EMPLOYEE-RECORD
              AND YTD-EARN NUMERIC
               MOVE YTD-EARN TO WS-YTD-PRIOR
           END-IF.
      *
      * Works out this period's pre-tax retirement deferral and
      * catch-up from the employee's election. A percentage election
      * is taken on EMP-EARN, a flat one as keyed; either is cut back
      * to what pay there is and to the room left under the plan-year
      * limit. Catch-up is only for employees who reach the plan's
      * catch-up age this calendar year, and stops at its own limit.
      * Terminated employees are not paid downstream, so nothing is
      * deferred from them - same guard as the garnishments.
       5060-RETIREMENT-DEFERRAL-PARA.
           MOVE ZERO TO WS-RET-DEFER
           MOVE ZERO TO WS-RET-CATCH
           MOVE 'N'  TO WS-RE-FOUND-FLAG
           IF WS-RE-COUNT > ZERO
              AND EMP-ACTIVE OF OLD-EMPLOYEE-RECORD
               SEARCH ALL WS-RE-ENTRIES
                   AT END
                       CONTINUE
                   WHEN WS-RE-EMP-ID(WS-RE-IDX)
                        = EMP-ID OF OLD-EMPLOYEE-RECORD
                       SET WS-RE-FOUND TO TRUE
               END-SEARCH
           END-IF
           IF WS-RE-FOUND
               IF WS-RE-METHOD(WS-RE-IDX) = 'P'
                   COMPUTE WS-RET-DEFER ROUNDED =
                       EMP-EARN OF OLD-EMPLOYEE-RECORD
                           * WS-RE-PCT(WS-RE-IDX) / 100
               ELSE
                   MOVE WS-RE-FLAT(WS-RE-IDX) TO WS-RET-DEFER
               END-IF
               IF WS-RET-DEFER > EMP-EARN OF OLD-EMPLOYEE-RECORD
                   MOVE EMP-EARN OF OLD-EMPLOYEE-RECORD TO WS-RET-DEFER
               END-IF
               COMPUTE WS-RET-ROOM = WS-RET-ANNUAL-LIMIT
                                    - WS-RE-YTD-DEFER(WS-RE-IDX)
               IF WS-RET-DEFER > ZERO AND WS-RET-DEFER >= WS-RET-ROOM
                   ADD 1 TO WS-RET-LIMIT-CNT
                   IF WS-RET-ROOM > ZERO
                       MOVE WS-RET-ROOM TO WS-RET-DEFER
                   ELSE
                       MOVE ZERO TO WS-RET-DEFER
                   END-IF
               END-IF
               MOVE ZERO TO WS-RET-AGE
               IF EMP-DOB-Y OF OLD-EMPLOYEE-RECORD NUMERIC
                   MOVE EMP-DOB-Y OF OLD-EMPLOYEE-RECORD
                       TO WS-RET-DOB-YEAR
                   COMPUTE WS-RET-AGE = WS-RUN-YEAR - WS-RET-DOB-YEAR
               END-IF
               IF WS-RET-AGE >= WS-RET-CATCHUP-AGE
                   MOVE WS-RE-CATCHUP(WS-RE-IDX) TO WS-RET-CATCH
                   COMPUTE WS-RET-ROOM = EMP-EARN OF OLD-EMPLOYEE-RECORD
                                        - WS-RET-DEFER
                   IF WS-RET-CATCH > WS-RET-ROOM
                       MOVE WS-RET-ROOM TO WS-RET-CATCH
                   END-IF
                   COMPUTE WS-RET-ROOM = WS-RET-CATCHUP-LIMIT
                                        - WS-RE-YTD-CATCH(WS-RE-IDX)
                   IF WS-RET-CATCH > WS-RET-ROOM
                       IF WS-RET-ROOM > ZERO
                           MOVE WS-RET-ROOM TO WS-RET-CATCH
                       ELSE
                           MOVE ZERO TO WS-RET-CATCH
                       END-IF
                   END-IF
               END-IF
           END-IF.
      *
      * Totals the employee's pay on non-taxable earnings codes off
      * the TIMECODE.DAT stream - both files run in EMP-ID order, so
      * it only ever moves forward. Lines left over from another
      * period are passed over, the same as TIMEDIST.DAT's.
       5070-MATCH-EARN-CODES-PARA.
           MOVE ZERO TO WS-NONTAX-EARN
           PERFORM UNTIL WS-TCOD-EOF
                      OR TK-EMP-ID >= EMP-ID OF OLD-EMPLOYEE-RECORD
               PERFORM 3400-READ-TIME-CODE-PARA
           END-PERFORM
           PERFORM UNTIL WS-TCOD-EOF
                      OR TK-EMP-ID NOT = EMP-ID OF OLD-EMPLOYEE-RECORD
               IF (WS-RET-PERIOD = ZERO OR TK-PERIOD = WS-RET-PERIOD)
                  AND TK-TAXABLE = 'N'
                   ADD TK-AMOUNT TO WS-NONTAX-EARN
               END-IF
               PERFORM 3400-READ-TIME-CODE-PARA
           END-PERFORM
           IF WS-NONTAX-EARN > EMP-EARN OF OLD-EMPLOYEE-RECORD
               MOVE EMP-EARN OF OLD-EMPLOYEE-RECORD TO WS-NONTAX-EARN
           END-IF
           IF WS-NONTAX-EARN > ZERO
               ADD 1 TO WS-NONTAX-CNT
           END-IF.
      *
      * Taxable wage for the brackets: EMP-EARN less the pre-tax
      * retirement deferral and catch-up, the per-period
      * filing-status reduction and the allowances the employee
      * claims, and the pay on non-taxable earnings codes, never
      * below zero. A single filer with no allowances
      * and no deferral is taxed on the full EMP-EARN, as every
      * employee was before the profiles existed.
       5080-SET-TAX-WAGE-PARA.
           COMPUTE WS-WAGE-REDUCE = WS-WH-ALLOW * WS-ALLOW-VALUE
                                  + WS-RET-DEFER + WS-RET-CATCH
                                  + WS-NONTAX-EARN
           IF WS-WH-MARRIED
               ADD WS-MARRIED-RED TO WS-WAGE-REDUCE
           END-IF
           IF WS-WH-HEAD
               ADD WS-HEAD-RED TO WS-WAGE-REDUCE
           END-IF
           IF WS-WAGE-REDUCE >= EMP-EARN OF OLD-EMPLOYEE-RECORD
               MOVE ZERO TO WS-TAX-WAGE
           ELSE
               COMPUTE WS-TAX-WAGE = EMP-EARN OF OLD-EMPLOYEE-RECORD
                                    - WS-WAGE-REDUCE
           END-IF.
      *
      * Finds the lowest bracket whose max earnings covers the taxable
      * wage; if the wage exceeds every bracket, falls through to the
      * last (highest) one.
       5100-FIND-BRACKET-PARA.
           PERFORM VARYING WS-DEDN-IDX FROM 1 BY 1
                   UNTIL WS-DEDN-IDX > WS-DEDN-COUNT
                      OR WS-TAX-WAGE
                             <= WS-DEDN-MAX-EARN(WS-DEDN-IDX)
               CONTINUE
           END-PERFORM
               SET WS-DEDN-IDX TO WS-DEDN-COUNT
           END-IF.
      *
      * State and local withholding for the employee's work location,
      * at the jurisdiction's rate on the same taxable wage. The
      * exempt flag on the profile is the federal certificate and
      * does not reach these lines - a state exemption has its own
      * paperwork. A location missing from the table withholds no
      * state or local tax and is logged so payroll can add it.
       5150-JURISDICTION-TAX-PARA.
           MOVE ZERO TO WS-STATE-AMT
           MOVE ZERO TO WS-LOCAL-AMT
           MOVE 'N'  TO WS-JUR-FOUND-FLAG
           SET WS-JUR-IDX TO 1
           SEARCH WS-JUR-ENTRIES VARYING WS-JUR-IDX
               AT END
                   CONTINUE
               WHEN WS-JUR-IDX > WS-JUR-COUNT
                   CONTINUE
               WHEN WS-JUR-LOC(WS-JUR-IDX)
                    = EMP-LOC OF OLD-EMPLOYEE-RECORD
                   SET WS-JUR-FOUND TO TRUE
           END-SEARCH
           IF WS-JUR-FOUND
               COMPUTE WS-STATE-AMT ROUNDED =
                   WS-TAX-WAGE * WS-JUR-ST-RATE(WS-JUR-IDX) / 100
               IF WS-JUR-LOCAL(WS-JUR-IDX) NOT = SPACES
                   COMPUTE WS-LOCAL-AMT ROUNDED =
                       WS-TAX-WAGE * WS-JUR-LC-RATE(WS-JUR-IDX) / 100
               END-IF
           ELSE
               ADD 1 TO WS-NOJUR-CNT
               STRING 'NO JURISDICTION FOR LOC '
                   EMP-LOC OF OLD-EMPLOYEE-RECORD
                   ' EMP-ID ' EMP-ID OF OLD-EMPLOYEE-RECORD
                   DELIMITED BY SIZE INTO LOG-MSG
               WRITE DEDN-LOG-RECORD FROM LOG-LINE
               MOVE SPACES TO LOG-MSG
           END-IF.
      *
      * Writes the typed deduction detail records for the employee
      * just calculated - the federal bracket withholding as TAX, the
      * state withholding as ST plus the state code (STNY), the local
      * withholding as LT plus the local code (LTNC), the pre-tax
      * retirement deferral and catch-up as RDEF and RCUP, and the
      * bracket flat portion as INS. A zero component writes no
      * record, so the ledger only carries amounts actually withheld.
      * The amounts always sum back to the EMP-DEDN just put on
      * NEW-EMPLOYEE-RECORD, which keeps the ledger reconcilable to
      * the master's rolled-up bucket. Type codes beginning ST and LT
      * are reserved for the jurisdiction lines - QTRTAX and ANNSTMT
      * read them as state and local tax.
       5200-WRITE-DEDN-DETAIL-PARA.
           IF WS-RATE-AMT > ZERO
               MOVE EMP-ID OF OLD-EMPLOYEE-RECORD TO DD-EMP-ID
               MOVE 'TAX '              TO DD-TYPE
               MOVE 'FEDERAL WITHHOLDING' TO DD-DESC
               MOVE WS-RATE-AMT         TO DD-AMOUNT
               MOVE 01                  TO DD-PRIORITY
               WRITE DEDN-DETAIL-RECORD
           END-IF
           IF WS-STATE-AMT > ZERO
               MOVE EMP-ID OF OLD-EMPLOYEE-RECORD TO DD-EMP-ID
               MOVE SPACES              TO DD-TYPE
               STRING 'ST' WS-JUR-STATE(WS-JUR-IDX)
                   DELIMITED BY SIZE INTO DD-TYPE
               MOVE SPACES              TO DD-DESC
               STRING 'STATE WITHHOLDING ' WS-JUR-STATE(WS-JUR-IDX)
                   DELIMITED BY SIZE INTO DD-DESC
               MOVE WS-STATE-AMT        TO DD-AMOUNT
               MOVE 01                  TO DD-PRIORITY
               WRITE DEDN-DETAIL-RECORD
           END-IF
           IF WS-LOCAL-AMT > ZERO
               MOVE EMP-ID OF OLD-EMPLOYEE-RECORD TO DD-EMP-ID
               MOVE SPACES              TO DD-TYPE
               STRING 'LT' WS-JUR-LOCAL(WS-JUR-IDX)
                   DELIMITED BY SIZE INTO DD-TYPE
               MOVE SPACES              TO DD-DESC
               STRING 'LOCAL WITHHOLDING ' WS-JUR-LOCAL(WS-JUR-IDX)
                   DELIMITED BY SIZE INTO DD-DESC
               MOVE WS-LOCAL-AMT        TO DD-AMOUNT
               MOVE 01                  TO DD-PRIORITY
               WRITE DEDN-DETAIL-RECORD
           END-IF
           IF WS-RET-DEFER > ZERO
               MOVE EMP-ID OF OLD-EMPLOYEE-RECORD TO DD-EMP-ID
               MOVE 'RDEF'              TO DD-TYPE
               MOVE 'RETIREMENT DEFERRAL' TO DD-DESC
               MOVE WS-RET-DEFER        TO DD-AMOUNT
               MOVE 01                  TO DD-PRIORITY
               WRITE DEDN-DETAIL-RECORD
           END-IF
           IF WS-RET-CATCH > ZERO
               MOVE EMP-ID OF OLD-EMPLOYEE-RECORD TO DD-EMP-ID
               MOVE 'RCUP'              TO DD-TYPE
               MOVE 'RETIREMENT CATCH-UP' TO DD-DESC
               MOVE WS-RET-CATCH        TO DD-AMOUNT
               MOVE 01                  TO DD-PRIORITY
               WRITE DEDN-DETAIL-RECORD
           END-IF
           IF WS-DEDN-FLAT(WS-DEDN-IDX) > ZERO
               MOVE EMP-ID OF OLD-EMPLOYEE-RECORD TO DD-EMP-ID
               MOVE 'INS '              TO DD-TYPE
      * Applies the standing garnishment orders for the employee just
      * calculated. All orders together may not take more than the
      * legal percentage of disposable earnings (earnings less the
      * federal, state and local withholding just computed - the
      * retirement deferral is voluntary and does not reduce
      * disposable earnings), each order stops at whatever room its
      * lifetime limit has left, and when orders compete the lowest
      * priority number is served first - the room under the legal
      * cap is simply consumed in that order. Each withholding goes
      * on NEW-EMPLOYEE-RECORD's EMP-DEDN, onto the itemized ledger
      * typed GARN, into the order's withheld-to-date and into the
      * per-agency remittance accumulators. Terminated
      * employees are never paid downstream (FH06 routes them to the
      * term listing), so nothing may be "withheld" from them here -
      * it would advance the court's lifetime cap and tell accounts
       5500-APPLY-GARNISH-PARA.
           COMPUTE WS-DISPOSABLE = EMP-EARN OF OLD-EMPLOYEE-RECORD
                                  - EMP-DEDN OF NEW-EMPLOYEE-RECORD
                                  + WS-RET-DEFER + WS-RET-CATCH
           IF WS-GARN-COUNT = ZERO OR WS-DISPOSABLE <= ZERO
              OR NOT EMP-ACTIVE OF OLD-EMPLOYEE-RECORD
               CONTINUE
              END-IF
           END-IF.
      *
      * Takes the scheduled overpayment recovery for the employee
      * just calculated - the per-period amount, cut back to the
      * balance still owed and to the net pay left after every other
      * deduction, so a recovery never drives pay negative. Onto
      * EMP-DEDN and the itemized ledger typed OVPY; a schedule paid
      * down to zero is marked P. Terminated employees are not paid,
      * so nothing is taken from them, same as the garnishments.
       5580-APPLY-RECOVERY-PARA.
           IF WS-RCV-COUNT > ZERO
              AND EMP-ACTIVE OF OLD-EMPLOYEE-RECORD
               PERFORM VARYING WS-RCV-SUB FROM 1 BY 1
                       UNTIL WS-RCV-SUB > WS-RCV-COUNT
                   IF WS-RV-EMP-ID(WS-RCV-SUB)
                          = EMP-ID OF OLD-EMPLOYEE-RECORD
                      AND WS-RV-STATUS(WS-RCV-SUB) = 'A'
                      AND WS-RV-BALANCE(WS-RCV-SUB) > ZERO
                       PERFORM 5590-TAKE-ONE-RECOVERY-PARA
                   END-IF
               END-PERFORM
           END-IF.
      *
       5590-TAKE-ONE-RECOVERY-PARA.
           COMPUTE WS-RCV-ROOM = EMP-EARN OF OLD-EMPLOYEE-RECORD
                                - EMP-DEDN OF NEW-EMPLOYEE-RECORD
           MOVE WS-RV-PER-AMT(WS-RCV-SUB) TO WS-RCV-TAKE
           IF WS-RCV-TAKE > WS-RV-BALANCE(WS-RCV-SUB)
               MOVE WS-RV-BALANCE(WS-RCV-SUB) TO WS-RCV-TAKE
           END-IF
           IF WS-RCV-ROOM <= ZERO
               MOVE ZERO TO WS-RCV-TAKE
           ELSE
               IF WS-RCV-TAKE > WS-RCV-ROOM
                   MOVE WS-RCV-ROOM TO WS-RCV-TAKE
               END-IF
           END-IF
           IF WS-RCV-TAKE > ZERO
               SUBTRACT WS-RCV-TAKE FROM WS-RV-BALANCE(WS-RCV-SUB)
               MOVE WS-RET-PERIOD TO WS-RV-TAKEN-PD(WS-RCV-SUB)
               MOVE WS-RCV-TAKE   TO WS-RV-TAKEN-AMT(WS-RCV-SUB)
               IF WS-RV-BALANCE(WS-RCV-SUB) = ZERO
                   MOVE 'P' TO WS-RV-STATUS(WS-RCV-SUB)
               END-IF
               ADD WS-RCV-TAKE TO EMP-DEDN OF NEW-EMPLOYEE-RECORD
               ADD 1 TO WS-RCV-APPLIED-CNT
               MOVE EMP-ID OF OLD-EMPLOYEE-RECORD TO DD-EMP-ID
               MOVE 'OVPY'              TO DD-TYPE
               MOVE 'OVERPAY RECOVERY'  TO DD-DESC
               MOVE WS-RCV-TAKE         TO DD-AMOUNT
               MOVE 03                  TO DD-PRIORITY
               WRITE DEDN-DETAIL-RECORD
           END-IF.
      *
      * Loan repayments for the employee just calculated, once the
      * overpayment recovery has had its share - a loan paid out
      * whose start period has arrived has a repayment due this
      * period, counted on the loan, and the repayment is taken cut
      * back to the balance and the net left, same as a recovery.
      * Onto EMP-DEDN and the ledger typed LOAN; a loan paid down to
      * zero is marked P. Terminated employees are not paid - what
      * they still owe is FINALPAY's to recover from the final
      * check. No open period on the calendar means no period for a
      * repayment to fall due in, so nothing is taken.
       5592-APPLY-LOANS-PARA.
           IF WS-LOAN-COUNT > ZERO
              AND WS-RET-PERIOD NOT = ZERO
              AND EMP-ACTIVE OF OLD-EMPLOYEE-RECORD
               PERFORM VARYING WS-LOAN-SUB FROM 1 BY 1
                       UNTIL WS-LOAN-SUB > WS-LOAN-COUNT
                   IF WS-LN-EMP-ID(WS-LOAN-SUB)
                          = EMP-ID OF OLD-EMPLOYEE-RECORD
                      AND WS-LN-STATUS(WS-LOAN-SUB) = 'A'
                      AND WS-LN-BALANCE(WS-LOAN-SUB) > ZERO
                      AND WS-LN-START-DT(WS-LOAN-SUB)
                          <= WS-LOAN-PERD-START
                       PERFORM 5595-TAKE-ONE-LOAN-PARA
                   END-IF
               END-PERFORM
           END-IF.
      *
       5595-TAKE-ONE-LOAN-PARA.
           IF WS-LN-DUE-PD(WS-LOAN-SUB) NOT = WS-RET-PERIOD
               ADD 1 TO WS-LN-DUE-CNT(WS-LOAN-SUB)
               MOVE WS-RET-PERIOD TO WS-LN-DUE-PD(WS-LOAN-SUB)
           END-IF
           COMPUTE WS-LOAN-ROOM = EMP-EARN OF OLD-EMPLOYEE-RECORD
                                - EMP-DEDN OF NEW-EMPLOYEE-RECORD
           MOVE WS-LN-PER-AMT(WS-LOAN-SUB) TO WS-LOAN-TAKE
           IF WS-LOAN-TAKE > WS-LN-BALANCE(WS-LOAN-SUB)
               MOVE WS-LN-BALANCE(WS-LOAN-SUB) TO WS-LOAN-TAKE
           END-IF
           IF WS-LOAN-ROOM <= ZERO
               MOVE ZERO TO WS-LOAN-TAKE
           ELSE
               IF WS-LOAN-TAKE > WS-LOAN-ROOM
                   MOVE WS-LOAN-ROOM TO WS-LOAN-TAKE
               END-IF
           END-IF
           IF WS-LOAN-TAKE > ZERO
               SUBTRACT WS-LOAN-TAKE FROM WS-LN-BALANCE(WS-LOAN-SUB)
               MOVE WS-RET-PERIOD TO WS-LN-TAKEN-PD(WS-LOAN-SUB)
               MOVE WS-LOAN-TAKE  TO WS-LN-TAKEN-AMT(WS-LOAN-SUB)
               IF WS-LN-BALANCE(WS-LOAN-SUB) = ZERO
                   MOVE 'P' TO WS-LN-STATUS(WS-LOAN-SUB)
                   ADD 1 TO WS-LOAN-PAIDOFF-CNT
               END-IF
               ADD WS-LOAN-TAKE TO EMP-DEDN OF NEW-EMPLOYEE-RECORD
               ADD 1 TO WS-LOAN-APPLIED-CNT
               MOVE EMP-ID OF OLD-EMPLOYEE-RECORD TO DD-EMP-ID
               MOVE 'LOAN'              TO DD-TYPE
               IF WS-LN-TYPE(WS-LOAN-SUB) = 'H'
                   MOVE 'HARDSHIP LOAN'     TO DD-DESC
               ELSE
                   MOVE 'SALARY ADVANCE'    TO DD-DESC
               END-IF
               MOVE WS-LOAN-TAKE        TO DD-AMOUNT
               MOVE 04                  TO DD-PRIORITY
               WRITE DEDN-DETAIL-RECORD
           END-IF.
      *
      * Works the employer-paid components out for the employee just
      * calculated, one ledger record per rule with a non-zero
      * result, then the retirement match and the employee's line on
      * the recordkeeper file. Terminated employees draw no employer
      * cost, same as they draw no pay downstream.
       5600-WRITE-EMPR-COST-PARA.
           MOVE ZERO TO WS-EMPR-EMP-TOT
           IF EMP-ACTIVE OF OLD-EMPLOYEE-RECORD
               PERFORM 5650-ONE-EMPR-RULE-PARA
                   VARYING WS-EMPR-IDX FROM 1 BY 1
                   UNTIL WS-EMPR-IDX > WS-EMPR-COUNT
               PERFORM 5700-RETIREMENT-MATCH-PARA
           END-IF.
      *
      * The retirement match comes from the plan's match formula in
      * 5700, not from a flat percentage of pay - an EMPRTBL.DAT
      * override still carrying the old RET rule is passed over so
      * the match is never paid twice.
      * A rule with a wage base is charged only on the part of this
      * period's EMP-EARN that still falls under it, measured against
      * the gross already paid this year; once the base is reached
      * the rule charges nothing, flat amount included.
      * A rule owed to a taxing authority is an employer tax, and is
      * not charged on pay from non-taxable earnings codes.
       5650-ONE-EMPR-RULE-PARA.
           MOVE EMP-EARN OF OLD-EMPLOYEE-RECORD TO WS-EMPR-TAXABLE
           IF WS-EMPR-AUTH(WS-EMPR-IDX) NOT = SPACES
               SUBTRACT WS-NONTAX-EARN FROM WS-EMPR-TAXABLE
           END-IF
           IF WS-EMPR-BASE(WS-EMPR-IDX) > ZERO
               COMPUTE WS-EMPR-ROOM = WS-EMPR-BASE(WS-EMPR-IDX)
                                     - WS-YTD-PRIOR
               IF WS-EMPR-ROOM < WS-EMPR-TAXABLE
                   ADD 1 TO WS-EMPR-CAP-CNT
                   IF WS-EMPR-ROOM > ZERO
                       MOVE WS-EMPR-ROOM TO WS-EMPR-TAXABLE
                   ELSE
                       MOVE ZERO TO WS-EMPR-TAXABLE
                   END-IF
               END-IF
           END-IF
           IF WS-EMPR-TYPE(WS-EMPR-IDX) = 'RET '
               MOVE ZERO TO WS-EMPR-AMT
           ELSE
               IF WS-EMPR-BASE(WS-EMPR-IDX) > ZERO
                  AND WS-EMPR-TAXABLE = ZERO
                   MOVE ZERO TO WS-EMPR-AMT
               ELSE
                   COMPUTE WS-EMPR-AMT ROUNDED =
                       WS-EMPR-TAXABLE
                           * WS-EMPR-RATE(WS-EMPR-IDX) / 100
                           + WS-EMPR-FLAT(WS-EMPR-IDX)
               END-IF
           END-IF
           IF WS-EMPR-AMT > ZERO
               MOVE EMP-ID OF OLD-EMPLOYEE-RECORD   TO ED-EMP-ID
               MOVE EMP-DEPT OF OLD-EMPLOYEE-RECORD TO ED-DEPT
               MOVE WS-EMPR-TYPE(WS-EMPR-IDX)       TO ED-TYPE
               MOVE WS-EMPR-DESC(WS-EMPR-IDX)       TO ED-DESC
               MOVE WS-EMPR-AMT                     TO ED-AMOUNT
               MOVE WS-EMPR-AUTH(WS-EMPR-IDX)       TO ED-AUTH
               IF WS-EMPR-AUTH(WS-EMPR-IDX) = 'ST  '
                  AND WS-JUR-FOUND
                   MOVE WS-JUR-STATE(WS-JUR-IDX) TO ED-AUTH(3:2)
               END-IF
               MOVE WS-EMPR-TAXABLE                 TO ED-TAXABLE
               WRITE EMPR-DETAIL-RECORD
               ADD 1 TO WS-EMPR-REC-CNT
               ADD WS-EMPR-AMT TO WS-EMPR-EMP-TOT
           END-IF.
      *
      * The company match: RP-MATCH-PCT percent of what the employee
      * deferred this period, catch-up included, on deferrals up to
      * RP-MATCH-CAP percent of EMP-EARN. It goes on the employer-cost
      * ledger typed RET like the old flat match did, so FH06 posts it
      * as benefit expense, and the employee's deferral, catch-up and
      * match go onto the recordkeeper file together.
       5700-RETIREMENT-MATCH-PARA.
           MOVE ZERO TO WS-RET-MATCH
           COMPUTE WS-RET-MATCHABLE = WS-RET-DEFER + WS-RET-CATCH
           COMPUTE WS-RET-MATCH-LIM ROUNDED =
               EMP-EARN OF OLD-EMPLOYEE-RECORD * WS-RET-MATCH-CAP / 100
           IF WS-RET-MATCHABLE > WS-RET-MATCH-LIM
               MOVE WS-RET-MATCH-LIM TO WS-RET-MATCHABLE
           END-IF
           COMPUTE WS-RET-MATCH ROUNDED =
               WS-RET-MATCHABLE * WS-RET-MATCH-PCT / 100
           IF WS-RET-MATCH > ZERO
               MOVE EMP-ID OF OLD-EMPLOYEE-RECORD   TO ED-EMP-ID
               MOVE EMP-DEPT OF OLD-EMPLOYEE-RECORD TO ED-DEPT
               MOVE 'RET '                          TO ED-TYPE
               MOVE 'RETIREMENT MATCH'              TO ED-DESC
               MOVE WS-RET-MATCH                    TO ED-AMOUNT
               MOVE SPACES                          TO ED-AUTH
               MOVE ZERO                            TO ED-TAXABLE
               WRITE EMPR-DETAIL-RECORD
               ADD 1 TO WS-EMPR-REC-CNT
               ADD WS-RET-MATCH TO WS-EMPR-EMP-TOT
           END-IF
           IF WS-RET-DEFER > ZERO OR WS-RET-CATCH > ZERO
              OR WS-RET-MATCH > ZERO
               MOVE SPACES TO RET-CONTRIB-RECORD
               MOVE 'D'                             TO RC-REC-TYPE
               MOVE EMP-ID OF OLD-EMPLOYEE-RECORD   TO RC-EMP-ID
               MOVE EMP-DEPT OF OLD-EMPLOYEE-RECORD TO RC-DEPT
               MOVE WS-RET-DEFER                    TO RC-DEFER
               MOVE WS-RET-CATCH                    TO RC-CATCHUP
               MOVE WS-RET-MATCH                    TO RC-MATCH
               WRITE RET-CONTRIB-RECORD
               ADD 1 TO WS-RET-EMP-CNT
               ADD WS-RET-DEFER TO WS-RET-DEFER-TOT
               ADD WS-RET-CATCH TO WS-RET-DEFER-TOT
               ADD WS-RET-MATCH TO WS-RET-MATCH-TOT
           END-IF.
      *
      * Gathers the employee's charge lines off the TIMEDIST.DAT
      * stream - both files run in EMP-ID order, so it only ever
      * moves forward - and spreads the employer cost over them by
      * hours. Lines left over from another period are passed over,
      * and a terminated employee's lines are skipped along with
      * their employer cost.
       5800-WRITE-LABOR-DIST-PARA.
           MOVE ZERO TO WS-LD-COUNT
           MOVE ZERO TO WS-LD-HRS-TOT
           MOVE ZERO TO WS-LD-CODE-EARN
           PERFORM UNTIL WS-TDST-EOF
                      OR TD-EMP-ID >= EMP-ID OF OLD-EMPLOYEE-RECORD
               PERFORM 3300-READ-TIME-DIST-PARA
           END-PERFORM
           PERFORM UNTIL WS-TDST-EOF
                      OR TD-EMP-ID NOT = EMP-ID OF OLD-EMPLOYEE-RECORD
               IF WS-RET-PERIOD = ZERO OR TD-PERIOD = WS-RET-PERIOD
                   IF WS-LD-COUNT < 6
                       ADD 1 TO WS-LD-COUNT
                       MOVE TD-CHARGE  TO WS-LD-CHARGE(WS-LD-COUNT)
                       MOVE TD-GL-DEPT TO WS-LD-GL-DEPT(WS-LD-COUNT)
                       MOVE TD-HOURS   TO WS-LD-HOURS(WS-LD-COUNT)
                       MOVE TD-EARN    TO WS-LD-EARN(WS-LD-COUNT)
                       MOVE TD-PERIOD  TO WS-LD-PERIOD(WS-LD-COUNT)
                       ADD TD-HOURS    TO WS-LD-HRS-TOT
                       MOVE ZERO       TO WS-LD-CODE-EARN
                       IF TD-CODE-EARN NUMERIC
                           MOVE TD-CODE-EARN TO WS-LD-CODE-EARN
                       END-IF
                   ELSE
                       DISPLAY 'PROG06: WS-LD-TABLE OVERFLOW - '
                           'RAISE THE LIMIT BEFORE RERUNNING'
                       MOVE 16 TO RETURN-CODE
                       GOBACK
                   END-IF
               END-IF
               PERFORM 3300-READ-TIME-DIST-PARA
           END-PERFORM
           IF EMP-ACTIVE OF OLD-EMPLOYEE-RECORD
              AND WS-LD-COUNT > ZERO AND WS-LD-HRS-TOT > ZERO
               MOVE ZERO TO WS-LD-EMPR-DONE
               PERFORM VARYING WS-LD-SUB FROM 1 BY 1
                       UNTIL WS-LD-SUB > WS-LD-COUNT
                   IF WS-LD-SUB = WS-LD-COUNT
                       COMPUTE WS-LD-EMPR-SHARE =
                           WS-EMPR-EMP-TOT - WS-LD-EMPR-DONE
                   ELSE
                       COMPUTE WS-LD-EMPR-SHARE ROUNDED =
                           WS-EMPR-EMP-TOT * WS-LD-HOURS(WS-LD-SUB)
                           / WS-LD-HRS-TOT
                   END-IF
                   ADD WS-LD-EMPR-SHARE TO WS-LD-EMPR-DONE
                   MOVE SPACES TO LABOR-DIST-RECORD
                   MOVE WS-LD-PERIOD(WS-LD-SUB)  TO LD-PERIOD
                   MOVE EMP-ID OF OLD-EMPLOYEE-RECORD   TO LD-EMP-ID
                   MOVE EMP-DEPT OF OLD-EMPLOYEE-RECORD TO LD-HOME-DEPT
                   MOVE WS-LD-CHARGE(WS-LD-SUB)  TO LD-CHARGE
                   MOVE WS-LD-GL-DEPT(WS-LD-SUB) TO LD-GL-DEPT
                   MOVE WS-LD-HOURS(WS-LD-SUB)   TO LD-HOURS
                   MOVE WS-LD-EARN(WS-LD-SUB)    TO LD-EARN
                   MOVE WS-LD-EMPR-SHARE         TO LD-EMPR
                   MOVE WS-LD-CODE-EARN          TO LD-CODE-EARN
                   WRITE LABOR-DIST-RECORD
               END-PERFORM
               ADD 1 TO WS-LD-EMP-CNT
           END-IF.
      *
      * Rewrites the garnishment order master with the updated
           END-PERFORM
           CLOSE GARN-ORDER-FILE.
      *
      * Rewrites the recovery schedules with the new balances. Paid-
      * off schedules stay on file as the record of the recovery.
       8550-REWRITE-RECOVERY-PARA.
           OPEN OUTPUT RECOVERY-FILE
           PERFORM VARYING WS-RCV-SUB FROM 1 BY 1
                   UNTIL WS-RCV-SUB > WS-RCV-COUNT
               MOVE WS-RV-EMP-ID(WS-RCV-SUB)    TO RV-EMP-ID
               MOVE WS-RV-REF(WS-RCV-SUB)       TO RV-REF
               MOVE WS-RV-SETUP(WS-RCV-SUB)     TO RV-SETUP-DATE
               MOVE WS-RV-TOTAL(WS-RCV-SUB)     TO RV-TOTAL
               MOVE WS-RV-PER-AMT(WS-RCV-SUB)   TO RV-PER-PERIOD
               MOVE WS-RV-BALANCE(WS-RCV-SUB)   TO RV-BALANCE
               MOVE WS-RV-STATUS(WS-RCV-SUB)    TO RV-STATUS
               MOVE WS-RV-TAKEN-PD(WS-RCV-SUB)  TO RV-TAKEN-PERIOD
               MOVE WS-RV-TAKEN-AMT(WS-RCV-SUB) TO RV-TAKEN-AMT
               WRITE RECOVERY-RECORD
           END-PERFORM
           CLOSE RECOVERY-FILE.
      *
       8560-REWRITE-LOANS-PARA.
           OPEN OUTPUT LOAN-MASTER
           PERFORM VARYING WS-LOAN-SUB FROM 1 BY 1
                   UNTIL WS-LOAN-SUB > WS-LOAN-COUNT
               MOVE WS-LN-EMP-ID(WS-LOAN-SUB)    TO LN-EMP-ID
               MOVE WS-LN-LOAN-NO(WS-LOAN-SUB)   TO LN-LOAN-NO
               MOVE WS-LN-TYPE(WS-LOAN-SUB)      TO LN-TYPE
               MOVE WS-LN-NAME(WS-LOAN-SUB)      TO LN-NAME
               MOVE WS-LN-PRINCIPAL(WS-LOAN-SUB) TO LN-PRINCIPAL
               MOVE WS-LN-PER-AMT(WS-LOAN-SUB)   TO LN-PER-PERIOD
               MOVE WS-LN-START-PD(WS-LOAN-SUB)  TO LN-START-PERIOD
               MOVE WS-LN-START-DT(WS-LOAN-SUB)  TO LN-START-DATE
               MOVE WS-LN-BALANCE(WS-LOAN-SUB)   TO LN-BALANCE
               MOVE WS-LN-STATUS(WS-LOAN-SUB)    TO LN-STATUS
               MOVE WS-LN-SETUP(WS-LOAN-SUB)     TO LN-SETUP-DATE
               MOVE WS-LN-DISB-DATE(WS-LOAN-SUB) TO LN-DISB-DATE
               MOVE WS-LN-DISB-CHK(WS-LOAN-SUB)  TO LN-DISB-CHECK
               MOVE WS-LN-TAKEN-PD(WS-LOAN-SUB)  TO LN-TAKEN-PERIOD
               MOVE WS-LN-TAKEN-AMT(WS-LOAN-SUB) TO LN-TAKEN-AMT
               MOVE WS-LN-DUE-CNT(WS-LOAN-SUB)   TO LN-DUE-COUNT
               MOVE WS-LN-DUE-PD(WS-LOAN-SUB)    TO LN-DUE-PERIOD
               MOVE SPACES TO LOAN-RECORD(97:4)
               WRITE LOAN-RECORD
           END-PERFORM
           CLOSE LOAN-MASTER.
      *
      * Writes the per-agency remittance listing for accounts payable
      * - one line per agency with the order count and the amount to
      * send this period.
           END-PERFORM
           MOVE WS-GARN-TOT-AMT TO GRM-T-AMT
           WRITE GARN-REMIT-RECORD FROM GRM-TOTAL-LINE
           CLOSE GARN-REMIT-FILE
           PERFORM 9800-ARCHIVE-REPORT-PARA.
      *
       9000-END-PARA.
           PERFORM 8500-REWRITE-GARN-ORDERS-PARA
           PERFORM 8600-WRITE-REMITTANCE-PARA
           IF WS-RCV-COUNT > ZERO
               PERFORM 8550-REWRITE-RECOVERY-PARA
           END-IF
           IF WS-LOAN-COUNT > ZERO
               PERFORM 8560-REWRITE-LOANS-PARA
           END-IF
           STRING 'EMPLOYEES PROCESSED=' WS-EMP-CNT
               ' GARNISHMENTS=' WS-GARN-APPLIED-CNT
               ' EMPLOYER COSTS=' WS-EMPR-REC-CNT
               DELIMITED BY SIZE INTO LOG-MSG
           WRITE DEDN-LOG-RECORD FROM LOG-LINE
           MOVE SPACES TO LOG-MSG
           STRING 'EXEMPT FROM FEDERAL=' WS-EXEMPT-CNT
               ' NO JURISDICTION=' WS-NOJUR-CNT
               DELIMITED BY SIZE INTO LOG-MSG
           WRITE DEDN-LOG-RECORD FROM LOG-LINE
           MOVE SPACES TO LOG-MSG
           STRING 'RETIREMENT CONTRIBUTORS=' WS-RET-EMP-CNT
               ' AT PLAN-YEAR LIMIT=' WS-RET-LIMIT-CNT
               DELIMITED BY SIZE INTO LOG-MSG
           WRITE DEDN-LOG-RECORD FROM LOG-LINE
           MOVE SPACES TO LOG-MSG
           STRING 'OVERPAYMENT RECOVERIES TAKEN=' WS-RCV-APPLIED-CNT
               DELIMITED BY SIZE INTO LOG-MSG
           WRITE DEDN-LOG-RECORD FROM LOG-LINE
           MOVE SPACES TO LOG-MSG
           STRING 'LOAN REPAYMENTS TAKEN=' WS-LOAN-APPLIED-CNT
               ' LOANS PAID OFF=' WS-LOAN-PAIDOFF-CNT
               DELIMITED BY SIZE INTO LOG-MSG
           WRITE DEDN-LOG-RECORD FROM LOG-LINE
           MOVE SPACES TO LOG-MSG
           STRING 'EMPLOYER TAX LINES AT WAGE BASE=' WS-EMPR-CAP-CNT
               DELIMITED BY SIZE INTO LOG-MSG
           WRITE DEDN-LOG-RECORD FROM LOG-LINE
           MOVE SPACES TO LOG-MSG
           STRING 'EMPLOYEES ON SPLIT TIMECARDS=' WS-LD-EMP-CNT
               ' WITH NON-TAXABLE PAY=' WS-NONTAX-CNT
               DELIMITED BY SIZE INTO LOG-MSG
           WRITE DEDN-LOG-RECORD FROM LOG-LINE
           MOVE WS-RET-EMP-CNT   TO RCT-COUNT
           MOVE WS-RET-DEFER-TOT TO RCT-DEFER
           MOVE WS-RET-MATCH-TOT TO RCT-MATCH
           COMPUTE RCT-CONTROL = WS-RET-DEFER-TOT + WS-RET-MATCH-TOT
           WRITE RET-CONTRIB-RECORD FROM RC-TRAILER-LINE
           MOVE 'PROG06 DEDUCTION CALC RUN COMPLETE' TO LOG-MSG
           WRITE DEDN-LOG-RECORD FROM LOG-LINE
           CLOSE OLD-MASTER
           CLOSE NEW-MASTER
           CLOSE DEDN-LOG-FILE
           CLOSE DEDN-DETAIL-FILE
           CLOSE EMPR-DETAIL-FILE
           CLOSE RET-CONTRIB-FILE
           CLOSE LABOR-DIST-FILE
           IF WS-TDST-STAT = '00' OR WS-TDST-STAT = '10'
               CLOSE TIME-DIST-FILE
           END-IF
           IF WS-TCOD-STAT = '00' OR WS-TCOD-STAT = '10'
               CLOSE TIME-CODE-FILE
           END-IF
           IF WS-WHP-STAT = '00' OR WS-WHP-STAT = '10'
               CLOSE WH-PROFILE-FILE
           END-IF
           IF WS-YTD-STAT = '00'
               CLOSE YTD-SORTED
           END-IF.
      *
       9800-ARCHIVE-REPORT-PARA.
           IF WS-RUN-PREFIX = SPACES
               MOVE WS-FN-GARNREMT TO WS-ARCH-REPORT
               MOVE RETURN-CODE TO WS-ARCH-RC
               CALL 'RPTARCH' USING WS-ARCH-REPORT WS-ARCH-LOC
                   ON EXCEPTION
                       DISPLAY 'PROG06: RPTARCH NOT AVAILABLE - '
                           WS-ARCH-REPORT ' NOT ARCHIVED'
               END-CALL
               MOVE WS-ARCH-RC TO RETURN-CODE
           END-IF.
