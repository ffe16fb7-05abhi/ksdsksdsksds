           SELECT EMPLOYEE-FILE-IN ASSIGN TO DYNAMIC WS-PARM-INPUTSORT.
           SELECT WORK-FILE        ASSIGN TO DYNAMIC WS-PARM-WORKFILE.
           SELECT EMPLOYEE-FILE    ASSIGN TO DYNAMIC WS-PARM-EMPFILE.
           SELECT REPORT-SEQ-FILE  ASSIGN TO DYNAMIC WS-FN-RPTSEQ.
           SELECT REPORT-FILE      ASSIGN TO DYNAMIC WS-PARM-REPORT.
           SELECT PARM-FILE        ASSIGN TO DYNAMIC WS-FN-FH06PARM
                                    FILE STATUS IS WS-PARM-STAT.
           SELECT CHECKPOINT-FILE  ASSIGN TO DYNAMIC WS-FN-FH06CKPT
                                    FILE STATUS IS WS-CKPT-STAT.
           SELECT TECH-SUMMARY-FILE ASSIGN TO DYNAMIC WS-FN-TECHSUM.
           SELECT CSV-FILE         ASSIGN TO DYNAMIC WS-FN-DETAIL.
           SELECT DOB-EXCP-FILE    ASSIGN TO DYNAMIC WS-FN-DOBEXCP.
           SELECT TERM-EMP-FILE    ASSIGN TO DYNAMIC WS-FN-TERMEMP.
           SELECT YTD-FILE         ASSIGN TO DYNAMIC WS-FN-YTDFILE
                                    FILE STATUS IS WS-YTD-STAT.
           SELECT NETPAY-EXCP-FILE ASSIGN TO DYNAMIC WS-FN-NETPAYX.
           SELECT BANK-FILE        ASSIGN TO DYNAMIC WS-FN-ACHFILE.
           SELECT RUN-HISTORY-FILE ASSIGN TO DYNAMIC WS-FN-RUNHIST
                                    FILE STATUS IS WS-HIST-STAT.
           SELECT RUN-TOTALS-FILE  ASSIGN TO DYNAMIC WS-FN-RUNTOTLS
                                    FILE STATUS IS WS-RTOT-STAT.
           SELECT ACH-HIST-FILE    ASSIGN TO DYNAMIC WS-FN-ACHBHIST
                                    FILE STATUS IS WS-ACHH-STAT.
           SELECT DEPT-SUMMARY-FILE ASSIGN TO DYNAMIC WS-FN-DEPTSUM.
           SELECT LOC-EXCP-FILE    ASSIGN TO DYNAMIC WS-FN-LOCEXCP.
           SELECT CURR-TABLE-FILE  ASSIGN TO DYNAMIC WS-FN-CURRTBL
                                    FILE STATUS IS WS-CURR-STAT.
           SELECT CKPT-TABLES-FILE ASSIGN TO DYNAMIC WS-FN-FH06CKTB
                                    FILE STATUS IS WS-CKT-STAT.
           SELECT ACH-PARM-FILE    ASSIGN TO DYNAMIC WS-FN-ACHPARM
                                    FILE STATUS IS WS-ACHP-STAT.
           SELECT PRENOTE-FILE     ASSIGN TO DYNAMIC WS-FN-PRENOTE
                                    FILE STATUS IS WS-PRENOTE-STAT.
           SELECT CHECK-INTF-FILE  ASSIGN TO DYNAMIC WS-FN-CHKINTF.
           SELECT PAY-PERIOD-FILE  ASSIGN TO DYNAMIC WS-FN-PAYPERD
                                    FILE STATUS IS WS-PERD-STAT.
           SELECT GL-MAP-FILE      ASSIGN TO DYNAMIC WS-FN-GLMAP
                                    FILE STATUS IS WS-GLM-STAT.
           SELECT GL-EXTRACT-FILE  ASSIGN TO DYNAMIC WS-FN-GLFILE.
           SELECT EMPR-DETAIL-FILE ASSIGN TO DYNAMIC WS-FN-EMPRDETL
                                    FILE STATUS IS WS-EMPRD-STAT.
           SELECT RET-CONTRIB-FILE ASSIGN TO DYNAMIC WS-FN-RETCONT
                                    FILE STATUS IS WS-RETC-STAT.
           SELECT DEDN-DETAIL-FILE ASSIGN TO DYNAMIC WS-FN-DEDNDETL
                                    FILE STATUS IS WS-DEDND-STAT.
           SELECT PAY-HIST-WORK    ASSIGN TO DYNAMIC WS-FN-PAYHWRK
                                    FILE STATUS IS WS-PHW-STAT.
           SELECT PHW-SORT-WORK    ASSIGN TO 'PAYHSWK1.DAT'.
           SELECT PHW-SORTED       ASSIGN TO DYNAMIC WS-FN-PAYHSRT1.
           SELECT DD-SORT-WORK     ASSIGN TO 'PAYHSWK2.DAT'.
           SELECT DD-SORTED        ASSIGN TO DYNAMIC WS-FN-PAYHSRT2.
           SELECT ED-SORT-WORK     ASSIGN TO 'PAYHSWK3.DAT'.
           SELECT ED-SORTED        ASSIGN TO DYNAMIC WS-FN-PAYHSRT3.
           SELECT PAY-HIST-FILE    ASSIGN TO DYNAMIC WS-FN-PAYHIST
                                    FILE STATUS IS WS-PHST-STAT.
           SELECT LOC-REPORT-FILE  ASSIGN TO DYNAMIC
                                    WS-LOC-REPORT-NAME.
           SELECT LOC-INDEX-FILE   ASSIGN TO DYNAMIC WS-FN-LOCINDEX.
           SELECT LABOR-DIST-FILE  ASSIGN TO DYNAMIC WS-FN-LABORDST
                                    FILE STATUS IS WS-LDST-STAT.
           SELECT LABOR-HIST-FILE  ASSIGN TO DYNAMIC WS-FN-LABORHST
                                    FILE STATUS IS WS-LHST-STAT.
           SELECT TIME-CODE-FILE   ASSIGN TO DYNAMIC WS-FN-TIMECODE
                                    FILE STATUS IS WS-TCOD-STAT.
      *
       DATA DIVISION.
       FILE SECTION.
      * Optional company/bank identifier overrides for the NACHA file
      * (ACHPARM.DAT). A blank entry, or a missing file, keeps the
      * compiled-in default for that entry - same optional-override
      * idea as FH06PARM.DAT and CURRTBL.DAT. ACHP-LEAD-DAYS is the
      * bank's ACH lead time in business days, two digits.
       FD  ACH-PARM-FILE
           RECORD CONTAINS 80 CHARACTERS
           RECORDING MODE IS F.
           03  ACHP-COMPANY-NAME    PIC X(16).
           03  ACHP-COMPANY-ID      PIC X(10).
           03  ACHP-ODFI            PIC X(08).
           03  ACHP-LEAD-DAYS       PIC X(02).
           03  FILLER               PIC X(01).
      *
      * Prenote control file (PRENOTE.DAT). One record per
      * EMP-ID/routing/account combination that has already had its
      * from running the same period twice and doubling every YTD
      * figure. YTDCLOSE reopens the whole calendar at year-end.
       FD  PAY-PERIOD-FILE
           RECORD CONTAINS 28 CHARACTERS
           RECORDING MODE IS F.
       01  PAY-PERIOD-RECORD.
           03  PERD-NO              PIC 9(03).
           03  PERD-STATUS          PIC X(01).
               88  PERD-OPEN                        VALUE 'O'.
               88  PERD-CLOSED                      VALUE 'C'.
           03  PERD-PAY-DATE        PIC 9(08).
      *
      * Optional GL account mapping table (GLMAP.DAT). One record per
      * department and journal-entry type - E gross pay expense,
      * L deduction liability, N net pay clearing, B employer benefit
      * expense, P employer benefit liability, R retirement plan
      * payable, H premium (earnings-code) pay expense - giving the GL
      * account that combination posts to. Payroll maintains it
      * without a recompile, same as CURRTBL.DAT and DEDNTBL.DAT; a
      * department/type with no entry falls back to the company-wide
      * same WS-DEPT-TABLE amounts DEPTSUM.REP prints, plus a trailer
      * record carrying the debit/credit totals and whether they
      * balance to the DS-ENDING-LINE company totals, so finance stops
      * re-keying DEPTSUM.REP by hand. The trailer's last field is the
      * retirement plan payable total, the figure the recordkeeper
      * file's control total ties to.
       FD  GL-EXTRACT-FILE
           RECORD CONTAINS 48 CHARACTERS
           RECORDING MODE IS F.
      * extract posts the employer benefit expense and its liability
      * alongside the pay entries and finance gets the full loaded
      * labor cost without the spreadsheet. Absent (deduction run not
      * yet live on this cycle) means no employer lines. The taxing
      * authority and taxable wage on an employer-tax line are for
      * DEDNROLL's liability ledger; the GL posts by type as before.
       FD  EMPR-DETAIL-FILE
           RECORD CONTAINS 51 CHARACTERS
           RECORDING MODE IS F.
       01  EMPR-DETAIL-RECORD.
           03  ED-EMP-ID            PIC X(05).
           03  ED-TYPE              PIC X(04).
           03  ED-DESC              PIC X(20).
           03  ED-AMOUNT            PIC 9(05)V99.
           03  ED-AUTH              PIC X(04).
           03  ED-TAXABLE           PIC 9(05)V99.
      *
      * Retirement plan recordkeeper file from the deduction run
      * (RETCONT.DAT) - PROG06 writes each contributing employee's
      * deferral, catch-up and company match with their department,
      * and a T trailer whose control total is what the recordkeeper
      * is sent. The deferrals sit inside EMP-DEDN and the match
      * inside the employer-cost ledger, so at GL-extract time they
      * are carved out of the deduction liability and the benefit
      * liability by department and posted to the retirement plan
      * payable on their own lines, and those lines must add back to
      * the trailer's control total or the extract is out of balance.
      * Absent means no plan contributions this cycle.
       FD  RET-CONTRIB-FILE
           RECORD CONTAINS 40 CHARACTERS
           RECORDING MODE IS F.
       01  RET-CONTRIB-RECORD.
           03  RC-REC-TYPE          PIC X(01).
               88  RC-IS-DETAIL                     VALUE 'D'.
               88  RC-IS-TRAILER                    VALUE 'T'.
           03  RC-EMP-ID            PIC X(05).
           03  RC-DEPT              PIC X(04).
           03  RC-DEFER             PIC 9(05)V99.
           03  RC-CATCHUP           PIC 9(05)V99.
           03  RC-MATCH             PIC 9(05)V99.
           03  FILLER               PIC X(09).
       01  RET-CONTRIB-TRAILER.
           03  FILLER               PIC X(01).
           03  RCT-COUNT            PIC 9(05).
           03  RCT-DEFER            PIC 9(09)V99.
           03  RCT-MATCH            PIC 9(09)V99.
           03  RCT-CONTROL          PIC 9(09)V99.
           03  FILLER               PIC X(01).
      *
      * Typed deduction lines from the deduction run (DEDNDETL.DAT) -
      * PROG06's rules plus any PROG07 adjustment lines appended
      * after it - and their sorted copy. Read at end-of-job only, to
      * itemize each paid employee's deductions on the pay history.
       FD  DEDN-DETAIL-FILE
           RECORD CONTAINS 39 CHARACTERS
           RECORDING MODE IS F.
       01  DEDN-DETAIL-RECORD       PIC X(39).

       SD  DD-SORT-WORK.
       01  DD-SORT-RECORD.
           03  DDW-EMP-ID           PIC X(05).
           03  FILLER               PIC X(34).

       FD  DD-SORTED
           RECORD CONTAINS 39 CHARACTERS
           RECORDING MODE IS F.
       01  DD-SORTED-RECORD.
           03  DD-EMP-ID            PIC X(05).
           03  DD-TYPE              PIC X(04).
           03  DD-DESC              PIC X(20).
           03  DD-AMOUNT            PIC S9(05)V99
                                     SIGN LEADING SEPARATE.
           03  DD-PRIORITY          PIC 9(02).

       SD  ED-SORT-WORK.
       01  ED-SORT-RECORD.
           03  EDW-EMP-ID           PIC X(05).
           03  FILLER               PIC X(46).

       FD  ED-SORTED
           RECORD CONTAINS 51 CHARACTERS
           RECORDING MODE IS F.
       01  ED-SORTED-RECORD.
           03  EDS-EMP-ID           PIC X(05).
           03  EDS-DEPT             PIC X(04).
           03  EDS-TYPE             PIC X(04).
           03  EDS-DESC             PIC X(20).
           03  EDS-AMOUNT           PIC 9(05)V99.
           03  EDS-AUTH             PIC X(04).
           03  EDS-TAXABLE          PIC 9(05)V99.
      *
      * Pay-history work file (PAYHWRK.DAT). 8090-PRINT-DETAIL-PARA
      * writes one record per employee actually paid, in report
      * (location/technology) order, with how the money went out -
      * D with the ACH trace number for a live credit, C for paper
      * (no bank details, or a prenote cycle handed to CHECKRUN). A
      * restart reopens it EXTEND like the other outputs; the
      * employees between the checkpoint and the failure arrive
      * twice and the end-of-job merge keeps one.
       FD  PAY-HIST-WORK
           RECORD CONTAINS 80 CHARACTERS
           RECORDING MODE IS F.
       01  PAY-HIST-WORK-RECORD.
           03  HW-EMP-ID            PIC X(05).
           03  HW-NAME              PIC X(15).
           03  HW-DEPT              PIC X(04).
           03  HW-LOC               PIC X(03).
           03  HW-GROSS             PIC 9(05)V99.
           03  HW-DEDN              PIC 9(05)V99.
           03  HW-NET               PIC 9(05)V99.
           03  HW-CURRENCY          PIC X(03).
           03  HW-METHOD            PIC X(01).
           03  HW-ACH-TRACE         PIC X(15).
           03  FILLER               PIC X(13).

       SD  PHW-SORT-WORK.
       01  PHW-SORT-RECORD.
           03  PHWS-EMP-ID          PIC X(05).
           03  FILLER               PIC X(75).

       FD  PHW-SORTED
           RECORD CONTAINS 80 CHARACTERS
           RECORDING MODE IS F.
       01  PHW-SORTED-RECORD.
           03  PHS-EMP-ID           PIC X(05).
           03  PHS-NAME             PIC X(15).
           03  PHS-DEPT             PIC X(04).
           03  PHS-LOC              PIC X(03).
           03  PHS-GROSS            PIC 9(05)V99.
           03  PHS-DEDN             PIC 9(05)V99.
           03  PHS-NET              PIC 9(05)V99.
           03  PHS-CURRENCY         PIC X(03).
           03  PHS-METHOD           PIC X(01).
           03  PHS-ACH-TRACE        PIC X(15).
           03  FILLER               PIC X(13).
      *
      * Permanent pay history (PAYHIST.DAT), appended forever like
      * RUNHIST.LOG and the check register, and cut back to dated
      * archive generations by RETAIN. Every record starts with the
      * run date, pay period and EMP-ID it belongs to and a record
      * type:
      *   H  one per employee paid - gross, total deductions and net
      *      in the employee's own currency, how the net was paid
      *      (D direct deposit, with the ACH trace number; C check)
      *      and the pay date the period was paid on
      *   D  one per typed deduction line behind the H total
      *   E  one per employer-cost line (company side, not on the
      *      stub, but part of what the period cost)
      *   K  check stamp CHECKRUN appends when the paper check for a
      *      C header is printed - the check number does not exist
      *      until then - and again on a reissue, pointing back at
      *      the number it replaced
      *   V  reversal stamp PAYREV appends when a regular period's
      *      payment is voided or reversed
      * PAYHIST reprints the stub and lists an employee's history
      * from it.
       FD  PAY-HIST-FILE
           RECORD CONTAINS 100 CHARACTERS
           RECORDING MODE IS F.
       01  PAY-HIST-RECORD.
           03  PH-RUN-DATE          PIC 9(08).
           03  PH-PERIOD            PIC 9(03).
           03  PH-EMP-ID            PIC X(05).
           03  PH-REC-TYPE          PIC X(01).
           03  PH-BODY              PIC X(83).
           03  PH-HEADER-BODY       REDEFINES PH-BODY.
               05  PH-NAME          PIC X(15).
               05  PH-DEPT          PIC X(04).
               05  PH-LOC           PIC X(03).
               05  PH-GROSS         PIC 9(05)V99.
               05  PH-DEDN          PIC 9(05)V99.
               05  PH-NET           PIC 9(05)V99.
               05  PH-CURRENCY      PIC X(03).
               05  PH-METHOD        PIC X(01).
               05  PH-ACH-TRACE     PIC X(15).
               05  PH-PAY-DATE      PIC 9(08).
               05  FILLER           PIC X(13).
           03  PH-LINE-BODY         REDEFINES PH-BODY.
               05  PH-LINE-TYPE     PIC X(04).
               05  PH-LINE-DESC     PIC X(20).
               05  PH-LINE-AMT      PIC S9(05)V99
                                     SIGN LEADING SEPARATE.
               05  FILLER           PIC X(51).
      *
      * Optional per-location copy of the main report. When
      * PARM-LOC-SPLIT is Y, each location's pages are also written
      * 8087 conversion), not the home-currency company totals the
      * log line prints - the quarterly tie-out compares them against
      * the YTD master, which 8085-UPDATE-YTD-PARA accumulates in
      * each employee's native currency. The last byte is the run
      * type: R for this program's regular period run, O for a row
      * OFFCYCLE appends for a supplemental pay run, so the readers
      * can keep the two apart.
       FD  RUN-TOTALS-FILE
           RECORD CONTAINS 55 CHARACTERS
           RECORDING MODE IS F.
       01  RUN-TOTALS-RECORD.
           03  RT-PERIOD            PIC 9(03).
           03  RT-DEDN              PIC 9(08)V99.
           03  RT-SAL               PIC S9(08)V99
                                     SIGN LEADING SEPARATE.
           03  RT-RUN-TYPE          PIC X(01).
               88  RT-REGULAR-RUN                   VALUE 'R' ' '.
               88  RT-OFF-CYCLE-RUN                 VALUE 'O'.
      *
      * ACH batch history (ACHBHIST.DAT). ACHFILE.DAT is rebuilt by
      * every run, so the batch control totals the bank settles
      * against would be gone by the time the month's statement
      * arrives. One row is appended per batch sent - by this
      * program, by OFFCYCLE for a supplemental run and by PAYREV for
      * a reversal debit - and BANKREC matches the statement's ACH
      * settlements against them.
       FD  ACH-HIST-FILE
           RECORD CONTAINS 50 CHARACTERS
           RECORDING MODE IS F.
       01  ACH-HIST-RECORD.
           03  AH-SOURCE            PIC X(08).
           03  AH-CREATE-DATE       PIC 9(08).
           03  AH-EFF-DATE          PIC 9(08).
           03  AH-ENTRY-CNT         PIC 9(06).
           03  AH-DEBIT             PIC 9(08)V99.
           03  AH-CREDIT            PIC 9(08)V99.
      *
      * Department / cost-center rollup report (DEPTSUM.REP).
      * Gives finance a spend-by-department view keyed on EMP-DEPT
           RECORD CONTAINS 80 CHARACTERS
           RECORDING MODE IS F.
       01  DEPT-SUMMARY-RECORD      PIC X(80).
      *
      * Labor distribution of split timecards (LABORDST.DAT), as the
      * deduction run writes it - one record per charge line, in
      * EMP-ID order; see PROG06's FD. The GL extract moves gross pay
      * and employer cost off LD-HOME-DEPT onto LD-GL-DEPT from it -
      * less LD-CODE-EARN, the card's earnings-code pay, which posts
      * to its own accounts in the home department.
       FD  LABOR-DIST-FILE
           RECORD CONTAINS 50 CHARACTERS
           RECORDING MODE IS F.
       01  LABOR-DIST-RECORD.
           03  LD-PERIOD            PIC 9(03).
           03  LD-EMP-ID            PIC X(05).
           03  LD-HOME-DEPT         PIC X(04).
           03  LD-CHARGE            PIC X(08).
           03  LD-GL-DEPT           PIC X(04).
           03  LD-HOURS             PIC 9(03)V9.
           03  LD-EARN              PIC 9(05)V99.
           03  LD-EMPR              PIC 9(05)V99.
           03  LD-CODE-EARN         PIC 9(05)V99.
           03  FILLER               PIC X(01).
      *
      * Project labor history (LABORHST.DAT), appended forever like
      * PAYHIST.DAT: one record per charge line posted by this run,
      * with the gross pay actually moved onto the charge code (zero
      * when the employee was not paid this run) and the employer
      * cost that went with it. PROJLAB reports from it.
       FD  LABOR-HIST-FILE
           RECORD CONTAINS 60 CHARACTERS
           RECORDING MODE IS F.
       01  LABOR-HIST-RECORD.
           03  LH-RUN-DATE          PIC 9(08).
           03  LH-PERIOD            PIC 9(03).
           03  LH-EMP-ID            PIC X(05).
           03  LH-HOME-DEPT         PIC X(04).
           03  LH-CHARGE            PIC X(08).
           03  LH-GL-DEPT           PIC X(04).
           03  LH-HOURS             PIC 9(03)V9.
           03  LH-EARN              PIC 9(05)V99.
           03  LH-EMPR              PIC 9(05)V99.
           03  LH-PAY-DATE          PIC 9(08).
           03  FILLER               PIC X(02).
      *
      * Timecard earnings breakdown (TIMECODE.DAT), as TIMECALC
      * writes it - see its FD. The GL extract posts the pay on the
      * earnings-code lines (TK-KIND P) to the code's own account.
       FD  TIME-CODE-FILE
           RECORD CONTAINS 60 CHARACTERS
           RECORDING MODE IS F.
       01  TIME-CODE-RECORD.
           03  TK-PERIOD            PIC 9(03).
           03  TK-EMP-ID            PIC X(05).
           03  TK-CODE              PIC X(04).
           03  TK-DESC              PIC X(15).
           03  TK-HOURS             PIC 9(03)V9.
           03  TK-RATE              PIC 9(05)V99.
           03  TK-AMOUNT            PIC 9(05)V99.
           03  TK-TAXABLE           PIC X(01).
           03  TK-OT-FLAG           PIC X(01).
           03  TK-KIND              PIC X(01).
           03  TK-GL-ACCT           PIC X(08).
           03  FILLER               PIC X(04).
      *
       WORKING-STORAGE SECTION.
      * File names, each the live name behind the run prefix (blank
      * outside a preview of the nightly stream - see RUNPFX.CPY).
      * The bases are in SELECT order; 0050-FILE-NAMES-PARA builds
      * the names used by the ASSIGN clauses above.
       COPY RUNPFX.
       01  WS-FILE-BASES.
           03  FILLER              PIC X(16)      VALUE 'RPTSEQ.DAT'.
           03  FILLER              PIC X(16)      VALUE 'FH06PARM.DAT'.
           03  FILLER              PIC X(16)      VALUE 'FH06CKPT.DAT'.
           03  FILLER              PIC X(16)      VALUE 'TECHSUM.REP'.
           03  FILLER              PIC X(16)      VALUE 'DETAIL.CSV'.
           03  FILLER              PIC X(16)      VALUE 'DOBEXCP.REP'.
           03  FILLER              PIC X(16)      VALUE 'TERMEMP.REP'.
           03  FILLER              PIC X(16)      VALUE 'YTDFILE.DAT'.
           03  FILLER              PIC X(16)      VALUE 'NETPAYX.REP'.
           03  FILLER              PIC X(16)      VALUE 'ACHFILE.DAT'.
           03  FILLER              PIC X(16)      VALUE 'RUNHIST.LOG'.
           03  FILLER              PIC X(16)      VALUE 'RUNTOTLS.DAT'.
           03  FILLER              PIC X(16)      VALUE 'ACHBHIST.DAT'.
           03  FILLER              PIC X(16)      VALUE 'DEPTSUM.REP'.
           03  FILLER              PIC X(16)      VALUE 'LOCEXCP.REP'.
           03  FILLER              PIC X(16)      VALUE 'CURRTBL.DAT'.
           03  FILLER              PIC X(16)      VALUE 'FH06CKTB.DAT'.
           03  FILLER              PIC X(16)      VALUE 'ACHPARM.DAT'.
           03  FILLER              PIC X(16)      VALUE 'PRENOTE.DAT'.
           03  FILLER              PIC X(16)      VALUE 'CHKINTF.DAT'.
           03  FILLER              PIC X(16)      VALUE 'PAYPERD.DAT'.
           03  FILLER              PIC X(16)      VALUE 'GLMAP.DAT'.
           03  FILLER              PIC X(16)      VALUE 'GLFILE.DAT'.
           03  FILLER              PIC X(16)      VALUE 'EMPRDETL.DAT'.
           03  FILLER              PIC X(16)      VALUE 'RETCONT.DAT'.
           03  FILLER              PIC X(16)      VALUE 'DEDNDETL.DAT'.
           03  FILLER              PIC X(16)      VALUE 'PAYHWRK.DAT'.
           03  FILLER              PIC X(16)      VALUE 'PAYHSRT1.DAT'.
           03  FILLER              PIC X(16)      VALUE 'PAYHSRT2.DAT'.
           03  FILLER              PIC X(16)      VALUE 'PAYHSRT3.DAT'.
           03  FILLER              PIC X(16)      VALUE 'PAYHIST.DAT'.
           03  FILLER              PIC X(16)      VALUE 'LOCINDEX.REP'.
           03  FILLER              PIC X(16)      VALUE 'LABORDST.DAT'.
           03  FILLER              PIC X(16)      VALUE 'LABORHST.DAT'.
           03  FILLER              PIC X(16)      VALUE 'TIMECODE.DAT'.
       01  WS-FILE-BASE-TABLE REDEFINES WS-FILE-BASES.
           03  WS-FB-NAME          PIC X(16)      OCCURS 35 TIMES.
       01  WS-FILE-NAMES.
           03  WS-FN-RPTSEQ        PIC X(30)      VALUE SPACES.
           03  WS-FN-FH06PARM      PIC X(30)      VALUE SPACES.
           03  WS-FN-FH06CKPT      PIC X(30)      VALUE SPACES.
           03  WS-FN-TECHSUM       PIC X(30)      VALUE SPACES.
           03  WS-FN-DETAIL        PIC X(30)      VALUE SPACES.
           03  WS-FN-DOBEXCP       PIC X(30)      VALUE SPACES.
           03  WS-FN-TERMEMP       PIC X(30)      VALUE SPACES.
           03  WS-FN-YTDFILE       PIC X(30)      VALUE SPACES.
           03  WS-FN-NETPAYX       PIC X(30)      VALUE SPACES.
           03  WS-FN-ACHFILE       PIC X(30)      VALUE SPACES.
           03  WS-FN-RUNHIST       PIC X(30)      VALUE SPACES.
           03  WS-FN-RUNTOTLS      PIC X(30)      VALUE SPACES.
           03  WS-FN-ACHBHIST      PIC X(30)      VALUE SPACES.
           03  WS-FN-DEPTSUM       PIC X(30)      VALUE SPACES.
           03  WS-FN-LOCEXCP       PIC X(30)      VALUE SPACES.
           03  WS-FN-CURRTBL       PIC X(30)      VALUE SPACES.
           03  WS-FN-FH06CKTB      PIC X(30)      VALUE SPACES.
           03  WS-FN-ACHPARM       PIC X(30)      VALUE SPACES.
           03  WS-FN-PRENOTE       PIC X(30)      VALUE SPACES.
           03  WS-FN-CHKINTF       PIC X(30)      VALUE SPACES.
           03  WS-FN-PAYPERD       PIC X(30)      VALUE SPACES.
           03  WS-FN-GLMAP         PIC X(30)      VALUE SPACES.
           03  WS-FN-GLFILE        PIC X(30)      VALUE SPACES.
           03  WS-FN-EMPRDETL      PIC X(30)      VALUE SPACES.
           03  WS-FN-RETCONT       PIC X(30)      VALUE SPACES.
           03  WS-FN-DEDNDETL      PIC X(30)      VALUE SPACES.
           03  WS-FN-PAYHWRK       PIC X(30)      VALUE SPACES.
           03  WS-FN-PAYHSRT1      PIC X(30)      VALUE SPACES.
           03  WS-FN-PAYHSRT2      PIC X(30)      VALUE SPACES.
           03  WS-FN-PAYHSRT3      PIC X(30)      VALUE SPACES.
           03  WS-FN-PAYHIST       PIC X(30)      VALUE SPACES.
           03  WS-FN-LOCINDEX      PIC X(30)      VALUE SPACES.
           03  WS-FN-LABORDST      PIC X(30)      VALUE SPACES.
           03  WS-FN-LABORHST      PIC X(30)      VALUE SPACES.
           03  WS-FN-TIMECODE      PIC X(30)      VALUE SPACES.
       01  WS-FILE-NAME-TABLE REDEFINES WS-FILE-NAMES.
           03  WS-FN-NAME          PIC X(30)      OCCURS 35 TIMES.
       01  WS-FN-COUNT             PIC 9(02)      VALUE 35.
       01  WS-FN-SUB               PIC 9(02)      VALUE ZERO.
      *
      * Parameter-driven file names. Defaults match the
      * original hardcoded literals so a run with no FH06PARM.DAT, or
      * one with blank entries, behaves exactly as before.
       01  WS-PARM-STAT         PIC X(02)      VALUE SPACES.
      * Room is left for the run prefix, which 0510 puts in front of
      * all four during a preview of the nightly stream.
       01  WS-PARM-NAMES.
           03  WS-PARM-INPUTSORT    PIC X(30)   VALUE 'INPUTSORT.DAT'.
           03  WS-PARM-WORKFILE     PIC X(30)   VALUE 'WORKFILE.DAT'.
           03  WS-PARM-EMPFILE      PIC X(30)   VALUE 'EMPFILE.DAT'.
           03  WS-PARM-REPORT       PIC X(30)   VALUE 'REPORT.REP'.
       01  WS-PARM-BASE             PIC X(30)   VALUE SPACES.
      *
       01  HEADING-LINE1.
           03  FILLER           PIC X(06)      VALUE 'DATE:'.
           03  P-DATE           PIC X(11)      VALUE SPACES.
      * Marked on a preview of the nightly stream so a preview
      * register can never pass for the real one.
           03  FILLER           PIC X(18)      VALUE SPACES.
           03  P-PREVIEW-MARK   PIC X(13)      VALUE SPACES.
           03  FILLER           PIC X(18)      VALUE SPACES.
           03  FILLER           PIC X(06)      VALUE 'TIME:'.
           03  P-TIME.
               05  WS-TIME-HH   PIC 9(02)      VALUE ZERO.
      *
      * Run-history / audit log (RUNHIST.LOG).
       01  WS-HIST-STAT         PIC X(02)      VALUE SPACES.
       01  WS-ACHH-STAT         PIC X(02)      VALUE SPACES.
       01  WS-RTOT-STAT         PIC X(02)      VALUE SPACES.
      *
      * Year-to-date master (YTDFILE.DAT) support. It is a
               'FH PAYROLL CORP'.
           03  WS-ACH-COMPANY-ID    PIC X(10)      VALUE '1234567890'.
           03  WS-ACH-ODFI          PIC X(08)      VALUE '09100001'.
      * Business days the bank needs ACHFILE.DAT ahead of the
      * effective entry date - overridable through ACHPARM.DAT.
       01  WS-ACH-LEAD-DAYS         PIC 9(02)      VALUE 2.
      *
      * Pay date for the run's period, from PAYDAY-PROG - the
      * calendar's scheduled pay date rolled back off weekends and
      * HOLIDAY.DAT bank holidays. Dates the ACH effective entry.
       01  WS-PAY-INFO.
           03  WS-PI-RESULT         PIC X(01)      VALUE SPACES.
               88  WS-PI-SCHEDULED                  VALUE 'S'.
           03  WS-PI-PERIOD         PIC 9(03)      VALUE ZERO.
           03  WS-PI-SCHED-DATE     PIC 9(08)      VALUE ZERO.
           03  WS-PI-PAY-DATE       PIC 9(08)      VALUE ZERO.
           03  WS-PI-LEAD-DAYS      PIC 9(03)      VALUE ZERO.
      *
      * File header record (type 1).
       01  ACH-FILE-HEADER.
               05  WS-PERD-START    PIC 9(08)      VALUE ZERO.
               05  WS-PERD-END      PIC 9(08)      VALUE ZERO.
               05  WS-PERD-STATUS   PIC X(01)      VALUE SPACES.
               05  WS-PERD-PAY-DATE PIC 9(08)      VALUE ZERO.
       01  WS-PERD-COUNT            PIC 9(02)      VALUE ZERO.
       01  WS-PERD-SUB              PIC 9(02)      VALUE ZERO.
       01  WS-PERD-SLOT             PIC 9(02)      VALUE ZERO.
       01  WS-EMPR-FOUND-FLAG       PIC X(01)      VALUE 'N'.
           88  WS-EMPR-FOUND                        VALUE 'Y'.
       01  WS-EMPR-TOT-I            PIC 9(09)V99   VALUE ZERO.
      * Retirement plan contributions by department, loaded from
      * RETCONT.DAT at GL-extract time - same find-or-add idiom.
       01  WS-RETC-STAT             PIC X(02)      VALUE SPACES.
       01  WS-RETC-EOF-FLAG         PIC X(01)      VALUE 'N'.
           88  WS-RETC-EOF                          VALUE 'Y'.
       01  WS-RETC-TABLE.
           03  WS-RETC-ENTRIES      OCCURS 500 TIMES
                                     INDEXED BY WS-RETC-IDX.
               05  WS-RETC-DEPT     PIC X(04)      VALUE SPACES.
               05  WS-RETC-DEFER    PIC 9(08)V99   VALUE ZERO.
               05  WS-RETC-MATCH    PIC 9(08)V99   VALUE ZERO.
       01  WS-RETC-COUNT            PIC 9(03)      VALUE ZERO.
       01  WS-RETC-DEPT-KEY         PIC X(04)      VALUE SPACES.
       01  WS-RETC-FOUND-FLAG       PIC X(01)      VALUE 'N'.
           88  WS-RETC-FOUND                        VALUE 'Y'.
       01  WS-RETC-CTL-I            PIC 9(09)V99   VALUE ZERO.
       01  WS-GL-RET-I              PIC 9(09)V99   VALUE ZERO.
       01  WS-GL-CARVE-I            PIC 9(08)V99   VALUE ZERO.
       01  WS-GL-REST-I             PIC S9(09)V99  VALUE ZERO.
       01  WS-GL-RET-TIE-FLAG       PIC X(01)      VALUE 'Y'.
           88  WS-GL-RET-TIES                       VALUE 'Y'.
      * Pay-history work areas. How the current employee's net went
      * out is set by 8150-WRITE-BANK-PARA and carried onto the work
      * record; the end-of-job merge walks the three sorted streams
      * in EMP-ID order.
       01  WS-DEDND-STAT            PIC X(02)      VALUE SPACES.
       01  WS-PHW-STAT              PIC X(02)      VALUE SPACES.
       01  WS-PHST-STAT             PIC X(02)      VALUE SPACES.
       01  WS-PAY-METHOD            PIC X(01)      VALUE SPACES.
       01  WS-PAY-TRACE             PIC X(15)      VALUE SPACES.
       01  WS-PHS-EOF-FLAG          PIC X(01)      VALUE 'N'.
           88  WS-PHS-EOF                           VALUE 'Y'.
       01  WS-DDS-EOF-FLAG          PIC X(01)      VALUE 'N'.
           88  WS-DDS-EOF                           VALUE 'Y'.
       01  WS-EDS-EOF-FLAG          PIC X(01)      VALUE 'N'.
           88  WS-EDS-EOF                           VALUE 'Y'.
       01  WS-PHS-LAST-ID           PIC X(05)      VALUE SPACES.
       01  WS-PHST-CNT              PIC 9(06)      VALUE ZERO.
      * Labor-distribution work areas. WS-LADJ-TABLE holds, per GL
      * department, how much gross pay and employer cost the split
      * timecards moved onto (positive) or off (negative) it; the GL
      * extract adds it to the home-department amounts. One
      * employee's charge lines are gathered into WS-LDB-LINES.
       01  WS-LDST-STAT             PIC X(02)      VALUE SPACES.
       01  WS-LHST-STAT             PIC X(02)      VALUE SPACES.
       01  WS-LDST-EOF-FLAG         PIC X(01)      VALUE 'N'.
           88  WS-LDST-EOF                          VALUE 'Y'.
       01  WS-LADJ-TABLE.
           03  WS-LADJ-ENTRIES      OCCURS 500 TIMES
                                     INDEXED BY WS-LADJ-IDX.
               05  WS-LADJ-DEPT     PIC X(04)      VALUE SPACES.
               05  WS-LADJ-EARN     PIC S9(08)V99  VALUE ZERO.
               05  WS-LADJ-EMPR     PIC S9(08)V99  VALUE ZERO.
               05  WS-LADJ-E-FLAG   PIC X(01)      VALUE 'N'.
               05  WS-LADJ-B-FLAG   PIC X(01)      VALUE 'N'.
       01  WS-LADJ-COUNT            PIC 9(03)      VALUE ZERO.
       01  WS-LADJ-DEPT-KEY         PIC X(04)      VALUE SPACES.
       01  WS-LADJ-FOUND-FLAG       PIC X(01)      VALUE 'N'.
           88  WS-LADJ-FOUND                        VALUE 'Y'.
       01  WS-LDB-TABLE.
           03  WS-LDB-LINES         OCCURS 6 TIMES.
               05  WS-LDB-PERIOD    PIC 9(03)      VALUE ZERO.
               05  WS-LDB-CHARGE    PIC X(08)      VALUE SPACES.
               05  WS-LDB-GL-DEPT   PIC X(04)      VALUE SPACES.
               05  WS-LDB-HOURS     PIC 9(03)V9    VALUE ZERO.
               05  WS-LDB-EMPR      PIC 9(05)V99   VALUE ZERO.
       01  WS-LDB-COUNT             PIC 9(01)      VALUE ZERO.
       01  WS-LDB-SUB               PIC 9(01)      VALUE ZERO.
       01  WS-LDB-EMP-ID            PIC X(05)      VALUE SPACES.
       01  WS-LDB-HOME              PIC X(04)      VALUE SPACES.
       01  WS-LDB-HRS-TOT           PIC 9(04)V9    VALUE ZERO.
       01  WS-LDB-GROSS             PIC 9(05)V99   VALUE ZERO.
       01  WS-LDB-SHARE             PIC 9(05)V99   VALUE ZERO.
       01  WS-LDB-DONE              PIC 9(05)V99   VALUE ZERO.
       01  WS-LDB-PAID-FLAG         PIC X(01)      VALUE 'N'.
           88  WS-LDB-PAID                          VALUE 'Y'.
       01  WS-LHST-CNT              PIC 9(06)      VALUE ZERO.
       01  WS-LDB-CODE-EARN         PIC 9(05)V99   VALUE ZERO.
      * Premium-pay work areas. WS-PREM-TABLE holds the earnings-code
      * pay of this run by department and GL account; the same
      * amounts come off the departments' gross pay expense through
      * WS-LADJ-TABLE. WS-PREM-ROOM is what is left of the current
      * employee's paid gross to carry premium.
       01  WS-TCOD-STAT             PIC X(02)      VALUE SPACES.
       01  WS-TCOD-EOF-FLAG         PIC X(01)      VALUE 'N'.
           88  WS-TCOD-EOF                          VALUE 'Y'.
       01  WS-PREM-TABLE.
           03  WS-PREM-ENTRIES      OCCURS 500 TIMES
                                     INDEXED BY WS-PREM-IDX.
               05  WS-PREM-DEPT     PIC X(04)      VALUE SPACES.
               05  WS-PREM-ACCT     PIC X(08)      VALUE SPACES.
               05  WS-PREM-AMT      PIC 9(08)V99   VALUE ZERO.
       01  WS-PREM-COUNT            PIC 9(03)      VALUE ZERO.
       01  WS-PREM-FOUND-FLAG       PIC X(01)      VALUE 'N'.
           88  WS-PREM-FOUND                        VALUE 'Y'.
       01  WS-PREM-EMP-ID           PIC X(05)      VALUE SPACES.
       01  WS-PREM-DEPT-KEY         PIC X(04)      VALUE SPACES.
       01  WS-PREM-ROOM             PIC 9(05)V99   VALUE ZERO.
       01  WS-PREM-LINE             PIC 9(05)V99   VALUE ZERO.
       01  WS-PREM-TOT-I            PIC 9(09)V99   VALUE ZERO.
      *
       01  GL-DETAIL-LINE.
           03  GLD-DATE             PIC 9(08)      VALUE ZERO.
           03  GLT-DR-TOTAL         PIC 9(09)V99   VALUE ZERO.
           03  GLT-CR-TOTAL         PIC 9(09)V99   VALUE ZERO.
           03  GLT-STATUS           PIC X(14)      VALUE SPACES.
           03  GLT-RET-TOTAL        PIC 9(09)V99   VALUE ZERO.
      *
      * Per-location report split work areas. The split is disabled
      * on a restart run - the combined report can be repositioned
      * the combined report if one is needed that morning.
       01  WS-SPLIT-FLAG            PIC X(01)      VALUE 'N'.
           88  WS-SPLIT-ON                          VALUE 'Y'.
       01  WS-LOC-REPORT-NAME       PIC X(30)      VALUE SPACES.
       01  WS-LOCR-OPEN-FLAG        PIC X(01)      VALUE 'N'.
           88  WS-LOCR-OPEN                         VALUE 'Y'.
       01  WS-LOCR-PAGE-CNT         PIC 9(04)      VALUE ZERO.
           03  FILLER               PIC X(12)      VALUE ' EMPLOYEES: '.
           03  LOCI-P-EMPS          PIC ZZZZZ9     VALUE ZERO.
           03  FILLER               PIC X(30)      VALUE SPACES.
      *
      * Report archive. Once this run's RUNHIST.LOG row is written,
      * 9680-ARCHIVE-REPORTS-PARA files each report the run wrote
      * with RPTARCH, so any of them can be reprinted by period
      * later. The per-location files are noted here as they open.
      * The caller's RETURN-CODE is kept across the CALL.
       01  WS-ARCH-REPORT           PIC X(30)      VALUE SPACES.
       01  WS-ARCH-LOC              PIC X(03)      VALUE SPACES.
       01  WS-ARCH-RC               PIC S9(09)     VALUE ZERO.
       01  WS-LOCA-TABLE.
           03  WS-LOCA-ENTRIES      OCCURS 500 TIMES.
               05  WS-LOCA-NAME     PIC X(30).
               05  WS-LOCA-LOC      PIC X(03).
       01  WS-LOCA-COUNT            PIC 9(03)      VALUE ZERO.
       01  WS-LOCA-SUB              PIC 9(03)      VALUE ZERO.
      *
       PROCEDURE DIVISION.
       0000-MAIN-PARA.
           PERFORM 0050-FILE-NAMES-PARA
           PERFORM 0500-READ-PARM-PARA
           PERFORM 0550-LOAD-CURR-TABLE-PARA
           PERFORM 0570-LOAD-ACH-PARM-PARA
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
      * Reads FH06PARM.DAT (if present) and overrides the default
      * input/output file names, and the default page length, with
      * any non-blank/non-zero entry found. Must run before
                      END-IF
              END-READ
              CLOSE PARM-FILE
           END-IF
           IF WS-RUN-PREFIX NOT = SPACES
              PERFORM 0510-PREFIX-PARM-NAMES-PARA
           END-IF.
      *
      * Puts the run prefix in front of the four parameter-driven
      * names, whether they came from FH06PARM.DAT or the defaults,
      * so a preview run reads and writes the sandbox copies.
       0510-PREFIX-PARM-NAMES-PARA.
           MOVE WS-PARM-INPUTSORT TO WS-PARM-BASE
           MOVE SPACES TO WS-PARM-INPUTSORT
           STRING WS-RUN-PREFIX DELIMITED BY SPACE
                  WS-PARM-BASE DELIMITED BY SPACE
                  INTO WS-PARM-INPUTSORT
           MOVE WS-PARM-WORKFILE TO WS-PARM-BASE
           MOVE SPACES TO WS-PARM-WORKFILE
           STRING WS-RUN-PREFIX DELIMITED BY SPACE
                  WS-PARM-BASE DELIMITED BY SPACE
                  INTO WS-PARM-WORKFILE
           MOVE WS-PARM-EMPFILE TO WS-PARM-BASE
           MOVE SPACES TO WS-PARM-EMPFILE
           STRING WS-RUN-PREFIX DELIMITED BY SPACE
                  WS-PARM-BASE DELIMITED BY SPACE
                  INTO WS-PARM-EMPFILE
           MOVE WS-PARM-REPORT TO WS-PARM-BASE
           MOVE SPACES TO WS-PARM-REPORT
           STRING WS-RUN-PREFIX DELIMITED BY SPACE
                  WS-PARM-BASE DELIMITED BY SPACE
                  INTO WS-PARM-REPORT.
      *
      * Loads the default currency-conversion rates, then lets an
      * optional CURRTBL.DAT replace them entirely if the file is
      * present.
                        MOVE PERD-END    TO WS-PERD-END(WS-PERD-COUNT)
                        MOVE PERD-STATUS
                            TO WS-PERD-STATUS(WS-PERD-COUNT)
                        MOVE PERD-PAY-DATE
                            TO WS-PERD-PAY-DATE(WS-PERD-COUNT)
                     ELSE
      * 9650-CLOSE-PERIOD-PARA rewrites PAYPERD.DAT from this table
      * at end-of-job - rows dropped here would be destroyed in the
                  ' IS ALREADY CLOSED - DUPLICATE RUN REFUSED'
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF
           PERFORM 0650-CHECK-PAY-DATE-PARA.
      *
      * Settles the pay date the ACH entries will carry and holds it
      * against the bank's lead time. A file that reaches the bank
      * inside its lead time settles late - every direct-deposit
      * employee paid after the date on their stub - so a run that
      * close to the pay date is refused outright, before anything is
      * posted, the same way an uncovered or closed period is. The
      * fix is to run earlier or move the period's pay date on
      * PAYPERD.DAT. A period with no pay date on the calendar keeps
      * the old run-date effective date, with a console warning.
       0650-CHECK-PAY-DATE-PARA.
           CALL 'PAYDAY-PROG' USING WS-DATE WS-PAY-INFO
           IF NOT WS-PI-SCHEDULED
              DISPLAY 'FH06: PAY PERIOD ' WS-RUN-PERIOD-NO
                  ' HAS NO PAY DATE ON PAYPERD.DAT - ACH EFFECTIVE '
                  'DATE IS THE RUN DATE'
              MOVE WS-DATE TO WS-PI-PAY-DATE
           ELSE
              IF WS-PI-PAY-DATE NOT = WS-PI-SCHED-DATE
                 DISPLAY 'FH06: PAY DATE ' WS-PI-SCHED-DATE
                     ' IS NOT A BANK BUSINESS DAY - PAYING '
                     WS-PI-PAY-DATE
              END-IF
              IF WS-PI-LEAD-DAYS < WS-ACH-LEAD-DAYS
                 DISPLAY 'FH06: PAY DATE ' WS-PI-PAY-DATE ' IS '
                     WS-PI-LEAD-DAYS ' BUSINESS DAYS AWAY - BANK '
                     'LEAD TIME IS ' WS-ACH-LEAD-DAYS
                 DISPLAY 'FH06: ACHFILE.DAT CANNOT SETTLE ON TIME - '
                     'RUN REFUSED'
                 MOVE 8 TO RETURN-CODE
                 GOBACK
              END-IF
           END-IF.
      *
      * Reads ACHPARM.DAT (if present) and overrides the default
                      IF ACHP-ODFI NOT = SPACES
                         MOVE ACHP-ODFI TO WS-ACH-ODFI
                      END-IF
                      IF ACHP-LEAD-DAYS IS NUMERIC
                         MOVE ACHP-LEAD-DAYS TO WS-ACH-LEAD-DAYS
                      END-IF
              END-READ
              CLOSE ACH-PARM-FILE
           END-IF.
              OPEN EXTEND BANK-FILE
              OPEN EXTEND CHECK-INTF-FILE
              OPEN EXTEND LOC-EXCP-FILE
              OPEN EXTEND PAY-HIST-WORK
              IF WS-PHW-STAT NOT = '00'
                 OPEN OUTPUT PAY-HIST-WORK
              END-IF
              MOVE CKPT-LOC         TO TEMP-LOC
              MOVE CKPT-TECH        TO TEMP-TECH
              MOVE CKPT-PAGE        TO P-PAGE
              WRITE LOC-EXCP-RECORD FROM LOCX-HEADING-LINE2
              OPEN OUTPUT BANK-FILE
              OPEN OUTPUT CHECK-INTF-FILE
              OPEN OUTPUT PAY-HIST-WORK
              PERFORM 2200-WRITE-ACH-HEADERS-PARA
              PERFORM 4000-READ-PARA
              PERFORM 8040-VALIDATE-LOC-PARA
           MOVE WS-ACH-COMPANY-NAME TO ABH-COMPANY-NAME
           MOVE WS-ACH-COMPANY-ID   TO ABH-COMPANY-ID
           MOVE WS-DATE(3:6)        TO ABH-DESC-DATE
           MOVE WS-PI-PAY-DATE(3:6) TO ABH-EFF-DATE
           MOVE WS-ACH-ODFI         TO ABH-ODFI
           WRITE BANK-RECORD FROM ACH-BATCH-HEADER
           ADD 1 TO WS-ACH-REC-CNT.
           ACCEPT WS-DATE FROM DATE YYYYMMDD
           ACCEPT WS-TIME FROM TIME
           CALL 'DATE-PROG' USING WS-DATE P-DATE
           MOVE CORRESPONDING WS-TIME TO P-TIME
           IF WS-RUN-PREFIX NOT = SPACES
              MOVE '** PREVIEW **' TO P-PREVIEW-MARK
           END-IF.
      * 
       4000-READ-PARA.
           READ REPORT-SEQ-FILE
      * rules themselves live in shared subprogram DOB-PROG, so FH06
      * and EMPINQ's inquiry screen apply exactly the same check.
       8050-VALIDATE-DOB-PARA.
           CALL 'DOB-PROG' USING EMP-DOB WS-DOB-VALID-FLAG
                                 WS-DOB-REASON.
      *
      * Writes the exceptions listing line for an employee with an
      * invalid EMP-DOB. The record is not added to the
           END-IF
           PERFORM 8100-WRITE-CSV-PARA
           PERFORM 8150-WRITE-BANK-PARA
           PERFORM 8160-WRITE-PAY-HIST-WORK-PARA
           PERFORM 8200-TECH-SUMMARY-PARA
           PERFORM 8210-DEPT-SUMMARY-PARA.
      *
      * Employees with no bank details still get a paper check and
      * are left off this file.
       8150-WRITE-BANK-PARA.
           MOVE 'C'    TO WS-PAY-METHOD
           MOVE SPACES TO WS-PAY-TRACE
           IF EMP-BANK-RTN NOT = SPACES AND EMP-BANK-ACCT NOT = SPACES
                                        AND WS-SAL > ZERO
              PERFORM 8155-FIND-PRENOTE-PARA
              MOVE WS-ACH-ENTRY-CNT   TO AED-TRACE-SEQ
              WRITE BANK-RECORD FROM ACH-ENTRY-DETAIL
              ADD 1                   TO WS-ACH-REC-CNT
              IF WS-PN-FOUND
                 MOVE 'D'             TO WS-PAY-METHOD
                 MOVE AED-TRACE       TO WS-PAY-TRACE
              END-IF
           END-IF.
      *
      * One pay-history work record for the employee just paid - see
      * the PAY-HIST-WORK FD. Amounts are native currency, as paid.
       8160-WRITE-PAY-HIST-WORK-PARA.
           MOVE SPACES         TO PAY-HIST-WORK-RECORD
           MOVE EMP-ID         TO HW-EMP-ID
           MOVE EMP-NAME       TO HW-NAME
           MOVE EMP-DEPT       TO HW-DEPT
           MOVE EMP-LOC        TO HW-LOC
           MOVE EMP-EARN       TO HW-GROSS
           MOVE EMP-DEDN       TO HW-DEDN
           MOVE WS-SAL         TO HW-NET
           MOVE EMP-CURRENCY   TO HW-CURRENCY
           MOVE WS-PAY-METHOD  TO HW-METHOD
           MOVE WS-PAY-TRACE   TO HW-ACH-TRACE
           WRITE PAY-HIST-WORK-RECORD.
      *
      * Looks the current employee's routing/account combination up in
      * the prenote table - found means the prenote went out on an
      * earlier cycle and live money can move. A changed routing or
           END-IF
           MOVE WS-ACH-BLOCK-QUOT TO AFC-BLOCK-CNT
           WRITE BANK-RECORD FROM ACH-FILE-CONTROL
           IF WS-ACH-ENTRY-CNT > ZERO
              PERFORM 8175-LOG-ACH-BATCH-PARA
           END-IF
           PERFORM WS-ACH-PAD-CNT TIMES
               WRITE BANK-RECORD FROM ACH-NINES-RECORD
           END-PERFORM.
      *
      * Appends this run's batch control totals to ACHBHIST.DAT for
      * the bank reconciliation. The effective date is the pay date
      * the batch was built for.
       8175-LOG-ACH-BATCH-PARA.
           OPEN EXTEND ACH-HIST-FILE
           IF WS-ACHH-STAT NOT = '00'
               OPEN OUTPUT ACH-HIST-FILE
           END-IF
           MOVE 'FH06'            TO AH-SOURCE
           MOVE WS-DATE           TO AH-CREATE-DATE
           MOVE WS-PI-PAY-DATE    TO AH-EFF-DATE
           MOVE WS-ACH-ENTRY-CNT  TO AH-ENTRY-CNT
           MOVE ZERO              TO AH-DEBIT
           MOVE WS-ACH-CREDIT-I   TO AH-CREDIT
           WRITE ACH-HIST-RECORD
           CLOSE ACH-HIST-FILE.
      *
      * Opens the split file for the location now starting (named
      * from the EMP-LOC code) and zeroes its page/employee counts.
       8450-OPEN-LOC-REPORT-PARA.
           MOVE SPACES TO WS-LOC-REPORT-NAME
           STRING WS-RUN-PREFIX DELIMITED BY SPACE
                  'REP' EMP-LOC '.REP' DELIMITED BY SIZE
               INTO WS-LOC-REPORT-NAME
           OPEN OUTPUT LOC-REPORT-FILE
           SET WS-LOCR-OPEN TO TRUE
           IF WS-LOCA-COUNT NOT < 500
              MOVE 'WS-LOCA-TABLE' TO WS-OVERFLOW-NAME
              PERFORM 9900-TABLE-OVERFLOW-PARA
           END-IF
           ADD 1 TO WS-LOCA-COUNT
           MOVE WS-LOC-REPORT-NAME TO WS-LOCA-NAME(WS-LOCA-COUNT)
           MOVE EMP-LOC            TO WS-LOCA-LOC(WS-LOCA-COUNT)
           MOVE ZERO TO WS-LOCR-PAGE-CNT
           MOVE ZERO TO WS-LOCR-EMP-CNT.
      *
           CLOSE BANK-FILE
           CLOSE CHECK-INTF-FILE
           CLOSE LOC-EXCP-FILE
           CLOSE PAY-HIST-WORK
           PERFORM 7600-WRITE-YTD-PARA
           PERFORM 7650-WRITE-PRENOTE-PARA
           PERFORM 9500-WRITE-TECH-SUMMARY-PARA
           PERFORM 9550-WRITE-DEPT-SUMMARY-PARA
           PERFORM 9530-PREMIUM-PAY-PARA
           PERFORM 9540-DISTRIBUTE-LABOR-PARA
           PERFORM 9570-WRITE-GL-EXTRACT-PARA
           PERFORM 9600-WRITE-RUN-HISTORY-PARA
           PERFORM 9700-WRITE-PAY-HISTORY-PARA
           PERFORM 9650-CLOSE-PERIOD-PARA
           PERFORM 9680-ARCHIVE-REPORTS-PARA
           MOVE ZERO TO CKPT-RECNO
           OPEN OUTPUT CHECKPOINT-FILE
           WRITE CHECKPOINT-RECORD
           WRITE DEPT-SUMMARY-RECORD FROM DS-ENDING-LINE
           CLOSE DEPT-SUMMARY-FILE.
      *
      * Rolls this run's earnings-code pay up by department and GL
      * account for the extract. Only employees paid this run count
      * (PAYHWRK.DAT, sorted on EMP-ID and matched forward), in the
      * department they were paid in, and never more than the gross
      * actually paid them. Each amount also comes off that
      * department's gross pay expense through WS-LADJ-TABLE, so the
      * extract's debits do not change in total.
       9530-PREMIUM-PAY-PARA.
           OPEN INPUT TIME-CODE-FILE
           IF WS-TCOD-STAT = '00'
              SORT PHW-SORT-WORK
                  ON ASCENDING KEY PHWS-EMP-ID
                  WITH DUPLICATES IN ORDER
                  USING PAY-HIST-WORK
                  GIVING PHW-SORTED
              OPEN INPUT PHW-SORTED
              PERFORM 9710-READ-PHW-SORTED-PARA
              MOVE SPACES TO WS-PREM-EMP-ID
              PERFORM 9531-READ-TIME-CODE-PARA
              PERFORM 9532-ONE-PREMIUM-LINE-PARA UNTIL WS-TCOD-EOF
              CLOSE TIME-CODE-FILE
              CLOSE PHW-SORTED
      * 9540 and 9700 walk the same sorted stream again.
              MOVE 'N' TO WS-PHS-EOF-FLAG
              DISPLAY 'FH06: PREMIUM PAY POSTED = ' WS-PREM-TOT-I
           END-IF.
      *
       9531-READ-TIME-CODE-PARA.
           READ TIME-CODE-FILE
               AT END
                   SET WS-TCOD-EOF TO TRUE
           END-READ.
      *
      * A line with no account of its own posts to the department's
      * premium pay account (GLMAP.DAT type H, or the default).
       9532-ONE-PREMIUM-LINE-PARA.
           IF TK-EMP-ID NOT = WS-PREM-EMP-ID
              MOVE TK-EMP-ID TO WS-PREM-EMP-ID
              MOVE ZERO      TO WS-PREM-ROOM
              PERFORM UNTIL WS-PHS-EOF
                         OR PHS-EMP-ID >= WS-PREM-EMP-ID
                 PERFORM 9710-READ-PHW-SORTED-PARA
              END-PERFORM
              IF NOT WS-PHS-EOF AND PHS-EMP-ID = WS-PREM-EMP-ID
                 MOVE PHS-GROSS TO WS-PREM-ROOM
              END-IF
           END-IF
           IF TK-KIND = 'P' AND TK-AMOUNT > ZERO
              AND WS-PREM-ROOM > ZERO
              AND (WS-RUN-PERIOD-NO = ZERO
                   OR TK-PERIOD = WS-RUN-PERIOD-NO)
              MOVE TK-AMOUNT TO WS-PREM-LINE
              IF WS-PREM-LINE > WS-PREM-ROOM
                 MOVE WS-PREM-ROOM TO WS-PREM-LINE
              END-IF
              SUBTRACT WS-PREM-LINE FROM WS-PREM-ROOM
              MOVE PHS-DEPT TO WS-PREM-DEPT-KEY
              IF TK-GL-ACCT NOT = SPACES
                 MOVE TK-GL-ACCT TO WS-GL-ACCT
              ELSE
                 MOVE PHS-DEPT TO GLD-DEPT
                 MOVE 'H'      TO WS-GL-TYPE
                 PERFORM 9580-FIND-GL-ACCT-PARA
              END-IF
              PERFORM 9535-ADD-PREM-PARA
              ADD WS-PREM-LINE TO WS-PREM-AMT(WS-PREM-IDX)
              ADD WS-PREM-LINE TO WS-PREM-TOT-I
              MOVE PHS-DEPT TO WS-LADJ-DEPT-KEY
              PERFORM 9548-ADD-LADJ-DEPT-PARA
              SUBTRACT WS-PREM-LINE FROM WS-LADJ-EARN(WS-LADJ-IDX)
           END-IF
           PERFORM 9531-READ-TIME-CODE-PARA.
      *
      * Finds the department/account pair in WS-PREM-DEPT-KEY and
      * WS-GL-ACCT, adding a zero row the first time it is seen.
       9535-ADD-PREM-PARA.
           MOVE 'N' TO WS-PREM-FOUND-FLAG
           IF WS-PREM-COUNT > ZERO
              SET WS-PREM-IDX TO 1
              SEARCH WS-PREM-ENTRIES VARYING WS-PREM-IDX
                  AT END
                      CONTINUE
                  WHEN WS-PREM-IDX > WS-PREM-COUNT
                      CONTINUE
                  WHEN WS-PREM-DEPT(WS-PREM-IDX) = WS-PREM-DEPT-KEY
                   AND WS-PREM-ACCT(WS-PREM-IDX) = WS-GL-ACCT
                      SET WS-PREM-FOUND TO TRUE
              END-SEARCH
           END-IF
           IF NOT WS-PREM-FOUND
              IF WS-PREM-COUNT < 500
                 ADD 1 TO WS-PREM-COUNT
                 SET WS-PREM-IDX TO WS-PREM-COUNT
                 MOVE WS-PREM-DEPT-KEY TO WS-PREM-DEPT(WS-PREM-IDX)
                 MOVE WS-GL-ACCT       TO WS-PREM-ACCT(WS-PREM-IDX)
              ELSE
                 MOVE 'WS-PREM-TABLE' TO WS-OVERFLOW-NAME
                 PERFORM 9900-TABLE-OVERFLOW-PARA
              END-IF
           END-IF.
      *
      * Works out how far the split timecards move labor off the
      * home departments, for the GL extract below. DEPTSUM.REP has
      * already been written by home department and stays that way.
      * The pay-history work file is sorted on EMP-ID and matched
      * forward against LABORDST.DAT; a restart's duplicate work
      * records sort together and the forward match passes them.
      * No LABORDST.DAT means no split cards and nothing moves.
       9540-DISTRIBUTE-LABOR-PARA.
           OPEN INPUT LABOR-DIST-FILE
           IF WS-LDST-STAT = '00'
              SORT PHW-SORT-WORK
                  ON ASCENDING KEY PHWS-EMP-ID
                  WITH DUPLICATES IN ORDER
                  USING PAY-HIST-WORK
                  GIVING PHW-SORTED
              OPEN INPUT PHW-SORTED
              PERFORM 9710-READ-PHW-SORTED-PARA
              OPEN EXTEND LABOR-HIST-FILE
              IF WS-LHST-STAT NOT = '00'
                 OPEN OUTPUT LABOR-HIST-FILE
              END-IF
              PERFORM 9541-READ-LABOR-DIST-PARA
              PERFORM 9542-ONE-EMP-LABOR-PARA UNTIL WS-LDST-EOF
              CLOSE LABOR-DIST-FILE
              CLOSE LABOR-HIST-FILE
              CLOSE PHW-SORTED
      * 9700 walks the same sorted stream again for the pay history.
              MOVE 'N' TO WS-PHS-EOF-FLAG
              DISPLAY 'FH06: LABOR HISTORY RECORDS WRITTEN = '
                  WS-LHST-CNT
           END-IF.
      *
       9541-READ-LABOR-DIST-PARA.
           READ LABOR-DIST-FILE
               AT END
                   SET WS-LDST-EOF TO TRUE
           END-READ.
      *
      * One employee's charge lines. The employer cost moves whether
      * or not the employee was paid, because the EMPRDETL.DAT lines
      * behind the extract's benefit entries were written either way;
      * gross pay moves only for an employee paid this run, and is
      * the gross actually paid less the earnings-code pay (which
      * 9530 has already posted in the home department), prorated
      * over the lines by hours with the rounding remainder on the
      * last line.
       9542-ONE-EMP-LABOR-PARA.
           MOVE LD-EMP-ID    TO WS-LDB-EMP-ID
           MOVE LD-HOME-DEPT TO WS-LDB-HOME
           MOVE ZERO         TO WS-LDB-COUNT
           MOVE ZERO         TO WS-LDB-HRS-TOT
           MOVE ZERO         TO WS-LDB-CODE-EARN
           PERFORM UNTIL WS-LDST-EOF
                      OR LD-EMP-ID NOT = WS-LDB-EMP-ID
              IF WS-LDB-COUNT < 6
                 ADD 1 TO WS-LDB-COUNT
                 MOVE LD-PERIOD  TO WS-LDB-PERIOD(WS-LDB-COUNT)
                 MOVE LD-CHARGE  TO WS-LDB-CHARGE(WS-LDB-COUNT)
                 MOVE LD-GL-DEPT TO WS-LDB-GL-DEPT(WS-LDB-COUNT)
                 MOVE LD-HOURS   TO WS-LDB-HOURS(WS-LDB-COUNT)
                 MOVE LD-EMPR    TO WS-LDB-EMPR(WS-LDB-COUNT)
                 ADD LD-HOURS    TO WS-LDB-HRS-TOT
                 IF LD-CODE-EARN NUMERIC
                    MOVE LD-CODE-EARN TO WS-LDB-CODE-EARN
                 END-IF
              ELSE
                 MOVE 'WS-LDB-TABLE' TO WS-OVERFLOW-NAME
                 PERFORM 9900-TABLE-OVERFLOW-PARA
              END-IF
              PERFORM 9541-READ-LABOR-DIST-PARA
           END-PERFORM
           MOVE 'N'  TO WS-LDB-PAID-FLAG
           MOVE ZERO TO WS-LDB-GROSS
           PERFORM UNTIL WS-PHS-EOF
                      OR PHS-EMP-ID >= WS-LDB-EMP-ID
              PERFORM 9710-READ-PHW-SORTED-PARA
           END-PERFORM
           IF NOT WS-PHS-EOF AND PHS-EMP-ID = WS-LDB-EMP-ID
              AND WS-LDB-HRS-TOT > ZERO
              SET WS-LDB-PAID TO TRUE
              IF WS-LDB-CODE-EARN < PHS-GROSS
                 COMPUTE WS-LDB-GROSS = PHS-GROSS - WS-LDB-CODE-EARN
              END-IF
              MOVE PHS-DEPT  TO WS-LADJ-DEPT-KEY
              PERFORM 9548-ADD-LADJ-DEPT-PARA
              SUBTRACT WS-LDB-GROSS FROM WS-LADJ-EARN(WS-LADJ-IDX)
           END-IF
           MOVE ZERO TO WS-LDB-DONE
           PERFORM VARYING WS-LDB-SUB FROM 1 BY 1
                   UNTIL WS-LDB-SUB > WS-LDB-COUNT
              MOVE ZERO TO WS-LDB-SHARE
              IF WS-LDB-PAID
                 IF WS-LDB-SUB = WS-LDB-COUNT
                    COMPUTE WS-LDB-SHARE = WS-LDB-GROSS - WS-LDB-DONE
                 ELSE
                    COMPUTE WS-LDB-SHARE ROUNDED =
                        WS-LDB-GROSS * WS-LDB-HOURS(WS-LDB-SUB)
                        / WS-LDB-HRS-TOT
                 END-IF
                 ADD WS-LDB-SHARE TO WS-LDB-DONE
              END-IF
              MOVE WS-LDB-HOME TO WS-LADJ-DEPT-KEY
              PERFORM 9548-ADD-LADJ-DEPT-PARA
              SUBTRACT WS-LDB-EMPR(WS-LDB-SUB)
                  FROM WS-LADJ-EMPR(WS-LADJ-IDX)
              MOVE WS-LDB-GL-DEPT(WS-LDB-SUB) TO WS-LADJ-DEPT-KEY
              PERFORM 9548-ADD-LADJ-DEPT-PARA
              ADD WS-LDB-EMPR(WS-LDB-SUB) TO WS-LADJ-EMPR(WS-LADJ-IDX)
              ADD WS-LDB-SHARE            TO WS-LADJ-EARN(WS-LADJ-IDX)
              PERFORM 9545-WRITE-LABOR-HIST-PARA
           END-PERFORM.
      *
       9545-WRITE-LABOR-HIST-PARA.
           MOVE SPACES                     TO LABOR-HIST-RECORD
           MOVE WS-DATE                    TO LH-RUN-DATE
           MOVE WS-LDB-PERIOD(WS-LDB-SUB)  TO LH-PERIOD
           MOVE WS-LDB-EMP-ID              TO LH-EMP-ID
           MOVE WS-LDB-HOME                TO LH-HOME-DEPT
           MOVE WS-LDB-CHARGE(WS-LDB-SUB)  TO LH-CHARGE
           MOVE WS-LDB-GL-DEPT(WS-LDB-SUB) TO LH-GL-DEPT
           MOVE WS-LDB-HOURS(WS-LDB-SUB)   TO LH-HOURS
           MOVE WS-LDB-SHARE               TO LH-EARN
           MOVE WS-LDB-EMPR(WS-LDB-SUB)    TO LH-EMPR
           MOVE WS-PI-PAY-DATE             TO LH-PAY-DATE
           WRITE LABOR-HIST-RECORD
           ADD 1 TO WS-LHST-CNT.
      *
      * Finds the department in WS-LADJ-DEPT-KEY in the labor
      * adjustment table; WS-LADJ-IDX is left on it when found.
       9547-FIND-LADJ-DEPT-PARA.
           MOVE 'N' TO WS-LADJ-FOUND-FLAG
           IF WS-LADJ-COUNT > ZERO
              SET WS-LADJ-IDX TO 1
              SEARCH WS-LADJ-ENTRIES VARYING WS-LADJ-IDX
                  AT END
                      CONTINUE
                  WHEN WS-LADJ-IDX > WS-LADJ-COUNT
                      CONTINUE
                  WHEN WS-LADJ-DEPT(WS-LADJ-IDX) = WS-LADJ-DEPT-KEY
                      SET WS-LADJ-FOUND TO TRUE
              END-SEARCH
           END-IF.
      *
      * Same lookup, adding a zero row for a department seen for the
      * first time.
       9548-ADD-LADJ-DEPT-PARA.
           PERFORM 9547-FIND-LADJ-DEPT-PARA
           IF NOT WS-LADJ-FOUND
              IF WS-LADJ-COUNT < 500
                 ADD 1 TO WS-LADJ-COUNT
                 SET WS-LADJ-IDX TO WS-LADJ-COUNT
                 MOVE WS-LADJ-DEPT-KEY TO WS-LADJ-DEPT(WS-LADJ-IDX)
              ELSE
                 MOVE 'WS-LADJ-TABLE' TO WS-OVERFLOW-NAME
                 PERFORM 9900-TABLE-OVERFLOW-PARA
              END-IF
           END-IF.
      *
      * Writes the GL posting extract from WS-DEPT-TABLE - for each
      * department a gross pay expense debit, a deduction liability
      * credit and a net pay clearing credit - then a trailer with the
      * the DS-ENDING-LINE earnings total and credits must equal the
      * debits, or the extract flags itself OUT OF BALANCE for finance
      * to hold.
      * Split timecards move the gross pay expense and the employer
      * benefit expense to the departments their charge codes post
      * to (9540 above): each department's expense debit carries its
      * WS-LADJ-TABLE adjustment, and a department that only
      * receives charged labor gets expense debits of its own after
      * the home-department entries. The liability and clearing
      * credits stay with the home departments. The adjustments net
      * to zero, so the trailer balances exactly as before.
      * Earnings-code pay (9530 above) comes off the gross pay
      * expense the same way and is debited to its own accounts
      * after the gross pay entries.
       9570-WRITE-GL-EXTRACT-PARA.
           PERFORM 9560-LOAD-EMPR-COSTS-PARA
           PERFORM 9566-LOAD-RET-CONTRIB-PARA
           OPEN OUTPUT GL-EXTRACT-FILE
           MOVE WS-DATE          TO GLD-DATE
           MOVE WS-RUN-PERIOD-NO TO GLD-PERIOD
               MOVE WS-DEPT-CODE(WS-DEPT-IDX) TO GLD-DEPT
               MOVE 'E' TO WS-GL-TYPE
               PERFORM 9580-FIND-GL-ACCT-PARA
               MOVE WS-DEPT-EARN(WS-DEPT-IDX) TO WS-GL-REST-I
               MOVE WS-DEPT-CODE(WS-DEPT-IDX) TO WS-LADJ-DEPT-KEY
               PERFORM 9547-FIND-LADJ-DEPT-PARA
               IF WS-LADJ-FOUND
                  ADD WS-LADJ-EARN(WS-LADJ-IDX) TO WS-GL-REST-I
                  MOVE 'Y' TO WS-LADJ-E-FLAG(WS-LADJ-IDX)
               END-IF
               IF WS-GL-REST-I < ZERO
                  MOVE ZERO TO WS-GL-REST-I
               END-IF
               MOVE WS-GL-ACCT                TO GLD-ACCT
               MOVE 'D'                       TO GLD-DRCR
               MOVE WS-GL-REST-I              TO GLD-AMOUNT
               MOVE 'GROSS PAY EXP'           TO GLD-DESC
               ADD WS-GL-REST-I               TO WS-GL-DR-I
               WRITE GL-EXTRACT-RECORD FROM GL-DETAIL-LINE
               MOVE WS-DEPT-CODE(WS-DEPT-IDX) TO WS-RETC-DEPT-KEY
               PERFORM 9568-FIND-RET-DEPT-PARA
               MOVE ZERO TO WS-GL-CARVE-I
               IF WS-RETC-FOUND
                  MOVE WS-RETC-DEFER(WS-RETC-IDX) TO WS-GL-CARVE-I
               END-IF
               COMPUTE WS-GL-REST-I = WS-DEPT-DEDN(WS-DEPT-IDX)
                                     - WS-GL-CARVE-I
               IF WS-GL-REST-I < ZERO
                  MOVE ZERO TO WS-GL-REST-I
               END-IF
               MOVE 'L' TO WS-GL-TYPE
               PERFORM 9580-FIND-GL-ACCT-PARA
               MOVE WS-GL-ACCT                TO GLD-ACCT
               MOVE 'C'                       TO GLD-DRCR
               MOVE WS-GL-REST-I              TO GLD-AMOUNT
               MOVE 'DEDN LIABILITY'          TO GLD-DESC
               ADD WS-GL-REST-I               TO WS-GL-CR-I
               WRITE GL-EXTRACT-RECORD FROM GL-DETAIL-LINE
               IF WS-GL-CARVE-I > ZERO
                  MOVE 'R' TO WS-GL-TYPE
                  PERFORM 9580-FIND-GL-ACCT-PARA
                  MOVE WS-GL-ACCT             TO GLD-ACCT
                  MOVE 'C'                    TO GLD-DRCR
                  MOVE WS-GL-CARVE-I          TO GLD-AMOUNT
                  MOVE 'RET DEFERRAL'         TO GLD-DESC
                  ADD WS-GL-CARVE-I           TO WS-GL-CR-I
                  ADD WS-GL-CARVE-I           TO WS-GL-RET-I
                  WRITE GL-EXTRACT-RECORD FROM GL-DETAIL-LINE
               END-IF
               MOVE 'N' TO WS-GL-TYPE
               PERFORM 9580-FIND-GL-ACCT-PARA
               COMPUTE WS-GL-NET-I = WS-DEPT-EARN(WS-DEPT-IDX)
               ADD WS-GL-NET-I                TO WS-GL-CR-I
               WRITE GL-EXTRACT-RECORD FROM GL-DETAIL-LINE
           END-PERFORM
      * Gross pay charged in to departments with no payroll of their
      * own this run.
           PERFORM VARYING WS-LADJ-IDX FROM 1 BY 1
                   UNTIL WS-LADJ-IDX > WS-LADJ-COUNT
               IF WS-LADJ-E-FLAG(WS-LADJ-IDX) = 'N'
                  AND WS-LADJ-EARN(WS-LADJ-IDX) > ZERO
                  MOVE WS-LADJ-DEPT(WS-LADJ-IDX) TO GLD-DEPT
                  MOVE 'E' TO WS-GL-TYPE
                  PERFORM 9580-FIND-GL-ACCT-PARA
                  MOVE WS-GL-ACCT                TO GLD-ACCT
                  MOVE 'D'                       TO GLD-DRCR
                  MOVE WS-LADJ-EARN(WS-LADJ-IDX) TO GLD-AMOUNT
                  MOVE 'GROSS PAY EXP'           TO GLD-DESC
                  ADD WS-LADJ-EARN(WS-LADJ-IDX)  TO WS-GL-DR-I
                  WRITE GL-EXTRACT-RECORD FROM GL-DETAIL-LINE
               END-IF
           END-PERFORM
      * Earnings-code pay by department and account.
           PERFORM VARYING WS-PREM-IDX FROM 1 BY 1
                   UNTIL WS-PREM-IDX > WS-PREM-COUNT
               IF WS-PREM-AMT(WS-PREM-IDX) > ZERO
                  MOVE WS-PREM-DEPT(WS-PREM-IDX) TO GLD-DEPT
                  MOVE WS-PREM-ACCT(WS-PREM-IDX) TO GLD-ACCT
                  MOVE 'D'                       TO GLD-DRCR
                  MOVE WS-PREM-AMT(WS-PREM-IDX)  TO GLD-AMOUNT
                  MOVE 'PREMIUM PAY'             TO GLD-DESC
                  ADD WS-PREM-AMT(WS-PREM-IDX)   TO WS-GL-DR-I
                  WRITE GL-EXTRACT-RECORD FROM GL-DETAIL-LINE
               END-IF
           END-PERFORM
      * Employer benefit cost per department - an expense debit and
      * the matching accrued-liability credit, on top of the pay
      * entries above. The trailer balance test below widens by the
               MOVE WS-EMPR-DEPT(WS-EMPR-IDX) TO GLD-DEPT
               MOVE 'B' TO WS-GL-TYPE
               PERFORM 9580-FIND-GL-ACCT-PARA
               MOVE WS-EMPR-AMT(WS-EMPR-IDX)  TO WS-GL-REST-I
               MOVE WS-EMPR-DEPT(WS-EMPR-IDX) TO WS-LADJ-DEPT-KEY
               PERFORM 9547-FIND-LADJ-DEPT-PARA
               IF WS-LADJ-FOUND
                  ADD WS-LADJ-EMPR(WS-LADJ-IDX) TO WS-GL-REST-I
                  MOVE 'Y' TO WS-LADJ-B-FLAG(WS-LADJ-IDX)
               END-IF
               IF WS-GL-REST-I < ZERO
                  MOVE ZERO TO WS-GL-REST-I
               END-IF
               MOVE WS-GL-ACCT                TO GLD-ACCT
               MOVE 'D'                       TO GLD-DRCR
               MOVE WS-GL-REST-I              TO GLD-AMOUNT
               MOVE 'EMPR BENEFIT'            TO GLD-DESC
               ADD WS-GL-REST-I               TO WS-GL-DR-I
               WRITE GL-EXTRACT-RECORD FROM GL-DETAIL-LINE
               MOVE WS-EMPR-DEPT(WS-EMPR-IDX) TO WS-RETC-DEPT-KEY
               PERFORM 9568-FIND-RET-DEPT-PARA
               MOVE ZERO TO WS-GL-CARVE-I
               IF WS-RETC-FOUND
                  MOVE WS-RETC-MATCH(WS-RETC-IDX) TO WS-GL-CARVE-I
               END-IF
               COMPUTE WS-GL-REST-I = WS-EMPR-AMT(WS-EMPR-IDX)
                                     - WS-GL-CARVE-I
               IF WS-GL-REST-I < ZERO
                  MOVE ZERO TO WS-GL-REST-I
               END-IF
               MOVE 'P' TO WS-GL-TYPE
               PERFORM 9580-FIND-GL-ACCT-PARA
               MOVE WS-GL-ACCT                TO GLD-ACCT
               MOVE 'C'                       TO GLD-DRCR
               MOVE WS-GL-REST-I              TO GLD-AMOUNT
               MOVE 'BENEFIT LIAB'            TO GLD-DESC
               ADD WS-GL-REST-I               TO WS-GL-CR-I
               WRITE GL-EXTRACT-RECORD FROM GL-DETAIL-LINE
               IF WS-GL-CARVE-I > ZERO
                  MOVE 'R' TO WS-GL-TYPE
                  PERFORM 9580-FIND-GL-ACCT-PARA
                  MOVE WS-GL-ACCT             TO GLD-ACCT
                  MOVE 'C'                    TO GLD-DRCR
                  MOVE WS-GL-CARVE-I          TO GLD-AMOUNT
                  MOVE 'RET MATCH'            TO GLD-DESC
                  ADD WS-GL-CARVE-I           TO WS-GL-CR-I
                  ADD WS-GL-CARVE-I           TO WS-GL-RET-I
                  WRITE GL-EXTRACT-RECORD FROM GL-DETAIL-LINE
               END-IF
           END-PERFORM
      * Employer cost charged in to departments with no employer
      * cost of their own this run.
           PERFORM VARYING WS-LADJ-IDX FROM 1 BY 1
                   UNTIL WS-LADJ-IDX > WS-LADJ-COUNT
               IF WS-LADJ-B-FLAG(WS-LADJ-IDX) = 'N'
                  AND WS-LADJ-EMPR(WS-LADJ-IDX) > ZERO
                  MOVE WS-LADJ-DEPT(WS-LADJ-IDX) TO GLD-DEPT
                  MOVE 'B' TO WS-GL-TYPE
                  PERFORM 9580-FIND-GL-ACCT-PARA
                  MOVE WS-GL-ACCT                TO GLD-ACCT
                  MOVE 'D'                       TO GLD-DRCR
                  MOVE WS-LADJ-EMPR(WS-LADJ-IDX) TO GLD-AMOUNT
                  MOVE 'EMPR BENEFIT'            TO GLD-DESC
                  ADD WS-LADJ-EMPR(WS-LADJ-IDX)  TO WS-GL-DR-I
                  WRITE GL-EXTRACT-RECORD FROM GL-DETAIL-LINE
               END-IF
           END-PERFORM
      * The retirement payable lines must add back to the control
      * total on the recordkeeper file - money withheld or accrued
      * for the plan that the recordkeeper is not told about, or the
      * other way round, holds the extract like any other imbalance.
           IF WS-RETC-STAT = '00' AND WS-GL-RET-I NOT = WS-RETC-CTL-I
              MOVE 'N' TO WS-GL-RET-TIE-FLAG
              DISPLAY 'FH06: GL RETIREMENT PAYABLE ' WS-GL-RET-I
                  ' DOES NOT TIE TO RETCONT.DAT CONTROL TOTAL '
                  WS-RETC-CTL-I
           END-IF
           MOVE WS-GL-DR-I  TO GLT-DR-TOTAL
           MOVE WS-GL-CR-I  TO GLT-CR-TOTAL
           MOVE WS-GL-RET-I TO GLT-RET-TOTAL
           IF WS-GL-DR-I = WS-GL-CR-I
              AND WS-GL-DR-I = DS-CT-EARN-I + WS-EMPR-TOT-I
              AND WS-GL-RET-TIES
              MOVE 'BALANCED'       TO GLT-STATUS
           ELSE
              MOVE 'OUT OF BALANCE' TO GLT-STATUS
           END-IF
           ADD ED-AMOUNT TO WS-EMPR-TOT-I.
      *
      * Rolls the recordkeeper file's deferrals (catch-up included)
      * and company match up by department for the extract above,
      * and picks up the trailer's control total. A missing
      * RETCONT.DAT leaves the rollup empty and nothing is carved out.
       9566-LOAD-RET-CONTRIB-PARA.
           OPEN INPUT RET-CONTRIB-FILE
           IF WS-RETC-STAT = '00'
              PERFORM UNTIL WS-RETC-EOF
                 READ RET-CONTRIB-FILE
                     AT END
                        SET WS-RETC-EOF TO TRUE
                     NOT AT END
                        IF RC-IS-DETAIL
                           PERFORM 9567-ACCUM-RET-CONTRIB-PARA
                        END-IF
                        IF RC-IS-TRAILER
                           MOVE RCT-CONTROL TO WS-RETC-CTL-I
                        END-IF
                 END-READ
              END-PERFORM
              CLOSE RET-CONTRIB-FILE
           END-IF.
      *
       9567-ACCUM-RET-CONTRIB-PARA.
           MOVE RC-DEPT TO WS-RETC-DEPT-KEY
           PERFORM 9568-FIND-RET-DEPT-PARA
           IF NOT WS-RETC-FOUND
              IF WS-RETC-COUNT < 500
                 ADD 1 TO WS-RETC-COUNT
                 SET WS-RETC-IDX TO WS-RETC-COUNT
                 MOVE RC-DEPT TO WS-RETC-DEPT(WS-RETC-IDX)
              ELSE
                 MOVE 'WS-RETC-TABLE' TO WS-OVERFLOW-NAME
                 PERFORM 9900-TABLE-OVERFLOW-PARA
              END-IF
           END-IF
           ADD RC-DEFER    TO WS-RETC-DEFER(WS-RETC-IDX)
           ADD RC-CATCHUP  TO WS-RETC-DEFER(WS-RETC-IDX)
           ADD RC-MATCH    TO WS-RETC-MATCH(WS-RETC-IDX).
      *
      * Finds the department in WS-RETC-DEPT-KEY in the retirement
      * rollup; WS-RETC-IDX is left on it when found.
       9568-FIND-RET-DEPT-PARA.
           MOVE 'N' TO WS-RETC-FOUND-FLAG
           IF WS-RETC-COUNT > ZERO
              SET WS-RETC-IDX TO 1
              SEARCH WS-RETC-ENTRIES VARYING WS-RETC-IDX
                  AT END
                      CONTINUE
                  WHEN WS-RETC-IDX > WS-RETC-COUNT
                      CONTINUE
                  WHEN WS-RETC-DEPT(WS-RETC-IDX) = WS-RETC-DEPT-KEY
                      SET WS-RETC-FOUND TO TRUE
              END-SEARCH
           END-IF.
      *
      * Finds the GL account for the department in GLD-DEPT and the
      * entry type in WS-GL-TYPE. A department/type with no GLMAP.DAT
      * entry posts to the company-wide default account for the type.
               WHEN 'N' MOVE '10100000' TO WS-GL-ACCT
               WHEN 'B' MOVE '52000000' TO WS-GL-ACCT
               WHEN 'P' MOVE '24500000' TO WS-GL-ACCT
               WHEN 'R' MOVE '24600000' TO WS-GL-ACCT
               WHEN 'H' MOVE '51500000' TO WS-GL-ACCT
           END-EVALUATE
           IF WS-GLM-COUNT > ZERO
              SET WS-GLM-IDX TO 1
           MOVE WS-NAT-EARN-I    TO RT-EARN
           MOVE WS-NAT-DEDN-I    TO RT-DEDN
           COMPUTE RT-SAL = WS-NAT-EARN-I - WS-NAT-DEDN-I
           MOVE 'R'              TO RT-RUN-TYPE
           WRITE RUN-TOTALS-RECORD
           CLOSE RUN-TOTALS-FILE.
      *
      * Builds this period's permanent pay history from the work
      * file written during the run. The work file and the two
      * deduction-run ledgers are each sorted on EMP-ID (the ledger
      * lines keep their written order within an employee) and
      * walked together: per employee, the H record, then its D
      * lines, then its E lines. Ledger lines for employees not
      * paid this run are passed over. A missing ledger just means
      * no lines of that kind.
       9700-WRITE-PAY-HISTORY-PARA.
           SORT PHW-SORT-WORK
               ON ASCENDING KEY PHWS-EMP-ID
               WITH DUPLICATES IN ORDER
               USING PAY-HIST-WORK
               GIVING PHW-SORTED
           OPEN INPUT DEDN-DETAIL-FILE
           IF WS-DEDND-STAT = '00'
              CLOSE DEDN-DETAIL-FILE
              SORT DD-SORT-WORK
                  ON ASCENDING KEY DDW-EMP-ID
                  WITH DUPLICATES IN ORDER
                  USING DEDN-DETAIL-FILE
                  GIVING DD-SORTED
              OPEN INPUT DD-SORTED
              PERFORM 9720-READ-DD-SORTED-PARA
           ELSE
              SET WS-DDS-EOF TO TRUE
           END-IF
           OPEN INPUT EMPR-DETAIL-FILE
           IF WS-EMPRD-STAT = '00'
              CLOSE EMPR-DETAIL-FILE
              SORT ED-SORT-WORK
                  ON ASCENDING KEY EDW-EMP-ID
                  WITH DUPLICATES IN ORDER
                  USING EMPR-DETAIL-FILE
                  GIVING ED-SORTED
              OPEN INPUT ED-SORTED
              PERFORM 9730-READ-ED-SORTED-PARA
           ELSE
              SET WS-EDS-EOF TO TRUE
           END-IF
           OPEN EXTEND PAY-HIST-FILE
           IF WS-PHST-STAT NOT = '00'
              OPEN OUTPUT PAY-HIST-FILE
           END-IF
           OPEN INPUT PHW-SORTED
           PERFORM 9710-READ-PHW-SORTED-PARA
           PERFORM UNTIL WS-PHS-EOF
              IF PHS-EMP-ID NOT = WS-PHS-LAST-ID
                 PERFORM 9750-WRITE-EMP-HISTORY-PARA
                 MOVE PHS-EMP-ID TO WS-PHS-LAST-ID
              END-IF
              PERFORM 9710-READ-PHW-SORTED-PARA
           END-PERFORM
           CLOSE PHW-SORTED
           CLOSE PAY-HIST-FILE
           IF WS-DEDND-STAT = '00'
              CLOSE DD-SORTED
           END-IF
           IF WS-EMPRD-STAT = '00'
              CLOSE ED-SORTED
           END-IF
           DISPLAY 'FH06: PAY HISTORY RECORDS WRITTEN = ' WS-PHST-CNT.
      *
       9710-READ-PHW-SORTED-PARA.
           READ PHW-SORTED
               AT END
                   SET WS-PHS-EOF TO TRUE
           END-READ.
      *
       9720-READ-DD-SORTED-PARA.
           READ DD-SORTED
               AT END
                   SET WS-DDS-EOF TO TRUE
           END-READ.
      *
       9730-READ-ED-SORTED-PARA.
           READ ED-SORTED
               AT END
                   SET WS-EDS-EOF TO TRUE
           END-READ.
      *
       9750-WRITE-EMP-HISTORY-PARA.
           MOVE SPACES           TO PAY-HIST-RECORD
           MOVE WS-DATE          TO PH-RUN-DATE
           MOVE WS-RUN-PERIOD-NO TO PH-PERIOD
           MOVE PHS-EMP-ID       TO PH-EMP-ID
           MOVE 'H'              TO PH-REC-TYPE
           MOVE PHS-NAME         TO PH-NAME
           MOVE PHS-DEPT         TO PH-DEPT
           MOVE PHS-LOC          TO PH-LOC
           MOVE PHS-GROSS        TO PH-GROSS
           MOVE PHS-DEDN         TO PH-DEDN
           MOVE PHS-NET          TO PH-NET
           MOVE PHS-CURRENCY     TO PH-CURRENCY
           MOVE PHS-METHOD       TO PH-METHOD
           MOVE PHS-ACH-TRACE    TO PH-ACH-TRACE
           MOVE WS-PI-PAY-DATE   TO PH-PAY-DATE
           WRITE PAY-HIST-RECORD
           ADD 1 TO WS-PHST-CNT
           PERFORM UNTIL WS-DDS-EOF OR DD-EMP-ID > PHS-EMP-ID
              IF DD-EMP-ID = PHS-EMP-ID
                 MOVE SPACES        TO PH-BODY
                 MOVE 'D'           TO PH-REC-TYPE
                 MOVE DD-TYPE       TO PH-LINE-TYPE
                 MOVE DD-DESC       TO PH-LINE-DESC
                 MOVE DD-AMOUNT     TO PH-LINE-AMT
                 WRITE PAY-HIST-RECORD
                 ADD 1 TO WS-PHST-CNT
              END-IF
              PERFORM 9720-READ-DD-SORTED-PARA
           END-PERFORM
           PERFORM UNTIL WS-EDS-EOF OR EDS-EMP-ID > PHS-EMP-ID
              IF EDS-EMP-ID = PHS-EMP-ID
                 MOVE SPACES        TO PH-BODY
                 MOVE 'E'           TO PH-REC-TYPE
                 MOVE EDS-TYPE      TO PH-LINE-TYPE
                 MOVE EDS-DESC      TO PH-LINE-DESC
                 MOVE EDS-AMOUNT    TO PH-LINE-AMT
                 WRITE PAY-HIST-RECORD
                 ADD 1 TO WS-PHST-CNT
              END-IF
              PERFORM 9730-READ-ED-SORTED-PARA
           END-PERFORM.
      *
      * Marks this run's pay period closed on PAYPERD.DAT, so a second
      * run of the same period is refused at 0600-VALIDATE-PERIOD-PARA
      * next time. Runs only at clean end-of-job - an abended run
               MOVE WS-PERD-START(WS-PERD-SUB)  TO PERD-START
               MOVE WS-PERD-END(WS-PERD-SUB)    TO PERD-END
               MOVE WS-PERD-STATUS(WS-PERD-SUB) TO PERD-STATUS
               MOVE WS-PERD-PAY-DATE(WS-PERD-SUB)
                   TO PERD-PAY-DATE
               WRITE PAY-PERIOD-RECORD
           END-PERFORM
           CLOSE PAY-PERIOD-FILE.
      *
      * Files the combined register, each per-location file and the
      * location index (split runs only), the two summaries and the
      * four exception listings with the report archive, stamped
      * with the RUNHIST.LOG row 9600 has just written. Nothing is
      * filed from a preview run.
       9680-ARCHIVE-REPORTS-PARA.
           MOVE WS-PARM-REPORT TO WS-ARCH-REPORT
           MOVE SPACES         TO WS-ARCH-LOC
           PERFORM 9690-CALL-RPTARCH-PARA
           PERFORM VARYING WS-LOCA-SUB FROM 1 BY 1
                   UNTIL WS-LOCA-SUB > WS-LOCA-COUNT
               MOVE WS-LOCA-NAME(WS-LOCA-SUB) TO WS-ARCH-REPORT
               MOVE WS-LOCA-LOC(WS-LOCA-SUB)  TO WS-ARCH-LOC
               PERFORM 9690-CALL-RPTARCH-PARA
           END-PERFORM
           MOVE SPACES         TO WS-ARCH-LOC
           MOVE WS-FN-TECHSUM  TO WS-ARCH-REPORT
           PERFORM 9690-CALL-RPTARCH-PARA
           MOVE WS-FN-DEPTSUM  TO WS-ARCH-REPORT
           PERFORM 9690-CALL-RPTARCH-PARA
           MOVE WS-FN-NETPAYX  TO WS-ARCH-REPORT
           PERFORM 9690-CALL-RPTARCH-PARA
           MOVE WS-FN-DOBEXCP  TO WS-ARCH-REPORT
           PERFORM 9690-CALL-RPTARCH-PARA
           MOVE WS-FN-TERMEMP  TO WS-ARCH-REPORT
           PERFORM 9690-CALL-RPTARCH-PARA
           MOVE WS-FN-LOCEXCP  TO WS-ARCH-REPORT
           PERFORM 9690-CALL-RPTARCH-PARA
           IF WS-SPLIT-ON
               MOVE WS-FN-LOCINDEX TO WS-ARCH-REPORT
               PERFORM 9690-CALL-RPTARCH-PARA
           END-IF.
      *
       9690-CALL-RPTARCH-PARA.
           IF WS-RUN-PREFIX = SPACES
               MOVE RETURN-CODE TO WS-ARCH-RC
               CALL 'RPTARCH' USING WS-ARCH-REPORT WS-ARCH-LOC
                   ON EXCEPTION
                       DISPLAY 'FH06: RPTARCH NOT AVAILABLE - '
                           WS-ARCH-REPORT ' NOT ARCHIVED'
               END-CALL
               MOVE WS-ARCH-RC TO RETURN-CODE
           END-IF.
      *
      * Hard stop on an internal table overflow. These tables used to
      * fill silently - employee number 501 simply lost their YTD
      * history and nobody was told. Headcount is climbing, so the
