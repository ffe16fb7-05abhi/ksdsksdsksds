       IDENTIFICATION DIVISION.
       PROGRAM-ID. PAYREV.
      *****************************************************************
      * PAYREV
      * Payment reversal. When an employee was overpaid or paid twice
      * the only tools were CHECKRUN's V mode, which marks the check
      * void on CHECKREG.DAT and nothing else, and ACHRET's R, which
      * reissues a returned deposit on paper. The payment itself
      * stayed in YTDFILE.DAT, on the typed ledger DEDNYTD.DAT and in
      * the general ledger, and payroll backed it out by hand with
      * journal entries and a YTD-only correction QTRTAX then flagged.
      * This run backs one payment out everywhere it went:
      *
      *   - the operator keys who asked for the reversal and why,
      *     the EMP-ID, the pay period the payment belonged to, what
      *     kind of payment it was (R the regular period pay, O an
      *     OFFCYCLE supplemental payment) and its reference - the
      *     8-digit check number, or the 15-digit ACH trace number
      *   - the net paid comes from the reference: the issue record
      *     on CHECKREG.DAT, or the entry on the ACHFILE.DAT still on
      *     hand - failing that, for regular pay, the period's record
      *     on the pay history PAYHIST.DAT carrying that trace (keyed
      *     only when neither has it)
      *   - the deductions come from the typed ledger: for regular
      *     pay, the period's DEDNYTD.DAT rows for the employee less
      *     the lines OFFCDETL.DAT says were posted outside the roll;
      *     for a supplemental payment, the gross is keyed and the
      *     difference to the net is its flat-rate TAX line
      *   - posts the gross and the deductions off YTDFILE.DAT, and a
      *     negative row per deduction type to DEDNYTD.DAT under the
      *     pay period covering the reversal date, with a copy on
      *     OFFCDETL.DAT so DEDNROLL's re-roll of an open period keeps
      *     them - the same way OFFCYCLE posts, so the quarter the
      *     reversal lands in carries it on both QTRTAX's YTD figures
      *     and its jurisdiction lines; when that period is already
      *     closed DEDNROLL will never roll it again, so the tax lines
      *     (TAX, STxx, LTxx) also go straight onto the tax liability
      *     ledger TAXLIAB.DAT as negative rows owed as of today
      *   - writes the reversing GL extract GLREVRS.DAT in the 48-byte
      *     FH06 format with the same balance trailer: gross pay
      *     credited back, deduction liabilities (retirement deferrals
      *     to the retirement payable) and net pay clearing debited
      *   - gets the money back: an outstanding check is voided on
      *     CHECKREG.DAT; a direct deposit gets a NACHA reversal debit
      *     entry on REVACH.DAT for the bank (the bank takes a
      *     reversal only within five banking days of settlement); a
      *     cleared check, or a deposit past recall, is recovered from
      *     future pay instead - a schedule goes onto RCVSCHED.DAT,
      *     which PROG06 takes back a set amount per period as an OVPY
      *     deduction, and the GL debit goes to the overpayment
      *     receivable rather than net pay clearing
      *   - appends a RUNTOTLS.DAT row marked V (reversal) so QTRTAX's
      *     run-history tie-out moves with YTD
      *   - stamps a reversed regular payment on PAYHIST.DAT (a V
      *     record) so the history and the reprinted stub show it
      *   - logs every reversal on REVLOG.DAT with who requested it,
      *     and refuses a second reversal of the same payment
      *   - prints the reversal voucher PAYREV.REP
      *
      * Anything that does not check out - unknown employee or
      * period, a reference that is not the employee's, a payment
      * already reversed, a reversal that would drive YTD below zero
      * - refuses with RETURN-CODE 8 before anything is written.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EMPLOYEE-FILE    ASSIGN TO 'EMPFILE.DAT'
                                    FILE STATUS IS WS-EMP-STAT.
           SELECT PAY-PERIOD-FILE  ASSIGN TO 'PAYPERD.DAT'
                                    FILE STATUS IS WS-PERD-STAT.
           SELECT CHECK-REG-FILE   ASSIGN TO 'CHECKREG.DAT'
                                    FILE STATUS IS WS-CREG-STAT.
           SELECT BANK-FILE        ASSIGN TO 'ACHFILE.DAT'
                                    FILE STATUS IS WS-BANK-STAT.
           SELECT DEDN-YTD-FILE    ASSIGN TO 'DEDNYTD.DAT'
                                    FILE STATUS IS WS-DYTD-STAT.
           SELECT OFFC-DETAIL-FILE ASSIGN TO 'OFFCDETL.DAT'
                                    FILE STATUS IS WS-OFCD-STAT.
           SELECT TAX-LIAB-FILE    ASSIGN TO 'TAXLIAB.DAT'
                                    FILE STATUS IS WS-TLIB-STAT.
           SELECT YTD-FILE         ASSIGN TO 'YTDFILE.DAT'
                                    FILE STATUS IS WS-YTD-STAT.
           SELECT GL-MAP-FILE      ASSIGN TO 'GLMAP.DAT'
                                    FILE STATUS IS WS-GLM-STAT.
           SELECT ACH-PARM-FILE    ASSIGN TO 'ACHPARM.DAT'
                                    FILE STATUS IS WS-ACHP-STAT.
           SELECT REV-LOG-FILE     ASSIGN TO 'REVLOG.DAT'
                                    FILE STATUS IS WS-RLOG-STAT.
           SELECT RECOVERY-FILE    ASSIGN TO 'RCVSCHED.DAT'
                                    FILE STATUS IS WS-RCV-STAT.
           SELECT PAY-HIST-FILE    ASSIGN TO 'PAYHIST.DAT'
                                    FILE STATUS IS WS-PHST-STAT.
           SELECT REV-ACH-FILE     ASSIGN TO 'REVACH.DAT'.
           SELECT ACH-HIST-FILE    ASSIGN TO 'ACHBHIST.DAT'
                                    FILE STATUS IS WS-ACHH-STAT.
           SELECT GL-EXTRACT-FILE  ASSIGN TO 'GLREVRS.DAT'.
           SELECT RUN-TOTALS-FILE  ASSIGN TO 'RUNTOTLS.DAT'
                                    FILE STATUS IS WS-RTOT-STAT.
           SELECT REV-REPORT       ASSIGN TO 'PAYREV.REP'.

       DATA DIVISION.
       FILE SECTION.
       FD  EMPLOYEE-FILE
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

      * CHECKRUN's cumulative register - read for the payment, and
      * appended with the void when the check is still outstanding.
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

      * The NACHA file FH06 or OFFCYCLE last built - only the entry
      * detail records are looked at.
       FD  BANK-FILE
           RECORD CONTAINS 94 CHARACTERS
           RECORDING MODE IS F.
       01  BANK-RECORD.
           03  BK-REC-TYPE         PIC X(01).
           03  BK-TRAN-CODE        PIC X(02).
           03  BK-RTN              PIC X(09).
           03  BK-ACCOUNT          PIC X(17).
           03  BK-AMOUNT           PIC 9(08)V99.
           03  BK-INDIV-ID         PIC X(15).
           03  BK-INDIV-NAME       PIC X(22).
           03  FILLER              PIC X(03).
           03  BK-TRACE            PIC X(15).

       FD  DEDN-YTD-FILE
           RECORD CONTAINS 22 CHARACTERS
           RECORDING MODE IS F.
       01  DEDN-YTD-RECORD.
           03  DY-PERIOD           PIC 9(03).
           03  DY-EMP-ID           PIC X(05).
           03  DY-TYPE             PIC X(04).
           03  DY-AMOUNT           PIC S9(07)V99
                                    SIGN LEADING SEPARATE.

      * Typed lines posted outside DEDNROLL's period roll - OFFCYCLE's
      * supplemental withholding and this run's reversals - dated,
      * so a re-roll of the open period can put back the ones that
      * belong to it.
       FD  OFFC-DETAIL-FILE
           RECORD CONTAINS 30 CHARACTERS
           RECORDING MODE IS F.
       01  OFFC-DETAIL-RECORD.
           03  OD-DATE             PIC 9(08).
           03  OD-PERIOD           PIC 9(03).
           03  OD-EMP-ID           PIC X(05).
           03  OD-TYPE             PIC X(04).
           03  OD-AMOUNT           PIC S9(07)V99
                                    SIGN LEADING SEPARATE.

      * DEDNROLL's payroll tax liability ledger - appended only for
      * a reversal booked to a closed period (see the banner).
       FD  TAX-LIAB-FILE
           RECORD CONTAINS 40 CHARACTERS
           RECORDING MODE IS F.
       01  TAX-LIAB-RECORD.
           03  TL-PERIOD           PIC 9(03).
           03  TL-PERD-END         PIC 9(08).
           03  TL-LIAB-DATE        PIC 9(08).
           03  TL-AUTH             PIC X(04).
           03  TL-TYPE             PIC X(04).
           03  TL-SIDE             PIC X(01).
           03  TL-AMOUNT           PIC S9(09)V99
                                    SIGN LEADING SEPARATE.

       FD  YTD-FILE
           RECORD CONTAINS 25 CHARACTERS
           RECORDING MODE IS F.
       01  YTD-RECORD.
           03  YTD-EMP-ID          PIC X(05).
           03  YTD-EARN            PIC 9(08)V99.
           03  YTD-DEDN            PIC 9(08)V99.

       FD  GL-MAP-FILE
           RECORD CONTAINS 13 CHARACTERS
           RECORDING MODE IS F.
       01  GLMAP-RECORD.
           03  GM-DEPT             PIC X(04).
           03  GM-TYPE             PIC X(01).
           03  GM-ACCT             PIC X(08).

       FD  ACH-PARM-FILE
           RECORD CONTAINS 80 CHARACTERS
           RECORDING MODE IS F.
       01  ACH-PARM-RECORD.
           03  ACHP-IMMED-DEST     PIC X(10).
           03  ACHP-IMMED-ORIG     PIC X(10).
           03  ACHP-DEST-NAME      PIC X(23).
           03  ACHP-COMPANY-NAME   PIC X(16).
           03  ACHP-COMPANY-ID     PIC X(10).
           03  ACHP-ODFI           PIC X(08).
           03  FILLER              PIC X(03).

      * Reversal log (REVLOG.DAT), appended forever - one record per
      * reversal posted: when, who asked for it and why, the payment
      * (employee, period it belonged to, kind, reference), the
      * amounts backed out, the period they were booked to, and how
      * the money came back - A ACH reversal entry, V check voided,
      * N nothing to recall (the check was already void), O
      * recovered from future pay.
       FD  REV-LOG-FILE
           RECORD CONTAINS 120 CHARACTERS
           RECORDING MODE IS F.
       01  REV-LOG-RECORD.
           03  RL-DATE             PIC 9(08).
           03  RL-TIME             PIC 9(06).
           03  RL-USER             PIC X(08).
           03  RL-EMP-ID           PIC X(05).
           03  RL-PERIOD           PIC 9(03).
           03  RL-BOOK-PERIOD      PIC 9(03).
           03  RL-KIND             PIC X(01).
           03  RL-REF-TYPE         PIC X(01).
           03  RL-REF              PIC X(15).
           03  RL-GROSS            PIC 9(07)V99.
           03  RL-DEDN             PIC 9(07)V99.
           03  RL-NET              PIC 9(07)V99.
           03  RL-ACTION           PIC X(01).
           03  RL-REASON           PIC X(30).
           03  FILLER              PIC X(12).

      * Overpayment recovery schedules (RCVSCHED.DAT) - one record
      * per overpayment being taken back from future pay: the
      * payment reference, the amount to recover, the amount per
      * period, the balance still owed and A (active) or P (paid
      * off). PROG06 takes the per-period amount each run and keeps
      * the period and amount it last took, so a stream rerun in the
      * same period does not take it twice.
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

      * Permanent pay history FH06 appends to - see FH06's FD for
      * the record types. Read for an H record's net when the trace
      * has left ACHFILE.DAT; a V reversal stamp is appended.
       FD  PAY-HIST-FILE
           RECORD CONTAINS 100 CHARACTERS
           RECORDING MODE IS F.
       01  PAY-HIST-RECORD.
           03  PH-RUN-DATE         PIC 9(08).
           03  PH-PERIOD           PIC 9(03).
           03  PH-EMP-ID           PIC X(05).
           03  PH-REC-TYPE         PIC X(01).
           03  PH-BODY             PIC X(83).
           03  PH-HEADER-BODY      REDEFINES PH-BODY.
               05  PH-NAME         PIC X(15).
               05  PH-DEPT         PIC X(04).
               05  PH-LOC          PIC X(03).
               05  PH-GROSS        PIC 9(05)V99.
               05  PH-DEDN         PIC 9(05)V99.
               05  PH-NET          PIC 9(05)V99.
               05  PH-CURRENCY     PIC X(03).
               05  PH-METHOD       PIC X(01).
               05  PH-ACH-TRACE    PIC X(15).
               05  PH-PAY-DATE     PIC 9(08).
               05  FILLER          PIC X(13).
           03  PH-REV-BODY         REDEFINES PH-BODY.
               05  PH-REV-NET      PIC 9(05)V99.
               05  PH-REV-ACTION   PIC X(01).
               05  PH-REV-REF      PIC X(15).
               05  FILLER          PIC X(60).

       FD  REV-ACH-FILE
           RECORD CONTAINS 94 CHARACTERS
           RECORDING MODE IS F.
       01  REV-ACH-RECORD          PIC X(94).

      * ACH batch history FH06 appends to - see FH06's FD. The
      * reversal debit batch is logged so BANKREC can match the
      * credit back on the bank statement.
       FD  ACH-HIST-FILE
           RECORD CONTAINS 50 CHARACTERS
           RECORDING MODE IS F.
       01  ACH-HIST-RECORD.
           03  AH-SOURCE           PIC X(08).
           03  AH-CREATE-DATE      PIC 9(08).
           03  AH-EFF-DATE         PIC 9(08).
           03  AH-ENTRY-CNT        PIC 9(06).
           03  AH-DEBIT            PIC 9(08)V99.
           03  AH-CREDIT           PIC 9(08)V99.

       FD  GL-EXTRACT-FILE
           RECORD CONTAINS 48 CHARACTERS
           RECORDING MODE IS F.
       01  GL-EXTRACT-RECORD       PIC X(48).

       FD  RUN-TOTALS-FILE
           RECORD CONTAINS 55 CHARACTERS
           RECORDING MODE IS F.
       01  RUN-TOTALS-RECORD.
           03  RT-PERIOD           PIC 9(03).
           03  RT-DATE             PIC 9(08).
           03  RT-HEADCOUNT        PIC 9(06).
           03  RT-READ             PIC 9(06).
           03  RT-EARN             PIC 9(08)V99.
           03  RT-DEDN             PIC 9(08)V99.
           03  RT-SAL              PIC S9(08)V99
                                    SIGN LEADING SEPARATE.
           03  RT-RUN-TYPE         PIC X(01).

       FD  REV-REPORT
           RECORD CONTAINS 80 CHARACTERS
           RECORDING MODE IS F.
       01  REV-REPORT-RECORD       PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-EMP-STAT             PIC X(02)      VALUE SPACES.
       01  WS-PERD-STAT            PIC X(02)      VALUE SPACES.
       01  WS-CREG-STAT            PIC X(02)      VALUE SPACES.
       01  WS-BANK-STAT            PIC X(02)      VALUE SPACES.
       01  WS-DYTD-STAT            PIC X(02)      VALUE SPACES.
       01  WS-OFCD-STAT            PIC X(02)      VALUE SPACES.
       01  WS-TLIB-STAT            PIC X(02)      VALUE SPACES.
       01  WS-YTD-STAT             PIC X(02)      VALUE SPACES.
       01  WS-GLM-STAT             PIC X(02)      VALUE SPACES.
       01  WS-ACHP-STAT            PIC X(02)      VALUE SPACES.
       01  WS-RLOG-STAT            PIC X(02)      VALUE SPACES.
       01  WS-RCV-STAT             PIC X(02)      VALUE SPACES.
       01  WS-RTOT-STAT            PIC X(02)      VALUE SPACES.
       01  WS-PHST-STAT            PIC X(02)      VALUE SPACES.
       01  WS-ACHH-STAT            PIC X(02)      VALUE SPACES.
       01  WS-EOF-FLAG             PIC X(01)      VALUE 'N'.
           88  WS-PASS-EOF                 VALUE 'Y'.
       01  WS-DATE                 PIC 9(08)      VALUE ZERO.
       01  WS-TIME                 PIC 9(08)      VALUE ZERO.
       01  WS-REFUSE-MSG           PIC X(60)      VALUE SPACES.
       01  WS-OVERFLOW-NAME        PIC X(20)      VALUE SPACES.
      * What the operator keyed.
       01  WS-REQUEST.
           03  WS-REQ-USER         PIC X(08)      VALUE SPACES.
           03  WS-REQ-REASON       PIC X(30)      VALUE SPACES.
           03  WS-REQ-EMP-ID       PIC X(05)      VALUE SPACES.
           03  WS-REQ-PERIOD-IN    PIC X(03)      VALUE SPACES.
           03  WS-REQ-PERIOD       PIC 9(03)      VALUE ZERO.
           03  WS-REQ-KIND         PIC X(01)      VALUE SPACES.
               88  WS-KIND-REGULAR         VALUE 'R'.
               88  WS-KIND-OFF-CYCLE       VALUE 'O'.
           03  WS-REQ-REF          PIC X(15)      VALUE SPACES.
           03  WS-REQ-REF-TYPE     PIC X(01)      VALUE SPACES.
               88  WS-REF-CHECK            VALUE 'C'.
               88  WS-REF-ACH              VALUE 'A'.
       01  WS-TARGET-CHECK         PIC 9(08)      VALUE ZERO.
       01  WS-ANSWER               PIC X(01)      VALUE SPACES.
       01  WS-AMOUNT-IN            PIC X(09)      VALUE SPACES.
       01  WS-AMOUNT-N             PIC S9(05)V99  VALUE ZERO.
       01  WS-DEC-CNT              PIC 9(02)      VALUE ZERO.
      * The employee as on the master.
       01  WS-EMP-FOUND-FLAG       PIC X(01)      VALUE 'N'.
           88  WS-EMP-FOUND                VALUE 'Y'.
       01  WS-EMP-NAME             PIC X(15)      VALUE SPACES.
       01  WS-EMP-DEPT             PIC X(04)      VALUE SPACES.
       01  WS-EMP-RTN              PIC X(09)      VALUE SPACES.
       01  WS-EMP-ACCT             PIC X(17)      VALUE SPACES.
      * The period the payment belonged to and the period the
      * reversal is booked to (the one covering today).
       01  WS-REQ-PERD-FLAG        PIC X(01)      VALUE 'N'.
           88  WS-REQ-PERD-FOUND           VALUE 'Y'.
       01  WS-BOOK-PERD-FLAG       PIC X(01)      VALUE 'N'.
           88  WS-BOOK-PERD-FOUND          VALUE 'Y'.
       01  WS-BOOK-PERIOD          PIC 9(03)      VALUE ZERO.
       01  WS-BOOK-PERD-END        PIC 9(08)      VALUE ZERO.
       01  WS-BOOK-PERD-STATUS     PIC X(01)      VALUE SPACES.
           88  WS-BOOK-PERD-CLOSED         VALUE 'C'.
      * The payment found behind the reference.
       01  WS-PAY-FOUND-FLAG       PIC X(01)      VALUE 'N'.
           88  WS-PAY-FOUND                VALUE 'Y'.
       01  WS-PAY-VOIDED-FLAG      PIC X(01)      VALUE 'N'.
           88  WS-PAY-VOIDED               VALUE 'Y'.
       01  WS-PAY-CLEARED-FLAG     PIC X(01)      VALUE 'N'.
           88  WS-PAY-CLEARED              VALUE 'Y'.
       01  WS-PAY-ESCHEATED-FLAG   PIC X(01)      VALUE 'N'.
           88  WS-PAY-ESCHEATED            VALUE 'Y'.
       01  WS-PAY-EMP-ID           PIC X(05)      VALUE SPACES.
       01  WS-PAY-PAYEE            PIC X(15)      VALUE SPACES.
       01  WS-PAY-RTN              PIC X(09)      VALUE SPACES.
       01  WS-PAY-ACCT             PIC X(17)      VALUE SPACES.
      * How the money comes back.
       01  WS-ACTION               PIC X(01)      VALUE SPACES.
           88  WS-ACT-ACH-REVERSAL         VALUE 'A'.
           88  WS-ACT-VOID-CHECK           VALUE 'V'.
           88  WS-ACT-NONE                 VALUE 'N'.
           88  WS-ACT-RECOVER              VALUE 'O'.
       01  WS-RCV-PER-PERIOD       PIC 9(05)V99   VALUE ZERO.
      * The amounts being backed out. The deduction lines by type -
      * DEDNYTD.DAT rows added, OFFCDETL.DAT rows taken off again.
       01  WS-REV-GROSS            PIC 9(05)V99   VALUE ZERO.
       01  WS-REV-DEDN             PIC 9(05)V99   VALUE ZERO.
       01  WS-REV-NET              PIC 9(05)V99   VALUE ZERO.
       01  WS-REV-RET              PIC 9(05)V99   VALUE ZERO.
       01  WS-REV-OTHER            PIC 9(05)V99   VALUE ZERO.
       01  WS-DEDN-SUM             PIC S9(07)V99  VALUE ZERO.
       01  WS-TY-TABLE.
           03  WS-TY-ENTRIES       OCCURS 50 TIMES
                                    INDEXED BY WS-TY-IDX.
               05  WS-TY-TYPE      PIC X(04)      VALUE SPACES.
               05  WS-TY-AMT       PIC S9(07)V99  VALUE ZERO.
       01  WS-TY-COUNT             PIC 9(02)      VALUE ZERO.
       01  WS-TY-FOUND-FLAG        PIC X(01)      VALUE 'N'.
           88  WS-TY-FOUND                 VALUE 'Y'.
       01  WS-TY-KEY               PIC X(04)      VALUE SPACES.
       01  WS-TY-ADD               PIC S9(07)V99  VALUE ZERO.
      * YTD master held whole and written back, as OFFCYCLE does.
       01  WS-YTD-TABLE.
           03  WS-YTD-ENTRIES      OCCURS 20000 TIMES
                                    INDEXED BY WS-YTD-IDX.
               05  WS-YTD-ID       PIC X(05)      VALUE SPACES.
               05  WS-YTD-EARN-T   PIC 9(08)V99   VALUE ZERO.
               05  WS-YTD-DEDN-T   PIC 9(08)V99   VALUE ZERO.
       01  WS-YTD-COUNT            PIC 9(05)      VALUE ZERO.
       01  WS-YTD-FOUND-FLAG       PIC X(01)      VALUE 'N'.
           88  WS-YTD-FOUND                VALUE 'Y'.
      *
       01  WS-GLM-TABLE.
           03  WS-GLM-ENTRIES      OCCURS 2500 TIMES
                                    INDEXED BY WS-GLM-IDX.
               05  WS-GLM-DEPT     PIC X(04)      VALUE SPACES.
               05  WS-GLM-TYPE     PIC X(01)      VALUE SPACES.
               05  WS-GLM-ACCT     PIC X(08)      VALUE SPACES.
       01  WS-GLM-COUNT            PIC 9(04)      VALUE ZERO.
       01  WS-GL-TYPE              PIC X(01)      VALUE SPACES.
       01  WS-GL-ACCT              PIC X(08)      VALUE SPACES.
       01  WS-GL-DR-I              PIC 9(09)V99   VALUE ZERO.
       01  WS-GL-CR-I              PIC 9(09)V99   VALUE ZERO.
       01  GL-DETAIL-LINE.
           03  GLD-DATE            PIC 9(08)      VALUE ZERO.
           03  GLD-PERIOD          PIC 9(03)      VALUE ZERO.
           03  GLD-DEPT            PIC X(04)      VALUE SPACES.
           03  GLD-ACCT            PIC X(08)      VALUE SPACES.
           03  GLD-DRCR            PIC X(01)      VALUE SPACES.
           03  GLD-AMOUNT          PIC 9(09)V99   VALUE ZERO.
           03  GLD-DESC            PIC X(13)      VALUE SPACES.
       01  GL-TRAILER-LINE.
           03  FILLER              PIC X(01)      VALUE 'T'.
           03  GLT-DR-TOTAL        PIC 9(09)V99   VALUE ZERO.
           03  GLT-CR-TOTAL        PIC 9(09)V99   VALUE ZERO.
           03  GLT-STATUS          PIC X(14)      VALUE SPACES.
           03  GLT-RET-TOTAL       PIC 9(09)V99   VALUE ZERO.
      *
      * NACHA reversal file - FH06's layouts and ACHPARM.DAT
      * overrides, but a debit batch (service class 225) carrying
      * the REVERSAL entry description the rules require, and a
      * checking debit (transaction code 27) against the account the
      * payment went to.
       01  WS-ACH-IDS.
           03  WS-ACH-IMMED-DEST   PIC X(10)      VALUE ' 091000019'.
           03  WS-ACH-IMMED-ORIG   PIC X(10)      VALUE '1234567890'.
           03  WS-ACH-DEST-NAME    PIC X(23)      VALUE
               'FIRST NATIONAL BANK'.
           03  WS-ACH-COMPANY-NAME PIC X(16)      VALUE
               'FH PAYROLL CORP'.
           03  WS-ACH-COMPANY-ID   PIC X(10)      VALUE '1234567890'.
           03  WS-ACH-ODFI         PIC X(08)      VALUE '09100001'.
       01  ACH-FILE-HEADER.
           03  FILLER              PIC X(01)      VALUE '1'.
           03  FILLER              PIC X(02)      VALUE '01'.
           03  AFH-IMMED-DEST      PIC X(10)      VALUE SPACES.
           03  AFH-IMMED-ORIG      PIC X(10)      VALUE SPACES.
           03  AFH-CREATE-DATE     PIC 9(06)      VALUE ZERO.
           03  AFH-CREATE-TIME     PIC 9(04)      VALUE ZERO.
           03  FILLER              PIC X(01)      VALUE 'A'.
           03  FILLER              PIC X(03)      VALUE '094'.
           03  FILLER              PIC X(02)      VALUE '10'.
           03  FILLER              PIC X(01)      VALUE '1'.
           03  AFH-DEST-NAME       PIC X(23)      VALUE SPACES.
           03  AFH-ORIG-NAME       PIC X(23)      VALUE SPACES.
           03  FILLER              PIC X(08)      VALUE SPACES.
       01  ACH-BATCH-HEADER.
           03  FILLER              PIC X(01)      VALUE '5'.
           03  FILLER              PIC X(03)      VALUE '225'.
           03  ABH-COMPANY-NAME    PIC X(16)      VALUE SPACES.
           03  FILLER              PIC X(20)      VALUE SPACES.
           03  ABH-COMPANY-ID      PIC X(10)      VALUE SPACES.
           03  FILLER              PIC X(03)      VALUE 'PPD'.
           03  FILLER              PIC X(10)      VALUE 'REVERSAL'.
           03  ABH-DESC-DATE       PIC 9(06)      VALUE ZERO.
           03  ABH-EFF-DATE        PIC 9(06)      VALUE ZERO.
           03  FILLER              PIC X(03)      VALUE SPACES.
           03  FILLER              PIC X(01)      VALUE '1'.
           03  ABH-ODFI            PIC X(08)      VALUE SPACES.
           03  ABH-BATCH-NO        PIC 9(07)      VALUE 1.
       01  ACH-ENTRY-DETAIL.
           03  FILLER              PIC X(01)      VALUE '6'.
           03  AED-TRAN-CODE       PIC X(02)      VALUE '27'.
           03  AED-RTN-8           PIC X(08)      VALUE SPACES.
           03  AED-RTN-CHECK       PIC X(01)      VALUE SPACES.
           03  AED-ACCOUNT         PIC X(17)      VALUE SPACES.
           03  AED-AMOUNT          PIC 9(10)      VALUE ZERO.
           03  AED-INDIV-ID        PIC X(15)      VALUE SPACES.
           03  AED-INDIV-NAME      PIC X(22)      VALUE SPACES.
           03  FILLER              PIC X(02)      VALUE SPACES.
           03  FILLER              PIC X(01)      VALUE '0'.
           03  AED-TRACE.
               05  AED-TRACE-ODFI  PIC X(08)      VALUE SPACES.
               05  AED-TRACE-SEQ   PIC 9(07)      VALUE ZERO.
       01  ACH-BATCH-CONTROL.
           03  FILLER              PIC X(01)      VALUE '8'.
           03  FILLER              PIC X(03)      VALUE '225'.
           03  ABC-ENTRY-CNT       PIC 9(06)      VALUE ZERO.
           03  ABC-ENTRY-HASH      PIC 9(10)      VALUE ZERO.
           03  ABC-TOT-DEBIT       PIC 9(12)      VALUE ZERO.
           03  ABC-TOT-CREDIT      PIC 9(12)      VALUE ZERO.
           03  ABC-COMPANY-ID      PIC X(10)      VALUE SPACES.
           03  FILLER              PIC X(19)      VALUE SPACES.
           03  FILLER              PIC X(06)      VALUE SPACES.
           03  ABC-ODFI            PIC X(08)      VALUE SPACES.
           03  ABC-BATCH-NO        PIC 9(07)      VALUE 1.
       01  ACH-FILE-CONTROL.
           03  FILLER              PIC X(01)      VALUE '9'.
           03  AFC-BATCH-CNT       PIC 9(06)      VALUE 1.
           03  AFC-BLOCK-CNT       PIC 9(06)      VALUE ZERO.
           03  AFC-ENTRY-CNT       PIC 9(08)      VALUE ZERO.
           03  AFC-ENTRY-HASH      PIC 9(10)      VALUE ZERO.
           03  AFC-TOT-DEBIT       PIC 9(12)      VALUE ZERO.
           03  AFC-TOT-CREDIT      PIC 9(12)      VALUE ZERO.
           03  FILLER              PIC X(39)      VALUE SPACES.
       01  ACH-NINES-RECORD        PIC X(94)      VALUE ALL '9'.
       01  WS-ACH-HASH             PIC 9(10)      VALUE ZERO.
      *
       01  REV-HEADING-LINE1.
           03  FILLER              PIC X(24)      VALUE
               'PAYMENT REVERSAL VOUCHER'.
           03  FILLER              PIC X(12)      VALUE '  RUN DATE '.
           03  RH-DATE             PIC 9(08)      VALUE ZERO.
           03  FILLER              PIC X(15)      VALUE
               '  BOOKED TO PD '.
           03  RH-PERIOD           PIC 9(03)      VALUE ZERO.
           03  FILLER              PIC X(18)      VALUE SPACES.
       01  REV-INFO-LINE.
           03  RI-LABEL            PIC X(20)      VALUE SPACES.
           03  RI-TEXT             PIC X(60)      VALUE SPACES.
       01  REV-TYPE-LINE.
           03  FILLER              PIC X(04)      VALUE SPACES.
           03  RT-P-TYPE           PIC X(04)      VALUE SPACES.
           03  FILLER              PIC X(12)      VALUE SPACES.
           03  RT-P-AMT            PIC -ZZZ,ZZ9.99 VALUE ZERO.
           03  FILLER              PIC X(49)      VALUE SPACES.
       01  REV-AMOUNT-LINE.
           03  RA-LABEL            PIC X(20)      VALUE SPACES.
           03  RA-AMT              PIC ZZZ,ZZ9.99 VALUE ZERO.
           03  FILLER              PIC X(50)      VALUE SPACES.
       01  REV-NOTE-LINE           PIC X(80)      VALUE SPACES.

       PROCEDURE DIVISION.
       0000-MAIN-PARA.
           PERFORM 1000-INITIAL-PARA
           PERFORM 1500-GET-REQUEST-PARA
           PERFORM 2000-FIND-EMPLOYEE-PARA
           PERFORM 2100-FIND-PERIODS-PARA
           PERFORM 2200-CHECK-LOG-PARA
           IF WS-REF-CHECK
               PERFORM 2300-FIND-CHECK-PARA
           ELSE
               PERFORM 2400-FIND-ACH-ENTRY-PARA
           END-IF
           PERFORM 2500-GATHER-DEDUCTIONS-PARA
           PERFORM 2600-LOAD-YTD-PARA
           PERFORM 2700-GET-DISPOSITION-PARA
           PERFORM 2800-CONFIRM-PARA
           PERFORM 3000-POST-YTD-PARA
           PERFORM 3100-POST-DEDN-YTD-PARA
           PERFORM 3200-WRITE-GL-EXTRACT-PARA
           EVALUATE TRUE
               WHEN WS-ACT-ACH-REVERSAL
                   PERFORM 3300-WRITE-ACH-REVERSAL-PARA
               WHEN WS-ACT-VOID-CHECK
                   PERFORM 3400-VOID-CHECK-PARA
               WHEN WS-ACT-RECOVER
                   PERFORM 3500-SET-UP-RECOVERY-PARA
           END-EVALUATE
           PERFORM 3600-WRITE-RUN-TOTALS-PARA
           PERFORM 3700-WRITE-LOG-PARA
           IF WS-KIND-REGULAR
               PERFORM 3750-STAMP-HISTORY-PARA
           END-IF
           PERFORM 9000-END-PARA
           STOP RUN.
      *
       1000-INITIAL-PARA.
           ACCEPT WS-DATE FROM DATE YYYYMMDD
           ACCEPT WS-TIME FROM TIME
           OPEN INPUT ACH-PARM-FILE
           IF WS-ACHP-STAT = '00'
               READ ACH-PARM-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       PERFORM 1050-APPLY-ACH-PARM-PARA
               END-READ
               CLOSE ACH-PARM-FILE
           END-IF
           OPEN INPUT GL-MAP-FILE
           IF WS-GLM-STAT = '00'
               MOVE 'N' TO WS-EOF-FLAG
               PERFORM UNTIL WS-PASS-EOF
                   READ GL-MAP-FILE
                       AT END
                           SET WS-PASS-EOF TO TRUE
                       NOT AT END
                           IF WS-GLM-COUNT < 2500
                               ADD 1 TO WS-GLM-COUNT
                               SET WS-GLM-IDX TO WS-GLM-COUNT
                               MOVE GM-DEPT TO WS-GLM-DEPT(WS-GLM-IDX)
                               MOVE GM-TYPE TO WS-GLM-TYPE(WS-GLM-IDX)
                               MOVE GM-ACCT TO WS-GLM-ACCT(WS-GLM-IDX)
                           ELSE
                               MOVE 'WS-GLM-TABLE' TO WS-OVERFLOW-NAME
                               PERFORM 9900-TABLE-OVERFLOW-PARA
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE GL-MAP-FILE
           END-IF.
      *
       1050-APPLY-ACH-PARM-PARA.
           IF ACHP-IMMED-DEST NOT = SPACES
               MOVE ACHP-IMMED-DEST TO WS-ACH-IMMED-DEST
           END-IF
           IF ACHP-IMMED-ORIG NOT = SPACES
               MOVE ACHP-IMMED-ORIG TO WS-ACH-IMMED-ORIG
           END-IF
           IF ACHP-DEST-NAME NOT = SPACES
               MOVE ACHP-DEST-NAME TO WS-ACH-DEST-NAME
           END-IF
           IF ACHP-COMPANY-NAME NOT = SPACES
               MOVE ACHP-COMPANY-NAME TO WS-ACH-COMPANY-NAME
           END-IF
           IF ACHP-COMPANY-ID NOT = SPACES
               MOVE ACHP-COMPANY-ID TO WS-ACH-COMPANY-ID
           END-IF
           IF ACHP-ODFI NOT = SPACES
               MOVE ACHP-ODFI TO WS-ACH-ODFI
           END-IF.
      *
      * The reference tells its own type: eight digits and nothing
      * after is a check number, fifteen characters ending in a
      * seven-digit sequence is an ACH trace number.
       1500-GET-REQUEST-PARA.
           DISPLAY 'REQUESTED BY (USER ID): '
           ACCEPT WS-REQ-USER
           IF WS-REQ-USER = SPACES
               MOVE 'NO REQUESTER GIVEN' TO WS-REFUSE-MSG
               PERFORM 9800-REFUSE-PARA
           END-IF
           DISPLAY 'REASON FOR REVERSAL: '
           ACCEPT WS-REQ-REASON
           DISPLAY 'EMP-ID: '
           ACCEPT WS-REQ-EMP-ID
           DISPLAY 'PAY PERIOD OF THE PAYMENT (3 DIGITS): '
           ACCEPT WS-REQ-PERIOD-IN
           IF WS-REQ-PERIOD-IN NUMERIC
               MOVE WS-REQ-PERIOD-IN TO WS-REQ-PERIOD
           ELSE
               MOVE 'PAY PERIOD NOT NUMERIC' TO WS-REFUSE-MSG
               PERFORM 9800-REFUSE-PARA
           END-IF
           DISPLAY 'PAYMENT KIND - R (REGULAR PAY) O (OFF-CYCLE): '
           ACCEPT WS-REQ-KIND
           IF NOT WS-KIND-REGULAR AND NOT WS-KIND-OFF-CYCLE
               MOVE 'PAYMENT KIND MUST BE R OR O' TO WS-REFUSE-MSG
               PERFORM 9800-REFUSE-PARA
           END-IF
           DISPLAY 'CHECK NUMBER OR ACH TRACE NUMBER: '
           ACCEPT WS-REQ-REF
           EVALUATE TRUE
               WHEN WS-REQ-REF(1:8) NUMERIC
                AND WS-REQ-REF(9:7) = SPACES
                   SET WS-REF-CHECK TO TRUE
                   MOVE WS-REQ-REF(1:8) TO WS-TARGET-CHECK
               WHEN WS-REQ-REF(1:8) NOT = SPACES
                AND WS-REQ-REF(9:7) NUMERIC
                   SET WS-REF-ACH TO TRUE
               WHEN OTHER
                   MOVE 'REFERENCE IS NEITHER A CHECK NOR A TRACE NO'
                       TO WS-REFUSE-MSG
                   PERFORM 9800-REFUSE-PARA
           END-EVALUATE.
      *
       2000-FIND-EMPLOYEE-PARA.
           OPEN INPUT EMPLOYEE-FILE
           IF WS-EMP-STAT NOT = '00'
               MOVE 'EMPFILE.DAT NOT AVAILABLE' TO WS-REFUSE-MSG
               PERFORM 9800-REFUSE-PARA
           END-IF
           MOVE 'N' TO WS-EOF-FLAG
           PERFORM UNTIL WS-PASS-EOF OR WS-EMP-FOUND
               READ EMPLOYEE-FILE
                   AT END
                       SET WS-PASS-EOF TO TRUE
                   NOT AT END
                       IF EMP-ID = WS-REQ-EMP-ID
                           SET WS-EMP-FOUND TO TRUE
                           MOVE EMP-NAME      TO WS-EMP-NAME
                           MOVE EMP-DEPT      TO WS-EMP-DEPT
                           MOVE EMP-BANK-RTN  TO WS-EMP-RTN
                           MOVE EMP-BANK-ACCT TO WS-EMP-ACCT
                       END-IF
               END-READ
           END-PERFORM
           CLOSE EMPLOYEE-FILE
           IF NOT WS-EMP-FOUND
               MOVE 'NO SUCH EMPLOYEE ON MASTER' TO WS-REFUSE-MSG
               PERFORM 9800-REFUSE-PARA
           END-IF.
      *
      * The payment's own period must be on the calendar; the
      * reversal is booked to whichever period covers today, open or
      * closed, the way OFFCYCLE books a supplemental payment.
       2100-FIND-PERIODS-PARA.
           OPEN INPUT PAY-PERIOD-FILE
           IF WS-PERD-STAT NOT = '00'
               MOVE 'PAYPERD.DAT NOT AVAILABLE' TO WS-REFUSE-MSG
               PERFORM 9800-REFUSE-PARA
           END-IF
           MOVE 'N' TO WS-EOF-FLAG
           PERFORM UNTIL WS-PASS-EOF
               READ PAY-PERIOD-FILE
                   AT END
                       SET WS-PASS-EOF TO TRUE
                   NOT AT END
                       IF PERD-NO = WS-REQ-PERIOD
                           SET WS-REQ-PERD-FOUND TO TRUE
                       END-IF
                       IF NOT WS-BOOK-PERD-FOUND
                          AND WS-DATE >= PERD-START
                          AND WS-DATE <= PERD-END
                           SET WS-BOOK-PERD-FOUND TO TRUE
                           MOVE PERD-NO     TO WS-BOOK-PERIOD
                           MOVE PERD-END    TO WS-BOOK-PERD-END
                           MOVE PERD-STATUS TO WS-BOOK-PERD-STATUS
                       END-IF
               END-READ
           END-PERFORM
           CLOSE PAY-PERIOD-FILE
           IF NOT WS-REQ-PERD-FOUND
               MOVE 'PAY PERIOD NOT ON PAYPERD.DAT' TO WS-REFUSE-MSG
               PERFORM 9800-REFUSE-PARA
           END-IF
           IF NOT WS-BOOK-PERD-FOUND
               MOVE 'NO PAY PERIOD COVERS TODAY' TO WS-REFUSE-MSG
               PERFORM 9800-REFUSE-PARA
           END-IF.
      *
      * One reversal per payment - a reference already on the log
      * for this employee is refused.
       2200-CHECK-LOG-PARA.
           OPEN INPUT REV-LOG-FILE
           IF WS-RLOG-STAT = '00'
               MOVE 'N' TO WS-EOF-FLAG
               PERFORM UNTIL WS-PASS-EOF
                   READ REV-LOG-FILE
                       AT END
                           SET WS-PASS-EOF TO TRUE
                       NOT AT END
                           IF RL-EMP-ID = WS-REQ-EMP-ID
                              AND RL-REF = WS-REQ-REF
                              AND RL-PERIOD = WS-REQ-PERIOD
                               DISPLAY 'PAYREV: REVERSED ON ' RL-DATE
                                   ' BY ' RL-USER
                               CLOSE REV-LOG-FILE
                               MOVE 'PAYMENT ALREADY REVERSED'
                                   TO WS-REFUSE-MSG
                               PERFORM 9800-REFUSE-PARA
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE REV-LOG-FILE
           END-IF.
      *
      * The check's issue record gives the net and whether the bank
      * has paid it; a void anywhere on the register for the number
      * means the money never left. A check ESCHEAT has escheated
      * is refused - the money went to the state as unclaimed
      * property and can only be claimed back from it.
       2300-FIND-CHECK-PARA.
           OPEN INPUT CHECK-REG-FILE
           IF WS-CREG-STAT NOT = '00'
               MOVE 'CHECKREG.DAT NOT AVAILABLE' TO WS-REFUSE-MSG
               PERFORM 9800-REFUSE-PARA
           END-IF
           MOVE 'N' TO WS-EOF-FLAG
           PERFORM UNTIL WS-PASS-EOF
               READ CHECK-REG-FILE
                   AT END
                       SET WS-PASS-EOF TO TRUE
                   NOT AT END
                       IF CR-CHECK-NO = WS-TARGET-CHECK
                           EVALUATE TRUE
                               WHEN CR-VOIDED
                                   SET WS-PAY-VOIDED TO TRUE
                               WHEN CR-ESCHEATED
                                   SET WS-PAY-ESCHEATED TO TRUE
                               WHEN OTHER
                                   SET WS-PAY-FOUND TO TRUE
                                   MOVE CR-EMP-ID TO WS-PAY-EMP-ID
                                   MOVE CR-AMOUNT TO WS-REV-NET
                                   MOVE CR-PAYEE  TO WS-PAY-PAYEE
                                   IF CR-IS-CLEARED
                                       SET WS-PAY-CLEARED TO TRUE
                                   END-IF
                           END-EVALUATE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE CHECK-REG-FILE
           IF NOT WS-PAY-FOUND
               MOVE 'CHECK NOT ISSUED ON CHECKREG.DAT' TO WS-REFUSE-MSG
               PERFORM 9800-REFUSE-PARA
           END-IF
           IF WS-PAY-EMP-ID NOT = WS-REQ-EMP-ID
               MOVE 'CHECK WAS NOT ISSUED TO THIS EMPLOYEE'
                   TO WS-REFUSE-MSG
               PERFORM 9800-REFUSE-PARA
           END-IF
           IF WS-PAY-ESCHEATED
               MOVE 'CHECK ESCHEATED - CLAIM IT FROM THE STATE'
                   TO WS-REFUSE-MSG
               PERFORM 9800-REFUSE-PARA
           END-IF.
      *
      * The deposit entry on the ACHFILE.DAT still on hand, when the
      * trace number is there and is a live credit to this employee.
      * Once the file has been replaced by a later run the net is
      * keyed and the recall goes to the account on the master.
       2400-FIND-ACH-ENTRY-PARA.
           OPEN INPUT BANK-FILE
           IF WS-BANK-STAT = '00'
               MOVE 'N' TO WS-EOF-FLAG
               PERFORM UNTIL WS-PASS-EOF OR WS-PAY-FOUND
                   READ BANK-FILE
                       AT END
                           SET WS-PASS-EOF TO TRUE
                       NOT AT END
                           IF BK-REC-TYPE = '6'
                              AND BK-TRACE = WS-REQ-REF
                              AND BK-INDIV-ID(1:5) = WS-REQ-EMP-ID
                              AND BK-TRAN-CODE = '22'
                               SET WS-PAY-FOUND TO TRUE
                               MOVE BK-AMOUNT  TO WS-REV-NET
                               MOVE BK-RTN     TO WS-PAY-RTN
                               MOVE BK-ACCOUNT TO WS-PAY-ACCT
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE BANK-FILE
           END-IF
           IF NOT WS-PAY-FOUND AND WS-KIND-REGULAR
               PERFORM 2450-FIND-HISTORY-PARA
           END-IF
           IF NOT WS-PAY-FOUND
               DISPLAY 'PAYREV: TRACE ' WS-REQ-REF
                   ' NOT ON THE CURRENT ACHFILE.DAT'
               DISPLAY 'NET AMOUNT DEPOSITED (WITH DECIMAL POINT, '
                   'E.G. 812.40): '
               PERFORM 8900-ACCEPT-AMOUNT-PARA
               MOVE WS-AMOUNT-N TO WS-REV-NET
               MOVE WS-EMP-RTN  TO WS-PAY-RTN
               MOVE WS-EMP-ACCT TO WS-PAY-ACCT
           END-IF
           IF WS-REV-NET = ZERO
               MOVE 'NOTHING WAS DEPOSITED - NOTHING TO REVERSE'
                   TO WS-REFUSE-MSG
               PERFORM 9800-REFUSE-PARA
           END-IF.
      *
      * The deposit's ACHFILE.DAT has been replaced by a later run -
      * the pay history kept the period's net and trace. The last
      * matching record wins (period numbers repeat each year). The
      * bank details are the employee's current ones, the same as a
      * keyed amount.
       2450-FIND-HISTORY-PARA.
           OPEN INPUT PAY-HIST-FILE
           IF WS-PHST-STAT = '00'
               MOVE 'N' TO WS-EOF-FLAG
               PERFORM UNTIL WS-PASS-EOF
                   READ PAY-HIST-FILE
                       AT END
                           SET WS-PASS-EOF TO TRUE
                       NOT AT END
                           IF PH-REC-TYPE = 'H'
                              AND PH-EMP-ID = WS-REQ-EMP-ID
                              AND PH-PERIOD = WS-REQ-PERIOD
                              AND PH-METHOD = 'D'
                              AND PH-ACH-TRACE = WS-REQ-REF
                               SET WS-PAY-FOUND TO TRUE
                               MOVE PH-NET TO WS-REV-NET
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PAY-HIST-FILE
               IF WS-PAY-FOUND
                   MOVE WS-EMP-RTN  TO WS-PAY-RTN
                   MOVE WS-EMP-ACCT TO WS-PAY-ACCT
                   DISPLAY 'PAYREV: TRACE ' WS-REQ-REF
                       ' FOUND ON PAYHIST.DAT'
               END-IF
           END-IF.
      *
      * Regular pay: every typed row the roll left for the employee
      * in the payment's period - the period's DEDNYTD.DAT rows less
      * the OFFCDETL.DAT lines (off-cycle withholding, earlier
      * reversals) that were posted into the same period outside the
      * roll. Off-cycle pay: one flat-rate TAX line, the keyed gross
      * less the net.
       2500-GATHER-DEDUCTIONS-PARA.
           IF WS-KIND-OFF-CYCLE
               DISPLAY 'SUPPLEMENTAL GROSS PAID (WITH DECIMAL POINT, '
                   'E.G. 1000.00): '
               PERFORM 8900-ACCEPT-AMOUNT-PARA
               IF WS-AMOUNT-N < WS-REV-NET
                   MOVE 'GROSS IS LESS THAN THE NET PAID'
                       TO WS-REFUSE-MSG
                   PERFORM 9800-REFUSE-PARA
               END-IF
               MOVE 'TAX ' TO WS-TY-KEY
               COMPUTE WS-TY-ADD = WS-AMOUNT-N - WS-REV-NET
               IF WS-TY-ADD > ZERO
                   PERFORM 2550-ADD-TYPE-PARA
               END-IF
           ELSE
               OPEN INPUT DEDN-YTD-FILE
               IF WS-DYTD-STAT = '00'
                   MOVE 'N' TO WS-EOF-FLAG
                   PERFORM UNTIL WS-PASS-EOF
                       READ DEDN-YTD-FILE
                           AT END
                               SET WS-PASS-EOF TO TRUE
                           NOT AT END
                               IF DY-EMP-ID = WS-REQ-EMP-ID
                                  AND DY-PERIOD = WS-REQ-PERIOD
                                   MOVE DY-TYPE   TO WS-TY-KEY
                                   MOVE DY-AMOUNT TO WS-TY-ADD
                                   PERFORM 2550-ADD-TYPE-PARA
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE DEDN-YTD-FILE
               END-IF
               OPEN INPUT OFFC-DETAIL-FILE
               IF WS-OFCD-STAT = '00'
                   MOVE 'N' TO WS-EOF-FLAG
                   PERFORM UNTIL WS-PASS-EOF
                       READ OFFC-DETAIL-FILE
                           AT END
                               SET WS-PASS-EOF TO TRUE
                           NOT AT END
                               IF OD-EMP-ID = WS-REQ-EMP-ID
                                  AND OD-PERIOD = WS-REQ-PERIOD
                                   MOVE OD-TYPE   TO WS-TY-KEY
                                   COMPUTE WS-TY-ADD = ZERO - OD-AMOUNT
                                   PERFORM 2550-ADD-TYPE-PARA
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE OFFC-DETAIL-FILE
               END-IF
           END-IF
           MOVE ZERO TO WS-DEDN-SUM
           MOVE ZERO TO WS-REV-RET
           PERFORM VARYING WS-TY-IDX FROM 1 BY 1
                   UNTIL WS-TY-IDX > WS-TY-COUNT
               ADD WS-TY-AMT(WS-TY-IDX) TO WS-DEDN-SUM
               IF WS-TY-TYPE(WS-TY-IDX) = 'RDEF'
                  OR WS-TY-TYPE(WS-TY-IDX) = 'RCUP'
                   ADD WS-TY-AMT(WS-TY-IDX) TO WS-REV-RET
               END-IF
           END-PERFORM
           IF WS-DEDN-SUM < ZERO
               MOVE 'DEDUCTION LEDGER FOR THE PERIOD IS NEGATIVE'
                   TO WS-REFUSE-MSG
               PERFORM 9800-REFUSE-PARA
           END-IF
           MOVE WS-DEDN-SUM TO WS-REV-DEDN
           COMPUTE WS-REV-OTHER = WS-REV-DEDN - WS-REV-RET
           COMPUTE WS-REV-GROSS = WS-REV-NET + WS-REV-DEDN.
      *
       2550-ADD-TYPE-PARA.
           MOVE 'N' TO WS-TY-FOUND-FLAG
           IF WS-TY-COUNT > ZERO
               SET WS-TY-IDX TO 1
               SEARCH WS-TY-ENTRIES
                   AT END
                       CONTINUE
                   WHEN WS-TY-TYPE(WS-TY-IDX) = WS-TY-KEY
                       SET WS-TY-FOUND TO TRUE
               END-SEARCH
           END-IF
           IF NOT WS-TY-FOUND
               IF WS-TY-COUNT < 50
                   ADD 1 TO WS-TY-COUNT
                   SET WS-TY-IDX TO WS-TY-COUNT
                   MOVE WS-TY-KEY TO WS-TY-TYPE(WS-TY-IDX)
               ELSE
                   MOVE 'WS-TY-TABLE' TO WS-OVERFLOW-NAME
                   PERFORM 9900-TABLE-OVERFLOW-PARA
               END-IF
           END-IF
           ADD WS-TY-ADD TO WS-TY-AMT(WS-TY-IDX).
      *
      * The YTD master must be able to give the payment back - a
      * payment from before the last year-end reset is not on it.
       2600-LOAD-YTD-PARA.
           OPEN INPUT YTD-FILE
           IF WS-YTD-STAT NOT = '00'
               MOVE 'YTDFILE.DAT NOT AVAILABLE' TO WS-REFUSE-MSG
               PERFORM 9800-REFUSE-PARA
           END-IF
           MOVE 'N' TO WS-EOF-FLAG
           PERFORM UNTIL WS-PASS-EOF
               READ YTD-FILE
                   AT END
                       SET WS-PASS-EOF TO TRUE
                   NOT AT END
                       IF WS-YTD-COUNT < 20000
                           ADD 1 TO WS-YTD-COUNT
                           SET WS-YTD-IDX TO WS-YTD-COUNT
                           MOVE YTD-EMP-ID TO WS-YTD-ID(WS-YTD-IDX)
                           MOVE YTD-EARN   TO WS-YTD-EARN-T(WS-YTD-IDX)
                           MOVE YTD-DEDN   TO WS-YTD-DEDN-T(WS-YTD-IDX)
                       ELSE
                           MOVE 'WS-YTD-TABLE' TO WS-OVERFLOW-NAME
                           PERFORM 9900-TABLE-OVERFLOW-PARA
                       END-IF
               END-READ
           END-PERFORM
           CLOSE YTD-FILE
           IF WS-YTD-COUNT > ZERO
               SET WS-YTD-IDX TO 1
               SEARCH WS-YTD-ENTRIES
                   AT END
                       CONTINUE
                   WHEN WS-YTD-ID(WS-YTD-IDX) = WS-REQ-EMP-ID
                       SET WS-YTD-FOUND TO TRUE
               END-SEARCH
           END-IF
           IF NOT WS-YTD-FOUND
               MOVE 'EMPLOYEE HAS NO YTD RECORD' TO WS-REFUSE-MSG
               PERFORM 9800-REFUSE-PARA
           END-IF
           IF WS-REV-GROSS > WS-YTD-EARN-T(WS-YTD-IDX)
              OR WS-REV-DEDN > WS-YTD-DEDN-T(WS-YTD-IDX)
               MOVE 'REVERSAL WOULD TAKE YTD BELOW ZERO'
                   TO WS-REFUSE-MSG
               PERFORM 9800-REFUSE-PARA
           END-IF.
      *
      * How the money comes back. A check still outstanding is
      * voided, one already void needs nothing, one the bank has
      * paid can only be recovered from future pay. A deposit is
      * recalled by ACH reversal when there is an account to debit
      * and the operator says it is still inside the bank's window;
      * otherwise it too is recovered from future pay.
       2700-GET-DISPOSITION-PARA.
           EVALUATE TRUE
               WHEN WS-REF-CHECK AND WS-PAY-VOIDED
                   SET WS-ACT-NONE TO TRUE
               WHEN WS-REF-CHECK AND NOT WS-PAY-CLEARED
                   SET WS-ACT-VOID-CHECK TO TRUE
               WHEN WS-REF-CHECK
                   DISPLAY 'PAYREV: CHECK HAS CLEARED - THE MONEY '
                       'CAN ONLY BE RECOVERED FROM FUTURE PAY'
                   SET WS-ACT-RECOVER TO TRUE
               WHEN WS-PAY-RTN = SPACES OR WS-PAY-ACCT = SPACES
                   DISPLAY 'PAYREV: NO ACCOUNT TO DEBIT - THE MONEY '
                       'CAN ONLY BE RECOVERED FROM FUTURE PAY'
                   SET WS-ACT-RECOVER TO TRUE
               WHEN OTHER
                   DISPLAY 'A (ACH REVERSAL - WITHIN 5 BANKING DAYS) '
                       'O (RECOVER FROM FUTURE PAY): '
                   ACCEPT WS-ANSWER
                   EVALUATE WS-ANSWER
                       WHEN 'A'
                           SET WS-ACT-ACH-REVERSAL TO TRUE
                       WHEN 'O'
                           SET WS-ACT-RECOVER TO TRUE
                       WHEN OTHER
                           MOVE 'ANSWER MUST BE A OR O'
                               TO WS-REFUSE-MSG
                           PERFORM 9800-REFUSE-PARA
                   END-EVALUATE
           END-EVALUATE
           IF WS-ACT-RECOVER
               DISPLAY 'AMOUNT TO RECOVER EACH PERIOD (WITH DECIMAL '
                   'POINT, E.G. 100.00): '
               PERFORM 8900-ACCEPT-AMOUNT-PARA
               IF WS-AMOUNT-N = ZERO
                   MOVE 'PER-PERIOD RECOVERY AMOUNT IS ZERO'
                       TO WS-REFUSE-MSG
                   PERFORM 9800-REFUSE-PARA
               END-IF
               MOVE WS-AMOUNT-N TO WS-RCV-PER-PERIOD
               IF WS-RCV-PER-PERIOD > WS-REV-NET
                   MOVE WS-REV-NET TO WS-RCV-PER-PERIOD
               END-IF
           END-IF.
      *
       2800-CONFIRM-PARA.
           DISPLAY 'PAYREV: EMP ' WS-REQ-EMP-ID ' ' WS-EMP-NAME
               ' PERIOD ' WS-REQ-PERIOD ' REF ' WS-REQ-REF
           MOVE WS-REV-GROSS TO RA-AMT
           DISPLAY '  GROSS      ' RA-AMT
           MOVE WS-REV-DEDN  TO RA-AMT
           DISPLAY '  DEDUCTIONS ' RA-AMT
           MOVE WS-REV-NET   TO RA-AMT
           DISPLAY '  NET        ' RA-AMT
           DISPLAY '  BOOKED TO PERIOD ' WS-BOOK-PERIOD
               '  MONEY BACK BY ' WS-ACTION
               ' (A ACH, V VOID, N NONE, O RECOVERY)'
           DISPLAY 'POST THIS REVERSAL (Y/N): '
           ACCEPT WS-ANSWER
           IF WS-ANSWER NOT = 'Y'
               DISPLAY 'PAYREV: REVERSAL NOT POSTED - NOTHING WRITTEN'
               MOVE 4 TO RETURN-CODE
               STOP RUN
           END-IF.
      *
       3000-POST-YTD-PARA.
           SUBTRACT WS-REV-GROSS FROM WS-YTD-EARN-T(WS-YTD-IDX)
           SUBTRACT WS-REV-DEDN  FROM WS-YTD-DEDN-T(WS-YTD-IDX)
           OPEN OUTPUT YTD-FILE
           PERFORM VARYING WS-YTD-IDX FROM 1 BY 1
                   UNTIL WS-YTD-IDX > WS-YTD-COUNT
               MOVE WS-YTD-ID(WS-YTD-IDX)      TO YTD-EMP-ID
               MOVE WS-YTD-EARN-T(WS-YTD-IDX)  TO YTD-EARN
               MOVE WS-YTD-DEDN-T(WS-YTD-IDX)  TO YTD-DEDN
               WRITE YTD-RECORD
           END-PERFORM
           CLOSE YTD-FILE.
      *
      * One negative row per deduction type, booked to today's
      * period, with its dated copy for DEDNROLL - and, when today's
      * period is already closed, its tax liability row as well.
       3100-POST-DEDN-YTD-PARA.
           OPEN EXTEND DEDN-YTD-FILE
           IF WS-DYTD-STAT NOT = '00'
               OPEN OUTPUT DEDN-YTD-FILE
           END-IF
           OPEN EXTEND OFFC-DETAIL-FILE
           IF WS-OFCD-STAT NOT = '00'
               OPEN OUTPUT OFFC-DETAIL-FILE
           END-IF
           IF WS-BOOK-PERD-CLOSED
               OPEN EXTEND TAX-LIAB-FILE
               IF WS-TLIB-STAT NOT = '00'
                   OPEN OUTPUT TAX-LIAB-FILE
               END-IF
           END-IF
           PERFORM VARYING WS-TY-IDX FROM 1 BY 1
                   UNTIL WS-TY-IDX > WS-TY-COUNT
               IF WS-TY-AMT(WS-TY-IDX) NOT = ZERO
                   MOVE WS-BOOK-PERIOD         TO DY-PERIOD
                   MOVE WS-REQ-EMP-ID          TO DY-EMP-ID
                   MOVE WS-TY-TYPE(WS-TY-IDX)  TO DY-TYPE
                   COMPUTE DY-AMOUNT = ZERO - WS-TY-AMT(WS-TY-IDX)
                   WRITE DEDN-YTD-RECORD
                   MOVE WS-DATE                TO OD-DATE
                   MOVE WS-BOOK-PERIOD         TO OD-PERIOD
                   MOVE WS-REQ-EMP-ID          TO OD-EMP-ID
                   MOVE WS-TY-TYPE(WS-TY-IDX)  TO OD-TYPE
                   MOVE DY-AMOUNT              TO OD-AMOUNT
                   WRITE OFFC-DETAIL-RECORD
                   IF WS-BOOK-PERD-CLOSED
                       PERFORM 3150-POST-TAX-LIAB-PARA
                   END-IF
               END-IF
           END-PERFORM
           CLOSE DEDN-YTD-FILE
           CLOSE OFFC-DETAIL-FILE
           IF WS-BOOK-PERD-CLOSED
               CLOSE TAX-LIAB-FILE
           END-IF.
      *
      * A reversal booked to a closed period is past DEDNROLL's
      * reach, so its tax lines go onto the liability ledger here,
      * withheld side, owed as of today - the same type test and
      * authorities DEDNROLL uses: TAX to FED, STxx and LTxx under
      * their own codes. Other deduction types are not taxes.
       3150-POST-TAX-LIAB-PARA.
           MOVE SPACES TO TL-AUTH
           IF OD-TYPE = 'TAX '
               MOVE 'FED ' TO TL-AUTH
           ELSE
               IF OD-TYPE(1:2) = 'ST' OR OD-TYPE(1:2) = 'LT'
                   MOVE OD-TYPE TO TL-AUTH
               END-IF
           END-IF
           IF TL-AUTH NOT = SPACES
               MOVE WS-BOOK-PERIOD   TO TL-PERIOD
               MOVE WS-BOOK-PERD-END TO TL-PERD-END
               MOVE WS-DATE          TO TL-LIAB-DATE
               MOVE OD-TYPE          TO TL-TYPE
               MOVE 'W'              TO TL-SIDE
               MOVE OD-AMOUNT        TO TL-AMOUNT
               WRITE TAX-LIAB-RECORD
           END-IF.
      *
      * The mirror image of the payment's journal, under the
      * employee's department: gross pay expense credited back, the
      * deduction liabilities and the retirement payable debited, and
      * net pay clearing debited - or, when the money is to be
      * recovered from future pay, the overpayment receivable (GL
      * type A, GLMAP.DAT override as for every other type).
       3200-WRITE-GL-EXTRACT-PARA.
           OPEN OUTPUT GL-EXTRACT-FILE
           MOVE WS-DATE        TO GLD-DATE
           MOVE WS-BOOK-PERIOD TO GLD-PERIOD
           MOVE WS-EMP-DEPT    TO GLD-DEPT
           MOVE 'E' TO WS-GL-TYPE
           PERFORM 3250-FIND-GL-ACCT-PARA
           MOVE WS-GL-ACCT     TO GLD-ACCT
           MOVE 'C'            TO GLD-DRCR
           MOVE WS-REV-GROSS   TO GLD-AMOUNT
           MOVE 'REV GROSS PAY' TO GLD-DESC
           ADD WS-REV-GROSS    TO WS-GL-CR-I
           WRITE GL-EXTRACT-RECORD FROM GL-DETAIL-LINE
           IF WS-REV-OTHER > ZERO
               MOVE 'L' TO WS-GL-TYPE
               PERFORM 3250-FIND-GL-ACCT-PARA
               MOVE WS-GL-ACCT     TO GLD-ACCT
               MOVE 'D'            TO GLD-DRCR
               MOVE WS-REV-OTHER   TO GLD-AMOUNT
               MOVE 'REV DEDN LIAB' TO GLD-DESC
               ADD WS-REV-OTHER    TO WS-GL-DR-I
               WRITE GL-EXTRACT-RECORD FROM GL-DETAIL-LINE
           END-IF
           IF WS-REV-RET > ZERO
               MOVE 'R' TO WS-GL-TYPE
               PERFORM 3250-FIND-GL-ACCT-PARA
               MOVE WS-GL-ACCT     TO GLD-ACCT
               MOVE 'D'            TO GLD-DRCR
               MOVE WS-REV-RET     TO GLD-AMOUNT
               MOVE 'REV RET DEFER' TO GLD-DESC
               ADD WS-REV-RET      TO WS-GL-DR-I
               WRITE GL-EXTRACT-RECORD FROM GL-DETAIL-LINE
           END-IF
           IF WS-ACT-RECOVER
               MOVE 'A' TO WS-GL-TYPE
               PERFORM 3250-FIND-GL-ACCT-PARA
               MOVE 'OVERPAY RECV' TO GLD-DESC
           ELSE
               MOVE 'N' TO WS-GL-TYPE
               PERFORM 3250-FIND-GL-ACCT-PARA
               MOVE 'REV NET PAY'  TO GLD-DESC
           END-IF
           MOVE WS-GL-ACCT     TO GLD-ACCT
           MOVE 'D'            TO GLD-DRCR
           MOVE WS-REV-NET     TO GLD-AMOUNT
           ADD WS-REV-NET      TO WS-GL-DR-I
           WRITE GL-EXTRACT-RECORD FROM GL-DETAIL-LINE
           MOVE WS-GL-DR-I TO GLT-DR-TOTAL
           MOVE WS-GL-CR-I TO GLT-CR-TOTAL
           MOVE WS-REV-RET TO GLT-RET-TOTAL
           IF WS-GL-DR-I = WS-GL-CR-I
              AND WS-GL-CR-I = WS-REV-GROSS
               MOVE 'BALANCED'       TO GLT-STATUS
           ELSE
               MOVE 'OUT OF BALANCE' TO GLT-STATUS
           END-IF
           WRITE GL-EXTRACT-RECORD FROM GL-TRAILER-LINE
           CLOSE GL-EXTRACT-FILE.
      *
       3250-FIND-GL-ACCT-PARA.
           EVALUATE WS-GL-TYPE
               WHEN 'E' MOVE '51000000' TO WS-GL-ACCT
               WHEN 'L' MOVE '24000000' TO WS-GL-ACCT
               WHEN 'N' MOVE '10100000' TO WS-GL-ACCT
               WHEN 'R' MOVE '24600000' TO WS-GL-ACCT
               WHEN 'A' MOVE '13100000' TO WS-GL-ACCT
           END-EVALUATE
           IF WS-GLM-COUNT > ZERO
               SET WS-GLM-IDX TO 1
               SEARCH WS-GLM-ENTRIES
                   AT END
                       CONTINUE
                   WHEN WS-GLM-DEPT(WS-GLM-IDX) = GLD-DEPT
                    AND WS-GLM-TYPE(WS-GLM-IDX) = WS-GL-TYPE
                       MOVE WS-GLM-ACCT(WS-GLM-IDX) TO WS-GL-ACCT
               END-SEARCH
           END-IF.
      *
      * A one-entry NACHA file: headers, the debit to the account
      * the deposit went to, control records, ten-record padding.
       3300-WRITE-ACH-REVERSAL-PARA.
           OPEN OUTPUT REV-ACH-FILE
           MOVE WS-ACH-IMMED-DEST   TO AFH-IMMED-DEST
           MOVE WS-ACH-IMMED-ORIG   TO AFH-IMMED-ORIG
           MOVE WS-DATE(3:6)        TO AFH-CREATE-DATE
           MOVE WS-TIME(1:4)        TO AFH-CREATE-TIME
           MOVE WS-ACH-DEST-NAME    TO AFH-DEST-NAME
           MOVE WS-ACH-COMPANY-NAME TO AFH-ORIG-NAME
           WRITE REV-ACH-RECORD FROM ACH-FILE-HEADER
           MOVE WS-ACH-COMPANY-NAME TO ABH-COMPANY-NAME
           MOVE WS-ACH-COMPANY-ID   TO ABH-COMPANY-ID
           MOVE WS-DATE(3:6)        TO ABH-DESC-DATE
           MOVE WS-DATE(3:6)        TO ABH-EFF-DATE
           MOVE WS-ACH-ODFI         TO ABH-ODFI
           WRITE REV-ACH-RECORD FROM ACH-BATCH-HEADER
           MOVE WS-PAY-RTN(1:8)     TO AED-RTN-8
           MOVE WS-PAY-RTN(9:1)     TO AED-RTN-CHECK
           MOVE WS-PAY-ACCT         TO AED-ACCOUNT
           COMPUTE AED-AMOUNT = WS-REV-NET * 100
           MOVE WS-REQ-EMP-ID       TO AED-INDIV-ID
           MOVE WS-EMP-NAME         TO AED-INDIV-NAME
           MOVE WS-ACH-ODFI         TO AED-TRACE-ODFI
           MOVE 1                   TO AED-TRACE-SEQ
           WRITE REV-ACH-RECORD FROM ACH-ENTRY-DETAIL
           MOVE WS-PAY-RTN(1:8)     TO WS-ACH-HASH
           MOVE 1                   TO ABC-ENTRY-CNT
           MOVE WS-ACH-HASH         TO ABC-ENTRY-HASH
           COMPUTE ABC-TOT-DEBIT = WS-REV-NET * 100
           MOVE WS-ACH-COMPANY-ID   TO ABC-COMPANY-ID
           MOVE WS-ACH-ODFI         TO ABC-ODFI
           WRITE REV-ACH-RECORD FROM ACH-BATCH-CONTROL
           MOVE 1                   TO AFC-BLOCK-CNT
           MOVE 1                   TO AFC-ENTRY-CNT
           MOVE WS-ACH-HASH         TO AFC-ENTRY-HASH
           COMPUTE AFC-TOT-DEBIT = WS-REV-NET * 100
           WRITE REV-ACH-RECORD FROM ACH-FILE-CONTROL
           PERFORM 5 TIMES
               WRITE REV-ACH-RECORD FROM ACH-NINES-RECORD
           END-PERFORM
           CLOSE REV-ACH-FILE
           OPEN EXTEND ACH-HIST-FILE
           IF WS-ACHH-STAT NOT = '00'
               OPEN OUTPUT ACH-HIST-FILE
           END-IF
           MOVE 'PAYREV'            TO AH-SOURCE
           MOVE WS-DATE             TO AH-CREATE-DATE
           MOVE WS-DATE             TO AH-EFF-DATE
           MOVE 1                   TO AH-ENTRY-CNT
           MOVE WS-REV-NET          TO AH-DEBIT
           MOVE ZERO                TO AH-CREDIT
           WRITE ACH-HIST-RECORD
           CLOSE ACH-HIST-FILE.
      *
      * Same void record CHECKRUN's V mode writes.
       3400-VOID-CHECK-PARA.
           OPEN EXTEND CHECK-REG-FILE
           MOVE WS-TARGET-CHECK  TO CR-CHECK-NO
           MOVE WS-REQ-EMP-ID    TO CR-EMP-ID
           MOVE WS-DATE          TO CR-DATE
           MOVE WS-REV-NET       TO CR-AMOUNT
           MOVE 'V'              TO CR-STATUS
           MOVE WS-PAY-PAYEE     TO CR-PAYEE
           MOVE WS-TARGET-CHECK  TO CR-REF-CHECK
           MOVE SPACE            TO CR-CLEARED
           MOVE ZERO             TO CR-CLEAR-DATE
           WRITE CHECK-REG-RECORD
           CLOSE CHECK-REG-FILE.
      *
      * The net paid is what the employee owes back.
       3500-SET-UP-RECOVERY-PARA.
           OPEN EXTEND RECOVERY-FILE
           IF WS-RCV-STAT NOT = '00'
               OPEN OUTPUT RECOVERY-FILE
           END-IF
           MOVE WS-REQ-EMP-ID     TO RV-EMP-ID
           MOVE WS-REQ-REF        TO RV-REF
           MOVE WS-DATE           TO RV-SETUP-DATE
           MOVE WS-REV-NET        TO RV-TOTAL
           MOVE WS-RCV-PER-PERIOD TO RV-PER-PERIOD
           MOVE WS-REV-NET        TO RV-BALANCE
           MOVE 'A'               TO RV-STATUS
           MOVE ZERO              TO RV-TAKEN-PERIOD
           MOVE ZERO              TO RV-TAKEN-AMT
           WRITE RECOVERY-RECORD
           CLOSE RECOVERY-FILE.
      *
      * A reversal row carries run type V and the amounts backed
      * out; QTRTAX takes them off its run-history totals, RUNRECON
      * and CONSOL leave them out of the run comparison.
       3600-WRITE-RUN-TOTALS-PARA.
           OPEN EXTEND RUN-TOTALS-FILE
           IF WS-RTOT-STAT NOT = '00'
               OPEN OUTPUT RUN-TOTALS-FILE
           END-IF
           MOVE WS-BOOK-PERIOD TO RT-PERIOD
           MOVE WS-DATE        TO RT-DATE
           MOVE 1              TO RT-HEADCOUNT
           MOVE 1              TO RT-READ
           MOVE WS-REV-GROSS   TO RT-EARN
           MOVE WS-REV-DEDN    TO RT-DEDN
           MOVE WS-REV-NET     TO RT-SAL
           MOVE 'V'            TO RT-RUN-TYPE
           WRITE RUN-TOTALS-RECORD
           CLOSE RUN-TOTALS-FILE.
      *
       3700-WRITE-LOG-PARA.
           OPEN EXTEND REV-LOG-FILE
           IF WS-RLOG-STAT NOT = '00'
               OPEN OUTPUT REV-LOG-FILE
           END-IF
           MOVE SPACES          TO REV-LOG-RECORD
           MOVE WS-DATE         TO RL-DATE
           MOVE WS-TIME(1:6)    TO RL-TIME
           MOVE WS-REQ-USER     TO RL-USER
           MOVE WS-REQ-EMP-ID   TO RL-EMP-ID
           MOVE WS-REQ-PERIOD   TO RL-PERIOD
           MOVE WS-BOOK-PERIOD  TO RL-BOOK-PERIOD
           MOVE WS-REQ-KIND     TO RL-KIND
           MOVE WS-REQ-REF-TYPE TO RL-REF-TYPE
           MOVE WS-REQ-REF      TO RL-REF
           MOVE WS-REV-GROSS    TO RL-GROSS
           MOVE WS-REV-DEDN     TO RL-DEDN
           MOVE WS-REV-NET      TO RL-NET
           MOVE WS-ACTION       TO RL-ACTION
           MOVE WS-REQ-REASON   TO RL-REASON
           WRITE REV-LOG-RECORD
           CLOSE REV-LOG-FILE.
      *
      * V stamp on the pay history - PAYHIST marks the period's
      * payment reversed. Off-cycle payments are not on the history.
       3750-STAMP-HISTORY-PARA.
           OPEN EXTEND PAY-HIST-FILE
           IF WS-PHST-STAT NOT = '00'
               OPEN OUTPUT PAY-HIST-FILE
           END-IF
           MOVE SPACES          TO PAY-HIST-RECORD
           MOVE WS-DATE         TO PH-RUN-DATE
           MOVE WS-REQ-PERIOD   TO PH-PERIOD
           MOVE WS-REQ-EMP-ID   TO PH-EMP-ID
           MOVE 'V'             TO PH-REC-TYPE
           MOVE WS-REV-NET      TO PH-REV-NET
           MOVE WS-ACTION       TO PH-REV-ACTION
           MOVE WS-REQ-REF      TO PH-REV-REF
           WRITE PAY-HIST-RECORD
           CLOSE PAY-HIST-FILE.
      *
      * Amounts are keyed with an explicit decimal point, the same
      * convention as MASSRATE's amount prompt.
       8900-ACCEPT-AMOUNT-PARA.
           MOVE SPACES TO WS-AMOUNT-IN
           ACCEPT WS-AMOUNT-IN
           MOVE ZERO TO WS-DEC-CNT
           INSPECT WS-AMOUNT-IN TALLYING WS-DEC-CNT FOR ALL '.'
           IF FUNCTION TEST-NUMVAL(WS-AMOUNT-IN) NOT = 0
              OR WS-DEC-CNT NOT = 1
               MOVE 'AMOUNT MUST CARRY AN EXPLICIT DECIMAL POINT'
                   TO WS-REFUSE-MSG
               PERFORM 9800-REFUSE-PARA
           END-IF
           COMPUTE WS-AMOUNT-N = FUNCTION NUMVAL(WS-AMOUNT-IN)
           IF WS-AMOUNT-N < ZERO
               MOVE 'AMOUNT MAY NOT BE NEGATIVE' TO WS-REFUSE-MSG
               PERFORM 9800-REFUSE-PARA
           END-IF.
      *
       9000-END-PARA.
           OPEN OUTPUT REV-REPORT
           MOVE WS-DATE        TO RH-DATE
           MOVE WS-BOOK-PERIOD TO RH-PERIOD
           WRITE REV-REPORT-RECORD FROM REV-HEADING-LINE1
           MOVE SPACES TO REV-REPORT-RECORD
           WRITE REV-REPORT-RECORD
           MOVE 'REQUESTED BY'  TO RI-LABEL
           MOVE SPACES TO RI-TEXT
           STRING WS-REQ-USER ' - ' WS-REQ-REASON
               DELIMITED BY SIZE INTO RI-TEXT
           WRITE REV-REPORT-RECORD FROM REV-INFO-LINE
           MOVE 'EMPLOYEE'      TO RI-LABEL
           MOVE SPACES TO RI-TEXT
           STRING WS-REQ-EMP-ID ' ' WS-EMP-NAME ' DEPT ' WS-EMP-DEPT
               DELIMITED BY SIZE INTO RI-TEXT
           WRITE REV-REPORT-RECORD FROM REV-INFO-LINE
           MOVE 'PAYMENT'       TO RI-LABEL
           MOVE SPACES TO RI-TEXT
           IF WS-KIND-REGULAR
               STRING 'REGULAR PAY, PERIOD ' WS-REQ-PERIOD
                   DELIMITED BY SIZE INTO RI-TEXT
           ELSE
               STRING 'OFF-CYCLE PAY, PERIOD ' WS-REQ-PERIOD
                   DELIMITED BY SIZE INTO RI-TEXT
           END-IF
           WRITE REV-REPORT-RECORD FROM REV-INFO-LINE
           MOVE 'REFERENCE'     TO RI-LABEL
           MOVE SPACES TO RI-TEXT
           IF WS-REF-CHECK
               STRING 'CHECK ' WS-REQ-REF
                   DELIMITED BY SIZE INTO RI-TEXT
           ELSE
               STRING 'ACH TRACE ' WS-REQ-REF
                   DELIMITED BY SIZE INTO RI-TEXT
           END-IF
           WRITE REV-REPORT-RECORD FROM REV-INFO-LINE
           MOVE SPACES TO REV-REPORT-RECORD
           WRITE REV-REPORT-RECORD
           MOVE 'DEDUCTIONS BACKED OUT BY TYPE' TO REV-NOTE-LINE
           WRITE REV-REPORT-RECORD FROM REV-NOTE-LINE
           PERFORM VARYING WS-TY-IDX FROM 1 BY 1
                   UNTIL WS-TY-IDX > WS-TY-COUNT
               IF WS-TY-AMT(WS-TY-IDX) NOT = ZERO
                   MOVE WS-TY-TYPE(WS-TY-IDX) TO RT-P-TYPE
                   MOVE WS-TY-AMT(WS-TY-IDX)  TO RT-P-AMT
                   WRITE REV-REPORT-RECORD FROM REV-TYPE-LINE
               END-IF
           END-PERFORM
           MOVE 'GROSS REVERSED'    TO RA-LABEL
           MOVE WS-REV-GROSS        TO RA-AMT
           WRITE REV-REPORT-RECORD FROM REV-AMOUNT-LINE
           MOVE 'DEDUCTIONS'        TO RA-LABEL
           MOVE WS-REV-DEDN         TO RA-AMT
           WRITE REV-REPORT-RECORD FROM REV-AMOUNT-LINE
           MOVE 'NET REVERSED'      TO RA-LABEL
           MOVE WS-REV-NET          TO RA-AMT
           WRITE REV-REPORT-RECORD FROM REV-AMOUNT-LINE
           MOVE SPACES TO REV-REPORT-RECORD
           WRITE REV-REPORT-RECORD
           EVALUATE TRUE
               WHEN WS-ACT-ACH-REVERSAL
                   MOVE 'ACH REVERSAL DEBIT ON REVACH.DAT - SEND TODAY'
                       TO REV-NOTE-LINE
               WHEN WS-ACT-VOID-CHECK
                   MOVE 'CHECK VOIDED ON CHECKREG.DAT - RECOVER IT'
                       TO REV-NOTE-LINE
               WHEN WS-ACT-NONE
                   MOVE 'CHECK WAS ALREADY VOID - NO MONEY TO RECALL'
                       TO REV-NOTE-LINE
               WHEN WS-ACT-RECOVER
                   MOVE SPACES TO REV-NOTE-LINE
                   MOVE WS-RCV-PER-PERIOD TO RA-AMT
                   STRING 'RECOVERY SCHEDULE ON RCVSCHED.DAT - '
                       RA-AMT ' PER PERIOD'
                       DELIMITED BY SIZE INTO REV-NOTE-LINE
           END-EVALUATE
           WRITE REV-REPORT-RECORD FROM REV-NOTE-LINE
           MOVE 'REVERSING JOURNAL ON GLREVRS.DAT' TO REV-NOTE-LINE
           WRITE REV-REPORT-RECORD FROM REV-NOTE-LINE
           IF WS-REV-RET > ZERO
               MOVE 'RETIREMENT DEFERRAL REVERSED - TELL RECORDKEEPER'
                   TO REV-NOTE-LINE
               WRITE REV-REPORT-RECORD FROM REV-NOTE-LINE
           END-IF
           CLOSE REV-REPORT
           DISPLAY 'PAYREV: REVERSAL POSTED FOR ' WS-REQ-EMP-ID
               ' - SEE PAYREV.REP'.
      *
       9800-REFUSE-PARA.
           DISPLAY 'PAYREV: ' WS-REFUSE-MSG ' - NOTHING POSTED'
           MOVE 8 TO RETURN-CODE
           STOP RUN.
      *
       9900-TABLE-OVERFLOW-PARA.
           DISPLAY 'PAYREV: INTERNAL TABLE OVERFLOW - '
               WS-OVERFLOW-NAME ' IS FULL - NOTHING POSTED'
           DISPLAY 'PAYREV: RAISE THE TABLE LIMIT BEFORE RERUNNING'
           MOVE 16 TO RETURN-CODE
           STOP RUN.
