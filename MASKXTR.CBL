       IDENTIFICATION DIVISION.
       PROGRAM-ID. MASKXTR.
      *****************************************************************
      * MASKXTR
      * Masked test-data extract. Builds a copy of the employee
      * master and its companion files that the test region can use
      * in place of production data:
      *
      *   EMPFILE.DAT   names, dates of birth and bank details masked
      *   EMPADDR.DAT   street lines and phone masked
      *   CHECKREG.DAT  payee masked
      *   CHGJRNL.DAT   before and after images masked as EMPFILE
      *   YTDFILE.DAT, LEAVEBAL.DAT, HRLYRATE.DAT, GARNORD.DAT
      *                 copied as they are (nothing personal on them
      *                 beyond the EMP-ID)
      *
      * Each copy is written under an output prefix - MASK- unless
      * MASKPARM.DAT names another - so MASK-EMPFILE.DAT and so on.
      * The prefix can never be blank, so the live files are only
      * ever read.
      *
      * The fakes come from the EMP-ID alone: the same employee gets
      * the same fake name, birthday and address on every file and
      * on every extract, whichever file the EMP-ID is on. Only the
      * bank details also take in the real values, so that a bank
      * change on the journal is still a change in the copy, and the
      * same real account always comes out as the same fake one.
      *
      * What stays as it is: every EMP-ID, amount, location,
      * department, status and date other than the birthday, the
      * year of birth (the age rules work off it), the city, state
      * and zip (the tax and unclaimed-property rules work off them),
      * the garnishment agencies, and the record count on every
      * file. A blank field stays blank - a blank routing number
      * still means a paper check - and a birth month outside 01-12
      * or day outside 01-31 is left so DOB-PROG still finds it. Routing
      * numbers come out with a good check digit; phone numbers keep
      * their area code and take a 555-01nn line number.
      *
      * Counts in and out per file on MASKXTR.REP. A missing
      * companion file is reported and skipped; a missing master
      * ends the job with RETURN-CODE 16.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MASK-PARM-FILE   ASSIGN TO 'MASKPARM.DAT'
                                    FILE STATUS IS WS-PARM-STAT.
           SELECT EMPLOYEE-FILE    ASSIGN TO 'EMPFILE.DAT'
                                    FILE STATUS IS WS-IN-STAT.
           SELECT MASK-EMP-FILE    ASSIGN TO DYNAMIC WS-FN-EMPFILE
                                    FILE STATUS IS WS-OUT-STAT.
           SELECT ADDRESS-FILE     ASSIGN TO 'EMPADDR.DAT'
                                    FILE STATUS IS WS-IN-STAT.
           SELECT MASK-ADDR-FILE   ASSIGN TO DYNAMIC WS-FN-EMPADDR
                                    FILE STATUS IS WS-OUT-STAT.
           SELECT YTD-FILE         ASSIGN TO 'YTDFILE.DAT'
                                    FILE STATUS IS WS-IN-STAT.
           SELECT MASK-YTD-FILE    ASSIGN TO DYNAMIC WS-FN-YTDFILE
                                    FILE STATUS IS WS-OUT-STAT.
           SELECT LEAVE-FILE       ASSIGN TO 'LEAVEBAL.DAT'
                                    FILE STATUS IS WS-IN-STAT.
           SELECT MASK-LEAVE-FILE  ASSIGN TO DYNAMIC WS-FN-LEAVEBAL
                                    FILE STATUS IS WS-OUT-STAT.
           SELECT RATE-FILE        ASSIGN TO 'HRLYRATE.DAT'
                                    FILE STATUS IS WS-IN-STAT.
           SELECT MASK-RATE-FILE   ASSIGN TO DYNAMIC WS-FN-HRLYRATE
                                    FILE STATUS IS WS-OUT-STAT.
           SELECT GARN-FILE        ASSIGN TO 'GARNORD.DAT'
                                    FILE STATUS IS WS-IN-STAT.
           SELECT MASK-GARN-FILE   ASSIGN TO DYNAMIC WS-FN-GARNORD
                                    FILE STATUS IS WS-OUT-STAT.
           SELECT CHECK-REG-FILE   ASSIGN TO 'CHECKREG.DAT'
                                    FILE STATUS IS WS-IN-STAT.
           SELECT MASK-REG-FILE    ASSIGN TO DYNAMIC WS-FN-CHECKREG
                                    FILE STATUS IS WS-OUT-STAT.
           SELECT CHANGE-JOURNAL   ASSIGN TO 'CHGJRNL.DAT'
                                    FILE STATUS IS WS-IN-STAT.
           SELECT MASK-JRNL-FILE   ASSIGN TO DYNAMIC WS-FN-CHGJRNL
                                    FILE STATUS IS WS-OUT-STAT.
           SELECT MASK-REPORT      ASSIGN TO 'MASKXTR.REP'.

       DATA DIVISION.
       FILE SECTION.
      * Optional - one record, the output prefix in the first 12.
       FD  MASK-PARM-FILE
           RECORD CONTAINS 12 CHARACTERS
           RECORDING MODE IS F.
       01  MASK-PARM-RECORD.
           03  MP-PREFIX           PIC X(12).

      * The master is read INTO EMPLOYEE-RECORD (EMPREC.CPY, below)
      * - the journal images are masked in the same area.
       FD  EMPLOYEE-FILE
           RECORD CONTAINS 79 CHARACTERS
           RECORDING MODE IS F.
       01  EMPLOYEE-FILE-RECORD    PIC X(79).

       FD  MASK-EMP-FILE
           RECORD CONTAINS 79 CHARACTERS
           RECORDING MODE IS F.
       01  MASK-EMP-RECORD         PIC X(79).

      * See ADDRMNT's FD.
       FD  ADDRESS-FILE
           RECORD CONTAINS 109 CHARACTERS
           RECORDING MODE IS F.
       01  ADDRESS-RECORD.
           03  AD-EMP-ID           PIC X(05).
           03  AD-STREET1          PIC X(30).
           03  AD-STREET2          PIC X(30).
           03  AD-CITY             PIC X(20).
           03  AD-STATE            PIC X(02).
           03  AD-ZIP              PIC X(10).
           03  AD-PHONE            PIC X(12).

       FD  MASK-ADDR-FILE
           RECORD CONTAINS 109 CHARACTERS
           RECORDING MODE IS F.
       01  MASK-ADDR-RECORD        PIC X(109).

       FD  YTD-FILE
           RECORD CONTAINS 25 CHARACTERS
           RECORDING MODE IS F.
       01  YTD-RECORD              PIC X(25).

       FD  MASK-YTD-FILE
           RECORD CONTAINS 25 CHARACTERS
           RECORDING MODE IS F.
       01  MASK-YTD-RECORD         PIC X(25).

       FD  LEAVE-FILE
           RECORD CONTAINS 17 CHARACTERS
           RECORDING MODE IS F.
       01  LEAVE-RECORD            PIC X(17).

       FD  MASK-LEAVE-FILE
           RECORD CONTAINS 17 CHARACTERS
           RECORDING MODE IS F.
       01  MASK-LEAVE-RECORD       PIC X(17).

       FD  RATE-FILE
           RECORD CONTAINS 18 CHARACTERS
           RECORDING MODE IS F.
       01  RATE-RECORD             PIC X(18).

       FD  MASK-RATE-FILE
           RECORD CONTAINS 18 CHARACTERS
           RECORDING MODE IS F.
       01  MASK-RATE-RECORD        PIC X(18).

       FD  GARN-FILE
           RECORD CONTAINS 47 CHARACTERS
           RECORDING MODE IS F.
       01  GARN-RECORD             PIC X(47).

       FD  MASK-GARN-FILE
           RECORD CONTAINS 47 CHARACTERS
           RECORDING MODE IS F.
       01  MASK-GARN-RECORD        PIC X(47).

      * See CHECKRUN's FD.
       FD  CHECK-REG-FILE
           RECORD CONTAINS 61 CHARACTERS
           RECORDING MODE IS F.
       01  CHECK-REG-RECORD.
           03  CR-CHECK-NO         PIC 9(08).
           03  CR-EMP-ID           PIC X(05).
           03  CR-DATE             PIC 9(08).
           03  CR-AMOUNT           PIC 9(05)V99.
           03  CR-STATUS           PIC X(01).
           03  CR-PAYEE            PIC X(15).
           03  CR-REF-CHECK        PIC 9(08).
           03  CR-CLEARED          PIC X(01).
           03  CR-CLEAR-DATE       PIC 9(08).

       FD  MASK-REG-FILE
           RECORD CONTAINS 61 CHARACTERS
           RECORDING MODE IS F.
       01  MASK-REG-RECORD         PIC X(61).

      * See EMPMAINT's FD.
       FD  CHANGE-JOURNAL
           RECORD CONTAINS 178 CHARACTERS
           RECORDING MODE IS F.
       01  CHANGE-JOURNAL-RECORD.
           03  CJ-ACTION           PIC X(01).
           03  CJ-DATE             PIC 9(08).
           03  CJ-TIME             PIC 9(06).
           03  CJ-EMP-ID           PIC X(05).
           03  CJ-BEFORE-IMAGE     PIC X(79).
           03  CJ-AFTER-IMAGE      PIC X(79).

       FD  MASK-JRNL-FILE
           RECORD CONTAINS 178 CHARACTERS
           RECORDING MODE IS F.
       01  MASK-JRNL-RECORD        PIC X(178).

       FD  MASK-REPORT
           RECORD CONTAINS 80 CHARACTERS
           RECORDING MODE IS F.
       01  MASK-REPORT-RECORD      PIC X(80).

       WORKING-STORAGE SECTION.
           COPY EMPREC.
      *
      * Output file names, each the live name behind the output
      * prefix. The bases are in SELECT order; 0050-FILE-NAMES-PARA
      * builds the names used by the ASSIGN clauses above.
       01  WS-OUT-PREFIX           PIC X(12)      VALUE 'MASK-'.
       01  WS-FILE-BASES.
           03  FILLER              PIC X(16)      VALUE 'EMPFILE.DAT'.
           03  FILLER              PIC X(16)      VALUE 'EMPADDR.DAT'.
           03  FILLER              PIC X(16)      VALUE 'YTDFILE.DAT'.
           03  FILLER              PIC X(16)      VALUE 'LEAVEBAL.DAT'.
           03  FILLER              PIC X(16)      VALUE 'HRLYRATE.DAT'.
           03  FILLER              PIC X(16)      VALUE 'GARNORD.DAT'.
           03  FILLER              PIC X(16)      VALUE 'CHECKREG.DAT'.
           03  FILLER              PIC X(16)      VALUE 'CHGJRNL.DAT'.
       01  WS-FILE-BASE-TABLE REDEFINES WS-FILE-BASES.
           03  WS-FB-NAME          PIC X(16)      OCCURS 8 TIMES.
       01  WS-FILE-NAMES.
           03  WS-FN-EMPFILE       PIC X(30)      VALUE SPACES.
           03  WS-FN-EMPADDR       PIC X(30)      VALUE SPACES.
           03  WS-FN-YTDFILE       PIC X(30)      VALUE SPACES.
           03  WS-FN-LEAVEBAL      PIC X(30)      VALUE SPACES.
           03  WS-FN-HRLYRATE      PIC X(30)      VALUE SPACES.
           03  WS-FN-GARNORD       PIC X(30)      VALUE SPACES.
           03  WS-FN-CHECKREG      PIC X(30)      VALUE SPACES.
           03  WS-FN-CHGJRNL       PIC X(30)      VALUE SPACES.
       01  WS-FILE-NAME-TABLE REDEFINES WS-FILE-NAMES.
           03  WS-FN-NAME          PIC X(30)      OCCURS 8 TIMES.
       01  WS-FN-COUNT             PIC 9(02)      VALUE 8.
       01  WS-FN-SUB               PIC 9(02)      VALUE ZERO.
      *
       01  WS-PARM-STAT            PIC X(02)      VALUE SPACES.
       01  WS-IN-STAT              PIC X(02)      VALUE SPACES.
       01  WS-OUT-STAT             PIC X(02)      VALUE SPACES.
       01  WS-EOF-FLAG             PIC X(01)      VALUE 'N'.
           88  WS-EOF                      VALUE 'Y'.
       01  WS-ABORT-FLAG           PIC X(01)      VALUE 'N'.
           88  WS-ABORT                    VALUE 'Y'.
       01  WS-IN-CNT               PIC 9(07)      VALUE ZERO.
       01  WS-OUT-CNT              PIC 9(07)      VALUE ZERO.
      *
      * Fake-value tables. Names are kept short enough that any first
      * name, a space and any last name fit EMP-NAME's 15.
       01  WS-FIRST-NAMES.
           03  FILLER              PIC X(40)      VALUE
               'JAMES   MARY    JOHN    LINDA   ROBERT  '.
           03  FILLER              PIC X(40)      VALUE
               'SUSAN   DAVID   KAREN   THOMAS  NANCY   '.
           03  FILLER              PIC X(40)      VALUE
               'DANIEL  LISA    MARK    BETTY   PAUL    '.
           03  FILLER              PIC X(40)      VALUE
               'SANDRA  STEVEN  DONNA   KEVIN   CAROL   '.
           03  FILLER              PIC X(40)      VALUE
               'BRIAN   RUTH    GEORGE  SHARON  EDWARD  '.
           03  FILLER              PIC X(40)      VALUE
               'LAURA   RONALD  AMY     JASON   ANNA    '.
           03  FILLER              PIC X(40)      VALUE
               'GARY    HELEN   ERIC    DIANE   FRANK   '.
           03  FILLER              PIC X(40)      VALUE
               'JOYCE   PETER   JULIE   HENRY   ALICE   '.
       01  WS-FIRST-NAME-TABLE REDEFINES WS-FIRST-NAMES.
           03  WS-MK-FIRST         PIC X(08)      OCCURS 40 TIMES.
       01  WS-LAST-NAMES.
           03  FILLER              PIC X(40)      VALUE
               'SMITH   JOHNSON WILLIAMSBROWN   JONES   '.
           03  FILLER              PIC X(40)      VALUE
               'GARCIA  MILLER  DAVIS   WILSON  MOORE   '.
           03  FILLER              PIC X(40)      VALUE
               'TAYLOR  ANDERSONTHOMAS  JACKSON WHITE   '.
           03  FILLER              PIC X(40)      VALUE
               'HARRIS  MARTIN  THOMPSONCLARK   LEWIS   '.
           03  FILLER              PIC X(40)      VALUE
               'ROBINSONWALKER  YOUNG   ALLEN   KING    '.
           03  FILLER              PIC X(40)      VALUE
               'WRIGHT  SCOTT   HILL    GREEN   ADAMS   '.
           03  FILLER              PIC X(40)      VALUE
               'BAKER   NELSON  CARTER  MITCHELLROBERTS '.
           03  FILLER              PIC X(40)      VALUE
               'TURNER  PHILLIPSCAMPBELLPARKER  EVANS   '.
       01  WS-LAST-NAME-TABLE REDEFINES WS-LAST-NAMES.
           03  WS-MK-LAST          PIC X(08)      OCCURS 40 TIMES.
       01  WS-STREET-NAMES.
           03  FILLER              PIC X(40)      VALUE
               'MAIN      OAK       PINE      MAPLE     '.
           03  FILLER              PIC X(40)      VALUE
               'CEDAR     ELM       WASHINGTONLAKE      '.
           03  FILLER              PIC X(40)      VALUE
               'HILL      PARK      WALNUT    SPRUCE    '.
           03  FILLER              PIC X(40)      VALUE
               'RIDGE     CHURCH    HIGHLAND  MEADOW    '.
           03  FILLER              PIC X(40)      VALUE
               'SUNSET    FOREST    RIVER     CHESTNUT  '.
       01  WS-STREET-NAME-TABLE REDEFINES WS-STREET-NAMES.
           03  WS-MK-STREET        PIC X(10)      OCCURS 20 TIMES.
       01  WS-STREET-SUFFIXES      PIC X(15)      VALUE
           'ST AVERD LN DR '.
       01  WS-STREET-SUFFIX-TABLE REDEFINES WS-STREET-SUFFIXES.
           03  WS-MK-SUFFIX        PIC X(03)      OCCURS 5 TIMES.
      *
      * The generator. A key is built from the EMP-ID (base 37 over
      * the characters below) and seeds a multiplicative congruential
      * sequence (x * 48271 mod 2**31-1); the fakes are drawn from
      * the sequence in a fixed order, so one EMP-ID always gives
      * the same values. 3200-FAKE-BANK-PARA folds the real bank
      * characters into the key the same way before it draws.
       01  WS-MK-CHARS             PIC X(36)      VALUE
           'ABCDEFGHIJKLMNOPQRSTUVWXYZ0123456789'.
       01  WS-MK-ID                PIC X(05)      VALUE SPACES.
       01  WS-MK-KEY               PIC 9(10)      VALUE ZERO.
       01  WS-MK-BANK-KEY          PIC 9(10)      VALUE ZERO.
       01  WS-MK-SEED              PIC 9(10)      VALUE ZERO.
       01  WS-MK-WORK              PIC 9(15)      VALUE ZERO.
       01  WS-MK-QUOT              PIC 9(15)      VALUE ZERO.
       01  WS-MK-POS               PIC 9(02)      VALUE ZERO.
       01  WS-MK-SUB               PIC 9(02)      VALUE ZERO.
       01  WS-MK-RANGE             PIC 9(05)      VALUE ZERO.
       01  WS-MK-PICK              PIC 9(05)      VALUE ZERO.
      * One employee's fakes, set by 3300-FAKE-PERSON-PARA.
       01  WS-MK-NAME              PIC X(15)      VALUE SPACES.
       01  WS-MK-FIRST-SUB         PIC 9(02)      VALUE ZERO.
       01  WS-MK-LAST-SUB          PIC 9(02)      VALUE ZERO.
       01  WS-MK-MONTH             PIC 9(02)      VALUE ZERO.
       01  WS-MK-DAY               PIC 9(02)      VALUE ZERO.
       01  WS-MK-HOUSE             PIC 9(04)      VALUE ZERO.
       01  WS-MK-STREET-SUB        PIC 9(02)      VALUE ZERO.
       01  WS-MK-SUFFIX-SUB        PIC 9(02)      VALUE ZERO.
       01  WS-MK-APT               PIC 9(03)      VALUE ZERO.
       01  WS-MK-LINE-NO           PIC 9(02)      VALUE ZERO.
       01  WS-MK-AREA              PIC X(03)      VALUE SPACES.
      * Fake bank details, set by 3200-FAKE-BANK-PARA.
       01  WS-MK-BANK-IN           PIC X(21)      VALUE SPACES.
       01  WS-MK-RTN-DIGITS.
           03  WS-MK-RTN-DIGIT     PIC 9(01)      OCCURS 9 TIMES.
       01  WS-MK-RTN REDEFINES WS-MK-RTN-DIGITS
                                   PIC X(09).
       01  WS-MK-CHECK-SUM         PIC 9(03)      VALUE ZERO.
       01  WS-MK-CHECK-REM         PIC 9(01)      VALUE ZERO.
       01  WS-MK-ACCT-DIGITS.
           03  WS-MK-ACCT-DIGIT    PIC 9(01)      OCCURS 12 TIMES.
       01  WS-MK-ACCT REDEFINES WS-MK-ACCT-DIGITS
                                   PIC X(12).
       01  WS-MK-ACCT-LEN          PIC 9(02)      VALUE ZERO.
      *
       01  MX-HEADING-LINE         PIC X(80)      VALUE
           'MASKED TEST-DATA EXTRACT'.
       01  MX-PREFIX-LINE.
           03  FILLER              PIC X(15)      VALUE
               'OUTPUT PREFIX: '.
           03  ML-PREFIX           PIC X(12)      VALUE SPACES.
           03  FILLER              PIC X(53)      VALUE SPACES.
       01  MX-COL-LINE.
           03  FILLER              PIC X(24)      VALUE 'FILE'.
           03  FILLER              PIC X(22)      VALUE
               '   RECS IN  RECS OUT  '.
           03  FILLER              PIC X(34)      VALUE 'HANDLING'.
       01  MX-DETAIL-LINE.
           03  ML-FILE             PIC X(24)      VALUE SPACES.
           03  FILLER              PIC X(01)      VALUE SPACES.
           03  ML-IN               PIC Z,ZZZ,ZZ9  VALUE ZERO.
           03  FILLER              PIC X(01)      VALUE SPACES.
           03  ML-OUT              PIC Z,ZZZ,ZZ9  VALUE ZERO.
           03  FILLER              PIC X(02)      VALUE SPACES.
           03  ML-NOTE             PIC X(34)      VALUE SPACES.
       01  MX-NOTE-LINE            PIC X(80)      VALUE SPACES.

       PROCEDURE DIVISION.
       0000-MAIN-PARA.
           PERFORM 1000-INITIAL-PARA
           PERFORM 2000-EMPLOYEE-PARA
           IF NOT WS-ABORT
               PERFORM 2100-ADDRESS-PARA
               PERFORM 2200-YTD-PARA
               PERFORM 2300-LEAVE-PARA
               PERFORM 2400-RATE-PARA
               PERFORM 2500-GARN-PARA
               PERFORM 2600-REGISTER-PARA
               PERFORM 2700-JOURNAL-PARA
           END-IF
           PERFORM 9000-END-PARA
           GOBACK.
      *
      * Builds each output file name from the prefix and its base.
       0050-FILE-NAMES-PARA.
           PERFORM VARYING WS-FN-SUB FROM 1 BY 1
                   UNTIL WS-FN-SUB > WS-FN-COUNT
              MOVE SPACES TO WS-FN-NAME(WS-FN-SUB)
              STRING WS-OUT-PREFIX DELIMITED BY SPACE
                     WS-FB-NAME(WS-FN-SUB) DELIMITED BY SPACE
                     INTO WS-FN-NAME(WS-FN-SUB)
           END-PERFORM.
      *
      * MASKPARM.DAT, when it is there and not blank, replaces the
      * MASK- prefix.
       1000-INITIAL-PARA.
           OPEN INPUT MASK-PARM-FILE
           IF WS-PARM-STAT = '00'
              READ MASK-PARM-FILE
                  AT END
                     CONTINUE
                  NOT AT END
                     IF MP-PREFIX NOT = SPACES
                        AND MP-PREFIX NOT = LOW-VALUES
                        MOVE MP-PREFIX TO WS-OUT-PREFIX
                     END-IF
              END-READ
              CLOSE MASK-PARM-FILE
           END-IF
           PERFORM 0050-FILE-NAMES-PARA
           OPEN OUTPUT MASK-REPORT
           WRITE MASK-REPORT-RECORD FROM MX-HEADING-LINE
           MOVE WS-OUT-PREFIX TO ML-PREFIX
           WRITE MASK-REPORT-RECORD FROM MX-PREFIX-LINE
           WRITE MASK-REPORT-RECORD FROM MX-COL-LINE.
      *
       2000-EMPLOYEE-PARA.
           MOVE ZERO TO WS-IN-CNT WS-OUT-CNT
           MOVE 'N' TO WS-EOF-FLAG
           OPEN INPUT EMPLOYEE-FILE
           IF WS-IN-STAT NOT = '00'
               DISPLAY 'MASKXTR: EMPFILE.DAT NOT AVAILABLE - STATUS '
                   WS-IN-STAT
               MOVE 'EMPLOYEE MASTER NOT AVAILABLE - NOTHING EXTRACTED'
                   TO MX-NOTE-LINE
               WRITE MASK-REPORT-RECORD FROM MX-NOTE-LINE
               SET WS-ABORT TO TRUE
               MOVE 16 TO RETURN-CODE
           ELSE
               OPEN OUTPUT MASK-EMP-FILE
               PERFORM UNTIL WS-EOF
                   READ EMPLOYEE-FILE INTO EMPLOYEE-RECORD
                       AT END
                           SET WS-EOF TO TRUE
                       NOT AT END
                           ADD 1 TO WS-IN-CNT
                           PERFORM 3000-MASK-EMPLOYEE-PARA
                           WRITE MASK-EMP-RECORD FROM EMPLOYEE-RECORD
                           ADD 1 TO WS-OUT-CNT
                   END-READ
               END-PERFORM
               CLOSE EMPLOYEE-FILE MASK-EMP-FILE
               MOVE 'NAME, BIRTHDAY AND BANK MASKED' TO ML-NOTE
               MOVE 1 TO WS-FN-SUB
               PERFORM 8000-DETAIL-LINE-PARA
           END-IF.
      *
       2100-ADDRESS-PARA.
           MOVE ZERO TO WS-IN-CNT WS-OUT-CNT
           MOVE 'N' TO WS-EOF-FLAG
           MOVE 2 TO WS-FN-SUB
           OPEN INPUT ADDRESS-FILE
           IF WS-IN-STAT NOT = '00'
               PERFORM 8100-NOT-ON-FILE-PARA
           ELSE
               OPEN OUTPUT MASK-ADDR-FILE
               PERFORM UNTIL WS-EOF
                   READ ADDRESS-FILE
                       AT END
                           SET WS-EOF TO TRUE
                       NOT AT END
                           ADD 1 TO WS-IN-CNT
                           PERFORM 3400-MASK-ADDRESS-PARA
                           WRITE MASK-ADDR-RECORD FROM ADDRESS-RECORD
                           ADD 1 TO WS-OUT-CNT
                   END-READ
               END-PERFORM
               CLOSE ADDRESS-FILE MASK-ADDR-FILE
               MOVE 'STREET LINES AND PHONE MASKED' TO ML-NOTE
               PERFORM 8000-DETAIL-LINE-PARA
           END-IF.
      *
       2200-YTD-PARA.
           MOVE ZERO TO WS-IN-CNT WS-OUT-CNT
           MOVE 'N' TO WS-EOF-FLAG
           MOVE 3 TO WS-FN-SUB
           OPEN INPUT YTD-FILE
           IF WS-IN-STAT NOT = '00'
               PERFORM 8100-NOT-ON-FILE-PARA
           ELSE
               OPEN OUTPUT MASK-YTD-FILE
               PERFORM UNTIL WS-EOF
                   READ YTD-FILE
                       AT END
                           SET WS-EOF TO TRUE
                       NOT AT END
                           ADD 1 TO WS-IN-CNT
                           WRITE MASK-YTD-RECORD FROM YTD-RECORD
                           ADD 1 TO WS-OUT-CNT
                   END-READ
               END-PERFORM
               CLOSE YTD-FILE MASK-YTD-FILE
               MOVE 'COPIED AS IS' TO ML-NOTE
               PERFORM 8000-DETAIL-LINE-PARA
           END-IF.
      *
       2300-LEAVE-PARA.
           MOVE ZERO TO WS-IN-CNT WS-OUT-CNT
           MOVE 'N' TO WS-EOF-FLAG
           MOVE 4 TO WS-FN-SUB
           OPEN INPUT LEAVE-FILE
           IF WS-IN-STAT NOT = '00'
               PERFORM 8100-NOT-ON-FILE-PARA
           ELSE
               OPEN OUTPUT MASK-LEAVE-FILE
               PERFORM UNTIL WS-EOF
                   READ LEAVE-FILE
                       AT END
                           SET WS-EOF TO TRUE
                       NOT AT END
                           ADD 1 TO WS-IN-CNT
                           WRITE MASK-LEAVE-RECORD FROM LEAVE-RECORD
                           ADD 1 TO WS-OUT-CNT
                   END-READ
               END-PERFORM
               CLOSE LEAVE-FILE MASK-LEAVE-FILE
               MOVE 'COPIED AS IS' TO ML-NOTE
               PERFORM 8000-DETAIL-LINE-PARA
           END-IF.
      *
       2400-RATE-PARA.
           MOVE ZERO TO WS-IN-CNT WS-OUT-CNT
           MOVE 'N' TO WS-EOF-FLAG
           MOVE 5 TO WS-FN-SUB
           OPEN INPUT RATE-FILE
           IF WS-IN-STAT NOT = '00'
               PERFORM 8100-NOT-ON-FILE-PARA
           ELSE
               OPEN OUTPUT MASK-RATE-FILE
               PERFORM UNTIL WS-EOF
                   READ RATE-FILE
                       AT END
                           SET WS-EOF TO TRUE
                       NOT AT END
                           ADD 1 TO WS-IN-CNT
                           WRITE MASK-RATE-RECORD FROM RATE-RECORD
                           ADD 1 TO WS-OUT-CNT
                   END-READ
               END-PERFORM
               CLOSE RATE-FILE MASK-RATE-FILE
               MOVE 'COPIED AS IS' TO ML-NOTE
               PERFORM 8000-DETAIL-LINE-PARA
           END-IF.
      *
      * Garnishment orders name the agency, not the employee - the
      * agency stays so the remittance side still reads true.
       2500-GARN-PARA.
           MOVE ZERO TO WS-IN-CNT WS-OUT-CNT
           MOVE 'N' TO WS-EOF-FLAG
           MOVE 6 TO WS-FN-SUB
           OPEN INPUT GARN-FILE
           IF WS-IN-STAT NOT = '00'
               PERFORM 8100-NOT-ON-FILE-PARA
           ELSE
               OPEN OUTPUT MASK-GARN-FILE
               PERFORM UNTIL WS-EOF
                   READ GARN-FILE
                       AT END
                           SET WS-EOF TO TRUE
                       NOT AT END
                           ADD 1 TO WS-IN-CNT
                           WRITE MASK-GARN-RECORD FROM GARN-RECORD
                           ADD 1 TO WS-OUT-CNT
                   END-READ
               END-PERFORM
               CLOSE GARN-FILE MASK-GARN-FILE
               MOVE 'COPIED AS IS' TO ML-NOTE
               PERFORM 8000-DETAIL-LINE-PARA
           END-IF.
      *
      * Every payee on the register is an employee's name - issues,
      * and the void, reversal and escheat rows that carry the
      * original payee forward - so each becomes that EMP-ID's fake.
       2600-REGISTER-PARA.
           MOVE ZERO TO WS-IN-CNT WS-OUT-CNT
           MOVE 'N' TO WS-EOF-FLAG
           MOVE 7 TO WS-FN-SUB
           OPEN INPUT CHECK-REG-FILE
           IF WS-IN-STAT NOT = '00'
               PERFORM 8100-NOT-ON-FILE-PARA
           ELSE
               OPEN OUTPUT MASK-REG-FILE
               PERFORM UNTIL WS-EOF
                   READ CHECK-REG-FILE
                       AT END
                           SET WS-EOF TO TRUE
                       NOT AT END
                           ADD 1 TO WS-IN-CNT
                           IF CR-PAYEE NOT = SPACES
                               MOVE CR-EMP-ID TO WS-MK-ID
                               PERFORM 3300-FAKE-PERSON-PARA
                               MOVE WS-MK-NAME TO CR-PAYEE
                           END-IF
                           WRITE MASK-REG-RECORD FROM CHECK-REG-RECORD
                           ADD 1 TO WS-OUT-CNT
                   END-READ
               END-PERFORM
               CLOSE CHECK-REG-FILE MASK-REG-FILE
               MOVE 'PAYEE MASKED' TO ML-NOTE
               PERFORM 8000-DETAIL-LINE-PARA
           END-IF.
      *
      * Each image is a master record and is masked as one; the
      * blank image on an add or a delete stays blank.
       2700-JOURNAL-PARA.
           MOVE ZERO TO WS-IN-CNT WS-OUT-CNT
           MOVE 'N' TO WS-EOF-FLAG
           MOVE 8 TO WS-FN-SUB
           OPEN INPUT CHANGE-JOURNAL
           IF WS-IN-STAT NOT = '00'
               PERFORM 8100-NOT-ON-FILE-PARA
           ELSE
               OPEN OUTPUT MASK-JRNL-FILE
               PERFORM UNTIL WS-EOF
                   READ CHANGE-JOURNAL
                       AT END
                           SET WS-EOF TO TRUE
                       NOT AT END
                           ADD 1 TO WS-IN-CNT
                           IF CJ-BEFORE-IMAGE NOT = SPACES
                               MOVE CJ-BEFORE-IMAGE TO EMPLOYEE-RECORD
                               PERFORM 3000-MASK-EMPLOYEE-PARA
                               MOVE EMPLOYEE-RECORD TO CJ-BEFORE-IMAGE
                           END-IF
                           IF CJ-AFTER-IMAGE NOT = SPACES
                               MOVE CJ-AFTER-IMAGE TO EMPLOYEE-RECORD
                               PERFORM 3000-MASK-EMPLOYEE-PARA
                               MOVE EMPLOYEE-RECORD TO CJ-AFTER-IMAGE
                           END-IF
                           WRITE MASK-JRNL-RECORD
                               FROM CHANGE-JOURNAL-RECORD
                           ADD 1 TO WS-OUT-CNT
                   END-READ
               END-PERFORM
               CLOSE CHANGE-JOURNAL MASK-JRNL-FILE
               MOVE 'BEFORE AND AFTER IMAGES MASKED' TO ML-NOTE
               PERFORM 8000-DETAIL-LINE-PARA
           END-IF.
      *
      * Masks the master record in EMPLOYEE-RECORD in place. The
      * birthday keeps its year; a month outside 01-12 or a day
      * outside 01-31 is left for DOB-PROG to report, as it is live.
       3000-MASK-EMPLOYEE-PARA.
           MOVE EMP-ID TO WS-MK-ID
           PERFORM 3300-FAKE-PERSON-PARA
           MOVE WS-MK-NAME TO EMP-NAME
           IF EMP-DOB-M NUMERIC AND EMP-DOB-D NUMERIC
              AND EMP-DOB-M >= '01' AND EMP-DOB-M <= '12'
              AND EMP-DOB-D >= '01' AND EMP-DOB-D <= '31'
               MOVE WS-MK-MONTH TO EMP-DOB-M
               MOVE WS-MK-DAY   TO EMP-DOB-D
           END-IF
           IF EMP-BANK-RTN NOT = SPACES OR EMP-BANK-ACCT NOT = SPACES
               PERFORM 3200-FAKE-BANK-PARA
           END-IF.
      *
      * WS-MK-ID's key, and the sequence seeded from it. The first
      * few values of a sequence move little from one key to the
      * next, so they are thrown away.
       3100-EMP-KEY-PARA.
           MOVE ZERO TO WS-MK-KEY
           PERFORM VARYING WS-MK-SUB FROM 1 BY 1
                   UNTIL WS-MK-SUB > 5
              MOVE ZERO TO WS-MK-POS
              INSPECT WS-MK-CHARS TALLYING WS-MK-POS
                  FOR CHARACTERS BEFORE INITIAL WS-MK-ID(WS-MK-SUB:1)
              COMPUTE WS-MK-KEY = WS-MK-KEY * 37 + WS-MK-POS
           END-PERFORM
           COMPUTE WS-MK-SEED = WS-MK-KEY + 1
           PERFORM 3500-NEXT-DRAW-PARA 3 TIMES.
      *
      * Bank fakes for the record in EMPLOYEE-RECORD. The real
      * routing number and account are folded into the employee's
      * key first; each blank field stays blank, and the account
      * keeps its length. The routing number's ninth digit is the
      * ABA check digit (weights 3, 7, 1).
       3200-FAKE-BANK-PARA.
           MOVE WS-MK-KEY     TO WS-MK-BANK-KEY
           MOVE EMP-BANK-RTN  TO WS-MK-BANK-IN(1:9)
           MOVE EMP-BANK-ACCT TO WS-MK-BANK-IN(10:12)
           PERFORM VARYING WS-MK-SUB FROM 1 BY 1
                   UNTIL WS-MK-SUB > 21
              MOVE ZERO TO WS-MK-POS
              INSPECT WS-MK-CHARS TALLYING WS-MK-POS
                  FOR CHARACTERS
                  BEFORE INITIAL WS-MK-BANK-IN(WS-MK-SUB:1)
              COMPUTE WS-MK-WORK = WS-MK-BANK-KEY * 37 + WS-MK-POS
              DIVIDE WS-MK-WORK BY 2147483647 GIVING WS-MK-QUOT
                  REMAINDER WS-MK-BANK-KEY
           END-PERFORM
           COMPUTE WS-MK-SEED = WS-MK-BANK-KEY + 1
           IF WS-MK-SEED NOT < 2147483647
               MOVE 1 TO WS-MK-SEED
           END-IF
           PERFORM 3500-NEXT-DRAW-PARA 3 TIMES
           IF EMP-BANK-RTN NOT = SPACES
               MOVE ZERO TO WS-MK-RTN-DIGIT(1)
               MOVE 9 TO WS-MK-RANGE
               PERFORM 3600-PICK-PARA
               MOVE WS-MK-PICK TO WS-MK-RTN-DIGIT(2)
               MOVE 10 TO WS-MK-RANGE
               PERFORM VARYING WS-MK-SUB FROM 3 BY 1
                       UNTIL WS-MK-SUB > 8
                  PERFORM 3600-PICK-PARA
                  COMPUTE WS-MK-RTN-DIGIT(WS-MK-SUB) = WS-MK-PICK - 1
               END-PERFORM
               COMPUTE WS-MK-CHECK-SUM =
                   3 * (WS-MK-RTN-DIGIT(1) + WS-MK-RTN-DIGIT(4)
                        + WS-MK-RTN-DIGIT(7))
                 + 7 * (WS-MK-RTN-DIGIT(2) + WS-MK-RTN-DIGIT(5)
                        + WS-MK-RTN-DIGIT(8))
                 + WS-MK-RTN-DIGIT(3) + WS-MK-RTN-DIGIT(6)
               DIVIDE WS-MK-CHECK-SUM BY 10 GIVING WS-MK-QUOT
                   REMAINDER WS-MK-CHECK-REM
               IF WS-MK-CHECK-REM = ZERO
                   MOVE ZERO TO WS-MK-RTN-DIGIT(9)
               ELSE
                   COMPUTE WS-MK-RTN-DIGIT(9) = 10 - WS-MK-CHECK-REM
               END-IF
               MOVE WS-MK-RTN TO EMP-BANK-RTN
           END-IF
           IF EMP-BANK-ACCT NOT = SPACES
               MOVE ZERO TO WS-MK-ACCT-LEN
               INSPECT EMP-BANK-ACCT TALLYING WS-MK-ACCT-LEN
                   FOR CHARACTERS BEFORE INITIAL SPACE
               IF WS-MK-ACCT-LEN = ZERO
                   MOVE 12 TO WS-MK-ACCT-LEN
               END-IF
               MOVE 10 TO WS-MK-RANGE
               PERFORM VARYING WS-MK-SUB FROM 1 BY 1
                       UNTIL WS-MK-SUB > 12
                  PERFORM 3600-PICK-PARA
                  COMPUTE WS-MK-ACCT-DIGIT(WS-MK-SUB) = WS-MK-PICK - 1
               END-PERFORM
               MOVE SPACES TO EMP-BANK-ACCT
               MOVE WS-MK-ACCT(1:WS-MK-ACCT-LEN)
                   TO EMP-BANK-ACCT(1:WS-MK-ACCT-LEN)
           END-IF.
      *
      * All of WS-MK-ID's person fakes, always drawn in this order
      * so that every file sees the same ones.
       3300-FAKE-PERSON-PARA.
           PERFORM 3100-EMP-KEY-PARA
           MOVE 40 TO WS-MK-RANGE
           PERFORM 3600-PICK-PARA
           MOVE WS-MK-PICK TO WS-MK-FIRST-SUB
           PERFORM 3600-PICK-PARA
           MOVE WS-MK-PICK TO WS-MK-LAST-SUB
           MOVE SPACES TO WS-MK-NAME
           STRING WS-MK-FIRST(WS-MK-FIRST-SUB) DELIMITED BY SPACE
                  ' '                          DELIMITED BY SIZE
                  WS-MK-LAST(WS-MK-LAST-SUB)   DELIMITED BY SPACE
                  INTO WS-MK-NAME
           MOVE 12 TO WS-MK-RANGE
           PERFORM 3600-PICK-PARA
           MOVE WS-MK-PICK TO WS-MK-MONTH
           MOVE 28 TO WS-MK-RANGE
           PERFORM 3600-PICK-PARA
           MOVE WS-MK-PICK TO WS-MK-DAY
           MOVE 9000 TO WS-MK-RANGE
           PERFORM 3600-PICK-PARA
           COMPUTE WS-MK-HOUSE = WS-MK-PICK + 999
           MOVE 20 TO WS-MK-RANGE
           PERFORM 3600-PICK-PARA
           MOVE WS-MK-PICK TO WS-MK-STREET-SUB
           MOVE 5 TO WS-MK-RANGE
           PERFORM 3600-PICK-PARA
           MOVE WS-MK-PICK TO WS-MK-SUFFIX-SUB
           MOVE 899 TO WS-MK-RANGE
           PERFORM 3600-PICK-PARA
           COMPUTE WS-MK-APT = WS-MK-PICK + 100
           MOVE 100 TO WS-MK-RANGE
           PERFORM 3600-PICK-PARA
           COMPUTE WS-MK-LINE-NO = WS-MK-PICK - 1.
      *
      * Street lines and phone for the record in ADDRESS-RECORD.
      * City, state and zip stay - the state and local tax and the
      * unclaimed-property rules are driven by them.
       3400-MASK-ADDRESS-PARA.
           MOVE AD-EMP-ID TO WS-MK-ID
           PERFORM 3300-FAKE-PERSON-PARA
           IF AD-STREET1 NOT = SPACES
               MOVE SPACES TO AD-STREET1
               STRING WS-MK-HOUSE                  DELIMITED BY SIZE
                      ' '                          DELIMITED BY SIZE
                      WS-MK-STREET(WS-MK-STREET-SUB)
                                                   DELIMITED BY SPACE
                      ' '                          DELIMITED BY SIZE
                      WS-MK-SUFFIX(WS-MK-SUFFIX-SUB)
                                                   DELIMITED BY SPACE
                      INTO AD-STREET1
           END-IF
           IF AD-STREET2 NOT = SPACES
               MOVE SPACES TO AD-STREET2
               STRING 'APT '    DELIMITED BY SIZE
                      WS-MK-APT DELIMITED BY SIZE
                      INTO AD-STREET2
           END-IF
           IF AD-PHONE NOT = SPACES
               MOVE AD-PHONE(1:3) TO WS-MK-AREA
               IF WS-MK-AREA NOT NUMERIC
                   MOVE '555' TO WS-MK-AREA
               END-IF
               MOVE SPACES TO AD-PHONE
               STRING WS-MK-AREA    DELIMITED BY SIZE
                      '-555-01'     DELIMITED BY SIZE
                      WS-MK-LINE-NO DELIMITED BY SIZE
                      INTO AD-PHONE
           END-IF.
      *
       3500-NEXT-DRAW-PARA.
           COMPUTE WS-MK-WORK = WS-MK-SEED * 48271
           DIVIDE WS-MK-WORK BY 2147483647 GIVING WS-MK-QUOT
               REMAINDER WS-MK-SEED.
      *
      * Next value of the sequence as 1 thru WS-MK-RANGE.
       3600-PICK-PARA.
           PERFORM 3500-NEXT-DRAW-PARA
           DIVIDE WS-MK-SEED BY WS-MK-RANGE GIVING WS-MK-QUOT
               REMAINDER WS-MK-PICK
           ADD 1 TO WS-MK-PICK.
      *
      * One report line for the file at WS-FN-SUB.
       8000-DETAIL-LINE-PARA.
           MOVE WS-FN-NAME(WS-FN-SUB) TO ML-FILE
           MOVE WS-IN-CNT             TO ML-IN
           MOVE WS-OUT-CNT            TO ML-OUT
           WRITE MASK-REPORT-RECORD FROM MX-DETAIL-LINE
           MOVE SPACES TO ML-NOTE.
      *
       8100-NOT-ON-FILE-PARA.
           MOVE 'NOT ON FILE - NOT EXTRACTED' TO ML-NOTE
           MOVE WS-FB-NAME(WS-FN-SUB)         TO ML-FILE
           MOVE ZERO                          TO ML-IN ML-OUT
           WRITE MASK-REPORT-RECORD FROM MX-DETAIL-LINE
           MOVE SPACES TO ML-NOTE.
      *
       9000-END-PARA.
           CLOSE MASK-REPORT.
