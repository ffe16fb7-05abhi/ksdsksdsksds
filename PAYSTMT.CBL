      * paid - and so CHKINTF.DAT is current: an employee in their
      * prenote cycle has bank details on file but was actually paid
      * on paper this period, and their stub must say CHECK, not
      * DIRECT DEPOSIT. Statements carry the period's pay date from
      * the shared PAYDAY-PROG subprogram (the calendar's scheduled
      * pay date rolled back off weekends and bank holidays - the
      * date FH06 settles the deposits on and CHECKRUN dates the
      * checks), formatted through DATE-PROG so they match the
      * register exactly. A period with no pay date on the calendar
      * is dated the day the statements are run.
      *
      * An hourly employee's statement also breaks the period's
      * earnings down by earnings code - regular, overtime, and each
      * premium code on the timecard (night shift, holiday, double
      * time, on-call) with its hours, the rate paid and the amount -
      * from TIMECALC's TIMECODE.DAT, sorted on EMP-ID here and
      * matched like the other side files. Salaried employees, and
      * anyone whose card was suspended, get no breakdown.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
                                    FILE STATUS IS WS-ADDR-STAT.
           SELECT ADDR-WORK        ASSIGN TO 'PSADWRK.DAT'.
           SELECT ADDR-SORTED      ASSIGN TO 'PSADSRT.DAT'.
           SELECT TIME-CODE-FILE   ASSIGN TO 'TIMECODE.DAT'
                                    FILE STATUS IS WS-TCOD-STAT.
           SELECT TCOD-WORK        ASSIGN TO 'PSTKWRK.DAT'.
           SELECT TCOD-SORTED      ASSIGN TO 'PSTKSRT.DAT'.
           SELECT STATEMENT-FILE   ASSIGN TO 'PAYSTMT.REP'.

       DATA DIVISION.
           03  AD-ZIP              PIC X(10).
           03  AD-PHONE            PIC X(12).

      * Timecard earnings breakdown TIMECALC writes (TIMECODE.DAT) -
      * see its FD. Absent before the first TIMECALC run with
      * earnings codes; no breakdown prints then.
       FD  TIME-CODE-FILE
           RECORD CONTAINS 60 CHARACTERS
           RECORDING MODE IS F.
       01  TIME-CODE-FILE-RECORD   PIC X(60).

       SD  TCOD-WORK.
       01  TCOD-WORK-RECORD.
           03  FILLER              PIC X(03).
           03  TKW-EMP-ID          PIC X(05).
           03  FILLER              PIC X(52).

       FD  TCOD-SORTED
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

       FD  STATEMENT-FILE
           RECORD CONTAINS 80 CHARACTERS
           RECORDING MODE IS F.
       01  WS-CINT-STAT            PIC X(02)      VALUE SPACES.
       01  WS-LVB-STAT             PIC X(02)      VALUE SPACES.
       01  WS-ADDR-STAT            PIC X(02)      VALUE SPACES.
       01  WS-TCOD-STAT            PIC X(02)      VALUE SPACES.
       01  WS-EMP-EOF-FLAG         PIC X(01)      VALUE 'N'.
           88  WS-EMP-EOF                  VALUE 'Y'.
       01  WS-YTD-EOF-FLAG         PIC X(01)      VALUE 'N'.
           88  WS-LVB-EOF                  VALUE 'Y'.
       01  WS-ADDR-EOF-FLAG        PIC X(01)      VALUE 'N'.
           88  WS-ADDR-EOF                 VALUE 'Y'.
       01  WS-TCOD-EOF-FLAG        PIC X(01)      VALUE 'N'.
           88  WS-TCOD-EOF                 VALUE 'Y'.
       01  WS-TCOD-HEAD-FLAG       PIC X(01)      VALUE 'N'.
           88  WS-TCOD-HEAD-DONE           VALUE 'Y'.
       01  WS-DATE                 PIC 9(08)      VALUE ZERO.
       01  WS-PAY-DATE             PIC X(11)      VALUE SPACES.
       01  WS-PAY-INFO.
           03  WS-PI-RESULT        PIC X(01)      VALUE SPACES.
           03  WS-PI-PERIOD        PIC 9(03)      VALUE ZERO.
           03  WS-PI-SCHED-DATE    PIC 9(08)      VALUE ZERO.
           03  WS-PI-PAY-DATE      PIC 9(08)      VALUE ZERO.
           03  WS-PI-LEAD-DAYS     PIC 9(03)      VALUE ZERO.
       01  WS-SAL                  PIC S9(06)V99  VALUE ZERO.
       01  WS-YTD-SAL              PIC S9(08)V99  VALUE ZERO.
       01  WS-STMT-CNT             PIC 9(06)      VALUE ZERO.
           03  STMT-NET            PIC -ZZZ,ZZ9.99 VALUE ZERO.
           03  STMT-YTD-NET        PIC -ZZ,ZZZ,ZZ9.99 VALUE ZERO.
           03  FILLER              PIC X(35)      VALUE SPACES.
       01  STMT-CODE-HEAD-LINE.
           03  FILLER              PIC X(22)      VALUE
               'EARNINGS BY CODE'.
           03  FILLER              PIC X(09)      VALUE '    HOURS'.
           03  FILLER              PIC X(12)      VALUE
               '        RATE'.
           03  FILLER              PIC X(12)      VALUE
               '      AMOUNT'.
           03  FILLER              PIC X(25)      VALUE SPACES.
       01  STMT-CODE-LINE.
           03  FILLER              PIC X(02)      VALUE SPACES.
           03  STMT-CK-CODE        PIC X(04)      VALUE SPACES.
           03  FILLER              PIC X(01)      VALUE SPACES.
           03  STMT-CK-DESC        PIC X(15)      VALUE SPACES.
           03  FILLER              PIC X(03)      VALUE SPACES.
           03  STMT-CK-HOURS       PIC ZZZ9.9     VALUE ZERO.
           03  FILLER              PIC X(03)      VALUE SPACES.
           03  STMT-CK-RATE        PIC ZZ,ZZ9.99  VALUE ZERO.
           03  FILLER              PIC X(03)      VALUE SPACES.
           03  STMT-CK-AMOUNT      PIC ZZ,ZZ9.99  VALUE ZERO.
           03  FILLER              PIC X(25)      VALUE SPACES.
       01  STMT-METHOD-LINE.
           03  FILLER              PIC X(12)      VALUE 'PAID BY   : '.
           03  STMT-METHOD         PIC X(14)      VALUE SPACES.
           03  FILLER              PIC X(07)      VALUE '  SICK '.
           03  STMT-SICK-BAL       PIC -ZZZ9.9    VALUE ZERO.
           03  FILLER              PIC X(43)      VALUE SPACES.
      * Report archive - see RPTARCH. The report is filed as soon
      * as it is closed; the RETURN-CODE is kept across the CALL.
       01  WS-ARCH-REPORT          PIC X(30)      VALUE 'PAYSTMT.REP'.
       01  WS-ARCH-LOC             PIC X(03)      VALUE SPACES.
       01  WS-ARCH-RC              PIC S9(09)     VALUE ZERO.

       PROCEDURE DIVISION.
       0000-MAIN-PARA.
                   GIVING ADDR-SORTED
           ELSE
               SET WS-ADDR-EOF TO TRUE
           END-IF
           OPEN INPUT TIME-CODE-FILE
           IF WS-TCOD-STAT = '00'
               CLOSE TIME-CODE-FILE
               SORT TCOD-WORK
                   ON ASCENDING KEY TKW-EMP-ID
                   WITH DUPLICATES IN ORDER
                   USING TIME-CODE-FILE
                   GIVING TCOD-SORTED
           ELSE
               SET WS-TCOD-EOF TO TRUE
           END-IF.
      *
       2000-INITIAL-PARA.
               OPEN INPUT ADDR-SORTED
               PERFORM 3400-READ-ADDR-PARA
           END-IF
           IF NOT WS-TCOD-EOF
               OPEN INPUT TCOD-SORTED
               PERFORM 3500-READ-TCOD-PARA
           END-IF
           OPEN OUTPUT STATEMENT-FILE
           ACCEPT WS-DATE FROM DATE YYYYMMDD
           CALL 'PAYDAY-PROG' USING WS-DATE WS-PAY-INFO
           CALL 'DATE-PROG' USING WS-PI-PAY-DATE WS-PAY-DATE
           MOVE WS-PAY-DATE TO STMT-PAY-DATE
           PERFORM 3000-READ-EMP-PARA.
      *
               AT END
                   SET WS-ADDR-EOF TO TRUE
           END-READ.
      *
       3500-READ-TCOD-PARA.
           READ TCOD-SORTED
               AT END
                   SET WS-TCOD-EOF TO TRUE
           END-READ.
      *
      * One statement page per active employee; terminated employees
      * are not being paid this cycle and get no statement, same as
           WRITE STATEMENT-RECORD FROM STMT-EARN-LINE
           WRITE STATEMENT-RECORD FROM STMT-DEDN-LINE
           WRITE STATEMENT-RECORD FROM STMT-NET-LINE
           PERFORM 6500-PRINT-EARN-CODES-PARA
           WRITE STATEMENT-RECORD FROM STMT-METHOD-LINE
           WRITE STATEMENT-RECORD FROM STMT-LEAVE-LINE
           WRITE STATEMENT-RECORD FROM STMT-RULE-LINE
                   INTO STMT-ADDR3
               END-STRING
           END-IF.
      *
      * Advances the sorted earnings breakdown to this employee and
      * prints each of their lines under a heading of its own - the
      * heading only when there is at least one line.
       6500-PRINT-EARN-CODES-PARA.
           MOVE 'N' TO WS-TCOD-HEAD-FLAG
           PERFORM UNTIL WS-TCOD-EOF OR TK-EMP-ID >= EMP-ID
               PERFORM 3500-READ-TCOD-PARA
           END-PERFORM
           PERFORM UNTIL WS-TCOD-EOF OR TK-EMP-ID NOT = EMP-ID
               IF NOT WS-TCOD-HEAD-DONE
                   WRITE STATEMENT-RECORD FROM STMT-CODE-HEAD-LINE
                   SET WS-TCOD-HEAD-DONE TO TRUE
               END-IF
               MOVE TK-CODE   TO STMT-CK-CODE
               MOVE TK-DESC   TO STMT-CK-DESC
               MOVE TK-HOURS  TO STMT-CK-HOURS
               MOVE TK-RATE   TO STMT-CK-RATE
               MOVE TK-AMOUNT TO STMT-CK-AMOUNT
               WRITE STATEMENT-RECORD FROM STMT-CODE-LINE
               PERFORM 3500-READ-TCOD-PARA
           END-PERFORM.
      *
       9000-END-PARA.
           DISPLAY 'PAYSTMT: STATEMENTS PRINTED ' WS-STMT-CNT
           IF WS-ADDR-STAT = '00'
               CLOSE ADDR-SORTED
           END-IF
           IF WS-TCOD-STAT = '00'
               CLOSE TCOD-SORTED
           END-IF
           CLOSE STATEMENT-FILE
           PERFORM 9800-ARCHIVE-REPORT-PARA.
      *
       9800-ARCHIVE-REPORT-PARA.
           MOVE RETURN-CODE TO WS-ARCH-RC
           CALL 'RPTARCH' USING WS-ARCH-REPORT WS-ARCH-LOC
               ON EXCEPTION
                   DISPLAY 'PAYSTMT: RPTARCH NOT AVAILABLE - '
                       WS-ARCH-REPORT ' NOT ARCHIVED'
           END-CALL
           MOVE WS-ARCH-RC TO RETURN-CODE.
