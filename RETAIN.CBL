      *****************************************************************
      * RETAIN
      * Retention and archive management for the append-forever
      * files: CHGJRNL.DAT, RUNHIST.LOG, RUNTOTLS.DAT, CHECKREG.DAT,
      * PROMLOG.LOG, the pay history PAYHIST.DAT and the operator
      * access log ACCESLOG.DAT all grow without
      * bound, and EMPMAINT's own comments call year-end archiving
      * of the journal somebody else's problem. This job is that
      * somebody. The operator
      * answers one cutoff date (payroll sets the schedule); records
      * dated before it move to a dated archive generation named
      * <base><cutoff>.ARC (CHGJRNL20250101.ARC and so on), the live
      * file is rewritten with only the survivors, and CHGQUERY can
      * be pointed at any archive generation for the
      * last-year-pay-rate questions (PAYHIST likewise for the
      * old-stub ones).
      *
      * Safety: each file's archive is written, CLOSED, RE-READ and
      * its record count proved against what was written before the
      * live file is touched; a mismatch leaves that live file
      * exactly as it was and flags the run. The check register gets
      * one extra rule: an issue that is still outstanding (not
      * cleared, not voided, not escheated) stays live whatever its
      * date - the bank reconciliation must keep seeing it. A check
      * ESCHEAT has escheated to the state is finished with, the
      * same as a void.
      *
      * Everything is reported per file on RETAIN.REP.
      *****************************************************************
           SELECT PROMLOG-ARCHIVE  ASSIGN TO DYNAMIC WS-ARCH-NAME
                                    FILE STATUS IS WS-ARCH-STAT.
           SELECT PROMLOG-WORK     ASSIGN TO 'RETNWRK5.DAT'.
           SELECT PAY-HIST-FILE    ASSIGN TO 'PAYHIST.DAT'
                                    FILE STATUS IS WS-LIVE-STAT.
           SELECT PAYHIST-ARCHIVE  ASSIGN TO DYNAMIC WS-ARCH-NAME
                                    FILE STATUS IS WS-ARCH-STAT.
           SELECT PAYHIST-WORK     ASSIGN TO 'RETNWRK6.DAT'.
           SELECT ACCESS-LOG-FILE  ASSIGN TO 'ACCESLOG.DAT'
                                    FILE STATUS IS WS-LIVE-STAT.
           SELECT ACCESLOG-ARCHIVE ASSIGN TO DYNAMIC WS-ARCH-NAME
                                    FILE STATUS IS WS-ARCH-STAT.
           SELECT ACCESLOG-WORK    ASSIGN TO 'RETNWRK7.DAT'.
           SELECT RETAIN-REPORT    ASSIGN TO 'RETAIN.REP'.

       DATA DIVISION.
       01  HISTORY-WORK-RECORD     PIC X(92).

       FD  RUN-TOTALS-FILE
           RECORD CONTAINS 55 CHARACTERS
           RECORDING MODE IS F.
       01  RUN-TOTALS-RECORD.
           03  RT-PERIOD           PIC 9(03).
           03  RT-DATE             PIC 9(08).
           03  FILLER              PIC X(44).

       FD  TOTALS-ARCHIVE
           RECORD CONTAINS 55 CHARACTERS
           RECORDING MODE IS F.
       01  TOTALS-ARCHIVE-RECORD   PIC X(55).

       FD  TOTALS-WORK
           RECORD CONTAINS 55 CHARACTERS
           RECORDING MODE IS F.
       01  TOTALS-WORK-RECORD      PIC X(55).

       FD  CHECK-REG-FILE
           RECORD CONTAINS 61 CHARACTERS
               88  CR-ISSUED                VALUE 'I'.
               88  CR-VOIDED                VALUE 'V'.
               88  CR-REISSUED              VALUE 'R'.
               88  CR-ESCHEATED             VALUE 'E'.
           03  CR-PAYEE            PIC X(15).
           03  CR-REF-CHECK        PIC 9(08).
           03  CR-CLEARED          PIC X(01).
           RECORDING MODE IS F.
       01  PROMLOG-WORK-RECORD     PIC X(80).

      * Pay history - every record type starts with the run date
      * (for a K or V stamp, the date CHECKRUN or PAYREV wrote it).
       FD  PAY-HIST-FILE
           RECORD CONTAINS 100 CHARACTERS
           RECORDING MODE IS F.
       01  PAY-HIST-RECORD.
           03  PH-RUN-DATE         PIC 9(08).
           03  FILLER              PIC X(92).

       FD  PAYHIST-ARCHIVE
           RECORD CONTAINS 100 CHARACTERS
           RECORDING MODE IS F.
       01  PAYHIST-ARCHIVE-RECORD  PIC X(100).

       FD  PAYHIST-WORK
           RECORD CONTAINS 100 CHARACTERS
           RECORDING MODE IS F.
       01  PAYHIST-WORK-RECORD     PIC X(100).

      * Operator access log - SIGNON-PROG's layout, event date first.
       FD  ACCESS-LOG-FILE
           RECORD CONTAINS 80 CHARACTERS
           RECORDING MODE IS F.
       01  ACCESS-LOG-RECORD.
           03  AC-DATE             PIC 9(08).
           03  FILLER              PIC X(72).

       FD  ACCESLOG-ARCHIVE
           RECORD CONTAINS 80 CHARACTERS
           RECORDING MODE IS F.
       01  ACCESLOG-ARCHIVE-RECORD PIC X(80).

       FD  ACCESLOG-WORK
           RECORD CONTAINS 80 CHARACTERS
           RECORDING MODE IS F.
       01  ACCESLOG-WORK-RECORD    PIC X(80).

      * Existence probe for the archive generation about to be
      * written - opened for input only, never read. A generation
      * that already exists must not be truncated: on a rerun with a
           03  WS-MONTH            PIC X(03)      OCCURS 12 TIMES.
       01  WS-MONTH-SUB            PIC 9(02)      VALUE ZERO.
       01  WS-MM-FOUND             PIC 9(02)      VALUE ZERO.
      * Voided (or escheated) check numbers for the register rule -
      * an old issue later voided may archive, one still outstanding
      * may not.
       01  WS-VOID-TABLE.
           03  WS-VOID-NO          PIC 9(08)      OCCURS 20000 TIMES.
       01  WS-VOID-COUNT           PIC 9(05)      VALUE ZERO.
           PERFORM 4000-RETAIN-TOTALS-PARA
           PERFORM 5000-RETAIN-REGISTER-PARA
           PERFORM 6000-RETAIN-PROMLOG-PARA
           PERFORM 7000-RETAIN-PAYHIST-PARA
           PERFORM 7500-RETAIN-ACCESLOG-PARA
           IF WS-RUN-FLAGGED
               MOVE '*** ONE OR MORE FILES NOT TRUNCATED - SEE '
                   TO RET-NOTE-LINE
      *
      * ---- CHECKREG.DAT -----------------------------------------
      * The extra rule: an issue/reissue that is neither cleared nor
      * voided nor escheated stays live whatever its date.
       5000-RETAIN-REGISTER-PARA.
           MOVE ZERO TO WS-ARCH-CNT WS-KEEP-CNT WS-VERIFY-CNT
           MOVE SPACES TO WS-ARCH-NAME
               PERFORM 8450-REPORT-EXISTS-PARA
           ELSE
           PERFORM 5050-COLLECT-VOIDS-PARA
           MOVE 'N' TO WS-EOF-FLAG
           OPEN INPUT CHECK-REG-FILE
           IF WS-LIVE-STAT NOT = '00'
               MOVE 'CHECKREG.DAT' TO RET-F-NAME
                       AT END
                           SET WS-PASS-EOF TO TRUE
                       NOT AT END
                           IF CR-VOIDED OR CR-ESCHEATED
                               IF WS-VOID-COUNT < 20000
                                   ADD 1 TO WS-VOID-COUNT
                                   MOVE CR-CHECK-NO
               END-IF
           END-PERFORM
           IF CR-DATE NUMERIC AND CR-DATE < WS-CUTOFF
              AND (CR-VOIDED OR CR-ESCHEATED OR CR-IS-CLEARED
                   OR WS-WAS-VOIDED)
               WRITE REGISTER-ARCHIVE-RECORD FROM CHECK-REG-RECORD
               ADD 1 TO WS-ARCH-CNT
           ELSE
           CLOSE PROMLOG-WORK
           CLOSE PROM-LOG-FILE.
      *
      * ---- PAYHIST.DAT ------------------------------------------
       7000-RETAIN-PAYHIST-PARA.
           MOVE ZERO TO WS-ARCH-CNT WS-KEEP-CNT WS-VERIFY-CNT
           MOVE SPACES TO WS-ARCH-NAME
           STRING 'PAYHIST' WS-CUTOFF '.ARC' DELIMITED BY SIZE
               INTO WS-ARCH-NAME
           PERFORM 8400-CHECK-GENERATION-PARA
           MOVE 'N' TO WS-EOF-FLAG
           IF WS-GEN-EXISTS
               MOVE 'PAYHIST.DAT' TO RET-F-NAME
               PERFORM 8450-REPORT-EXISTS-PARA
           ELSE
           OPEN INPUT PAY-HIST-FILE
           IF WS-LIVE-STAT NOT = '00'
               MOVE 'PAYHIST.DAT' TO RET-F-NAME
               PERFORM 8500-REPORT-MISSING-PARA
           ELSE
               OPEN OUTPUT PAYHIST-ARCHIVE
               OPEN OUTPUT PAYHIST-WORK
               PERFORM UNTIL WS-PASS-EOF
                   READ PAY-HIST-FILE
                       AT END
                           SET WS-PASS-EOF TO TRUE
                       NOT AT END
                           IF PH-RUN-DATE < WS-CUTOFF
                               WRITE PAYHIST-ARCHIVE-RECORD
                                   FROM PAY-HIST-RECORD
                               ADD 1 TO WS-ARCH-CNT
                           ELSE
                               WRITE PAYHIST-WORK-RECORD
                                   FROM PAY-HIST-RECORD
                               ADD 1 TO WS-KEEP-CNT
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PAY-HIST-FILE
               CLOSE PAYHIST-ARCHIVE
               CLOSE PAYHIST-WORK
               PERFORM 7100-VERIFY-PAYHIST-PARA
               MOVE 'PAYHIST.DAT' TO RET-F-NAME
               IF WS-VERIFY-CNT = WS-ARCH-CNT
                   PERFORM 7200-INSTALL-PAYHIST-PARA
                   PERFORM 8600-REPORT-GOOD-PARA
               ELSE
                   PERFORM 8700-REPORT-BAD-PARA
               END-IF
           END-IF
           END-IF.
      *
       7100-VERIFY-PAYHIST-PARA.
           MOVE 'N' TO WS-EOF-FLAG
           OPEN INPUT PAYHIST-ARCHIVE
           IF WS-ARCH-STAT = '00'
               PERFORM UNTIL WS-PASS-EOF
                   READ PAYHIST-ARCHIVE
                       AT END
                           SET WS-PASS-EOF TO TRUE
                       NOT AT END
                           ADD 1 TO WS-VERIFY-CNT
                   END-READ
               END-PERFORM
               CLOSE PAYHIST-ARCHIVE
           END-IF.
      *
       7200-INSTALL-PAYHIST-PARA.
           MOVE 'N' TO WS-EOF-FLAG
           OPEN INPUT PAYHIST-WORK
           OPEN OUTPUT PAY-HIST-FILE
           PERFORM UNTIL WS-PASS-EOF
               READ PAYHIST-WORK
                   AT END
                       SET WS-PASS-EOF TO TRUE
                   NOT AT END
                       WRITE PAY-HIST-RECORD
                           FROM PAYHIST-WORK-RECORD
               END-READ
           END-PERFORM
           CLOSE PAYHIST-WORK
           CLOSE PAY-HIST-FILE.
      *
      * ---- ACCESLOG.DAT -----------------------------------------
       7500-RETAIN-ACCESLOG-PARA.
           MOVE ZERO TO WS-ARCH-CNT WS-KEEP-CNT WS-VERIFY-CNT
           MOVE SPACES TO WS-ARCH-NAME
           STRING 'ACCESLOG' WS-CUTOFF '.ARC' DELIMITED BY SIZE
               INTO WS-ARCH-NAME
           PERFORM 8400-CHECK-GENERATION-PARA
           MOVE 'N' TO WS-EOF-FLAG
           IF WS-GEN-EXISTS
               MOVE 'ACCESLOG.DAT' TO RET-F-NAME
               PERFORM 8450-REPORT-EXISTS-PARA
           ELSE
           OPEN INPUT ACCESS-LOG-FILE
           IF WS-LIVE-STAT NOT = '00'
               MOVE 'ACCESLOG.DAT' TO RET-F-NAME
               PERFORM 8500-REPORT-MISSING-PARA
           ELSE
               OPEN OUTPUT ACCESLOG-ARCHIVE
               OPEN OUTPUT ACCESLOG-WORK
               PERFORM UNTIL WS-PASS-EOF
                   READ ACCESS-LOG-FILE
                       AT END
                           SET WS-PASS-EOF TO TRUE
                       NOT AT END
                           IF AC-DATE < WS-CUTOFF
                               WRITE ACCESLOG-ARCHIVE-RECORD
                                   FROM ACCESS-LOG-RECORD
                               ADD 1 TO WS-ARCH-CNT
                           ELSE
                               WRITE ACCESLOG-WORK-RECORD
                                   FROM ACCESS-LOG-RECORD
                               ADD 1 TO WS-KEEP-CNT
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ACCESS-LOG-FILE
               CLOSE ACCESLOG-ARCHIVE
               CLOSE ACCESLOG-WORK
               PERFORM 7600-VERIFY-ACCESLOG-PARA
               MOVE 'ACCESLOG.DAT' TO RET-F-NAME
               IF WS-VERIFY-CNT = WS-ARCH-CNT
                   PERFORM 7700-INSTALL-ACCESLOG-PARA
                   PERFORM 8600-REPORT-GOOD-PARA
               ELSE
                   PERFORM 8700-REPORT-BAD-PARA
               END-IF
           END-IF
           END-IF.
      *
       7600-VERIFY-ACCESLOG-PARA.
           MOVE 'N' TO WS-EOF-FLAG
           OPEN INPUT ACCESLOG-ARCHIVE
           IF WS-ARCH-STAT = '00'
               PERFORM UNTIL WS-PASS-EOF
                   READ ACCESLOG-ARCHIVE
                       AT END
                           SET WS-PASS-EOF TO TRUE
                       NOT AT END
                           ADD 1 TO WS-VERIFY-CNT
                   END-READ
               END-PERFORM
               CLOSE ACCESLOG-ARCHIVE
           END-IF.
      *
       7700-INSTALL-ACCESLOG-PARA.
           MOVE 'N' TO WS-EOF-FLAG
           OPEN INPUT ACCESLOG-WORK
           OPEN OUTPUT ACCESS-LOG-FILE
           PERFORM UNTIL WS-PASS-EOF
               READ ACCESLOG-WORK
                   AT END
                       SET WS-PASS-EOF TO TRUE
                   NOT AT END
                       WRITE ACCESS-LOG-RECORD
                           FROM ACCESLOG-WORK-RECORD
               END-READ
           END-PERFORM
           CLOSE ACCESLOG-WORK
           CLOSE ACCESS-LOG-FILE.
      *
      * Existence probe - see the GENERATION-PROBE FD comment.
       8400-CHECK-GENERATION-PARA.
           MOVE 'N' TO WS-GEN-EXISTS-FLAG
