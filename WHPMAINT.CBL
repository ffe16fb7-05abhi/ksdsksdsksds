       IDENTIFICATION DIVISION.
       PROGRAM-ID. WHPMAINT.
      *****************************************************************
      * WHPMAINT
      * Maintenance for the employee withholding-profile companion
      * file WHPROF.DAT. PROG06 used to run every employee's EMP-EARN
      * through the one bracket table, so a married employee with
      * dependents withheld exactly what a single one did, nobody
      * could claim exempt, and nobody could ask for extra taken out.
      * The profile - filing status, allowances, extra flat
      * withholding per period and the exempt flag - lives in this
      * companion file keyed by EMP-ID rather than in the 79-byte
      * master, maintained with the same batch-transaction discipline
      * as EMPADDR.DAT:
      *
      *   WHPTRNS.DAT   add/change/delete details (action byte plus
      *                 the full profile image) wrapped in the H
      *                 header / T trailer this program proves out
      *                 before anything is applied - the trailer
      *                 hash is the sum of the extra-withholding
      *                 amounts, the profile file's equivalent of
      *                 EMPMAINT's earnings hash
      *   WHPROF.DAT    the companion master, kept in EMP-ID order by
      *                 the same sorted-transaction merge ADDRMNT
      *                 runs, and installed back over itself in the
      *                 same job since it has no promote step
      *   WHPJRNL.DAT   the profile change journal - full before and
      *                 after images per applied transaction, same
      *                 idea as ADDRJRNL.DAT
      *   WHPMAINT.REP  the run log with applied/rejected counts
      *
      * A detail whose profile does not make sense (filing status not
      * S/M/H, allowances or extra amount not numeric, exempt flag not
      * Y/N) is rejected on its own and logged; the rest of the batch
      * still applies. An employee with no profile on file withholds
      * as single with no allowances, which is exactly what PROG06
      * withheld for everybody before the profiles existed.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TRANS-FILE-IN  ASSIGN TO 'WHPTRNS.DAT'
                                  FILE STATUS IS WS-TRANSIN-STAT.
           SELECT TRANS-WORK     ASSIGN TO 'WHPWORK.DAT'.
           SELECT TRANS-SORTED   ASSIGN TO 'WHPSORT.DAT'.
           SELECT OLD-PROF-IN    ASSIGN TO 'WHPROF.DAT'
                                  FILE STATUS IS WS-PROF-STAT.
           SELECT NEW-PROF       ASSIGN TO 'NEWWHP.DAT'
                                  FILE STATUS IS WS-NEWP-STAT.
           SELECT PROF-JOURNAL   ASSIGN TO 'WHPJRNL.DAT'
                                  FILE STATUS IS WS-JRNL-STAT.
           SELECT MAINT-LOG      ASSIGN TO 'WHPMAINT.REP'.

       DATA DIVISION.
       FILE SECTION.
      * Wrapped transaction file - header (H, batch number, prep
      * date, originator), detail (action byte plus the 30-byte
      * profile image), trailer (T, count, extra-withholding hash).
       FD  TRANS-FILE-IN
           RECORD CONTAINS 31 CHARACTERS
           RECORDING MODE IS F.
       01  TRANS-FILE-RECORD      PIC X(31).
       01  TRANS-BATCH-HEADER.
           03  TBH-MARK            PIC X(01).
           03  TBH-BATCH-NO        PIC 9(04).
           03  TBH-PREP-DATE       PIC 9(08).
           03  TBH-ORIGINATOR      PIC X(10).
           03  FILLER              PIC X(08).
       01  TRANS-BATCH-TRAILER.
           03  TBT-MARK            PIC X(01).
           03  TBT-COUNT           PIC 9(05).
           03  TBT-HASH            PIC 9(07)V99.
           03  FILLER              PIC X(16).
      * The detail image is WHPROF.DAT's layout: EMP-ID, filing
      * status, allowances, extra withholding, exempt flag.
       01  TRANS-DETAIL-VIEW.
           03  FILLER              PIC X(01).
           03  TDV-PROFILE.
               05  TDV-EMP-ID      PIC X(05).
               05  TDV-FILING      PIC X(01).
               05  TDV-ALLOW       PIC X(02).
               05  TDV-EXTRA       PIC X(07).
               05  TDV-EXTRA-N REDEFINES TDV-EXTRA
                                   PIC 9(05)V99.
               05  FILLER          PIC X(15).

       SD  TRANS-WORK.
       01  TRANS-WORK-RECORD.
           03  TW-ACTION           PIC X(01).
           03  TW-EMP-ID           PIC X(05).
           03  FILLER              PIC X(25).

       FD  TRANS-SORTED
           RECORD CONTAINS 31 CHARACTERS
           RECORDING MODE IS F.
       01  TRANS-RECORD.
           03  TA-ACTION           PIC X(01).
               88  TA-ADD                VALUE 'A'.
               88  TA-CHANGE             VALUE 'C'.
               88  TA-DELETE             VALUE 'D'.
           03  TA-PROFILE-DATA     PIC X(30).

      * The companion profile master, canonically EMP-ID-ordered by
      * this merge. PROG06 matches it against the employee master in
      * that order.
       FD  OLD-PROF-IN
           RECORD CONTAINS 30 CHARACTERS
           RECORDING MODE IS F.
       01  OLD-PROF-RECORD.
           03  OP-EMP-ID           PIC X(05).
           03  FILLER              PIC X(25).

       FD  NEW-PROF
           RECORD CONTAINS 30 CHARACTERS
           RECORDING MODE IS F.
       01  NEW-PROF-RECORD         PIC X(30).

      * Profile change journal - same before/after idea as
      * ADDRMNT's ADDRJRNL.DAT.
       FD  PROF-JOURNAL
           RECORD CONTAINS 80 CHARACTERS
           RECORDING MODE IS F.
       01  PROF-JOURNAL-RECORD.
           03  PJ-ACTION           PIC X(01).
           03  PJ-DATE             PIC 9(08).
           03  PJ-TIME             PIC 9(06).
           03  PJ-EMP-ID           PIC X(05).
           03  PJ-BEFORE-IMAGE     PIC X(30).
           03  PJ-AFTER-IMAGE      PIC X(30).

       FD  MAINT-LOG
           RECORD CONTAINS 80 CHARACTERS
           RECORDING MODE IS F.
       01  LOG-RECORD              PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-TRANSIN-STAT         PIC X(02)      VALUE SPACES.
       01  WS-PROF-STAT            PIC X(02)      VALUE SPACES.
       01  WS-NEWP-STAT            PIC X(02)      VALUE SPACES.
       01  WS-JRNL-STAT            PIC X(02)      VALUE SPACES.
       01  WS-TRANSIN-EOF-FLAG     PIC X(01)      VALUE 'N'.
           88  WS-TRANSIN-EOF              VALUE 'Y'.
       01  WS-BATCH-VARIABLES.
           03  WS-HDR-SEEN-FLAG    PIC X(01)      VALUE 'N'.
               88  WS-HDR-SEEN             VALUE 'Y'.
           03  WS-TRL-SEEN-FLAG    PIC X(01)      VALUE 'N'.
               88  WS-TRL-SEEN             VALUE 'Y'.
           03  WS-DETAIL-CNT       PIC 9(05)      VALUE ZERO.
           03  WS-HASH-SUM         PIC 9(07)V99   VALUE ZERO.
           03  WS-EXP-COUNT        PIC 9(05)      VALUE ZERO.
           03  WS-EXP-HASH         PIC 9(07)V99   VALUE ZERO.
           03  WS-BATCH-NO         PIC 9(04)      VALUE ZERO.
           03  WS-REJ-REASON       PIC X(60)      VALUE SPACES.
       01  WS-OLD-FLAG             PIC X(01)      VALUE 'N'.
           88  OLD-EOF                    VALUE 'Y'.
      * Set when WHPROF.DAT opened for the merge, so it is closed
      * before the install reopens it for output.
       01  WS-PROF-OPEN-FLAG       PIC X(01)      VALUE 'N'.
           88  WS-PROF-OPEN                VALUE 'Y'.
       01  WS-TRANS-FLAG           PIC X(01)      VALUE 'N'.
           88  TRANS-EOF                   VALUE 'Y'.
       01  WS-DATE                 PIC 9(08)      VALUE ZERO.
       01  WS-TIME                 PIC 9(08)      VALUE ZERO.
      * The detail's profile image picked apart in working storage -
      * same reason as EMPMAINT's TC-EMPLOYEE-RECORD.
       01  WS-TA-PROFILE.
           03  WS-TA-EMP-ID        PIC X(05).
           03  WS-TA-FILING        PIC X(01).
               88  WS-TA-FILING-OK         VALUE 'S' 'M' 'H'.
           03  WS-TA-ALLOW         PIC 9(02).
           03  WS-TA-EXTRA         PIC 9(05)V99.
           03  WS-TA-EXEMPT        PIC X(01).
               88  WS-TA-EXEMPT-OK         VALUE 'Y' 'N'.
           03  FILLER              PIC X(14).
       01  WS-PROFILE-OK-FLAG      PIC X(01)      VALUE 'Y'.
           88  WS-PROFILE-OK               VALUE 'Y'.
       01  WS-COUNTS.
           03  WS-ADD-CNT          PIC 9(05)      VALUE ZERO.
           03  WS-CHG-CNT          PIC 9(05)      VALUE ZERO.
           03  WS-DEL-CNT          PIC 9(05)      VALUE ZERO.
           03  WS-REJ-CNT          PIC 9(05)      VALUE ZERO.
       01  WS-COPY-EOF-FLAG        PIC X(01)      VALUE 'N'.
           88  WS-COPY-EOF                 VALUE 'Y'.
       01  LOG-LINE.
           03  FILLER              PIC X(06)      VALUE SPACES.
           03  LOG-MSG             PIC X(74)      VALUE SPACES.

       PROCEDURE DIVISION.
       0000-MAIN-PARA.
           ACCEPT WS-DATE FROM DATE YYYYMMDD
           ACCEPT WS-TIME FROM TIME
           PERFORM 0400-VERIFY-BATCH-PARA
           PERFORM 1000-SORT-PARA
           PERFORM 2000-INITIAL-PARA
           PERFORM 5000-PROCESS-PARA UNTIL OLD-EOF AND TRANS-EOF
           PERFORM 9000-END-PARA
           PERFORM 9500-INSTALL-NEW-PROF-PARA
           GOBACK.
      *
      * Proves the wrapper out before anything is applied - same
      * whole-batch-or-nothing control ADDRMNT runs.
       0400-VERIFY-BATCH-PARA.
           OPEN INPUT TRANS-FILE-IN
           IF WS-TRANSIN-STAT NOT = '00'
               MOVE 'TRANSACTION FILE NOT AVAILABLE' TO WS-REJ-REASON
               PERFORM 0450-REJECT-BATCH-PARA
           END-IF
           PERFORM UNTIL WS-TRANSIN-EOF
               READ TRANS-FILE-IN
                   AT END
                       SET WS-TRANSIN-EOF TO TRUE
                   NOT AT END
                       PERFORM 0420-VERIFY-ONE-REC-PARA
               END-READ
           END-PERFORM
           CLOSE TRANS-FILE-IN
           IF NOT WS-HDR-SEEN
               MOVE 'BATCH HEADER MISSING' TO WS-REJ-REASON
               PERFORM 0450-REJECT-BATCH-PARA
           END-IF
           IF NOT WS-TRL-SEEN
               MOVE 'BATCH TRAILER MISSING - TRANSFER TRUNCATED'
                   TO WS-REJ-REASON
               PERFORM 0450-REJECT-BATCH-PARA
           END-IF
           IF WS-DETAIL-CNT NOT = WS-EXP-COUNT
               MOVE 'RECORD COUNT DOES NOT MATCH TRAILER'
                   TO WS-REJ-REASON
               PERFORM 0450-REJECT-BATCH-PARA
           END-IF
           IF WS-HASH-SUM NOT = WS-EXP-HASH
               MOVE 'EXTRA WITHHOLDING HASH DOES NOT MATCH TRAILER'
                   TO WS-REJ-REASON
               PERFORM 0450-REJECT-BATCH-PARA
           END-IF.
      *
       0420-VERIFY-ONE-REC-PARA.
           EVALUATE TRUE
               WHEN TRANS-FILE-RECORD(1:1) = 'H'
                   IF WS-HDR-SEEN
                       MOVE 'MORE THAN ONE BATCH HEADER'
                           TO WS-REJ-REASON
                       PERFORM 0450-REJECT-BATCH-PARA
                   END-IF
                   SET WS-HDR-SEEN TO TRUE
                   MOVE TBH-BATCH-NO TO WS-BATCH-NO
               WHEN TRANS-FILE-RECORD(1:1) = 'T'
                   IF WS-TRL-SEEN
                       MOVE 'MORE THAN ONE BATCH TRAILER'
                           TO WS-REJ-REASON
                       PERFORM 0450-REJECT-BATCH-PARA
                   END-IF
                   SET WS-TRL-SEEN TO TRUE
                   MOVE TBT-COUNT TO WS-EXP-COUNT
                   MOVE TBT-HASH  TO WS-EXP-HASH
               WHEN OTHER
                   IF NOT WS-HDR-SEEN
                       MOVE 'DETAIL RECORD AHEAD OF BATCH HEADER'
                           TO WS-REJ-REASON
                       PERFORM 0450-REJECT-BATCH-PARA
                   END-IF
                   IF WS-TRL-SEEN
                       MOVE 'DETAIL RECORD AFTER BATCH TRAILER'
                           TO WS-REJ-REASON
                       PERFORM 0450-REJECT-BATCH-PARA
                   END-IF
                   ADD 1 TO WS-DETAIL-CNT
                   IF TDV-EXTRA NUMERIC
                       ADD TDV-EXTRA-N TO WS-HASH-SUM
                   END-IF
           END-EVALUATE.
      *
       0450-REJECT-BATCH-PARA.
           OPEN OUTPUT MAINT-LOG
           MOVE 'WHPTRNS.DAT BATCH REJECTED - NOTHING APPLIED'
               TO LOG-MSG
           WRITE LOG-RECORD FROM LOG-LINE
           MOVE WS-REJ-REASON TO LOG-MSG
           WRITE LOG-RECORD FROM LOG-LINE
           CLOSE MAINT-LOG
           DISPLAY 'WHPMAINT: BATCH REJECTED - ' WS-REJ-REASON
           MOVE 8 TO RETURN-CODE
           GOBACK.
      *
       1000-SORT-PARA.
           SORT TRANS-WORK
               ON ASCENDING KEY TW-EMP-ID
               INPUT PROCEDURE IS 1050-RELEASE-TRANS-PARA
               GIVING TRANS-SORTED.
      *
       1050-RELEASE-TRANS-PARA.
           OPEN INPUT TRANS-FILE-IN
           MOVE 'N' TO WS-TRANSIN-EOF-FLAG
           PERFORM UNTIL WS-TRANSIN-EOF
               READ TRANS-FILE-IN
                   AT END
                       SET WS-TRANSIN-EOF TO TRUE
                   NOT AT END
                       IF TRANS-FILE-RECORD(1:1) NOT = 'H'
                          AND TRANS-FILE-RECORD(1:1) NOT = 'T'
                           RELEASE TRANS-WORK-RECORD
                               FROM TRANS-FILE-RECORD
                       END-IF
               END-READ
           END-PERFORM
           CLOSE TRANS-FILE-IN.
      *
       2000-INITIAL-PARA.
           OPEN INPUT OLD-PROF-IN
           IF WS-PROF-STAT NOT = '00'
      * A missing WHPROF.DAT is the first run - the master starts
      * empty and everything arrives as adds.
               SET OLD-EOF TO TRUE
           ELSE
               SET WS-PROF-OPEN TO TRUE
           END-IF
           OPEN OUTPUT NEW-PROF
           OPEN OUTPUT MAINT-LOG
           OPEN EXTEND PROF-JOURNAL
           IF WS-JRNL-STAT NOT = '00'
               OPEN OUTPUT PROF-JOURNAL
           END-IF
           OPEN INPUT TRANS-SORTED
           MOVE 'WHPMAINT RUN STARTED' TO LOG-MSG
           WRITE LOG-RECORD FROM LOG-LINE
           IF NOT OLD-EOF
               PERFORM 3000-READ-OLD-PARA
           END-IF
           PERFORM 4000-READ-TRANS-PARA.
      *
       3000-READ-OLD-PARA.
           READ OLD-PROF-IN
               AT END
                   MOVE 'Y' TO WS-OLD-FLAG
           END-READ.
      *
      * A blank exempt flag is keyed as "not exempt" - the common
      * case - so it is filled in before the image is checked.
       4000-READ-TRANS-PARA.
           READ TRANS-SORTED
               AT END
                   MOVE 'Y' TO WS-TRANS-FLAG
               NOT AT END
                   MOVE TA-PROFILE-DATA TO WS-TA-PROFILE
                   IF WS-TA-EXEMPT = SPACE
                       MOVE 'N' TO WS-TA-EXEMPT
                   END-IF
           END-READ.
      *
      * Same two-file merge shape as ADDRMNT.
       5000-PROCESS-PARA.
           EVALUATE TRUE
               WHEN TRANS-EOF
                   PERFORM 5100-WRITE-OLD-PARA
               WHEN OLD-EOF
                   PERFORM 5200-APPLY-TRANS-PARA
               WHEN WS-TA-EMP-ID < OP-EMP-ID
                   PERFORM 5200-APPLY-TRANS-PARA
               WHEN WS-TA-EMP-ID = OP-EMP-ID
                   PERFORM 5300-MATCHED-TRANS-PARA
               WHEN OTHER
                   PERFORM 5100-WRITE-OLD-PARA
           END-EVALUATE.
      *
       5100-WRITE-OLD-PARA.
           WRITE NEW-PROF-RECORD FROM OLD-PROF-RECORD
           PERFORM 3000-READ-OLD-PARA.
      *
       5200-APPLY-TRANS-PARA.
           PERFORM 5250-CHECK-PROFILE-PARA
           EVALUATE TRUE
               WHEN NOT TA-ADD
                   ADD 1 TO WS-REJ-CNT
                   STRING 'REJECTED - NO PROFILE ON FILE FOR EMP-ID '
                       WS-TA-EMP-ID
                       DELIMITED BY SIZE INTO LOG-MSG
                   WRITE LOG-RECORD FROM LOG-LINE
               WHEN NOT WS-PROFILE-OK
                   PERFORM 5260-REJECT-PROFILE-PARA
               WHEN OTHER
                   WRITE NEW-PROF-RECORD FROM WS-TA-PROFILE
                   ADD 1 TO WS-ADD-CNT
                   MOVE SPACES        TO PJ-BEFORE-IMAGE
                   MOVE WS-TA-PROFILE TO PJ-AFTER-IMAGE
                   MOVE 'A'           TO PJ-ACTION
                   PERFORM 5400-WRITE-JOURNAL-PARA
                   STRING 'ADDED PROFILE FOR EMP-ID ' WS-TA-EMP-ID
                       DELIMITED BY SIZE INTO LOG-MSG
                   WRITE LOG-RECORD FROM LOG-LINE
           END-EVALUATE
           PERFORM 4000-READ-TRANS-PARA.
      *
      * Checks the profile image an add or change would install. A
      * delete carries no image worth checking.
       5250-CHECK-PROFILE-PARA.
           MOVE 'Y' TO WS-PROFILE-OK-FLAG
           IF NOT WS-TA-FILING-OK
              OR WS-TA-ALLOW NOT NUMERIC
              OR WS-TA-EXTRA NOT NUMERIC
              OR NOT WS-TA-EXEMPT-OK
               MOVE 'N' TO WS-PROFILE-OK-FLAG
           END-IF.
      *
       5260-REJECT-PROFILE-PARA.
           ADD 1 TO WS-REJ-CNT
           STRING 'REJECTED - INVALID PROFILE IMAGE FOR EMP-ID '
               WS-TA-EMP-ID
               DELIMITED BY SIZE INTO LOG-MSG
           WRITE LOG-RECORD FROM LOG-LINE.
      *
       5300-MATCHED-TRANS-PARA.
           PERFORM 5250-CHECK-PROFILE-PARA
           EVALUATE TRUE
               WHEN TA-CHANGE AND NOT WS-PROFILE-OK
                   PERFORM 5260-REJECT-PROFILE-PARA
                   PERFORM 5100-WRITE-OLD-PARA
               WHEN TA-CHANGE
                   WRITE NEW-PROF-RECORD FROM WS-TA-PROFILE
                   ADD 1 TO WS-CHG-CNT
                   MOVE OLD-PROF-RECORD TO PJ-BEFORE-IMAGE
                   MOVE WS-TA-PROFILE   TO PJ-AFTER-IMAGE
                   MOVE 'C'             TO PJ-ACTION
                   PERFORM 5400-WRITE-JOURNAL-PARA
                   STRING 'CHANGED PROFILE FOR EMP-ID ' WS-TA-EMP-ID
                       DELIMITED BY SIZE INTO LOG-MSG
                   WRITE LOG-RECORD FROM LOG-LINE
                   PERFORM 3000-READ-OLD-PARA
               WHEN TA-DELETE
                   ADD 1 TO WS-DEL-CNT
                   MOVE OLD-PROF-RECORD TO PJ-BEFORE-IMAGE
                   MOVE SPACES          TO PJ-AFTER-IMAGE
                   MOVE 'D'             TO PJ-ACTION
                   PERFORM 5400-WRITE-JOURNAL-PARA
                   STRING 'DELETED PROFILE FOR EMP-ID ' WS-TA-EMP-ID
                       DELIMITED BY SIZE INTO LOG-MSG
                   WRITE LOG-RECORD FROM LOG-LINE
                   PERFORM 3000-READ-OLD-PARA
               WHEN OTHER
                   ADD 1 TO WS-REJ-CNT
                   STRING 'REJECTED - ADD FOR EXISTING EMP-ID '
                       WS-TA-EMP-ID
                       DELIMITED BY SIZE INTO LOG-MSG
                   WRITE LOG-RECORD FROM LOG-LINE
                   PERFORM 5100-WRITE-OLD-PARA
           END-EVALUATE
           PERFORM 4000-READ-TRANS-PARA.
      *
       5400-WRITE-JOURNAL-PARA.
           MOVE WS-DATE      TO PJ-DATE
           MOVE WS-TIME(1:6) TO PJ-TIME
           MOVE WS-TA-EMP-ID TO PJ-EMP-ID
           WRITE PROF-JOURNAL-RECORD.
      *
       9000-END-PARA.
           MOVE 'WHPMAINT RUN COMPLETE' TO LOG-MSG
           WRITE LOG-RECORD FROM LOG-LINE
           STRING 'ADDS=' WS-ADD-CNT ' CHANGES=' WS-CHG-CNT
               ' DELETES=' WS-DEL-CNT ' REJECTS=' WS-REJ-CNT
               DELIMITED BY SIZE INTO LOG-MSG
           WRITE LOG-RECORD FROM LOG-LINE
           IF WS-PROF-OPEN
               CLOSE OLD-PROF-IN
               MOVE 'N' TO WS-PROF-OPEN-FLAG
           END-IF
           CLOSE NEW-PROF
           CLOSE TRANS-SORTED
           CLOSE MAINT-LOG
           CLOSE PROF-JOURNAL.
      *
      * Installs the merged file back over the master. The companion
      * file has no promote step or retained generations of its own -
      * WHPJRNL.DAT is its way back. A master that cannot be opened
      * or written is reported with RETURN-CODE 12 - NEWWHP.DAT still
      * holds the merged file for the rerun.
       9500-INSTALL-NEW-PROF-PARA.
           OPEN INPUT NEW-PROF
           OPEN OUTPUT OLD-PROF-IN
           IF WS-PROF-STAT NOT = '00'
               DISPLAY 'WHPMAINT: UNABLE TO OPEN WHPROF.DAT FOR '
                   'OUTPUT - STATUS ' WS-PROF-STAT
                   ' - PROFILES NOT INSTALLED'
               MOVE 12 TO RETURN-CODE
               CLOSE NEW-PROF
           ELSE
               PERFORM UNTIL WS-COPY-EOF
                   READ NEW-PROF
                       AT END
                           SET WS-COPY-EOF TO TRUE
                       NOT AT END
                           MOVE NEW-PROF-RECORD TO OLD-PROF-RECORD
                           WRITE OLD-PROF-RECORD
                           IF WS-PROF-STAT NOT = '00'
                               DISPLAY 'WHPMAINT: WRITE TO WHPROF.DAT '
                                   'FAILED - STATUS ' WS-PROF-STAT
                               MOVE 12 TO RETURN-CODE
                               SET WS-COPY-EOF TO TRUE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE NEW-PROF
               CLOSE OLD-PROF-IN
           END-IF.
