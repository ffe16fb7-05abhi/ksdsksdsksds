      * program used to run is gone with it; the match logic below
      * still depends on ascending EMP-ID on both sides of the
      * EVALUATE, which the master's canonical order now guarantees.
      *
      * Position control. Once the position master POSNMAST.DAT is
      * on file (POSMAINT builds it), an active add, a department
      * transfer and a reinstatement of a terminated employee each
      * need a vacant authorized position behind them - one in the
      * employee's department whose location and tech fit (blank on
      * the position: any) and whose budgeted EMP-EARN range takes
      * the new EMP-EARN. The employee is linked to it as the
      * transaction is applied. With no vacant position at all, or
      * only ones the pay falls outside of, the transaction goes to
      * EMPHOLD.DAT for a second approver like any other high-risk
      * one (or is rejected outright, when APPRPARM.DAT says so);
      * once countersigned it is applied, into an out-of-range
      * vacancy if there is one, else with no position - the
      * over-complement POSNRPT reports. A termination or delete
      * vacates the employee's position, a transfer vacates the old
      * one. Every link and vacate is written to the position
      * journal POSNJRNL.DAT and the master is rewritten at
      * end-of-job. Without POSNMAST.DAT nothing is checked.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TRANS-FILE-IN  ASSIGN TO DYNAMIC WS-FN-EMPTRANS
                                  FILE STATUS IS WS-TRANSIN-STAT.
           SELECT TRANS-WORK     ASSIGN TO 'TRANWORK.DAT'.
           SELECT TRANS-SORTED   ASSIGN TO DYNAMIC WS-FN-TRANSORT.
           SELECT PENDING-FILE   ASSIGN TO DYNAMIC WS-FN-EMPPEND
                                  FILE STATUS IS WS-PEND-STAT.
           SELECT APPROVAL-HOLD-FILE ASSIGN TO DYNAMIC WS-FN-EMPHOLD
                                  FILE STATUS IS WS-HOLD-STAT.
           SELECT APPR-PARM-FILE ASSIGN TO DYNAMIC WS-FN-APPRPARM
                                  FILE STATUS IS WS-APRP-STAT.
           SELECT OLD-MASTER-IN  ASSIGN TO DYNAMIC WS-FN-EMPFILE.
           SELECT NEW-MASTER     ASSIGN TO DYNAMIC WS-FN-NEWEMPFILE.
           SELECT MAINT-LOG      ASSIGN TO DYNAMIC WS-FN-MAINTLOG.
           SELECT CHANGE-JOURNAL ASSIGN TO DYNAMIC WS-FN-CHGJRNL
                                  FILE STATUS IS WS-JRNL-STAT.
           SELECT POSN-MASTER    ASSIGN TO DYNAMIC WS-FN-POSNMAST
                                  FILE STATUS IS WS-POSN-STAT.
           SELECT POSN-JOURNAL   ASSIGN TO DYNAMIC WS-FN-POSNJRNL
                                  FILE STATUS IS WS-PJRN-STAT.
           SELECT BATCH-REJECT-FILE ASSIGN TO DYNAMIC WS-FN-EMPBREJ.
           SELECT MAINT-COUNTS-FILE ASSIGN TO DYNAMIC WS-FN-MAINTCNT.

       DATA DIVISION.
       FILE SECTION.
       01  TRANS-WORK-RECORD.
           03  TW-ACTION           PIC X(01).
           03  TW-EMP-ID           PIC X(05).
           03  FILLER              PIC X(92).

      * The employee image is picked apart in working storage
      * (TC-EMPLOYEE-RECORD below), not through a COPY REPLACING
      * out as a sibling record overlaying the action byte and
      * shifting every field by one (the same REPLACING pitfall
      * documented in EMPINQ's banner).
      * Past the 88-byte detail the sorted record carries the keyer -
      * the originator on the header of the batch the detail came in
      * with - so a transaction held for approval can say who keyed
      * it. It is not part of the countersigned image.
       FD  TRANS-SORTED
           RECORD CONTAINS 98 CHARACTERS
           RECORDING MODE IS F.
       01  TRANS-RECORD.
           03  TC-ACTION           PIC X(01).
               88  TC-DELETE             VALUE 'D'.
           03  TC-EMPLOYEE-DATA    PIC X(79).
           03  TC-EFF-DATE         PIC X(08).
           03  TC-KEYER            PIC X(10).

      * Pending queue (EMPPEND.DAT) - future-dated details parked by
      * earlier runs, in the same 88-byte detail format minus the
      * batch wrapper (their batch was verified the night they
      * arrived) plus the 10-byte keyer from that batch's header.
      * Read ahead of tonight's EMPTRANS.DAT, released into the sort
      * once their date has arrived, and rewritten with whatever is
      * still waiting.
       FD  PENDING-FILE
           RECORD CONTAINS 98 CHARACTERS
           RECORDING MODE IS F.
       01  PENDING-RECORD          PIC X(98).

      * Pending-approval file (EMPHOLD.DAT). Any single keyer who can
      * get a record into EMPTRANS.DAT could redirect an employee's
      * through EMPAPPRV (status A, with their initials) or rejects
      * (status R); this program applies only the countersigned ones
      * on its next run and drops the rejected ones with a log line.
      * Each entry carries the keyer's ID (AH-KEYER, the batch
      * header's originator) and EMPAPPRV refuses an approval by
      * that same ID - the second approver must be a second person.
       FD  APPROVAL-HOLD-FILE
           RECORD CONTAINS 137 CHARACTERS
           RECORDING MODE IS F.
       01  APPROVAL-HOLD-RECORD.
           03  AH-STATUS           PIC X(01).
           03  AH-REASON           PIC X(20).
           03  AH-DATE-HELD        PIC 9(08).
           03  AH-APPROVER         PIC X(10).
           03  AH-KEYER            PIC X(10).

      * Optional high-risk threshold override (APPRPARM.DAT) - one
      * record, the EMP-EARN movement above which a change needs a
      * second approver. Missing file or blank keeps the compiled-in
      * default, same optional-override idea as FH06's parm files.
      * The last byte says what happens to a transaction position
      * control refuses: R rejects it, anything else holds it for a
      * second approver.
       FD  APPR-PARM-FILE
           RECORD CONTAINS 08 CHARACTERS
           RECORDING MODE IS F.
       01  APPR-PARM-RECORD.
           03  AP-THRESHOLD        PIC 9(05)V99.
           03  AP-POSN-ACTION      PIC X(01).
               88  AP-POSN-REJECT        VALUE 'R'.

       FD  OLD-MASTER-IN
           RECORD CONTAINS 79 CHARACTERS
           03  CJ-BEFORE-IMAGE     PIC X(79).
           03  CJ-AFTER-IMAGE      PIC X(79).

      * Position master - see POSMAINT's FD. Carried whole in
      * WS-PS-TABLE and rewritten at end-of-job.
       FD  POSN-MASTER
           RECORD CONTAINS 70 CHARACTERS
           RECORDING MODE IS F.
       01  POSN-RECORD             PIC X(70).

      * Position journal - see POSMAINT's FD. The links and vacates
      * made here go on it with source EMPMAINT.
       FD  POSN-JOURNAL
           RECORD CONTAINS 169 CHARACTERS
           RECORDING MODE IS F.
       01  POSN-JOURNAL-RECORD.
           03  PJ-ACTION           PIC X(01).
           03  PJ-DATE             PIC 9(08).
           03  PJ-TIME             PIC 9(06).
           03  PJ-SOURCE           PIC X(08).
           03  PJ-POSN-NO          PIC X(06).
           03  PJ-BEFORE-IMAGE     PIC X(70).
           03  PJ-AFTER-IMAGE      PIC X(70).

       WORKING-STORAGE SECTION.
      * File names, each the live name behind the run prefix (blank
      * outside a preview of the nightly stream - see RUNPFX.CPY).
      * The bases are in SELECT order; 0050-FILE-NAMES-PARA builds
      * the names used by the ASSIGN clauses above.
       COPY RUNPFX.
       01  WS-FILE-BASES.
           03  FILLER              PIC X(16)      VALUE 'EMPTRANS.DAT'.
           03  FILLER              PIC X(16)      VALUE 'TRANSORT.DAT'.
           03  FILLER              PIC X(16)      VALUE 'EMPPEND.DAT'.
           03  FILLER              PIC X(16)      VALUE 'EMPHOLD.DAT'.
           03  FILLER              PIC X(16)      VALUE 'APPRPARM.DAT'.
           03  FILLER              PIC X(16)      VALUE 'EMPFILE.DAT'.
           03  FILLER              PIC X(16)      VALUE
               'NEWEMPFILE.DAT'.
           03  FILLER              PIC X(16)      VALUE 'MAINTLOG.REP'.
           03  FILLER              PIC X(16)      VALUE 'CHGJRNL.DAT'.
           03  FILLER              PIC X(16)      VALUE 'POSNMAST.DAT'.
           03  FILLER              PIC X(16)      VALUE 'POSNJRNL.DAT'.
           03  FILLER              PIC X(16)      VALUE 'EMPBREJ.REP'.
           03  FILLER              PIC X(16)      VALUE 'MAINTCNT.DAT'.
       01  WS-FILE-BASE-TABLE REDEFINES WS-FILE-BASES.
           03  WS-FB-NAME          PIC X(16)      OCCURS 13 TIMES.
       01  WS-FILE-NAMES.
           03  WS-FN-EMPTRANS      PIC X(30)      VALUE SPACES.
           03  WS-FN-TRANSORT      PIC X(30)      VALUE SPACES.
           03  WS-FN-EMPPEND       PIC X(30)      VALUE SPACES.
           03  WS-FN-EMPHOLD       PIC X(30)      VALUE SPACES.
           03  WS-FN-APPRPARM      PIC X(30)      VALUE SPACES.
           03  WS-FN-EMPFILE       PIC X(30)      VALUE SPACES.
           03  WS-FN-NEWEMPFILE    PIC X(30)      VALUE SPACES.
           03  WS-FN-MAINTLOG      PIC X(30)      VALUE SPACES.
           03  WS-FN-CHGJRNL       PIC X(30)      VALUE SPACES.
           03  WS-FN-POSNMAST      PIC X(30)      VALUE SPACES.
           03  WS-FN-POSNJRNL      PIC X(30)      VALUE SPACES.
           03  WS-FN-EMPBREJ       PIC X(30)      VALUE SPACES.
           03  WS-FN-MAINTCNT      PIC X(30)      VALUE SPACES.
       01  WS-FILE-NAME-TABLE REDEFINES WS-FILE-NAMES.
           03  WS-FN-NAME          PIC X(30)      OCCURS 13 TIMES.
       01  WS-FN-COUNT             PIC 9(02)      VALUE 13.
       01  WS-FN-SUB               PIC 9(02)      VALUE ZERO.
      *
           COPY EMPREC REPLACING EMPLOYEE-RECORD BY
                TC-EMPLOYEE-RECORD.
       01  WS-TRANSIN-STAT         PIC X(02)      VALUE SPACES.
       01  WS-DETAIL-REC.
           03  FILLER              PIC X(80).
           03  WS-DETAIL-EFF       PIC X(08).
           03  WS-DETAIL-KEYER     PIC X(10).
      * Originator from the header of the batch being read - stamped
      * on each of its details as the keyer.
       01  WS-BATCH-KEYER          PIC X(10)      VALUE SPACES.
       01  WS-PEND-TABLE.
           03  WS-PEND-ENTRIES     OCCURS 5000 TIMES.
               05  WS-PEND-REC     PIC X(98)      VALUE SPACES.
       01  WS-PEND-COUNT           PIC 9(04)      VALUE ZERO.
       01  WS-PEND-SUB             PIC 9(04)      VALUE ZERO.
       01  WS-PARKED-CNT           PIC 9(05)      VALUE ZERO.
       01  WS-RISK-THRESHOLD       PIC 9(05)V99   VALUE 500.00.
       01  WS-HOLD-TABLE.
           03  WS-HOLD-ENTRIES     OCCURS 1000 TIMES.
               05  WS-HOLD-REC     PIC X(137)     VALUE SPACES.
       01  WS-HOLD-COUNT           PIC 9(04)      VALUE ZERO.
       01  WS-HOLD-SUB             PIC 9(04)      VALUE ZERO.
       01  WS-HOLD-WORK.
           03  WS-HW-REASON        PIC X(20).
           03  WS-HW-DATE          PIC 9(08).
           03  WS-HW-APPROVER      PIC X(10).
           03  WS-HW-KEYER         PIC X(10).
       01  WS-APPR-TABLE.
           03  WS-APPR-ENTRIES     OCCURS 1000 TIMES.
               05  WS-APPR-TRANS   PIC X(88)      VALUE SPACES.
       01  WS-HELD-CNT             PIC 9(05)      VALUE ZERO.
       01  WS-APPR-REL-CNT         PIC 9(05)      VALUE ZERO.
       01  WS-APPR-REJ-CNT         PIC 9(05)      VALUE ZERO.
      * Position-control work areas. WS-PC-SUB is the vacancy the
      * transaction will fill (zero: none), WS-PC-ALT-SUB the first
      * vacancy that fits all but the pay range.
       01  WS-POSN-STAT            PIC X(02)      VALUE SPACES.
       01  WS-PJRN-STAT            PIC X(02)      VALUE SPACES.
       01  WS-POSN-EOF-FLAG        PIC X(01)      VALUE 'N'.
           88  WS-POSN-EOF                 VALUE 'Y'.
       01  WS-POSN-CONTROL-FLAG    PIC X(01)      VALUE 'N'.
           88  WS-POSN-CONTROL             VALUE 'Y'.
       01  WS-POSN-REJECT-FLAG     PIC X(01)      VALUE 'N'.
           88  WS-POSN-REJECT-MODE         VALUE 'Y'.
       01  WS-PS-TABLE.
           03  WS-PS-ENTRIES       OCCURS 5000 TIMES.
               05  WS-PS-REC       PIC X(70).
               05  WS-PS-FIELDS    REDEFINES WS-PS-REC.
                   07  WS-PS-POSN-NO   PIC X(06).
                   07  WS-PS-DEPT      PIC X(04).
                   07  WS-PS-LOC       PIC X(03).
                   07  WS-PS-TECH      PIC X(05).
                   07  FILLER          PIC X(20).
                   07  WS-PS-RATE-MIN  PIC 9(05)V99.
                   07  WS-PS-RATE-MAX  PIC 9(05)V99.
                   07  WS-PS-STATUS    PIC X(01).
                   07  WS-PS-INCUMBENT PIC X(05).
                   07  WS-PS-EVENT-DATE PIC 9(08).
                   07  FILLER          PIC X(04).
       01  WS-PS-COUNT             PIC 9(04)      VALUE ZERO.
       01  WS-PS-SUB               PIC 9(04)      VALUE ZERO.
       01  WS-PC-SUB               PIC 9(04)      VALUE ZERO.
       01  WS-PC-ALT-SUB           PIC 9(04)      VALUE ZERO.
       01  WS-POSN-REFUSE-FLAG     PIC X(01)      VALUE 'N'.
           88  WS-POSN-REFUSED             VALUE 'Y'.
       01  WS-POSN-VACATE-FLAG     PIC X(01)      VALUE 'N'.
           88  WS-POSN-VACATE              VALUE 'Y'.
       01  WS-PW-BEFORE            PIC X(70)      VALUE SPACES.
       01  WS-POSN-FILL-CNT        PIC 9(05)      VALUE ZERO.
       01  WS-POSN-VAC-CNT         PIC 9(05)      VALUE ZERO.
       01  WS-POSN-REFUSE-CNT      PIC 9(05)      VALUE ZERO.
       01  WS-OLD-FLAG             PIC X(01)      VALUE 'N'.
           88  OLD-EOF                    VALUE 'Y'.
       01  WS-TRANS-FLAG           PIC X(01)      VALUE 'N'.
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
           ACCEPT WS-DATE FROM DATE YYYYMMDD
           PERFORM 0300-LOAD-APPR-PARM-PARA
           PERFORM 0350-LOAD-POSITIONS-PARA
           PERFORM 0400-VERIFY-BATCH-PARA
           PERFORM 1000-SORT-PARA
           PERFORM 2000-INITIAL-PARA
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
      * Reads the optional APPRPARM.DAT threshold override.
       0300-LOAD-APPR-PARM-PARA.
           OPEN INPUT APPR-PARM-FILE
                         AND AP-THRESHOLD NOT = ZERO
                         MOVE AP-THRESHOLD TO WS-RISK-THRESHOLD
                      END-IF
                      IF AP-POSN-REJECT
                         SET WS-POSN-REJECT-MODE TO TRUE
                      END-IF
              END-READ
              CLOSE APPR-PARM-FILE
           END-IF.
      *
      * Loads the position master. Its presence is what puts position
      * control in force - see the banner.
       0350-LOAD-POSITIONS-PARA.
           OPEN INPUT POSN-MASTER
           IF WS-POSN-STAT = '00'
              SET WS-POSN-CONTROL TO TRUE
              PERFORM UNTIL WS-POSN-EOF
                 READ POSN-MASTER
                     AT END
                        SET WS-POSN-EOF TO TRUE
                     NOT AT END
                        IF WS-PS-COUNT < 5000
                           ADD 1 TO WS-PS-COUNT
                           MOVE POSN-RECORD TO WS-PS-REC(WS-PS-COUNT)
                        ELSE
                           DISPLAY 'EMPMAINT: WS-PS-TABLE OVERFLOW - '
                               'RAISE THE LIMIT BEFORE RERUNNING'
                           MOVE 16 TO RETURN-CODE
                           GOBACK
                        END-IF
                 END-READ
              END-PERFORM
              CLOSE POSN-MASTER
           END-IF.
      *
      * Proves the batch wrappers out before anything else runs. The
      * file may carry several consecutive batches (see the FD
      * comment): each header opens a batch and resets the running
           MOVE WS-REJ-REASON TO BREJ-REASON
           WRITE BATCH-REJECT-RECORD FROM BREJ-LINE
           CLOSE BATCH-REJECT-FILE
           MOVE WS-FN-EMPBREJ TO WS-ARCH-REPORT
           PERFORM 9800-ARCHIVE-REPORT-PARA
           DISPLAY 'EMPMAINT: BATCH REJECTED - ' WS-REJ-REASON
           MOVE 8 TO RETURN-CODE
           GOBACK.
                       AT END
                           SET WS-TRANSIN-EOF TO TRUE
                       NOT AT END
                           IF TRANS-FILE-RECORD(1:1) = 'H'
                               MOVE TBH-ORIGINATOR TO WS-BATCH-KEYER
                           END-IF
                           IF TRANS-FILE-RECORD(1:1) NOT = 'H'
                              AND TRANS-FILE-RECORD(1:1) NOT = 'T'
                               MOVE TRANS-FILE-RECORD
                                   TO WS-DETAIL-REC
                               MOVE WS-BATCH-KEYER TO WS-DETAIL-KEYER
                               MOVE 'N' TO WS-FROM-PENDING-FLAG
                               PERFORM 1070-ROUTE-DETAIL-PARA
                           END-IF
                      ADD 1 TO WS-APPR-COUNT
                      MOVE AH-TRANS TO WS-APPR-TRANS(WS-APPR-COUNT)
                      ADD 1 TO WS-APPR-REL-CNT
                      MOVE AH-TRANS TO WS-DETAIL-REC
                      MOVE AH-KEYER TO WS-DETAIL-KEYER
                      RELEASE TRANS-WORK-RECORD FROM WS-DETAIL-REC
                   ELSE
                      DISPLAY 'EMPMAINT: WS-APPR-TABLE OVERFLOW - '
                          'RAISE THE LIMIT BEFORE RERUNNING'
           IF WS-JRNL-STAT NOT = '00'
               OPEN OUTPUT CHANGE-JOURNAL
           END-IF
           IF WS-POSN-CONTROL
               OPEN EXTEND POSN-JOURNAL
               IF WS-PJRN-STAT NOT = '00'
                   OPEN OUTPUT POSN-JOURNAL
               END-IF
           ELSE
               MOVE 'NO POSNMAST.DAT - POSITION CONTROL NOT IN FORCE'
                   TO LOG-MSG
               WRITE LOG-RECORD FROM LOG-LINE
           END-IF
           OPEN INPUT TRANS-SORTED
           MOVE 'EMPMAINT RUN STARTED'   TO LOG-MSG
           WRITE LOG-RECORD FROM LOG-LINE
           PERFORM 3000-READ-OLD-PARA.
      *
       5200-APPLY-TRANS-PARA.
           MOVE 'N' TO WS-POSN-REFUSE-FLAG
           MOVE 'N' TO WS-POSN-VACATE-FLAG
           MOVE ZERO TO WS-PC-SUB
           IF TC-ADD AND EMP-ACTIVE OF TC-EMPLOYEE-RECORD
               PERFORM 5500-POSITION-GATE-PARA
           END-IF
           IF TC-ADD AND WS-POSN-REFUSED
               PERFORM 5550-REFUSE-PARA
           END-IF
           IF TC-ADD AND NOT WS-POSN-REFUSED
               MOVE TC-EMPLOYEE-RECORD TO NEW-EMPLOYEE-RECORD
               WRITE NEW-EMPLOYEE-RECORD
               ADD 1 TO WS-ADD-CNT
               STRING 'ADDED EMP-ID ' EMP-ID OF TC-EMPLOYEE-RECORD
                   DELIMITED BY SIZE INTO LOG-MSG
               WRITE LOG-RECORD FROM LOG-LINE
               PERFORM 5600-MOVE-POSITION-PARA
           END-IF
           IF NOT TC-ADD
               ADD 1 TO WS-REJ-CNT
               STRING 'REJECTED - NO MATCHING MASTER FOR EMP-ID '
                   EMP-ID OF TC-EMPLOYEE-RECORD
           PERFORM 4000-READ-TRANS-PARA.
      *
       5300-MATCHED-TRANS-PARA.
           MOVE 'N' TO WS-POSN-REFUSE-FLAG
           MOVE 'N' TO WS-POSN-VACATE-FLAG
           MOVE ZERO TO WS-PC-SUB
           EVALUATE TRUE
               WHEN TC-CHANGE
                   PERFORM 5310-CHECK-RISK-PARA
                   IF NOT WS-RISK-HELD
                       PERFORM 5520-CHANGE-GATE-PARA
                   END-IF
                   IF WS-RISK-HELD
                       PERFORM 5320-HOLD-TRANS-PARA
                       PERFORM 5100-WRITE-OLD-PARA
                   END-IF
                   IF WS-POSN-REFUSED
                       PERFORM 5550-REFUSE-PARA
                       PERFORM 5100-WRITE-OLD-PARA
                   END-IF
                   IF NOT WS-RISK-HELD AND NOT WS-POSN-REFUSED
                       MOVE TC-EMPLOYEE-RECORD TO NEW-EMPLOYEE-RECORD
                       WRITE NEW-EMPLOYEE-RECORD
                       ADD 1 TO WS-CHG-CNT
                           EMP-ID OF TC-EMPLOYEE-RECORD
                           DELIMITED BY SIZE INTO LOG-MSG
                       WRITE LOG-RECORD FROM LOG-LINE
                       PERFORM 5600-MOVE-POSITION-PARA
                       PERFORM 3000-READ-OLD-PARA
                   END-IF
               WHEN TC-DELETE
                   STRING 'DELETED EMP-ID ' EMP-ID OF TC-EMPLOYEE-RECORD
                       DELIMITED BY SIZE INTO LOG-MSG
                   WRITE LOG-RECORD FROM LOG-LINE
                   SET WS-POSN-VACATE TO TRUE
                   PERFORM 5600-MOVE-POSITION-PARA
                   PERFORM 3000-READ-OLD-PARA
               WHEN OTHER
                   ADD 1 TO WS-REJ-CNT
       5310-CHECK-RISK-PARA.
           MOVE 'N'    TO WS-RISK-FLAG
           MOVE SPACES TO WS-RISK-REASON
           MOVE TRANS-RECORD(1:88) TO WS-TRANS-IMAGE
           PERFORM 5315-FIND-APPROVED-PARA
           IF WS-APPR-FOUND
               CONTINUE
               MOVE WS-RISK-REASON TO WS-HW-REASON
               MOVE WS-DATE        TO WS-HW-DATE
               MOVE SPACES         TO WS-HW-APPROVER
               MOVE TC-KEYER       TO WS-HW-KEYER
               MOVE WS-HOLD-WORK   TO WS-HOLD-REC(WS-HOLD-COUNT)
               ADD 1 TO WS-HELD-CNT
               STRING 'HELD FOR APPROVAL EMP-ID '
               GOBACK
           END-IF.
      *
      * Position control for an add, or for a change that brings an
      * employee into a department (see 5520): finds the vacancy to
      * fill, and refuses the transaction when there is none or the
      * pay is outside every one - unless its exact image was
      * countersigned, when it goes into the out-of-range vacancy if
      * there is one and otherwise in with no position.
       5500-POSITION-GATE-PARA.
           IF WS-POSN-CONTROL
               MOVE TRANS-RECORD(1:88) TO WS-TRANS-IMAGE
               PERFORM 5315-FIND-APPROVED-PARA
               PERFORM 5510-FIND-VACANCY-PARA
               EVALUATE TRUE
                   WHEN WS-PC-SUB > ZERO
                       CONTINUE
                   WHEN WS-APPR-FOUND
                       MOVE WS-PC-ALT-SUB TO WS-PC-SUB
                   WHEN WS-PC-ALT-SUB > ZERO
                       SET WS-POSN-REFUSED TO TRUE
                       MOVE 'EARN OUTSIDE RANGE' TO WS-RISK-REASON
                   WHEN OTHER
                       SET WS-POSN-REFUSED TO TRUE
                       MOVE 'NO VACANT POSITION' TO WS-RISK-REASON
               END-EVALUATE
           END-IF.
      *
       5510-FIND-VACANCY-PARA.
           MOVE ZERO TO WS-PC-SUB
           MOVE ZERO TO WS-PC-ALT-SUB
           PERFORM VARYING WS-PS-SUB FROM 1 BY 1
                   UNTIL WS-PS-SUB > WS-PS-COUNT OR WS-PC-SUB > ZERO
               IF WS-PS-STATUS(WS-PS-SUB) = 'A'
                  AND WS-PS-INCUMBENT(WS-PS-SUB) = SPACES
                  AND WS-PS-DEPT(WS-PS-SUB) =
                      EMP-DEPT OF TC-EMPLOYEE-RECORD
                  AND (WS-PS-LOC(WS-PS-SUB) = SPACES
                    OR WS-PS-LOC(WS-PS-SUB) =
                       EMP-LOC OF TC-EMPLOYEE-RECORD)
                  AND (WS-PS-TECH(WS-PS-SUB) = SPACES
                    OR WS-PS-TECH(WS-PS-SUB) =
                       EMP-TECH OF TC-EMPLOYEE-RECORD)
                   IF EMP-EARN OF TC-EMPLOYEE-RECORD NUMERIC
                      AND EMP-EARN OF TC-EMPLOYEE-RECORD NOT <
                          WS-PS-RATE-MIN(WS-PS-SUB)
                      AND EMP-EARN OF TC-EMPLOYEE-RECORD NOT >
                          WS-PS-RATE-MAX(WS-PS-SUB)
                       MOVE WS-PS-SUB TO WS-PC-SUB
                   ELSE
                       IF WS-PC-ALT-SUB = ZERO
                           MOVE WS-PS-SUB TO WS-PC-ALT-SUB
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.
      *
      * A change needs a position when it moves an active employee
      * to another department or reinstates a terminated one; it
      * gives one up when it transfers or terminates.
       5520-CHANGE-GATE-PARA.
           IF WS-POSN-CONTROL
               EVALUATE TRUE
                   WHEN EMP-ACTIVE OF OLD-EMPLOYEE-RECORD
                    AND EMP-ACTIVE OF TC-EMPLOYEE-RECORD
                    AND EMP-DEPT OF TC-EMPLOYEE-RECORD NOT =
                        EMP-DEPT OF OLD-EMPLOYEE-RECORD
                       SET WS-POSN-VACATE TO TRUE
                       PERFORM 5500-POSITION-GATE-PARA
                   WHEN NOT EMP-ACTIVE OF OLD-EMPLOYEE-RECORD
                    AND EMP-ACTIVE OF TC-EMPLOYEE-RECORD
                       PERFORM 5500-POSITION-GATE-PARA
                   WHEN EMP-ACTIVE OF OLD-EMPLOYEE-RECORD
                    AND NOT EMP-ACTIVE OF TC-EMPLOYEE-RECORD
                       SET WS-POSN-VACATE TO TRUE
               END-EVALUATE
           END-IF.
      *
      * A refused transaction is held for a second approver with the
      * position reason, or rejected when APPRPARM.DAT says so.
       5550-REFUSE-PARA.
           ADD 1 TO WS-POSN-REFUSE-CNT
           IF WS-POSN-REJECT-MODE
               ADD 1 TO WS-REJ-CNT
               MOVE SPACES TO LOG-MSG
               STRING 'REJECTED - ' DELIMITED BY SIZE
                   WS-RISK-REASON DELIMITED BY '  '
                   ' FOR EMP-ID ' EMP-ID OF TC-EMPLOYEE-RECORD
                   DELIMITED BY SIZE INTO LOG-MSG
               WRITE LOG-RECORD FROM LOG-LINE
               MOVE SPACES TO LOG-MSG
           ELSE
               MOVE SPACES TO LOG-MSG
               PERFORM 5320-HOLD-TRANS-PARA
               MOVE SPACES TO LOG-MSG
           END-IF.
      *
      * Carries out what the gate decided once the transaction is
      * applied: the old position given up, the new one filled.
       5600-MOVE-POSITION-PARA.
           IF WS-POSN-CONTROL
               IF WS-POSN-VACATE
                   PERFORM VARYING WS-PS-SUB FROM 1 BY 1
                           UNTIL WS-PS-SUB > WS-PS-COUNT
                       IF WS-PS-INCUMBENT(WS-PS-SUB) =
                          EMP-ID OF TC-EMPLOYEE-RECORD
                           MOVE WS-PS-REC(WS-PS-SUB) TO WS-PW-BEFORE
                           MOVE SPACES  TO WS-PS-INCUMBENT(WS-PS-SUB)
                           MOVE WS-DATE TO WS-PS-EVENT-DATE(WS-PS-SUB)
                           MOVE 'V'     TO PJ-ACTION
                           PERFORM 5650-POSN-JOURNAL-PARA
                           ADD 1 TO WS-POSN-VAC-CNT
                       END-IF
                   END-PERFORM
               END-IF
               IF WS-PC-SUB > ZERO
                   MOVE WS-PC-SUB TO WS-PS-SUB
                   MOVE WS-PS-REC(WS-PS-SUB) TO WS-PW-BEFORE
                   MOVE EMP-ID OF TC-EMPLOYEE-RECORD
                       TO WS-PS-INCUMBENT(WS-PS-SUB)
                   MOVE WS-DATE TO WS-PS-EVENT-DATE(WS-PS-SUB)
                   MOVE 'L'     TO PJ-ACTION
                   PERFORM 5650-POSN-JOURNAL-PARA
                   ADD 1 TO WS-POSN-FILL-CNT
               END-IF
           END-IF.
      *
       5650-POSN-JOURNAL-PARA.
           MOVE WS-DATE      TO PJ-DATE
           MOVE WS-TIME(1:6) TO PJ-TIME
           MOVE 'EMPMAINT'   TO PJ-SOURCE
           MOVE WS-PS-POSN-NO(WS-PS-SUB) TO PJ-POSN-NO
           MOVE WS-PW-BEFORE TO PJ-BEFORE-IMAGE
           MOVE WS-PS-REC(WS-PS-SUB) TO PJ-AFTER-IMAGE
           WRITE POSN-JOURNAL-RECORD
           MOVE SPACES TO LOG-MSG
           IF PJ-ACTION = 'L'
               STRING 'POSITION ' PJ-POSN-NO ' FILLED BY EMP-ID '
                   EMP-ID OF TC-EMPLOYEE-RECORD
                   DELIMITED BY SIZE INTO LOG-MSG
           ELSE
               STRING 'POSITION ' PJ-POSN-NO ' VACATED BY EMP-ID '
                   EMP-ID OF TC-EMPLOYEE-RECORD
                   DELIMITED BY SIZE INTO LOG-MSG
           END-IF
           WRITE LOG-RECORD FROM LOG-LINE
           MOVE SPACES TO LOG-MSG.
      *
      * One journal record per applied transaction, stamped with the
      * run date/time captured at startup.
       5400-WRITE-JOURNAL-PARA.
               ' REJECTED BY APPROVER=' WS-APPR-REJ-CNT
               DELIMITED BY SIZE INTO LOG-MSG
           WRITE LOG-RECORD FROM LOG-LINE
           IF WS-POSN-CONTROL
               MOVE SPACES TO LOG-MSG
               STRING 'POSITIONS FILLED=' WS-POSN-FILL-CNT
                   ' VACATED=' WS-POSN-VAC-CNT
                   ' REFUSED FOR NO POSITION=' WS-POSN-REFUSE-CNT
                   DELIMITED BY SIZE INTO LOG-MSG
               WRITE LOG-RECORD FROM LOG-LINE
           END-IF
           PERFORM 1080-REWRITE-PENDING-PARA
           PERFORM 9100-REWRITE-HOLD-PARA
           PERFORM 9300-REWRITE-POSITIONS-PARA
           CLOSE OLD-MASTER-IN
           CLOSE NEW-MASTER
           CLOSE TRANS-SORTED
           CLOSE MAINT-LOG
           MOVE WS-FN-MAINTLOG TO WS-ARCH-REPORT
           PERFORM 9800-ARCHIVE-REPORT-PARA
           CLOSE CHANGE-JOURNAL
           OPEN OUTPUT MAINT-COUNTS-FILE
           MOVE WS-DATE    TO MC-DATE
               WRITE APPROVAL-HOLD-RECORD
           END-PERFORM
           CLOSE APPROVAL-HOLD-FILE.
      *
      * Rewrites POSNMAST.DAT with tonight's links and vacates - same
      * end-of-job timing as the pending and hold rewrites above.
       9300-REWRITE-POSITIONS-PARA.
           IF WS-POSN-CONTROL
               CLOSE POSN-JOURNAL
               OPEN OUTPUT POSN-MASTER
               PERFORM VARYING WS-PS-SUB FROM 1 BY 1
                       UNTIL WS-PS-SUB > WS-PS-COUNT
                   MOVE WS-PS-REC(WS-PS-SUB) TO POSN-RECORD
                   WRITE POSN-RECORD
               END-PERFORM
               CLOSE POSN-MASTER
           END-IF.
      *
       9800-ARCHIVE-REPORT-PARA.
           IF WS-RUN-PREFIX = SPACES
               MOVE RETURN-CODE TO WS-ARCH-RC
               CALL 'RPTARCH' USING WS-ARCH-REPORT WS-ARCH-LOC
                   ON EXCEPTION
                       DISPLAY 'EMPMAINT: RPTARCH NOT AVAILABLE - '
                           WS-ARCH-REPORT ' NOT ARCHIVED'
               END-CALL
               MOVE WS-ARCH-RC TO RETURN-CODE
           END-IF.
