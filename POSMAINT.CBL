       IDENTIFICATION DIVISION.
       PROGRAM-ID. POSMAINT.
      *****************************************************************
      * POSMAINT
      * Batch maintenance of the position master POSNMAST.DAT - the
      * authorized headcount, one row per budgeted position, that
      * EMPMAINT checks every add and department transfer against.
      * BUDVAR only told finance after the fact that a department
      * had gone over its headcount; with positions on file an add
      * or transfer with no vacant position behind it is stopped at
      * maintenance time instead.
      *
      * A position carries its department, location and tech (blank
      * location or tech: any), a title, the budgeted EMP-EARN range
      * a holder may be paid in, an authorization status (A
      * authorized, F frozen - budgeted but not to be filled) and the
      * EMP-ID of the employee filling it, blank while vacant. That
      * incumbent field is the link between an employee and their
      * position; EMPMAINT sets and clears it as employees are added,
      * transferred, terminated and deleted, and this program sets it
      * for the initial load and any correction.
      *
      * Transactions (POSNTRAN.DAT, 60 bytes, applied in file order):
      *   A  add a position (vacant), status blank meaning A
      *   C  change a position - every non-blank field replaces the
      *      one on file (a range replaces only when both ends are
      *      numeric); a filled position cannot change department
      *   D  delete a vacant position
      *   L  link an active employee of the position's department to
      *      a vacant authorized position
      *   V  vacate a position
      * Anything that fails is listed with its reason on POSMAINT.REP
      * and not applied; RETURN-CODE 4 when any was refused. Every
      * applied change is appended to the permanent position journal
      * POSNJRNL.DAT with its before and after images, as EMPMAINT's
      * own links and vacates are. The master is rewritten in
      * position-number order and a clean run empties POSNTRAN.DAT.
      * POSNRPT reports vacancies and over-complement from the
      * result.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT POSN-TRANS-FILE  ASSIGN TO 'POSNTRAN.DAT'
                                    FILE STATUS IS WS-PTRN-STAT.
           SELECT POSN-MASTER      ASSIGN TO 'POSNMAST.DAT'
                                    FILE STATUS IS WS-POSN-STAT.
           SELECT POSN-JOURNAL     ASSIGN TO 'POSNJRNL.DAT'
                                    FILE STATUS IS WS-PJRN-STAT.
           SELECT EMP-FILE         ASSIGN TO 'EMPFILE.DAT'
                                    FILE STATUS IS WS-EMP-STAT.
           SELECT POSN-LOG         ASSIGN TO 'POSMAINT.REP'.

       DATA DIVISION.
       FILE SECTION.
      * Position transaction - see the banner. Fields a transaction
      * does not use are left blank.
       FD  POSN-TRANS-FILE
           RECORD CONTAINS 60 CHARACTERS
           RECORDING MODE IS F.
       01  POSN-TRANS-RECORD.
           03  PT-ACTION           PIC X(01).
               88  PT-ADD                  VALUE 'A'.
               88  PT-CHANGE               VALUE 'C'.
               88  PT-DELETE               VALUE 'D'.
               88  PT-LINK                 VALUE 'L'.
               88  PT-VACATE               VALUE 'V'.
           03  PT-POSN-NO          PIC X(06).
           03  PT-DEPT             PIC X(04).
           03  PT-LOC              PIC X(03).
           03  PT-TECH             PIC X(05).
           03  PT-TITLE            PIC X(20).
           03  PT-RATE-MIN         PIC 9(05)V99.
           03  PT-RATE-MAX         PIC 9(05)V99.
           03  PT-STATUS           PIC X(01).
           03  PT-EMP-ID           PIC X(05).
           03  FILLER              PIC X(01).

      * Position master, 70 bytes, in position-number order. The
      * event date is the day the position was last filled or
      * vacated (the day it was added, until then) - the vacancy
      * report ages vacancies from it.
       FD  POSN-MASTER
           RECORD CONTAINS 70 CHARACTERS
           RECORDING MODE IS F.
       01  POSN-RECORD.
           03  PS-POSN-NO          PIC X(06).
           03  PS-DEPT             PIC X(04).
           03  PS-LOC              PIC X(03).
           03  PS-TECH             PIC X(05).
           03  PS-TITLE            PIC X(20).
           03  PS-RATE-MIN         PIC 9(05)V99.
           03  PS-RATE-MAX         PIC 9(05)V99.
           03  PS-STATUS           PIC X(01).
               88  PS-AUTHORIZED           VALUE 'A'.
               88  PS-FROZEN               VALUE 'F'.
           03  PS-INCUMBENT        PIC X(05).
           03  PS-EVENT-DATE       PIC 9(08).
           03  FILLER              PIC X(04).

      * Permanent position journal - one record per change to the
      * master, from this program or from EMPMAINT (the source
      * names which), with the full before and after images. A
      * blank before image is an add, a blank after image a delete.
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

       FD  EMP-FILE
           RECORD CONTAINS 79 CHARACTERS
           RECORDING MODE IS F.
           COPY EMPREC.

       FD  POSN-LOG
           RECORD CONTAINS 80 CHARACTERS
           RECORDING MODE IS F.
       01  POSN-LOG-RECORD         PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-PTRN-STAT            PIC X(02)      VALUE SPACES.
       01  WS-POSN-STAT            PIC X(02)      VALUE SPACES.
       01  WS-PJRN-STAT            PIC X(02)      VALUE SPACES.
       01  WS-EMP-STAT             PIC X(02)      VALUE SPACES.
       01  WS-PTRN-EOF-FLAG        PIC X(01)      VALUE 'N'.
           88  WS-PTRN-EOF                 VALUE 'Y'.
       01  WS-POSN-EOF-FLAG        PIC X(01)      VALUE 'N'.
           88  WS-POSN-EOF                 VALUE 'Y'.
       01  WS-EMP-EOF-FLAG         PIC X(01)      VALUE 'N'.
           88  WS-EMP-EOF                  VALUE 'Y'.
       01  WS-DATE                 PIC 9(08)      VALUE ZERO.
       01  WS-TIME                 PIC 9(08)      VALUE ZERO.
      * The whole position master, kept in position-number order -
      * an add is inserted in its place.
       01  WS-PS-TABLE.
           03  WS-PS-ENTRIES       OCCURS 5000 TIMES.
               05  WS-PS-REC       PIC X(70).
               05  WS-PS-KEYS      REDEFINES WS-PS-REC.
                   07  WS-PS-POSN-NO   PIC X(06).
                   07  FILLER          PIC X(47).
                   07  WS-PS-INCUMBENT PIC X(05).
                   07  FILLER          PIC X(12).
       01  WS-PS-COUNT             PIC 9(04)      VALUE ZERO.
       01  WS-PS-SUB               PIC 9(04)      VALUE ZERO.
       01  WS-PS-MOVE-SUB          PIC 9(04)      VALUE ZERO.
       01  WS-PS-FOUND-FLAG        PIC X(01)      VALUE 'N'.
           88  WS-PS-FOUND                 VALUE 'Y'.
      * The position being worked on, picked apart.
       01  WS-PW-RECORD.
           03  WS-PW-POSN-NO       PIC X(06).
           03  WS-PW-DEPT          PIC X(04).
           03  WS-PW-LOC           PIC X(03).
           03  WS-PW-TECH          PIC X(05).
           03  WS-PW-TITLE         PIC X(20).
           03  WS-PW-RATE-MIN      PIC 9(05)V99.
           03  WS-PW-RATE-MAX      PIC 9(05)V99.
           03  WS-PW-STATUS        PIC X(01).
           03  WS-PW-INCUMBENT     PIC X(05).
           03  WS-PW-EVENT-DATE    PIC 9(08).
           03  FILLER              PIC X(04).
       01  WS-PW-BEFORE            PIC X(70)      VALUE SPACES.
      * EMP-ID, department, earnings and status from the master, in
      * EMP-ID order for SEARCH ALL.
       01  WS-EM-TABLE.
           03  WS-EM-ENTRIES       OCCURS 1 TO 20000 TIMES
                                    DEPENDING ON WS-EM-COUNT
                                    ASCENDING KEY IS WS-EM-ID
                                    INDEXED BY WS-EM-IDX.
               05  WS-EM-ID        PIC X(05).
               05  WS-EM-DEPT      PIC X(04).
               05  WS-EM-EARN      PIC 9(05)V99.
               05  WS-EM-STATUS    PIC X(01).
       01  WS-EM-COUNT             PIC 9(05)      VALUE 1.
       01  WS-EM-FOUND-FLAG        PIC X(01)      VALUE 'N'.
           88  WS-EM-FOUND                 VALUE 'Y'.
       01  WS-REJ-FLAG             PIC X(01)      VALUE 'N'.
           88  WS-TRANS-REJECTED           VALUE 'Y'.
       01  WS-REJ-REASON           PIC X(30)      VALUE SPACES.
       01  WS-COUNTS.
           03  WS-TRANS-CNT        PIC 9(05)      VALUE ZERO.
           03  WS-ADD-CNT          PIC 9(05)      VALUE ZERO.
           03  WS-CHG-CNT          PIC 9(05)      VALUE ZERO.
           03  WS-DEL-CNT          PIC 9(05)      VALUE ZERO.
           03  WS-LINK-CNT         PIC 9(05)      VALUE ZERO.
           03  WS-VAC-CNT          PIC 9(05)      VALUE ZERO.
           03  WS-REJ-CNT          PIC 9(05)      VALUE ZERO.
       01  PL-LINE.
           03  PL-POSN-NO          PIC X(06)      VALUE SPACES.
           03  FILLER              PIC X(01)      VALUE SPACES.
           03  PL-ACTION           PIC X(01)      VALUE SPACES.
           03  FILLER              PIC X(02)      VALUE SPACES.
           03  PL-TEXT             PIC X(70)      VALUE SPACES.

       PROCEDURE DIVISION.
       0000-MAIN-PARA.
           ACCEPT WS-DATE FROM DATE YYYYMMDD
           ACCEPT WS-TIME FROM TIME
           PERFORM 1000-INITIAL-PARA
           PERFORM 1100-LOAD-EMPLOYEES-PARA
           PERFORM 1200-LOAD-POSITIONS-PARA
           PERFORM 5000-PROCESS-PARA UNTIL WS-PTRN-EOF
           PERFORM 9000-END-PARA
           GOBACK.
      *
      * A missing or empty POSNTRAN.DAT is a quiet night - the master
      * is left exactly as it is.
       1000-INITIAL-PARA.
           OPEN INPUT POSN-TRANS-FILE
           IF WS-PTRN-STAT NOT = '00'
               DISPLAY 'POSMAINT: NO POSITION TRANSACTIONS TONIGHT'
               GOBACK
           END-IF
           OPEN OUTPUT POSN-LOG
           MOVE 'POSMAINT RUN STARTED' TO PL-TEXT
           WRITE POSN-LOG-RECORD FROM PL-LINE
           OPEN EXTEND POSN-JOURNAL
           IF WS-PJRN-STAT NOT = '00'
               OPEN OUTPUT POSN-JOURNAL
           END-IF.
      *
      * The employee master is needed to link - an employee must be
      * on it, active, and in the position's department.
       1100-LOAD-EMPLOYEES-PARA.
           MOVE ZERO TO WS-EM-COUNT
           OPEN INPUT EMP-FILE
           IF WS-EMP-STAT = '00'
               PERFORM UNTIL WS-EMP-EOF
                   READ EMP-FILE
                       AT END
                           SET WS-EMP-EOF TO TRUE
                       NOT AT END
                           IF WS-EM-COUNT < 20000
                               ADD 1 TO WS-EM-COUNT
                               MOVE EMP-ID
                                   TO WS-EM-ID(WS-EM-COUNT)
                               MOVE EMP-DEPT
                                   TO WS-EM-DEPT(WS-EM-COUNT)
                               MOVE EMP-EARN
                                   TO WS-EM-EARN(WS-EM-COUNT)
                               MOVE EMP-STATUS
                                   TO WS-EM-STATUS(WS-EM-COUNT)
                           ELSE
                               DISPLAY 'POSMAINT: WS-EM-TABLE '
                                   'OVERFLOW - RAISE THE LIMIT '
                                   'BEFORE RERUNNING'
                               MOVE 16 TO RETURN-CODE
                               GOBACK
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE EMP-FILE
           END-IF.
      *
      * A missing POSNMAST.DAT starts an empty master - the first run
      * is the one that loads it.
       1200-LOAD-POSITIONS-PARA.
           OPEN INPUT POSN-MASTER
           IF WS-POSN-STAT = '00'
               PERFORM UNTIL WS-POSN-EOF
                   READ POSN-MASTER
                       AT END
                           SET WS-POSN-EOF TO TRUE
                       NOT AT END
                           IF WS-PS-COUNT < 5000
                               ADD 1 TO WS-PS-COUNT
                               MOVE POSN-RECORD
                                   TO WS-PS-REC(WS-PS-COUNT)
                           ELSE
                               DISPLAY 'POSMAINT: WS-PS-TABLE '
                                   'OVERFLOW - RAISE THE LIMIT '
                                   'BEFORE RERUNNING'
                               MOVE 16 TO RETURN-CODE
                               GOBACK
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE POSN-MASTER
           END-IF.
      *
       5000-PROCESS-PARA.
           READ POSN-TRANS-FILE
               AT END
                   SET WS-PTRN-EOF TO TRUE
               NOT AT END
                   ADD 1 TO WS-TRANS-CNT
                   PERFORM 5100-ONE-TRANS-PARA
           END-READ.
      *
       5100-ONE-TRANS-PARA.
           MOVE 'N'    TO WS-REJ-FLAG
           MOVE SPACES TO WS-REJ-REASON
           PERFORM 6000-FIND-POSITION-PARA
           EVALUATE TRUE
               WHEN PT-POSN-NO = SPACES
                   MOVE 'POSITION NUMBER BLANK' TO WS-REJ-REASON
                   SET WS-TRANS-REJECTED TO TRUE
               WHEN PT-ADD
                   PERFORM 5200-ADD-POSITION-PARA
               WHEN NOT WS-PS-FOUND
                   MOVE 'POSITION NOT ON FILE' TO WS-REJ-REASON
                   SET WS-TRANS-REJECTED TO TRUE
               WHEN PT-CHANGE
                   PERFORM 5300-CHANGE-POSITION-PARA
               WHEN PT-DELETE
                   PERFORM 5400-DELETE-POSITION-PARA
               WHEN PT-LINK
                   PERFORM 5500-LINK-PARA
               WHEN PT-VACATE
                   PERFORM 5600-VACATE-PARA
               WHEN OTHER
                   MOVE 'ACTION NOT A, C, D, L OR V' TO WS-REJ-REASON
                   SET WS-TRANS-REJECTED TO TRUE
           END-EVALUATE
           IF WS-TRANS-REJECTED
               ADD 1 TO WS-REJ-CNT
               MOVE PT-POSN-NO TO PL-POSN-NO
               MOVE PT-ACTION  TO PL-ACTION
               MOVE SPACES     TO PL-TEXT
               STRING 'REJECTED - ' WS-REJ-REASON
                   DELIMITED BY SIZE INTO PL-TEXT
               WRITE POSN-LOG-RECORD FROM PL-LINE
           END-IF.
      *
       5200-ADD-POSITION-PARA.
           EVALUATE TRUE
               WHEN WS-PS-FOUND
                   MOVE 'POSITION ALREADY ON FILE' TO WS-REJ-REASON
                   SET WS-TRANS-REJECTED TO TRUE
               WHEN PT-DEPT = SPACES
                   MOVE 'DEPARTMENT BLANK' TO WS-REJ-REASON
                   SET WS-TRANS-REJECTED TO TRUE
               WHEN PT-RATE-MIN NOT NUMERIC
                 OR PT-RATE-MAX NOT NUMERIC
                 OR PT-RATE-MIN > PT-RATE-MAX
                   MOVE 'RATE RANGE INVALID' TO WS-REJ-REASON
                   SET WS-TRANS-REJECTED TO TRUE
               WHEN PT-STATUS NOT = SPACE AND NOT = 'A'
                AND NOT = 'F'
                   MOVE 'STATUS NOT A OR F' TO WS-REJ-REASON
                   SET WS-TRANS-REJECTED TO TRUE
           END-EVALUATE
           IF NOT WS-TRANS-REJECTED
               IF WS-PS-COUNT NOT < 5000
                   DISPLAY 'POSMAINT: WS-PS-TABLE OVERFLOW - '
                       'RAISE THE LIMIT BEFORE RERUNNING'
                   MOVE 16 TO RETURN-CODE
                   GOBACK
               END-IF
               MOVE SPACES      TO WS-PW-RECORD
               MOVE PT-POSN-NO  TO WS-PW-POSN-NO
               MOVE PT-DEPT     TO WS-PW-DEPT
               MOVE PT-LOC      TO WS-PW-LOC
               MOVE PT-TECH     TO WS-PW-TECH
               MOVE PT-TITLE    TO WS-PW-TITLE
               MOVE PT-RATE-MIN TO WS-PW-RATE-MIN
               MOVE PT-RATE-MAX TO WS-PW-RATE-MAX
               MOVE PT-STATUS   TO WS-PW-STATUS
               IF PT-STATUS = SPACE
                   MOVE 'A'     TO WS-PW-STATUS
               END-IF
               MOVE WS-DATE     TO WS-PW-EVENT-DATE
      * WS-PS-SUB was left by 6000 at the first entry above the new
      * number - shuffle the rest down one and drop it in there.
               PERFORM VARYING WS-PS-MOVE-SUB FROM WS-PS-COUNT BY -1
                       UNTIL WS-PS-MOVE-SUB < WS-PS-SUB
                   MOVE WS-PS-REC(WS-PS-MOVE-SUB)
                       TO WS-PS-REC(WS-PS-MOVE-SUB + 1)
               END-PERFORM
               ADD 1 TO WS-PS-COUNT
               MOVE WS-PW-RECORD TO WS-PS-REC(WS-PS-SUB)
               ADD 1 TO WS-ADD-CNT
               MOVE SPACES TO WS-PW-BEFORE
               PERFORM 7000-JOURNAL-PARA
               MOVE 'ADDED' TO PL-TEXT
               PERFORM 7100-LOG-APPLIED-PARA
           END-IF.
      *
       5300-CHANGE-POSITION-PARA.
           MOVE WS-PS-REC(WS-PS-SUB) TO WS-PW-RECORD
           MOVE WS-PW-RECORD         TO WS-PW-BEFORE
           EVALUATE TRUE
               WHEN PT-DEPT NOT = SPACES
                AND PT-DEPT NOT = WS-PW-DEPT
                AND WS-PW-INCUMBENT NOT = SPACES
                   MOVE 'FILLED - VACATE BEFORE MOVING'
                       TO WS-REJ-REASON
                   SET WS-TRANS-REJECTED TO TRUE
               WHEN PT-STATUS NOT = SPACE AND NOT = 'A'
                AND NOT = 'F'
                   MOVE 'STATUS NOT A OR F' TO WS-REJ-REASON
                   SET WS-TRANS-REJECTED TO TRUE
               WHEN PT-RATE-MIN NUMERIC AND PT-RATE-MAX NUMERIC
                AND PT-RATE-MIN > PT-RATE-MAX
                   MOVE 'RATE RANGE INVALID' TO WS-REJ-REASON
                   SET WS-TRANS-REJECTED TO TRUE
           END-EVALUATE
           IF NOT WS-TRANS-REJECTED
               IF PT-DEPT NOT = SPACES
                   MOVE PT-DEPT   TO WS-PW-DEPT
               END-IF
               IF PT-LOC NOT = SPACES
                   MOVE PT-LOC    TO WS-PW-LOC
               END-IF
               IF PT-TECH NOT = SPACES
                   MOVE PT-TECH   TO WS-PW-TECH
               END-IF
               IF PT-TITLE NOT = SPACES
                   MOVE PT-TITLE  TO WS-PW-TITLE
               END-IF
               IF PT-RATE-MIN NUMERIC AND PT-RATE-MAX NUMERIC
                   MOVE PT-RATE-MIN TO WS-PW-RATE-MIN
                   MOVE PT-RATE-MAX TO WS-PW-RATE-MAX
               END-IF
               IF PT-STATUS NOT = SPACE
                   MOVE PT-STATUS TO WS-PW-STATUS
               END-IF
               MOVE WS-PW-RECORD TO WS-PS-REC(WS-PS-SUB)
               ADD 1 TO WS-CHG-CNT
               PERFORM 7000-JOURNAL-PARA
               MOVE 'CHANGED' TO PL-TEXT
               PERFORM 7100-LOG-APPLIED-PARA
           END-IF.
      *
       5400-DELETE-POSITION-PARA.
           MOVE WS-PS-REC(WS-PS-SUB) TO WS-PW-RECORD
           IF WS-PW-INCUMBENT NOT = SPACES
               MOVE 'FILLED - VACATE BEFORE DELETE' TO WS-REJ-REASON
               SET WS-TRANS-REJECTED TO TRUE
           ELSE
               MOVE WS-PW-RECORD TO WS-PW-BEFORE
               PERFORM VARYING WS-PS-MOVE-SUB FROM WS-PS-SUB BY 1
                       UNTIL WS-PS-MOVE-SUB NOT < WS-PS-COUNT
                   MOVE WS-PS-REC(WS-PS-MOVE-SUB + 1)
                       TO WS-PS-REC(WS-PS-MOVE-SUB)
               END-PERFORM
               SUBTRACT 1 FROM WS-PS-COUNT
               ADD 1 TO WS-DEL-CNT
               MOVE SPACES TO WS-PW-RECORD
               PERFORM 7000-JOURNAL-PARA
               MOVE 'DELETED' TO PL-TEXT
               PERFORM 7100-LOG-APPLIED-PARA
           END-IF.
      *
      * The employee must be active, in the position's department and
      * not already holding another position. A rate outside the
      * position's range is linked anyway - the employee is already
      * paid that - and flagged on the log and on POSNRPT.
       5500-LINK-PARA.
           MOVE WS-PS-REC(WS-PS-SUB) TO WS-PW-RECORD
           MOVE WS-PW-RECORD         TO WS-PW-BEFORE
           MOVE 'N' TO WS-EM-FOUND-FLAG
           IF WS-EM-COUNT > ZERO
               SEARCH ALL WS-EM-ENTRIES
                   WHEN WS-EM-ID(WS-EM-IDX) = PT-EMP-ID
                       SET WS-EM-FOUND TO TRUE
               END-SEARCH
           END-IF
           EVALUATE TRUE
               WHEN NOT WS-EM-FOUND
                   MOVE 'EMPLOYEE NOT ON MASTER' TO WS-REJ-REASON
                   SET WS-TRANS-REJECTED TO TRUE
               WHEN WS-EM-STATUS(WS-EM-IDX) NOT = 'A'
                   MOVE 'EMPLOYEE NOT ACTIVE' TO WS-REJ-REASON
                   SET WS-TRANS-REJECTED TO TRUE
               WHEN WS-EM-DEPT(WS-EM-IDX) NOT = WS-PW-DEPT
                   MOVE 'EMPLOYEE IN ANOTHER DEPARTMENT'
                       TO WS-REJ-REASON
                   SET WS-TRANS-REJECTED TO TRUE
               WHEN WS-PW-INCUMBENT NOT = SPACES
                   MOVE 'POSITION ALREADY FILLED' TO WS-REJ-REASON
                   SET WS-TRANS-REJECTED TO TRUE
               WHEN WS-PW-STATUS NOT = 'A'
                   MOVE 'POSITION NOT AUTHORIZED' TO WS-REJ-REASON
                   SET WS-TRANS-REJECTED TO TRUE
           END-EVALUATE
           IF NOT WS-TRANS-REJECTED
               PERFORM VARYING WS-PS-MOVE-SUB FROM 1 BY 1
                       UNTIL WS-PS-MOVE-SUB > WS-PS-COUNT
                   IF WS-PS-INCUMBENT(WS-PS-MOVE-SUB) = PT-EMP-ID
                       MOVE 'EMPLOYEE HOLDS OTHER POSITION'
                           TO WS-REJ-REASON
                       SET WS-TRANS-REJECTED TO TRUE
                   END-IF
               END-PERFORM
           END-IF
           IF NOT WS-TRANS-REJECTED
               MOVE PT-EMP-ID TO WS-PW-INCUMBENT
               MOVE WS-DATE   TO WS-PW-EVENT-DATE
               MOVE WS-PW-RECORD TO WS-PS-REC(WS-PS-SUB)
               ADD 1 TO WS-LINK-CNT
               PERFORM 7000-JOURNAL-PARA
               MOVE SPACES TO PL-TEXT
               IF WS-EM-EARN(WS-EM-IDX) < WS-PW-RATE-MIN
                  OR WS-EM-EARN(WS-EM-IDX) > WS-PW-RATE-MAX
                   STRING 'LINKED EMP-ID ' PT-EMP-ID
                       ' - EARN OUTSIDE THE POSITION RANGE'
                       DELIMITED BY SIZE INTO PL-TEXT
               ELSE
                   STRING 'LINKED EMP-ID ' PT-EMP-ID
                       DELIMITED BY SIZE INTO PL-TEXT
               END-IF
               PERFORM 7100-LOG-APPLIED-PARA
           END-IF.
      *
       5600-VACATE-PARA.
           MOVE WS-PS-REC(WS-PS-SUB) TO WS-PW-RECORD
           MOVE WS-PW-RECORD         TO WS-PW-BEFORE
           IF WS-PW-INCUMBENT = SPACES
               MOVE 'POSITION ALREADY VACANT' TO WS-REJ-REASON
               SET WS-TRANS-REJECTED TO TRUE
           ELSE
               MOVE SPACES  TO PL-TEXT
               STRING 'VACATED - WAS EMP-ID ' WS-PW-INCUMBENT
                   DELIMITED BY SIZE INTO PL-TEXT
               MOVE SPACES  TO WS-PW-INCUMBENT
               MOVE WS-DATE TO WS-PW-EVENT-DATE
               MOVE WS-PW-RECORD TO WS-PS-REC(WS-PS-SUB)
               ADD 1 TO WS-VAC-CNT
               PERFORM 7000-JOURNAL-PARA
               PERFORM 7100-LOG-APPLIED-PARA
           END-IF.
      *
      * Leaves WS-PS-SUB on the position if it is on file, otherwise
      * on the slot a new one with that number belongs in.
       6000-FIND-POSITION-PARA.
           MOVE 'N' TO WS-PS-FOUND-FLAG
           MOVE 1   TO WS-PS-SUB
           PERFORM UNTIL WS-PS-SUB > WS-PS-COUNT
                      OR WS-PS-POSN-NO(WS-PS-SUB) NOT < PT-POSN-NO
               ADD 1 TO WS-PS-SUB
           END-PERFORM
           IF WS-PS-SUB NOT > WS-PS-COUNT
               IF WS-PS-POSN-NO(WS-PS-SUB) = PT-POSN-NO
                   SET WS-PS-FOUND TO TRUE
               END-IF
           END-IF.
      *
      * One journal record per applied transaction, stamped with the
      * run date/time captured at startup.
       7000-JOURNAL-PARA.
           MOVE PT-ACTION    TO PJ-ACTION
           MOVE WS-DATE      TO PJ-DATE
           MOVE WS-TIME(1:6) TO PJ-TIME
           MOVE 'POSMAINT'   TO PJ-SOURCE
           MOVE PT-POSN-NO   TO PJ-POSN-NO
           MOVE WS-PW-BEFORE TO PJ-BEFORE-IMAGE
           MOVE WS-PW-RECORD TO PJ-AFTER-IMAGE
           WRITE POSN-JOURNAL-RECORD.
      *
       7100-LOG-APPLIED-PARA.
           MOVE PT-POSN-NO TO PL-POSN-NO
           MOVE PT-ACTION  TO PL-ACTION
           WRITE POSN-LOG-RECORD FROM PL-LINE.
      *
       9000-END-PARA.
           CLOSE POSN-TRANS-FILE
           CLOSE POSN-JOURNAL
           OPEN OUTPUT POSN-MASTER
           PERFORM VARYING WS-PS-SUB FROM 1 BY 1
                   UNTIL WS-PS-SUB > WS-PS-COUNT
               MOVE WS-PS-REC(WS-PS-SUB) TO POSN-RECORD
               WRITE POSN-RECORD
           END-PERFORM
           CLOSE POSN-MASTER
           MOVE SPACES TO PL-LINE
           MOVE 'POSMAINT RUN COMPLETE' TO PL-TEXT
           WRITE POSN-LOG-RECORD FROM PL-LINE
           MOVE SPACES TO PL-TEXT
           STRING 'READ=' WS-TRANS-CNT ' ADDS=' WS-ADD-CNT
               ' CHANGES=' WS-CHG-CNT ' DELETES=' WS-DEL-CNT
               DELIMITED BY SIZE INTO PL-TEXT
           WRITE POSN-LOG-RECORD FROM PL-LINE
           MOVE SPACES TO PL-TEXT
           STRING 'LINKS=' WS-LINK-CNT ' VACATES=' WS-VAC-CNT
               ' REJECTS=' WS-REJ-CNT ' POSITIONS ON FILE='
               WS-PS-COUNT
               DELIMITED BY SIZE INTO PL-TEXT
           WRITE POSN-LOG-RECORD FROM PL-LINE
           CLOSE POSN-LOG
           OPEN OUTPUT POSN-TRANS-FILE
           CLOSE POSN-TRANS-FILE
           DISPLAY 'POSMAINT: ' WS-TRANS-CNT ' TRANSACTIONS, '
               WS-REJ-CNT ' REJECTED - SEE POSMAINT.REP'
           IF WS-REJ-CNT > ZERO
               MOVE 4 TO RETURN-CODE
           END-IF.
