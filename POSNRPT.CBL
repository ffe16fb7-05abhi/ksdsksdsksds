       IDENTIFICATION DIVISION.
       PROGRAM-ID. POSNRPT.
      *****************************************************************
      * POSNRPT
      * Vacancy and over-complement report by department, off the
      * position master POSNMAST.DAT (POSMAINT) and the employee
      * master EMPFILE.DAT. Where BUDVAR compares headcount against
      * the budget after the pay has gone out, this shows the
      * authorized positions themselves and who is in them:
      *
      *   by department - positions authorized, frozen, filled and
      *      vacant, active employees, active employees holding no
      *      position, and the over-complement (active employees
      *      past the authorized positions), flagged
      *   the vacant authorized positions, with the date each fell
      *      vacant (or was added) so the old ones stand out
      *   exceptions - the links that do not hold up: an incumbent
      *      not on the master, no longer active, in another
      *      department, paid outside the position's range or
      *      holding a second position; a frozen position filled;
      *      and every active employee holding no position, since
      *      every employee is meant to be linked to one
      *
      * POSNRPT.REP carries all three; RETURN-CODE 4 when any
      * department is over complement or any exception is listed.
      * Run it after EMPMAINT so tonight's links and vacates are in.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT POSN-MASTER      ASSIGN TO 'POSNMAST.DAT'
                                    FILE STATUS IS WS-POSN-STAT.
           SELECT EMPLOYEE-FILE    ASSIGN TO 'EMPFILE.DAT'
                                    FILE STATUS IS WS-EMP-STAT.
           SELECT POSN-REPORT      ASSIGN TO 'POSNRPT.REP'.

       DATA DIVISION.
       FILE SECTION.
      * Position master - see POSMAINT's FD.
       FD  POSN-MASTER
           RECORD CONTAINS 70 CHARACTERS
           RECORDING MODE IS F.
       01  POSN-RECORD             PIC X(70).

       FD  EMPLOYEE-FILE
           RECORD CONTAINS 79 CHARACTERS
           RECORDING MODE IS F.
           COPY EMPREC.

       FD  POSN-REPORT
           RECORD CONTAINS 100 CHARACTERS
           RECORDING MODE IS F.
       01  POSN-REPORT-RECORD      PIC X(100).

       WORKING-STORAGE SECTION.
       01  WS-POSN-STAT            PIC X(02)      VALUE SPACES.
       01  WS-EMP-STAT             PIC X(02)      VALUE SPACES.
       01  WS-POSN-EOF-FLAG        PIC X(01)      VALUE 'N'.
           88  WS-POSN-EOF                 VALUE 'Y'.
       01  WS-EMP-EOF-FLAG         PIC X(01)      VALUE 'N'.
           88  WS-EMP-EOF                  VALUE 'Y'.
       01  WS-DATE                 PIC 9(08)      VALUE ZERO.
      * The position master, picked apart. WS-PS-DUP-FLAG marks a
      * position whose incumbent already holds an earlier one.
       01  WS-PS-TABLE.
           03  WS-PS-ENTRIES       OCCURS 5000 TIMES.
               05  WS-PS-REC       PIC X(70).
               05  WS-PS-FIELDS    REDEFINES WS-PS-REC.
                   07  WS-PS-POSN-NO   PIC X(06).
                   07  WS-PS-DEPT      PIC X(04).
                   07  WS-PS-LOC       PIC X(03).
                   07  WS-PS-TECH      PIC X(05).
                   07  WS-PS-TITLE     PIC X(20).
                   07  WS-PS-RATE-MIN  PIC 9(05)V99.
                   07  WS-PS-RATE-MAX  PIC 9(05)V99.
                   07  WS-PS-STATUS    PIC X(01).
                   07  WS-PS-INCUMBENT PIC X(05).
                   07  WS-PS-EVENT-DATE PIC 9(08).
                   07  FILLER          PIC X(04).
               05  WS-PS-DUP-FLAG  PIC X(01).
       01  WS-PS-COUNT             PIC 9(04)      VALUE ZERO.
       01  WS-PS-SUB               PIC 9(04)      VALUE ZERO.
      * EMP-ID, department, earnings and status from the master, in
      * EMP-ID order for SEARCH ALL, with the mark that a position
      * names the employee as its incumbent.
       01  WS-EM-TABLE.
           03  WS-EM-ENTRIES       OCCURS 1 TO 20000 TIMES
                                    DEPENDING ON WS-EM-COUNT
                                    ASCENDING KEY IS WS-EM-ID
                                    INDEXED BY WS-EM-IDX.
               05  WS-EM-ID        PIC X(05).
               05  WS-EM-DEPT      PIC X(04).
               05  WS-EM-EARN      PIC 9(05)V99.
               05  WS-EM-STATUS    PIC X(01).
               05  WS-EM-LINKED    PIC X(01).
       01  WS-EM-COUNT             PIC 9(05)      VALUE 1.
       01  WS-EM-SUB               PIC 9(05)      VALUE ZERO.
       01  WS-EM-FOUND-FLAG        PIC X(01)      VALUE 'N'.
           88  WS-EM-FOUND                 VALUE 'Y'.
      * Per-department counts - same find-or-add idiom as BUDVAR's
      * department table.
       01  WS-DP-TABLE.
           03  WS-DP-ENTRIES       OCCURS 500 TIMES.
               05  WS-DP-DEPT      PIC X(04).
               05  WS-DP-AUTH      PIC 9(05).
               05  WS-DP-FROZEN    PIC 9(05).
               05  WS-DP-FILLED    PIC 9(05).
               05  WS-DP-VACANT    PIC 9(05).
               05  WS-DP-ACTIVE    PIC 9(05).
               05  WS-DP-UNLINKED  PIC 9(05).
       01  WS-DP-COUNT             PIC 9(03)      VALUE ZERO.
       01  WS-DP-SUB               PIC 9(03)      VALUE ZERO.
       01  WS-DP-FOUND-FLAG        PIC X(01)      VALUE 'N'.
           88  WS-DP-FOUND                 VALUE 'Y'.
       01  WS-DP-WORK-DEPT         PIC X(04)      VALUE SPACES.
       01  WS-OVER-CNT             PIC 9(05)      VALUE ZERO.
       01  WS-OVER-DEPT-CNT        PIC 9(03)      VALUE ZERO.
       01  WS-VACANT-CNT           PIC 9(05)      VALUE ZERO.
       01  WS-EXCP-CNT             PIC 9(05)      VALUE ZERO.
      *
       01  PR-HEADING-LINE1.
           03  FILLER              PIC X(62)      VALUE
               'POSITION CONTROL - VACANCY AND OVER-COMPLEMENT BY DEPART
      -        'MENT'.
           03  FILLER              PIC X(10)      VALUE 'RUN DATE '.
           03  PR-H-DATE           PIC 9(08)      VALUE ZERO.
           03  FILLER              PIC X(20)      VALUE SPACES.
       01  PR-SECTION-LINE         PIC X(100)     VALUE SPACES.
       01  PR-DEPT-HEADING.
           03  FILLER              PIC X(06)      VALUE 'DEPT'.
           03  FILLER              PIC X(10)      VALUE '      AUTH'.
           03  FILLER              PIC X(10)      VALUE '    FROZEN'.
           03  FILLER              PIC X(10)      VALUE '    FILLED'.
           03  FILLER              PIC X(10)      VALUE '    VACANT'.
           03  FILLER              PIC X(10)      VALUE '    ACTIVE'.
           03  FILLER              PIC X(10)      VALUE '   NO POSN'.
           03  FILLER              PIC X(10)      VALUE '      OVER'.
           03  FILLER              PIC X(24)      VALUE SPACES.
       01  PR-DEPT-LINE.
           03  PR-D-DEPT           PIC X(04)      VALUE SPACES.
           03  FILLER              PIC X(02)      VALUE SPACES.
           03  PR-D-AUTH           PIC ZZZZZZZZZ9 VALUE ZERO.
           03  PR-D-FROZEN         PIC ZZZZZZZZZ9 VALUE ZERO.
           03  PR-D-FILLED         PIC ZZZZZZZZZ9 VALUE ZERO.
           03  PR-D-VACANT         PIC ZZZZZZZZZ9 VALUE ZERO.
           03  PR-D-ACTIVE         PIC ZZZZZZZZZ9 VALUE ZERO.
           03  PR-D-UNLINKED       PIC ZZZZZZZZZ9 VALUE ZERO.
           03  PR-D-OVER           PIC ZZZZZZZZZ9 VALUE ZERO.
           03  FILLER              PIC X(02)      VALUE SPACES.
           03  PR-D-FLAG           PIC X(08)      VALUE SPACES.
           03  FILLER              PIC X(14)      VALUE SPACES.
       01  PR-VAC-HEADING.
           03  FILLER              PIC X(08)      VALUE 'POSN'.
           03  FILLER              PIC X(06)      VALUE 'DEPT'.
           03  FILLER              PIC X(05)      VALUE 'LOC'.
           03  FILLER              PIC X(07)      VALUE 'TECH'.
           03  FILLER              PIC X(22)      VALUE 'TITLE'.
           03  FILLER              PIC X(22)      VALUE
               '     EARN RANGE'.
           03  FILLER              PIC X(30)      VALUE 'VACANT SINCE'.
       01  PR-VAC-LINE.
           03  PR-V-POSN-NO        PIC X(06)      VALUE SPACES.
           03  FILLER              PIC X(02)      VALUE SPACES.
           03  PR-V-DEPT           PIC X(04)      VALUE SPACES.
           03  FILLER              PIC X(02)      VALUE SPACES.
           03  PR-V-LOC            PIC X(03)      VALUE SPACES.
           03  FILLER              PIC X(02)      VALUE SPACES.
           03  PR-V-TECH           PIC X(05)      VALUE SPACES.
           03  FILLER              PIC X(02)      VALUE SPACES.
           03  PR-V-TITLE          PIC X(20)      VALUE SPACES.
           03  FILLER              PIC X(02)      VALUE SPACES.
           03  PR-V-RATE-MIN       PIC ZZ,ZZ9.99  VALUE ZERO.
           03  FILLER              PIC X(03)      VALUE ' - '.
           03  PR-V-RATE-MAX       PIC ZZ,ZZ9.99  VALUE ZERO.
           03  FILLER              PIC X(01)      VALUE SPACES.
           03  PR-V-SINCE          PIC 9(08)      VALUE ZERO.
           03  FILLER              PIC X(22)      VALUE SPACES.
       01  PR-EXCP-HEADING.
           03  FILLER              PIC X(08)      VALUE 'POSN'.
           03  FILLER              PIC X(07)      VALUE 'EMP-ID'.
           03  FILLER              PIC X(06)      VALUE 'DEPT'.
           03  FILLER              PIC X(79)      VALUE 'FINDING'.
       01  PR-EXCP-LINE.
           03  PR-X-POSN-NO        PIC X(06)      VALUE SPACES.
           03  FILLER              PIC X(02)      VALUE SPACES.
           03  PR-X-EMP-ID         PIC X(05)      VALUE SPACES.
           03  FILLER              PIC X(02)      VALUE SPACES.
           03  PR-X-DEPT           PIC X(04)      VALUE SPACES.
           03  FILLER              PIC X(02)      VALUE SPACES.
           03  PR-X-TEXT           PIC X(79)      VALUE SPACES.
       01  PR-SUMMARY-LINE.
           03  PR-S-LABEL          PIC X(34)      VALUE SPACES.
           03  PR-S-COUNT          PIC ZZZZ9      VALUE ZERO.
           03  FILLER              PIC X(61)      VALUE SPACES.

       PROCEDURE DIVISION.
       0000-MAIN-PARA.
           ACCEPT WS-DATE FROM DATE YYYYMMDD
           PERFORM 1000-INITIAL-PARA
           PERFORM 2000-LOAD-EMPLOYEES-PARA
           PERFORM 3000-LOAD-POSITIONS-PARA
           PERFORM 4000-COUNT-UNLINKED-PARA
           PERFORM 5000-REPORT-PARA
           PERFORM 9000-END-PARA
           STOP RUN.
      *
       1000-INITIAL-PARA.
           OPEN INPUT POSN-MASTER
           IF WS-POSN-STAT NOT = '00'
               DISPLAY 'POSNRPT: UNABLE TO OPEN POSNMAST.DAT - '
                   'STATUS ' WS-POSN-STAT
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN INPUT EMPLOYEE-FILE
           IF WS-EMP-STAT NOT = '00'
               DISPLAY 'POSNRPT: UNABLE TO OPEN EMPFILE.DAT - '
                   'STATUS ' WS-EMP-STAT
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
      *
      * The master in EMP-ID order; active employees are counted to
      * their department as they go past.
       2000-LOAD-EMPLOYEES-PARA.
           MOVE ZERO TO WS-EM-COUNT
           PERFORM UNTIL WS-EMP-EOF
               READ EMPLOYEE-FILE
                   AT END
                       SET WS-EMP-EOF TO TRUE
                   NOT AT END
                       IF WS-EM-COUNT < 20000
                           ADD 1 TO WS-EM-COUNT
                           MOVE EMP-ID     TO WS-EM-ID(WS-EM-COUNT)
                           MOVE EMP-DEPT   TO WS-EM-DEPT(WS-EM-COUNT)
                           MOVE EMP-EARN   TO WS-EM-EARN(WS-EM-COUNT)
                           MOVE EMP-STATUS
                               TO WS-EM-STATUS(WS-EM-COUNT)
                           MOVE 'N' TO WS-EM-LINKED(WS-EM-COUNT)
                       ELSE
                           DISPLAY 'POSNRPT: WS-EM-TABLE OVERFLOW - '
                               'RAISE THE LIMIT BEFORE RERUNNING'
                           MOVE 16 TO RETURN-CODE
                           STOP RUN
                       END-IF
                       IF EMP-ACTIVE
                           MOVE EMP-DEPT TO WS-DP-WORK-DEPT
                           PERFORM 2100-FIND-OR-ADD-DEPT-PARA
                           ADD 1 TO WS-DP-ACTIVE(WS-DP-SUB)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE EMPLOYEE-FILE.
      *
       2100-FIND-OR-ADD-DEPT-PARA.
           MOVE 'N' TO WS-DP-FOUND-FLAG
           PERFORM VARYING WS-DP-SUB FROM 1 BY 1
                   UNTIL WS-DP-SUB > WS-DP-COUNT OR WS-DP-FOUND
               IF WS-DP-DEPT(WS-DP-SUB) = WS-DP-WORK-DEPT
                   SET WS-DP-FOUND TO TRUE
               END-IF
           END-PERFORM
           IF WS-DP-FOUND
               SUBTRACT 1 FROM WS-DP-SUB
           ELSE
               IF WS-DP-COUNT < 500
                   ADD 1 TO WS-DP-COUNT
                   MOVE WS-DP-COUNT TO WS-DP-SUB
                   MOVE WS-DP-WORK-DEPT TO WS-DP-DEPT(WS-DP-SUB)
                   MOVE ZERO TO WS-DP-AUTH(WS-DP-SUB)
                   MOVE ZERO TO WS-DP-FROZEN(WS-DP-SUB)
                   MOVE ZERO TO WS-DP-FILLED(WS-DP-SUB)
                   MOVE ZERO TO WS-DP-VACANT(WS-DP-SUB)
                   MOVE ZERO TO WS-DP-ACTIVE(WS-DP-SUB)
                   MOVE ZERO TO WS-DP-UNLINKED(WS-DP-SUB)
               ELSE
                   DISPLAY 'POSNRPT: WS-DP-TABLE OVERFLOW - RAISE '
                       'THE LIMIT BEFORE RERUNNING'
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF.
      *
      * Each position is counted to its department and its incumbent
      * marked on the employee table.
       3000-LOAD-POSITIONS-PARA.
           PERFORM UNTIL WS-POSN-EOF
               READ POSN-MASTER
                   AT END
                       SET WS-POSN-EOF TO TRUE
                   NOT AT END
                       IF WS-PS-COUNT < 5000
                           ADD 1 TO WS-PS-COUNT
                           MOVE WS-PS-COUNT TO WS-PS-SUB
                           MOVE POSN-RECORD TO WS-PS-REC(WS-PS-SUB)
                           MOVE 'N' TO WS-PS-DUP-FLAG(WS-PS-SUB)
                           PERFORM 3100-COUNT-POSITION-PARA
                       ELSE
                           DISPLAY 'POSNRPT: WS-PS-TABLE OVERFLOW - '
                               'RAISE THE LIMIT BEFORE RERUNNING'
                           MOVE 16 TO RETURN-CODE
                           STOP RUN
                       END-IF
               END-READ
           END-PERFORM
           CLOSE POSN-MASTER.
      *
       3100-COUNT-POSITION-PARA.
           MOVE WS-PS-DEPT(WS-PS-SUB) TO WS-DP-WORK-DEPT
           PERFORM 2100-FIND-OR-ADD-DEPT-PARA
           IF WS-PS-STATUS(WS-PS-SUB) = 'F'
               ADD 1 TO WS-DP-FROZEN(WS-DP-SUB)
           ELSE
               ADD 1 TO WS-DP-AUTH(WS-DP-SUB)
           END-IF
           IF WS-PS-INCUMBENT(WS-PS-SUB) = SPACES
               IF WS-PS-STATUS(WS-PS-SUB) NOT = 'F'
                   ADD 1 TO WS-DP-VACANT(WS-DP-SUB)
                   ADD 1 TO WS-VACANT-CNT
               END-IF
           ELSE
               ADD 1 TO WS-DP-FILLED(WS-DP-SUB)
               PERFORM 3200-FIND-INCUMBENT-PARA
               IF WS-EM-FOUND
                   IF WS-EM-LINKED(WS-EM-IDX) = 'Y'
                       MOVE 'Y' TO WS-PS-DUP-FLAG(WS-PS-SUB)
                   END-IF
                   MOVE 'Y' TO WS-EM-LINKED(WS-EM-IDX)
               END-IF
           END-IF.
      *
       3200-FIND-INCUMBENT-PARA.
           MOVE 'N' TO WS-EM-FOUND-FLAG
           IF WS-EM-COUNT > ZERO
               SEARCH ALL WS-EM-ENTRIES
                   WHEN WS-EM-ID(WS-EM-IDX) =
                        WS-PS-INCUMBENT(WS-PS-SUB)
                       SET WS-EM-FOUND TO TRUE
               END-SEARCH
           END-IF.
      *
      * Active employees no position names, counted to their
      * department.
       4000-COUNT-UNLINKED-PARA.
           PERFORM VARYING WS-EM-SUB FROM 1 BY 1
                   UNTIL WS-EM-SUB > WS-EM-COUNT
               IF WS-EM-STATUS(WS-EM-SUB) = 'A'
                  AND WS-EM-LINKED(WS-EM-SUB) = 'N'
                   MOVE WS-EM-DEPT(WS-EM-SUB) TO WS-DP-WORK-DEPT
                   PERFORM 2100-FIND-OR-ADD-DEPT-PARA
                   ADD 1 TO WS-DP-UNLINKED(WS-DP-SUB)
               END-IF
           END-PERFORM.
      *
       5000-REPORT-PARA.
           OPEN OUTPUT POSN-REPORT
           MOVE WS-DATE TO PR-H-DATE
           WRITE POSN-REPORT-RECORD FROM PR-HEADING-LINE1
           MOVE SPACES TO POSN-REPORT-RECORD
           WRITE POSN-REPORT-RECORD
           WRITE POSN-REPORT-RECORD FROM PR-DEPT-HEADING
           PERFORM 5100-REPORT-ONE-DEPT-PARA
               VARYING WS-DP-SUB FROM 1 BY 1
               UNTIL WS-DP-SUB > WS-DP-COUNT
           MOVE SPACES TO POSN-REPORT-RECORD
           WRITE POSN-REPORT-RECORD
           MOVE 'VACANT AUTHORIZED POSITIONS' TO PR-SECTION-LINE
           WRITE POSN-REPORT-RECORD FROM PR-SECTION-LINE
           WRITE POSN-REPORT-RECORD FROM PR-VAC-HEADING
           PERFORM VARYING WS-PS-SUB FROM 1 BY 1
                   UNTIL WS-PS-SUB > WS-PS-COUNT
               IF WS-PS-INCUMBENT(WS-PS-SUB) = SPACES
                  AND WS-PS-STATUS(WS-PS-SUB) NOT = 'F'
                   PERFORM 5200-REPORT-VACANCY-PARA
               END-IF
           END-PERFORM
           MOVE SPACES TO POSN-REPORT-RECORD
           WRITE POSN-REPORT-RECORD
           MOVE 'EXCEPTIONS' TO PR-SECTION-LINE
           WRITE POSN-REPORT-RECORD FROM PR-SECTION-LINE
           WRITE POSN-REPORT-RECORD FROM PR-EXCP-HEADING
           PERFORM VARYING WS-PS-SUB FROM 1 BY 1
                   UNTIL WS-PS-SUB > WS-PS-COUNT
               IF WS-PS-INCUMBENT(WS-PS-SUB) NOT = SPACES
                   PERFORM 5300-CHECK-POSITION-PARA
               END-IF
           END-PERFORM
           PERFORM VARYING WS-EM-SUB FROM 1 BY 1
                   UNTIL WS-EM-SUB > WS-EM-COUNT
               IF WS-EM-STATUS(WS-EM-SUB) = 'A'
                  AND WS-EM-LINKED(WS-EM-SUB) = 'N'
                   MOVE SPACES                TO PR-X-POSN-NO
                   MOVE WS-EM-ID(WS-EM-SUB)   TO PR-X-EMP-ID
                   MOVE WS-EM-DEPT(WS-EM-SUB) TO PR-X-DEPT
                   MOVE 'ACTIVE EMPLOYEE HOLDS NO POSITION'
                       TO PR-X-TEXT
                   PERFORM 5400-WRITE-EXCEPTION-PARA
               END-IF
           END-PERFORM
           MOVE SPACES TO POSN-REPORT-RECORD
           WRITE POSN-REPORT-RECORD
           MOVE 'DEPARTMENTS OVER COMPLEMENT' TO PR-S-LABEL
           MOVE WS-OVER-DEPT-CNT TO PR-S-COUNT
           WRITE POSN-REPORT-RECORD FROM PR-SUMMARY-LINE
           MOVE 'EMPLOYEES OVER COMPLEMENT' TO PR-S-LABEL
           MOVE WS-OVER-CNT TO PR-S-COUNT
           WRITE POSN-REPORT-RECORD FROM PR-SUMMARY-LINE
           MOVE 'VACANT AUTHORIZED POSITIONS' TO PR-S-LABEL
           MOVE WS-VACANT-CNT TO PR-S-COUNT
           WRITE POSN-REPORT-RECORD FROM PR-SUMMARY-LINE
           MOVE 'EXCEPTIONS' TO PR-S-LABEL
           MOVE WS-EXCP-CNT TO PR-S-COUNT
           WRITE POSN-REPORT-RECORD FROM PR-SUMMARY-LINE
           CLOSE POSN-REPORT.
      *
      * Over-complement is active employees past the authorized
      * positions - frozen ones do not count, they are not to be
      * filled.
       5100-REPORT-ONE-DEPT-PARA.
           MOVE WS-DP-DEPT(WS-DP-SUB)     TO PR-D-DEPT
           MOVE WS-DP-AUTH(WS-DP-SUB)     TO PR-D-AUTH
           MOVE WS-DP-FROZEN(WS-DP-SUB)   TO PR-D-FROZEN
           MOVE WS-DP-FILLED(WS-DP-SUB)   TO PR-D-FILLED
           MOVE WS-DP-VACANT(WS-DP-SUB)   TO PR-D-VACANT
           MOVE WS-DP-ACTIVE(WS-DP-SUB)   TO PR-D-ACTIVE
           MOVE WS-DP-UNLINKED(WS-DP-SUB) TO PR-D-UNLINKED
           IF WS-DP-ACTIVE(WS-DP-SUB) > WS-DP-AUTH(WS-DP-SUB)
               COMPUTE PR-D-OVER = WS-DP-ACTIVE(WS-DP-SUB)
                                 - WS-DP-AUTH(WS-DP-SUB)
               COMPUTE WS-OVER-CNT = WS-OVER-CNT
                                   + WS-DP-ACTIVE(WS-DP-SUB)
                                   - WS-DP-AUTH(WS-DP-SUB)
               ADD 1 TO WS-OVER-DEPT-CNT
               MOVE '*** OVER' TO PR-D-FLAG
           ELSE
               MOVE ZERO   TO PR-D-OVER
               MOVE SPACES TO PR-D-FLAG
           END-IF
           WRITE POSN-REPORT-RECORD FROM PR-DEPT-LINE.
      *
       5200-REPORT-VACANCY-PARA.
           MOVE WS-PS-POSN-NO(WS-PS-SUB)    TO PR-V-POSN-NO
           MOVE WS-PS-DEPT(WS-PS-SUB)       TO PR-V-DEPT
           MOVE WS-PS-LOC(WS-PS-SUB)        TO PR-V-LOC
           MOVE WS-PS-TECH(WS-PS-SUB)       TO PR-V-TECH
           MOVE WS-PS-TITLE(WS-PS-SUB)      TO PR-V-TITLE
           MOVE WS-PS-RATE-MIN(WS-PS-SUB)   TO PR-V-RATE-MIN
           MOVE WS-PS-RATE-MAX(WS-PS-SUB)   TO PR-V-RATE-MAX
           MOVE WS-PS-EVENT-DATE(WS-PS-SUB) TO PR-V-SINCE
           WRITE POSN-REPORT-RECORD FROM PR-VAC-LINE.
      *
      * A filled position: every finding against its link gets its
      * own line.
       5300-CHECK-POSITION-PARA.
           MOVE WS-PS-POSN-NO(WS-PS-SUB)   TO PR-X-POSN-NO
           MOVE WS-PS-INCUMBENT(WS-PS-SUB) TO PR-X-EMP-ID
           MOVE WS-PS-DEPT(WS-PS-SUB)      TO PR-X-DEPT
           IF WS-PS-STATUS(WS-PS-SUB) = 'F'
               MOVE 'FROZEN POSITION IS FILLED' TO PR-X-TEXT
               PERFORM 5400-WRITE-EXCEPTION-PARA
           END-IF
           IF WS-PS-DUP-FLAG(WS-PS-SUB) = 'Y'
               MOVE 'INCUMBENT ALREADY HOLDS ANOTHER POSITION'
                   TO PR-X-TEXT
               PERFORM 5400-WRITE-EXCEPTION-PARA
           END-IF
           PERFORM 3200-FIND-INCUMBENT-PARA
           IF NOT WS-EM-FOUND
               MOVE 'INCUMBENT NOT ON THE EMPLOYEE MASTER'
                   TO PR-X-TEXT
               PERFORM 5400-WRITE-EXCEPTION-PARA
           ELSE
               IF WS-EM-STATUS(WS-EM-IDX) NOT = 'A'
                   MOVE 'INCUMBENT IS NOT ACTIVE' TO PR-X-TEXT
                   PERFORM 5400-WRITE-EXCEPTION-PARA
               END-IF
               IF WS-EM-DEPT(WS-EM-IDX) NOT = WS-PS-DEPT(WS-PS-SUB)
                   MOVE SPACES TO PR-X-TEXT
                   STRING 'INCUMBENT IS IN DEPT '
                       WS-EM-DEPT(WS-EM-IDX)
                       DELIMITED BY SIZE INTO PR-X-TEXT
                   PERFORM 5400-WRITE-EXCEPTION-PARA
               END-IF
               IF WS-EM-EARN(WS-EM-IDX) < WS-PS-RATE-MIN(WS-PS-SUB)
                  OR WS-EM-EARN(WS-EM-IDX) >
                     WS-PS-RATE-MAX(WS-PS-SUB)
                   MOVE 'INCUMBENT EARN OUTSIDE THE POSITION RANGE'
                       TO PR-X-TEXT
                   PERFORM 5400-WRITE-EXCEPTION-PARA
               END-IF
           END-IF.
      *
       5400-WRITE-EXCEPTION-PARA.
           WRITE POSN-REPORT-RECORD FROM PR-EXCP-LINE
           ADD 1 TO WS-EXCP-CNT.
      *
       9000-END-PARA.
           IF WS-OVER-DEPT-CNT > ZERO OR WS-EXCP-CNT > ZERO
               MOVE 4 TO RETURN-CODE
               DISPLAY 'POSNRPT: ' WS-OVER-DEPT-CNT ' DEPARTMENTS OVER '
                   'COMPLEMENT, ' WS-EXCP-CNT ' EXCEPTIONS - SEE '
                   'POSNRPT.REP'
           ELSE
               DISPLAY 'POSNRPT: EVERY DEPARTMENT WITHIN ITS '
                   'AUTHORIZED POSITIONS'
           END-IF.
