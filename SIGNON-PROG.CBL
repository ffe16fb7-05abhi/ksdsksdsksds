       IDENTIFICATION DIVISION.
       PROGRAM-ID. SIGNON-PROG.
      *****************************************************************
      * SIGNON-PROG
      * Shared operator sign-on and access-log subprogram. EMPAPPRV
      * used to take whatever approver initials were typed at it,
      * and the privileged console modes - MASSRATE's U, EMPPROMO's
      * B, CHECKRUN's V and R, SUSPMGR's C - were open to anyone who
      * could reach the console. Each of them now calls this routine
      * before doing anything privileged, and again to log what it
      * did, so the sign-on, the role check and the trail are one
      * piece of code.
      *
      * LS-SEC-FUNCTION tells it what to do:
      *   S  sign on - asks for user ID and PIN (three tries), checks
      *      the operator is active and holds LS-SEC-ROLE (blank
      *      role: any active operator will do), and returns the
      *      user ID in LS-SEC-USER with LS-SEC-RESULT G (granted)
      *      or D (denied)
      *   A  log a privileged action by LS-SEC-USER - LS-SEC-DETAIL
      *      says what
      *   R  log a refusal the caller made itself (EMPAPPRV's
      *      keyer-may-not-approve rule) - LS-SEC-DETAIL says why
      *
      * The operator security file OPERSEC.DAT is maintained by the
      * payroll security officer, one 60-byte record per operator:
      * user ID, PIN, name, status (A active, S suspended) and up to
      * five role codes -
      *   APPR  countersign held maintenance (EMPAPPRV)
      *   RATE  apply a mass rate update (MASSRATE U)
      *   PROM  back out a promotion (EMPPROMO B)
      *   CHKS  void or reissue a check (CHECKRUN V/R)
      *   SUSP  close suspense items (SUSPMGR C)
      * A missing file denies everybody: the privileged modes fail
      * closed, never open.
      *
      * Every sign-on (SIGNON), failed try (BADSIGN), refusal
      * (REFUSED) and logged action (ACTION) is appended to the
      * access log ACCESLOG.DAT, which RETAIN archives by date with
      * the other append-forever files.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPERATOR-FILE    ASSIGN TO 'OPERSEC.DAT'
                                    FILE STATUS IS WS-OPER-STAT.
           SELECT ACCESS-LOG-FILE  ASSIGN TO 'ACCESLOG.DAT'
                                    FILE STATUS IS WS-ALOG-STAT.

       DATA DIVISION.
       FILE SECTION.
       FD  OPERATOR-FILE
           RECORD CONTAINS 60 CHARACTERS
           RECORDING MODE IS F.
       01  OPERATOR-RECORD.
           03  OS-USER-ID          PIC X(08).
           03  OS-PIN              PIC X(08).
           03  OS-NAME             PIC X(20).
           03  OS-STATUS           PIC X(01).
           03  OS-ROLES.
               05  OS-ROLE         PIC X(04)      OCCURS 5 TIMES.
           03  FILLER              PIC X(03).

      * The access log - one 80-byte record per event, dated and
      * timed, appended by every caller.
       FD  ACCESS-LOG-FILE
           RECORD CONTAINS 80 CHARACTERS
           RECORDING MODE IS F.
       01  ACCESS-LOG-RECORD.
           03  AC-DATE             PIC 9(08).
           03  AC-TIME             PIC 9(06).
           03  AC-USER             PIC X(08).
           03  AC-PROGRAM          PIC X(08).
           03  AC-EVENT            PIC X(08).
           03  AC-DETAIL           PIC X(40).
           03  FILLER              PIC X(02).

       WORKING-STORAGE SECTION.
       01  WS-OPER-STAT            PIC X(02)      VALUE SPACES.
       01  WS-OPER-EOF-FLAG        PIC X(01)      VALUE 'N'.
           88  WS-OPER-EOF                         VALUE 'Y'.
       01  WS-ALOG-STAT            PIC X(02)      VALUE SPACES.
      * The operator file is read fresh on every sign-on, so a PIN
      * reset or a suspension takes effect on the next attempt.
       01  WS-OP-TABLE.
           03  WS-OP-ENTRIES       OCCURS 500 TIMES.
               05  WS-OP-USER      PIC X(08).
               05  WS-OP-PIN       PIC X(08).
               05  WS-OP-STATUS    PIC X(01).
               05  WS-OP-ROLES.
                   07  WS-OP-ROLE  PIC X(04)      OCCURS 5 TIMES.
       01  WS-OP-COUNT             PIC 9(03)      VALUE ZERO.
       01  WS-OP-SUB               PIC 9(03)      VALUE ZERO.
       01  WS-OP-HIT               PIC 9(03)      VALUE ZERO.
       01  WS-ROLE-SUB             PIC 9(01)      VALUE ZERO.
       01  WS-ROLE-FLAG            PIC X(01)      VALUE 'N'.
           88  WS-ROLE-HELD                        VALUE 'Y'.
       01  WS-TRIES                PIC 9(01)      VALUE ZERO.
       01  WS-MAX-TRIES            PIC 9(01)      VALUE 3.
       01  WS-DONE-FLAG            PIC X(01)      VALUE 'N'.
           88  WS-SIGNON-DONE                      VALUE 'Y'.
       01  WS-USER-IN              PIC X(08)      VALUE SPACES.
       01  WS-PIN-IN               PIC X(08)      VALUE SPACES.
       01  WS-DATE                 PIC 9(08)      VALUE ZERO.
       01  WS-TIME                 PIC 9(08)      VALUE ZERO.
       01  WS-EVENT                PIC X(08)      VALUE SPACES.
       01  WS-LOG-USER             PIC X(08)      VALUE SPACES.
       01  WS-LOG-DETAIL           PIC X(40)      VALUE SPACES.

       LINKAGE SECTION.
       01  LS-SEC-INFO.
           03  LS-SEC-FUNCTION     PIC X(01).
               88  LS-SEC-SIGNON                   VALUE 'S'.
               88  LS-SEC-ACTION                   VALUE 'A'.
               88  LS-SEC-REFUSAL                  VALUE 'R'.
           03  LS-SEC-PROGRAM      PIC X(08).
           03  LS-SEC-ROLE         PIC X(04).
           03  LS-SEC-USER         PIC X(08).
           03  LS-SEC-RESULT       PIC X(01).
               88  LS-SEC-GRANTED                  VALUE 'G'.
               88  LS-SEC-DENIED                   VALUE 'D'.
           03  LS-SEC-DETAIL       PIC X(40).

       PROCEDURE DIVISION USING LS-SEC-INFO.
       0000-MAIN-PARA.
           ACCEPT WS-DATE FROM DATE YYYYMMDD
           EVALUATE TRUE
               WHEN LS-SEC-SIGNON
                   PERFORM 1000-SIGNON-PARA
               WHEN LS-SEC-ACTION
                   MOVE 'ACTION'      TO WS-EVENT
                   MOVE LS-SEC-USER   TO WS-LOG-USER
                   MOVE LS-SEC-DETAIL TO WS-LOG-DETAIL
                   PERFORM 8000-WRITE-LOG-PARA
               WHEN LS-SEC-REFUSAL
                   MOVE 'REFUSED'     TO WS-EVENT
                   MOVE LS-SEC-USER   TO WS-LOG-USER
                   MOVE LS-SEC-DETAIL TO WS-LOG-DETAIL
                   PERFORM 8000-WRITE-LOG-PARA
               WHEN OTHER
                   DISPLAY 'SIGNON-PROG: UNKNOWN FUNCTION '
                       LS-SEC-FUNCTION ' FROM ' LS-SEC-PROGRAM
                   MOVE 'D' TO LS-SEC-RESULT
           END-EVALUATE
           GOBACK.
      *
      * Up to three tries at user ID and PIN. A wrong ID or PIN is a
      * BADSIGN and another try; a good PIN on a suspended operator,
      * or one without the role the mode needs, is a REFUSED and the
      * end of it - trying again will not grant a role.
       1000-SIGNON-PARA.
           MOVE 'D'    TO LS-SEC-RESULT
           MOVE SPACES TO LS-SEC-USER
           PERFORM 1100-LOAD-OPERATORS-PARA
           IF WS-OP-COUNT = ZERO
               DISPLAY 'SIGNON-PROG: NO OPERATOR SECURITY FILE '
                   '- SIGN-ON REFUSED'
               MOVE 'REFUSED' TO WS-EVENT
               MOVE SPACES    TO WS-LOG-USER
               MOVE 'NO OPERATOR SECURITY FILE' TO WS-LOG-DETAIL
               PERFORM 8000-WRITE-LOG-PARA
           ELSE
               MOVE ZERO TO WS-TRIES
               MOVE 'N'  TO WS-DONE-FLAG
               PERFORM 1200-ONE-TRY-PARA
                   UNTIL WS-SIGNON-DONE
                      OR WS-TRIES NOT < WS-MAX-TRIES
               IF NOT WS-SIGNON-DONE
                   DISPLAY 'SIGNON-PROG: SIGN-ON FAILED '
                       WS-MAX-TRIES ' TIMES - RUN REFUSED'
               END-IF
           END-IF.
      *
       1100-LOAD-OPERATORS-PARA.
           MOVE ZERO TO WS-OP-COUNT
           OPEN INPUT OPERATOR-FILE
           IF WS-OPER-STAT = '00'
               MOVE 'N' TO WS-OPER-EOF-FLAG
               PERFORM UNTIL WS-OPER-EOF
                   READ OPERATOR-FILE
                       AT END
                           SET WS-OPER-EOF TO TRUE
                       NOT AT END
                           IF WS-OP-COUNT < 500
                               ADD 1 TO WS-OP-COUNT
                               MOVE OS-USER-ID
                                   TO WS-OP-USER(WS-OP-COUNT)
                               MOVE OS-PIN
                                   TO WS-OP-PIN(WS-OP-COUNT)
                               MOVE OS-STATUS
                                   TO WS-OP-STATUS(WS-OP-COUNT)
                               MOVE OS-ROLES
                                   TO WS-OP-ROLES(WS-OP-COUNT)
                           ELSE
                               DISPLAY 'SIGNON-PROG: WS-OP-TABLE '
                                   'OVERFLOW - OPERSEC.DAT OVER '
                                   '500 ENTRIES'
                               CLOSE OPERATOR-FILE
                               MOVE 16 TO RETURN-CODE
                               STOP RUN
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE OPERATOR-FILE
           END-IF.
      *
       1200-ONE-TRY-PARA.
           ADD 1 TO WS-TRIES
           DISPLAY 'USER ID: '
           ACCEPT WS-USER-IN
           DISPLAY 'PIN: '
           ACCEPT WS-PIN-IN
           MOVE ZERO TO WS-OP-HIT
           PERFORM VARYING WS-OP-SUB FROM 1 BY 1
                   UNTIL WS-OP-SUB > WS-OP-COUNT
               IF WS-OP-USER(WS-OP-SUB) = WS-USER-IN
                  AND WS-USER-IN NOT = SPACES
                   MOVE WS-OP-SUB TO WS-OP-HIT
               END-IF
           END-PERFORM
           MOVE WS-USER-IN TO WS-LOG-USER
           IF WS-OP-HIT = ZERO
               MOVE 'BADSIGN' TO WS-EVENT
               MOVE 'UNKNOWN USER ID' TO WS-LOG-DETAIL
               PERFORM 8000-WRITE-LOG-PARA
               DISPLAY 'SIGNON-PROG: SIGN-ON NOT RECOGNISED'
           ELSE
               IF WS-OP-PIN(WS-OP-HIT) NOT = WS-PIN-IN
                   MOVE 'BADSIGN' TO WS-EVENT
                   MOVE 'WRONG PIN' TO WS-LOG-DETAIL
                   PERFORM 8000-WRITE-LOG-PARA
                   DISPLAY 'SIGNON-PROG: SIGN-ON NOT RECOGNISED'
               ELSE
                   SET WS-SIGNON-DONE TO TRUE
                   PERFORM 1300-CHECK-ROLE-PARA
               END-IF
           END-IF.
      *
      * The PIN was right - from here the answer is final either way.
       1300-CHECK-ROLE-PARA.
           MOVE 'N' TO WS-ROLE-FLAG
           IF LS-SEC-ROLE = SPACES
               SET WS-ROLE-HELD TO TRUE
           ELSE
               PERFORM VARYING WS-ROLE-SUB FROM 1 BY 1
                       UNTIL WS-ROLE-SUB > 5
                   IF WS-OP-ROLE(WS-OP-HIT, WS-ROLE-SUB) = LS-SEC-ROLE
                       SET WS-ROLE-HELD TO TRUE
                   END-IF
               END-PERFORM
           END-IF
           MOVE SPACES TO WS-LOG-DETAIL
           EVALUATE TRUE
               WHEN WS-OP-STATUS(WS-OP-HIT) NOT = 'A'
                   MOVE 'REFUSED' TO WS-EVENT
                   MOVE 'OPERATOR SUSPENDED' TO WS-LOG-DETAIL
                   DISPLAY 'SIGNON-PROG: OPERATOR ' WS-USER-IN
                       ' IS SUSPENDED - RUN REFUSED'
               WHEN NOT WS-ROLE-HELD
                   MOVE 'REFUSED' TO WS-EVENT
                   STRING 'ROLE ' LS-SEC-ROLE ' NOT HELD'
                       DELIMITED BY SIZE INTO WS-LOG-DETAIL
                   DISPLAY 'SIGNON-PROG: OPERATOR ' WS-USER-IN
                       ' DOES NOT HOLD ROLE ' LS-SEC-ROLE
                       ' - RUN REFUSED'
               WHEN OTHER
                   MOVE 'SIGNON'  TO WS-EVENT
                   STRING 'ROLE ' LS-SEC-ROLE
                       DELIMITED BY SIZE INTO WS-LOG-DETAIL
                   MOVE 'G'        TO LS-SEC-RESULT
                   MOVE WS-USER-IN TO LS-SEC-USER
           END-EVALUATE
           PERFORM 8000-WRITE-LOG-PARA.
      *
      * Opened and closed around every record, so an abend in the
      * caller cannot lose an event already logged.
       8000-WRITE-LOG-PARA.
           ACCEPT WS-TIME FROM TIME
           OPEN EXTEND ACCESS-LOG-FILE
           IF WS-ALOG-STAT NOT = '00'
               OPEN OUTPUT ACCESS-LOG-FILE
           END-IF
           MOVE SPACES         TO ACCESS-LOG-RECORD
           MOVE WS-DATE        TO AC-DATE
           MOVE WS-TIME(1:6)   TO AC-TIME
           MOVE WS-LOG-USER    TO AC-USER
           MOVE LS-SEC-PROGRAM TO AC-PROGRAM
           MOVE WS-EVENT       TO AC-EVENT
           MOVE WS-LOG-DETAIL  TO AC-DETAIL
           WRITE ACCESS-LOG-RECORD
           CLOSE ACCESS-LOG-FILE.
