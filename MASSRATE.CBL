      * than guessed at. An adjustment that would push EMP-EARN past
      * its PIC 9(05)V99 limit, or below zero, leaves that employee
      * unchanged and flags the line instead of corrupting the field.
      *
      * Update mode commits a raise for everybody in scope, so it
      * requires a sign-on through SIGNON-PROG by an operator holding
      * the RATE role, and the update is written to the access log
      * with its scope, method, amount and count. Simulate changes
      * nothing and stays open to anyone.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       01  WS-AMOUNT-IN            PIC X(09)      VALUE SPACES.
       01  WS-AMOUNT-N             PIC S9(05)V99  VALUE ZERO.
       01  WS-DEC-CNT              PIC 9(01)      VALUE ZERO.
      * Sign-on block for SIGNON-PROG - see its banner.
       01  WS-SEC-INFO.
           03  WS-SEC-FUNCTION     PIC X(01)      VALUE SPACES.
           03  WS-SEC-PROGRAM      PIC X(08)      VALUE 'MASSRATE'.
           03  WS-SEC-ROLE         PIC X(04)      VALUE 'RATE'.
           03  WS-SEC-USER         PIC X(08)      VALUE SPACES.
           03  WS-SEC-RESULT       PIC X(01)      VALUE SPACES.
               88  WS-SEC-GRANTED                 VALUE 'G'.
           03  WS-SEC-DETAIL       PIC X(40)      VALUE SPACES.
       01  WS-NEW-EARN             PIC S9(07)V99  VALUE ZERO.
       01  WS-EARN-DELTA           PIC S9(06)V99  VALUE ZERO.
       01  WS-IN-SCOPE-FLAG        PIC X(01)      VALUE 'N'.
           IF NOT WS-MODE-SIMULATE AND NOT WS-MODE-UPDATE
               DISPLAY 'MASSRATE: UNKNOWN MODE - RUN REFUSED'
               STOP RUN
           END-IF
           IF WS-MODE-UPDATE
               MOVE 'S' TO WS-SEC-FUNCTION
               CALL 'SIGNON-PROG' USING WS-SEC-INFO
               IF NOT WS-SEC-GRANTED
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF.
      *
       2000-INITIAL-PARA.
               CLOSE NEW-MASTER
               DISPLAY 'MASSRATE: APPLIED ' WS-CHG-CNT
                   ' ADJUSTMENTS TO NEWEMPFILE.DAT'
               MOVE 'A' TO WS-SEC-FUNCTION
               STRING 'SCOPE ' WS-SCOPE-TYPE ' ' WS-SCOPE-CODE
                   ' ' WS-METHOD ' ' WS-AMOUNT-IN ' COUNT '
                   WS-CHG-CNT DELIMITED BY SIZE INTO WS-SEC-DETAIL
               CALL 'SIGNON-PROG' USING WS-SEC-INFO
           END-IF
           CLOSE OLD-MASTER
           CLOSE CHANGE-REPORT.
