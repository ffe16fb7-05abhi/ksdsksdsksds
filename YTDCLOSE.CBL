       01  DEDN-PRIOR-RECORD        PIC X(22).

       FD  PAY-PERIOD-FILE
           RECORD CONTAINS 28 CHARACTERS
           RECORDING MODE IS F.
       01  PAY-PERIOD-RECORD.
           03  PERD-NO              PIC 9(03).
           03  PERD-START           PIC 9(08).
           03  PERD-END             PIC 9(08).
           03  PERD-STATUS          PIC X(01).
           03  PERD-PAY-DATE        PIC 9(08).

       FD  CLOSE-LOG-FILE
           RECORD CONTAINS 80 CHARACTERS
               05  WS-PERD-START    PIC 9(08)      VALUE ZERO.
               05  WS-PERD-END      PIC 9(08)      VALUE ZERO.
               05  WS-PERD-STATUS   PIC X(01)      VALUE SPACES.
               05  WS-PERD-PAY-DATE PIC 9(08)      VALUE ZERO.
       01  WS-PERD-SUB              PIC 9(02)      VALUE ZERO.
       01  LOG-LINE.
           03  FILLER               PIC X(06)      VALUE SPACES.
                                   TO WS-PERD-END(WS-PERD-CNT)
                               MOVE 'O'
                                   TO WS-PERD-STATUS(WS-PERD-CNT)
                               MOVE PERD-PAY-DATE
                                   TO WS-PERD-PAY-DATE(WS-PERD-CNT)
                           ELSE
      * The rewrite below would destroy every calendar row that did
      * not fit the table - a hard stop with the calendar untouched,
                   MOVE WS-PERD-START(WS-PERD-SUB)  TO PERD-START
                   MOVE WS-PERD-END(WS-PERD-SUB)    TO PERD-END
                   MOVE WS-PERD-STATUS(WS-PERD-SUB) TO PERD-STATUS
                   MOVE WS-PERD-PAY-DATE(WS-PERD-SUB)
                       TO PERD-PAY-DATE
                   WRITE PAY-PERIOD-RECORD
               END-PERFORM
               CLOSE PAY-PERIOD-FILE
