       DATA DIVISION.
       FILE SECTION.
       FD  PAY-PERIOD-FILE
           RECORD CONTAINS 28 CHARACTERS
           RECORDING MODE IS F.
       01  PAY-PERIOD-RECORD.
           03  PERD-NO             PIC 9(03).
           03  PERD-START          PIC 9(08).
           03  PERD-END            PIC 9(08).
           03  PERD-STATUS         PIC X(01).
           03  PERD-PAY-DATE       PIC 9(08).

       FD  GL-EXTRACT-FILE
           RECORD CONTAINS 48 CHARACTERS
