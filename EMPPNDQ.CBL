
       DATA DIVISION.
       FILE SECTION.
      * Same 98-byte format EMPMAINT parks - action byte, 79-byte
      * employee image, effective date, then the keyer's ID from
      * the batch header.
       FD  PENDING-FILE
           RECORD CONTAINS 98 CHARACTERS
           RECORDING MODE IS F.
       01  PENDING-RECORD.
           03  PD-ACTION           PIC X(01).
           03  PD-EARN             PIC 9(05)V99.
           03  FILLER              PIC X(36).
           03  PD-EFF-DATE         PIC X(08).
           03  PD-KEYER            PIC X(10).

       FD  PENDING-REPORT
           RECORD CONTAINS 80 CHARACTERS
      * rewrite.
       01  WS-PEND-TABLE.
           03  WS-PEND-ENTRIES     OCCURS 5000 TIMES.
               05  WS-PEND-REC     PIC X(98)      VALUE SPACES.
       01  WS-PEND-COUNT           PIC 9(04)      VALUE ZERO.
       01  WS-PEND-SUB             PIC 9(04)      VALUE ZERO.
       01  WS-KEEP-COUNT           PIC 9(04)      VALUE ZERO.
           03  WS-H-EARN           PIC 9(05)V99.
           03  FILLER              PIC X(36).
           03  WS-H-EFF-DATE       PIC X(08).
           03  WS-H-KEYER          PIC X(10).
      *
       01  PQ-HEADING-LINE1        PIC X(80)      VALUE
           'PENDING MAINTENANCE TRANSACTION QUEUE'.
