           02  IF-RESULT             PIC 9(7).
           02  IF-LCM                PIC 9(15).
           02  IF-DEPOT              PIC X(3).
           02  IF-UNITS              PIC 9(9).
       01  ACK-INTERFACE-TRAILER.
           02  IFT-REC-TYPE          PIC X(1).
           02  IFT-COUNT             PIC 9(7).
           02  OV-MARKER             PIC X(1).
           02  OV-INITIALS           PIC X(3).
           02  OV-DEPOT              PIC X(3).
           02  OV-UNITS              PIC 9(9).

      *----------------------------------------------------------
      * One ack per record the scheduler picked up - the same
