           02  RQ-LCM                PIC 9(15).
           02  FILLER                PIC X(1).
           02  RQ-DEPOT              PIC X(3).
           02  FILLER                PIC X(1).
           02  RQ-UNITS              PIC 9(9).

      *----------------------------------------------------------
      * Supervisor decisions as review-disp audits them - same
           02  OV-MARKER             PIC X(1).
           02  OV-INITIALS           PIC X(3).
           02  OV-DEPOT              PIC X(3).
           02  OV-UNITS              PIC 9(9).

      *----------------------------------------------------------
      * Unacknowledged feed records with their age in cycles -
