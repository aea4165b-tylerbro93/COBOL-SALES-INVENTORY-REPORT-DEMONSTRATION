              05 CM-ADDRESS-2                           PIC X(25).
              05 CM-ADDRESS-3                           PIC X(25).
              05 CM-STATUS                              PIC X.
              05 CM-CREDIT-LIMIT                        PIC 9(7)V99.
              05 CM-CREDIT-HOLD                         PIC X.

           FD REPORT-FILE.
           01 REPORT-RECORD                            PIC X(132).
