              05 TRN-LIST-PRICE                        PIC 999V99.
              05 TRN-REFERENCE                         PIC X(20).
              05 TRN-UNIT-COST                         PIC 999V99.
              05 TRN-LOCATION-ID                       PIC X(10).
              05 TRN-TO-LOCATION-ID                    PIC X(10).

           FD REPORT-FILE.
           01 REPORT-RECORD                            PIC X(100).
