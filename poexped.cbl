      ******************************************************************
      * Author: Tyler
      * Date: 10/15/2026
      * Purpose: list open purchase order lines that are past the
      *          order date plus the vendor lead time so purchasing
      *          can chase the vendor
      * Tectonics: cobc -xo POEXPED.exe --std=mf  POEXPED.cbl
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. POEXPED.
      **************************COMMENT SECTION*************************
      *THIS PROGRAM IS RUN WEEKLY. IT READS EVERY OPEN (STATUS O) LINE
      *ON OPENPO.DAT WITH A QUANTITY STILL OUTSTANDING, WORKS OUT THE
      *DUE DATE AS THE ORDER DATE PLUS THE VENDOR'S LEAD TIME FROM
      *VENDMAST.DAT, AND LISTS EVERY LINE STILL NOT RECEIVED BY THAT
      *DATE. THE LIST IS GROUPED BY VENDOR WITH THE CONTACT NAME SO
      *THE BUYER CAN PHONE IT THROUGH, AND WITHIN A VENDOR THE LATEST
      *LINES COME FIRST. A LINE FOR A VENDOR NOT ON THE MASTER IS DUE
      *ON ITS ORDER DATE. THE RUN DATE IS TODAY UNLESS A YYYYMMDD
      *DATE IS GIVEN ON THE COMMAND LINE.
      ******************************************************************
      *INPUT:
      *1. OPENPO.DAT - PO LINES (ORDER DATE, ORDERED, RECEIVED, LAST
      *   RECEIPT DATE, STATUS)
      *2. VENDMAST.DAT - VENDOR NAME, CONTACT AND LEAD TIME
      ******************************************************************
      *REPORT OUTPUT (PO EXPEDITING.txt):
      *1. VENDOR ID, NAME, CONTACT AND LEAD TIME
      *2. ONE LINE PER LATE PO LINE - PO NUMBER, PRODUCT, ORDER DATE,
      *   DAYS LATE, ORDERED, RECEIVED, OUTSTANDING, LAST RECEIPT
      *3. VENDOR TOTAL OF LATE LINES AND QUANTITY OUTSTANDING
      *4. FINAL TOTALS - VENDORS, LATE LINES, QUANTITY OUTSTANDING
      *   AND OPEN LINES NOT YET DUE
      ******************************************************************


      ************************ENVIRONMENT DIVISION**********************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. OCEANBLUE.
       OBJECT-COMPUTER. OCEANBLUE.


       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPENPO-FILE ASSIGN TO 'OPENPO.DAT'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS PO-KEY
           FILE STATUS IS WS-PO-STATUS.

           SELECT VENDOR-FILE ASSIGN TO 'VENDMAST.DAT'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS VEN-VENDOR-ID
           FILE STATUS IS WS-VEN-STATUS.

           SELECT SORTED-LATE-FILE ASSIGN TO 'PR2FA17.EXP'
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT SORT-WORK-FILE ASSIGN TO 'EXPSORTWORK'.

           SELECT REPORT-FILE ASSIGN TO 'PO EXPEDITING.txt'
           .


      ***********************DATA DIVISION******************************
       DATA DIVISION.
       FILE SECTION.

           FD OPENPO-FILE.
           01 OPEN-PO-RECORD.
              05 PO-KEY.
                 10 PO-NUMBER                           PIC 9(6).
                 10 PO-PRODUCT-ID                       PIC X(3).
              05 PO-VENDOR-ID                           PIC X(5).
              05 PO-ORDER-QTY                           PIC 9(6).
              05 PO-RECEIVED-QTY                        PIC 9(6).
              05 PO-ORDER-DATE                          PIC 9(8).
              05 PO-STATUS                              PIC X.
              05 PO-RECEIPT-DATE                        PIC 9(8).
              05 PO-BILLED-QTY                          PIC 9(6).

           FD VENDOR-FILE.
           01 VENDOR-MASTER-RECORD.
              05 VEN-VENDOR-ID                         PIC X(5).
              05 VEN-NAME                               PIC X(25).
              05 VEN-ADDRESS-1                          PIC X(25).
              05 VEN-ADDRESS-2                          PIC X(25).
              05 VEN-ADDRESS-3                          PIC X(25).
              05 VEN-CONTACT                            PIC X(25).
              05 VEN-LEAD-TIME                          PIC 9(3).
              05 VEN-STATUS                             PIC X.

           FD SORTED-LATE-FILE.
           01 SORTED-LATE-RECORD.
              05 SLR-VENDOR-ID                         PIC X(5).
              05 SLR-DAYS-LATE                         PIC 9(5).
              05 SLR-PO-NUMBER                         PIC 9(6).
              05 SLR-PRODUCT-ID                        PIC X(3).
              05 SLR-ORDER-DATE                        PIC 9(8).
              05 SLR-ORDER-QTY                         PIC 9(6).
              05 SLR-RECEIVED-QTY                      PIC 9(6).
              05 SLR-RECEIPT-DATE                      PIC 9(8).

           SD SORT-WORK-FILE.
           01 SORT-WORK-RECORD.
              05 SWR-VENDOR-ID                         PIC X(5).
              05 SWR-DAYS-LATE                         PIC 9(5).
              05 SWR-PO-NUMBER                         PIC 9(6).
              05 SWR-PRODUCT-ID                        PIC X(3).
              05 SWR-ORDER-DATE                        PIC 9(8).
              05 SWR-ORDER-QTY                         PIC 9(6).
              05 SWR-RECEIVED-QTY                      PIC 9(6).
              05 SWR-RECEIPT-DATE                      PIC 9(8).

           FD REPORT-FILE.
           01 REPORT-RECORD                            PIC X(110).

       WORKING-STORAGE SECTION.

           01 WS-WORK-AREAS.
              05 PROPER-SPACING    PIC 9(2) VALUE 0.
              05 LINE-NUM          PIC 9(2) VALUE 10.
              05 WS-PO-STATUS      PIC X(2) VALUE '00'.
              05 WS-VEN-STATUS     PIC X(2) VALUE '00'.
              05 WS-VEN-AVAILABLE  PIC X(3) VALUE 'NO'.
              05 WS-PO-EOF         PIC X(3) VALUE 'NO'.
              05 WS-SLR-EOF        PIC X(3) VALUE 'NO'.
              05 WS-PREV-VENDOR-ID PIC X(5) VALUE LOW-VALUES.
              05 WS-LEAD-TIME      PIC 9(3) VALUE ZEROES.
              05 WS-TODAY-NUMBER   PIC 9(7) VALUE ZEROES.
              05 WS-DUE-NUMBER     PIC 9(7) VALUE ZEROES.
              05 WS-OUTSTANDING    PIC 9(6) VALUE ZEROES.
              05 WS-VENDOR-LINES   PIC 9(5) VALUE ZEROES.
              05 WS-VENDOR-QTY     PIC 9(7) VALUE ZEROES.
              05 WS-VENDOR-COUNT   PIC 9(5) VALUE ZEROES.
              05 WS-LATE-LINES     PIC 9(5) VALUE ZEROES.
              05 WS-LATE-QTY       PIC 9(7) VALUE ZEROES.
              05 WS-NOT-DUE-LINES  PIC 9(5) VALUE ZEROES.

           01 WS-DATE.
               05 WS-YEAR          PIC 9(4).
               05 WS-MONTH         PIC 9(2).
               05 WS-DAY           PIC 9(2).

           01 WS-ARG-DATE          PIC X(8).

           01 WS-DATE-WORK.
               05 WS-DW-YEAR       PIC 9(4).
               05 WS-DW-MONTH      PIC 9(2).
               05 WS-DW-DAY        PIC 9(2).

           01 WS-DAY-NUMBER-WORK.
               05 WS-DAY-NUMBER    PIC 9(7) VALUE ZEROES.
               05 WS-DN-YEAR       PIC 9(4) VALUE ZEROES.
               05 WS-DN-MONTH      PIC 9(2) VALUE ZEROES.
               05 WS-DN-LEAP-4     PIC 9(4) VALUE ZEROES.
               05 WS-DN-LEAP-100   PIC 9(4) VALUE ZEROES.
               05 WS-DN-LEAP-400   PIC 9(4) VALUE ZEROES.
               05 WS-DN-MONTH-DAYS PIC 9(4) VALUE ZEROES.

      **************************REPORT SECTION**************************
           01 HEADING-LINE1.
               05                  PIC X(34) VALUE SPACES.
               05                  PIC X(7) VALUE 'DR.CHEB'.

           01 HEADING-LINE2.
               05                  PIC X(9) VALUE SPACES.
               05 HL-MONTH         PIC 9(2).
               05                  PIC X VALUE '/'.
               05 HL-DAY           PIC 9(2).
               05                  PIC X VALUE '/'.
               05 HL-YEAR          PIC 9(4).
               05                  PIC X(7) VALUE SPACES.
               05                  PIC X(24) VALUE
                                             'PO EXPEDITING - OVERDUE'.
               05                  PIC X(18) VALUE SPACES.
               05                  PIC X(3) VALUE 'TSB'.

           01 HEADING-LINE3.
               05                  PIC X(2) VALUE SPACES.
               05                  PIC X(6) VALUE 'PO NO.'.
               05                  PIC X(2) VALUE SPACES.
               05                  PIC X(4) VALUE 'PROD'.
               05                  PIC X(2) VALUE SPACES.
               05                  PIC X(10) VALUE 'ORDER DATE'.
               05                  PIC X(2) VALUE SPACES.
               05                  PIC X(9) VALUE 'DAYS LATE'.
               05                  PIC X(3) VALUE SPACES.
               05                  PIC X(7) VALUE 'ORDERED'.
               05                  PIC X VALUE SPACES.
               05                  PIC X(8) VALUE 'RECEIVED'.
               05                  PIC X VALUE SPACES.
               05                  PIC X(8) VALUE 'OUTSTAND'.
               05                  PIC X(3) VALUE SPACES.
               05                  PIC X(9) VALUE 'LAST RCPT'.

           01 WS-EDIT-DATE.
               05 ED-MONTH         PIC 9(2).
               05                  PIC X VALUE '/'.
               05 ED-DAY           PIC 9(2).
               05                  PIC X VALUE '/'.
               05 ED-YEAR          PIC 9(4).

           01 VENDOR-LINE1.
               05                    PIC X(2) VALUE SPACES.
               05                    PIC X(7) VALUE 'VENDOR '.
               05 VL-VENDOR-ID       PIC X(5).
               05                    PIC X(2) VALUE SPACES.
               05 VL-NAME            PIC X(25).
               05                    PIC X(2) VALUE SPACES.
               05                    PIC X(10) VALUE 'LEAD TIME '.
               05 VL-LEAD-OUT        PIC ZZ9.
               05                    PIC X(5) VALUE ' DAYS'.

           01 VENDOR-LINE2.
               05                    PIC X(2) VALUE SPACES.
               05                    PIC X(8) VALUE 'CONTACT '.
               05                    PIC X(6) VALUE SPACES.
               05 VL-CONTACT         PIC X(25).

           01 LATE-DETAIL-LINE.
               05                    PIC X(2) VALUE SPACES.
               05 LDL-PO-NUMBER      PIC 9(6).
               05                    PIC X(2) VALUE SPACES.
               05 LDL-PRODUCT-ID     PIC X(3).
               05                    PIC X(3) VALUE SPACES.
               05 LDL-ORDER-DATE     PIC X(10).
               05                    PIC X(5) VALUE SPACES.
               05 LDL-DAYS-LATE-OUT  PIC ZZ,ZZ9.
               05                    PIC X(3) VALUE SPACES.
               05 LDL-ORDERED-OUT    PIC ZZZ,ZZ9.
               05                    PIC X(2) VALUE SPACES.
               05 LDL-RECEIVED-OUT   PIC ZZZ,ZZ9.
               05                    PIC X(2) VALUE SPACES.
               05 LDL-OUTSTAND-OUT   PIC ZZZ,ZZ9.
               05                    PIC X(3) VALUE SPACES.
               05 LDL-RECEIPT-DATE   PIC X(10).

           01 VENDOR-TOTAL-LINE.
               05                    PIC X(2) VALUE SPACES.
               05                    PIC X(12) VALUE 'VENDOR TOTAL'.
               05                    PIC X(2) VALUE SPACES.
               05                    PIC X(12) VALUE 'LATE LINES: '.
               05 VTL-LINES-OUT      PIC ZZ9.
               05                    PIC X(25) VALUE SPACES.
               05 VTL-QTY-OUT        PIC Z,ZZZ,ZZ9.

           01 NONE-LINE.
               05                    PIC X(2) VALUE SPACES.
               05                    PIC X(31) VALUE
                                     'NO PURCHASE ORDER LINES OVERDUE'.

           01 TOTAL-VENDORS-LINE.
               05                    PIC X(28) VALUE SPACES.
               05                    PIC X(20) VALUE
                                               'VENDORS TO EXPEDITE:'.
               05                    PIC X(10) VALUE SPACES.
               05 TS-VENDORS-OUT     PIC ZZ,ZZ9.

           01 TOTAL-LATE-LINE.
               05                    PIC X(34) VALUE SPACES.
               05                    PIC X(14) VALUE 'LATE PO LINES:'.
               05                    PIC X(10) VALUE SPACES.
               05 TS-LATE-OUT        PIC ZZ,ZZ9.

           01 TOTAL-QTY-LINE.
               05                    PIC X(32) VALUE SPACES.
               05                    PIC X(16) VALUE 'QTY OUTSTANDING:'.
               05                    PIC X(7) VALUE SPACES.
               05 TS-QTY-OUT         PIC Z,ZZZ,ZZ9.

           01 TOTAL-NOT-DUE-LINE.
               05                    PIC X(25) VALUE SPACES.
               05                    PIC X(23) VALUE
                                            'OPEN LINES NOT YET DUE:'.
               05                    PIC X(10) VALUE SPACES.
               05 TS-NOT-DUE-OUT     PIC ZZ,ZZ9.

      *************************PROCEDURE DIVISION***********************
       PROCEDURE DIVISION.

       100-MAIN-MODULE.
           PERFORM 125-HOUSEKEEPING
           SORT SORT-WORK-FILE
             ON ASCENDING KEY SWR-VENDOR-ID
             ON DESCENDING KEY SWR-DAYS-LATE
             ON ASCENDING KEY SWR-PO-NUMBER
             ON ASCENDING KEY SWR-PRODUCT-ID
             INPUT PROCEDURE 124-SELECT-LATE-LINES
             GIVING SORTED-LATE-FILE
           PERFORM 150-PRINT-LATE-LINES
           PERFORM 190-WRITE-FINAL-TOTALS
           PERFORM 200-CLOSE-ROUTINE
           .

       124-SELECT-LATE-LINES.
           PERFORM UNTIL WS-PO-EOF = 'YES'
             READ OPENPO-FILE
               AT END
                  MOVE 'YES' TO WS-PO-EOF
               NOT AT END
                  IF PO-STATUS = 'O'
                  AND PO-ORDER-QTY > PO-RECEIVED-QTY
                  AND PO-ORDER-DATE IS NUMERIC
                     PERFORM 160-CHECK-PO-LINE
                  END-IF
             END-READ
           END-PERFORM
           .

       125-HOUSEKEEPING.
           OPEN INPUT OPENPO-FILE
           IF WS-PO-STATUS NOT = '00'
              DISPLAY 'POEXPED: UNABLE TO OPEN OPENPO.DAT - STATUS '
                       WS-PO-STATUS
              STOP RUN
           END-IF
           OPEN INPUT VENDOR-FILE
           IF WS-VEN-STATUS = '00'
              MOVE 'YES' TO WS-VEN-AVAILABLE
           ELSE
              DISPLAY 'POEXPED: VENDMAST.DAT NOT AVAILABLE - STATUS '
                       WS-VEN-STATUS ' - LEAD TIMES TAKEN AS ZERO'
           END-IF
           PERFORM 130-DATE-ROUTINE
           MOVE WS-DATE TO WS-DATE-WORK
           PERFORM 142-COMPUTE-DAY-NUMBER
           MOVE WS-DAY-NUMBER TO WS-TODAY-NUMBER
           OPEN OUTPUT REPORT-FILE
           .

       130-DATE-ROUTINE.
           ACCEPT WS-ARG-DATE FROM COMMAND-LINE
           IF WS-ARG-DATE IS NUMERIC
              MOVE WS-ARG-DATE TO WS-DATE
           ELSE
              ACCEPT WS-DATE FROM DATE YYYYMMDD
           END-IF
           MOVE WS-MONTH TO HL-MONTH
           MOVE WS-DAY TO HL-DAY
           MOVE WS-YEAR TO HL-YEAR
           .

       140-EDIT-DATE.
           MOVE WS-DW-MONTH TO ED-MONTH
           MOVE WS-DW-DAY TO ED-DAY
           MOVE WS-DW-YEAR TO ED-YEAR
           .

       142-COMPUTE-DAY-NUMBER.
           MOVE WS-DW-YEAR TO WS-DN-YEAR
           MOVE WS-DW-MONTH TO WS-DN-MONTH
           IF WS-DN-MONTH < 3
              SUBTRACT 1 FROM WS-DN-YEAR
              ADD 12 TO WS-DN-MONTH
           END-IF
           DIVIDE WS-DN-YEAR BY 4 GIVING WS-DN-LEAP-4
           DIVIDE WS-DN-YEAR BY 100 GIVING WS-DN-LEAP-100
           DIVIDE WS-DN-YEAR BY 400 GIVING WS-DN-LEAP-400
           COMPUTE WS-DN-MONTH-DAYS = 153 * (WS-DN-MONTH - 3) + 2
           DIVIDE WS-DN-MONTH-DAYS BY 5 GIVING WS-DN-MONTH-DAYS
           COMPUTE WS-DAY-NUMBER = 365 * WS-DN-YEAR
                                 + WS-DN-LEAP-4
                                 - WS-DN-LEAP-100
                                 + WS-DN-LEAP-400
                                 + WS-DN-MONTH-DAYS
                                 + WS-DW-DAY
           .

       145-HEADING-ROUTINE.
           MOVE 1 TO PROPER-SPACING
           WRITE REPORT-RECORD FROM HEADING-LINE1
             AFTER ADVANCING PROPER-SPACING
           WRITE REPORT-RECORD FROM HEADING-LINE2
             AFTER ADVANCING PROPER-SPACING
           MOVE 3 TO PROPER-SPACING
           WRITE REPORT-RECORD FROM HEADING-LINE3
             AFTER ADVANCING PROPER-SPACING
           MOVE 1 TO PROPER-SPACING
           MOVE SPACES TO REPORT-RECORD
           WRITE REPORT-RECORD
             AFTER ADVANCING PROPER-SPACING
           MOVE 10 TO LINE-NUM
           .

       150-PRINT-LATE-LINES.
           PERFORM 145-HEADING-ROUTINE
           OPEN INPUT SORTED-LATE-FILE
           PERFORM UNTIL WS-SLR-EOF = 'YES'
             READ SORTED-LATE-FILE
               AT END
                  MOVE 'YES' TO WS-SLR-EOF
                  IF WS-VENDOR-COUNT > ZEROES
                     PERFORM 153-VENDOR-TOTAL
                  END-IF
               NOT AT END
                  PERFORM 151-LATE-DETAIL
             END-READ
           END-PERFORM
           CLOSE SORTED-LATE-FILE
           IF WS-LATE-LINES = ZEROES
              MOVE NONE-LINE TO REPORT-RECORD
              PERFORM 185-PRINT-LINE
           END-IF
           .

       151-LATE-DETAIL.
           IF SLR-VENDOR-ID NOT = WS-PREV-VENDOR-ID
              IF WS-VENDOR-COUNT > ZEROES
                 PERFORM 153-VENDOR-TOTAL
              END-IF
              MOVE SLR-VENDOR-ID TO WS-PREV-VENDOR-ID
              PERFORM 152-VENDOR-HEADING
           END-IF
           MOVE SLR-PO-NUMBER TO LDL-PO-NUMBER
           MOVE SLR-PRODUCT-ID TO LDL-PRODUCT-ID
           MOVE SLR-ORDER-DATE TO WS-DATE-WORK
           PERFORM 140-EDIT-DATE
           MOVE WS-EDIT-DATE TO LDL-ORDER-DATE
           MOVE SLR-DAYS-LATE TO LDL-DAYS-LATE-OUT
           MOVE SLR-ORDER-QTY TO LDL-ORDERED-OUT
           MOVE SLR-RECEIVED-QTY TO LDL-RECEIVED-OUT
           SUBTRACT SLR-RECEIVED-QTY FROM SLR-ORDER-QTY
             GIVING WS-OUTSTANDING
           MOVE WS-OUTSTANDING TO LDL-OUTSTAND-OUT
           IF SLR-RECEIPT-DATE IS NUMERIC
           AND SLR-RECEIPT-DATE > ZEROES
              MOVE SLR-RECEIPT-DATE TO WS-DATE-WORK
              PERFORM 140-EDIT-DATE
              MOVE WS-EDIT-DATE TO LDL-RECEIPT-DATE
           ELSE
              MOVE 'NONE' TO LDL-RECEIPT-DATE
           END-IF
           MOVE LATE-DETAIL-LINE TO REPORT-RECORD
           PERFORM 185-PRINT-LINE
           ADD 1 TO WS-VENDOR-LINES WS-LATE-LINES
           ADD WS-OUTSTANDING TO WS-VENDOR-QTY WS-LATE-QTY
           .

       152-VENDOR-HEADING.
           ADD 1 TO WS-VENDOR-COUNT
           MOVE ZEROES TO WS-VENDOR-LINES WS-VENDOR-QTY
           MOVE SLR-VENDOR-ID TO VL-VENDOR-ID
           MOVE '*** NOT ON VENDOR MASTER' TO VL-NAME
           MOVE SPACES TO VL-CONTACT
           MOVE ZEROES TO VL-LEAD-OUT
           IF WS-VEN-AVAILABLE = 'YES'
              MOVE SLR-VENDOR-ID TO VEN-VENDOR-ID
              READ VENDOR-FILE KEY IS VEN-VENDOR-ID
                INVALID KEY
                   CONTINUE
                NOT INVALID KEY
                   MOVE VEN-NAME TO VL-NAME
                   MOVE VEN-CONTACT TO VL-CONTACT
                   MOVE VEN-LEAD-TIME TO VL-LEAD-OUT
              END-READ
           END-IF
           IF LINE-NUM >= 50
              PERFORM 195-NEW-PAGE
           END-IF
           MOVE VENDOR-LINE1 TO REPORT-RECORD
           PERFORM 185-PRINT-LINE
           MOVE VENDOR-LINE2 TO REPORT-RECORD
           PERFORM 185-PRINT-LINE
           MOVE SPACES TO REPORT-RECORD
           PERFORM 185-PRINT-LINE
           .

       153-VENDOR-TOTAL.
           MOVE WS-VENDOR-LINES TO VTL-LINES-OUT
           MOVE WS-VENDOR-QTY TO VTL-QTY-OUT
           MOVE VENDOR-TOTAL-LINE TO REPORT-RECORD
           PERFORM 185-PRINT-LINE
           MOVE SPACES TO REPORT-RECORD
           PERFORM 185-PRINT-LINE
           .

       160-CHECK-PO-LINE.
           MOVE ZEROES TO WS-LEAD-TIME
           IF WS-VEN-AVAILABLE = 'YES'
              MOVE PO-VENDOR-ID TO VEN-VENDOR-ID
              READ VENDOR-FILE KEY IS VEN-VENDOR-ID
                INVALID KEY
                   CONTINUE
                NOT INVALID KEY
                   IF VEN-LEAD-TIME IS NUMERIC
                      MOVE VEN-LEAD-TIME TO WS-LEAD-TIME
                   END-IF
              END-READ
           END-IF
           MOVE PO-ORDER-DATE TO WS-DATE-WORK
           PERFORM 142-COMPUTE-DAY-NUMBER
           ADD WS-DAY-NUMBER WS-LEAD-TIME GIVING WS-DUE-NUMBER
           IF WS-TODAY-NUMBER > WS-DUE-NUMBER
              MOVE SPACES TO SORT-WORK-RECORD
              MOVE PO-VENDOR-ID TO SWR-VENDOR-ID
              SUBTRACT WS-DUE-NUMBER FROM WS-TODAY-NUMBER
                GIVING SWR-DAYS-LATE
              MOVE PO-NUMBER TO SWR-PO-NUMBER
              MOVE PO-PRODUCT-ID TO SWR-PRODUCT-ID
              MOVE PO-ORDER-DATE TO SWR-ORDER-DATE
              MOVE PO-ORDER-QTY TO SWR-ORDER-QTY
              MOVE PO-RECEIVED-QTY TO SWR-RECEIVED-QTY
              MOVE PO-RECEIPT-DATE TO SWR-RECEIPT-DATE
              RELEASE SORT-WORK-RECORD
           ELSE
              ADD 1 TO WS-NOT-DUE-LINES
           END-IF
           .

       185-PRINT-LINE.
           WRITE REPORT-RECORD
             AFTER ADVANCING PROPER-SPACING
           MOVE 1 TO PROPER-SPACING
           ADD 1 TO LINE-NUM
           IF LINE-NUM >= 55
              PERFORM 195-NEW-PAGE
           END-IF
           .

       190-WRITE-FINAL-TOTALS.
           MOVE WS-VENDOR-COUNT TO TS-VENDORS-OUT
           MOVE TOTAL-VENDORS-LINE TO REPORT-RECORD
           MOVE 2 TO PROPER-SPACING
           WRITE REPORT-RECORD
             AFTER ADVANCING PROPER-SPACING
           MOVE 1 TO PROPER-SPACING
           MOVE WS-LATE-LINES TO TS-LATE-OUT
           MOVE TOTAL-LATE-LINE TO REPORT-RECORD
           WRITE REPORT-RECORD
             AFTER ADVANCING PROPER-SPACING
           MOVE WS-LATE-QTY TO TS-QTY-OUT
           MOVE TOTAL-QTY-LINE TO REPORT-RECORD
           WRITE REPORT-RECORD
             AFTER ADVANCING PROPER-SPACING
           MOVE WS-NOT-DUE-LINES TO TS-NOT-DUE-OUT
           MOVE TOTAL-NOT-DUE-LINE TO REPORT-RECORD
           WRITE REPORT-RECORD
             AFTER ADVANCING PROPER-SPACING
           .

       195-NEW-PAGE.
           MOVE SPACES TO REPORT-RECORD
           WRITE REPORT-RECORD
             AFTER ADVANCING PAGE
           PERFORM 145-HEADING-ROUTINE
           .

       200-CLOSE-ROUTINE.
           CLOSE OPENPO-FILE
                 REPORT-FILE
           IF WS-VEN-AVAILABLE = 'YES'
              CLOSE VENDOR-FILE
           END-IF
           STOP RUN
           .
