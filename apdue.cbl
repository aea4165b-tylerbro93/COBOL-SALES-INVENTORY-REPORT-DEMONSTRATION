      ******************************************************************
      * Author: Tyler
      * Date: 10/15/2026
      * Purpose: age the accounts payable open items by due date and
      *          list what has to be paid to each vendor and when
      * Tectonics: cobc -xo APDUE.exe --std=mf  APDUE.cbl
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. APDUE.
      **************************COMMENT SECTION*************************
      *THIS PROGRAM READS THE AP OPEN ITEMS WRITTEN BY THE INVOICE
      *MATCH (APOPEN.DAT) IN VENDOR ORDER AND AGES EVERY ITEM NOT YET
      *PAID AGAINST THE RUN DATE. AN APPROVED ITEM IS PLACED IN ONE OF
      *FIVE COLUMNS BY ITS DUE DATE - OVERDUE MORE THAN 30 DAYS,
      *OVERDUE 1 TO 30 DAYS, DUE IN THE NEXT 7 DAYS (INCLUDING TODAY),
      *DUE IN 8 TO 30 DAYS AND DUE IN MORE THAN 30 DAYS. A HELD ITEM
      *IS SHOWN IN A SEPARATE HELD COLUMN WITH ITS HOLD REASON AND IS
      *NOT COUNTED AS PAYABLE. THE RUN DATE IS TODAY UNLESS A YYYYMMDD
      *DATE IS GIVEN ON THE COMMAND LINE.
      ******************************************************************
      *INPUT:
      *1. APOPEN.DAT - AP OPEN ITEMS (DUE DATE, AMOUNT, STATUS)
      *2. VENDMAST.DAT - VENDOR NAME
      ******************************************************************
      *REPORT OUTPUT (AP PAYMENTS DUE.txt):
      *1. VENDOR ID AND NAME
      *2. ONE LINE PER OPEN ITEM - INVOICE, PO, PRODUCT, DUE DATE,
      *   DAYS OVERDUE AND THE AMOUNT IN ITS AGING COLUMN
      *3. VENDOR TOTAL BY AGING COLUMN
      *4. REPORT TOTAL BY AGING COLUMN
      *5. FINAL TOTALS - VENDORS, ITEMS PAYABLE, ITEMS HELD, AMOUNT
      *   PAYABLE, AMOUNT OVERDUE AND AMOUNT HELD
      ******************************************************************


      ************************ENVIRONMENT DIVISION**********************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. OCEANBLUE.
       OBJECT-COMPUTER. OCEANBLUE.


       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT AP-FILE ASSIGN TO 'APOPEN.DAT'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS AP-KEY
           FILE STATUS IS WS-AP-STATUS.

           SELECT VENDOR-FILE ASSIGN TO 'VENDMAST.DAT'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS VEN-VENDOR-ID
           FILE STATUS IS WS-VEN-STATUS.

           SELECT REPORT-FILE ASSIGN TO 'AP PAYMENTS DUE.txt'
           .


      ***********************DATA DIVISION******************************
       DATA DIVISION.
       FILE SECTION.

           FD AP-FILE.
           01 AP-OPEN-ITEM-RECORD.
              05 AP-KEY.
                 10 AP-VENDOR-ID                        PIC X(5).
                 10 AP-INVOICE-NUMBER                   PIC X(10).
                 10 AP-PO-NUMBER                        PIC 9(6).
                 10 AP-PRODUCT-ID                       PIC X(3).
              05 AP-INVOICE-DATE                        PIC 9(8).
              05 AP-DUE-DATE                            PIC 9(8).
              05 AP-QTY-BILLED                          PIC 9(6).
              05 AP-UNIT-PRICE                          PIC 999V99.
              05 AP-AMOUNT                              PIC 9(7)V99.
              05 AP-STATUS                              PIC X.
              05 AP-HOLD-REASON                         PIC X(20).
              05 AP-MATCH-DATE                          PIC 9(8).

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

           FD REPORT-FILE.
           01 REPORT-RECORD                            PIC X(132).

       WORKING-STORAGE SECTION.

           01 WS-WORK-AREAS.
              05 PROPER-SPACING    PIC 9(2) VALUE 0.
              05 LINE-NUM          PIC 9(2) VALUE 10.
              05 WS-AP-STATUS      PIC X(2) VALUE '00'.
              05 WS-VEN-STATUS     PIC X(2) VALUE '00'.
              05 WS-VEN-AVAILABLE  PIC X(3) VALUE 'NO'.
              05 WS-AP-EOF         PIC X(3) VALUE 'NO'.
              05 WS-PREV-VENDOR-ID PIC X(5) VALUE LOW-VALUES.
              05 WS-TODAY-NUMBER   PIC 9(7) VALUE ZEROES.
              05 WS-DAYS-PAST-DUE  PIC S9(5) VALUE ZEROES.
              05 WS-BUCKET         PIC 9 VALUE ZEROES.
              05 WS-SUB            PIC 9 VALUE ZEROES.
              05 WS-VENDOR-ITEMS   PIC 9(5) VALUE ZEROES.
              05 WS-VENDOR-COUNT   PIC 9(5) VALUE ZEROES.
              05 WS-ITEMS-PAYABLE  PIC 9(5) VALUE ZEROES.
              05 WS-ITEMS-HELD     PIC 9(5) VALUE ZEROES.
              05 WS-AMOUNT-PAYABLE PIC 9(9)V99 VALUE ZEROES.
              05 WS-AMOUNT-OVERDUE PIC 9(9)V99 VALUE ZEROES.

           01 WS-VENDOR-BUCKETS.
              05 WS-VENDOR-BUCKET  PIC 9(9)V99 OCCURS 6 TIMES.

           01 WS-REPORT-BUCKETS.
              05 WS-REPORT-BUCKET  PIC 9(9)V99 OCCURS 6 TIMES.

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
                                             'AP AGING - PAYMENTS DUE'.
               05                  PIC X(18) VALUE SPACES.
               05                  PIC X(3) VALUE 'TSB'.

           01 HEADING-LINE3.
               05                  PIC X(51) VALUE SPACES.
               05                  PIC X(7) VALUE 'OVERDUE'.
               05                  PIC X(6) VALUE SPACES.
               05                  PIC X(7) VALUE 'OVERDUE'.
               05                  PIC X(7) VALUE SPACES.
               05                  PIC X(6) VALUE 'DUE IN'.
               05                  PIC X(7) VALUE SPACES.
               05                  PIC X(6) VALUE 'DUE IN'.
               05                  PIC X(7) VALUE SPACES.
               05                  PIC X(6) VALUE 'DUE IN'.
               05                  PIC X(9) VALUE SPACES.
               05                  PIC X(4) VALUE 'HELD'.

           01 HEADING-LINE4.
               05                  PIC X(2) VALUE SPACES.
               05                  PIC X(7) VALUE 'INVOICE'.
               05                  PIC X(5) VALUE SPACES.
               05                  PIC X(6) VALUE 'PO NO.'.
               05                  PIC X(2) VALUE SPACES.
               05                  PIC X(4) VALUE 'PROD'.
               05                  PIC X VALUE SPACES.
               05                  PIC X(8) VALUE 'DUE DATE'.
               05                  PIC X(3) VALUE SPACES.
               05                  PIC X(8) VALUE 'DAYS O/D'.
               05                  PIC X(4) VALUE SPACES.
               05                  PIC X(8) VALUE '31+ DAYS'.
               05                  PIC X(4) VALUE SPACES.
               05                  PIC X(9) VALUE '1-30 DAYS'.
               05                  PIC X(5) VALUE SPACES.
               05                  PIC X(8) VALUE '0-7 DAYS'.
               05                  PIC X(4) VALUE SPACES.
               05                  PIC X(9) VALUE '8-30 DAYS'.
               05                  PIC X(5) VALUE SPACES.
               05                  PIC X(8) VALUE '31+ DAYS'.
               05                  PIC X(2) VALUE SPACES.
               05                  PIC X(11) VALUE 'NOT PAYABLE'.

           01 WS-EDIT-DATE.
               05 ED-MONTH         PIC 9(2).
               05                  PIC X VALUE '/'.
               05 ED-DAY           PIC 9(2).
               05                  PIC X VALUE '/'.
               05 ED-YEAR          PIC 9(4).

           01 VENDOR-LINE.
               05                    PIC X(2) VALUE SPACES.
               05                    PIC X(7) VALUE 'VENDOR '.
               05 VL-VENDOR-ID       PIC X(5).
               05                    PIC X(2) VALUE SPACES.
               05 VL-NAME            PIC X(25).

           01 ITEM-DETAIL-LINE.
               05                    PIC X(2) VALUE SPACES.
               05 IDL-INVOICE-NUMBER PIC X(10).
               05                    PIC X(2) VALUE SPACES.
               05 IDL-PO-NUMBER      PIC 9(6).
               05                    PIC X(2) VALUE SPACES.
               05 IDL-PRODUCT-ID     PIC X(3).
               05                    PIC X(2) VALUE SPACES.
               05 IDL-DUE-DATE       PIC X(10).
               05                    PIC X VALUE SPACES.
               05 IDL-DAYS-OUT       PIC ZZ,ZZ9-.
               05 IDL-BUCKET-AREA.
                  10 IDL-BUCKET      OCCURS 6 TIMES.
                     15              PIC X.
                     15 IDL-AMOUNT-OUT PIC Z,ZZZ,ZZ9.99.

           01 HOLD-REASON-LINE.
               05                    PIC X(14) VALUE SPACES.
               05                    PIC X(6) VALUE 'HELD: '.
               05 HRL-REASON         PIC X(20).

           01 BUCKET-TOTAL-LINE.
               05                    PIC X(2) VALUE SPACES.
               05 BTL-LABEL          PIC X(12).
               05                    PIC X(2) VALUE SPACES.
               05                    PIC X(7) VALUE 'ITEMS: '.
               05 BTL-ITEMS-OUT      PIC ZZ,ZZ9.
               05                    PIC X(16) VALUE SPACES.
               05 BTL-BUCKET-AREA.
                  10 BTL-BUCKET      OCCURS 6 TIMES.
                     15              PIC X.
                     15 BTL-AMOUNT-OUT PIC Z,ZZZ,ZZ9.99.

           01 NONE-LINE.
               05                    PIC X(2) VALUE SPACES.
               05                    PIC X(25) VALUE
                                     'NO OPEN PAYABLE ITEMS'.

           01 TOTAL-VENDORS-LINE.
               05                    PIC X(24) VALUE SPACES.
               05                    PIC X(24) VALUE
                                            'VENDORS WITH OPEN ITEMS:'.
               05                    PIC X(10) VALUE SPACES.
               05 TS-VENDORS-OUT     PIC ZZ,ZZ9.

           01 TOTAL-PAYABLE-LINE.
               05                    PIC X(34) VALUE SPACES.
               05                    PIC X(14) VALUE 'ITEMS PAYABLE:'.
               05                    PIC X(10) VALUE SPACES.
               05 TS-PAYABLE-OUT     PIC ZZ,ZZ9.
               05                    PIC X(4) VALUE SPACES.
               05 TS-PAYABLE-AMT     PIC ZZZ,ZZZ,ZZ9.99.

           01 TOTAL-OVERDUE-LINE.
               05                    PIC X(33) VALUE SPACES.
               05                    PIC X(15) VALUE 'AMOUNT OVERDUE:'.
               05                    PIC X(20) VALUE SPACES.
               05 TS-OVERDUE-AMT     PIC ZZZ,ZZZ,ZZ9.99.

           01 TOTAL-HELD-LINE.
               05                    PIC X(37) VALUE SPACES.
               05                    PIC X(11) VALUE 'ITEMS HELD:'.
               05                    PIC X(10) VALUE SPACES.
               05 TS-HELD-OUT        PIC ZZ,ZZ9.
               05                    PIC X(4) VALUE SPACES.
               05 TS-HELD-AMT        PIC ZZZ,ZZZ,ZZ9.99.

      *************************PROCEDURE DIVISION***********************
       PROCEDURE DIVISION.

       100-MAIN-MODULE.
           PERFORM 125-HOUSEKEEPING
           PERFORM 150-PRINT-OPEN-ITEMS
           PERFORM 190-WRITE-FINAL-TOTALS
           PERFORM 200-CLOSE-ROUTINE
           .

       125-HOUSEKEEPING.
           OPEN INPUT AP-FILE
           IF WS-AP-STATUS NOT = '00'
              DISPLAY 'APDUE: UNABLE TO OPEN APOPEN.DAT - STATUS '
                       WS-AP-STATUS
              STOP RUN
           END-IF
           OPEN INPUT VENDOR-FILE
           IF WS-VEN-STATUS = '00'
              MOVE 'YES' TO WS-VEN-AVAILABLE
           ELSE
              DISPLAY 'APDUE: VENDMAST.DAT NOT AVAILABLE - STATUS '
                       WS-VEN-STATUS ' - VENDOR NAMES NOT PRINTED'
           END-IF
           PERFORM 130-DATE-ROUTINE
           MOVE WS-DATE TO WS-DATE-WORK
           PERFORM 142-COMPUTE-DAY-NUMBER
           MOVE WS-DAY-NUMBER TO WS-TODAY-NUMBER
           MOVE ZEROES TO WS-VENDOR-BUCKETS WS-REPORT-BUCKETS
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
           WRITE REPORT-RECORD FROM HEADING-LINE4
             AFTER ADVANCING PROPER-SPACING
           MOVE SPACES TO REPORT-RECORD
           WRITE REPORT-RECORD
             AFTER ADVANCING PROPER-SPACING
           MOVE 10 TO LINE-NUM
           .

       150-PRINT-OPEN-ITEMS.
           PERFORM 145-HEADING-ROUTINE
           PERFORM UNTIL WS-AP-EOF = 'YES'
             READ AP-FILE
               AT END
                  MOVE 'YES' TO WS-AP-EOF
                  IF WS-VENDOR-COUNT > ZEROES
                     PERFORM 153-VENDOR-TOTAL
                  END-IF
               NOT AT END
                  IF AP-STATUS = 'A' OR AP-STATUS = 'H'
                     PERFORM 151-ITEM-DETAIL
                  END-IF
             END-READ
           END-PERFORM
           IF WS-VENDOR-COUNT = ZEROES
              MOVE NONE-LINE TO REPORT-RECORD
              PERFORM 185-PRINT-LINE
           ELSE
              MOVE 'REPORT TOTAL' TO BTL-LABEL
              ADD WS-ITEMS-PAYABLE WS-ITEMS-HELD GIVING BTL-ITEMS-OUT
              MOVE WS-REPORT-BUCKETS TO WS-VENDOR-BUCKETS
              PERFORM 154-EDIT-BUCKETS
              MOVE BUCKET-TOTAL-LINE TO REPORT-RECORD
              PERFORM 185-PRINT-LINE
           END-IF
           .

       151-ITEM-DETAIL.
           IF AP-VENDOR-ID NOT = WS-PREV-VENDOR-ID
              IF WS-VENDOR-COUNT > ZEROES
                 PERFORM 153-VENDOR-TOTAL
              END-IF
              MOVE AP-VENDOR-ID TO WS-PREV-VENDOR-ID
              PERFORM 152-VENDOR-HEADING
           END-IF
           PERFORM 160-AGE-ITEM
           MOVE SPACES TO IDL-BUCKET-AREA
           MOVE AP-INVOICE-NUMBER TO IDL-INVOICE-NUMBER
           MOVE AP-PO-NUMBER TO IDL-PO-NUMBER
           MOVE AP-PRODUCT-ID TO IDL-PRODUCT-ID
           MOVE AP-DUE-DATE TO WS-DATE-WORK
           PERFORM 140-EDIT-DATE
           MOVE WS-EDIT-DATE TO IDL-DUE-DATE
           MOVE WS-DAYS-PAST-DUE TO IDL-DAYS-OUT
           MOVE AP-AMOUNT TO IDL-AMOUNT-OUT (WS-BUCKET)
           MOVE ITEM-DETAIL-LINE TO REPORT-RECORD
           PERFORM 185-PRINT-LINE
           IF AP-STATUS = 'H'
              MOVE AP-HOLD-REASON TO HRL-REASON
              MOVE HOLD-REASON-LINE TO REPORT-RECORD
              PERFORM 185-PRINT-LINE
           END-IF
           ADD 1 TO WS-VENDOR-ITEMS
           ADD AP-AMOUNT TO WS-VENDOR-BUCKET (WS-BUCKET)
                            WS-REPORT-BUCKET (WS-BUCKET)
           .

       152-VENDOR-HEADING.
           ADD 1 TO WS-VENDOR-COUNT
           MOVE ZEROES TO WS-VENDOR-ITEMS WS-VENDOR-BUCKETS
           MOVE AP-VENDOR-ID TO VL-VENDOR-ID
           MOVE '*** NOT ON VENDOR MASTER' TO VL-NAME
           IF WS-VEN-AVAILABLE = 'YES'
              MOVE AP-VENDOR-ID TO VEN-VENDOR-ID
              READ VENDOR-FILE KEY IS VEN-VENDOR-ID
                INVALID KEY
                   CONTINUE
                NOT INVALID KEY
                   MOVE VEN-NAME TO VL-NAME
              END-READ
           END-IF
           IF LINE-NUM >= 50
              PERFORM 195-NEW-PAGE
           END-IF
           MOVE VENDOR-LINE TO REPORT-RECORD
           PERFORM 185-PRINT-LINE
           MOVE SPACES TO REPORT-RECORD
           PERFORM 185-PRINT-LINE
           .

       153-VENDOR-TOTAL.
           MOVE 'VENDOR TOTAL' TO BTL-LABEL
           MOVE WS-VENDOR-ITEMS TO BTL-ITEMS-OUT
           PERFORM 154-EDIT-BUCKETS
           MOVE BUCKET-TOTAL-LINE TO REPORT-RECORD
           PERFORM 185-PRINT-LINE
           MOVE SPACES TO REPORT-RECORD
           PERFORM 185-PRINT-LINE
           .

       154-EDIT-BUCKETS.
           MOVE SPACES TO BTL-BUCKET-AREA
           PERFORM VARYING WS-SUB FROM 1 BY 1 UNTIL WS-SUB > 6
             MOVE WS-VENDOR-BUCKET (WS-SUB) TO BTL-AMOUNT-OUT (WS-SUB)
           END-PERFORM
           .

       160-AGE-ITEM.
           MOVE AP-DUE-DATE TO WS-DATE-WORK
           PERFORM 142-COMPUTE-DAY-NUMBER
           COMPUTE WS-DAYS-PAST-DUE = WS-TODAY-NUMBER - WS-DAY-NUMBER
           IF AP-STATUS = 'H'
              MOVE 6 TO WS-BUCKET
              ADD 1 TO WS-ITEMS-HELD
           ELSE
              EVALUATE TRUE
                WHEN WS-DAYS-PAST-DUE > 30
                   MOVE 1 TO WS-BUCKET
                WHEN WS-DAYS-PAST-DUE > 0
                   MOVE 2 TO WS-BUCKET
                WHEN WS-DAYS-PAST-DUE >= -7
                   MOVE 3 TO WS-BUCKET
                WHEN WS-DAYS-PAST-DUE >= -30
                   MOVE 4 TO WS-BUCKET
                WHEN OTHER
                   MOVE 5 TO WS-BUCKET
              END-EVALUATE
              ADD 1 TO WS-ITEMS-PAYABLE
              ADD AP-AMOUNT TO WS-AMOUNT-PAYABLE
              IF WS-BUCKET < 3
                 ADD AP-AMOUNT TO WS-AMOUNT-OVERDUE
              END-IF
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
           MOVE WS-ITEMS-PAYABLE TO TS-PAYABLE-OUT
           MOVE WS-AMOUNT-PAYABLE TO TS-PAYABLE-AMT
           MOVE TOTAL-PAYABLE-LINE TO REPORT-RECORD
           WRITE REPORT-RECORD
             AFTER ADVANCING PROPER-SPACING
           MOVE WS-AMOUNT-OVERDUE TO TS-OVERDUE-AMT
           MOVE TOTAL-OVERDUE-LINE TO REPORT-RECORD
           WRITE REPORT-RECORD
             AFTER ADVANCING PROPER-SPACING
           MOVE WS-ITEMS-HELD TO TS-HELD-OUT
           MOVE WS-REPORT-BUCKET (6) TO TS-HELD-AMT
           MOVE TOTAL-HELD-LINE TO REPORT-RECORD
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
           CLOSE AP-FILE
                 REPORT-FILE
           IF WS-VEN-AVAILABLE = 'YES'
              CLOSE VENDOR-FILE
           END-IF
           STOP RUN
           .
