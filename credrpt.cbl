      ******************************************************************
      * Author: Tyler
      * Date: 10/15/2026
      * Purpose: list the customers who are over their credit limit or
      *          within ten percent of it
      * Tectonics: cobc -xo CREDRPT.exe --std=mf  CREDRPT.cbl
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CREDRPT.
      **************************COMMENT SECTION*************************
      *THIS PROGRAM READS THE CUSTOMER MASTER AND, FOR EVERY CUSTOMER
      *WITH A CREDIT LIMIT, COMPARES THE OUTSTANDING BALANCE ON
      *CUSTBAL.DAT (WHICH INCLUDES THE DAY'S ACTIVITY ONCE THE
      *STATEMENT RUN HAS POSTED) AGAINST THE LIMIT. CUSTOMERS OVER THE
      *LIMIT OR WITHIN TEN PERCENT OF IT ARE LISTED WITH THE 60 AND 90
      *DAY AMOUNTS SO THE CREDIT DESK CAN DECIDE WHO TO PUT ON HOLD.
      *A ZERO CREDIT LIMIT MEANS NO LIMIT AND THE CUSTOMER IS SKIPPED.
      *THE RUN DATE IS TAKEN FROM THE COMMAND LINE (YYYYMMDD) WHEN ONE
      *IS GIVEN, OTHERWISE THE SYSTEM DATE IS USED.
      ******************************************************************
      *CUSTOMER MASTER INPUT (CUSTMAST.DAT):
      *1. CUSTOMER ID AND NAME
      *2. STATUS (A=ACTIVE I=INACTIVE)
      *3. CREDIT LIMIT AND CREDIT HOLD FLAG
      ******************************************************************
      *CUSTOMER BALANCE INPUT (CUSTBAL.DAT):
      *1. CUSTOMER ID
      *2. BALANCE
      *3. AGING BUCKETS (CURRENT, 30, 60, 90 DAYS)
      ******************************************************************
      *CREDIT EXPOSURE REPORT OUTPUT:
      *1. CUSTOMER ID AND NAME
      *2. CREDIT LIMIT AND BALANCE
      *3. PERCENT OF LIMIT USED
      *4. 60 DAY AND 90 DAY AMOUNTS
      *5. CREDIT HOLD FLAG
      *6. OVER LIMIT OR NEAR LIMIT
      *7. FINAL TOTALS - CUSTOMERS WITH A LIMIT, OVER AND NEAR LIMIT
      *   COUNTS, AMOUNT OVER LIMIT
      ******************************************************************
      *CALCULATIONS:
      *PERCENT USED: BALANCE * 100 / CREDIT LIMIT
      *NEAR LIMIT: BALANCE AT OR ABOVE 90 PERCENT OF THE LIMIT
      *AMOUNT OVER LIMIT: BALANCE - CREDIT LIMIT
      ******************************************************************


      ************************ENVIRONMENT DIVISION**********************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. OCEANBLUE.
       OBJECT-COMPUTER. OCEANBLUE.


       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CUSTOMER-FILE ASSIGN TO 'CUSTMAST.DAT'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CM-CUSTOMER-ID
           FILE STATUS IS WS-CM-STATUS.

           SELECT BALANCE-FILE ASSIGN TO 'CUSTBAL.DAT'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CB-CUSTOMER-ID
           FILE STATUS IS WS-BAL-STATUS.

           SELECT REPORT-FILE ASSIGN TO 'CREDIT EXPOSURE REPORT.txt'
           .


      ***********************DATA DIVISION******************************
       DATA DIVISION.
       FILE SECTION.

           FD CUSTOMER-FILE.
           01 CUSTOMER-MASTER-RECORD.
              05 CM-CUSTOMER-ID                        PIC 9(5).
              05 CM-NAME                                PIC X(25).
              05 CM-ADDRESS-1                           PIC X(25).
              05 CM-ADDRESS-2                           PIC X(25).
              05 CM-ADDRESS-3                           PIC X(25).
              05 CM-STATUS                              PIC X.
              05 CM-CREDIT-LIMIT                        PIC 9(7)V99.
              05 CM-CREDIT-HOLD                         PIC X.

           FD BALANCE-FILE.
           01 CUSTOMER-BALANCE-RECORD.
              05 CB-CUSTOMER-ID                        PIC 9(5).
              05 CB-BALANCE                             PIC S9(9)V99.
              05 CB-AGE-CURRENT                         PIC S9(9)V99.
              05 CB-AGE-30                              PIC S9(9)V99.
              05 CB-AGE-60                              PIC S9(9)V99.
              05 CB-AGE-90                              PIC S9(9)V99.
              05 CB-PERIOD-PAYMENTS                     PIC S9(9)V99.
              05 CB-LAST-STMT-DATE                      PIC 9(8).

           FD REPORT-FILE.
           01 REPORT-RECORD                            PIC X(120).

       WORKING-STORAGE SECTION.

           01 WS-WORK-AREAS.
              05 PROPER-SPACING    PIC 9(2) VALUE 0.
              05 LINE-NUM          PIC 9(2) VALUE 10.
              05 WS-CM-STATUS      PIC X(2) VALUE '00'.
              05 WS-BAL-STATUS     PIC X(2) VALUE '00'.
              05 WS-CM-EOF         PIC X(3) VALUE 'NO'.
              05 WS-BAL-ON-FILE    PIC X(3) VALUE 'NO'.
              05 WS-EXPOSURE       PIC S9(9)V99 VALUE ZEROES.
              05 WS-NEAR-THRESHOLD PIC 9(7)V99 VALUE ZEROES.
              05 WS-PCT-USED       PIC S9(5) VALUE ZEROES.
              05 WS-OVER-AMOUNT    PIC S9(9)V99 VALUE ZEROES.
              05 WS-LIMIT-COUNT    PIC 9(5) VALUE ZEROES.
              05 WS-OVER-COUNT     PIC 9(5) VALUE ZEROES.
              05 WS-NEAR-COUNT     PIC 9(5) VALUE ZEROES.
              05 WS-TOTAL-OVER     PIC S9(9)V99 VALUE ZEROES.
              05 WS-TOTAL-AGE-60   PIC S9(9)V99 VALUE ZEROES.
              05 WS-TOTAL-AGE-90   PIC S9(9)V99 VALUE ZEROES.

           01 WS-DATE.
               05 WS-YEAR          PIC 9(4).
               05 WS-MONTH         PIC 9(2).
               05 WS-DAY           PIC 9(2).

           01 WS-ARG-DATE          PIC X(8).

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
               05                  PIC X(22) VALUE
                                             'CREDIT EXPOSURE REPORT'.
               05                  PIC X(20) VALUE SPACES.
               05                  PIC X(3) VALUE 'TSB'.

           01 COLUMN-HEADING-LINE.
               05                  PIC X(2) VALUE SPACES.
               05                  PIC X(4) VALUE 'CUST'.
               05                  PIC X(3) VALUE SPACES.
               05                  PIC X(4) VALUE 'NAME'.
               05                  PIC X(30) VALUE SPACES.
               05                  PIC X(5) VALUE 'LIMIT'.
               05                  PIC X(8) VALUE SPACES.
               05                  PIC X(7) VALUE 'BALANCE'.
               05                  PIC X(2) VALUE SPACES.
               05                  PIC X(4) VALUE 'USED'.
               05                  PIC X(9) VALUE SPACES.
               05                  PIC X(7) VALUE '60 DAYS'.
               05                  PIC X(7) VALUE SPACES.
               05                  PIC X(7) VALUE '90 DAYS'.
               05                  PIC X(2) VALUE SPACES.
               05                  PIC X(4) VALUE 'HOLD'.
               05                  PIC X(3) VALUE SPACES.
               05                  PIC X(6) VALUE 'STATUS'.

           01 DETAIL-LINE.
               05                    PIC X(2) VALUE SPACES.
               05 DL-CUSTOMER-ID     PIC 9(5).
               05                    PIC X(2) VALUE SPACES.
               05 DL-NAME            PIC X(25).
               05                    PIC X(2) VALUE SPACES.
               05 DL-LIMIT-OUT       PIC Z,ZZZ,ZZ9.99.
               05                    PIC X(2) VALUE SPACES.
               05 DL-BALANCE-OUT     PIC -Z,ZZZ,ZZ9.99.
               05                    PIC X(2) VALUE SPACES.
               05 DL-PCT-USED-OUT    PIC ZZZ9.
               05                    PIC X VALUE '%'.
               05                    PIC X(2) VALUE SPACES.
               05 DL-AGE-60-OUT      PIC -Z,ZZZ,ZZ9.99.
               05                    PIC X(2) VALUE SPACES.
               05 DL-AGE-90-OUT      PIC -Z,ZZZ,ZZ9.99.
               05                    PIC X(3) VALUE SPACES.
               05 DL-HOLD            PIC X.
               05                    PIC X(4) VALUE SPACES.
               05 DL-FLAG            PIC X(10).

           01 NONE-LINE.
               05                    PIC X(2) VALUE SPACES.
               05                    PIC X(38) VALUE
                              'NO CUSTOMERS OVER OR NEAR CREDIT LIMIT'.

           01 TOTAL-LIMIT-LINE.
               05                    PIC X(21) VALUE SPACES.
               05                    PIC X(26) VALUE
                                        'CUSTOMERS WITH A LIMIT:   '.
               05                    PIC X(9) VALUE SPACES.
               05 TS-LIMIT-COUNT-OUT PIC ZZ,ZZ9.

           01 TOTAL-OVER-LINE.
               05                    PIC X(28) VALUE SPACES.
               05                    PIC X(19) VALUE
                                                 'OVER CREDIT LIMIT: '.
               05                    PIC X(9) VALUE SPACES.
               05 TS-OVER-COUNT-OUT  PIC ZZ,ZZ9.

           01 TOTAL-NEAR-LINE.
               05                    PIC X(17) VALUE SPACES.
               05                    PIC X(30) VALUE
                                    'WITHIN TEN PERCENT OF LIMIT:  '.
               05                    PIC X(9) VALUE SPACES.
               05 TS-NEAR-COUNT-OUT  PIC ZZ,ZZ9.

           01 TOTAL-AMOUNT-LINE.
               05                    PIC X(26) VALUE SPACES.
               05                    PIC X(21) VALUE
                                               'AMOUNT OVER LIMITS:  '.
               05 TS-OVER-AMOUNT-OUT PIC -ZZZ,ZZZ,ZZ9.99.

           01 TOTAL-AGE-60-LINE.
               05                    PIC X(23) VALUE SPACES.
               05                    PIC X(24) VALUE
                                            'LISTED 60 DAY AMOUNTS:  '.
               05 TS-AGE-60-OUT      PIC -ZZZ,ZZZ,ZZ9.99.

           01 TOTAL-AGE-90-LINE.
               05                    PIC X(23) VALUE SPACES.
               05                    PIC X(24) VALUE
                                            'LISTED 90 DAY AMOUNTS:  '.
               05 TS-AGE-90-OUT      PIC -ZZZ,ZZZ,ZZ9.99.

      *************************PROCEDURE DIVISION***********************
       PROCEDURE DIVISION.

       100-MAIN-MODULE.
           PERFORM 125-HOUSEKEEPING
           PERFORM 145-HEADING-ROUTINE
           PERFORM UNTIL WS-CM-EOF = 'YES'
             READ CUSTOMER-FILE NEXT RECORD
               AT END
                  MOVE 'YES' TO WS-CM-EOF
               NOT AT END
                  IF CM-CREDIT-LIMIT IS NUMERIC
                  AND CM-CREDIT-LIMIT > ZEROES
                     PERFORM 150-CHECK-CUSTOMER
                  END-IF
             END-READ
           END-PERFORM
           IF WS-OVER-COUNT = ZEROES
           AND WS-NEAR-COUNT = ZEROES
              MOVE NONE-LINE TO REPORT-RECORD
              PERFORM 185-PRINT-LINE
           END-IF
           PERFORM 190-WRITE-FINAL-TOTALS
           PERFORM 200-CLOSE-ROUTINE
           .

       125-HOUSEKEEPING.
           OPEN INPUT CUSTOMER-FILE
           IF WS-CM-STATUS NOT = '00'
              DISPLAY 'CREDRPT: UNABLE TO OPEN CUSTMAST.DAT - STATUS '
                       WS-CM-STATUS
              STOP RUN
           END-IF
           OPEN INPUT BALANCE-FILE
           IF WS-BAL-STATUS NOT = '00'
              DISPLAY 'CREDRPT: UNABLE TO OPEN CUSTBAL.DAT - STATUS '
                       WS-BAL-STATUS
              STOP RUN
           END-IF
           OPEN OUTPUT REPORT-FILE
           PERFORM 130-DATE-ROUTINE
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

       145-HEADING-ROUTINE.
           MOVE 1 TO PROPER-SPACING
           WRITE REPORT-RECORD FROM HEADING-LINE1
             AFTER ADVANCING PROPER-SPACING
           WRITE REPORT-RECORD FROM HEADING-LINE2
             AFTER ADVANCING PROPER-SPACING
           MOVE 3 TO PROPER-SPACING
           WRITE REPORT-RECORD FROM COLUMN-HEADING-LINE
             AFTER ADVANCING PROPER-SPACING
           MOVE 1 TO PROPER-SPACING
           MOVE SPACES TO REPORT-RECORD
           WRITE REPORT-RECORD
             AFTER ADVANCING PROPER-SPACING
           MOVE 10 TO LINE-NUM
           .

       150-CHECK-CUSTOMER.
           ADD 1 TO WS-LIMIT-COUNT
           MOVE ZEROES TO WS-EXPOSURE
           MOVE CM-CUSTOMER-ID TO CB-CUSTOMER-ID
           READ BALANCE-FILE KEY IS CB-CUSTOMER-ID
             INVALID KEY
                MOVE 'NO' TO WS-BAL-ON-FILE
             NOT INVALID KEY
                MOVE 'YES' TO WS-BAL-ON-FILE
                MOVE CB-BALANCE TO WS-EXPOSURE
           END-READ
           IF WS-BAL-ON-FILE = 'NO'
              MOVE ZEROES TO CB-AGE-60 CB-AGE-90
           END-IF
           COMPUTE WS-NEAR-THRESHOLD ROUNDED = CM-CREDIT-LIMIT * 0.9
           IF WS-EXPOSURE > CM-CREDIT-LIMIT
              MOVE 'OVER LIMIT' TO DL-FLAG
              ADD 1 TO WS-OVER-COUNT
              SUBTRACT CM-CREDIT-LIMIT FROM WS-EXPOSURE
                GIVING WS-OVER-AMOUNT
              ADD WS-OVER-AMOUNT TO WS-TOTAL-OVER
              PERFORM 160-WRITE-DETAIL
           ELSE
              IF WS-EXPOSURE >= WS-NEAR-THRESHOLD
                 MOVE 'NEAR LIMIT' TO DL-FLAG
                 ADD 1 TO WS-NEAR-COUNT
                 PERFORM 160-WRITE-DETAIL
              END-IF
           END-IF
           .

       160-WRITE-DETAIL.
           MOVE CM-CUSTOMER-ID TO DL-CUSTOMER-ID
           MOVE CM-NAME TO DL-NAME
           MOVE CM-CREDIT-LIMIT TO DL-LIMIT-OUT
           MOVE WS-EXPOSURE TO DL-BALANCE-OUT
           COMPUTE WS-PCT-USED ROUNDED =
               WS-EXPOSURE * 100 / CM-CREDIT-LIMIT
           MOVE WS-PCT-USED TO DL-PCT-USED-OUT
           MOVE CB-AGE-60 TO DL-AGE-60-OUT
           MOVE CB-AGE-90 TO DL-AGE-90-OUT
           IF CM-CREDIT-HOLD = 'Y'
              MOVE 'Y' TO DL-HOLD
           ELSE
              MOVE 'N' TO DL-HOLD
           END-IF
           MOVE DETAIL-LINE TO REPORT-RECORD
           PERFORM 185-PRINT-LINE
           ADD CB-AGE-60 TO WS-TOTAL-AGE-60
           ADD CB-AGE-90 TO WS-TOTAL-AGE-90
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
           MOVE WS-LIMIT-COUNT TO TS-LIMIT-COUNT-OUT
           MOVE TOTAL-LIMIT-LINE TO REPORT-RECORD
           MOVE 2 TO PROPER-SPACING
           WRITE REPORT-RECORD
             AFTER ADVANCING PROPER-SPACING
           MOVE 1 TO PROPER-SPACING
           MOVE WS-OVER-COUNT TO TS-OVER-COUNT-OUT
           MOVE TOTAL-OVER-LINE TO REPORT-RECORD
           WRITE REPORT-RECORD
             AFTER ADVANCING PROPER-SPACING
           MOVE WS-NEAR-COUNT TO TS-NEAR-COUNT-OUT
           MOVE TOTAL-NEAR-LINE TO REPORT-RECORD
           WRITE REPORT-RECORD
             AFTER ADVANCING PROPER-SPACING
           MOVE WS-TOTAL-OVER TO TS-OVER-AMOUNT-OUT
           MOVE TOTAL-AMOUNT-LINE TO REPORT-RECORD
           WRITE REPORT-RECORD
             AFTER ADVANCING PROPER-SPACING
           MOVE WS-TOTAL-AGE-60 TO TS-AGE-60-OUT
           MOVE TOTAL-AGE-60-LINE TO REPORT-RECORD
           WRITE REPORT-RECORD
             AFTER ADVANCING PROPER-SPACING
           MOVE WS-TOTAL-AGE-90 TO TS-AGE-90-OUT
           MOVE TOTAL-AGE-90-LINE TO REPORT-RECORD
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
           CLOSE CUSTOMER-FILE
                 BALANCE-FILE
                 REPORT-FILE
           STOP RUN
           .
