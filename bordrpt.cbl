      ******************************************************************
      * Author: Tyler
      * Date: 10/15/2026
      * Purpose: list open backorders by product and by customer and
      *          the backorders filled out of today's receipts
      * Tectonics: cobc -xo BORDRPT.exe --std=mf  BORDRPT.cbl
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BORDRPT.
      **************************COMMENT SECTION*************************
      *THIS PROGRAM READS THE BACKORDER FILE BUILT BY THE SALES REPORT
      *RUN (SALES BIGGER THAN THE STOCK ON HAND) AND FILLED BY THE
      *INVENTORY POSTING RUN (RECEIPTS ALLOCATED OLDEST FIRST), AND
      *PRINTS WHAT IS STILL OWED TO CUSTOMERS TWO WAYS - BY PRODUCT
      *FOR THE BUYER AND BY CUSTOMER FOR THE SALES DESK - FOLLOWED BY
      *THE BACKORDERS THAT WERE FILLED ON THE RUN DATE SO THEY CAN BE
      *PICKED AND SHIPPED.
      *THE RUN DATE IS TAKEN FROM THE COMMAND LINE (YYYYMMDD) WHEN ONE
      *IS GIVEN, OTHERWISE THE SYSTEM DATE IS USED.
      ******************************************************************
      *BACKORDER FILE INPUT (BACKORD.DAT):
      *1. PRODUCT ID, CUSTOMER ID AND LOCATION (KEY)
      *2. ORDER DATE AND SALES RUN NUMBER
      *3. OPEN QUANTITY AND FILLED QUANTITY
      *4. LAST FILL DATE AND QUANTITY
      *5. STATUS (O=OPEN F=FILLED)
      ******************************************************************
      *BACKORDER REPORT OUTPUT:
      *1. OPEN BACKORDERS BY PRODUCT WITH PRODUCT TOTALS
      *2. OPEN BACKORDERS BY CUSTOMER WITH CUSTOMER TOTALS
      *3. BACKORDERS FILLED ON THE RUN DATE
      *4. FINAL TOTALS
      ******************************************************************


      ************************ENVIRONMENT DIVISION**********************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. OCEANBLUE.
       OBJECT-COMPUTER. OCEANBLUE.


       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BACKORDER-FILE ASSIGN TO 'BACKORD.DAT'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS BO-KEY
           FILE STATUS IS WS-BO-STATUS.

           SELECT SORTED-BACKORDER-FILE ASSIGN TO 'PR2FA17.BSR'
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT SORT-WORK-FILE ASSIGN TO 'BOSORTWORK'.

           SELECT PRODUCT-FILE ASSIGN TO 'PRODMAST.DAT'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS PRD-PRODUCT-ID
           FILE STATUS IS WS-PRD-STATUS.

           SELECT CUSTOMER-FILE ASSIGN TO 'CUSTMAST.DAT'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CM-CUSTOMER-ID
           FILE STATUS IS WS-CM-STATUS.

           SELECT REPORT-FILE ASSIGN TO 'BACKORDER REPORT.txt'
           .


      ***********************DATA DIVISION******************************
       DATA DIVISION.
       FILE SECTION.

           FD BACKORDER-FILE.
           01 BACKORDER-RECORD.
              05 BO-KEY.
                 10 BO-PRODUCT-ID                       PIC X(3).
                 10 BO-CUSTOMER-ID                      PIC 9(5).
                 10 BO-LOCATION-ID                      PIC X(10).
              05 BO-ORDER-DATE                          PIC 9(8).
              05 BO-RUN-NUMBER                          PIC 9(4).
              05 BO-OPEN-QTY                            PIC 9(6).
              05 BO-FILLED-QTY                          PIC 9(6).
              05 BO-LAST-FILL-DATE                      PIC 9(8).
              05 BO-LAST-FILL-QTY                       PIC 9(6).
              05 BO-STATUS                              PIC X.

           FD SORTED-BACKORDER-FILE.
           01 SORTED-BACKORDER-RECORD.
              05 SBR-CUSTOMER-ID                        PIC 9(5).
              05 SBR-PRODUCT-ID                         PIC X(3).
              05 SBR-LOCATION-ID                        PIC X(10).
              05 SBR-ORDER-DATE                         PIC 9(8).
              05 SBR-RUN-NUMBER                         PIC 9(4).
              05 SBR-OPEN-QTY                           PIC 9(6).

           SD SORT-WORK-FILE.
           01 SORT-WORK-RECORD.
              05 SWR-CUSTOMER-ID                        PIC 9(5).
              05 SWR-PRODUCT-ID                         PIC X(3).
              05 SWR-LOCATION-ID                        PIC X(10).
              05 SWR-ORDER-DATE                         PIC 9(8).
              05 SWR-RUN-NUMBER                         PIC 9(4).
              05 SWR-OPEN-QTY                           PIC 9(6).

           FD PRODUCT-FILE.
           01 PRODUCT-RECORD.
              05 PRD-PRODUCT-ID                        PIC X(3).
              05 PRD-DESCRIPTION                        PIC X(14).
              05 PRD-LIST-PRICE                         PIC 999V99.

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

           FD REPORT-FILE.
           01 REPORT-RECORD                            PIC X(100).

       WORKING-STORAGE SECTION.

           01 WS-WORK-AREAS.
              05 EOF-FLAG          PIC X(3) VALUE 'YES'.
              05 PROPER-SPACING    PIC 9(2) VALUE 0.
              05 LINE-NUM          PIC 9(2) VALUE 10.
              05 WS-BO-STATUS      PIC X(2) VALUE '00'.
              05 WS-PRD-STATUS     PIC X(2) VALUE '00'.
              05 WS-CM-STATUS      PIC X(2) VALUE '00'.
              05 WS-PRD-AVAILABLE  PIC X(3) VALUE 'NO'.
              05 WS-CM-AVAILABLE   PIC X(3) VALUE 'NO'.
              05 WS-BO-EOF         PIC X(3) VALUE 'NO'.
              05 WS-SBR-EOF        PIC X(3) VALUE 'NO'.
              05 WS-PREV-PRODUCT-ID PIC X(3) VALUE SPACES.
              05 WS-PREV-CUSTOMER-ID PIC 9(5) VALUE ZEROES.
              05 WS-GROUP-LINES    PIC 9(5) VALUE ZEROES.
              05 WS-GROUP-QTY      PIC 9(7) VALUE ZEROES.
              05 WS-OPEN-LINES     PIC 9(5) VALUE ZEROES.
              05 WS-OPEN-QTY       PIC 9(7) VALUE ZEROES.
              05 WS-FILLED-LINES   PIC 9(5) VALUE ZEROES.
              05 WS-FILLED-QTY     PIC 9(7) VALUE ZEROES.
              05 WS-PRODUCT-NAME   PIC X(14) VALUE SPACES.
              05 WS-CUSTOMER-NAME  PIC X(25) VALUE SPACES.

           01 WS-DATE.
               05 WS-YEAR          PIC 9(4).
               05 WS-MONTH         PIC 9(2).
               05 WS-DAY           PIC 9(2).

           01 WS-ARG-DATE          PIC X(8).

           01 WS-DATE-WORK.
               05 WS-DW-YEAR       PIC 9(4).
               05 WS-DW-MONTH      PIC 9(2).
               05 WS-DW-DAY        PIC 9(2).

           01 WS-SECTION-HEADING   PIC X(100) VALUE SPACES.
           01 WS-COLUMN-HEADING    PIC X(100) VALUE SPACES.

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
               05                  PIC X(16) VALUE 'BACKORDER REPORT'.
               05                  PIC X(26) VALUE SPACES.
               05                  PIC X(3) VALUE 'TSB'.

           01 PRODUCT-SECTION-LINE.
               05                  PIC X(2) VALUE SPACES.
               05                  PIC X(26) VALUE
                                          'OPEN BACKORDERS BY PRODUCT'.

           01 CUSTOMER-SECTION-LINE.
               05                  PIC X(2) VALUE SPACES.
               05                  PIC X(27) VALUE
                                         'OPEN BACKORDERS BY CUSTOMER'.

           01 FILLED-SECTION-LINE.
               05                  PIC X(2) VALUE SPACES.
               05                  PIC X(24) VALUE
                                            'BACKORDERS FILLED TODAY'.

           01 PRODUCT-COLUMN-LINE.
               05                  PIC X(2) VALUE SPACES.
               05                  PIC X(4) VALUE 'PROD'.
               05                  PIC X VALUE SPACES.
               05                  PIC X(11) VALUE 'DESCRIPTION'.
               05                  PIC X(5) VALUE SPACES.
               05                  PIC X(4) VALUE 'CUST'.
               05                  PIC X(3) VALUE SPACES.
               05                  PIC X(4) VALUE 'NAME'.
               05                  PIC X(23) VALUE SPACES.
               05                  PIC X(8) VALUE 'LOCATION'.
               05                  PIC X(4) VALUE SPACES.
               05                  PIC X(7) VALUE 'ORDERED'.
               05                  PIC X(5) VALUE SPACES.
               05                  PIC X(3) VALUE 'RUN'.
               05                  PIC X(2) VALUE SPACES.
               05                  PIC X(8) VALUE 'OPEN QTY'.

           01 CUSTOMER-COLUMN-LINE.
               05                  PIC X(2) VALUE SPACES.
               05                  PIC X(4) VALUE 'CUST'.
               05                  PIC X(3) VALUE SPACES.
               05                  PIC X(4) VALUE 'NAME'.
               05                  PIC X(23) VALUE SPACES.
               05                  PIC X(4) VALUE 'PROD'.
               05                  PIC X VALUE SPACES.
               05                  PIC X(11) VALUE 'DESCRIPTION'.
               05                  PIC X(5) VALUE SPACES.
               05                  PIC X(8) VALUE 'LOCATION'.
               05                  PIC X(4) VALUE SPACES.
               05                  PIC X(7) VALUE 'ORDERED'.
               05                  PIC X(5) VALUE SPACES.
               05                  PIC X(3) VALUE 'RUN'.
               05                  PIC X(2) VALUE SPACES.
               05                  PIC X(8) VALUE 'OPEN QTY'.

           01 FILLED-COLUMN-LINE.
               05                  PIC X(2) VALUE SPACES.
               05                  PIC X(4) VALUE 'CUST'.
               05                  PIC X(3) VALUE SPACES.
               05                  PIC X(4) VALUE 'NAME'.
               05                  PIC X(23) VALUE SPACES.
               05                  PIC X(4) VALUE 'PROD'.
               05                  PIC X VALUE SPACES.
               05                  PIC X(11) VALUE 'DESCRIPTION'.
               05                  PIC X(2) VALUE SPACES.
               05                  PIC X(12) VALUE 'FILLED TODAY'.
               05                  PIC X(3) VALUE SPACES.
               05                  PIC X(10) VALUE 'STILL OPEN'.
               05                  PIC X(2) VALUE SPACES.
               05                  PIC X(6) VALUE 'STATUS'.

           01 WS-EDIT-DATE.
               05 ED-MONTH         PIC 9(2).
               05                  PIC X VALUE '/'.
               05 ED-DAY           PIC 9(2).
               05                  PIC X VALUE '/'.
               05 ED-YEAR          PIC 9(4).

           01 PRODUCT-DETAIL-LINE.
               05                    PIC X(2) VALUE SPACES.
               05 PDL-PRODUCT-ID     PIC X(3).
               05                    PIC X(2) VALUE SPACES.
               05 PDL-DESCRIPTION    PIC X(14).
               05                    PIC X(2) VALUE SPACES.
               05 PDL-CUSTOMER-ID    PIC 9(5).
               05                    PIC X(2) VALUE SPACES.
               05 PDL-NAME           PIC X(25).
               05                    PIC X(2) VALUE SPACES.
               05 PDL-LOCATION-ID    PIC X(10).
               05                    PIC X(2) VALUE SPACES.
               05 PDL-ORDER-DATE     PIC X(10).
               05                    PIC X(2) VALUE SPACES.
               05 PDL-RUN-NUMBER     PIC 9(4).
               05                    PIC X(2) VALUE SPACES.
               05 PDL-OPEN-QTY-OUT   PIC ZZZ,ZZ9.

           01 CUSTOMER-DETAIL-LINE.
               05                    PIC X(2) VALUE SPACES.
               05 CDL-CUSTOMER-ID    PIC 9(5).
               05                    PIC X(2) VALUE SPACES.
               05 CDL-NAME           PIC X(25).
               05                    PIC X(2) VALUE SPACES.
               05 CDL-PRODUCT-ID     PIC X(3).
               05                    PIC X(2) VALUE SPACES.
               05 CDL-DESCRIPTION    PIC X(14).
               05                    PIC X(2) VALUE SPACES.
               05 CDL-LOCATION-ID    PIC X(10).
               05                    PIC X(2) VALUE SPACES.
               05 CDL-ORDER-DATE     PIC X(10).
               05                    PIC X(2) VALUE SPACES.
               05 CDL-RUN-NUMBER     PIC 9(4).
               05                    PIC X(2) VALUE SPACES.
               05 CDL-OPEN-QTY-OUT   PIC ZZZ,ZZ9.

           01 FILLED-DETAIL-LINE.
               05                    PIC X(2) VALUE SPACES.
               05 FDL-CUSTOMER-ID    PIC 9(5).
               05                    PIC X(2) VALUE SPACES.
               05 FDL-NAME           PIC X(25).
               05                    PIC X(2) VALUE SPACES.
               05 FDL-PRODUCT-ID     PIC X(3).
               05                    PIC X(2) VALUE SPACES.
               05 FDL-DESCRIPTION    PIC X(14).
               05                    PIC X(4) VALUE SPACES.
               05 FDL-FILLED-QTY-OUT PIC ZZZ,ZZ9.
               05                    PIC X(6) VALUE SPACES.
               05 FDL-OPEN-QTY-OUT   PIC ZZZ,ZZ9.
               05                    PIC X(2) VALUE SPACES.
               05 FDL-STATUS         PIC X(7).

           01 GROUP-TOTAL-LINE.
               05                    PIC X(44) VALUE SPACES.
               05 GTL-LABEL          PIC X(15).
               05 GTL-KEY            PIC X(5).
               05                    PIC X(2) VALUE SPACES.
               05 GTL-LINES-OUT      PIC ZZ,ZZ9.
               05                    PIC X(6) VALUE ' LINES'.
               05                    PIC X(7) VALUE SPACES.
               05 GTL-QTY-OUT        PIC Z,ZZZ,ZZ9.

           01 NONE-LINE.
               05                    PIC X(2) VALUE SPACES.
               05 NL-TEXT            PIC X(40).

           01 TOTAL-OPEN-LINE.
               05                    PIC X(24) VALUE SPACES.
               05                    PIC X(23) VALUE
                                             'OPEN BACKORDER LINES:  '.
               05                    PIC X(9) VALUE SPACES.
               05 TS-OPEN-LINES-OUT  PIC ZZ,ZZ9.

           01 TOTAL-OPEN-QTY-LINE.
               05                    PIC X(26) VALUE SPACES.
               05                    PIC X(21) VALUE
                                               'OPEN BACKORDER QTY:  '.
               05                    PIC X(6) VALUE SPACES.
               05 TS-OPEN-QTY-OUT    PIC Z,ZZZ,ZZ9.

           01 TOTAL-FILLED-LINE.
               05                    PIC X(26) VALUE SPACES.
               05                    PIC X(21) VALUE
                                               'LINES FILLED TODAY:  '.
               05                    PIC X(9) VALUE SPACES.
               05 TS-FILLED-LINES-OUT PIC ZZ,ZZ9.

           01 TOTAL-FILLED-QTY-LINE.
               05                    PIC X(28) VALUE SPACES.
               05                    PIC X(19) VALUE
                                                 'QTY FILLED TODAY:  '.
               05                    PIC X(6) VALUE SPACES.
               05 TS-FILLED-QTY-OUT  PIC Z,ZZZ,ZZ9.

      *************************PROCEDURE DIVISION***********************
       PROCEDURE DIVISION.

       100-MAIN-MODULE.
           PERFORM 125-HOUSEKEEPING
           PERFORM 150-LIST-BY-PRODUCT
           PERFORM 160-LIST-BY-CUSTOMER
           PERFORM 170-LIST-FILLED-TODAY
           PERFORM 190-WRITE-FINAL-TOTALS
           PERFORM 200-CLOSE-ROUTINE
           .

       124-LOAD-OPEN-BACKORDERS.
           MOVE 'NO' TO WS-BO-EOF
           PERFORM UNTIL WS-BO-EOF = 'YES'
             READ BACKORDER-FILE NEXT RECORD
               AT END
                  MOVE 'YES' TO WS-BO-EOF
               NOT AT END
                  IF BO-STATUS = 'O'
                  AND BO-OPEN-QTY > ZEROES
                     MOVE SPACES TO SORT-WORK-RECORD
                     MOVE BO-CUSTOMER-ID TO SWR-CUSTOMER-ID
                     MOVE BO-PRODUCT-ID TO SWR-PRODUCT-ID
                     MOVE BO-LOCATION-ID TO SWR-LOCATION-ID
                     MOVE BO-ORDER-DATE TO SWR-ORDER-DATE
                     MOVE BO-RUN-NUMBER TO SWR-RUN-NUMBER
                     MOVE BO-OPEN-QTY TO SWR-OPEN-QTY
                     RELEASE SORT-WORK-RECORD
                  END-IF
             END-READ
           END-PERFORM
           .

       125-HOUSEKEEPING.
           OPEN INPUT BACKORDER-FILE
           IF WS-BO-STATUS NOT = '00'
              DISPLAY 'BORDRPT: UNABLE TO OPEN BACKORD.DAT - STATUS '
                       WS-BO-STATUS
              STOP RUN
           END-IF
           SORT SORT-WORK-FILE
             ON ASCENDING KEY SWR-CUSTOMER-ID
             ON ASCENDING KEY SWR-PRODUCT-ID
             ON ASCENDING KEY SWR-LOCATION-ID
             INPUT PROCEDURE 124-LOAD-OPEN-BACKORDERS
             GIVING SORTED-BACKORDER-FILE
           OPEN INPUT PRODUCT-FILE
           IF WS-PRD-STATUS = '00'
              MOVE 'YES' TO WS-PRD-AVAILABLE
           END-IF
           OPEN INPUT CUSTOMER-FILE
           IF WS-CM-STATUS = '00'
              MOVE 'YES' TO WS-CM-AVAILABLE
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

       135-RESTART-BACKORDER-FILE.
           CLOSE BACKORDER-FILE
           OPEN INPUT BACKORDER-FILE
           MOVE 'NO' TO WS-BO-EOF
           .

       140-EDIT-DATE.
           MOVE WS-DW-MONTH TO ED-MONTH
           MOVE WS-DW-DAY TO ED-DAY
           MOVE WS-DW-YEAR TO ED-YEAR
           .

       141-GET-PRODUCT-NAME.
           MOVE SPACES TO WS-PRODUCT-NAME
           IF WS-PRD-AVAILABLE = 'YES'
              READ PRODUCT-FILE KEY IS PRD-PRODUCT-ID
                INVALID KEY
                   MOVE 'NOT ON MASTER' TO WS-PRODUCT-NAME
                NOT INVALID KEY
                   MOVE PRD-DESCRIPTION TO WS-PRODUCT-NAME
              END-READ
           END-IF
           .

       142-GET-CUSTOMER-NAME.
           MOVE SPACES TO WS-CUSTOMER-NAME
           IF WS-CM-AVAILABLE = 'YES'
              READ CUSTOMER-FILE KEY IS CM-CUSTOMER-ID
                INVALID KEY
                   MOVE 'NOT ON CUSTOMER MASTER' TO WS-CUSTOMER-NAME
                NOT INVALID KEY
                   MOVE CM-NAME TO WS-CUSTOMER-NAME
              END-READ
           END-IF
           .

       145-HEADING-ROUTINE.
           MOVE 1 TO PROPER-SPACING
           WRITE REPORT-RECORD FROM HEADING-LINE1
             AFTER ADVANCING PROPER-SPACING
           WRITE REPORT-RECORD FROM HEADING-LINE2
             AFTER ADVANCING PROPER-SPACING
           MOVE 3 TO PROPER-SPACING
           WRITE REPORT-RECORD FROM WS-SECTION-HEADING
             AFTER ADVANCING PROPER-SPACING
           MOVE 2 TO PROPER-SPACING
           WRITE REPORT-RECORD FROM WS-COLUMN-HEADING
             AFTER ADVANCING PROPER-SPACING
           MOVE 1 TO PROPER-SPACING
           MOVE SPACES TO REPORT-RECORD
           WRITE REPORT-RECORD
             AFTER ADVANCING PROPER-SPACING
           MOVE 10 TO LINE-NUM
           .

       150-LIST-BY-PRODUCT.
           MOVE PRODUCT-SECTION-LINE TO WS-SECTION-HEADING
           MOVE PRODUCT-COLUMN-LINE TO WS-COLUMN-HEADING
           PERFORM 145-HEADING-ROUTINE
           PERFORM 135-RESTART-BACKORDER-FILE
           MOVE SPACES TO WS-PREV-PRODUCT-ID
           PERFORM UNTIL WS-BO-EOF = 'YES'
             READ BACKORDER-FILE NEXT RECORD
               AT END
                  MOVE 'YES' TO WS-BO-EOF
                  IF WS-PREV-PRODUCT-ID NOT = SPACES
                     PERFORM 152-PRODUCT-TOTAL
                  END-IF
               NOT AT END
                  IF BO-STATUS = 'O'
                  AND BO-OPEN-QTY > ZEROES
                     PERFORM 151-PRODUCT-DETAIL
                  END-IF
             END-READ
           END-PERFORM
           IF WS-OPEN-LINES = ZEROES
              MOVE 'NO OPEN BACKORDERS' TO NL-TEXT
              MOVE NONE-LINE TO REPORT-RECORD
              PERFORM 185-PRINT-LINE
           END-IF
           .

       151-PRODUCT-DETAIL.
           IF BO-PRODUCT-ID NOT = WS-PREV-PRODUCT-ID
              IF WS-PREV-PRODUCT-ID NOT = SPACES
                 PERFORM 152-PRODUCT-TOTAL
              END-IF
              MOVE BO-PRODUCT-ID TO WS-PREV-PRODUCT-ID
              MOVE ZEROES TO WS-GROUP-LINES WS-GROUP-QTY
           END-IF
           MOVE BO-PRODUCT-ID TO PDL-PRODUCT-ID PRD-PRODUCT-ID
           PERFORM 141-GET-PRODUCT-NAME
           MOVE WS-PRODUCT-NAME TO PDL-DESCRIPTION
           MOVE BO-CUSTOMER-ID TO PDL-CUSTOMER-ID CM-CUSTOMER-ID
           PERFORM 142-GET-CUSTOMER-NAME
           MOVE WS-CUSTOMER-NAME TO PDL-NAME
           MOVE BO-LOCATION-ID TO PDL-LOCATION-ID
           MOVE BO-ORDER-DATE TO WS-DATE-WORK
           PERFORM 140-EDIT-DATE
           MOVE WS-EDIT-DATE TO PDL-ORDER-DATE
           MOVE BO-RUN-NUMBER TO PDL-RUN-NUMBER
           MOVE BO-OPEN-QTY TO PDL-OPEN-QTY-OUT
           MOVE PRODUCT-DETAIL-LINE TO REPORT-RECORD
           PERFORM 185-PRINT-LINE
           ADD 1 TO WS-GROUP-LINES WS-OPEN-LINES
           ADD BO-OPEN-QTY TO WS-GROUP-QTY WS-OPEN-QTY
           .

       152-PRODUCT-TOTAL.
           MOVE 'PRODUCT TOTAL ' TO GTL-LABEL
           MOVE WS-PREV-PRODUCT-ID TO GTL-KEY
           MOVE WS-GROUP-LINES TO GTL-LINES-OUT
           MOVE WS-GROUP-QTY TO GTL-QTY-OUT
           MOVE GROUP-TOTAL-LINE TO REPORT-RECORD
           PERFORM 185-PRINT-LINE
           MOVE SPACES TO REPORT-RECORD
           PERFORM 185-PRINT-LINE
           .

       160-LIST-BY-CUSTOMER.
           MOVE CUSTOMER-SECTION-LINE TO WS-SECTION-HEADING
           MOVE CUSTOMER-COLUMN-LINE TO WS-COLUMN-HEADING
           PERFORM 195-NEW-PAGE
           OPEN INPUT SORTED-BACKORDER-FILE
           MOVE 'NO' TO WS-SBR-EOF
           MOVE ZEROES TO WS-PREV-CUSTOMER-ID
           PERFORM UNTIL WS-SBR-EOF = 'YES'
             READ SORTED-BACKORDER-FILE
               AT END
                  MOVE 'YES' TO WS-SBR-EOF
                  IF WS-PREV-CUSTOMER-ID NOT = ZEROES
                     PERFORM 162-CUSTOMER-TOTAL
                  END-IF
               NOT AT END
                  PERFORM 161-CUSTOMER-DETAIL
             END-READ
           END-PERFORM
           CLOSE SORTED-BACKORDER-FILE
           IF WS-OPEN-LINES = ZEROES
              MOVE 'NO OPEN BACKORDERS' TO NL-TEXT
              MOVE NONE-LINE TO REPORT-RECORD
              PERFORM 185-PRINT-LINE
           END-IF
           .

       161-CUSTOMER-DETAIL.
           IF SBR-CUSTOMER-ID NOT = WS-PREV-CUSTOMER-ID
              IF WS-PREV-CUSTOMER-ID NOT = ZEROES
                 PERFORM 162-CUSTOMER-TOTAL
              END-IF
              MOVE SBR-CUSTOMER-ID TO WS-PREV-CUSTOMER-ID
              MOVE ZEROES TO WS-GROUP-LINES WS-GROUP-QTY
           END-IF
           MOVE SBR-CUSTOMER-ID TO CDL-CUSTOMER-ID CM-CUSTOMER-ID
           PERFORM 142-GET-CUSTOMER-NAME
           MOVE WS-CUSTOMER-NAME TO CDL-NAME
           MOVE SBR-PRODUCT-ID TO CDL-PRODUCT-ID PRD-PRODUCT-ID
           PERFORM 141-GET-PRODUCT-NAME
           MOVE WS-PRODUCT-NAME TO CDL-DESCRIPTION
           MOVE SBR-LOCATION-ID TO CDL-LOCATION-ID
           MOVE SBR-ORDER-DATE TO WS-DATE-WORK
           PERFORM 140-EDIT-DATE
           MOVE WS-EDIT-DATE TO CDL-ORDER-DATE
           MOVE SBR-RUN-NUMBER TO CDL-RUN-NUMBER
           MOVE SBR-OPEN-QTY TO CDL-OPEN-QTY-OUT
           MOVE CUSTOMER-DETAIL-LINE TO REPORT-RECORD
           PERFORM 185-PRINT-LINE
           ADD 1 TO WS-GROUP-LINES
           ADD SBR-OPEN-QTY TO WS-GROUP-QTY
           .

       162-CUSTOMER-TOTAL.
           MOVE 'CUSTOMER TOTAL' TO GTL-LABEL
           MOVE WS-PREV-CUSTOMER-ID TO GTL-KEY
           MOVE WS-GROUP-LINES TO GTL-LINES-OUT
           MOVE WS-GROUP-QTY TO GTL-QTY-OUT
           MOVE GROUP-TOTAL-LINE TO REPORT-RECORD
           PERFORM 185-PRINT-LINE
           MOVE SPACES TO REPORT-RECORD
           PERFORM 185-PRINT-LINE
           .

       170-LIST-FILLED-TODAY.
           MOVE FILLED-SECTION-LINE TO WS-SECTION-HEADING
           MOVE FILLED-COLUMN-LINE TO WS-COLUMN-HEADING
           PERFORM 195-NEW-PAGE
           PERFORM 135-RESTART-BACKORDER-FILE
           PERFORM UNTIL WS-BO-EOF = 'YES'
             READ BACKORDER-FILE NEXT RECORD
               AT END
                  MOVE 'YES' TO WS-BO-EOF
               NOT AT END
                  IF BO-LAST-FILL-DATE = WS-DATE
                  AND BO-LAST-FILL-QTY > ZEROES
                     PERFORM 171-FILLED-DETAIL
                  END-IF
             END-READ
           END-PERFORM
           IF WS-FILLED-LINES = ZEROES
              MOVE 'NO BACKORDERS FILLED TODAY' TO NL-TEXT
              MOVE NONE-LINE TO REPORT-RECORD
              PERFORM 185-PRINT-LINE
           END-IF
           .

       171-FILLED-DETAIL.
           MOVE BO-CUSTOMER-ID TO FDL-CUSTOMER-ID CM-CUSTOMER-ID
           PERFORM 142-GET-CUSTOMER-NAME
           MOVE WS-CUSTOMER-NAME TO FDL-NAME
           MOVE BO-PRODUCT-ID TO FDL-PRODUCT-ID PRD-PRODUCT-ID
           PERFORM 141-GET-PRODUCT-NAME
           MOVE WS-PRODUCT-NAME TO FDL-DESCRIPTION
           MOVE BO-LAST-FILL-QTY TO FDL-FILLED-QTY-OUT
           MOVE BO-OPEN-QTY TO FDL-OPEN-QTY-OUT
           IF BO-STATUS = 'F'
              MOVE 'FILLED' TO FDL-STATUS
           ELSE
              MOVE 'PARTIAL' TO FDL-STATUS
           END-IF
           MOVE FILLED-DETAIL-LINE TO REPORT-RECORD
           PERFORM 185-PRINT-LINE
           ADD 1 TO WS-FILLED-LINES
           ADD BO-LAST-FILL-QTY TO WS-FILLED-QTY
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
           MOVE WS-OPEN-LINES TO TS-OPEN-LINES-OUT
           MOVE TOTAL-OPEN-LINE TO REPORT-RECORD
           MOVE 2 TO PROPER-SPACING
           WRITE REPORT-RECORD
             AFTER ADVANCING PROPER-SPACING
           MOVE 1 TO PROPER-SPACING
           MOVE WS-OPEN-QTY TO TS-OPEN-QTY-OUT
           MOVE TOTAL-OPEN-QTY-LINE TO REPORT-RECORD
           WRITE REPORT-RECORD
             AFTER ADVANCING PROPER-SPACING
           MOVE WS-FILLED-LINES TO TS-FILLED-LINES-OUT
           MOVE TOTAL-FILLED-LINE TO REPORT-RECORD
           WRITE REPORT-RECORD
             AFTER ADVANCING PROPER-SPACING
           MOVE WS-FILLED-QTY TO TS-FILLED-QTY-OUT
           MOVE TOTAL-FILLED-QTY-LINE TO REPORT-RECORD
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
           CLOSE BACKORDER-FILE
                 REPORT-FILE
           IF WS-PRD-AVAILABLE = 'YES'
              CLOSE PRODUCT-FILE
           END-IF
           IF WS-CM-AVAILABLE = 'YES'
              CLOSE CUSTOMER-FILE
           END-IF
           STOP RUN
           .
