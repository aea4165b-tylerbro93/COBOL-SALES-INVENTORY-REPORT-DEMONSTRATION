      ******************************************************************
      * Author: Tyler
      * Date: 10/15/2026
      * Purpose: print the stock position of every product across all
      *          locations from LOCSTOCK.DAT with a company total
      * Tectonics: cobc -xo STOCKPOS.exe --std=mf  STOCKPOS.cbl
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. STOCKPOS.
      **************************COMMENT SECTION*************************
      *THIS PROGRAM WALKS THE INVENTORY MASTER IN PRODUCT ORDER AND,
      *FOR EACH PRODUCT, LISTS THE ON-HAND AT EVERY LOCATION THAT
      *HOLDS IT ON LOCSTOCK.DAT, FOLLOWED BY A COMPANY TOTAL LINE, SO
      *STOCK CAN BE REBALANCED BETWEEN STORES BEFORE MORE IS BOUGHT.
      *A LOCATION HOLDING MORE THAN ITS OWN REORDER POINT SHOWS THE
      *EXCESS AS SPARE. A LOCATION AT OR BELOW ITS REORDER POINT, OR
      *OUT OF STOCK WHEN IT HAS NO REORDER POINT, SHOWS ITS REORDER
      *QUANTITY (THE PRODUCT REORDER QUANTITY WHEN THE LOCATION HAS
      *NONE) AS NEEDED. STOCK NOT YET PUT AWAY TO ANY LOCATION IS
      *LISTED AS UNASSIGNED AND COUNTS AS SPARE. THE COMPANY LINE SAYS
      *WHETHER THE SPARE STOCK COVERS WHAT THE LOCATIONS NEED
      *(REBALANCE), ONLY PART OF IT (REBAL + BUY) OR NONE OF IT (BUY).
      *A PRODUCT WHOSE LOCATIONS HOLD MORE THAN THE COMPANY ON-HAND IS
      *FLAGGED OUT OF STEP SO IT CAN BE COUNTED.
      ******************************************************************
      *INVENTORY MASTER INPUT:
      *1. PRODUCT ID
      *2. COMPANY ON HAND, REORDER POINT AND REORDER QUANTITY
      ******************************************************************
      *LOCATION STOCK INPUT (LOCSTOCK.DAT, OPTIONAL):
      *1. PRODUCT ID AND LOCATION
      *2. ON HAND, REORDER POINT AND REORDER QUANTITY AT THE LOCATION
      ******************************************************************
      *STOCK POSITION OUTPUT:
      *1. PRODUCT ID AND DESCRIPTION
      *2. ONE LINE PER LOCATION - ON HAND, REORDER POINT, SPARE OR
      *   NEEDED AND STATUS
      *3. UNASSIGNED STOCK LINE WHEN ANY IS HELD
      *4. COMPANY TOTAL LINE WITH THE REBALANCE OR BUY STATUS
      *5. PRODUCTS AND LOCATION LINES LISTED, LOCATIONS AT OR BELOW
      *   REORDER POINT, PRODUCTS TO REBALANCE OR BUY, AND PRODUCTS
      *   OUT OF STEP
      ******************************************************************


      ************************ENVIRONMENT DIVISION**********************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. OCEANBLUE.
       OBJECT-COMPUTER. OCEANBLUE.


       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT INVENTORY-FILE ASSIGN TO 'INVENTORY.DAT'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS INV-PRODUCT-ID
           FILE STATUS IS WS-INV-STATUS.

           SELECT STOCK-FILE ASSIGN TO 'LOCSTOCK.DAT'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS STK-KEY
           FILE STATUS IS WS-STK-STATUS.

           SELECT PRODUCT-FILE ASSIGN TO 'PRODMAST.DAT'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS PRD-PRODUCT-ID
           FILE STATUS IS WS-PRD-STATUS.

           SELECT REPORT-FILE ASSIGN TO 'STOCK POSITION.txt'
           .


      ***********************DATA DIVISION******************************
       DATA DIVISION.
       FILE SECTION.

           FD INVENTORY-FILE.
           01 INVENTORY-RECORD.
              05 INV-PRODUCT-ID                        PIC X(3).
              05 INV-ON-HAND-QTY                        PIC 9(6).
              05 INV-REORDER-POINT                      PIC 9(6).
              05 INV-VENDOR-ID                          PIC X(5).
              05 INV-REORDER-QTY                        PIC 9(6).
              05 INV-UNIT-COST                          PIC 999V99.

           FD STOCK-FILE.
           01 STOCK-RECORD.
              05 STK-KEY.
                 10 STK-PRODUCT-ID                      PIC X(3).
                 10 STK-LOCATION-ID                     PIC X(10).
              05 STK-ON-HAND-QTY                        PIC 9(6).
              05 STK-REORDER-POINT                      PIC 9(6).
              05 STK-REORDER-QTY                        PIC 9(6).
              05 STK-LAST-CHANGE-DATE                   PIC 9(8).

           FD PRODUCT-FILE.
           01 PRODUCT-RECORD.
              05 PRD-PRODUCT-ID                        PIC X(3).
              05 PRD-DESCRIPTION                        PIC X(14).
              05 PRD-LIST-PRICE                         PIC 999V99.

           FD REPORT-FILE.
           01 REPORT-RECORD                            PIC X(100).

       WORKING-STORAGE SECTION.

           01 WS-WORK-AREAS.
              05 EOF-FLAG          PIC X(3) VALUE 'YES'.
              05 PROPER-SPACING    PIC 9(2) VALUE 0.
              05 LINE-NUM          PIC 9(2) VALUE 10.
              05 WS-INV-STATUS     PIC X(2) VALUE '00'.
              05 WS-STK-STATUS     PIC X(2) VALUE '00'.
              05 WS-PRD-STATUS     PIC X(2) VALUE '00'.
              05 WS-STK-AVAILABLE  PIC X(3) VALUE 'NO'.
              05 WS-PRD-AVAILABLE  PIC X(3) VALUE 'NO'.
              05 WS-STK-EOF        PIC X(3) VALUE 'NO'.
              05 WS-PRODUCT-NAME   PIC X(14) VALUE SPACES.
              05 WS-LOC-TOTAL      PIC 9(7) VALUE ZEROES.
              05 WS-UNASSIGNED-QTY PIC 9(7) VALUE ZEROES.
              05 WS-OUT-OF-STEP-QTY PIC 9(7) VALUE ZEROES.
              05 WS-LOC-SPARE      PIC 9(6) VALUE ZEROES.
              05 WS-LOC-NEEDED     PIC 9(6) VALUE ZEROES.
              05 WS-SPARE-TOTAL    PIC 9(7) VALUE ZEROES.
              05 WS-NEEDED-TOTAL   PIC 9(7) VALUE ZEROES.
              05 WS-PRODUCTS-LISTED PIC 9(5) VALUE ZEROES.
              05 WS-LOCATION-LINES PIC 9(5) VALUE ZEROES.
              05 WS-LOCATIONS-LOW  PIC 9(5) VALUE ZEROES.
              05 WS-PRODUCTS-REBALANCE PIC 9(5) VALUE ZEROES.
              05 WS-PRODUCTS-BUY   PIC 9(5) VALUE ZEROES.
              05 WS-PRODUCTS-OUT-OF-STEP PIC 9(5) VALUE ZEROES.

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
               05                  PIC X(26) VALUE
                                          'STOCK POSITION BY LOCATION'.
               05                  PIC X(16) VALUE SPACES.
               05                  PIC X(3) VALUE 'TSB'.

           01 HEADING-LINE3.
               05                  PIC X(2) VALUE SPACES.
               05                  PIC X(4) VALUE 'PROD'.
               05                  PIC X(2) VALUE SPACES.
               05                  PIC X(11) VALUE 'DESCRIPTION'.
               05                  PIC X(5) VALUE SPACES.
               05                  PIC X(8) VALUE 'LOCATION'.
               05                  PIC X(4) VALUE SPACES.
               05                  PIC X(7) VALUE 'ON HAND'.
               05                  PIC X(2) VALUE SPACES.
               05                  PIC X(10) VALUE 'REORDER PT'.
               05                  PIC X(4) VALUE SPACES.
               05                  PIC X(5) VALUE 'SPARE'.
               05                  PIC X(3) VALUE SPACES.
               05                  PIC X(6) VALUE 'NEEDED'.
               05                  PIC X(2) VALUE SPACES.
               05                  PIC X(6) VALUE 'STATUS'.

           01 POSITION-DETAIL-LINE.
               05                    PIC X(2) VALUE SPACES.
               05 PDL-PRODUCT-ID     PIC X(3).
               05                    PIC X(3) VALUE SPACES.
               05 PDL-DESCRIPTION    PIC X(14).
               05                    PIC X(2) VALUE SPACES.
               05 PDL-LOCATION-ID    PIC X(10).
               05                    PIC X(2) VALUE SPACES.
               05 PDL-ON-HAND-OUT    PIC ZZZ,ZZ9.
               05                    PIC X(5) VALUE SPACES.
               05 PDL-REORDER-PT-OUT PIC ZZZ,ZZ9 BLANK WHEN ZERO.
               05                    PIC X(2) VALUE SPACES.
               05 PDL-SPARE-OUT      PIC ZZZ,ZZ9 BLANK WHEN ZERO.
               05                    PIC X(2) VALUE SPACES.
               05 PDL-NEEDED-OUT     PIC ZZZ,ZZ9 BLANK WHEN ZERO.
               05                    PIC X(2) VALUE SPACES.
               05 PDL-STATUS         PIC X(13).

           01 OUT-OF-STEP-LINE.
               05                    PIC X(24) VALUE SPACES.
               05                    PIC X(36) VALUE
                                'LOCATIONS EXCEED COMPANY ON HAND BY '.
               05 OSL-QTY-OUT        PIC ZZZ,ZZ9.

           01 TOTAL-PRODUCTS-LINE.
               05                    PIC X(32) VALUE SPACES.
               05                    PIC X(16) VALUE
                                                   'PRODUCTS LISTED:'.
               05                    PIC X(10) VALUE SPACES.
               05 TP-PRODUCTS-OUT    PIC ZZ,ZZ9.

           01 TOTAL-LOCATION-LINES-LINE.
               05                    PIC X(33) VALUE SPACES.
               05                    PIC X(15) VALUE
                                                    'LOCATION LINES:'.
               05                    PIC X(10) VALUE SPACES.
               05 TP-LINES-OUT       PIC ZZ,ZZ9.

           01 TOTAL-LOW-LINE.
               05                    PIC X(23) VALUE SPACES.
               05                    PIC X(25) VALUE
                                          'LOCATIONS AT OR BELOW PT:'.
               05                    PIC X(10) VALUE SPACES.
               05 TP-LOW-OUT         PIC ZZ,ZZ9.

           01 TOTAL-REBALANCE-LINE.
               05                    PIC X(26) VALUE SPACES.
               05                    PIC X(22) VALUE
                                             'PRODUCTS TO REBALANCE:'.
               05                    PIC X(10) VALUE SPACES.
               05 TP-REBALANCE-OUT   PIC ZZ,ZZ9.

           01 TOTAL-BUY-LINE.
               05                    PIC X(32) VALUE SPACES.
               05                    PIC X(16) VALUE
                                                   'PRODUCTS TO BUY:'.
               05                    PIC X(10) VALUE SPACES.
               05 TP-BUY-OUT         PIC ZZ,ZZ9.

           01 TOTAL-OUT-OF-STEP-LINE.
               05                    PIC X(27) VALUE SPACES.
               05                    PIC X(21) VALUE
                                              'PRODUCTS OUT OF STEP:'.
               05                    PIC X(10) VALUE SPACES.
               05 TP-OUT-OF-STEP-OUT PIC ZZ,ZZ9.

           01 NO-INVENTORY-LINE.
               05                    PIC X(2) VALUE SPACES.
               05                    PIC X(22) VALUE
                                      'NO INVENTORY ON FILE'.

      *************************PROCEDURE DIVISION***********************
       PROCEDURE DIVISION.

       100-MAIN-MODULE.
           PERFORM 125-HOUSEKEEPING
           PERFORM 150-READ-INVENTORY-FILE
           PERFORM 200-CLOSE-ROUTINE
           .

       125-HOUSEKEEPING.
           OPEN INPUT INVENTORY-FILE
           IF WS-INV-STATUS NOT = '00'
              DISPLAY 'STOCKPOS: UNABLE TO OPEN INVENTORY.DAT - '
                       'STATUS ' WS-INV-STATUS
              STOP RUN
           END-IF
           OPEN INPUT STOCK-FILE
           IF WS-STK-STATUS = '00'
              MOVE 'YES' TO WS-STK-AVAILABLE
           ELSE
              MOVE 'NO' TO WS-STK-AVAILABLE
           END-IF
           OPEN INPUT PRODUCT-FILE
           IF WS-PRD-STATUS = '00'
              MOVE 'YES' TO WS-PRD-AVAILABLE
           ELSE
              MOVE 'NO' TO WS-PRD-AVAILABLE
           END-IF
           OPEN OUTPUT REPORT-FILE
           PERFORM 130-DATE-ROUTINE
           PERFORM 145-HEADING-ROUTINE
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

       141-GET-PRODUCT-NAME.
           MOVE SPACES TO WS-PRODUCT-NAME
           IF WS-PRD-AVAILABLE = 'YES'
              MOVE INV-PRODUCT-ID TO PRD-PRODUCT-ID
              READ PRODUCT-FILE KEY IS PRD-PRODUCT-ID
                INVALID KEY
                   MOVE 'NOT ON MASTER' TO WS-PRODUCT-NAME
                NOT INVALID KEY
                   MOVE PRD-DESCRIPTION TO WS-PRODUCT-NAME
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
           WRITE REPORT-RECORD FROM HEADING-LINE3
             AFTER ADVANCING PROPER-SPACING
           MOVE 1 TO PROPER-SPACING
           MOVE SPACES TO REPORT-RECORD
           WRITE REPORT-RECORD
             AFTER ADVANCING PROPER-SPACING
           .

       150-READ-INVENTORY-FILE.
           MOVE 1 TO PROPER-SPACING
           PERFORM UNTIL EOF-FLAG = 'NO'
             READ INVENTORY-FILE
               AT END
                  MOVE 'NO' TO EOF-FLAG
                  PERFORM 190-WRITE-FINAL-TOTALS
               NOT AT END
                  PERFORM 175-LIST-PRODUCT
             END-READ
           END-PERFORM
           .

       175-LIST-PRODUCT.
           ADD 1 TO WS-PRODUCTS-LISTED
           MOVE ZEROES TO WS-LOC-TOTAL WS-SPARE-TOTAL WS-NEEDED-TOTAL
           PERFORM 141-GET-PRODUCT-NAME
           MOVE INV-PRODUCT-ID TO PDL-PRODUCT-ID
           MOVE WS-PRODUCT-NAME TO PDL-DESCRIPTION
           IF WS-STK-AVAILABLE = 'YES'
              PERFORM 176-LIST-LOCATIONS
           END-IF
           IF WS-LOC-TOTAL < INV-ON-HAND-QTY
              SUBTRACT WS-LOC-TOTAL FROM INV-ON-HAND-QTY
                GIVING WS-UNASSIGNED-QTY
              MOVE ZEROES TO WS-OUT-OF-STEP-QTY
           ELSE
              MOVE ZEROES TO WS-UNASSIGNED-QTY
              SUBTRACT INV-ON-HAND-QTY FROM WS-LOC-TOTAL
                GIVING WS-OUT-OF-STEP-QTY
           END-IF
           IF WS-UNASSIGNED-QTY > ZEROES
              PERFORM 178-WRITE-UNASSIGNED-LINE
           END-IF
           PERFORM 179-WRITE-COMPANY-LINE
           IF WS-OUT-OF-STEP-QTY > ZEROES
              ADD 1 TO WS-PRODUCTS-OUT-OF-STEP
              MOVE WS-OUT-OF-STEP-QTY TO OSL-QTY-OUT
              MOVE OUT-OF-STEP-LINE TO REPORT-RECORD
              PERFORM 185-WRITE-REPORT-LINE
           END-IF
           MOVE SPACES TO REPORT-RECORD
           PERFORM 185-WRITE-REPORT-LINE
           .

       176-LIST-LOCATIONS.
           MOVE INV-PRODUCT-ID TO STK-PRODUCT-ID
           MOVE LOW-VALUES TO STK-LOCATION-ID
           MOVE 'NO' TO WS-STK-EOF
           START STOCK-FILE KEY IS NOT LESS THAN STK-KEY
             INVALID KEY
                MOVE 'YES' TO WS-STK-EOF
           END-START
           PERFORM UNTIL WS-STK-EOF = 'YES'
             READ STOCK-FILE NEXT RECORD
               AT END
                  MOVE 'YES' TO WS-STK-EOF
               NOT AT END
                  IF STK-PRODUCT-ID NOT = INV-PRODUCT-ID
                     MOVE 'YES' TO WS-STK-EOF
                  ELSE
                     PERFORM 177-WRITE-LOCATION-LINE
                  END-IF
             END-READ
           END-PERFORM
           .

       177-WRITE-LOCATION-LINE.
           ADD STK-ON-HAND-QTY TO WS-LOC-TOTAL
           ADD 1 TO WS-LOCATION-LINES
           MOVE ZEROES TO WS-LOC-SPARE WS-LOC-NEEDED
           MOVE SPACES TO PDL-STATUS
           IF STK-ON-HAND-QTY = ZEROES
           OR STK-ON-HAND-QTY <= STK-REORDER-POINT
              IF STK-REORDER-QTY > ZEROES
                 MOVE STK-REORDER-QTY TO WS-LOC-NEEDED
              ELSE
                 MOVE INV-REORDER-QTY TO WS-LOC-NEEDED
              END-IF
              ADD 1 TO WS-LOCATIONS-LOW
              IF STK-ON-HAND-QTY = ZEROES
                 MOVE 'OUT OF STOCK' TO PDL-STATUS
              ELSE
                 MOVE 'AT/BELOW PT' TO PDL-STATUS
              END-IF
           ELSE
              SUBTRACT STK-REORDER-POINT FROM STK-ON-HAND-QTY
                GIVING WS-LOC-SPARE
           END-IF
           ADD WS-LOC-SPARE TO WS-SPARE-TOTAL
           ADD WS-LOC-NEEDED TO WS-NEEDED-TOTAL
           MOVE STK-LOCATION-ID TO PDL-LOCATION-ID
           MOVE STK-ON-HAND-QTY TO PDL-ON-HAND-OUT
           MOVE STK-REORDER-POINT TO PDL-REORDER-PT-OUT
           MOVE WS-LOC-SPARE TO PDL-SPARE-OUT
           MOVE WS-LOC-NEEDED TO PDL-NEEDED-OUT
           MOVE POSITION-DETAIL-LINE TO REPORT-RECORD
           PERFORM 185-WRITE-REPORT-LINE
           MOVE SPACES TO PDL-PRODUCT-ID PDL-DESCRIPTION
           .

       178-WRITE-UNASSIGNED-LINE.
           ADD WS-UNASSIGNED-QTY TO WS-SPARE-TOTAL
           MOVE 'UNASSIGNED' TO PDL-LOCATION-ID
           MOVE WS-UNASSIGNED-QTY TO PDL-ON-HAND-OUT
                                     PDL-SPARE-OUT
           MOVE ZEROES TO PDL-REORDER-PT-OUT PDL-NEEDED-OUT
           MOVE SPACES TO PDL-STATUS
           MOVE POSITION-DETAIL-LINE TO REPORT-RECORD
           PERFORM 185-WRITE-REPORT-LINE
           MOVE SPACES TO PDL-PRODUCT-ID PDL-DESCRIPTION
           .

       179-WRITE-COMPANY-LINE.
           EVALUATE TRUE
             WHEN WS-NEEDED-TOTAL > ZEROES
             AND WS-SPARE-TOTAL >= WS-NEEDED-TOTAL
                MOVE 'REBALANCE' TO PDL-STATUS
                ADD 1 TO WS-PRODUCTS-REBALANCE
             WHEN WS-NEEDED-TOTAL > ZEROES
             AND WS-SPARE-TOTAL > ZEROES
                MOVE 'REBAL + BUY' TO PDL-STATUS
                ADD 1 TO WS-PRODUCTS-REBALANCE WS-PRODUCTS-BUY
             WHEN WS-NEEDED-TOTAL > ZEROES
                MOVE 'BUY' TO PDL-STATUS
                ADD 1 TO WS-PRODUCTS-BUY
             WHEN INV-ON-HAND-QTY = ZEROES
                MOVE 'OUT OF STOCK' TO PDL-STATUS
             WHEN INV-ON-HAND-QTY <= INV-REORDER-POINT
                MOVE 'AT/BELOW PT' TO PDL-STATUS
             WHEN OTHER
                MOVE SPACES TO PDL-STATUS
           END-EVALUATE
           MOVE 'COMPANY' TO PDL-LOCATION-ID
           MOVE INV-ON-HAND-QTY TO PDL-ON-HAND-OUT
           MOVE INV-REORDER-POINT TO PDL-REORDER-PT-OUT
           MOVE WS-SPARE-TOTAL TO PDL-SPARE-OUT
           MOVE WS-NEEDED-TOTAL TO PDL-NEEDED-OUT
           MOVE POSITION-DETAIL-LINE TO REPORT-RECORD
           PERFORM 185-WRITE-REPORT-LINE
           .

       185-WRITE-REPORT-LINE.
           WRITE REPORT-RECORD
             AFTER ADVANCING PROPER-SPACING
           MOVE 1 TO PROPER-SPACING
           ADD 1 TO LINE-NUM
           IF LINE-NUM >= 55
              PERFORM 195-NEW-PAGE
              MOVE 10 TO LINE-NUM
           END-IF
           .

       190-WRITE-FINAL-TOTALS.
           IF WS-PRODUCTS-LISTED = ZEROES
              MOVE NO-INVENTORY-LINE TO REPORT-RECORD
              WRITE REPORT-RECORD
                AFTER ADVANCING PROPER-SPACING
           ELSE
              MOVE WS-PRODUCTS-LISTED TO TP-PRODUCTS-OUT
              MOVE TOTAL-PRODUCTS-LINE TO REPORT-RECORD
              MOVE 2 TO PROPER-SPACING
              WRITE REPORT-RECORD
                AFTER ADVANCING PROPER-SPACING
              MOVE 1 TO PROPER-SPACING
              MOVE WS-LOCATION-LINES TO TP-LINES-OUT
              MOVE TOTAL-LOCATION-LINES-LINE TO REPORT-RECORD
              WRITE REPORT-RECORD
                AFTER ADVANCING PROPER-SPACING
              MOVE WS-LOCATIONS-LOW TO TP-LOW-OUT
              MOVE TOTAL-LOW-LINE TO REPORT-RECORD
              WRITE REPORT-RECORD
                AFTER ADVANCING PROPER-SPACING
              MOVE WS-PRODUCTS-REBALANCE TO TP-REBALANCE-OUT
              MOVE TOTAL-REBALANCE-LINE TO REPORT-RECORD
              WRITE REPORT-RECORD
                AFTER ADVANCING PROPER-SPACING
              MOVE WS-PRODUCTS-BUY TO TP-BUY-OUT
              MOVE TOTAL-BUY-LINE TO REPORT-RECORD
              WRITE REPORT-RECORD
                AFTER ADVANCING PROPER-SPACING
              MOVE WS-PRODUCTS-OUT-OF-STEP TO TP-OUT-OF-STEP-OUT
              MOVE TOTAL-OUT-OF-STEP-LINE TO REPORT-RECORD
              WRITE REPORT-RECORD
                AFTER ADVANCING PROPER-SPACING
           END-IF
           .

       195-NEW-PAGE.
           MOVE SPACES TO REPORT-RECORD
           WRITE REPORT-RECORD
             AFTER ADVANCING PAGE
           PERFORM 145-HEADING-ROUTINE
           .

       200-CLOSE-ROUTINE.
           CLOSE INVENTORY-FILE
                 REPORT-FILE
           IF WS-STK-AVAILABLE = 'YES'
              CLOSE STOCK-FILE
           END-IF
           IF WS-PRD-AVAILABLE = 'YES'
              CLOSE PRODUCT-FILE
           END-IF
           STOP RUN
           .
