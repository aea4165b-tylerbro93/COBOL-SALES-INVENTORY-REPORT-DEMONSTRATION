      *AGAINST THE INVENTORY MASTER, AND PRINTS A POSTING REGISTER
      *SHOWING BEFORE/AFTER ON-HAND FOR EVERY TRANSACTION SO THE DAY'S
      *POSTINGS CAN BE BALANCED AGAINST THE DELIVERY PAPERWORK.
      *EVERY ON-HAND CHANGE IS ALSO APPENDED TO THE INVMOVE.DAT
      *MOVEMENT LEDGER, STAMPED WITH THE LATEST SALES RUN NUMBER
      *FROM PR2FA17.RUN, SO THE STOCK CARD CAN TRACE IT LATER.
      *A RECEIPT IS FIRST USED TO FILL ANY OPEN BACKORDERS FOR THE
      *PRODUCT ON BACKORD.DAT, OLDEST ORDER DATE AND RUN FIRST, AND
      *ONLY WHAT IS LEFT OVER STAYS ON HAND AS AVAILABLE STOCK. UP TO
      *1000 OPEN BACKORDERS PER PRODUCT AND LOCATION ARE CONSIDERED;
      *ANY BEYOND THAT ARE COUNTED ON THE REGISTER LINE AS BACKORDERS
      *NOT CONSIDERED SO THE RECEIPT CAN BE RE-KEYED.
      *RECEIPTS, ADJUSTMENTS AND COUNT ADJUSTMENTS ARE VALUED AT THE
      *UNIT COST ON THE INVENTORY MASTER AND APPENDED TO THE GLJRNL.DAT
      *GENERAL LEDGER JOURNAL FOR THE GLEXTR JOURNAL EXTRACT. COUNT
      *ADJUSTMENTS GO IN UNDER CNTPOST AS SHRINKAGE OR OVERAGE, THE
      *SAME WAY THE MOVEMENT LEDGER CREDITS THEM TO CNTPOST.
      *ON-HAND IS KEPT PER PRODUCT PER LOCATION ON LOCSTOCK.DAT, AND
      *INVENTORY.DAT CARRIES THE COMPANY TOTAL. RECEIPTS, ADJUSTMENTS
      *AND COUNT ADJUSTMENTS POST TO THE LOCATION ON THE TRANSACTION
      *AND MOVE THE COMPANY TOTAL BY THE SAME QUANTITY. A TRANSACTION
      *WITH NO LOCATION WORKS AGAINST THE UNASSIGNED STOCK - THE
      *COMPANY TOTAL LESS EVERYTHING HELD AT LOCATIONS. A RECEIPT ONLY
      *FILLS BACKORDERS TAKEN AT THE LOCATION THAT RECEIVED IT. A
      *TRANSFER MOVES STOCK FROM ONE LOCATION TO ANOTHER WITHOUT
      *CHANGING THE COMPANY TOTAL, SO NOTHING IS JOURNALED FOR IT; A
      *TRANSFER WITH NO FROM LOCATION PUTS UNASSIGNED STOCK AWAY TO A
      *LOCATION. A TRANSFER IS NEVER PART-POSTED - ONE FOR MORE THAN
      *THE FROM LOCATION HOLDS IS REJECTED. TRANSFERS ARE LISTED ON
      *THEIR OWN TRANSFER REGISTER AS WELL AS THE POSTING REGISTER.
      ******************************************************************
      *TRANSACTION FILE INPUT:
      *1. TRANSACTION TYPE (R=RECEIPT A=ADJUSTMENT N=NEW PRODUCT
      *                     K=COUNT ADJUSTMENT FROM CNTPOST
      *                     P=REORDER POINT CHANGE
      *                     V=VENDOR/REORDER QTY CHANGE
      *                     C=PRICE/DESCRIPTION CHANGE
      *                     T=TRANSFER BETWEEN LOCATIONS)
      *2. PRODUCT ID
      *3. ADJUSTMENT SIGN (+ OR -, A AND K TYPES ONLY)
      *4. QUANTITY
      *5. REORDER POINT (N AND P TYPES ONLY)
      *6. VENDOR ID (N AND V TYPES ONLY)
      *    OPENPO.DAT: ORDERED VS RECEIVED IS SHOWN ON THE REGISTER,
      *    OVER-RECEIPTS ARE FLAGGED, AND THE PO LINE IS CLOSED WHEN
      *    FULLY RECEIVED. A RECEIPT KEYED WITH A PO NUMBER THAT HAS
      *    NO MATCHING OPEN PO LINE IS REJECTED INSTEAD OF POSTED,
      *    AS IS A RECEIPT AGAINST A LINE ALREADY CLOSED, CANCELLED
      *    OR CLOSED SHORT. THE RECEIPT DATE IS RECORDED ON THE PO
      *    LINE FOR THE EXPEDITING REPORT AND VENDOR SCORECARD)
      *11. UNIT COST (N, C AND R TYPES - SETS OR UPDATES THE COST
      *    CARRIED ON THE INVENTORY MASTER FOR MARGIN REPORTING)
      *12. LOCATION (R, A, K AND N TYPES - WHERE THE STOCK IS; THE
      *    FROM LOCATION FOR A T; ON A P OR V THE REORDER POINT OR
      *    REORDER QUANTITY IS SET FOR THAT LOCATION ONLY, THE VENDOR
      *    STAYS ON THE PRODUCT. BLANK = UNASSIGNED / COMPANY)
      *13. TO LOCATION (T TYPE ONLY)
      ******************************************************************
      *POSTING REGISTER OUTPUT:
      *1. TRANSACTION TYPE
      *2. PRODUCT ID
      *3. LOCATION (FROM LOCATION FOR A TRANSFER)
      *4. ON HAND BEFORE AT THE LOCATION (UNASSIGNED STOCK WHEN NONE,
      *   COMPANY TOTAL FOR A P OR V WITH NO LOCATION)
      *5. QUANTITY APPLIED
      *6. ON HAND AFTER, ON THE SAME BASIS AS THE BEFORE FIGURE
      *7. REFERENCE
      *8. POSTING STATUS
      *9. PO ORDERED VS RECEIVED (MATCHED RECEIPTS ONLY)
      *10. BACKORDERS FILLED AND QUANTITY ALLOCATED (RECEIPTS AND
      *    TRANSFERS)
      *11. FINAL TRANSACTION COUNTS
      ******************************************************************
      *TRANSFER REGISTER OUTPUT:
      *1. PRODUCT ID, FROM LOCATION AND TO LOCATION
      *2. QUANTITY TRANSFERRED
      *3. ON HAND AFTER AT THE FROM AND TO LOCATIONS
      *4. REFERENCE AND POSTING STATUS
      *5. TRANSFERS POSTED AND REJECTED, QUANTITY TRANSFERRED
      ******************************************************************
      *LOCATION STOCK UPDATE (LOCSTOCK.DAT):
      *1. ON HAND AT THE LOCATION AND LAST CHANGE DATE
      *2. LOCATION REORDER POINT (P) AND REORDER QUANTITY (V)
      *3. A RECORD IS ADDED THE FIRST TIME A LOCATION HOLDS A PRODUCT
      ******************************************************************
      *MOVEMENT LEDGER OUTPUT (INVMOVE.DAT, APPENDED):
      *1. DATE, RUN NUMBER AND SOURCE PROGRAM
      *2. MOVEMENT TYPE (P=RECEIPT A=ADJUSTMENT C=COUNT N=NEW PRODUCT
      *                  B=BACKORDER FILL OUT OF A RECEIPT
      *                  T=TRANSFER, ONE OUT AND ONE IN)
      *3. PRODUCT, SIGNED QUANTITY, REFERENCE AND RESULTING COMPANY
      *   ON-HAND
      *4. LOCATION
      ******************************************************************
      *GENERAL LEDGER JOURNAL OUTPUT (GLJRNL.DAT, APPENDED):
      *1. DATE, RUN NUMBER AND SOURCE PROGRAM (INVMAINT OR CNTPOST)
      *2. POSTING TYPE (RC=RECEIPT AU=ADJUSTED UP AD=ADJUSTED DOWN
      *                 OV=COUNT OVERAGE SH=COUNT SHRINKAGE)
      *3. PRODUCT, VALUE AT UNIT COST AND REFERENCE
      ******************************************************************
      *BACKORDER FILE UPDATE (BACKORD.DAT):
      *1. OPEN QUANTITY REDUCED AND FILLED QUANTITY INCREASED
      *2. LAST FILL DATE AND QUANTITY
      *3. STATUS SET TO F WHEN NOTHING IS LEFT OPEN
      ******************************************************************


           RECORD KEY IS PO-KEY
           FILE STATUS IS WS-PO-STATUS.

           SELECT MOVEMENT-FILE ASSIGN TO 'INVMOVE.DAT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-MOV-STATUS.

           SELECT BACKORDER-FILE ASSIGN TO 'BACKORD.DAT'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS BO-KEY
           FILE STATUS IS WS-BO-STATUS.

           SELECT RUN-CONTROL-FILE ASSIGN TO 'PR2FA17.RUN'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-RUN-STATUS.

           SELECT JOURNAL-FILE ASSIGN TO 'GLJRNL.DAT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-JNL-STATUS.

           SELECT STOCK-FILE ASSIGN TO 'LOCSTOCK.DAT'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS STK-KEY
           FILE STATUS IS WS-STK-STATUS.

           SELECT REGISTER-FILE ASSIGN TO 'INVENTORY REGISTER.txt'
           .

           SELECT TRANSFER-FILE ASSIGN TO 'TRANSFER REGISTER.txt'
           .


      ***********************DATA DIVISION******************************
       DATA DIVISION.
              05 TRN-LIST-PRICE                        PIC 999V99.
              05 TRN-REFERENCE                         PIC X(20).
              05 TRN-UNIT-COST                         PIC 999V99.
              05 TRN-LOCATION-ID                       PIC X(10).
              05 TRN-TO-LOCATION-ID                    PIC X(10).

           FD INVENTORY-FILE.
           01 INVENTORY-RECORD.
              05 PO-RECEIVED-QTY                        PIC 9(6).
              05 PO-ORDER-DATE                          PIC 9(8).
              05 PO-STATUS                              PIC X.
              05 PO-RECEIPT-DATE                        PIC 9(8).
              05 PO-BILLED-QTY                          PIC 9(6).

           FD MOVEMENT-FILE.
           01 MOVEMENT-RECORD.
              05 MOV-DATE                              PIC 9(8).
              05 MOV-RUN-NUMBER                        PIC 9(4).
              05 MOV-PROGRAM                           PIC X(8).
              05 MOV-TYPE                              PIC X.
              05 MOV-PRODUCT-ID                        PIC X(3).
              05 MOV-SIGN                              PIC X.
              05 MOV-QUANTITY                          PIC 9(6).
              05 MOV-REFERENCE                         PIC X(20).
              05 MOV-ON-HAND                           PIC 9(6).
              05 MOV-LOCATION-ID                       PIC X(10).

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

           FD RUN-CONTROL-FILE.
           01 RUN-CONTROL-RECORD.
              05 RUN-NUMBER                            PIC 9(4).
              05 FILLER                                PIC X(93).

           FD JOURNAL-FILE.
           01 JOURNAL-RECORD.
              05 JNL-DATE                              PIC 9(8).
              05 JNL-RUN-NUMBER                        PIC 9(4).
              05 JNL-PROGRAM                           PIC X(8).
              05 JNL-TYPE                              PIC X(2).
              05 JNL-PRODUCT-ID                        PIC X(3).
              05 JNL-AMOUNT                            PIC 9(7)V99.
              05 JNL-REFERENCE                         PIC X(20).

           FD STOCK-FILE.
           01 STOCK-RECORD.
              05 STK-KEY.
                 10 STK-PRODUCT-ID                      PIC X(3).
                 10 STK-LOCATION-ID                     PIC X(10).
              05 STK-ON-HAND-QTY                        PIC 9(6).
              05 STK-REORDER-POINT                      PIC 9(6).
              05 STK-REORDER-QTY                        PIC 9(6).
              05 STK-LAST-CHANGE-DATE                   PIC 9(8).

           FD REGISTER-FILE.
           01 REGISTER-RECORD                          PIC X(100).

           FD TRANSFER-FILE.
           01 TRANSFER-RECORD                          PIC X(100).

       WORKING-STORAGE SECTION.

              05 WS-PO-LINE-DUE    PIC X(3) VALUE 'NO'.
              05 WS-POS-CLOSED     PIC 9(5) VALUE ZEROES.
              05 WS-OVER-RECEIPTS  PIC 9(5) VALUE ZEROES.
              05 WS-MOV-STATUS     PIC X(2) VALUE '00'.
              05 WS-MOV-TYPE       PIC X VALUE SPACES.
              05 WS-MOV-SIGN       PIC X VALUE SPACES.
              05 WS-MOVE-QTY       PIC 9(6) VALUE ZEROES.
              05 WS-RUN-STATUS     PIC X(2) VALUE '00'.
              05 WS-RUN-EOF        PIC X(3) VALUE 'NO'.
              05 WS-RUN-NUMBER     PIC 9(4) VALUE ZEROES.
              05 WS-MOV-REFERENCE  PIC X(20) VALUE SPACES.
              05 WS-BO-STATUS      PIC X(2) VALUE '00'.
              05 WS-BO-AVAILABLE   PIC X(3) VALUE 'NO'.
              05 WS-BO-EOF         PIC X(3) VALUE 'NO'.
              05 WS-BO-LINE-DUE    PIC X(3) VALUE 'NO'.
              05 WS-TRN-BO-FILLS   PIC 9(3) VALUE ZEROES.
              05 WS-TRN-BO-QTY     PIC 9(6) VALUE ZEROES.
              05 WS-BO-LINES-FILLED PIC 9(5) VALUE ZEROES.
              05 WS-QTY-BO-FILLED  PIC 9(7) VALUE ZEROES.
              05 WS-JNL-STATUS     PIC X(2) VALUE '00'.
              05 WS-JNL-TYPE       PIC X(2) VALUE SPACES.
              05 WS-JNL-VALUE      PIC 9(7)V99 VALUE ZEROES.
              05 WS-STK-STATUS     PIC X(2) VALUE '00'.
              05 WS-STK-NEW        PIC X(3) VALUE 'NO'.
              05 WS-STK-EOF        PIC X(3) VALUE 'NO'.
              05 WS-STK-LOCATION   PIC X(10) VALUE SPACES.
              05 WS-LOC-ON-HAND    PIC 9(6) VALUE ZEROES.
              05 WS-LOC-TOTAL      PIC 9(7) VALUE ZEROES.
              05 WS-TRF-LINE-NUM   PIC 9(2) VALUE 10.
              05 WS-TRF-FROM-AFTER PIC 9(6) VALUE ZEROES.
              05 WS-TRF-TO-AFTER   PIC 9(6) VALUE ZEROES.
              05 WS-TRANSFERS-POSTED PIC 9(5) VALUE ZEROES.
              05 WS-TRANSFERS-REJECTED PIC 9(5) VALUE ZEROES.
              05 WS-QTY-TRANSFERRED PIC 9(7) VALUE ZEROES.

           01 WS-BO-FILL-REFERENCE.
              05                   PIC X(12) VALUE 'BO FILL CUST'.
              05 WS-BO-REF-CUSTOMER PIC 9(5).
              05                   PIC X(3) VALUE SPACES.

           01 BACKORDER-FILL-TABLE.
              05 BACKORDER-FILL-ENTRY OCCURS 1000 TIMES
                                       INDEXED BY BF-IDX BF-IDX2.
                 10 BF-SEQUENCE.
                    15 BF-ORDER-DATE PIC 9(8).
                    15 BF-RUN-NUMBER PIC 9(4).
                 10 BF-CUSTOMER-ID   PIC 9(5).
              05 WS-BF-COUNT         PIC 9(4) VALUE ZEROES.
              05 WS-BF-OMITTED       PIC 9(5) VALUE ZEROES.

           01 BACKORDER-FILL-SWAP-ENTRY PIC X(17).

           01 WS-REFERENCE-WORK.
              05 WS-REF-PO-NUMBER  PIC X(6).
               05                  PIC X(4) VALUE 'TYPE'.
               05                  PIC X(2) VALUE SPACES.
               05                  PIC X(4) VALUE 'PROD'.
               05                  PIC X VALUE SPACES.
               05                  PIC X(8) VALUE 'LOCATION'.
               05                  PIC X(7) VALUE SPACES.
               05                  PIC X(6) VALUE 'BEFORE'.
               05                  PIC X(6) VALUE SPACES.
               05                  PIC X(7) VALUE 'APPLIED'.
               05 RDL-TYPE           PIC X.
               05                    PIC X(3) VALUE SPACES.
               05 RDL-PRODUCT-ID     PIC X(3).
               05                    PIC X VALUE SPACES.
               05 RDL-LOCATION-ID    PIC X(10).
               05                    PIC X(2) VALUE SPACES.
               05 RDL-BEFORE-OUT     PIC ZZZ,ZZ9.
               05                    PIC X(3) VALUE SPACES.
               05                    PIC X(9) VALUE 'RECEIVED '.
               05 PML-RECEIVED-OUT   PIC ZZZ,ZZ9.

           01 BACKORDER-FILL-LINE.
               05                    PIC X(7) VALUE SPACES.
               05                    PIC X(18) VALUE
                                                 'BACKORDERS FILLED '.
               05 BFL-FILLS-OUT      PIC ZZ9.
               05                    PIC X(2) VALUE SPACES.
               05                    PIC X(10) VALUE 'QTY ALLOC '.
               05 BFL-QTY-OUT        PIC ZZZ,ZZ9.
               05                    PIC X(2) VALUE SPACES.
               05 BFL-OMITTED-OUT    PIC ZZ,ZZ9 BLANK WHEN ZERO.
               05                    PIC X VALUE SPACES.
               05 BFL-OMITTED-TEXT   PIC X(25) VALUE SPACES.

           01 TOTAL-READ-LINE.
               05                    PIC X(30) VALUE SPACES.
               05                    PIC X(18) VALUE
                                            'OVER-RECEIPTS FLAGGED: '.
               05 TR-OVER-RCPT-OUT   PIC ZZ,ZZ9.

           01 TOTAL-BACKORDER-LINE.
               05                    PIC X(20) VALUE SPACES.
               05                    PIC X(18) VALUE
                                                 'BACKORDERS FILLED:'.
               05                    PIC X VALUE SPACES.
               05 TR-BO-FILLS-OUT    PIC ZZ,ZZ9.
               05                    PIC X(4) VALUE SPACES.
               05                    PIC X(15) VALUE 'QTY ALLOCATED: '.
               05 TR-BO-QTY-OUT      PIC Z,ZZZ,ZZ9.

           01 TRANSFER-HEADING-LINE2.
               05                  PIC X(9) VALUE SPACES.
               05 THL-MONTH        PIC 9(2).
               05                  PIC X VALUE '/'.
               05 THL-DAY          PIC 9(2).
               05                  PIC X VALUE '/'.
               05 THL-YEAR         PIC 9(4).
               05                  PIC X(7) VALUE SPACES.
               05                  PIC X(23) VALUE
                                              'STOCK TRANSFER REGISTER'.
               05                  PIC X(19) VALUE SPACES.
               05                  PIC X(3) VALUE 'TSB'.

           01 TRANSFER-HEADING-LINE3.
               05                  PIC X(2) VALUE SPACES.
               05                  PIC X(4) VALUE 'PROD'.
               05                  PIC X VALUE SPACES.
               05                  PIC X(8) VALUE 'FROM LOC'.
               05                  PIC X(3) VALUE SPACES.
               05                  PIC X(6) VALUE 'TO LOC'.
               05                  PIC X(9) VALUE SPACES.
               05                  PIC X(3) VALUE 'QTY'.
               05                  PIC X VALUE SPACES.
               05                  PIC X(8) VALUE 'FROM AFT'.
               05                  PIC X VALUE SPACES.
               05                  PIC X(8) VALUE 'TO AFTER'.
               05                  PIC X(2) VALUE SPACES.
               05                  PIC X(9) VALUE 'REFERENCE'.
               05                  PIC X(12) VALUE SPACES.
               05                  PIC X(6) VALUE 'STATUS'.

           01 TRANSFER-DETAIL-LINE.
               05                    PIC X(2) VALUE SPACES.
               05 TDL-PRODUCT-ID     PIC X(3).
               05                    PIC X(2) VALUE SPACES.
               05 TDL-FROM-LOCATION  PIC X(10).
               05                    PIC X VALUE SPACES.
               05 TDL-TO-LOCATION    PIC X(10).
               05                    PIC X VALUE SPACES.
               05 TDL-QUANTITY-OUT   PIC ZZZ,ZZ9.
               05                    PIC X(2) VALUE SPACES.
               05 TDL-FROM-AFTER-OUT PIC ZZZ,ZZ9.
               05                    PIC X(2) VALUE SPACES.
               05 TDL-TO-AFTER-OUT   PIC ZZZ,ZZ9.
               05                    PIC X(2) VALUE SPACES.
               05 TDL-REFERENCE      PIC X(20).
               05                    PIC X VALUE SPACES.
               05 TDL-STATUS         PIC X(18).

           01 TOTAL-TRANSFERS-LINE.
               05                    PIC X(31) VALUE SPACES.
               05                    PIC X(17) VALUE
                                                 'TRANSFERS POSTED:'.
               05                    PIC X(10) VALUE SPACES.
               05 TT-POSTED-OUT      PIC ZZ,ZZ9.

           01 TOTAL-TRF-REJECTED-LINE.
               05                    PIC X(29) VALUE SPACES.
               05                    PIC X(19) VALUE
                                               'TRANSFERS REJECTED:'.
               05                    PIC X(10) VALUE SPACES.
               05 TT-REJECTED-OUT    PIC ZZ,ZZ9.

           01 TOTAL-TRANSFERRED-LINE.
               05                    PIC X(27) VALUE SPACES.
               05                    PIC X(21) VALUE
                                             'QUANTITY TRANSFERRED:'.
               05                    PIC X(7) VALUE SPACES.
               05 TT-QUANTITY-OUT    PIC Z,ZZZ,ZZ9.

      *************************PROCEDURE DIVISION***********************
       PROCEDURE DIVISION.

              CLOSE TRANS-FILE INVENTORY-FILE
              STOP RUN
           END-IF
           OPEN I-O STOCK-FILE
           IF WS-STK-STATUS = '35'
              OPEN OUTPUT STOCK-FILE
              CLOSE STOCK-FILE
              OPEN I-O STOCK-FILE
           END-IF
           IF WS-STK-STATUS NOT = '00'
              DISPLAY 'INVMAINT: UNABLE TO OPEN LOCSTOCK.DAT - STATUS '
                       WS-STK-STATUS
              CLOSE TRANS-FILE INVENTORY-FILE PRODUCT-FILE
              STOP RUN
           END-IF
           OPEN I-O OPENPO-FILE
           IF WS-PO-STATUS = '00'
              MOVE 'YES' TO WS-PO-AVAILABLE
           ELSE
              MOVE 'NO' TO WS-PO-AVAILABLE
           END-IF
           OPEN EXTEND MOVEMENT-FILE
           IF WS-MOV-STATUS = '35'
              OPEN OUTPUT MOVEMENT-FILE
           END-IF
           IF WS-MOV-STATUS NOT = '00'
              DISPLAY 'INVMAINT: UNABLE TO OPEN INVMOVE.DAT - STATUS '
                       WS-MOV-STATUS
              CLOSE TRANS-FILE INVENTORY-FILE PRODUCT-FILE
                    STOCK-FILE
              STOP RUN
           END-IF
           OPEN EXTEND JOURNAL-FILE
           IF WS-JNL-STATUS = '35'
              OPEN OUTPUT JOURNAL-FILE
           END-IF
           IF WS-JNL-STATUS NOT = '00'
              DISPLAY 'INVMAINT: UNABLE TO OPEN GLJRNL.DAT - STATUS '
                       WS-JNL-STATUS
              CLOSE TRANS-FILE INVENTORY-FILE PRODUCT-FILE
                    STOCK-FILE MOVEMENT-FILE
              STOP RUN
           END-IF
           OPEN I-O BACKORDER-FILE
           IF WS-BO-STATUS = '35'
              OPEN OUTPUT BACKORDER-FILE
              CLOSE BACKORDER-FILE
              OPEN I-O BACKORDER-FILE
           END-IF
           IF WS-BO-STATUS = '00'
              MOVE 'YES' TO WS-BO-AVAILABLE
           ELSE
              MOVE 'NO' TO WS-BO-AVAILABLE
              DISPLAY 'INVMAINT: UNABLE TO OPEN BACKORD.DAT - STATUS '
                       WS-BO-STATUS ' - BACKORDERS NOT ALLOCATED'
           END-IF
           OPEN OUTPUT REGISTER-FILE
           OPEN OUTPUT TRANSFER-FILE
           PERFORM 130-DATE-ROUTINE
           PERFORM 132-GET-RUN-NUMBER
           PERFORM 145-HEADING-ROUTINE
           PERFORM 146-TRANSFER-HEADING
           .

       130-DATE-ROUTINE.
           MOVE WS-MONTH TO HL-MONTH
           MOVE WS-DAY TO HL-DAY
           MOVE WS-YEAR TO HL-YEAR
           MOVE WS-MONTH TO THL-MONTH
           MOVE WS-DAY TO THL-DAY
           MOVE WS-YEAR TO THL-YEAR
           .

       132-GET-RUN-NUMBER.
           MOVE ZEROES TO WS-RUN-NUMBER
           OPEN INPUT RUN-CONTROL-FILE
           IF WS-RUN-STATUS = '00'
              MOVE 'NO' TO WS-RUN-EOF
              PERFORM UNTIL WS-RUN-EOF = 'YES'
                READ RUN-CONTROL-FILE
                  AT END
                     MOVE 'YES' TO WS-RUN-EOF
                  NOT AT END
                     IF RUN-NUMBER IS NUMERIC
                     AND RUN-NUMBER > WS-RUN-NUMBER
                        MOVE RUN-NUMBER TO WS-RUN-NUMBER
                     END-IF
                END-READ
              END-PERFORM
              CLOSE RUN-CONTROL-FILE
           END-IF
           .

       145-HEADING-ROUTINE.
             AFTER ADVANCING PROPER-SPACING
           .

       146-TRANSFER-HEADING.
           MOVE 1 TO PROPER-SPACING
           WRITE TRANSFER-RECORD FROM HEADING-LINE1
             AFTER ADVANCING PROPER-SPACING
           WRITE TRANSFER-RECORD FROM TRANSFER-HEADING-LINE2
             AFTER ADVANCING PROPER-SPACING
           MOVE 3 TO PROPER-SPACING
           WRITE TRANSFER-RECORD FROM TRANSFER-HEADING-LINE3
             AFTER ADVANCING PROPER-SPACING
           MOVE 1 TO PROPER-SPACING
           MOVE SPACES TO TRANSFER-RECORD
           WRITE TRANSFER-RECORD
             AFTER ADVANCING PROPER-SPACING
           .

       150-READ-TRANS-FILE.
           MOVE 1 TO PROPER-SPACING
           PERFORM UNTIL EOF-FLAG = 'NO'
           MOVE 'NO' TO WS-POSTED-FLAG
           MOVE ZEROES TO WS-BEFORE-QTY WS-AFTER-QTY
           MOVE SPACES TO RDL-STATUS
           MOVE TRN-REFERENCE TO WS-MOV-REFERENCE
           MOVE TRN-LOCATION-ID TO WS-STK-LOCATION
           EVALUATE TRN-TYPE
             WHEN 'R'
                PERFORM 176-POST-RECEIPT
             WHEN 'A'
             WHEN 'K'
                PERFORM 177-POST-ADJUSTMENT
             WHEN 'N'
                PERFORM 178-POST-NEW-PRODUCT
                PERFORM 181-POST-VENDOR-CHANGE
             WHEN 'C'
                PERFORM 182-POST-PRICE-CHANGE
             WHEN 'T'
                PERFORM 180-POST-TRANSFER
             WHEN OTHER
                MOVE 'INVALID TYPE' TO RDL-STATUS
           END-EVALUATE
                MOVE PO-ORDER-QTY TO PML-ORDERED-OUT
                MOVE PO-RECEIVED-QTY TO PML-RECEIVED-OUT
                MOVE 'YES' TO WS-PO-LINE-DUE
                IF PO-STATUS NOT = 'O'
                   EVALUATE PO-STATUS
                     WHEN 'X'
                        MOVE 'PO LINE CANCELLED' TO RDL-STATUS
                     WHEN 'S'
                        MOVE 'PO CLOSED SHORT' TO RDL-STATUS
                     WHEN OTHER
                        MOVE 'PO ALREADY CLOSED' TO RDL-STATUS
                   END-EVALUATE
                ELSE
                   PERFORM 186-APPLY-RECEIPT
                   IF WS-POSTED-FLAG = 'YES'
                      ADD TRN-QUANTITY TO PO-RECEIVED-QTY
                      MOVE PO-RECEIVED-QTY TO PML-RECEIVED-OUT
                      MOVE WS-DATE TO PO-RECEIPT-DATE
                      IF PO-RECEIVED-QTY >= PO-ORDER-QTY
                         MOVE 'C' TO PO-STATUS
                         ADD 1 TO WS-POS-CLOSED
             INVALID KEY
                MOVE 'NOT ON FILE' TO RDL-STATUS
             NOT INVALID KEY
                PERFORM 196-READ-LOCATION-STOCK
                MOVE WS-LOC-ON-HAND TO WS-BEFORE-QTY
                ADD TRN-QUANTITY TO INV-ON-HAND-QTY WS-LOC-ON-HAND
                IF TRN-UNIT-COST IS NUMERIC
                AND TRN-UNIT-COST NOT = ZEROES
                   MOVE TRN-UNIT-COST TO INV-UNIT-COST
                END-IF
                REWRITE INVENTORY-RECORD
                PERFORM 197-SAVE-LOCATION-STOCK
                MOVE WS-LOC-ON-HAND TO WS-AFTER-QTY
                ADD TRN-QUANTITY TO WS-QTY-RECEIVED
                MOVE 'YES' TO WS-POSTED-FLAG
                MOVE 'P' TO WS-MOV-TYPE
                MOVE '+' TO WS-MOV-SIGN
                MOVE TRN-QUANTITY TO WS-MOVE-QTY
                PERFORM 188-WRITE-MOVEMENT
                MOVE 'RC' TO WS-JNL-TYPE
                PERFORM 194-WRITE-JOURNAL
                IF WS-BO-AVAILABLE = 'YES'
                   PERFORM 189-ALLOCATE-BACKORDERS
                END-IF
           END-READ
           .

       189-ALLOCATE-BACKORDERS.
           MOVE ZEROES TO WS-BF-COUNT WS-TRN-BO-FILLS WS-TRN-BO-QTY
                          WS-BF-OMITTED
           MOVE INV-PRODUCT-ID TO BO-PRODUCT-ID
           MOVE ZEROES TO BO-CUSTOMER-ID
           MOVE LOW-VALUES TO BO-LOCATION-ID
           MOVE 'NO' TO WS-BO-EOF
           START BACKORDER-FILE KEY IS NOT LESS THAN BO-KEY
             INVALID KEY
                MOVE 'YES' TO WS-BO-EOF
           END-START
           PERFORM UNTIL WS-BO-EOF = 'YES'
             READ BACKORDER-FILE NEXT RECORD
               AT END
                  MOVE 'YES' TO WS-BO-EOF
               NOT AT END
                  IF BO-PRODUCT-ID NOT = INV-PRODUCT-ID
                     MOVE 'YES' TO WS-BO-EOF
                  ELSE
                     IF BO-STATUS = 'O'
                     AND BO-OPEN-QTY > ZEROES
                     AND BO-LOCATION-ID = WS-STK-LOCATION
                        PERFORM 191-LOAD-BACKORDER
                     END-IF
                  END-IF
             END-READ
           END-PERFORM
           IF WS-BF-COUNT > 0
              PERFORM 192-SORT-BACKORDERS
              PERFORM VARYING BF-IDX FROM 1 BY 1
                UNTIL BF-IDX > WS-BF-COUNT
                   OR WS-LOC-ON-HAND = ZEROES
                PERFORM 193-FILL-BACKORDER
              END-PERFORM
              REWRITE INVENTORY-RECORD
              PERFORM 197-SAVE-LOCATION-STOCK
              MOVE WS-LOC-ON-HAND TO WS-AFTER-QTY
              IF WS-TRN-BO-FILLS > 0
              OR WS-BF-OMITTED > 0
                 MOVE WS-TRN-BO-FILLS TO BFL-FILLS-OUT
                 MOVE WS-TRN-BO-QTY TO BFL-QTY-OUT
                 MOVE WS-BF-OMITTED TO BFL-OMITTED-OUT
                 IF WS-BF-OMITTED > 0
                    MOVE 'BACKORDERS NOT CONSIDERED'
                      TO BFL-OMITTED-TEXT
                 ELSE
                    MOVE SPACES TO BFL-OMITTED-TEXT
                 END-IF
                 MOVE 'YES' TO WS-BO-LINE-DUE
              END-IF
           END-IF
           IF WS-BF-OMITTED > 0
              DISPLAY 'INVMAINT: BACKORDER FILL TABLE FULL - '
                       WS-BF-OMITTED ' BACKORDERS NOT CONSIDERED FOR '
                       INV-PRODUCT-ID ' ' WS-STK-LOCATION
           END-IF
           .

       191-LOAD-BACKORDER.
           IF WS-BF-COUNT < 1000
              ADD 1 TO WS-BF-COUNT
              MOVE BO-ORDER-DATE TO BF-ORDER-DATE (WS-BF-COUNT)
              MOVE BO-RUN-NUMBER TO BF-RUN-NUMBER (WS-BF-COUNT)
              MOVE BO-CUSTOMER-ID TO BF-CUSTOMER-ID (WS-BF-COUNT)
           ELSE
              ADD 1 TO WS-BF-OMITTED
           END-IF
           .

       192-SORT-BACKORDERS.
           IF WS-BF-COUNT > 1
              PERFORM VARYING BF-IDX FROM 1 BY 1
                UNTIL BF-IDX >= WS-BF-COUNT
                PERFORM VARYING BF-IDX2 FROM 1 BY 1
                  UNTIL BF-IDX2 > WS-BF-COUNT - BF-IDX
                  IF BF-SEQUENCE (BF-IDX2) >
                     BF-SEQUENCE (BF-IDX2 + 1)
                     MOVE BACKORDER-FILL-ENTRY (BF-IDX2)
                       TO BACKORDER-FILL-SWAP-ENTRY
                     MOVE BACKORDER-FILL-ENTRY (BF-IDX2 + 1)
                       TO BACKORDER-FILL-ENTRY (BF-IDX2)
                     MOVE BACKORDER-FILL-SWAP-ENTRY
                       TO BACKORDER-FILL-ENTRY (BF-IDX2 + 1)
                  END-IF
                END-PERFORM
              END-PERFORM
           END-IF
           .

       193-FILL-BACKORDER.
           MOVE INV-PRODUCT-ID TO BO-PRODUCT-ID
           MOVE BF-CUSTOMER-ID (BF-IDX) TO BO-CUSTOMER-ID
           MOVE WS-STK-LOCATION TO BO-LOCATION-ID
           READ BACKORDER-FILE KEY IS BO-KEY
             INVALID KEY
                CONTINUE
             NOT INVALID KEY
                IF BO-OPEN-QTY > WS-LOC-ON-HAND
                   MOVE WS-LOC-ON-HAND TO WS-MOVE-QTY
                ELSE
                   MOVE BO-OPEN-QTY TO WS-MOVE-QTY
                END-IF
                SUBTRACT WS-MOVE-QTY FROM BO-OPEN-QTY INV-ON-HAND-QTY
                                          WS-LOC-ON-HAND
                ADD WS-MOVE-QTY TO BO-FILLED-QTY
                IF BO-LAST-FILL-DATE = WS-DATE
                   ADD WS-MOVE-QTY TO BO-LAST-FILL-QTY
                ELSE
                   MOVE WS-DATE TO BO-LAST-FILL-DATE
                   MOVE WS-MOVE-QTY TO BO-LAST-FILL-QTY
                END-IF
                IF BO-OPEN-QTY = ZEROES
                   MOVE 'F' TO BO-STATUS
                END-IF
                REWRITE BACKORDER-RECORD
                ADD 1 TO WS-TRN-BO-FILLS WS-BO-LINES-FILLED
                ADD WS-MOVE-QTY TO WS-TRN-BO-QTY WS-QTY-BO-FILLED
                MOVE 'B' TO WS-MOV-TYPE
                MOVE '-' TO WS-MOV-SIGN
                MOVE BO-CUSTOMER-ID TO WS-BO-REF-CUSTOMER
                MOVE WS-BO-FILL-REFERENCE TO WS-MOV-REFERENCE
                PERFORM 188-WRITE-MOVEMENT
           END-READ
           .

                  INVALID KEY
                     MOVE 'NOT ON FILE' TO RDL-STATUS
                  NOT INVALID KEY
                     PERFORM 196-READ-LOCATION-STOCK
                     MOVE WS-LOC-ON-HAND TO WS-BEFORE-QTY
                     IF TRN-SIGN = '+'
                        ADD TRN-QUANTITY TO INV-ON-HAND-QTY
                                            WS-LOC-ON-HAND
                        ADD TRN-QUANTITY TO WS-QTY-ADJUSTED-UP
                        MOVE TRN-QUANTITY TO WS-MOVE-QTY
                     ELSE
                        IF WS-LOC-ON-HAND > INV-ON-HAND-QTY
                           MOVE INV-ON-HAND-QTY TO WS-LOC-ON-HAND
                        END-IF
                        IF TRN-QUANTITY > WS-LOC-ON-HAND
                           MOVE WS-LOC-ON-HAND TO WS-MOVE-QTY
                        ELSE
                           MOVE TRN-QUANTITY TO WS-MOVE-QTY
                        END-IF
                        SUBTRACT WS-MOVE-QTY FROM INV-ON-HAND-QTY
                                                  WS-LOC-ON-HAND
                        ADD WS-MOVE-QTY TO WS-QTY-ADJUSTED-DN
                     END-IF
                     REWRITE INVENTORY-RECORD
                     PERFORM 197-SAVE-LOCATION-STOCK
                     MOVE WS-LOC-ON-HAND TO WS-AFTER-QTY
                     MOVE 'POSTED' TO RDL-STATUS
                     MOVE 'YES' TO WS-POSTED-FLAG
                     IF TRN-TYPE = 'K'
                        MOVE 'C' TO WS-MOV-TYPE
                     ELSE
                        MOVE 'A' TO WS-MOV-TYPE
                     END-IF
                     MOVE TRN-SIGN TO WS-MOV-SIGN
                     PERFORM 188-WRITE-MOVEMENT
                     EVALUATE TRUE
                       WHEN TRN-TYPE = 'K' AND TRN-SIGN = '+'
                          MOVE 'OV' TO WS-JNL-TYPE
                       WHEN TRN-TYPE = 'K'
                          MOVE 'SH' TO WS-JNL-TYPE
                       WHEN TRN-SIGN = '+'
                          MOVE 'AU' TO WS-JNL-TYPE
                       WHEN OTHER
                          MOVE 'AD' TO WS-JNL-TYPE
                     END-EVALUATE
                     PERFORM 194-WRITE-JOURNAL
                END-READ
             END-IF
           END-IF
                     MOVE 'ADDED' TO RDL-STATUS
                     MOVE 'YES' TO WS-POSTED-FLAG
                     PERFORM 184-SETUP-PRODUCT-MASTER
                     IF WS-STK-LOCATION NOT = SPACES
                        PERFORM 196-READ-LOCATION-STOCK
                        MOVE TRN-QUANTITY TO WS-LOC-ON-HAND
                        PERFORM 197-SAVE-LOCATION-STOCK
                     END-IF
                     MOVE 'N' TO WS-MOV-TYPE
                     MOVE '+' TO WS-MOV-SIGN
                     MOVE TRN-QUANTITY TO WS-MOVE-QTY
                     PERFORM 188-WRITE-MOVEMENT
                END-WRITE
             END-IF
           END-IF
                INVALID KEY
                   MOVE 'NOT ON FILE' TO RDL-STATUS
                NOT INVALID KEY
                   IF WS-STK-LOCATION = SPACES
                      MOVE INV-ON-HAND-QTY TO WS-BEFORE-QTY
                                              WS-AFTER-QTY
                      MOVE TRN-REORDER-POINT TO INV-REORDER-POINT
                      REWRITE INVENTORY-RECORD
                   ELSE
                      PERFORM 196-READ-LOCATION-STOCK
                      MOVE WS-LOC-ON-HAND TO WS-BEFORE-QTY
                                             WS-AFTER-QTY
                      MOVE TRN-REORDER-POINT TO STK-REORDER-POINT
                      PERFORM 197-SAVE-LOCATION-STOCK
                   END-IF
                   MOVE 'POSTED' TO RDL-STATUS
                   MOVE 'YES' TO WS-POSTED-FLAG
              END-READ
                INVALID KEY
                   MOVE 'NOT ON FILE' TO RDL-STATUS
                NOT INVALID KEY
                   IF WS-STK-LOCATION = SPACES
                      MOVE INV-ON-HAND-QTY TO WS-BEFORE-QTY
                                              WS-AFTER-QTY
                      MOVE TRN-VENDOR-ID TO INV-VENDOR-ID
                      MOVE TRN-REORDER-QTY TO INV-REORDER-QTY
                      REWRITE INVENTORY-RECORD
                   ELSE
                      PERFORM 196-READ-LOCATION-STOCK
                      MOVE WS-LOC-ON-HAND TO WS-BEFORE-QTY
                                             WS-AFTER-QTY
                      MOVE TRN-REORDER-QTY TO STK-REORDER-QTY
                      PERFORM 197-SAVE-LOCATION-STOCK
                   END-IF
                   MOVE 'POSTED' TO RDL-STATUS
                   MOVE 'YES' TO WS-POSTED-FLAG
              END-READ
           END-WRITE
           .

       188-WRITE-MOVEMENT.
           IF WS-MOVE-QTY > ZEROES
              MOVE SPACES TO MOVEMENT-RECORD
              MOVE WS-DATE TO MOV-DATE
              MOVE WS-RUN-NUMBER TO MOV-RUN-NUMBER
              IF TRN-TYPE = 'K'
                 MOVE 'CNTPOST' TO MOV-PROGRAM
              ELSE
                 MOVE 'INVMAINT' TO MOV-PROGRAM
              END-IF
              MOVE WS-MOV-TYPE TO MOV-TYPE
              MOVE INV-PRODUCT-ID TO MOV-PRODUCT-ID
              MOVE WS-MOV-SIGN TO MOV-SIGN
              MOVE WS-MOVE-QTY TO MOV-QUANTITY
              MOVE WS-MOV-REFERENCE TO MOV-REFERENCE
              MOVE INV-ON-HAND-QTY TO MOV-ON-HAND
              IF WS-MOV-TYPE = 'T'
              AND WS-MOV-SIGN = '-'
                 SUBTRACT WS-MOVE-QTY FROM MOV-ON-HAND
              END-IF
              MOVE WS-STK-LOCATION TO MOV-LOCATION-ID
              WRITE MOVEMENT-RECORD
           END-IF
           .

       194-WRITE-JOURNAL.
           IF INV-UNIT-COST IS NUMERIC
              MULTIPLY WS-MOVE-QTY BY INV-UNIT-COST
                GIVING WS-JNL-VALUE
           ELSE
              MOVE ZEROES TO WS-JNL-VALUE
           END-IF
           IF WS-JNL-VALUE > ZEROES
              MOVE SPACES TO JOURNAL-RECORD
              MOVE WS-DATE TO JNL-DATE
              MOVE WS-RUN-NUMBER TO JNL-RUN-NUMBER
              IF TRN-TYPE = 'K'
                 MOVE 'CNTPOST' TO JNL-PROGRAM
              ELSE
                 MOVE 'INVMAINT' TO JNL-PROGRAM
              END-IF
              MOVE WS-JNL-TYPE TO JNL-TYPE
              MOVE INV-PRODUCT-ID TO JNL-PRODUCT-ID
              MOVE WS-JNL-VALUE TO JNL-AMOUNT
              MOVE TRN-REFERENCE TO JNL-REFERENCE
              WRITE JOURNAL-RECORD
           END-IF
           .

       183-WRITE-REGISTER-LINE.
           MOVE TRN-TYPE TO RDL-TYPE
           MOVE TRN-PRODUCT-ID TO RDL-PRODUCT-ID
           MOVE TRN-LOCATION-ID TO RDL-LOCATION-ID
           MOVE WS-BEFORE-QTY TO RDL-BEFORE-OUT
           IF TRN-QUANTITY IS NUMERIC
              MOVE TRN-QUANTITY TO RDL-QUANTITY-OUT
           ELSE
              MOVE ZEROES TO RDL-QUANTITY-OUT
           END-IF
           IF TRN-TYPE = 'A' OR TRN-TYPE = 'K'
              MOVE TRN-SIGN TO RDL-SIGN
           ELSE
              MOVE SPACES TO RDL-SIGN
              ADD 1 TO LINE-NUM
              MOVE 'NO' TO WS-PO-LINE-DUE
           END-IF
           IF WS-BO-LINE-DUE = 'YES'
              MOVE BACKORDER-FILL-LINE TO REGISTER-RECORD
              WRITE REGISTER-RECORD
                AFTER ADVANCING PROPER-SPACING
              ADD 1 TO LINE-NUM
              MOVE 'NO' TO WS-BO-LINE-DUE
           END-IF
           .

       190-WRITE-FINAL-TOTALS.
              WRITE REGISTER-RECORD
                AFTER ADVANCING PROPER-SPACING
           END-IF
           IF WS-BO-AVAILABLE = 'YES'
              MOVE WS-BO-LINES-FILLED TO TR-BO-FILLS-OUT
              MOVE WS-QTY-BO-FILLED TO TR-BO-QTY-OUT
              MOVE TOTAL-BACKORDER-LINE TO REGISTER-RECORD
              WRITE REGISTER-RECORD
                AFTER ADVANCING PROPER-SPACING
           END-IF
           PERFORM 199-WRITE-TRANSFER-TOTALS
           .

       180-POST-TRANSFER.
           MOVE ZEROES TO WS-TRF-FROM-AFTER WS-TRF-TO-AFTER
           IF TRN-QUANTITY IS NOT NUMERIC
           OR TRN-QUANTITY = ZEROES
              MOVE 'INVALID QUANTITY' TO RDL-STATUS
           ELSE
             IF TRN-TO-LOCATION-ID = SPACES
                MOVE 'BLANK TO LOCATION' TO RDL-STATUS
             ELSE
               IF TRN-TO-LOCATION-ID = TRN-LOCATION-ID
                  MOVE 'SAME LOCATION' TO RDL-STATUS
               ELSE
                  MOVE TRN-PRODUCT-ID TO INV-PRODUCT-ID
                  READ INVENTORY-FILE KEY IS INV-PRODUCT-ID
                    INVALID KEY
                       MOVE 'NOT ON FILE' TO RDL-STATUS
                    NOT INVALID KEY
                       PERFORM 172-MOVE-BETWEEN-LOCATIONS
                  END-READ
               END-IF
             END-IF
           END-IF
           IF WS-POSTED-FLAG = 'YES'
              ADD 1 TO WS-TRANSFERS-POSTED
              ADD TRN-QUANTITY TO WS-QTY-TRANSFERRED
           ELSE
              ADD 1 TO WS-TRANSFERS-REJECTED
           END-IF
           PERFORM 198-WRITE-TRANSFER-LINE
           .

       172-MOVE-BETWEEN-LOCATIONS.
           PERFORM 196-READ-LOCATION-STOCK
           MOVE WS-LOC-ON-HAND TO WS-BEFORE-QTY
                                  WS-AFTER-QTY
                                  WS-TRF-FROM-AFTER
           IF TRN-QUANTITY > WS-LOC-ON-HAND
              MOVE 'SHORT AT FROM LOC' TO RDL-STATUS
           ELSE
              SUBTRACT TRN-QUANTITY FROM WS-LOC-ON-HAND
              PERFORM 197-SAVE-LOCATION-STOCK
              MOVE WS-LOC-ON-HAND TO WS-AFTER-QTY
                                     WS-TRF-FROM-AFTER
              MOVE 'T' TO WS-MOV-TYPE
              MOVE '-' TO WS-MOV-SIGN
              MOVE TRN-QUANTITY TO WS-MOVE-QTY
              PERFORM 188-WRITE-MOVEMENT
              MOVE TRN-TO-LOCATION-ID TO WS-STK-LOCATION
              PERFORM 196-READ-LOCATION-STOCK
              ADD TRN-QUANTITY TO WS-LOC-ON-HAND
              PERFORM 197-SAVE-LOCATION-STOCK
              MOVE '+' TO WS-MOV-SIGN
              MOVE TRN-QUANTITY TO WS-MOVE-QTY
              PERFORM 188-WRITE-MOVEMENT
              IF WS-BO-AVAILABLE = 'YES'
                 PERFORM 189-ALLOCATE-BACKORDERS
                 MOVE WS-TRF-FROM-AFTER TO WS-AFTER-QTY
              END-IF
              MOVE WS-LOC-ON-HAND TO WS-TRF-TO-AFTER
              MOVE 'POSTED' TO RDL-STATUS
              MOVE 'YES' TO WS-POSTED-FLAG
           END-IF
           .

       196-READ-LOCATION-STOCK.
           IF WS-STK-LOCATION = SPACES
              PERFORM 171-SUM-LOCATION-STOCK
              IF WS-LOC-TOTAL < INV-ON-HAND-QTY
                 SUBTRACT WS-LOC-TOTAL FROM INV-ON-HAND-QTY
                   GIVING WS-LOC-ON-HAND
              ELSE
                 MOVE ZEROES TO WS-LOC-ON-HAND
              END-IF
           ELSE
              MOVE INV-PRODUCT-ID TO STK-PRODUCT-ID
              MOVE WS-STK-LOCATION TO STK-LOCATION-ID
              READ STOCK-FILE KEY IS STK-KEY
                INVALID KEY
                   MOVE 'YES' TO WS-STK-NEW
                   MOVE INV-PRODUCT-ID TO STK-PRODUCT-ID
                   MOVE WS-STK-LOCATION TO STK-LOCATION-ID
                   MOVE ZEROES TO STK-ON-HAND-QTY
                                  STK-REORDER-POINT
                                  STK-REORDER-QTY
                                  STK-LAST-CHANGE-DATE
                NOT INVALID KEY
                   MOVE 'NO' TO WS-STK-NEW
              END-READ
              MOVE STK-ON-HAND-QTY TO WS-LOC-ON-HAND
           END-IF
           .

       197-SAVE-LOCATION-STOCK.
           IF WS-STK-LOCATION NOT = SPACES
              MOVE WS-LOC-ON-HAND TO STK-ON-HAND-QTY
              MOVE WS-DATE TO STK-LAST-CHANGE-DATE
              IF WS-STK-NEW = 'YES'
                 WRITE STOCK-RECORD
                 MOVE 'NO' TO WS-STK-NEW
              ELSE
                 REWRITE STOCK-RECORD
              END-IF
           END-IF
           .

       171-SUM-LOCATION-STOCK.
           MOVE ZEROES TO WS-LOC-TOTAL
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
                     ADD STK-ON-HAND-QTY TO WS-LOC-TOTAL
                  END-IF
             END-READ
           END-PERFORM
           .

       198-WRITE-TRANSFER-LINE.
           MOVE TRN-PRODUCT-ID TO TDL-PRODUCT-ID
           IF TRN-LOCATION-ID = SPACES
              MOVE 'UNASSIGNED' TO TDL-FROM-LOCATION
           ELSE
              MOVE TRN-LOCATION-ID TO TDL-FROM-LOCATION
           END-IF
           MOVE TRN-TO-LOCATION-ID TO TDL-TO-LOCATION
           IF TRN-QUANTITY IS NUMERIC
              MOVE TRN-QUANTITY TO TDL-QUANTITY-OUT
           ELSE
              MOVE ZEROES TO TDL-QUANTITY-OUT
           END-IF
           MOVE WS-TRF-FROM-AFTER TO TDL-FROM-AFTER-OUT
           MOVE WS-TRF-TO-AFTER TO TDL-TO-AFTER-OUT
           MOVE TRN-REFERENCE TO TDL-REFERENCE
           MOVE RDL-STATUS TO TDL-STATUS
           MOVE TRANSFER-DETAIL-LINE TO TRANSFER-RECORD
           WRITE TRANSFER-RECORD
             AFTER ADVANCING 1
           ADD 1 TO WS-TRF-LINE-NUM
           IF WS-TRF-LINE-NUM >= 55
              MOVE SPACES TO TRANSFER-RECORD
              WRITE TRANSFER-RECORD
                AFTER ADVANCING PAGE
              PERFORM 146-TRANSFER-HEADING
              MOVE 10 TO WS-TRF-LINE-NUM
           END-IF
           .

       199-WRITE-TRANSFER-TOTALS.
           MOVE WS-TRANSFERS-POSTED TO TT-POSTED-OUT
           MOVE TOTAL-TRANSFERS-LINE TO TRANSFER-RECORD
           WRITE TRANSFER-RECORD
             AFTER ADVANCING 2
           MOVE WS-TRANSFERS-REJECTED TO TT-REJECTED-OUT
           MOVE TOTAL-TRF-REJECTED-LINE TO TRANSFER-RECORD
           WRITE TRANSFER-RECORD
             AFTER ADVANCING 1
           MOVE WS-QTY-TRANSFERRED TO TT-QUANTITY-OUT
           MOVE TOTAL-TRANSFERRED-LINE TO TRANSFER-RECORD
           WRITE TRANSFER-RECORD
             AFTER ADVANCING 1
           .

       195-NEW-PAGE.
           CLOSE TRANS-FILE
                 INVENTORY-FILE
                 PRODUCT-FILE
                 MOVEMENT-FILE
                 JOURNAL-FILE
                 STOCK-FILE
                 REGISTER-FILE
                 TRANSFER-FILE
           IF WS-PO-AVAILABLE = 'YES'
              CLOSE OPENPO-FILE
           END-IF
           IF WS-BO-AVAILABLE = 'YES'
              CLOSE BACKORDER-FILE
           END-IF
           STOP RUN
           .
