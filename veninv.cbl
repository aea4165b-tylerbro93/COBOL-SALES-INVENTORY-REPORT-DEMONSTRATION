      ******************************************************************
      * Author: Tyler
      * Date: 10/15/2026
      * Purpose: match keyed vendor invoice lines against the purchase
      *          order, the quantity received and the inventory unit
      *          cost, and post approved lines to accounts payable
      * Tectonics: cobc -xo VENINV.exe --std=mf  VENINV.cbl
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. VENINV.
      **************************COMMENT SECTION*************************
      *THIS PROGRAM READS THE KEYED VENDOR INVOICE LINES AND DOES A
      *THREE-WAY MATCH OF EACH LINE:
      *  1. THE PO LINE ON OPENPO.DAT MUST EXIST FOR THAT VENDOR AND
      *     MUST NOT BE CANCELLED
      *  2. THE QUANTITY BILLED MUST NOT EXCEED THE QUANTITY RECEIVED
      *     ON THE PO LINE LESS WHAT HAS ALREADY BEEN BILLED
      *  3. THE UNIT PRICE MUST BE WITHIN 2 PERCENT OF THE UNIT COST
      *     CARRIED ON INVENTORY.DAT
      *A LINE THAT PASSES IS APPROVED INTO THE AP OPEN-ITEMS FILE
      *(APOPEN.DAT) WITH A DUE DATE 30 DAYS AFTER THE INVOICE DATE AND
      *THE QUANTITY IS ADDED TO THE BILLED QUANTITY ON THE PO LINE, SO
      *THE SAME RECEIPT CANNOT BE PAID TWICE. A LINE THAT FAILS IS
      *WRITTEN TO APOPEN.DAT HELD (STATUS H) WITH THE REASON AND IS
      *NOT PAYABLE. KEYING THE SAME VENDOR, INVOICE, PO AND PRODUCT
      *AGAIN RE-MATCHES A HELD LINE; AN APPROVED LINE KEYED AGAIN IS
      *REJECTED AS A DUPLICATE.
      ******************************************************************
      *INVOICE LINE INPUT (VINVTRANS.DAT):
      *1. VENDOR ID
      *2. INVOICE NUMBER
      *3. INVOICE DATE (YYYYMMDD - RUN DATE IF BLANK)
      *4. PO NUMBER
      *5. PRODUCT ID
      *6. QUANTITY BILLED
      *7. UNIT PRICE
      ******************************************************************
      *INVOICE MATCH REGISTER OUTPUT:
      *1. VENDOR, INVOICE, PO AND PRODUCT
      *2. QUANTITY BILLED AND QUANTITY AVAILABLE TO BILL
      *3. UNIT PRICE BILLED AND UNIT COST ON FILE
      *4. LINE AMOUNT, DUE DATE AND MATCH STATUS OR HOLD REASON
      *5. FINAL COUNTS AND AMOUNTS APPROVED AND HELD
      ******************************************************************


      ************************ENVIRONMENT DIVISION**********************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. OCEANBLUE.
       OBJECT-COMPUTER. OCEANBLUE.


       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TRANS-FILE ASSIGN TO 'VINVTRANS.DAT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-TRN-STATUS.

           SELECT OPENPO-FILE ASSIGN TO 'OPENPO.DAT'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS PO-KEY
           FILE STATUS IS WS-PO-STATUS.

           SELECT INVENTORY-FILE ASSIGN TO 'INVENTORY.DAT'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS INV-PRODUCT-ID
           FILE STATUS IS WS-INV-STATUS.

           SELECT AP-FILE ASSIGN TO 'APOPEN.DAT'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS AP-KEY
           FILE STATUS IS WS-AP-STATUS.

           SELECT REGISTER-FILE ASSIGN TO 'INVOICE MATCH REGISTER.txt'
           .


      ***********************DATA DIVISION******************************
       DATA DIVISION.
       FILE SECTION.

           FD TRANS-FILE.
           01 INVOICE-TRANSACTION.
              05 VIT-VENDOR-ID                         PIC X(5).
              05 VIT-INVOICE-NUMBER                    PIC X(10).
              05 VIT-INVOICE-DATE                      PIC 9(8).
              05 VIT-PO-NUMBER                         PIC 9(6).
              05 VIT-PRODUCT-ID                        PIC X(3).
              05 VIT-QTY-BILLED                        PIC 9(6).
              05 VIT-UNIT-PRICE                        PIC 999V99.

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

           FD INVENTORY-FILE.
           01 INVENTORY-RECORD.
              05 INV-PRODUCT-ID                        PIC X(3).
              05 INV-ON-HAND-QTY                        PIC 9(6).
              05 INV-REORDER-POINT                      PIC 9(6).
              05 INV-VENDOR-ID                          PIC X(5).
              05 INV-REORDER-QTY                        PIC 9(6).
              05 INV-UNIT-COST                          PIC 999V99.

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

           FD REGISTER-FILE.
           01 REGISTER-RECORD                          PIC X(132).

       WORKING-STORAGE SECTION.

           01 WS-WORK-AREAS.
              05 EOF-FLAG          PIC X(3) VALUE 'YES'.
              05 PROPER-SPACING    PIC 9(2) VALUE 0.
              05 LINE-NUM          PIC 9(2) VALUE 10.
              05 WS-TRN-STATUS     PIC X(2) VALUE '00'.
              05 WS-PO-STATUS      PIC X(2) VALUE '00'.
              05 WS-INV-STATUS     PIC X(2) VALUE '00'.
              05 WS-AP-STATUS      PIC X(2) VALUE '00'.
              05 WS-AP-ON-FILE     PIC X(3) VALUE 'NO'.
              05 WS-PO-FOUND       PIC X(3) VALUE 'NO'.
              05 WS-LINE-RESULT    PIC X VALUE SPACE.
              05 WS-HOLD-REASON    PIC X(20) VALUE SPACES.
              05 WS-AVAILABLE-QTY  PIC S9(7) VALUE ZEROES.
              05 WS-UNIT-COST      PIC 999V99 VALUE ZEROES.
              05 WS-PRICE-DIFF     PIC S9(3)V99 VALUE ZEROES.
              05 WS-PRICE-LIMIT    PIC 9(3)V99 VALUE ZEROES.
              05 WS-LINE-AMOUNT    PIC 9(7)V99 VALUE ZEROES.
              05 WS-INVOICE-DATE   PIC 9(8) VALUE ZEROES.
              05 WS-DUE-DATE       PIC 9(8) VALUE ZEROES.
              05 WS-TRANS-READ     PIC 9(5) VALUE ZEROES.
              05 WS-LINES-APPROVED PIC 9(5) VALUE ZEROES.
              05 WS-LINES-HELD     PIC 9(5) VALUE ZEROES.
              05 WS-LINES-REJECTED PIC 9(5) VALUE ZEROES.
              05 WS-AMOUNT-APPROVED PIC 9(9)V99 VALUE ZEROES.
              05 WS-AMOUNT-HELD    PIC 9(9)V99 VALUE ZEROES.

           01 WS-MATCH-RULES.
              05 WS-PRICE-TOLERANCE PIC 9V999 VALUE 0.020.
              05 WS-PAYMENT-TERMS  PIC 9(3) VALUE 30.

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
               05 WS-DN-TRY-YEAR   PIC 9(4) VALUE ZEROES.
               05 WS-DN-MARCH-FIRST PIC 9(7) VALUE ZEROES.
               05 WS-DN-DAY-OF-YEAR PIC 9(3) VALUE ZEROES.
               05 WS-DN-MONTH-INDEX PIC 9(2) VALUE ZEROES.
               05 WS-DN-WORK       PIC 9(5) VALUE ZEROES.
               05 WS-DN-FOUND      PIC X(3) VALUE 'NO'.

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
                                               'INVOICE MATCH REGISTER'.
               05                  PIC X(20) VALUE SPACES.
               05                  PIC X(3) VALUE 'TSB'.

           01 HEADING-LINE3.
               05                  PIC X(2) VALUE SPACES.
               05                  PIC X(6) VALUE 'VENDOR'.
               05                  PIC X VALUE SPACES.
               05                  PIC X(7) VALUE 'INVOICE'.
               05                  PIC X(5) VALUE SPACES.
               05                  PIC X(6) VALUE 'PO NO.'.
               05                  PIC X(2) VALUE SPACES.
               05                  PIC X(4) VALUE 'PROD'.
               05                  PIC X(2) VALUE SPACES.
               05                  PIC X(6) VALUE 'BILLED'.
               05                  PIC X(4) VALUE SPACES.
               05                  PIC X(5) VALUE 'AVAIL'.
               05                  PIC X(3) VALUE SPACES.
               05                  PIC X(5) VALUE 'PRICE'.
               05                  PIC X(4) VALUE SPACES.
               05                  PIC X(4) VALUE 'COST'.
               05                  PIC X(8) VALUE SPACES.
               05                  PIC X(6) VALUE 'AMOUNT'.
               05                  PIC X(2) VALUE SPACES.
               05                  PIC X(8) VALUE 'DUE DATE'.
               05                  PIC X(4) VALUE SPACES.
               05                  PIC X(6) VALUE 'STATUS'.

           01 WS-EDIT-DATE.
               05 ED-MONTH         PIC 9(2).
               05                  PIC X VALUE '/'.
               05 ED-DAY           PIC 9(2).
               05                  PIC X VALUE '/'.
               05 ED-YEAR          PIC 9(4).

           01 REGISTER-DETAIL-LINE.
               05                    PIC X(2) VALUE SPACES.
               05 RDL-VENDOR-ID      PIC X(5).
               05                    PIC X(2) VALUE SPACES.
               05 RDL-INVOICE-NUMBER PIC X(10).
               05                    PIC X(2) VALUE SPACES.
               05 RDL-PO-NUMBER      PIC 9(6).
               05                    PIC X(2) VALUE SPACES.
               05 RDL-PRODUCT-ID     PIC X(3).
               05                    PIC X(2) VALUE SPACES.
               05 RDL-BILLED-OUT     PIC ZZZ,ZZ9.
               05                    PIC X(2) VALUE SPACES.
               05 RDL-AVAIL-OUT      PIC ZZZ,ZZ9-.
               05                    PIC X VALUE SPACES.
               05 RDL-PRICE-OUT      PIC ZZ9.99.
               05                    PIC X(2) VALUE SPACES.
               05 RDL-COST-OUT       PIC ZZ9.99.
               05                    PIC X(2) VALUE SPACES.
               05 RDL-AMOUNT-OUT     PIC Z,ZZZ,ZZ9.99.
               05                    PIC X(2) VALUE SPACES.
               05 RDL-DUE-DATE       PIC X(10).
               05                    PIC X(2) VALUE SPACES.
               05 RDL-STATUS         PIC X(20).

           01 TOTAL-READ-LINE.
               05                    PIC X(29) VALUE SPACES.
               05                    PIC X(19) VALUE
                                                 'INVOICE LINES READ:'.
               05                    PIC X(10) VALUE SPACES.
               05 TR-READ-OUT        PIC ZZ,ZZ9.

           01 TOTAL-APPROVED-LINE.
               05                    PIC X(33) VALUE SPACES.
               05                    PIC X(15) VALUE 'LINES APPROVED:'.
               05                    PIC X(10) VALUE SPACES.
               05 TR-APPROVED-OUT    PIC ZZ,ZZ9.
               05                    PIC X(4) VALUE SPACES.
               05 TR-APPROVED-AMT    PIC ZZZ,ZZZ,ZZ9.99.

           01 TOTAL-HELD-LINE.
               05                    PIC X(37) VALUE SPACES.
               05                    PIC X(11) VALUE 'LINES HELD:'.
               05                    PIC X(10) VALUE SPACES.
               05 TR-HELD-OUT        PIC ZZ,ZZ9.
               05                    PIC X(4) VALUE SPACES.
               05 TR-HELD-AMT        PIC ZZZ,ZZZ,ZZ9.99.

           01 TOTAL-REJECTED-LINE.
               05                    PIC X(33) VALUE SPACES.
               05                    PIC X(15) VALUE 'LINES REJECTED:'.
               05                    PIC X(10) VALUE SPACES.
               05 TR-REJECTED-OUT    PIC ZZ,ZZ9.

      *************************PROCEDURE DIVISION***********************
       PROCEDURE DIVISION.

       100-MAIN-MODULE.
           PERFORM 125-HOUSEKEEPING
           PERFORM 150-READ-TRANS-FILE
           PERFORM 200-CLOSE-ROUTINE
           .

       125-HOUSEKEEPING.
           OPEN INPUT TRANS-FILE
           IF WS-TRN-STATUS NOT = '00'
              DISPLAY 'VENINV: UNABLE TO OPEN VINVTRANS.DAT - STATUS '
                       WS-TRN-STATUS
              STOP RUN
           END-IF
           OPEN I-O OPENPO-FILE
           IF WS-PO-STATUS NOT = '00'
              DISPLAY 'VENINV: UNABLE TO OPEN OPENPO.DAT - STATUS '
                       WS-PO-STATUS
              CLOSE TRANS-FILE
              STOP RUN
           END-IF
           OPEN INPUT INVENTORY-FILE
           IF WS-INV-STATUS NOT = '00'
              DISPLAY 'VENINV: UNABLE TO OPEN INVENTORY.DAT - STATUS '
                       WS-INV-STATUS
              CLOSE TRANS-FILE
                    OPENPO-FILE
              STOP RUN
           END-IF
           OPEN I-O AP-FILE
           IF WS-AP-STATUS = '35'
              OPEN OUTPUT AP-FILE
              CLOSE AP-FILE
              OPEN I-O AP-FILE
           END-IF
           IF WS-AP-STATUS NOT = '00'
              DISPLAY 'VENINV: UNABLE TO OPEN APOPEN.DAT - STATUS '
                       WS-AP-STATUS
              CLOSE TRANS-FILE
                    OPENPO-FILE
                    INVENTORY-FILE
              STOP RUN
           END-IF
           OPEN OUTPUT REGISTER-FILE
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

       143-DAY-NUMBER-TO-DATE.
           DIVIDE WS-DAY-NUMBER BY 366 GIVING WS-DN-YEAR
           MOVE 'NO' TO WS-DN-FOUND
           PERFORM UNTIL WS-DN-FOUND = 'YES'
             ADD 1 WS-DN-YEAR GIVING WS-DN-TRY-YEAR
             PERFORM 144-MARCH-FIRST
             IF WS-DN-MARCH-FIRST > WS-DAY-NUMBER
                MOVE 'YES' TO WS-DN-FOUND
             ELSE
                MOVE WS-DN-TRY-YEAR TO WS-DN-YEAR
             END-IF
           END-PERFORM
           MOVE WS-DN-YEAR TO WS-DN-TRY-YEAR
           PERFORM 144-MARCH-FIRST
           SUBTRACT WS-DN-MARCH-FIRST FROM WS-DAY-NUMBER
             GIVING WS-DN-DAY-OF-YEAR
           COMPUTE WS-DN-WORK = 5 * WS-DN-DAY-OF-YEAR + 2
           DIVIDE WS-DN-WORK BY 153 GIVING WS-DN-MONTH-INDEX
           COMPUTE WS-DN-WORK = 153 * WS-DN-MONTH-INDEX + 2
           DIVIDE WS-DN-WORK BY 5 GIVING WS-DN-MONTH-DAYS
           COMPUTE WS-DW-DAY = WS-DN-DAY-OF-YEAR - WS-DN-MONTH-DAYS + 1
           ADD 3 WS-DN-MONTH-INDEX GIVING WS-DN-MONTH
           MOVE WS-DN-YEAR TO WS-DW-YEAR
           IF WS-DN-MONTH > 12
              SUBTRACT 12 FROM WS-DN-MONTH
              ADD 1 TO WS-DW-YEAR
           END-IF
           MOVE WS-DN-MONTH TO WS-DW-MONTH
           .

       144-MARCH-FIRST.
           DIVIDE WS-DN-TRY-YEAR BY 4 GIVING WS-DN-LEAP-4
           DIVIDE WS-DN-TRY-YEAR BY 100 GIVING WS-DN-LEAP-100
           DIVIDE WS-DN-TRY-YEAR BY 400 GIVING WS-DN-LEAP-400
           COMPUTE WS-DN-MARCH-FIRST = 365 * WS-DN-TRY-YEAR
                                     + WS-DN-LEAP-4
                                     - WS-DN-LEAP-100
                                     + WS-DN-LEAP-400
                                     + 1
           .

       145-HEADING-ROUTINE.
           MOVE 1 TO PROPER-SPACING
           WRITE REGISTER-RECORD FROM HEADING-LINE1
             AFTER ADVANCING PROPER-SPACING
           WRITE REGISTER-RECORD FROM HEADING-LINE2
             AFTER ADVANCING PROPER-SPACING
           MOVE 3 TO PROPER-SPACING
           WRITE REGISTER-RECORD FROM HEADING-LINE3
             AFTER ADVANCING PROPER-SPACING
           MOVE 1 TO PROPER-SPACING
           MOVE SPACES TO REGISTER-RECORD
           WRITE REGISTER-RECORD
             AFTER ADVANCING PROPER-SPACING
           .

       150-READ-TRANS-FILE.
           MOVE 1 TO PROPER-SPACING
           PERFORM UNTIL EOF-FLAG = 'NO'
             READ TRANS-FILE
               AT END
                  MOVE 'NO' TO EOF-FLAG
                  PERFORM 190-WRITE-FINAL-TOTALS
               NOT AT END
                  ADD 1 TO WS-TRANS-READ
                  PERFORM 175-MATCH-INVOICE-LINE
                  ADD 1 TO LINE-NUM
                  IF LINE-NUM = 55
                     PERFORM 195-NEW-PAGE
                     MOVE 10 TO LINE-NUM
                  END-IF
             END-READ
           END-PERFORM
           .

       175-MATCH-INVOICE-LINE.
           MOVE SPACES TO WS-HOLD-REASON RDL-STATUS RDL-DUE-DATE
           MOVE ZEROES TO WS-AVAILABLE-QTY WS-UNIT-COST WS-LINE-AMOUNT
           MOVE 'R' TO WS-LINE-RESULT
           IF VIT-VENDOR-ID = SPACES
           OR VIT-INVOICE-NUMBER = SPACES
              MOVE 'BLANK VENDOR/INVOICE' TO RDL-STATUS
           ELSE
             IF VIT-PO-NUMBER IS NOT NUMERIC
             OR VIT-QTY-BILLED IS NOT NUMERIC
             OR VIT-UNIT-PRICE IS NOT NUMERIC
                MOVE 'INVALID PO/QTY/PRICE' TO RDL-STATUS
             ELSE
                PERFORM 176-CHECK-AP-ON-FILE
                IF WS-AP-ON-FILE = 'YES'
                AND AP-STATUS NOT = 'H'
                   MOVE 'DUPLICATE INVOICE' TO RDL-STATUS
                ELSE
                   PERFORM 177-CHECK-PO-LINE
                   IF WS-HOLD-REASON = SPACES
                      PERFORM 178-CHECK-PRICE
                   END-IF
                   PERFORM 179-POST-AP-ITEM
                END-IF
             END-IF
           END-IF
           EVALUATE WS-LINE-RESULT
             WHEN 'A'
                ADD 1 TO WS-LINES-APPROVED
                ADD WS-LINE-AMOUNT TO WS-AMOUNT-APPROVED
             WHEN 'H'
                ADD 1 TO WS-LINES-HELD
                ADD WS-LINE-AMOUNT TO WS-AMOUNT-HELD
             WHEN OTHER
                ADD 1 TO WS-LINES-REJECTED
           END-EVALUATE
           PERFORM 183-WRITE-REGISTER-LINE
           .

       176-CHECK-AP-ON-FILE.
           MOVE VIT-VENDOR-ID TO AP-VENDOR-ID
           MOVE VIT-INVOICE-NUMBER TO AP-INVOICE-NUMBER
           MOVE VIT-PO-NUMBER TO AP-PO-NUMBER
           MOVE VIT-PRODUCT-ID TO AP-PRODUCT-ID
           READ AP-FILE KEY IS AP-KEY
             INVALID KEY
                MOVE 'NO' TO WS-AP-ON-FILE
             NOT INVALID KEY
                MOVE 'YES' TO WS-AP-ON-FILE
           END-READ
           .

       177-CHECK-PO-LINE.
           MOVE 'NO' TO WS-PO-FOUND
           MOVE VIT-PO-NUMBER TO PO-NUMBER
           MOVE VIT-PRODUCT-ID TO PO-PRODUCT-ID
           READ OPENPO-FILE KEY IS PO-KEY
             INVALID KEY
                MOVE 'UNKNOWN PO' TO WS-HOLD-REASON
             NOT INVALID KEY
                MOVE 'YES' TO WS-PO-FOUND
                COMPUTE WS-AVAILABLE-QTY = PO-RECEIVED-QTY
                                         - PO-BILLED-QTY
                EVALUATE TRUE
                  WHEN PO-VENDOR-ID NOT = VIT-VENDOR-ID
                     MOVE 'VENDOR NOT ON PO' TO WS-HOLD-REASON
                  WHEN PO-STATUS = 'X'
                     MOVE 'PO LINE CANCELLED' TO WS-HOLD-REASON
                  WHEN VIT-QTY-BILLED = ZEROES
                     MOVE 'ZERO QTY BILLED' TO WS-HOLD-REASON
                  WHEN VIT-QTY-BILLED > WS-AVAILABLE-QTY
                     MOVE 'OVER-BILLED' TO WS-HOLD-REASON
                END-EVALUATE
           END-READ
           .

       178-CHECK-PRICE.
           MOVE VIT-PRODUCT-ID TO INV-PRODUCT-ID
           READ INVENTORY-FILE KEY IS INV-PRODUCT-ID
             INVALID KEY
                MOVE 'PRODUCT NOT ON FILE' TO WS-HOLD-REASON
             NOT INVALID KEY
                MOVE INV-UNIT-COST TO WS-UNIT-COST
                IF INV-UNIT-COST = ZEROES
                   MOVE 'NO COST ON FILE' TO WS-HOLD-REASON
                ELSE
                   COMPUTE WS-PRICE-LIMIT ROUNDED =
                           INV-UNIT-COST * WS-PRICE-TOLERANCE
                   COMPUTE WS-PRICE-DIFF =
                           VIT-UNIT-PRICE - INV-UNIT-COST
                   IF WS-PRICE-DIFF > WS-PRICE-LIMIT
                   OR WS-PRICE-DIFF < ZEROES - WS-PRICE-LIMIT
                      MOVE 'WRONG PRICE' TO WS-HOLD-REASON
                   END-IF
                END-IF
           END-READ
           .

       179-POST-AP-ITEM.
           COMPUTE WS-LINE-AMOUNT = VIT-QTY-BILLED * VIT-UNIT-PRICE
           IF VIT-INVOICE-DATE IS NUMERIC
           AND VIT-INVOICE-DATE NOT = ZEROES
              MOVE VIT-INVOICE-DATE TO WS-INVOICE-DATE
           ELSE
              MOVE WS-DATE TO WS-INVOICE-DATE
           END-IF
           MOVE WS-INVOICE-DATE TO WS-DATE-WORK
           PERFORM 142-COMPUTE-DAY-NUMBER
           ADD WS-PAYMENT-TERMS TO WS-DAY-NUMBER
           PERFORM 143-DAY-NUMBER-TO-DATE
           MOVE WS-DATE-WORK TO WS-DUE-DATE
           MOVE VIT-VENDOR-ID TO AP-VENDOR-ID
           MOVE VIT-INVOICE-NUMBER TO AP-INVOICE-NUMBER
           MOVE VIT-PO-NUMBER TO AP-PO-NUMBER
           MOVE VIT-PRODUCT-ID TO AP-PRODUCT-ID
           MOVE WS-INVOICE-DATE TO AP-INVOICE-DATE
           MOVE WS-DUE-DATE TO AP-DUE-DATE
           MOVE VIT-QTY-BILLED TO AP-QTY-BILLED
           MOVE VIT-UNIT-PRICE TO AP-UNIT-PRICE
           MOVE WS-LINE-AMOUNT TO AP-AMOUNT
           MOVE WS-DATE TO AP-MATCH-DATE
           IF WS-HOLD-REASON = SPACES
              MOVE 'A' TO AP-STATUS
              MOVE SPACES TO AP-HOLD-REASON
              MOVE 'A' TO WS-LINE-RESULT
              MOVE 'APPROVED' TO RDL-STATUS
              ADD VIT-QTY-BILLED TO PO-BILLED-QTY
              REWRITE OPEN-PO-RECORD
           ELSE
              MOVE 'H' TO AP-STATUS
              MOVE WS-HOLD-REASON TO AP-HOLD-REASON
              MOVE 'H' TO WS-LINE-RESULT
              MOVE WS-HOLD-REASON TO RDL-STATUS
           END-IF
           IF WS-AP-ON-FILE = 'YES'
              REWRITE AP-OPEN-ITEM-RECORD
           ELSE
              WRITE AP-OPEN-ITEM-RECORD
           END-IF
           IF WS-LINE-RESULT = 'A'
              MOVE WS-DUE-DATE TO WS-DATE-WORK
              PERFORM 140-EDIT-DATE
              MOVE WS-EDIT-DATE TO RDL-DUE-DATE
           END-IF
           .

       183-WRITE-REGISTER-LINE.
           MOVE VIT-VENDOR-ID TO RDL-VENDOR-ID
           MOVE VIT-INVOICE-NUMBER TO RDL-INVOICE-NUMBER
           MOVE VIT-PRODUCT-ID TO RDL-PRODUCT-ID
           IF VIT-PO-NUMBER IS NUMERIC
              MOVE VIT-PO-NUMBER TO RDL-PO-NUMBER
           ELSE
              MOVE ZEROES TO RDL-PO-NUMBER
           END-IF
           IF VIT-QTY-BILLED IS NUMERIC
              MOVE VIT-QTY-BILLED TO RDL-BILLED-OUT
           ELSE
              MOVE ZEROES TO RDL-BILLED-OUT
           END-IF
           IF VIT-UNIT-PRICE IS NUMERIC
              MOVE VIT-UNIT-PRICE TO RDL-PRICE-OUT
           ELSE
              MOVE ZEROES TO RDL-PRICE-OUT
           END-IF
           MOVE WS-AVAILABLE-QTY TO RDL-AVAIL-OUT
           MOVE WS-UNIT-COST TO RDL-COST-OUT
           MOVE WS-LINE-AMOUNT TO RDL-AMOUNT-OUT
           MOVE REGISTER-DETAIL-LINE TO REGISTER-RECORD
           WRITE REGISTER-RECORD
             AFTER ADVANCING PROPER-SPACING
           MOVE 1 TO PROPER-SPACING
           .

       190-WRITE-FINAL-TOTALS.
           MOVE WS-TRANS-READ TO TR-READ-OUT
           MOVE TOTAL-READ-LINE TO REGISTER-RECORD
           MOVE 2 TO PROPER-SPACING
           WRITE REGISTER-RECORD
             AFTER ADVANCING PROPER-SPACING
           MOVE 1 TO PROPER-SPACING
           MOVE WS-LINES-APPROVED TO TR-APPROVED-OUT
           MOVE WS-AMOUNT-APPROVED TO TR-APPROVED-AMT
           MOVE TOTAL-APPROVED-LINE TO REGISTER-RECORD
           WRITE REGISTER-RECORD
             AFTER ADVANCING PROPER-SPACING
           MOVE WS-LINES-HELD TO TR-HELD-OUT
           MOVE WS-AMOUNT-HELD TO TR-HELD-AMT
           MOVE TOTAL-HELD-LINE TO REGISTER-RECORD
           WRITE REGISTER-RECORD
             AFTER ADVANCING PROPER-SPACING
           MOVE WS-LINES-REJECTED TO TR-REJECTED-OUT
           MOVE TOTAL-REJECTED-LINE TO REGISTER-RECORD
           WRITE REGISTER-RECORD
             AFTER ADVANCING PROPER-SPACING
           .

       195-NEW-PAGE.
           MOVE SPACES TO REGISTER-RECORD
           WRITE REGISTER-RECORD
             AFTER ADVANCING PAGE
           PERFORM 145-HEADING-ROUTINE
           .

       200-CLOSE-ROUTINE.
           CLOSE TRANS-FILE
                 OPENPO-FILE
                 INVENTORY-FILE
                 AP-FILE
                 REGISTER-FILE
           STOP RUN
           .
