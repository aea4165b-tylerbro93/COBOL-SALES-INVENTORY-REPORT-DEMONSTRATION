      ******************************************************************
      * Author: Tyler
      * Date: 10/15/2026
      * Purpose: cancel open purchase order lines or close them short
      *          so quantities that will never arrive stop counting as
      *          on order in the reorder decision
      * Tectonics: cobc -xo POMAINT.exe --std=mf  POMAINT.cbl
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. POMAINT.
      **************************COMMENT SECTION*************************
      *THIS PROGRAM APPLIES A TRANSACTION FILE OF PURCHASE ORDER LINE
      *CANCELLATIONS AND SHORT CLOSURES AGAINST OPENPO.DAT AND PRINTS
      *A POSTING REGISTER. THE SALES REPORT RUN AND THE PURCHASE ORDER
      *RUN COUNT EVERY OPEN (STATUS O) LINE AS STOCK ON ORDER, SO A
      *LINE THE VENDOR WILL NOT SHIP MUST BE TAKEN OFF HERE OR THE
      *PRODUCT WOULD NEVER BE REORDERED.
      *  X = CANCEL A LINE NOTHING HAS BEEN RECEIVED AGAINST; THE LINE
      *      IS MARKED X (CANCELLED)
      *  S = CLOSE SHORT A LINE THAT HAS BEEN PARTLY RECEIVED; THE LINE
      *      IS MARKED S (CLOSED SHORT) AND THE BALANCE IS RELEASED
      *ONLY OPEN LINES CAN BE CANCELLED OR CLOSED SHORT. THE LINE IS
      *KEPT ON FILE SO THE RECEIPT HISTORY IS NOT LOST.
      ******************************************************************
      *TRANSACTION FILE INPUT:
      *1. TRANSACTION TYPE (X=CANCEL LINE S=CLOSE SHORT)
      *2. PO NUMBER
      *3. PRODUCT ID
      *4. REFERENCE (PAPERWORK NUMBER)
      ******************************************************************
      *POSTING REGISTER OUTPUT:
      *1. TRANSACTION TYPE
      *2. PO NUMBER AND PRODUCT ID
      *3. VENDOR ID
      *4. QUANTITY ORDERED, RECEIVED AND RELEASED
      *5. REFERENCE
      *6. POSTING STATUS
      *7. FINAL TRANSACTION COUNTS AND TOTAL QUANTITY RELEASED
      ******************************************************************


      ************************ENVIRONMENT DIVISION**********************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. OCEANBLUE.
       OBJECT-COMPUTER. OCEANBLUE.


       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TRANS-FILE ASSIGN TO 'POTRANS.DAT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-TRN-STATUS.

           SELECT OPENPO-FILE ASSIGN TO 'OPENPO.DAT'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS PO-KEY
           FILE STATUS IS WS-PO-STATUS.

           SELECT REGISTER-FILE ASSIGN TO 'PO MAINTENANCE REGISTER.txt'
           .


      ***********************DATA DIVISION******************************
       DATA DIVISION.
       FILE SECTION.

           FD TRANS-FILE.
           01 PO-TRANSACTION.
              05 PTR-TYPE                              PIC X.
              05 PTR-PO-NUMBER                         PIC 9(6).
              05 PTR-PRODUCT-ID                        PIC X(3).
              05 PTR-REFERENCE                         PIC X(20).

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

           FD REGISTER-FILE.
           01 REGISTER-RECORD                          PIC X(100).

       WORKING-STORAGE SECTION.

           01 WS-WORK-AREAS.
              05 EOF-FLAG          PIC X(3) VALUE 'YES'.
              05 PROPER-SPACING    PIC 9(2) VALUE 0.
              05 LINE-NUM          PIC 9(2) VALUE 10.
              05 WS-TRN-STATUS     PIC X(2) VALUE '00'.
              05 WS-PO-STATUS      PIC X(2) VALUE '00'.
              05 WS-POSTED-FLAG    PIC X(3) VALUE 'NO'.
              05 WS-LINE-FOUND     PIC X(3) VALUE 'NO'.
              05 WS-TRANS-READ     PIC 9(5) VALUE ZEROES.
              05 WS-TRANS-POSTED   PIC 9(5) VALUE ZEROES.
              05 WS-TRANS-REJECTED PIC 9(5) VALUE ZEROES.
              05 WS-RELEASED-QTY   PIC 9(6) VALUE ZEROES.
              05 WS-TOTAL-RELEASED PIC 9(7) VALUE ZEROES.

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
               05                  PIC X(31) VALUE
                                      'PURCHASE ORDER POSTING REGISTER'.
               05                  PIC X(11) VALUE SPACES.
               05                  PIC X(3) VALUE 'TSB'.

           01 HEADING-LINE3.
               05                  PIC X(2) VALUE SPACES.
               05                  PIC X(4) VALUE 'TYPE'.
               05                  PIC X(2) VALUE SPACES.
               05                  PIC X(6) VALUE 'PO NO.'.
               05                  PIC X(2) VALUE SPACES.
               05                  PIC X(4) VALUE 'PROD'.
               05                  PIC X VALUE SPACES.
               05                  PIC X(6) VALUE 'VENDOR'.
               05                  PIC X(2) VALUE SPACES.
               05                  PIC X(7) VALUE 'ORDERED'.
               05                  PIC X(2) VALUE SPACES.
               05                  PIC X(7) VALUE 'RECEIVD'.
               05                  PIC X(2) VALUE SPACES.
               05                  PIC X(7) VALUE 'RELEASD'.
               05                  PIC X(2) VALUE SPACES.
               05                  PIC X(9) VALUE 'REFERENCE'.
               05                  PIC X(12) VALUE SPACES.
               05                  PIC X(6) VALUE 'STATUS'.

           01 REGISTER-DETAIL-LINE.
               05                    PIC X(3) VALUE SPACES.
               05 RDL-TYPE           PIC X.
               05                    PIC X(4) VALUE SPACES.
               05 RDL-PO-NUMBER      PIC 9(6).
               05                    PIC X(2) VALUE SPACES.
               05 RDL-PRODUCT-ID     PIC X(3).
               05                    PIC X(2) VALUE SPACES.
               05 RDL-VENDOR-ID      PIC X(5).
               05                    PIC X(3) VALUE SPACES.
               05 RDL-ORDERED-OUT    PIC ZZZ,ZZ9.
               05                    PIC X(2) VALUE SPACES.
               05 RDL-RECEIVED-OUT   PIC ZZZ,ZZ9.
               05                    PIC X(2) VALUE SPACES.
               05 RDL-RELEASED-OUT   PIC ZZZ,ZZ9.
               05                    PIC X(2) VALUE SPACES.
               05 RDL-REFERENCE      PIC X(20).
               05                    PIC X VALUE SPACES.
               05 RDL-STATUS         PIC X(18).

           01 TOTAL-READ-LINE.
               05                    PIC X(30) VALUE SPACES.
               05                    PIC X(18) VALUE
                                                 'TRANSACTIONS READ:'.
               05                    PIC X(10) VALUE SPACES.
               05 TR-READ-OUT        PIC ZZ,ZZ9.

           01 TOTAL-POSTED-LINE.
               05                    PIC X(28) VALUE SPACES.
               05                    PIC X(20) VALUE
                                               'TRANSACTIONS POSTED:'.
               05                    PIC X(10) VALUE SPACES.
               05 TR-POSTED-OUT      PIC ZZ,ZZ9.

           01 TOTAL-REJECTED-LINE.
               05                    PIC X(26) VALUE SPACES.
               05                    PIC X(22) VALUE
                                             'TRANSACTIONS REJECTED:'.
               05                    PIC X(10) VALUE SPACES.
               05 TR-REJECTED-OUT    PIC ZZ,ZZ9.

           01 TOTAL-RELEASED-LINE.
               05                    PIC X(30) VALUE SPACES.
               05                    PIC X(18) VALUE
                                                 'QUANTITY RELEASED:'.
               05                    PIC X(7) VALUE SPACES.
               05 TR-RELEASED-OUT    PIC Z,ZZZ,ZZ9.

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
              DISPLAY 'POMAINT: UNABLE TO OPEN POTRANS.DAT - STATUS '
                       WS-TRN-STATUS
              STOP RUN
           END-IF
           OPEN I-O OPENPO-FILE
           IF WS-PO-STATUS NOT = '00'
              DISPLAY 'POMAINT: UNABLE TO OPEN OPENPO.DAT - STATUS '
                       WS-PO-STATUS
              CLOSE TRANS-FILE
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
                  PERFORM 175-POST-TRANSACTION
                  ADD 1 TO LINE-NUM
                  IF LINE-NUM = 55
                     PERFORM 195-NEW-PAGE
                     MOVE 10 TO LINE-NUM
                  END-IF
             END-READ
           END-PERFORM
           .

       175-POST-TRANSACTION.
           MOVE 'NO' TO WS-POSTED-FLAG
           MOVE SPACES TO RDL-STATUS
           MOVE SPACES TO PO-VENDOR-ID
           MOVE ZEROES TO PO-ORDER-QTY PO-RECEIVED-QTY WS-RELEASED-QTY
           EVALUATE PTR-TYPE
             WHEN 'X'
                PERFORM 176-READ-PO-LINE
                IF WS-LINE-FOUND = 'YES'
                   PERFORM 177-POST-CANCEL
                END-IF
             WHEN 'S'
                PERFORM 176-READ-PO-LINE
                IF WS-LINE-FOUND = 'YES'
                   PERFORM 178-POST-CLOSE-SHORT
                END-IF
             WHEN OTHER
                MOVE 'INVALID TYPE' TO RDL-STATUS
           END-EVALUATE
           IF WS-POSTED-FLAG = 'YES'
              ADD 1 TO WS-TRANS-POSTED
              ADD WS-RELEASED-QTY TO WS-TOTAL-RELEASED
           ELSE
              ADD 1 TO WS-TRANS-REJECTED
           END-IF
           PERFORM 183-WRITE-REGISTER-LINE
           .

       176-READ-PO-LINE.
           MOVE 'NO' TO WS-LINE-FOUND
           IF PTR-PO-NUMBER IS NOT NUMERIC
              MOVE 'INVALID PO NUMBER' TO RDL-STATUS
           ELSE
              MOVE PTR-PO-NUMBER TO PO-NUMBER
              MOVE PTR-PRODUCT-ID TO PO-PRODUCT-ID
              READ OPENPO-FILE KEY IS PO-KEY
                INVALID KEY
                   MOVE SPACES TO PO-VENDOR-ID
                   MOVE ZEROES TO PO-ORDER-QTY PO-RECEIVED-QTY
                   MOVE 'NOT ON FILE' TO RDL-STATUS
                NOT INVALID KEY
                   EVALUATE PO-STATUS
                     WHEN 'O'
                        MOVE 'YES' TO WS-LINE-FOUND
                     WHEN 'X'
                        MOVE 'PO LINE CANCELLED' TO RDL-STATUS
                     WHEN 'S'
                        MOVE 'PO CLOSED SHORT' TO RDL-STATUS
                     WHEN OTHER
                        MOVE 'PO ALREADY CLOSED' TO RDL-STATUS
                   END-EVALUATE
              END-READ
           END-IF
           .

       177-POST-CANCEL.
           IF PO-RECEIVED-QTY > ZEROES
              MOVE 'RECEIPTS ON LINE' TO RDL-STATUS
           ELSE
              MOVE PO-ORDER-QTY TO WS-RELEASED-QTY
              MOVE 'X' TO PO-STATUS
              REWRITE OPEN-PO-RECORD
              MOVE 'CANCELLED' TO RDL-STATUS
              MOVE 'YES' TO WS-POSTED-FLAG
           END-IF
           .

       178-POST-CLOSE-SHORT.
           IF PO-RECEIVED-QTY = ZEROES
              MOVE 'NOTHING RECEIVED' TO RDL-STATUS
           ELSE
              IF PO-RECEIVED-QTY < PO-ORDER-QTY
                 SUBTRACT PO-RECEIVED-QTY FROM PO-ORDER-QTY
                   GIVING WS-RELEASED-QTY
              END-IF
              MOVE 'S' TO PO-STATUS
              REWRITE OPEN-PO-RECORD
              MOVE 'CLOSED SHORT' TO RDL-STATUS
              MOVE 'YES' TO WS-POSTED-FLAG
           END-IF
           .

       183-WRITE-REGISTER-LINE.
           MOVE PTR-TYPE TO RDL-TYPE
           IF PTR-PO-NUMBER IS NUMERIC
              MOVE PTR-PO-NUMBER TO RDL-PO-NUMBER
           ELSE
              MOVE ZEROES TO RDL-PO-NUMBER
           END-IF
           MOVE PTR-PRODUCT-ID TO RDL-PRODUCT-ID
           MOVE PO-VENDOR-ID TO RDL-VENDOR-ID
           MOVE PO-ORDER-QTY TO RDL-ORDERED-OUT
           MOVE PO-RECEIVED-QTY TO RDL-RECEIVED-OUT
           MOVE WS-RELEASED-QTY TO RDL-RELEASED-OUT
           MOVE PTR-REFERENCE TO RDL-REFERENCE
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
           MOVE WS-TRANS-POSTED TO TR-POSTED-OUT
           MOVE TOTAL-POSTED-LINE TO REGISTER-RECORD
           WRITE REGISTER-RECORD
             AFTER ADVANCING PROPER-SPACING
           MOVE WS-TRANS-REJECTED TO TR-REJECTED-OUT
           MOVE TOTAL-REJECTED-LINE TO REGISTER-RECORD
           WRITE REGISTER-RECORD
             AFTER ADVANCING PROPER-SPACING
           MOVE WS-TOTAL-RELEASED TO TR-RELEASED-OUT
           MOVE TOTAL-RELEASED-LINE TO REGISTER-RECORD
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
                 REGISTER-FILE
           STOP RUN
           .
