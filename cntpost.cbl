      * Date: 9/2/2026
      * Purpose: compare keyed physical counts against INVENTORY.DAT,
      *          print a variance register priced off PRODMAST.DAT,
      *          and emit accepted variances as 'K' transactions for
      *          the inventory posting run
      * Tectonics: cobc -xo CNTPOST.exe --std=mf  CNTPOST.cbl
      ******************************************************************
      *A VARIANCE REGISTER SHOWING BOOK VS COUNTED WITH THE DOLLAR
      *IMPACT PRICED FROM THE LIST PRICE. ENTRIES FLAGGED ACCEPTED
      *('Y') WITH A NON-ZERO VARIANCE ARE APPENDED TO INVTRANS.DAT AS
      *READY-MADE 'K' COUNT ADJUSTMENTS, SO THE CORRECTION GOES THROUGH
      *THE NORMAL INVENTORY POSTING REGISTER INSTEAD OF AROUND IT. THE
      *INVENTORY MASTER ITSELF IS NEVER TOUCHED HERE. INVMAINT POSTS A
      *'K' EXACTLY LIKE AN 'A' BUT RECORDS IT ON THE MOVEMENT LEDGER
      *AS A COUNT, SO COUNT CORRECTIONS STAND APART ON THE STOCK CARD.
      *WHEN IT POSTS THE 'K', INVMAINT ALSO JOURNALS THE SHRINKAGE OR
      *OVERAGE AT UNIT COST TO GLJRNL.DAT UNDER CNTPOST, SO THE LEDGER
      *ONLY SEES COUNT VARIANCES THAT REALLY REACHED THE MASTER.
      *COUNTS ARE TAKEN PER LOCATION. THE BOOK FIGURE FOR A COUNT IS
      *THE ON-HAND AT THAT LOCATION FROM LOCSTOCK.DAT, OR ZERO WHEN THE
      *LOCATION HAS NEVER HELD THE PRODUCT; A COUNT WITH NO LOCATION
      *IS BOOKED AGAINST THE UNASSIGNED STOCK - THE COMPANY TOTAL LESS
      *EVERYTHING HELD AT LOCATIONS. THE 'K' CARRIES THE LOCATION SO
      *INVMAINT CORRECTS THE RIGHT STORE.
      ******************************************************************
      *COUNT ENTRY FILE INPUT:
      *1. PRODUCT ID
      *2. COUNTED QUANTITY
      *3. ACCEPT FLAG (Y = WRITE THE ADJUSTMENT)
      *4. REFERENCE (COUNT SHEET NUMBER)
      *5. LOCATION COUNTED (BLANK = UNASSIGNED STOCK)
      ******************************************************************
      *VARIANCE REGISTER OUTPUT:
      *1. PRODUCT ID AND LOCATION
      *2. BOOK QUANTITY VS COUNTED QUANTITY
      *3. VARIANCE AND DOLLAR IMPACT
      *4. DISPOSITION (ADJUSTMENT WRITTEN / REVIEW ONLY / REJECT)
           RECORD KEY IS PRD-PRODUCT-ID
           FILE STATUS IS WS-PRD-STATUS.

           SELECT STOCK-FILE ASSIGN TO 'LOCSTOCK.DAT'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS STK-KEY
           FILE STATUS IS WS-STK-STATUS.

           SELECT TRANS-FILE ASSIGN TO 'INVTRANS.DAT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-TRN-STATUS.
              05 CNT-COUNTED-QTY                       PIC 9(6).
              05 CNT-ACCEPT-FLAG                       PIC X.
              05 CNT-REFERENCE                         PIC X(20).
              05 CNT-LOCATION-ID                       PIC X(10).

           FD INVENTORY-FILE.
           01 INVENTORY-RECORD.
              05 PRD-DESCRIPTION                        PIC X(14).
              05 PRD-LIST-PRICE                         PIC 999V99.

           FD STOCK-FILE.
           01 STOCK-RECORD.
              05 STK-KEY.
                 10 STK-PRODUCT-ID                      PIC X(3).
                 10 STK-LOCATION-ID                     PIC X(10).
              05 STK-ON-HAND-QTY                        PIC 9(6).
              05 STK-REORDER-POINT                      PIC 9(6).
              05 STK-REORDER-QTY                        PIC 9(6).
              05 STK-LAST-CHANGE-DATE                   PIC 9(8).

           FD TRANS-FILE.
           01 INVENTORY-TRANSACTION.
              05 TRN-TYPE                              PIC X.
              05 TRN-LIST-PRICE                        PIC 999V99.
              05 TRN-REFERENCE                         PIC X(20).
              05 TRN-UNIT-COST                         PIC 999V99.
              05 TRN-LOCATION-ID                       PIC X(10).
              05 TRN-TO-LOCATION-ID                    PIC X(10).

           FD REGISTER-FILE.
           01 REGISTER-RECORD                          PIC X(100).
              05 WS-INV-STATUS     PIC X(2) VALUE '00'.
              05 WS-PRD-STATUS     PIC X(2) VALUE '00'.
              05 WS-TRN-STATUS     PIC X(2) VALUE '00'.
              05 WS-STK-STATUS     PIC X(2) VALUE '00'.
              05 WS-PRD-AVAILABLE  PIC X(3) VALUE 'NO'.
              05 WS-STK-AVAILABLE  PIC X(3) VALUE 'NO'.
              05 WS-STK-EOF        PIC X(3) VALUE 'NO'.
              05 WS-LOC-TOTAL      PIC 9(7) VALUE ZEROES.
              05 WS-BOOK-QTY       PIC 9(6) VALUE ZEROES.
              05 WS-VARIANCE-QTY   PIC S9(7) VALUE ZEROES.
              05 WS-ABS-VARIANCE   PIC 9(6) VALUE ZEROES.
           01 HEADING-LINE3.
               05                  PIC X(2) VALUE SPACES.
               05                  PIC X(4) VALUE 'PROD'.
               05                  PIC X VALUE SPACES.
               05                  PIC X(8) VALUE 'LOCATION'.
               05                  PIC X(8) VALUE SPACES.
               05                  PIC X(4) VALUE 'BOOK'.
               05                  PIC X(4) VALUE SPACES.
               05                  PIC X(7) VALUE 'COUNTED'.
               05                    PIC X(2) VALUE SPACES.
               05 VDL-PRODUCT-ID     PIC X(3).
               05                    PIC X(2) VALUE SPACES.
               05 VDL-LOCATION-ID    PIC X(10).
               05                    PIC X(2) VALUE SPACES.
               05 VDL-BOOK-OUT       PIC ZZZ,ZZ9.
               05                    PIC X VALUE SPACES.
               05 VDL-COUNTED-OUT    PIC ZZZ,ZZ9.
           ELSE
              MOVE 'NO' TO WS-PRD-AVAILABLE
           END-IF
           OPEN INPUT STOCK-FILE
           IF WS-STK-STATUS = '00'
              MOVE 'YES' TO WS-STK-AVAILABLE
           ELSE
              MOVE 'NO' TO WS-STK-AVAILABLE
           END-IF
           OPEN EXTEND TRANS-FILE
           IF WS-TRN-STATUS = '35'
              OPEN OUTPUT TRANS-FILE
           .

       176-COMPUTE-VARIANCE.
           PERFORM 178-GET-BOOK-QTY
           SUBTRACT WS-BOOK-QTY FROM CNT-COUNTED-QTY
             GIVING WS-VARIANCE-QTY
           IF WS-VARIANCE-QTY = ZEROES

       177-WRITE-ADJUSTMENT.
           MOVE SPACES TO INVENTORY-TRANSACTION
           MOVE 'K' TO TRN-TYPE
           MOVE CNT-PRODUCT-ID TO TRN-PRODUCT-ID
           IF WS-VARIANCE-QTY < ZEROES
              MOVE '-' TO TRN-SIGN
                          TRN-UNIT-COST
           MOVE SPACES TO TRN-VENDOR-ID TRN-DESCRIPTION
           MOVE CNT-REFERENCE TO TRN-REFERENCE
           MOVE CNT-LOCATION-ID TO TRN-LOCATION-ID
           WRITE INVENTORY-TRANSACTION
           ADD 1 TO WS-ADJ-WRITTEN
           .

       178-GET-BOOK-QTY.
           IF CNT-LOCATION-ID = SPACES
              MOVE ZEROES TO WS-LOC-TOTAL
              IF WS-STK-AVAILABLE = 'YES'
                 PERFORM 179-SUM-LOCATION-STOCK
              END-IF
              IF WS-LOC-TOTAL < INV-ON-HAND-QTY
                 SUBTRACT WS-LOC-TOTAL FROM INV-ON-HAND-QTY
                   GIVING WS-BOOK-QTY
              ELSE
                 MOVE ZEROES TO WS-BOOK-QTY
              END-IF
           ELSE
              MOVE ZEROES TO WS-BOOK-QTY
              IF WS-STK-AVAILABLE = 'YES'
                 MOVE CNT-PRODUCT-ID TO STK-PRODUCT-ID
                 MOVE CNT-LOCATION-ID TO STK-LOCATION-ID
                 READ STOCK-FILE KEY IS STK-KEY
                   INVALID KEY
                      MOVE ZEROES TO WS-BOOK-QTY
                   NOT INVALID KEY
                      MOVE STK-ON-HAND-QTY TO WS-BOOK-QTY
                 END-READ
              END-IF
           END-IF
           .

       179-SUM-LOCATION-STOCK.
           MOVE CNT-PRODUCT-ID TO STK-PRODUCT-ID
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
                  IF STK-PRODUCT-ID NOT = CNT-PRODUCT-ID
                     MOVE 'YES' TO WS-STK-EOF
                  ELSE
                     ADD STK-ON-HAND-QTY TO WS-LOC-TOTAL
                  END-IF
             END-READ
           END-PERFORM
           .

       183-WRITE-REGISTER-LINE.
           MOVE CNT-PRODUCT-ID TO VDL-PRODUCT-ID
           MOVE CNT-LOCATION-ID TO VDL-LOCATION-ID
           MOVE WS-BOOK-QTY TO VDL-BOOK-OUT
           IF CNT-COUNTED-QTY IS NUMERIC
              MOVE CNT-COUNTED-QTY TO VDL-COUNTED-OUT
           IF WS-PRD-AVAILABLE = 'YES'
              CLOSE PRODUCT-FILE
           END-IF
           IF WS-STK-AVAILABLE = 'YES'
              CLOSE STOCK-FILE
           END-IF
           STOP RUN
           .
