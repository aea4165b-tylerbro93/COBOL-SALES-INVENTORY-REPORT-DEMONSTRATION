      *10. GROSS MARGIN PER PRODUCT AND IN TOTAL (SALES VALUE LESS
      *    THE UNIT COST CARRIED ON INVENTORY.DAT), WITH THE TOP
      *    PRODUCTS SECTION RANKED BY MARGIN
      *11. ONE INVMOVE.DAT MOVEMENT RECORD FOR EVERY SALE OR RETURN
      *    POSTED TO INVENTORY.DAT ON A LIVE RUN (DATE, RUN NUMBER,
      *    QUANTITY RELIEVED OR RETURNED, THE RESULTING ON-HAND AND
      *    THE LOCATION)
      *12. BACKORD.DAT ENTRY (PRODUCT + CUSTOMER + LOCATION) FOR ANY
      *    SALE THAT IS BIGGER THAN THE ON-HAND, WITH THE DATE AND RUN
      *    NUMBER; A FURTHER SHORTFALL FOR THE SAME CUSTOMER AT THE
      *    SAME LOCATION IS ADDED TO THE OPEN BACKORDER, WHILE ONE AT
      *    ANOTHER LOCATION OPENS ITS OWN BACKORDER THERE SO IT IS
      *    FILLED FROM THAT LOCATION'S STOCK. OPEN BACKORDERS COUNT AS
      *    DEMAND: THE COMPANY ON HAND LESS ALL OPEN BACKORDERS FOR THE
      *    PRODUCT DECIDES WHETHER IT IS REORDERED, AND THE OPEN
      *    BACKORDERS ARE ADDED TO THE REORDER QUANTITY WRITTEN TO
      *    PR2FA17.ORD
      *13. THE REORDER DECISION NETS THE QUANTITY STILL OUTSTANDING ON
      *    OPEN PURCHASE ORDER LINES (OPENPO.DAT STATUS O, ORDERED LESS
      *    RECEIVED): A PRODUCT IS ONLY REORDERED WHEN ON HAND PLUS ON
      *    ORDER LESS THE BACKORDERED QUANTITY IS AT OR BELOW THE
      *    REORDER POINT (CHECKED WHETHER OR NOT ANYTHING IS ON ORDER),
      *    AND ONLY FOR THE QUANTITY NOT ALREADY ON ORDER. A SUGGESTION
      *    COVERED BY OPEN POS IS STILL WRITTEN TO PR2FA17.ORD WITH A
      *    ZERO ORDER QUANTITY AND THE ON ORDER QUANTITY SO THE
      *    PURCHASE ORDER RUN CAN LIST IT AS SUPPRESSED
      *14. GLJRNL.DAT GENERAL LEDGER JOURNAL ENTRIES FOR EVERY ACCEPTED
      *    SALE OR RETURN ON A LIVE RUN ONLY (SA=SALE REVENUE,
      *    RT=RETURN, CS=COST OF GOODS SOLD, CR=COST OF A RETURN, THE
      *    COST AT THE SAME UNIT COST USED FOR THE MARGIN, AND ONLY
      *    WHEN THE STOCK WAS ACTUALLY RELIEVED OR RETURNED), STAMPED
      *    WITH THE DATE AND RUN NUMBER. A RUN TURNED REPORT-ONLY BY
      *    THE POSTING CONTROL WRITES NONE, SO THE GLEXTR EXTRACT
      *    NEVER SEES THE SAME DAY'S SALES TWICE
      *15. PR2FA17.CPV - ONE RECORD FOR EVERY SALE OR RETURN ACCEPTED
      *    AGAINST A CURRENT CUSTOMER PRICE AGREEMENT ON A LIVE RUN
      *    (CUSTOMER, PRODUCT, LOCATION, QUANTITY, CONTRACT AND BILLED
      *    PRICE), REBUILT EVERY LIVE RUN FOR THE AGRRPT REPORT
      *16. LOCATIONS AT OR BELOW THEIR OWN REORDER POINT (LOCSTOCK.DAT)
      *    WITH THE LOCATION ON HAND, THE QUANTITY BACKORDERED THERE
      *    AND HOW MUCH COULD BE TRANSFERRED IN FROM STOCK HELD
      *    ELSEWHERE IN THE COMPANY BEFORE ANYTHING IS BOUGHT
      ******************************************************************
      *LOCATION STOCK:
      *ON A LIVE RUN A SALE IS RELIEVED FROM THE LOCATION ON HAND
      *(LOCSTOCK.DAT, PRODUCT + LOCATION) OF THE LOCATION THAT MADE
      *IT, AND A RETURN GOES BACK INTO THAT LOCATION. INVENTORY.DAT
      *CARRIES THE COMPANY TOTAL AND IS MOVED BY THE SAME QUANTITY.
      *A SALE BIGGER THAN THE LOCATION ON HAND IS BACKORDERED AT THAT
      *LOCATION EVEN WHEN OTHER LOCATIONS HOLD STOCK. A SALE WITH NO
      *LOCATION (SINGLE EXTRACT RUN) WORKS AGAINST THE UNASSIGNED
      *STOCK - THE COMPANY TOTAL LESS EVERYTHING HELD AT LOCATIONS.
      *EACH LOCATION IS CHECKED AGAINST ITS OWN REORDER POINT; THE
      *BUY DECISION WRITTEN TO PR2FA17.ORD STAYS ON THE COMPANY TOTAL
      *AND REORDER POINT, SINCE PURCHASE ORDERS ARE RAISED FOR THE
      *COMPANY AND NOT FOR A LOCATION. A SHORTFALL AT ONE LOCATION
      *NEVER FORCES A BUY BY ITSELF - IT IS LISTED IN THE LOCATION
      *REORDER SECTION WITH THE QUANTITY THAT COULD BE TRANSFERRED IN.
      ******************************************************************
      *CREDIT CHECK:
      *A SALE FOR A CUSTOMER ON CREDIT HOLD (CUSTMAST.DAT) IS REJECTED
      *WITH REASON 10. A SALE THAT WOULD TAKE THE CUSTOMER PAST THE
      *CREDIT LIMIT IS REJECTED WITH REASON 11 - THE EXPOSURE IS THE
      *CUSTBAL.DAT BALANCE BEFORE TODAY'S POSTING PLUS THE SALES AND
      *RETURNS ALREADY ACCEPTED FOR THE CUSTOMER IN THIS RUN PLUS THE
      *SALE ITSELF. A ZERO LIMIT MEANS NO LIMIT. RETURNS ARE NEVER
      *HELD. BOTH GO TO THE EXCEPTION FILE FOR EXCREPAR.
      ******************************************************************
      *PRICE CHECK:
      *WHEN THE CUSTOMER HAS A CURRENT PRICE AGREEMENT FOR THE PRODUCT
      *(PRICEAGR.DAT, EFFECTIVE DATE <= RUN DATE <= EXPIRY DATE) THE
      *COST PER ITEM MUST BE WITHIN THE TOLERANCE OF THE CONTRACT
      *PRICE, OTHERWISE OF THE PRODMAST.DAT LIST PRICE; A PRICE
      *OUTSIDE IT IS REJECTED WITH REASON 06. A SALE OFF LIST BUT AT
      *THE PRICE OF AN AGREEMENT THAT HAS ALREADY EXPIRED IS REJECTED
      *WITH REASON 12 SO THE AGREEMENT CAN BE RENEWED OR THE SALE
      *REBILLED. AN AGREEMENT NOT YET EFFECTIVE IS IGNORED.
      ******************************************************************
      *CALCULATIONS:
      *SALES VALUE: QUANTITY SOLD * COST PER ITEM
           RECORD KEY IS CM-CUSTOMER-ID
           FILE STATUS IS WS-CM-STATUS.

           SELECT CUSTBAL-FILE ASSIGN TO 'CUSTBAL.DAT'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CB-CUSTOMER-ID
           FILE STATUS IS WS-CB-STATUS.

           SELECT CSV-FILE ASSIGN DYNAMIC WS-CSV-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL.

           RECORD KEY IS HIS-KEY
           FILE STATUS IS WS-HIS-STATUS.

           SELECT MOVEMENT-FILE ASSIGN TO 'INVMOVE.DAT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-MOV-STATUS.

           SELECT JOURNAL-FILE ASSIGN TO 'GLJRNL.DAT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-JNL-STATUS.

           SELECT BACKORDER-FILE ASSIGN TO 'BACKORD.DAT'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS BO-KEY
           FILE STATUS IS WS-BO-STATUS.

           SELECT OPENPO-FILE ASSIGN TO 'OPENPO.DAT'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS PO-KEY
           FILE STATUS IS WS-PO-STATUS.

           SELECT AGREEMENT-FILE ASSIGN TO 'PRICEAGR.DAT'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CPA-KEY
           FILE STATUS IS WS-CPA-STATUS.

           SELECT CONTRACT-SALES-FILE ASSIGN TO 'PR2FA17.CPV'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-CPV-STATUS.

           SELECT STOCK-FILE ASSIGN TO 'LOCSTOCK.DAT'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS STK-KEY
           FILE STATUS IS WS-STK-STATUS.

      ***********************DATA DIVISION******************************
       DATA DIVISION.
       FILE SECTION.
              05 CM-ADDRESS-2                           PIC X(25).
              05 CM-ADDRESS-3                           PIC X(25).
              05 CM-STATUS                              PIC X.
              05 CM-CREDIT-LIMIT                        PIC 9(7)V99.
              05 CM-CREDIT-HOLD                         PIC X.

           FD CUSTBAL-FILE.
           01 CUSTOMER-BALANCE-RECORD.
              05 CB-CUSTOMER-ID                        PIC 9(5).
              05 CB-BALANCE                             PIC S9(9)V99.
              05 CB-AGE-CURRENT                         PIC S9(9)V99.
              05 CB-AGE-30                              PIC S9(9)V99.
              05 CB-AGE-60                              PIC S9(9)V99.
              05 CB-AGE-90                              PIC S9(9)V99.
              05 CB-PERIOD-PAYMENTS                     PIC S9(9)V99.
              05 CB-LAST-STMT-DATE                      PIC 9(8).

           FD CSV-FILE.
           01 CSV-RECORD                                PIC X(64).

           FD REORDER-OUT-FILE.
           01 REORDER-OUT-RECORD                        PIC X(41).

           FD BALANCE-FILE.
           01 BALANCE-RECORD                            PIC X(87).
              05 HIS-SALES-VALUE                         PIC S9(9)V99.
              05 HIS-MARGIN                              PIC S9(9)V99.

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

           FD JOURNAL-FILE.
           01 JOURNAL-RECORD.
              05 JNL-DATE                              PIC 9(8).
              05 JNL-RUN-NUMBER                        PIC 9(4).
              05 JNL-PROGRAM                           PIC X(8).
              05 JNL-TYPE                              PIC X(2).
              05 JNL-PRODUCT-ID                        PIC X(3).
              05 JNL-AMOUNT                            PIC 9(7)V99.
              05 JNL-REFERENCE                         PIC X(20).

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

           FD AGREEMENT-FILE.
           01 PRICE-AGREEMENT-RECORD.
              05 CPA-KEY.
                 10 CPA-CUSTOMER-ID                     PIC 9(5).
                 10 CPA-PRODUCT-ID                      PIC X(3).
              05 CPA-CONTRACT-PRICE                     PIC 999V99.
              05 CPA-EFFECTIVE-DATE                     PIC 9(8).
              05 CPA-EXPIRY-DATE                        PIC 9(8).
              05 CPA-REFERENCE                          PIC X(20).
              05 CPA-LAST-CHANGE-DATE                   PIC 9(8).

           FD CONTRACT-SALES-FILE.
           01 CONTRACT-SALES-RECORD.
              05 CPV-DATE                              PIC 9(8).
              05 CPV-RUN-NUMBER                        PIC 9(4).
              05 CPV-CUSTOMER-ID                       PIC 9(5).
              05 CPV-PRODUCT-ID                        PIC X(3).
              05 CPV-LOCATION-ID                       PIC X(10).
              05 CPV-TRANS-TYPE                        PIC X.
              05 CPV-QUANTITY                          PIC 9(3).
              05 CPV-CONTRACT-PRICE                    PIC 999V99.
              05 CPV-BILLED-PRICE                      PIC 999V99.

           FD STOCK-FILE.
           01 STOCK-RECORD.
              05 STK-KEY.
                 10 STK-PRODUCT-ID                      PIC X(3).
                 10 STK-LOCATION-ID                     PIC X(10).
              05 STK-ON-HAND-QTY                        PIC 9(6).
              05 STK-REORDER-POINT                      PIC 9(6).
              05 STK-REORDER-QTY                        PIC 9(6).
              05 STK-LAST-CHANGE-DATE                   PIC 9(8).

       WORKING-STORAGE SECTION.

           01 WS-WORK-AREAS.
              05 WS-PRICE-TOLERANCE PIC 999V99 VALUE ZEROES.
              05 WS-PRICE-DEVIATION PIC 999V99 VALUE ZEROES.
              05 WS-PRICE-VARIANCE  PIC S9999V99 VALUE ZEROES.
              05 WS-BASE-PRICE      PIC 999V99 VALUE ZEROES.
              05 WS-PRICE-BASIS     PIC X VALUE 'L'.
              05 WS-CPA-STATUS      PIC X(2) VALUE '00'.
              05 WS-CPA-AVAILABLE   PIC X(3) VALUE 'NO'.
              05 WS-CPV-STATUS      PIC X(2) VALUE '00'.
              05 WS-CPV-AVAILABLE   PIC X(3) VALUE 'NO'.
              05 WS-VARIANCE-VALUE  PIC S9(7)V99 VALUE ZEROES.
              05 WS-VARIANCE-FOUND  PIC X(3) VALUE 'NO'.
              05 WS-OUT-OF-BALANCE  PIC X(3) VALUE 'NO'.
              05 WS-EXC-REASON-DESC PIC X(25) VALUE SPACES.
              05 WS-CM-STATUS       PIC X(2) VALUE '00'.
              05 WS-CM-AVAILABLE    PIC X(3) VALUE 'NO'.
              05 WS-CB-STATUS       PIC X(2) VALUE '00'.
              05 WS-CB-AVAILABLE    PIC X(3) VALUE 'NO'.
              05 WS-CREDIT-EXPOSURE PIC S9(9)V99 VALUE ZEROES.
              05 WS-CREDIT-SALE-VALUE PIC 9(7)V99 VALUE ZEROES.
              05 WS-HIS-STATUS      PIC X(2) VALUE '00'.
              05 WS-RUN-STATUS      PIC X(2) VALUE '00'.
              05 WS-RUN-EOF         PIC X(3) VALUE 'NO'.
              05 WS-PARM-REPORT-ONLY PIC X(3) VALUE 'NO'.
              05 WS-PARM-REPOST     PIC X(3) VALUE 'NO'.
              05 WS-PNL-PTR         PIC 9(2) VALUE 1.
              05 WS-MOV-STATUS      PIC X(2) VALUE '00'.
              05 WS-MOV-AVAILABLE   PIC X(3) VALUE 'NO'.
              05 WS-MOVE-QTY        PIC 9(6) VALUE ZEROES.
              05 WS-JNL-STATUS      PIC X(2) VALUE '00'.
              05 WS-JNL-AVAILABLE   PIC X(3) VALUE 'NO'.
              05 WS-JNL-TYPE        PIC X(2) VALUE SPACES.
              05 WS-JNL-VALUE       PIC 9(7)V99 VALUE ZEROES.
              05 WS-BO-STATUS       PIC X(2) VALUE '00'.
              05 WS-BO-AVAILABLE    PIC X(3) VALUE 'NO'.
              05 WS-BO-EOF          PIC X(3) VALUE 'NO'.
              05 WS-OPEN-BO-QTY     PIC 9(7) VALUE ZEROES.
              05 WS-SHORTFALL-QTY   PIC 9(6) VALUE ZEROES.
              05 WS-BACKORDER-COUNT PIC 9(5) VALUE ZEROES.
              05 WS-BACKORDER-QTY   PIC 9(7) VALUE ZEROES.
              05 WS-PO-STATUS       PIC X(2) VALUE '00'.
              05 WS-PO-EOF          PIC X(3) VALUE 'NO'.
              05 WS-ON-ORDER-QTY    PIC 9(6) VALUE ZEROES.
              05 WS-NET-POSITION    PIC S9(7) VALUE ZEROES.
              05 WS-NET-ORDER-QTY   PIC S9(7) VALUE ZEROES.
              05 WS-REORDER-SUPPRESSED PIC 9(3) VALUE ZEROES.
              05 WS-STK-STATUS      PIC X(2) VALUE '00'.
              05 WS-STK-AVAILABLE   PIC X(3) VALUE 'NO'.
              05 WS-INV-RELIEVED    PIC X(3) VALUE 'NO'.
              05 WS-STK-NEW         PIC X(3) VALUE 'NO'.
              05 WS-STK-EOF         PIC X(3) VALUE 'NO'.
              05 WS-LOC-ON-HAND     PIC 9(6) VALUE ZEROES.
              05 WS-LOC-TOTAL       PIC 9(7) VALUE ZEROES.
              05 WS-LOC-ELSEWHERE   PIC 9(6) VALUE ZEROES.
              05 WS-LOC-NEEDED      PIC 9(7) VALUE ZEROES.
              05 WS-LOC-REORDER-FOUND PIC X(3) VALUE 'NO'.
              05 WS-TIME.
                 10 WS-TIME-HHMMSS  PIC 9(6).
                 10 FILLER          PIC X(2).
              05 WS-EXC-GEN        PIC 9(4) VALUE ZEROES.
              05                   PIC X(4) VALUE '.EXC'.

           01 WS-MOV-REFERENCE.
              05                   PIC X(4) VALUE 'CUST'.
              05 WS-MOV-REF-CUSTOMER PIC 9(5).
              05                   PIC X VALUE SPACES.
              05 WS-MOV-REF-LOCATION PIC X(10).

           01 REORDER-TABLE.
              05 REORDER-ENTRY OCCURS 50 TIMES
                                INDEXED BY REORDER-IDX.
                 10 ROE-ON-HAND    PIC 9(6).
                 10 ROE-VENDOR-ID  PIC X(5).
                 10 ROE-ORDER-QTY  PIC 9(6).
                 10 ROE-BACKORDER-QTY PIC 9(6).
                 10 ROE-REORDER-POINT PIC 9(6).
                 10 ROE-ON-ORDER   PIC 9(6).
              05 WS-REORDER-COUNT  PIC 9(3) VALUE ZEROES.
              05 WS-REORDER-OMITTED PIC 9(3) VALUE ZEROES.

           01 LOCATION-REORDER-TABLE.
              05 LOCATION-REORDER-ENTRY OCCURS 100 TIMES
                                INDEXED BY LRE-IDX.
                 10 LRE-PRODUCT-ID  PIC X(3).
                 10 LRE-LOCATION-ID PIC X(10).
                 10 LRE-ON-HAND     PIC 9(6).
                 10 LRE-REORDER-QTY PIC 9(6).
                 10 LRE-BACKORDER-QTY PIC 9(6).
                 10 LRE-ELSEWHERE   PIC 9(6).
              05 WS-LOC-REORDER-COUNT PIC 9(3) VALUE ZEROES.
              05 WS-LOC-REORDER-OMITTED PIC 9(3) VALUE ZEROES.

           01 ON-ORDER-TABLE.
              05 ON-ORDER-ENTRY OCCURS 200 TIMES
                                INDEXED BY OOE-IDX.
                 10 OOE-PRODUCT-ID PIC X(3).
                 10 OOE-QTY        PIC 9(7).
              05 WS-ON-ORDER-COUNT PIC 9(3) VALUE ZEROES.
              05 WS-ON-ORDER-FOUND PIC X(3) VALUE 'NO'.

           01 BALANCE-TABLE.
              05 BALANCE-ENTRY OCCURS 50 TIMES
                                INDEXED BY BAL-IDX.
              05 WS-VARIANCE-LOC-COUNT PIC 9(3) VALUE ZEROES.
              05 WS-VARIANCE-OMITTED   PIC 9(3) VALUE ZEROES.

           01 CREDIT-TABLE.
              05 CREDIT-ENTRY OCCURS 2000 TIMES
                               INDEXED BY CRD-IDX.
                 10 CRD-CUSTOMER-ID  PIC 9(5).
                 10 CRD-TODAY-VALUE  PIC S9(9)V99.
              05 WS-CREDIT-COUNT     PIC 9(4) VALUE ZEROES.
              05 WS-CREDIT-OMITTED   PIC 9(5) VALUE ZEROES.
              05 WS-CREDIT-FOUND     PIC X(3) VALUE 'NO'.

           01 TOP-PRODUCTS-TABLE.
              05 TOP-PRODUCT-ENTRY OCCURS 50 TIMES
                                    INDEXED BY TP-IDX TP-IDX2.
               05                    PIC X(15) VALUE SPACES.
               05 EXCEPTION-COUNT-OUT PIC ZZ,ZZ9.

           01 TOTAL-BACKORDER-LINE.
               05                    PIC X(26) VALUE SPACES.
               05                    PIC X(21) VALUE
                                                'BACKORDERED QUANTITY:'.
               05                    PIC X(12) VALUE SPACES.
               05 BACKORDER-QTY-OUT  PIC Z,ZZZ,ZZ9.

           01 TOTAL-RESUB-LINE.
               05                    PIC X(18) VALUE SPACES.
               05                    PIC X(29) VALUE
               05                    PIC X(4) VALUE SPACES.
               05                    PIC X(9) VALUE 'ON HAND: '.
               05 ROD-ON-HAND-OUT    PIC ZZZ,ZZ9.
               05                    PIC X(4) VALUE SPACES.
               05                    PIC X(11) VALUE 'BACKORDER: '.
               05 ROD-BACKORDER-OUT  PIC ZZZ,ZZ9.
               05                    PIC X(2) VALUE SPACES.
               05                    PIC X(10) VALUE 'ON ORDER: '.
               05 ROD-ON-ORDER-OUT   PIC ZZZ,ZZ9.
               05                    PIC X(2) VALUE SPACES.
               05 ROD-ORDER-LABEL    PIC X(7).
               05 ROD-ORDER-OUT      PIC ZZZ,ZZ9.
               05 ROD-ORDER-OUT-X    REDEFINES ROD-ORDER-OUT
                                     PIC X(7).

           01 LOCATION-REORDER-HEADING-LINE.
               05                    PIC X(20) VALUE SPACES.
               05                    PIC X(32) VALUE
                              'LOCATIONS AT OR BELOW REORDER PT'.

           01 LOCATION-REORDER-DETAIL-LINE.
               05                    PIC X(20) VALUE SPACES.
               05                    PIC X(4) VALUE 'PROD'.
               05                    PIC X VALUE SPACES.
               05 LRD-PRODUCT-ID     PIC X(3).
               05                    PIC X VALUE SPACES.
               05 LRD-LOCATION-ID    PIC X(10).
               05                    PIC X(2) VALUE SPACES.
               05                    PIC X(9) VALUE 'ON HAND: '.
               05 LRD-ON-HAND-OUT    PIC ZZZ,ZZ9.
               05                    PIC X(2) VALUE SPACES.
               05                    PIC X(11) VALUE 'BACKORDER: '.
               05 LRD-BACKORDER-OUT  PIC ZZZ,ZZ9.
               05                    PIC X(2) VALUE SPACES.
               05 LRD-ACTION-LABEL   PIC X(10).
               05 LRD-TRANSFER-OUT   PIC ZZZ,ZZ9.
               05 LRD-TRANSFER-OUT-X REDEFINES LRD-TRANSFER-OUT
                                     PIC X(7).

           01 BALANCE-HEADING-LINE1.
               05                    PIC X(20) VALUE SPACES.
               05                    PIC X(41) VALUE
           ' ADDITIONAL PRODUCTS OMITTED (TABLE FULL)'.

           01 COVERED-NOTE-LINE.
               05                    PIC X(20) VALUE SPACES.
               05                    PIC X(6) VALUE 'NOTE: '.
               05 COVERED-COUNT-OUT  PIC ZZ9.
               05                    PIC X(44) VALUE
           ' SUGGESTIONS COVERED BY OPEN PURCHASE ORDERS'.

           01 TOP-PRODUCTS-DETAIL-LINE.
               05                    PIC X(20) VALUE SPACES.
               05                    PIC X(4) VALUE 'PROD'.
               05 TPD-MARGIN-OUT     PIC $Z,ZZZ,ZZZ.99-.

           01 REORDER-OUT-HEADING-LINE.
               05                    PIC X(41) VALUE
                   'PRODUCT,VENDOR,ORDER QTY,ON HAND,ON ORDER'.

           01 REORDER-OUT-DETAIL-LINE.
               05 ROO-PRODUCT-ID     PIC X(3).
               05 ROO-ORDER-QTY      PIC ZZZZZ9.
               05                    PIC X VALUE ','.
               05 ROO-ON-HAND        PIC ZZZZZ9.
               05                    PIC X VALUE ','.
               05 ROO-ON-ORDER       PIC ZZZZZ9.

           01 CSV-HEADING-LINE.
               05                    PIC X(59) VALUE
           ELSE
              MOVE 'NO' TO WS-INV-AVAILABLE
           END-IF
           IF WS-INV-AVAILABLE = 'YES'
           AND WS-LIVE-RUN = 'YES'
              PERFORM 136-OPEN-MOVEMENT-FILE
              PERFORM 137-OPEN-BACKORDER-FILE
              PERFORM 142-OPEN-LOCATION-STOCK
           END-IF
           IF WS-INV-AVAILABLE = 'YES'
              PERFORM 138-LOAD-ON-ORDER
           END-IF
           IF WS-LIVE-RUN = 'YES'
              PERFORM 140-OPEN-JOURNAL-FILE
              PERFORM 141-OPEN-CONTRACT-SALES
           END-IF
           OPEN INPUT AGREEMENT-FILE
           IF WS-CPA-STATUS = '00'
              MOVE 'YES' TO WS-CPA-AVAILABLE
           ELSE
              MOVE 'NO' TO WS-CPA-AVAILABLE
           END-IF
           OPEN INPUT PRODUCT-FILE
           IF WS-PRD-STATUS = '00'
              MOVE 'YES' TO WS-PRD-AVAILABLE
           ELSE
              MOVE 'NO' TO WS-CM-AVAILABLE
           END-IF
           OPEN INPUT CUSTBAL-FILE
           IF WS-CB-STATUS = '00'
              MOVE 'YES' TO WS-CB-AVAILABLE
           ELSE
              MOVE 'NO' TO WS-CB-AVAILABLE
           END-IF
           .

       136-OPEN-MOVEMENT-FILE.
           OPEN EXTEND MOVEMENT-FILE
           IF WS-MOV-STATUS = '35'
              OPEN OUTPUT MOVEMENT-FILE
           END-IF
           IF WS-MOV-STATUS = '00'
              MOVE 'YES' TO WS-MOV-AVAILABLE
           ELSE
              MOVE 'NO' TO WS-MOV-AVAILABLE
              DISPLAY 'PROJECT2: UNABLE TO OPEN INVMOVE.DAT - STATUS '
                       WS-MOV-STATUS ' - INVENTORY NOT RELIEVED'
           END-IF
           .

       140-OPEN-JOURNAL-FILE.
           OPEN EXTEND JOURNAL-FILE
           IF WS-JNL-STATUS = '35'
              OPEN OUTPUT JOURNAL-FILE
           END-IF
           IF WS-JNL-STATUS = '00'
              MOVE 'YES' TO WS-JNL-AVAILABLE
           ELSE
              MOVE 'NO' TO WS-JNL-AVAILABLE
              DISPLAY 'PROJECT2: UNABLE TO OPEN GLJRNL.DAT - STATUS '
                       WS-JNL-STATUS ' - SALES NOT JOURNALED'
           END-IF
           .

       141-OPEN-CONTRACT-SALES.
           IF WS-RESUMING = 'YES'
              OPEN EXTEND CONTRACT-SALES-FILE
              IF WS-CPV-STATUS = '35'
                 OPEN OUTPUT CONTRACT-SALES-FILE
              END-IF
           ELSE
              OPEN OUTPUT CONTRACT-SALES-FILE
           END-IF
           IF WS-CPV-STATUS = '00'
              MOVE 'YES' TO WS-CPV-AVAILABLE
           ELSE
              MOVE 'NO' TO WS-CPV-AVAILABLE
              DISPLAY 'PROJECT2: UNABLE TO OPEN PR2FA17.CPV - STATUS '
                       WS-CPV-STATUS ' - CONTRACT VOLUME NOT WRITTEN'
           END-IF
           .

       137-OPEN-BACKORDER-FILE.
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
              DISPLAY 'PROJECT2: UNABLE TO OPEN BACKORD.DAT - STATUS '
                       WS-BO-STATUS ' - SHORTFALLS NOT BACKORDERED'
           END-IF
           .

       142-OPEN-LOCATION-STOCK.
           OPEN I-O STOCK-FILE
           IF WS-STK-STATUS = '35'
              OPEN OUTPUT STOCK-FILE
              CLOSE STOCK-FILE
              OPEN I-O STOCK-FILE
           END-IF
           IF WS-STK-STATUS = '00'
              MOVE 'YES' TO WS-STK-AVAILABLE
           ELSE
              MOVE 'NO' TO WS-STK-AVAILABLE
              DISPLAY 'PROJECT2: UNABLE TO OPEN LOCSTOCK.DAT - STATUS '
                       WS-STK-STATUS ' - INVENTORY NOT RELIEVED'
           END-IF
           .

       138-LOAD-ON-ORDER.
           MOVE ZEROES TO WS-ON-ORDER-COUNT
           OPEN INPUT OPENPO-FILE
           IF WS-PO-STATUS = '00'
              MOVE 'NO' TO WS-PO-EOF
              PERFORM UNTIL WS-PO-EOF = 'YES'
                READ OPENPO-FILE NEXT RECORD
                  AT END
                     MOVE 'YES' TO WS-PO-EOF
                  NOT AT END
                     IF PO-STATUS = 'O'
                     AND PO-ORDER-QTY > PO-RECEIVED-QTY
                        PERFORM 139-ADD-ON-ORDER
                     END-IF
                END-READ
              END-PERFORM
              CLOSE OPENPO-FILE
           END-IF
           .

       139-ADD-ON-ORDER.
           MOVE 'NO' TO WS-ON-ORDER-FOUND
           IF WS-ON-ORDER-COUNT > 0
              PERFORM VARYING OOE-IDX FROM 1 BY 1
                UNTIL OOE-IDX > WS-ON-ORDER-COUNT
                OR WS-ON-ORDER-FOUND = 'YES'
                IF OOE-PRODUCT-ID (OOE-IDX) = PO-PRODUCT-ID
                   ADD PO-ORDER-QTY TO OOE-QTY (OOE-IDX)
                   SUBTRACT PO-RECEIVED-QTY FROM OOE-QTY (OOE-IDX)
                   MOVE 'YES' TO WS-ON-ORDER-FOUND
                END-IF
              END-PERFORM
           END-IF
           IF WS-ON-ORDER-FOUND = 'NO'
              IF WS-ON-ORDER-COUNT < 200
                 ADD 1 TO WS-ON-ORDER-COUNT
                 MOVE PO-PRODUCT-ID
                   TO OOE-PRODUCT-ID (WS-ON-ORDER-COUNT)
                 SUBTRACT PO-RECEIVED-QTY FROM PO-ORDER-QTY
                   GIVING OOE-QTY (WS-ON-ORDER-COUNT)
              ELSE
                 DISPLAY 'PROJECT2: ON ORDER TABLE FULL - PRODUCT '
                          PO-PRODUCT-ID ' NOT NETTED'
              END-IF
           END-IF
           .

       128-CHECKPOINT-RESTART.
           ADD WS-MARGIN-VALUE TO WS-TL-MARGIN
           PERFORM 181-ACCUMULATE-TOP-PRODUCT
           PERFORM 183-ACCUMULATE-HISTORY
           PERFORM 167-ACCUMULATE-CREDIT
           MOVE 'NO' TO WS-INV-RELIEVED
           IF WS-INV-AVAILABLE = 'YES'
           AND WS-LIVE-RUN = 'YES'
           AND WS-MOV-AVAILABLE = 'YES'
           AND WS-STK-AVAILABLE = 'YES'
              PERFORM 186-UPDATE-INVENTORY
           END-IF
           IF WS-LIVE-RUN = 'YES'
           AND WS-JNL-AVAILABLE = 'YES'
              PERFORM 172-WRITE-JOURNAL
           END-IF
           IF WS-PRICE-BASIS = 'C'
           AND WS-CPV-AVAILABLE = 'YES'
              PERFORM 164-WRITE-CONTRACT-SALE
           END-IF
           .

       164-WRITE-CONTRACT-SALE.
           MOVE SPACES TO CONTRACT-SALES-RECORD
           MOVE WS-DATE TO CPV-DATE
           MOVE WS-RUN-NUMBER TO CPV-RUN-NUMBER
           MOVE SSR-CUSTOMER-ID TO CPV-CUSTOMER-ID
           MOVE SSR-PRODUCT-ID TO CPV-PRODUCT-ID
           MOVE SSR-LOCATION-ID TO CPV-LOCATION-ID
           IF SSR-TRANS-TYPE = 'R'
              MOVE 'R' TO CPV-TRANS-TYPE
           ELSE
              MOVE 'S' TO CPV-TRANS-TYPE
           END-IF
           MOVE WS-QUANTITY-SOLD TO CPV-QUANTITY
           MOVE CPA-CONTRACT-PRICE TO CPV-CONTRACT-PRICE
           MOVE WS-COST-PER-ITEM TO CPV-BILLED-PRICE
           WRITE CONTRACT-SALES-RECORD
           .

       172-WRITE-JOURNAL.
           IF SSR-TRANS-TYPE = 'R'
              MOVE 'RT' TO WS-JNL-TYPE
           ELSE
              MOVE 'SA' TO WS-JNL-TYPE
           END-IF
           MOVE WS-SALES-VALUE TO WS-JNL-VALUE
           PERFORM 169-WRITE-JOURNAL-ENTRY
           IF WS-INV-RELIEVED = 'YES'
              IF SSR-TRANS-TYPE = 'R'
                 MOVE 'CR' TO WS-JNL-TYPE
              ELSE
                 MOVE 'CS' TO WS-JNL-TYPE
              END-IF
              MULTIPLY WS-QUANTITY-SOLD BY WS-UNIT-COST
                GIVING WS-JNL-VALUE
              PERFORM 169-WRITE-JOURNAL-ENTRY
           END-IF
           .

       169-WRITE-JOURNAL-ENTRY.
           IF WS-JNL-VALUE > ZEROES
              MOVE SPACES TO JOURNAL-RECORD
              MOVE WS-DATE TO JNL-DATE
              MOVE WS-RUN-NUMBER TO JNL-RUN-NUMBER
              MOVE 'PROJECT2' TO JNL-PROGRAM
              MOVE WS-JNL-TYPE TO JNL-TYPE
              MOVE SSR-PRODUCT-ID TO JNL-PRODUCT-ID
              MOVE WS-JNL-VALUE TO JNL-AMOUNT
              MOVE SSR-CUSTOMER-ID TO WS-MOV-REF-CUSTOMER
              MOVE SSR-LOCATION-ID TO WS-MOV-REF-LOCATION
              MOVE WS-MOV-REFERENCE TO JNL-REFERENCE
              WRITE JOURNAL-RECORD
           END-IF
           .

       174-GET-UNIT-COST.
           .

       186-UPDATE-INVENTORY.
           MOVE ZEROES TO WS-SHORTFALL-QTY
           MOVE SSR-PRODUCT-ID TO INV-PRODUCT-ID
           READ INVENTORY-FILE KEY IS INV-PRODUCT-ID
             INVALID KEY
                CONTINUE
             NOT INVALID KEY
                PERFORM 152-READ-LOCATION-STOCK
                IF SSR-TRANS-TYPE = 'R'
                   ADD WS-QUANTITY-SOLD TO INV-ON-HAND-QTY
                                           WS-LOC-ON-HAND
                   MOVE WS-QUANTITY-SOLD TO WS-MOVE-QTY
                ELSE
                   IF WS-LOC-ON-HAND > INV-ON-HAND-QTY
                      MOVE INV-ON-HAND-QTY TO WS-LOC-ON-HAND
                   END-IF
                   IF WS-QUANTITY-SOLD > WS-LOC-ON-HAND
                      MOVE WS-LOC-ON-HAND TO WS-MOVE-QTY
                      SUBTRACT WS-LOC-ON-HAND FROM WS-QUANTITY-SOLD
                        GIVING WS-SHORTFALL-QTY
                   ELSE
                      MOVE WS-QUANTITY-SOLD TO WS-MOVE-QTY
                   END-IF
                   SUBTRACT WS-MOVE-QTY FROM INV-ON-HAND-QTY
                                             WS-LOC-ON-HAND
                END-IF
                REWRITE INVENTORY-RECORD
                MOVE 'YES' TO WS-INV-RELIEVED
                PERFORM 153-SAVE-LOCATION-STOCK
                IF WS-MOVE-QTY > ZEROES
                   PERFORM 184-WRITE-MOVEMENT
                END-IF
                IF WS-SHORTFALL-QTY > ZEROES
                AND WS-BO-AVAILABLE = 'YES'
                   PERFORM 170-RECORD-BACKORDER
                END-IF
                PERFORM 157-SUM-OPEN-BACKORDERS
                COMPUTE WS-NET-POSITION = INV-ON-HAND-QTY
                                        - WS-OPEN-BO-QTY
                IF WS-NET-POSITION <= INV-REORDER-POINT
                   PERFORM 187-RECORD-REORDER
                END-IF
                IF SSR-LOCATION-ID NOT = SPACES
                   IF WS-LOC-ON-HAND <= STK-REORDER-POINT
                   OR WS-SHORTFALL-QTY > ZEROES
                      PERFORM 155-RECORD-LOCATION-REORDER
                   END-IF
                END-IF
           END-READ
           .

       152-READ-LOCATION-STOCK.
           IF SSR-LOCATION-ID = SPACES
              PERFORM 154-SUM-LOCATION-STOCK
              IF WS-LOC-TOTAL < INV-ON-HAND-QTY
                 SUBTRACT WS-LOC-TOTAL FROM INV-ON-HAND-QTY
                   GIVING WS-LOC-ON-HAND
              ELSE
                 MOVE ZEROES TO WS-LOC-ON-HAND
              END-IF
           ELSE
              MOVE INV-PRODUCT-ID TO STK-PRODUCT-ID
              MOVE SSR-LOCATION-ID TO STK-LOCATION-ID
              READ STOCK-FILE KEY IS STK-KEY
                INVALID KEY
                   MOVE 'YES' TO WS-STK-NEW
                   MOVE INV-PRODUCT-ID TO STK-PRODUCT-ID
                   MOVE SSR-LOCATION-ID TO STK-LOCATION-ID
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

       153-SAVE-LOCATION-STOCK.
           IF SSR-LOCATION-ID NOT = SPACES
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

       154-SUM-LOCATION-STOCK.
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

       155-RECORD-LOCATION-REORDER.
           IF INV-ON-HAND-QTY > WS-LOC-ON-HAND
              SUBTRACT WS-LOC-ON-HAND FROM INV-ON-HAND-QTY
                GIVING WS-LOC-ELSEWHERE
           ELSE
              MOVE ZEROES TO WS-LOC-ELSEWHERE
           END-IF
           MOVE 'NO' TO WS-LOC-REORDER-FOUND
           IF WS-LOC-REORDER-COUNT > 0
              PERFORM VARYING LRE-IDX FROM 1 BY 1
                UNTIL LRE-IDX > WS-LOC-REORDER-COUNT
                OR WS-LOC-REORDER-FOUND = 'YES'
                IF LRE-PRODUCT-ID (LRE-IDX) = INV-PRODUCT-ID
                AND LRE-LOCATION-ID (LRE-IDX) = SSR-LOCATION-ID
                   MOVE WS-LOC-ON-HAND TO LRE-ON-HAND (LRE-IDX)
                   MOVE WS-LOC-ELSEWHERE TO LRE-ELSEWHERE (LRE-IDX)
                   ADD WS-SHORTFALL-QTY TO LRE-BACKORDER-QTY (LRE-IDX)
                   MOVE 'YES' TO WS-LOC-REORDER-FOUND
                END-IF
              END-PERFORM
           END-IF
           IF WS-LOC-REORDER-FOUND = 'NO'
           AND WS-LOC-REORDER-COUNT < 100
              ADD 1 TO WS-LOC-REORDER-COUNT
              MOVE INV-PRODUCT-ID
                TO LRE-PRODUCT-ID (WS-LOC-REORDER-COUNT)
              MOVE SSR-LOCATION-ID
                TO LRE-LOCATION-ID (WS-LOC-REORDER-COUNT)
              MOVE WS-LOC-ON-HAND TO LRE-ON-HAND (WS-LOC-REORDER-COUNT)
              IF STK-REORDER-QTY > ZEROES
                 MOVE STK-REORDER-QTY
                   TO LRE-REORDER-QTY (WS-LOC-REORDER-COUNT)
              ELSE
                 MOVE INV-REORDER-QTY
                   TO LRE-REORDER-QTY (WS-LOC-REORDER-COUNT)
              END-IF
              MOVE WS-SHORTFALL-QTY
                TO LRE-BACKORDER-QTY (WS-LOC-REORDER-COUNT)
              MOVE WS-LOC-ELSEWHERE
                TO LRE-ELSEWHERE (WS-LOC-REORDER-COUNT)
           ELSE
              IF WS-LOC-REORDER-FOUND = 'NO'
                 ADD 1 TO WS-LOC-REORDER-OMITTED
              END-IF
           END-IF
           .

       157-SUM-OPEN-BACKORDERS.
           MOVE ZEROES TO WS-OPEN-BO-QTY
           IF WS-BO-AVAILABLE = 'NO'
              MOVE WS-SHORTFALL-QTY TO WS-OPEN-BO-QTY
           ELSE
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
                           ADD BO-OPEN-QTY TO WS-OPEN-BO-QTY
                        END-IF
                     END-IF
                END-READ
              END-PERFORM
           END-IF
           .

       184-WRITE-MOVEMENT.
           MOVE SPACES TO MOVEMENT-RECORD
           MOVE WS-DATE TO MOV-DATE
           MOVE WS-RUN-NUMBER TO MOV-RUN-NUMBER
           MOVE 'PROJECT2' TO MOV-PROGRAM
           IF SSR-TRANS-TYPE = 'R'
              MOVE 'R' TO MOV-TYPE
              MOVE '+' TO MOV-SIGN
           ELSE
              MOVE 'S' TO MOV-TYPE
              MOVE '-' TO MOV-SIGN
           END-IF
           MOVE INV-PRODUCT-ID TO MOV-PRODUCT-ID
           MOVE WS-MOVE-QTY TO MOV-QUANTITY
           MOVE SSR-CUSTOMER-ID TO WS-MOV-REF-CUSTOMER
           MOVE SSR-LOCATION-ID TO WS-MOV-REF-LOCATION
           MOVE WS-MOV-REFERENCE TO MOV-REFERENCE
           MOVE INV-ON-HAND-QTY TO MOV-ON-HAND
           MOVE SSR-LOCATION-ID TO MOV-LOCATION-ID
           WRITE MOVEMENT-RECORD
           .

       168-NET-ON-ORDER.
           PERFORM VARYING REORDER-IDX FROM 1 BY 1
             UNTIL REORDER-IDX > WS-REORDER-COUNT
             MOVE ZEROES TO WS-ON-ORDER-QTY
             IF WS-ON-ORDER-COUNT > 0
                MOVE 'NO' TO WS-ON-ORDER-FOUND
                PERFORM VARYING OOE-IDX FROM 1 BY 1
                  UNTIL OOE-IDX > WS-ON-ORDER-COUNT
                  OR WS-ON-ORDER-FOUND = 'YES'
                  IF OOE-PRODUCT-ID (OOE-IDX)
                     = ROE-PRODUCT-ID (REORDER-IDX)
                     MOVE OOE-QTY (OOE-IDX) TO WS-ON-ORDER-QTY
                     MOVE 'YES' TO WS-ON-ORDER-FOUND
                  END-IF
                END-PERFORM
             END-IF
             MOVE WS-ON-ORDER-QTY TO ROE-ON-ORDER (REORDER-IDX)
             COMPUTE WS-NET-POSITION = ROE-ON-HAND (REORDER-IDX)
                   + WS-ON-ORDER-QTY
                   - ROE-BACKORDER-QTY (REORDER-IDX)
             IF WS-NET-POSITION > ROE-REORDER-POINT (REORDER-IDX)
                MOVE ZEROES TO WS-NET-ORDER-QTY
             ELSE
                COMPUTE WS-NET-ORDER-QTY =
                        ROE-ORDER-QTY (REORDER-IDX)
                      - WS-ON-ORDER-QTY
             END-IF
             IF WS-NET-ORDER-QTY > ZEROES
                MOVE WS-NET-ORDER-QTY TO ROE-ORDER-QTY (REORDER-IDX)
             ELSE
                MOVE ZEROES TO ROE-ORDER-QTY (REORDER-IDX)
                ADD 1 TO WS-REORDER-SUPPRESSED
             END-IF
           END-PERFORM
           .

       170-RECORD-BACKORDER.
           MOVE SSR-PRODUCT-ID TO BO-PRODUCT-ID
           MOVE SSR-CUSTOMER-ID TO BO-CUSTOMER-ID
           MOVE SSR-LOCATION-ID TO BO-LOCATION-ID
           READ BACKORDER-FILE KEY IS BO-KEY
             INVALID KEY
                MOVE SSR-PRODUCT-ID TO BO-PRODUCT-ID
                MOVE SSR-CUSTOMER-ID TO BO-CUSTOMER-ID
                MOVE ZEROES TO BO-FILLED-QTY
                               BO-LAST-FILL-DATE
                               BO-LAST-FILL-QTY
                PERFORM 171-OPEN-BACKORDER
                WRITE BACKORDER-RECORD
             NOT INVALID KEY
                IF BO-STATUS = 'O'
                   ADD WS-SHORTFALL-QTY TO BO-OPEN-QTY
                ELSE
                   MOVE ZEROES TO BO-FILLED-QTY
                   PERFORM 171-OPEN-BACKORDER
                END-IF
                REWRITE BACKORDER-RECORD
           END-READ
           ADD 1 TO WS-BACKORDER-COUNT
           ADD WS-SHORTFALL-QTY TO WS-BACKORDER-QTY
           .

       171-OPEN-BACKORDER.
           MOVE SSR-LOCATION-ID TO BO-LOCATION-ID
           MOVE WS-DATE TO BO-ORDER-DATE
           MOVE WS-RUN-NUMBER TO BO-RUN-NUMBER
           MOVE WS-SHORTFALL-QTY TO BO-OPEN-QTY
           MOVE 'O' TO BO-STATUS
           .

       187-RECORD-REORDER.
           MOVE 'NO' TO WS-REORDER-FOUND
           IF WS-REORDER-COUNT > 0
                OR WS-REORDER-FOUND = 'YES'
                IF ROE-PRODUCT-ID (REORDER-IDX) = INV-PRODUCT-ID
                   MOVE INV-ON-HAND-QTY TO ROE-ON-HAND (REORDER-IDX)
                   ADD INV-REORDER-QTY WS-OPEN-BO-QTY
                     GIVING ROE-ORDER-QTY (REORDER-IDX)
                   MOVE WS-OPEN-BO-QTY
                     TO ROE-BACKORDER-QTY (REORDER-IDX)
                   MOVE 'YES' TO WS-REORDER-FOUND
                END-IF
              END-PERFORM
              MOVE INV-PRODUCT-ID TO ROE-PRODUCT-ID (WS-REORDER-COUNT)
              MOVE INV-ON-HAND-QTY TO ROE-ON-HAND (WS-REORDER-COUNT)
              MOVE INV-VENDOR-ID TO ROE-VENDOR-ID (WS-REORDER-COUNT)
              MOVE INV-REORDER-POINT
                TO ROE-REORDER-POINT (WS-REORDER-COUNT)
              MOVE ZEROES TO ROE-ON-ORDER (WS-REORDER-COUNT)
              ADD INV-REORDER-QTY WS-OPEN-BO-QTY
                GIVING ROE-ORDER-QTY (WS-REORDER-COUNT)
              MOVE WS-OPEN-BO-QTY
                TO ROE-BACKORDER-QTY (WS-REORDER-COUNT)
           ELSE
              IF WS-REORDER-FOUND = 'NO'
                 ADD 1 TO WS-REORDER-OMITTED

       177-VALIDATE-RECORD.
           MOVE 'YES' TO WS-RECORD-VALID
           MOVE 'L' TO WS-PRICE-BASIS
           MOVE SPACES TO WS-EXC-REASON-CODE WS-EXC-REASON-DESC
           IF SSR-QUANTITY-SOLD IS NOT NUMERIC
           OR SSR-COST-PER-ITEM IS NOT NUMERIC
              PERFORM 173-CHECK-CUSTOMER-MASTER
           END-IF
           IF WS-RECORD-VALID = 'YES'
           AND (WS-PRD-AVAILABLE = 'YES' OR WS-CPA-AVAILABLE = 'YES')
              PERFORM 178-CHECK-PRICE-VARIANCE
           END-IF
           .
                   MOVE 'NO' TO WS-RECORD-VALID
                   MOVE '09' TO WS-EXC-REASON-CODE
                   MOVE 'CUSTOMER INACTIVE' TO WS-EXC-REASON-DESC
                ELSE
                   IF SSR-TRANS-TYPE NOT = 'R'
                      PERFORM 165-CHECK-CREDIT
                   END-IF
                END-IF
           END-READ
           .

       165-CHECK-CREDIT.
           IF CM-CREDIT-HOLD = 'Y'
              MOVE 'NO' TO WS-RECORD-VALID
              MOVE '10' TO WS-EXC-REASON-CODE
              MOVE 'CUSTOMER ON CREDIT HOLD' TO WS-EXC-REASON-DESC
           ELSE
              IF CM-CREDIT-LIMIT IS NUMERIC
              AND CM-CREDIT-LIMIT > ZEROES
                 MOVE ZEROES TO WS-CREDIT-EXPOSURE
                 IF WS-CB-AVAILABLE = 'YES'
                    MOVE SSR-CUSTOMER-ID TO CB-CUSTOMER-ID
                    READ CUSTBAL-FILE KEY IS CB-CUSTOMER-ID
                      INVALID KEY
                         CONTINUE
                      NOT INVALID KEY
                         IF CB-LAST-STMT-DATE = WS-DATE
                            SUBTRACT CB-AGE-CURRENT FROM CB-BALANCE
                              GIVING WS-CREDIT-EXPOSURE
                         ELSE
                            MOVE CB-BALANCE TO WS-CREDIT-EXPOSURE
                         END-IF
                    END-READ
                 END-IF
                 MOVE 'NO' TO WS-CREDIT-FOUND
                 PERFORM 166-ADD-TODAY-CREDIT
                 MULTIPLY SSR-QUANTITY-SOLD BY SSR-COST-PER-ITEM
                   GIVING WS-CREDIT-SALE-VALUE
                 ADD WS-CREDIT-SALE-VALUE TO WS-CREDIT-EXPOSURE
                 IF WS-CREDIT-EXPOSURE > CM-CREDIT-LIMIT
                    MOVE 'NO' TO WS-RECORD-VALID
                    MOVE '11' TO WS-EXC-REASON-CODE
                    MOVE 'OVER CREDIT LIMIT' TO WS-EXC-REASON-DESC
                 END-IF
              END-IF
           END-IF
           .

       166-ADD-TODAY-CREDIT.
           IF WS-CREDIT-COUNT > 0
              PERFORM VARYING CRD-IDX FROM 1 BY 1
                UNTIL CRD-IDX > WS-CREDIT-COUNT
                OR WS-CREDIT-FOUND = 'YES'
                IF CRD-CUSTOMER-ID (CRD-IDX) = SSR-CUSTOMER-ID
                   ADD CRD-TODAY-VALUE (CRD-IDX) TO WS-CREDIT-EXPOSURE
                   MOVE 'YES' TO WS-CREDIT-FOUND
                END-IF
              END-PERFORM
           END-IF
           .

       167-ACCUMULATE-CREDIT.
           MOVE 'NO' TO WS-CREDIT-FOUND
           IF WS-CREDIT-COUNT > 0
              PERFORM VARYING CRD-IDX FROM 1 BY 1
                UNTIL CRD-IDX > WS-CREDIT-COUNT
                OR WS-CREDIT-FOUND = 'YES'
                IF CRD-CUSTOMER-ID (CRD-IDX) = SSR-CUSTOMER-ID
                   ADD WS-SIGNED-VALUE TO CRD-TODAY-VALUE (CRD-IDX)
                   MOVE 'YES' TO WS-CREDIT-FOUND
                END-IF
              END-PERFORM
           END-IF
           IF WS-CREDIT-FOUND = 'NO'
           AND WS-CREDIT-COUNT < 2000
              ADD 1 TO WS-CREDIT-COUNT
              MOVE SSR-CUSTOMER-ID
                TO CRD-CUSTOMER-ID (WS-CREDIT-COUNT)
              MOVE WS-SIGNED-VALUE
                TO CRD-TODAY-VALUE (WS-CREDIT-COUNT)
           ELSE
              IF WS-CREDIT-FOUND = 'NO'
                 ADD 1 TO WS-CREDIT-OMITTED
                 DISPLAY 'PROJECT2: CREDIT TABLE FULL - CUSTOMER '
                          SSR-CUSTOMER-ID ' SALE NOT IN TODAYS EXPOSURE'
              END-IF
           END-IF
           .

       178-CHECK-PRICE-VARIANCE.
           IF WS-CPA-AVAILABLE = 'YES'
              PERFORM 162-FIND-PRICE-AGREEMENT
           END-IF
           IF WS-PRICE-BASIS = 'C'
              MOVE CPA-CONTRACT-PRICE TO WS-BASE-PRICE
              PERFORM 163-COMPARE-PRICE
              IF WS-PRICE-DEVIATION > WS-PRICE-TOLERANCE
                 MOVE 'NO' TO WS-RECORD-VALID
                 MOVE '06' TO WS-EXC-REASON-CODE
                 MOVE 'PRICE OFF CONTRACT' TO WS-EXC-REASON-DESC
                 MULTIPLY WS-PRICE-VARIANCE BY SSR-QUANTITY-SOLD
                   GIVING WS-VARIANCE-VALUE
                 PERFORM 197-RECORD-PRICE-VARIANCE
              END-IF
           ELSE
              IF WS-PRD-AVAILABLE = 'YES'
                 MOVE SSR-PRODUCT-ID TO PRD-PRODUCT-ID
                 READ PRODUCT-FILE KEY IS PRD-PRODUCT-ID
                   INVALID KEY
                      CONTINUE
                   NOT INVALID KEY
                      MOVE PRD-LIST-PRICE TO WS-BASE-PRICE
                      PERFORM 163-COMPARE-PRICE
                      IF WS-PRICE-DEVIATION > WS-PRICE-TOLERANCE
                         MOVE 'NO' TO WS-RECORD-VALID
                         MOVE '06' TO WS-EXC-REASON-CODE
                         MOVE 'PRICE OFF LIST' TO WS-EXC-REASON-DESC
                         MULTIPLY WS-PRICE-VARIANCE BY SSR-QUANTITY-SOLD
                           GIVING WS-VARIANCE-VALUE
                         IF WS-PRICE-BASIS = 'X'
                            PERFORM 161-CHECK-EXPIRED-PRICE
                         END-IF
                         IF WS-EXC-REASON-CODE = '06'
                            PERFORM 197-RECORD-PRICE-VARIANCE
                         END-IF
                      END-IF
                 END-READ
              END-IF
           END-IF
           .

       161-CHECK-EXPIRED-PRICE.
           MOVE CPA-CONTRACT-PRICE TO WS-BASE-PRICE
           PERFORM 163-COMPARE-PRICE
           IF WS-PRICE-DEVIATION NOT > WS-PRICE-TOLERANCE
              MOVE '12' TO WS-EXC-REASON-CODE
              MOVE 'EXPIRED PRICE AGREEMENT' TO WS-EXC-REASON-DESC
           END-IF
           .

       162-FIND-PRICE-AGREEMENT.
           MOVE 'L' TO WS-PRICE-BASIS
           MOVE SSR-CUSTOMER-ID TO CPA-CUSTOMER-ID
           MOVE SSR-PRODUCT-ID TO CPA-PRODUCT-ID
           READ AGREEMENT-FILE KEY IS CPA-KEY
             INVALID KEY
                CONTINUE
             NOT INVALID KEY
                IF CPA-EFFECTIVE-DATE NOT > WS-DATE
                   IF CPA-EXPIRY-DATE < WS-DATE
                      MOVE 'X' TO WS-PRICE-BASIS
                   ELSE
                      MOVE 'C' TO WS-PRICE-BASIS
                   END-IF
                END-IF
           END-READ
           .

       163-COMPARE-PRICE.
           MULTIPLY WS-BASE-PRICE BY WS-PRICE-TOLERANCE-PCT
             GIVING WS-PRICE-TOLERANCE ROUNDED
           SUBTRACT WS-BASE-PRICE FROM SSR-COST-PER-ITEM
             GIVING WS-PRICE-VARIANCE
           IF WS-PRICE-VARIANCE < ZEROES
              SUBTRACT SSR-COST-PER-ITEM FROM WS-BASE-PRICE
                GIVING WS-PRICE-DEVIATION
           ELSE
              MOVE WS-PRICE-VARIANCE TO WS-PRICE-DEVIATION
           END-IF
           .

       197-RECORD-PRICE-VARIANCE.
           MOVE 'NO' TO WS-VARIANCE-FOUND
           IF WS-VARIANCE-LOC-COUNT > 0
           MOVE 1 TO PROPER-SPACING
           WRITE REPORT-RECORD
             AFTER ADVANCING PROPER-SPACING
           IF WS-BACKORDER-COUNT > 0
              MOVE WS-BACKORDER-QTY TO BACKORDER-QTY-OUT
              MOVE TOTAL-BACKORDER-LINE TO REPORT-RECORD
              WRITE REPORT-RECORD
                AFTER ADVANCING PROPER-SPACING
           END-IF
           PERFORM 188-UPDATE-PERIOD-TO-DATE
           MOVE PTD-QUANTITY TO PTD-QUANTITY-OUT
           MOVE TOTAL-PTD-SOLD-LINE TO REPORT-RECORD
              PERFORM 192-SORT-TOP-PRODUCTS
              PERFORM 193-WRITE-TOP-PRODUCTS-SECTION
           END-IF
           IF WS-REORDER-COUNT > 0
              PERFORM 168-NET-ON-ORDER
           END-IF
           IF WS-INV-AVAILABLE = 'YES'
           AND WS-REORDER-COUNT > 0
              PERFORM 191-WRITE-REORDER-SECTION
           END-IF
           IF WS-LOC-REORDER-COUNT > 0
              PERFORM 156-WRITE-LOCATION-REORDERS
           END-IF
           IF WS-LIVE-RUN = 'YES'
              PERFORM 194-WRITE-REORDER-FILE
           END-IF
             UNTIL REORDER-IDX > WS-REORDER-COUNT
             MOVE ROE-PRODUCT-ID (REORDER-IDX) TO ROD-PRODUCT-ID
             MOVE ROE-ON-HAND (REORDER-IDX) TO ROD-ON-HAND-OUT
             MOVE ROE-BACKORDER-QTY (REORDER-IDX) TO ROD-BACKORDER-OUT
             MOVE ROE-ON-ORDER (REORDER-IDX) TO ROD-ON-ORDER-OUT
             IF ROE-ORDER-QTY (REORDER-IDX) = ZEROES
                MOVE 'COVERED' TO ROD-ORDER-LABEL
                MOVE SPACES TO ROD-ORDER-OUT-X
             ELSE
                MOVE 'ORDER: ' TO ROD-ORDER-LABEL
                MOVE ROE-ORDER-QTY (REORDER-IDX) TO ROD-ORDER-OUT
             END-IF
             MOVE REORDER-DETAIL-LINE TO REPORT-RECORD
             WRITE REPORT-RECORD
               AFTER ADVANCING PROPER-SPACING
           END-PERFORM
           IF WS-REORDER-SUPPRESSED > 0
              MOVE WS-REORDER-SUPPRESSED TO COVERED-COUNT-OUT
              MOVE COVERED-NOTE-LINE TO REPORT-RECORD
              WRITE REPORT-RECORD
                AFTER ADVANCING PROPER-SPACING
           END-IF
           IF WS-REORDER-OMITTED > 0
              MOVE WS-REORDER-OMITTED TO OMITTED-COUNT-OUT
              MOVE OMITTED-NOTE-LINE TO REPORT-RECORD
           END-IF
           .

       156-WRITE-LOCATION-REORDERS.
           MOVE 2 TO PROPER-SPACING
           MOVE LOCATION-REORDER-HEADING-LINE TO REPORT-RECORD
           WRITE REPORT-RECORD
             AFTER ADVANCING PROPER-SPACING
           MOVE 1 TO PROPER-SPACING
           PERFORM VARYING LRE-IDX FROM 1 BY 1
             UNTIL LRE-IDX > WS-LOC-REORDER-COUNT
             MOVE LRE-PRODUCT-ID (LRE-IDX) TO LRD-PRODUCT-ID
             MOVE LRE-LOCATION-ID (LRE-IDX) TO LRD-LOCATION-ID
             MOVE LRE-ON-HAND (LRE-IDX) TO LRD-ON-HAND-OUT
             MOVE LRE-BACKORDER-QTY (LRE-IDX) TO LRD-BACKORDER-OUT
             ADD LRE-REORDER-QTY (LRE-IDX) LRE-BACKORDER-QTY (LRE-IDX)
               GIVING WS-LOC-NEEDED
             IF LRE-ELSEWHERE (LRE-IDX) = ZEROES
             OR WS-LOC-NEEDED = ZEROES
                MOVE 'NONE SPARE' TO LRD-ACTION-LABEL
                MOVE SPACES TO LRD-TRANSFER-OUT-X
             ELSE
                MOVE 'TRANSFER: ' TO LRD-ACTION-LABEL
                IF WS-LOC-NEEDED > LRE-ELSEWHERE (LRE-IDX)
                   MOVE LRE-ELSEWHERE (LRE-IDX) TO LRD-TRANSFER-OUT
                ELSE
                   MOVE WS-LOC-NEEDED TO LRD-TRANSFER-OUT
                END-IF
             END-IF
             MOVE LOCATION-REORDER-DETAIL-LINE TO REPORT-RECORD
             WRITE REPORT-RECORD
               AFTER ADVANCING PROPER-SPACING
           END-PERFORM
           IF WS-LOC-REORDER-OMITTED > 0
              MOVE WS-LOC-REORDER-OMITTED TO OMITTED-COUNT-OUT
              MOVE OMITTED-NOTE-LINE TO REPORT-RECORD
              WRITE REPORT-RECORD
                AFTER ADVANCING PROPER-SPACING
           END-IF
           .

       194-WRITE-REORDER-FILE.
           OPEN OUTPUT REORDER-OUT-FILE
           WRITE REORDER-OUT-RECORD FROM REORDER-OUT-HEADING-LINE
             MOVE ROE-VENDOR-ID (REORDER-IDX) TO ROO-VENDOR-ID
             MOVE ROE-ORDER-QTY (REORDER-IDX) TO ROO-ORDER-QTY
             MOVE ROE-ON-HAND (REORDER-IDX) TO ROO-ON-HAND
             MOVE ROE-ON-ORDER (REORDER-IDX) TO ROO-ON-ORDER
             WRITE REORDER-OUT-RECORD FROM REORDER-OUT-DETAIL-LINE
           END-PERFORM
           CLOSE REORDER-OUT-FILE

       200-CLOSE-ROUTINE.
           PERFORM 198-WRITE-BALANCE-REPORT
           IF WS-CREDIT-OMITTED > 0
              DISPLAY 'PROJECT2: CREDIT TABLE FULL - '
                       WS-CREDIT-OMITTED ' SALES NOT IN TODAYS EXPOSURE'
           END-IF
           CLOSE SORTED-SOURCE-FILE
                 REPORT-FILE
                 EXCEPTION-FILE
           IF WS-INV-AVAILABLE = 'YES'
              CLOSE INVENTORY-FILE
           END-IF
           IF WS-MOV-AVAILABLE = 'YES'
              CLOSE MOVEMENT-FILE
           END-IF
           IF WS-JNL-AVAILABLE = 'YES'
              CLOSE JOURNAL-FILE
           END-IF
           IF WS-CPV-AVAILABLE = 'YES'
              CLOSE CONTRACT-SALES-FILE
           END-IF
           IF WS-CPA-AVAILABLE = 'YES'
              CLOSE AGREEMENT-FILE
           END-IF
           IF WS-BO-AVAILABLE = 'YES'
              CLOSE BACKORDER-FILE
           END-IF
           IF WS-STK-AVAILABLE = 'YES'
              CLOSE STOCK-FILE
           END-IF
           IF WS-PRD-AVAILABLE = 'YES'
              CLOSE PRODUCT-FILE
           END-IF
           IF WS-CM-AVAILABLE = 'YES'
              CLOSE CUSTOMER-FILE
           END-IF
           IF WS-CB-AVAILABLE = 'YES'
              CLOSE CUSTBAL-FILE
           END-IF
           OPEN OUTPUT CHECKPOINT-FILE
           CLOSE CHECKPOINT-FILE
           IF WS-LIVE-RUN = 'YES'
