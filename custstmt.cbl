      *THE BALANCE FILE. A RUN WITH A DATE ARGUMENT PRINTS THE SAME
      *FIGURES WITHOUT TOUCHING THE BALANCE FILE.
      ******************************************************************
      *CREDIT CHECK:
      *A SALE FOR A CUSTOMER ON CREDIT HOLD (CUSTMAST.DAT) IS REJECTED
      *WITH REASON 10. A SALE THAT WOULD TAKE THE CUSTOMER PAST THE
      *CREDIT LIMIT IS REJECTED WITH REASON 11 - THE EXPOSURE IS THE
      *CUSTBAL.DAT BALANCE BEFORE TODAY'S POSTING PLUS THE CUSTOMER'S
      *ACTIVITY ALREADY ON THIS STATEMENT PLUS THE SALE ITSELF. A ZERO
      *LIMIT MEANS NO LIMIT. RETURNS ARE NEVER HELD.
      ******************************************************************
      *PRICE CHECK:
      *THE COST PER ITEM IS CHECKED THE SAME WAY AS THE SALES REPORT -
      *WITHIN 10% OF THE CONTRACT PRICE WHEN THE CUSTOMER HAS A
      *CURRENT PRICE AGREEMENT FOR THE PRODUCT (PRICEAGR.DAT), WITHIN
      *10% OF THE PRODMAST.DAT LIST PRICE OTHERWISE (REASON 06). A
      *SALE OFF LIST BUT AT THE PRICE OF AN EXPIRED AGREEMENT IS
      *REJECTED WITH REASON 12.
      ******************************************************************
      *CALCULATIONS:
      *SALES VALUE: QUANTITY SOLD * COST PER ITEM
      *TOTAL SALES VALUE
           RECORD KEY IS CM-CUSTOMER-ID
           FILE STATUS IS WS-CM-STATUS.

           SELECT PRODUCT-FILE ASSIGN TO 'PRODMAST.DAT'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS PRD-PRODUCT-ID
           FILE STATUS IS WS-PRD-STATUS.

           SELECT AGREEMENT-FILE ASSIGN TO 'PRICEAGR.DAT'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CPA-KEY
           FILE STATUS IS WS-CPA-STATUS.

           SELECT PARAMETER-FILE ASSIGN TO 'PR2FA17.PRM'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-PRM-STATUS.
              05 CM-ADDRESS-2                           PIC X(25).
              05 CM-ADDRESS-3                           PIC X(25).
              05 CM-STATUS                              PIC X.
              05 CM-CREDIT-LIMIT                        PIC 9(7)V99.
              05 CM-CREDIT-HOLD                         PIC X.

           FD PRODUCT-FILE.
           01 PRODUCT-RECORD.
              05 PRD-PRODUCT-ID                        PIC X(3).
              05 PRD-DESCRIPTION                        PIC X(14).
              05 PRD-LIST-PRICE                         PIC 999V99.

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

           FD PARAMETER-FILE.
           01 PARAMETER-RECORD                         PIC X(80).
              05 WS-RESUB-EOF       PIC X(3) VALUE 'NO'.
              05 WS-CM-STATUS       PIC X(2) VALUE '00'.
              05 WS-CM-AVAILABLE    PIC X(3) VALUE 'NO'.
              05 WS-CREDIT-EXPOSURE PIC S9(9)V99 VALUE ZEROES.
              05 WS-CREDIT-SALE-VALUE PIC 9(7)V99 VALUE ZEROES.
              05 WS-PRD-STATUS      PIC X(2) VALUE '00'.
              05 WS-PRD-AVAILABLE   PIC X(3) VALUE 'NO'.
              05 WS-CPA-STATUS      PIC X(2) VALUE '00'.
              05 WS-CPA-AVAILABLE   PIC X(3) VALUE 'NO'.
              05 WS-PRICE-TOLERANCE-PCT PIC 9V99 VALUE 0.10.
              05 WS-PRICE-TOLERANCE PIC 999V99 VALUE ZEROES.
              05 WS-PRICE-DEVIATION PIC 999V99 VALUE ZEROES.
              05 WS-PRICE-VARIANCE  PIC S9999V99 VALUE ZEROES.
              05 WS-BASE-PRICE      PIC 999V99 VALUE ZEROES.
              05 WS-PRICE-BASIS     PIC X VALUE 'L'.
              05 WS-OUT-OF-BALANCE  PIC X(3) VALUE 'NO'.
              05 WS-FILE-READ-COUNT PIC 9(7) VALUE ZEROES.
              05 WS-FILE-QUANTITY   PIC 9(9) VALUE ZEROES.
           ELSE
              MOVE 'NO' TO WS-CM-AVAILABLE
           END-IF
           OPEN INPUT PRODUCT-FILE
           IF WS-PRD-STATUS = '00'
              MOVE 'YES' TO WS-PRD-AVAILABLE
           ELSE
              MOVE 'NO' TO WS-PRD-AVAILABLE
           END-IF
           OPEN INPUT AGREEMENT-FILE
           IF WS-CPA-STATUS = '00'
              MOVE 'YES' TO WS-CPA-AVAILABLE
           ELSE
              MOVE 'NO' TO WS-CPA-AVAILABLE
           END-IF
           OPEN I-O BALANCE-FILE
           IF WS-CB-STATUS = '35'
              OPEN OUTPUT BALANCE-FILE
           AND WS-CM-AVAILABLE = 'YES'
              PERFORM 173-CHECK-CUSTOMER-MASTER
           END-IF
           IF WS-RECORD-VALID = 'YES'
           AND (WS-PRD-AVAILABLE = 'YES' OR WS-CPA-AVAILABLE = 'YES')
              PERFORM 178-CHECK-PRICE
           END-IF
           .

       178-CHECK-PRICE.
           MOVE 'L' TO WS-PRICE-BASIS
           IF WS-CPA-AVAILABLE = 'YES'
              PERFORM 176-FIND-PRICE-AGREEMENT
           END-IF
           IF WS-PRICE-BASIS = 'C'
              MOVE CPA-CONTRACT-PRICE TO WS-BASE-PRICE
              PERFORM 172-COMPARE-PRICE
              IF WS-PRICE-DEVIATION > WS-PRICE-TOLERANCE
                 MOVE 'NO' TO WS-RECORD-VALID
                 MOVE '06' TO WS-EXC-REASON-CODE
                 MOVE 'PRICE OFF CONTRACT' TO WS-EXC-REASON-DESC
              END-IF
           ELSE
              IF WS-PRD-AVAILABLE = 'YES'
                 MOVE SSR-PRODUCT-ID TO PRD-PRODUCT-ID
                 READ PRODUCT-FILE KEY IS PRD-PRODUCT-ID
                   INVALID KEY
                      CONTINUE
                   NOT INVALID KEY
                      MOVE PRD-LIST-PRICE TO WS-BASE-PRICE
                      PERFORM 172-COMPARE-PRICE
                      IF WS-PRICE-DEVIATION > WS-PRICE-TOLERANCE
                         MOVE 'NO' TO WS-RECORD-VALID
                         MOVE '06' TO WS-EXC-REASON-CODE
                         MOVE 'PRICE OFF LIST' TO WS-EXC-REASON-DESC
                         IF WS-PRICE-BASIS = 'X'
                            PERFORM 171-CHECK-EXPIRED-PRICE
                         END-IF
                      END-IF
                 END-READ
              END-IF
           END-IF
           .

       171-CHECK-EXPIRED-PRICE.
           MOVE CPA-CONTRACT-PRICE TO WS-BASE-PRICE
           PERFORM 172-COMPARE-PRICE
           IF WS-PRICE-DEVIATION NOT > WS-PRICE-TOLERANCE
              MOVE '12' TO WS-EXC-REASON-CODE
              MOVE 'EXPIRED PRICE AGREEMENT' TO WS-EXC-REASON-DESC
           END-IF
           .

       176-FIND-PRICE-AGREEMENT.
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

       172-COMPARE-PRICE.
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

       173-CHECK-CUSTOMER-MASTER.
                   MOVE 'NO' TO WS-RECORD-VALID
                   MOVE '09' TO WS-EXC-REASON-CODE
                   MOVE 'CUSTOMER INACTIVE' TO WS-EXC-REASON-DESC
                ELSE
                   IF SSR-TRANS-TYPE NOT = 'R'
                      PERFORM 174-CHECK-CREDIT
                   END-IF
                END-IF
           END-READ
           .

       174-CHECK-CREDIT.
           IF CM-CREDIT-HOLD = 'Y'
              MOVE 'NO' TO WS-RECORD-VALID
              MOVE '10' TO WS-EXC-REASON-CODE
              MOVE 'CUSTOMER ON CREDIT HOLD' TO WS-EXC-REASON-DESC
           ELSE
              IF CM-CREDIT-LIMIT IS NUMERIC
              AND CM-CREDIT-LIMIT > ZEROES
                 MOVE ZEROES TO WS-CREDIT-EXPOSURE
                 IF WS-BAL-AVAILABLE = 'YES'
                    MOVE SSR-CUSTOMER-ID TO CB-CUSTOMER-ID
                    READ BALANCE-FILE KEY IS CB-CUSTOMER-ID
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
                 IF SSR-CUSTOMER-ID = WS-PREV-CUSTOMER-ID
                    ADD WS-TL-SALES-VALUE TO WS-CREDIT-EXPOSURE
                 END-IF
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

       179-WRITE-EXCEPTION.
           ADD 1 TO WS-EXCEPTION-COUNT
           MOVE WS-EXCEPTION-COUNT TO EXD-SEQ
           IF WS-CM-AVAILABLE = 'YES'
              CLOSE CUSTOMER-FILE
           END-IF
           IF WS-PRD-AVAILABLE = 'YES'
              CLOSE PRODUCT-FILE
           END-IF
           IF WS-CPA-AVAILABLE = 'YES'
              CLOSE AGREEMENT-FILE
           END-IF
           IF WS-BAL-AVAILABLE = 'YES'
              CLOSE BALANCE-FILE
           END-IF
