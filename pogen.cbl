      *SUGGESTIONS CANNOT RAISE AN EMPTY NUMBERED ORDER. PO NUMBERS
      *ARE ASSIGNED FROM PR2FA17.PON SO THEY NEVER REPEAT ACROSS
      *RUNS. LINES FOR VENDORS NOT ON THE MASTER (OR INACTIVE) ARE
      *LISTED AS REJECTS INSTEAD OF MAILED. SUGGESTIONS ALREADY COVERED
      *BY OPEN PURCHASE ORDER LINES (ZERO ORDER QUANTITY WITH STOCK ON
      *ORDER) ARE LISTED AS SUPPRESSED WITH THE COVERING PO NUMBERS.
      *ANY PO RAISED SINCE THE SALES REPORT RUN NETTED THE SUGGESTION
      *IS DEDUCTED FROM THE ORDER QUANTITY SO IT IS NOT ORDERED TWICE.
      ******************************************************************
      *REORDER FILE INPUT (AS WRITTEN BY THE SALES REPORT RUN):
      *1. PRODUCT ID
      *2. VENDOR ID
      *3. ORDER QUANTITY
      *4. ON HAND QUANTITY
      *5. ON ORDER QUANTITY ALREADY NETTED BY THE SALES REPORT RUN
      ******************************************************************
      *OUTPUT:
      *1. PURCHASE ORDERS.txt - ONE PO DOCUMENT PAGE PER VENDOR
              05 ORD-ORDER-QTY-X                       PIC X(6).
              05 ORD-SEP3                              PIC X.
              05 ORD-ON-HAND-X                         PIC X(6).
              05 ORD-SEP4                              PIC X.
              05 ORD-ON-ORDER-X                        PIC X(6).
              05 FILLER                                PIC X(4).

           FD SORTED-ORDER-FILE.
           01 SORTED-ORDER-RECORD.
              05 SOR-PRODUCT-ID                        PIC X(3).
              05 SOR-ORDER-QTY                         PIC 9(6).
              05 SOR-ON-HAND                           PIC 9(6).
              05 SOR-ON-ORDER                          PIC 9(6).

           SD SORT-WORK-FILE.
           01 SORT-WORK-RECORD.
              05 SWR-PRODUCT-ID                        PIC X(3).
              05 SWR-ORDER-QTY                         PIC 9(6).
              05 SWR-ON-HAND                           PIC 9(6).
              05 SWR-ON-ORDER                          PIC 9(6).

           FD VENDOR-FILE.
           01 VENDOR-MASTER-RECORD.
              05 PO-RECEIVED-QTY                        PIC 9(6).
              05 PO-ORDER-DATE                          PIC 9(8).
              05 PO-STATUS                              PIC X.
              05 PO-RECEIPT-DATE                        PIC 9(8).
              05 PO-BILLED-QTY                          PIC 9(6).

           FD PO-CONTROL-FILE.
           01 PO-CONTROL-RECORD.
              05 WS-PO-TOTAL-QTY   PIC 9(7) VALUE ZEROES.
              05 WS-REJECT-REASON  PIC X(20) VALUE SPACES.
              05 WS-QTY-WORK       PIC X(6) VALUE SPACES.
              05 WS-PO-EOF         PIC X(3) VALUE 'NO'.
              05 WS-LINES-SUPPRESSED PIC 9(5) VALUE ZEROES.
              05 WS-CURRENT-ON-ORDER PIC 9(7) VALUE ZEROES.
              05 WS-RAISED-SINCE   PIC 9(7) VALUE ZEROES.
              05 WS-LINE-COVERED   PIC X(3) VALUE 'NO'.

           01 OPEN-PO-TABLE.
              05 OPEN-PO-ENTRY OCCURS 200 TIMES
                               INDEXED BY OPT-IDX.
                 10 OPT-PRODUCT-ID  PIC X(3).
                 10 OPT-PO-NUMBER   PIC 9(6).
                 10 OPT-OUTSTANDING PIC 9(6).
              05 WS-OPEN-PO-COUNT  PIC 9(3) VALUE ZEROES.

           01 SUPPRESS-TABLE.
              05 SUPPRESS-ENTRY OCCURS 50 TIMES
                               INDEXED BY SUP-IDX.
                 10 SUP-PRODUCT-ID PIC X(3).
                 10 SUP-VENDOR-ID  PIC X(5).
                 10 SUP-ON-HAND    PIC 9(6).
                 10 SUP-ON-ORDER   PIC 9(6).
                 10 SUP-PO-NUMBER  PIC 9(6) OCCURS 3 TIMES.
                 10 SUP-PO-COUNT   PIC 9(3).
              05 WS-SUPPRESS-COUNT PIC 9(3) VALUE ZEROES.
              05 WS-SUPPRESS-OMITTED PIC 9(3) VALUE ZEROES.
              05 WS-SUP-PO-SUB     PIC 9 VALUE ZEROES.

           01 REJECT-TABLE.
              05 REJECT-ENTRY OCCURS 50 TIMES
               05                  PIC X(2) VALUE SPACES.
               05 RJD-REASON       PIC X(20).

           01 SUPPRESS-HEADING-LINE.
               05                  PIC X(2) VALUE SPACES.
               05                  PIC X(42) VALUE
                      'SUGGESTIONS SUPPRESSED - ALREADY ON ORDER:'.

           01 SUPPRESS-DETAIL-LINE.
               05                  PIC X(2) VALUE SPACES.
               05                  PIC X(5) VALUE 'PROD '.
               05 SPD-PRODUCT-ID   PIC X(3).
               05                  PIC X(2) VALUE SPACES.
               05                  PIC X(7) VALUE 'VENDOR '.
               05 SPD-VENDOR-ID    PIC X(5).
               05                  PIC X(2) VALUE SPACES.
               05                  PIC X(8) VALUE 'ON HAND '.
               05 SPD-ON-HAND-OUT  PIC ZZZ,ZZ9.
               05                  PIC X(2) VALUE SPACES.
               05                  PIC X(9) VALUE 'ON ORDER '.
               05 SPD-ON-ORDER-OUT PIC ZZZ,ZZ9.
               05                  PIC X VALUE SPACES.
               05                  PIC X(4) VALUE 'PO: '.
               05 SPD-PO-LIST      PIC X(23).

           01 SPD-PO-LIST-WORK.
               05 SPL-PO-NUMBER    PIC 9(6).
               05 SPL-SEP          PIC X.

           01 SUPPRESS-MORE-WORK.
               05                  PIC X VALUE '+'.
               05 SMW-MORE-OUT     PIC Z9.

           01 OMITTED-NOTE-LINE.
               05                  PIC X(2) VALUE SPACES.
               05                  PIC X(6) VALUE 'NOTE: '.
               05                  PIC X(38) VALUE
                   ' ADDITIONAL REJECTS OMITTED (TABLE FULL)'.

           01 SUPPRESS-OMITTED-LINE.
               05                  PIC X(2) VALUE SPACES.
               05                  PIC X(6) VALUE 'NOTE: '.
               05 SUPPRESS-OMITTED-OUT PIC ZZ9.
               05                  PIC X(49) VALUE
                   ' ADDITIONAL SUPPRESSED LINES OMITTED (TABLE FULL)'.

           01 TOTAL-RAISED-LINE.
               05                  PIC X(24) VALUE SPACES.
               05                  PIC X(23) VALUE
               05                  PIC X(10) VALUE SPACES.
               05 TR-LINES-OUT     PIC ZZ,ZZ9.

           01 TOTAL-SUPPRESSED-LINE.
               05                  PIC X(29) VALUE SPACES.
               05                  PIC X(18) VALUE 'LINES SUPPRESSED:'.
               05                  PIC X(10) VALUE SPACES.
               05 TR-SUPPRESSED-OUT PIC ZZ,ZZ9.

           01 TOTAL-REJECTED-LINE.
               05                  PIC X(32) VALUE SPACES.
               05                  PIC X(15) VALUE 'LINES REJECTED:'.
                        ELSE
                           MOVE ZEROES TO SWR-ON-HAND
                        END-IF
                        MOVE ZEROES TO SWR-ON-ORDER
                        IF ORD-SEP4 = ','
                           MOVE ORD-ON-ORDER-X TO WS-QTY-WORK
                           INSPECT WS-QTY-WORK
                             REPLACING LEADING SPACES BY ZEROES
                           IF WS-QTY-WORK IS NUMERIC
                              MOVE WS-QTY-WORK TO SWR-ON-ORDER
                           END-IF
                        END-IF
                        RELEASE SORT-WORK-RECORD
                     END-IF
                END-READ
              CLOSE VENDOR-FILE
              STOP RUN
           END-IF
           PERFORM 134-LOAD-OPEN-POS
           OPEN INPUT SORTED-ORDER-FILE
           OPEN OUTPUT PODOC-FILE
           PERFORM 130-DATE-ROUTINE
           END-IF
           .

       134-LOAD-OPEN-POS.
           MOVE ZEROES TO WS-OPEN-PO-COUNT
           MOVE 'NO' TO WS-PO-EOF
           PERFORM UNTIL WS-PO-EOF = 'YES'
             READ OPENPO-FILE NEXT RECORD
               AT END
                  MOVE 'YES' TO WS-PO-EOF
               NOT AT END
                  IF PO-STATUS = 'O'
                  AND PO-ORDER-QTY > PO-RECEIVED-QTY
                     IF WS-OPEN-PO-COUNT < 200
                        ADD 1 TO WS-OPEN-PO-COUNT
                        MOVE PO-PRODUCT-ID
                          TO OPT-PRODUCT-ID (WS-OPEN-PO-COUNT)
                        MOVE PO-NUMBER
                          TO OPT-PO-NUMBER (WS-OPEN-PO-COUNT)
                        SUBTRACT PO-RECEIVED-QTY FROM PO-ORDER-QTY
                          GIVING OPT-OUTSTANDING (WS-OPEN-PO-COUNT)
                     ELSE
                        DISPLAY 'POGEN: OPEN PO TABLE FULL - PO '
                                 PO-NUMBER ' NOT NETTED'
                     END-IF
                  END-IF
             END-READ
           END-PERFORM
           .

       150-READ-SORTED-ORDERS.
           PERFORM UNTIL EOF-FLAG = 'NO'
             READ SORTED-ORDER-FILE
              PERFORM 176-START-NEW-VENDOR
              MOVE SOR-VENDOR-ID TO WS-PREV-VENDOR-ID
           END-IF
           PERFORM 180-NET-OPEN-POS
           IF WS-LINE-COVERED = 'YES'
              PERFORM 181-RECORD-SUPPRESSED
           ELSE
             IF WS-VENDOR-OK = 'NO'
                PERFORM 179-RECORD-REJECT
             ELSE
               IF SOR-ORDER-QTY = ZEROES
                  MOVE 'ZERO ORDER QTY' TO WS-REJECT-REASON
                  PERFORM 179-RECORD-REJECT
               ELSE
                  PERFORM 177-WRITE-PO-LINE
               END-IF
             END-IF
           END-IF
           .
           MOVE SOR-ORDER-QTY TO PO-ORDER-QTY
           MOVE ZEROES TO PO-RECEIVED-QTY
           MOVE WS-DATE TO PO-ORDER-DATE
           MOVE ZEROES TO PO-RECEIPT-DATE PO-BILLED-QTY
           MOVE 'O' TO PO-STATUS
           WRITE OPEN-PO-RECORD
             INVALID KEY
           END-IF
           .

       180-NET-OPEN-POS.
           MOVE 'NO' TO WS-LINE-COVERED
           MOVE ZEROES TO WS-CURRENT-ON-ORDER
           PERFORM VARYING OPT-IDX FROM 1 BY 1
             UNTIL OPT-IDX > WS-OPEN-PO-COUNT
             IF OPT-PRODUCT-ID (OPT-IDX) = SOR-PRODUCT-ID
                ADD OPT-OUTSTANDING (OPT-IDX) TO WS-CURRENT-ON-ORDER
             END-IF
           END-PERFORM
           IF WS-CURRENT-ON-ORDER > SOR-ON-ORDER
              SUBTRACT SOR-ON-ORDER FROM WS-CURRENT-ON-ORDER
                GIVING WS-RAISED-SINCE
              IF WS-RAISED-SINCE < SOR-ORDER-QTY
                 SUBTRACT WS-RAISED-SINCE FROM SOR-ORDER-QTY
              ELSE
                 MOVE ZEROES TO SOR-ORDER-QTY
              END-IF
           END-IF
           IF SOR-ORDER-QTY = ZEROES
           AND WS-CURRENT-ON-ORDER > ZEROES
              MOVE 'YES' TO WS-LINE-COVERED
           END-IF
           .

       181-RECORD-SUPPRESSED.
           ADD 1 TO WS-LINES-SUPPRESSED
           IF WS-SUPPRESS-COUNT < 50
              ADD 1 TO WS-SUPPRESS-COUNT
              SET SUP-IDX TO WS-SUPPRESS-COUNT
              MOVE SOR-PRODUCT-ID TO SUP-PRODUCT-ID (SUP-IDX)
              MOVE SOR-VENDOR-ID TO SUP-VENDOR-ID (SUP-IDX)
              MOVE SOR-ON-HAND TO SUP-ON-HAND (SUP-IDX)
              MOVE WS-CURRENT-ON-ORDER TO SUP-ON-ORDER (SUP-IDX)
              MOVE ZEROES TO SUP-PO-COUNT (SUP-IDX)
              PERFORM VARYING OPT-IDX FROM 1 BY 1
                UNTIL OPT-IDX > WS-OPEN-PO-COUNT
                IF OPT-PRODUCT-ID (OPT-IDX) = SOR-PRODUCT-ID
                   ADD 1 TO SUP-PO-COUNT (SUP-IDX)
                   IF SUP-PO-COUNT (SUP-IDX) <= 3
                      MOVE SUP-PO-COUNT (SUP-IDX) TO WS-SUP-PO-SUB
                      MOVE OPT-PO-NUMBER (OPT-IDX)
                        TO SUP-PO-NUMBER (SUP-IDX, WS-SUP-PO-SUB)
                   END-IF
                END-IF
              END-PERFORM
           ELSE
              ADD 1 TO WS-SUPPRESS-OMITTED
           END-IF
           .

       182-BUILD-PO-LIST.
           MOVE SPACES TO SPD-PO-LIST
           MOVE 1 TO WS-SUP-PO-SUB
           PERFORM UNTIL WS-SUP-PO-SUB > 3
             OR WS-SUP-PO-SUB > SUP-PO-COUNT (SUP-IDX)
             MOVE SUP-PO-NUMBER (SUP-IDX, WS-SUP-PO-SUB)
               TO SPL-PO-NUMBER
             MOVE SPACE TO SPL-SEP
             EVALUATE WS-SUP-PO-SUB
               WHEN 1
                  MOVE SPD-PO-LIST-WORK TO SPD-PO-LIST (1:7)
               WHEN 2
                  MOVE SPD-PO-LIST-WORK TO SPD-PO-LIST (8:7)
               WHEN 3
                  MOVE SPD-PO-LIST-WORK TO SPD-PO-LIST (15:6)
             END-EVALUATE
             ADD 1 TO WS-SUP-PO-SUB
           END-PERFORM
           IF SUP-PO-COUNT (SUP-IDX) > 3
              SUBTRACT 3 FROM SUP-PO-COUNT (SUP-IDX)
                GIVING SMW-MORE-OUT
              MOVE SUPPRESS-MORE-WORK TO SPD-PO-LIST (21:3)
           END-IF
           .

       185-CLOSE-PO-DOCUMENT.
           MOVE WS-PO-TOTAL-QTY TO POT-QTY-OUT
           MOVE WS-PO-LINE-COUNT TO POT-LINES-OUT
                AFTER ADVANCING PROPER-SPACING
              MOVE 1 TO PROPER-SPACING
           END-IF
           IF WS-SUPPRESS-COUNT > 0
              MOVE SUPPRESS-HEADING-LINE TO PODOC-RECORD
              MOVE 2 TO PROPER-SPACING
              WRITE PODOC-RECORD
                AFTER ADVANCING PROPER-SPACING
              MOVE 1 TO PROPER-SPACING
              PERFORM VARYING SUP-IDX FROM 1 BY 1
                UNTIL SUP-IDX > WS-SUPPRESS-COUNT
                MOVE SUP-PRODUCT-ID (SUP-IDX) TO SPD-PRODUCT-ID
                MOVE SUP-VENDOR-ID (SUP-IDX) TO SPD-VENDOR-ID
                MOVE SUP-ON-HAND (SUP-IDX) TO SPD-ON-HAND-OUT
                MOVE SUP-ON-ORDER (SUP-IDX) TO SPD-ON-ORDER-OUT
                PERFORM 182-BUILD-PO-LIST
                MOVE SUPPRESS-DETAIL-LINE TO PODOC-RECORD
                WRITE PODOC-RECORD
                  AFTER ADVANCING PROPER-SPACING
              END-PERFORM
              IF WS-SUPPRESS-OMITTED > 0
                 MOVE WS-SUPPRESS-OMITTED TO SUPPRESS-OMITTED-OUT
                 MOVE SUPPRESS-OMITTED-LINE TO PODOC-RECORD
                 WRITE PODOC-RECORD
                   AFTER ADVANCING PROPER-SPACING
              END-IF
           END-IF
           IF WS-REJECT-COUNT > 0
              MOVE REJECT-HEADING-LINE TO PODOC-RECORD
              MOVE 2 TO PROPER-SPACING
           MOVE 1 TO PROPER-SPACING
           MOVE WS-LINES-ORDERED TO TR-LINES-OUT
           MOVE TOTAL-LINES-LINE TO PODOC-RECORD
           WRITE PODOC-RECORD
             AFTER ADVANCING PROPER-SPACING
           MOVE WS-LINES-SUPPRESSED TO TR-SUPPRESSED-OUT
           MOVE TOTAL-SUPPRESSED-LINE TO PODOC-RECORD
           WRITE PODOC-RECORD
             AFTER ADVANCING PROPER-SPACING
           MOVE WS-LINES-REJECTED TO TR-REJECTED-OUT
