      ******************************************************************
      * Author: Tyler
      * Date: 10/15/2026
      * Purpose: list customer price agreements about to expire and
      *          compare every contract price with the list price and
      *          the volume sold at contract
      * Tectonics: cobc -xo AGRRPT.exe --std=mf  AGRRPT.cbl
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. AGRRPT.
      **************************COMMENT SECTION*************************
      *THIS PROGRAM IS RUN MONTHLY. IT READS THE CUSTOMER PRICE
      *AGREEMENT FILE (PRICEAGR.DAT) IN CUSTOMER AND PRODUCT ORDER
      *AND PRINTS TWO SECTIONS. THE FIRST LISTS EVERY AGREEMENT THAT
      *EXPIRES WITHIN THE NEXT 60 DAYS (TODAY INCLUDED) SO IT CAN BE
      *RENEGOTIATED BEFORE SALES START FALLING OUT WITH REASON 12.
      *THE SECOND LISTS EVERY AGREEMENT WITH ITS CONTRACT PRICE, THE
      *PRODMAST.DAT LIST PRICE AND THE DIFFERENCE, AND THE QUANTITY
      *AND VALUE SOLD AT CONTRACT PRICE IN THE LATEST LIVE SALES
      *REPORT RUN (PR2FA17.CPV, WRITTEN BY PROJECT2), WITH WHAT THE
      *SAME QUANTITY WOULD HAVE FETCHED AT LIST. RETURNS ARE NETTED.
      *THE RUN DATE IS TODAY UNLESS A YYYYMMDD DATE IS GIVEN ON THE
      *COMMAND LINE.
      ******************************************************************
      *INPUT:
      *1. PRICEAGR.DAT - PRICE AGREEMENTS (CONTRACT PRICE, EFFECTIVE
      *   AND EXPIRY DATES)
      *2. PRODMAST.DAT - PRODUCT DESCRIPTION AND LIST PRICE
      *3. CUSTMAST.DAT - CUSTOMER NAME
      *4. PR2FA17.CPV - SALES AND RETURNS ACCEPTED AT CONTRACT PRICE
      ******************************************************************
      *REPORT OUTPUT (PRICE AGREEMENT REVIEW.txt):
      *1. AGREEMENTS EXPIRING IN THE NEXT 60 DAYS - CUSTOMER, PRODUCT,
      *   CONTRACT AND LIST PRICE, EFFECTIVE AND EXPIRY DATES AND DAYS
      *   LEFT
      *2. CONTRACT AGAINST LIST - CUSTOMER, PRODUCT, STATUS (CURRENT,
      *   EXPIRED OR FUTURE), CONTRACT PRICE, LIST PRICE, CONTRACT
      *   LESS LIST, QUANTITY AND VALUE AT CONTRACT, VALUE AT LIST AND
      *   THE AMOUNT BELOW LIST
      *3. FINAL TOTALS - AGREEMENTS ON FILE, CURRENT, EXPIRING,
      *   EXPIRED, QUANTITY AND VALUE AT CONTRACT, VALUE AT LIST AND
      *   AMOUNT BELOW LIST
      ******************************************************************


      ************************ENVIRONMENT DIVISION**********************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. OCEANBLUE.
       OBJECT-COMPUTER. OCEANBLUE.


       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT AGREEMENT-FILE ASSIGN TO 'PRICEAGR.DAT'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS CPA-KEY
           FILE STATUS IS WS-CPA-STATUS.

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

           SELECT CONTRACT-SALES-FILE ASSIGN TO 'PR2FA17.CPV'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-CPV-STATUS.

           SELECT REPORT-FILE ASSIGN TO 'PRICE AGREEMENT REVIEW.txt'
           .


      ***********************DATA DIVISION******************************
       DATA DIVISION.
       FILE SECTION.

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

           FD REPORT-FILE.
           01 REPORT-RECORD                            PIC X(132).

       WORKING-STORAGE SECTION.

           01 WS-WORK-AREAS.
              05 PROPER-SPACING    PIC 9(2) VALUE 0.
              05 LINE-NUM          PIC 9(2) VALUE 10.
              05 WS-SECTION        PIC 9 VALUE 1.
              05 WS-CPA-STATUS     PIC X(2) VALUE '00'.
              05 WS-CPA-EOF        PIC X(3) VALUE 'NO'.
              05 WS-PRD-STATUS     PIC X(2) VALUE '00'.
              05 WS-PRD-AVAILABLE  PIC X(3) VALUE 'NO'.
              05 WS-CM-STATUS      PIC X(2) VALUE '00'.
              05 WS-CM-AVAILABLE   PIC X(3) VALUE 'NO'.
              05 WS-CPV-STATUS     PIC X(2) VALUE '00'.
              05 WS-CPV-AVAILABLE  PIC X(3) VALUE 'NO'.
              05 WS-CPV-EOF        PIC X(3) VALUE 'NO'.
              05 WS-VOLUME-DATE    PIC 9(8) VALUE ZEROES.
              05 WS-VOLUME-RUN     PIC 9(4) VALUE ZEROES.
              05 WS-VOLUME-COUNT   PIC 9(3) VALUE ZEROES.
              05 WS-VOLUME-OMITTED PIC 9(5) VALUE ZEROES.
              05 WS-VOLUME-FOUND   PIC X(3) VALUE 'NO'.
              05 WS-LINE-QTY       PIC S9(5) VALUE ZEROES.
              05 WS-LINE-VALUE     PIC S9(7)V99 VALUE ZEROES.
              05 WS-TODAY-NUMBER   PIC 9(7) VALUE ZEROES.
              05 WS-EXPIRY-WINDOW  PIC 9(3) VALUE 60.
              05 WS-DAYS-LEFT      PIC S9(7) VALUE ZEROES.
              05 WS-CUSTOMER-NAME  PIC X(25) VALUE SPACES.
              05 WS-PRODUCT-DESC   PIC X(14) VALUE SPACES.
              05 WS-LIST-PRICE     PIC 999V99 VALUE ZEROES.
              05 WS-LIST-FOUND     PIC X(3) VALUE 'NO'.
              05 WS-PRICE-DIFF     PIC S999V99 VALUE ZEROES.
              05 WS-AGR-QTY        PIC S9(7) VALUE ZEROES.
              05 WS-AGR-VALUE      PIC S9(9)V99 VALUE ZEROES.
              05 WS-AGR-LIST-VALUE PIC S9(9)V99 VALUE ZEROES.
              05 WS-AGR-BELOW-LIST PIC S9(9)V99 VALUE ZEROES.
              05 WS-AGREEMENT-COUNT PIC 9(5) VALUE ZEROES.
              05 WS-CURRENT-COUNT  PIC 9(5) VALUE ZEROES.
              05 WS-EXPIRING-COUNT PIC 9(5) VALUE ZEROES.
              05 WS-EXPIRED-COUNT  PIC 9(5) VALUE ZEROES.
              05 WS-TOTAL-QTY      PIC S9(7) VALUE ZEROES.
              05 WS-TOTAL-VALUE    PIC S9(9)V99 VALUE ZEROES.
              05 WS-TOTAL-LIST-VALUE PIC S9(9)V99 VALUE ZEROES.
              05 WS-TOTAL-BELOW-LIST PIC S9(9)V99 VALUE ZEROES.

           01 WS-VOLUME-TABLE.
              05 VOLUME-ENTRY OCCURS 500 TIMES
                              INDEXED BY VOL-IDX.
                 10 VOL-CUSTOMER-ID PIC 9(5).
                 10 VOL-PRODUCT-ID  PIC X(3).
                 10 VOL-QTY         PIC S9(7).
                 10 VOL-VALUE       PIC S9(9)V99.

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
                                              'PRICE AGREEMENT REVIEW'.
               05                  PIC X(20) VALUE SPACES.
               05                  PIC X(3) VALUE 'TSB'.

           01 SECTION-TITLE-LINE.
               05                  PIC X(2) VALUE SPACES.
               05 STL-TITLE        PIC X(50).

           01 EXPIRY-HEADING.
               05                  PIC X(2) VALUE SPACES.
               05                  PIC X(5) VALUE 'CUST '.
               05                  PIC X(2) VALUE SPACES.
               05                  PIC X(25) VALUE 'CUSTOMER NAME'.
               05                  PIC X(2) VALUE SPACES.
               05                  PIC X(3) VALUE 'PRD'.
               05                  PIC X(2) VALUE SPACES.
               05                  PIC X(14) VALUE 'DESCRIPTION'.
               05                  PIC X(8) VALUE 'CONTRACT'.
               05                  PIC X(3) VALUE SPACES.
               05                  PIC X(6) VALUE '  LIST'.
               05                  PIC X(3) VALUE SPACES.
               05                  PIC X(10) VALUE 'EFFECTIVE'.
               05                  PIC X(2) VALUE SPACES.
               05                  PIC X(10) VALUE 'EXPIRES'.
               05                  PIC X(2) VALUE SPACES.
               05                  PIC X(4) VALUE 'DAYS'.

           01 COMPARE-HEADING1.
               05                  PIC X(43) VALUE SPACES.
               05                  PIC X(8) VALUE 'CONTRACT'.
               05                  PIC X(2) VALUE SPACES.
               05                  PIC X(6) VALUE '  LIST'.
               05                  PIC X(2) VALUE SPACES.
               05                  PIC X(7) VALUE 'CONTR -'.
               05                  PIC X(2) VALUE SPACES.
               05                  PIC X(8) VALUE '  QTY AT'.
               05                  PIC X(2) VALUE SPACES.
               05                  PIC X(13) VALUE '     VALUE AT'.
               05                  PIC X(2) VALUE SPACES.
               05                  PIC X(13) VALUE '     VALUE AT'.
               05                  PIC X(2) VALUE SPACES.
               05                  PIC X(13) VALUE '       AMOUNT'.

           01 COMPARE-HEADING2.
               05                  PIC X(2) VALUE SPACES.
               05                  PIC X(5) VALUE 'CUST '.
               05                  PIC X(2) VALUE SPACES.
               05                  PIC X(20) VALUE 'CUSTOMER NAME'.
               05                  PIC X(2) VALUE SPACES.
               05                  PIC X(3) VALUE 'PRD'.
               05                  PIC X(2) VALUE SPACES.
               05                  PIC X(7) VALUE 'STATUS'.
               05                  PIC X(2) VALUE SPACES.
               05                  PIC X(6) VALUE ' PRICE'.
               05                  PIC X(2) VALUE SPACES.
               05                  PIC X(6) VALUE ' PRICE'.
               05                  PIC X(2) VALUE SPACES.
               05                  PIC X(7) VALUE '   LIST'.
               05                  PIC X(2) VALUE SPACES.
               05                  PIC X(8) VALUE 'CONTRACT'.
               05                  PIC X(2) VALUE SPACES.
               05                  PIC X(13) VALUE '     CONTRACT'.
               05                  PIC X(2) VALUE SPACES.
               05                  PIC X(13) VALUE '         LIST'.
               05                  PIC X(2) VALUE SPACES.
               05                  PIC X(13) VALUE '   BELOW LIST'.

           01 WS-EDIT-DATE.
               05 ED-MONTH         PIC 9(2).
               05                  PIC X VALUE '/'.
               05 ED-DAY           PIC 9(2).
               05                  PIC X VALUE '/'.
               05 ED-YEAR          PIC 9(4).

           01 VOLUME-SOURCE-LINE.
               05                    PIC X(2) VALUE SPACES.
               05                    PIC X(33) VALUE
                                  'CONTRACT VOLUME FROM PROJECT2 RUN'.
               05                    PIC X VALUE SPACES.
               05 VSL-RUN-NUMBER     PIC 9(4).
               05                    PIC X(4) VALUE ' OF '.
               05 VSL-RUN-DATE       PIC X(10).

           01 NO-VOLUME-LINE.
               05                    PIC X(2) VALUE SPACES.
               05                    PIC X(46) VALUE
                       'NO CONTRACT VOLUME AVAILABLE - SHOWN AS ZERO'.

           01 EXPIRY-DETAIL-LINE.
               05                    PIC X(2) VALUE SPACES.
               05 EDL-CUSTOMER-ID    PIC 9(5).
               05                    PIC X(2) VALUE SPACES.
               05 EDL-NAME           PIC X(25).
               05                    PIC X(2) VALUE SPACES.
               05 EDL-PRODUCT-ID     PIC X(3).
               05                    PIC X(2) VALUE SPACES.
               05 EDL-DESCRIPTION    PIC X(14).
               05                    PIC X(2) VALUE SPACES.
               05 EDL-CONTRACT-PRICE PIC ZZ9.99.
               05                    PIC X(3) VALUE SPACES.
               05 EDL-LIST-PRICE     PIC ZZ9.99 BLANK WHEN ZERO.
               05                    PIC X(3) VALUE SPACES.
               05 EDL-EFFECTIVE-DATE PIC X(10).
               05                    PIC X(2) VALUE SPACES.
               05 EDL-EXPIRY-DATE    PIC X(10).
               05                    PIC X(3) VALUE SPACES.
               05 EDL-DAYS-LEFT      PIC ZZ9.

           01 COMPARE-DETAIL-LINE.
               05                    PIC X(2) VALUE SPACES.
               05 CDL-CUSTOMER-ID    PIC 9(5).
               05                    PIC X(2) VALUE SPACES.
               05 CDL-NAME           PIC X(20).
               05                    PIC X(2) VALUE SPACES.
               05 CDL-PRODUCT-ID     PIC X(3).
               05                    PIC X(2) VALUE SPACES.
               05 CDL-STATUS         PIC X(7).
               05                    PIC X(2) VALUE SPACES.
               05 CDL-CONTRACT-PRICE PIC ZZ9.99.
               05                    PIC X(2) VALUE SPACES.
               05 CDL-LIST-PRICE     PIC ZZ9.99 BLANK WHEN ZERO.
               05                    PIC X(2) VALUE SPACES.
               05 CDL-DIFFERENCE     PIC ZZ9.99- BLANK WHEN ZERO.
               05                    PIC X(2) VALUE SPACES.
               05 CDL-QTY-OUT        PIC ZZZ,ZZ9-.
               05                    PIC X(2) VALUE SPACES.
               05 CDL-VALUE-OUT      PIC Z,ZZZ,ZZ9.99-.
               05                    PIC X(2) VALUE SPACES.
               05 CDL-LIST-VALUE-OUT PIC Z,ZZZ,ZZ9.99-.
               05                    PIC X(2) VALUE SPACES.
               05 CDL-BELOW-LIST-OUT PIC Z,ZZZ,ZZ9.99-.

           01 NONE-LINE.
               05                    PIC X(2) VALUE SPACES.
               05 NL-TEXT            PIC X(50).

           01 TOTAL-AGREEMENTS-LINE.
               05                    PIC X(29) VALUE SPACES.
               05                    PIC X(19) VALUE
                                                'AGREEMENTS ON FILE:'.
               05                    PIC X(10) VALUE SPACES.
               05 TS-AGREEMENTS-OUT  PIC ZZ,ZZ9.

           01 TOTAL-CURRENT-LINE.
               05                    PIC X(29) VALUE SPACES.
               05                    PIC X(19) VALUE
                                                'CURRENT AGREEMENTS:'.
               05                    PIC X(10) VALUE SPACES.
               05 TS-CURRENT-OUT     PIC ZZ,ZZ9.

           01 TOTAL-EXPIRING-LINE.
               05                    PIC X(28) VALUE SPACES.
               05                    PIC X(20) VALUE
                                              'EXPIRING IN 60 DAYS:'.
               05                    PIC X(10) VALUE SPACES.
               05 TS-EXPIRING-OUT    PIC ZZ,ZZ9.

           01 TOTAL-EXPIRED-LINE.
               05                    PIC X(29) VALUE SPACES.
               05                    PIC X(19) VALUE
                                                'EXPIRED AGREEMENTS:'.
               05                    PIC X(10) VALUE SPACES.
               05 TS-EXPIRED-OUT     PIC ZZ,ZZ9.

           01 TOTAL-QTY-LINE.
               05                    PIC X(27) VALUE SPACES.
               05                    PIC X(21) VALUE
                                               'QUANTITY AT CONTRACT:'.
               05                    PIC X(10) VALUE SPACES.
               05 TS-QTY-OUT         PIC ZZZ,ZZ9-.

           01 TOTAL-VALUE-LINE.
               05                    PIC X(30) VALUE SPACES.
               05                    PIC X(18) VALUE
                                                  'VALUE AT CONTRACT:'.
               05                    PIC X(10) VALUE SPACES.
               05 TS-VALUE-OUT       PIC ZZZ,ZZZ,ZZ9.99-.

           01 TOTAL-LIST-VALUE-LINE.
               05                    PIC X(34) VALUE SPACES.
               05                    PIC X(14) VALUE 'VALUE AT LIST:'.
               05                    PIC X(10) VALUE SPACES.
               05 TS-LIST-VALUE-OUT  PIC ZZZ,ZZZ,ZZ9.99-.

           01 TOTAL-BELOW-LIST-LINE.
               05                    PIC X(24) VALUE SPACES.
               05                    PIC X(24) VALUE
                                            'AMOUNT BELOW LIST PRICE:'.
               05                    PIC X(10) VALUE SPACES.
               05 TS-BELOW-LIST-OUT  PIC ZZZ,ZZZ,ZZ9.99-.

      *************************PROCEDURE DIVISION***********************
       PROCEDURE DIVISION.

       100-MAIN-MODULE.
           PERFORM 125-HOUSEKEEPING
           PERFORM 135-LOAD-CONTRACT-VOLUME
           PERFORM 150-PRINT-EXPIRING
           PERFORM 160-PRINT-PRICE-COMPARISON
           PERFORM 190-WRITE-FINAL-TOTALS
           PERFORM 200-CLOSE-ROUTINE
           .

       125-HOUSEKEEPING.
           OPEN INPUT AGREEMENT-FILE
           IF WS-CPA-STATUS NOT = '00'
              DISPLAY 'AGRRPT: UNABLE TO OPEN PRICEAGR.DAT - STATUS '
                       WS-CPA-STATUS
              STOP RUN
           END-IF
           OPEN INPUT PRODUCT-FILE
           IF WS-PRD-STATUS = '00'
              MOVE 'YES' TO WS-PRD-AVAILABLE
           ELSE
              DISPLAY 'AGRRPT: PRODMAST.DAT NOT AVAILABLE - STATUS '
                       WS-PRD-STATUS ' - LIST PRICES NOT PRINTED'
           END-IF
           OPEN INPUT CUSTOMER-FILE
           IF WS-CM-STATUS = '00'
              MOVE 'YES' TO WS-CM-AVAILABLE
           ELSE
              DISPLAY 'AGRRPT: CUSTMAST.DAT NOT AVAILABLE - STATUS '
                       WS-CM-STATUS ' - CUSTOMER NAMES NOT PRINTED'
           END-IF
           PERFORM 130-DATE-ROUTINE
           MOVE WS-DATE TO WS-DATE-WORK
           PERFORM 142-COMPUTE-DAY-NUMBER
           MOVE WS-DAY-NUMBER TO WS-TODAY-NUMBER
           OPEN OUTPUT REPORT-FILE
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

       135-LOAD-CONTRACT-VOLUME.
           MOVE ZEROES TO WS-VOLUME-COUNT
           OPEN INPUT CONTRACT-SALES-FILE
           IF WS-CPV-STATUS = '00'
              MOVE 'YES' TO WS-CPV-AVAILABLE
              PERFORM UNTIL WS-CPV-EOF = 'YES'
                READ CONTRACT-SALES-FILE
                  AT END
                     MOVE 'YES' TO WS-CPV-EOF
                  NOT AT END
                     IF CPV-QUANTITY IS NUMERIC
                     AND CPV-BILLED-PRICE IS NUMERIC
                        PERFORM 136-ADD-CONTRACT-VOLUME
                     END-IF
                END-READ
              END-PERFORM
              CLOSE CONTRACT-SALES-FILE
           ELSE
              DISPLAY 'AGRRPT: PR2FA17.CPV NOT AVAILABLE - STATUS '
                       WS-CPV-STATUS ' - CONTRACT VOLUME SHOWN AS ZERO'
           END-IF
           IF WS-VOLUME-OMITTED > ZEROES
              DISPLAY 'AGRRPT: CONTRACT VOLUME TABLE FULL - '
                       WS-VOLUME-OMITTED ' SALES NOT COUNTED'
           END-IF
           .

       136-ADD-CONTRACT-VOLUME.
           MOVE CPV-DATE TO WS-VOLUME-DATE
           MOVE CPV-RUN-NUMBER TO WS-VOLUME-RUN
           MULTIPLY CPV-QUANTITY BY CPV-BILLED-PRICE
             GIVING WS-LINE-VALUE
           MOVE CPV-QUANTITY TO WS-LINE-QTY
           IF CPV-TRANS-TYPE = 'R'
              COMPUTE WS-LINE-QTY = 0 - WS-LINE-QTY
              COMPUTE WS-LINE-VALUE = 0 - WS-LINE-VALUE
           END-IF
           MOVE 'NO' TO WS-VOLUME-FOUND
           IF WS-VOLUME-COUNT > 0
              PERFORM VARYING VOL-IDX FROM 1 BY 1
                UNTIL VOL-IDX > WS-VOLUME-COUNT
                OR WS-VOLUME-FOUND = 'YES'
                IF VOL-CUSTOMER-ID (VOL-IDX) = CPV-CUSTOMER-ID
                AND VOL-PRODUCT-ID (VOL-IDX) = CPV-PRODUCT-ID
                   ADD WS-LINE-QTY TO VOL-QTY (VOL-IDX)
                   ADD WS-LINE-VALUE TO VOL-VALUE (VOL-IDX)
                   MOVE 'YES' TO WS-VOLUME-FOUND
                END-IF
              END-PERFORM
           END-IF
           IF WS-VOLUME-FOUND = 'NO'
              IF WS-VOLUME-COUNT < 500
                 ADD 1 TO WS-VOLUME-COUNT
                 MOVE CPV-CUSTOMER-ID
                   TO VOL-CUSTOMER-ID (WS-VOLUME-COUNT)
                 MOVE CPV-PRODUCT-ID
                   TO VOL-PRODUCT-ID (WS-VOLUME-COUNT)
                 MOVE WS-LINE-QTY TO VOL-QTY (WS-VOLUME-COUNT)
                 MOVE WS-LINE-VALUE TO VOL-VALUE (WS-VOLUME-COUNT)
              ELSE
                 ADD 1 TO WS-VOLUME-OMITTED
              END-IF
           END-IF
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

       145-HEADING-ROUTINE.
           MOVE 1 TO PROPER-SPACING
           WRITE REPORT-RECORD FROM HEADING-LINE1
             AFTER ADVANCING PROPER-SPACING
           WRITE REPORT-RECORD FROM HEADING-LINE2
             AFTER ADVANCING PROPER-SPACING
           MOVE 3 TO PROPER-SPACING
           IF WS-SECTION = 1
              MOVE 'AGREEMENTS EXPIRING IN THE NEXT 60 DAYS'
                TO STL-TITLE
              WRITE REPORT-RECORD FROM SECTION-TITLE-LINE
                AFTER ADVANCING PROPER-SPACING
              MOVE 2 TO PROPER-SPACING
              WRITE REPORT-RECORD FROM EXPIRY-HEADING
                AFTER ADVANCING PROPER-SPACING
           ELSE
              MOVE 'CONTRACT PRICE AGAINST LIST PRICE' TO STL-TITLE
              WRITE REPORT-RECORD FROM SECTION-TITLE-LINE
                AFTER ADVANCING PROPER-SPACING
              MOVE 2 TO PROPER-SPACING
              WRITE REPORT-RECORD FROM COMPARE-HEADING1
                AFTER ADVANCING PROPER-SPACING
              MOVE 1 TO PROPER-SPACING
              WRITE REPORT-RECORD FROM COMPARE-HEADING2
                AFTER ADVANCING PROPER-SPACING
           END-IF
           MOVE 1 TO PROPER-SPACING
           MOVE SPACES TO REPORT-RECORD
           WRITE REPORT-RECORD
             AFTER ADVANCING PROPER-SPACING
           MOVE 10 TO LINE-NUM
           .

       150-PRINT-EXPIRING.
           MOVE 1 TO WS-SECTION
           PERFORM 145-HEADING-ROUTINE
           PERFORM UNTIL WS-CPA-EOF = 'YES'
             READ AGREEMENT-FILE
               AT END
                  MOVE 'YES' TO WS-CPA-EOF
               NOT AT END
                  ADD 1 TO WS-AGREEMENT-COUNT
                  PERFORM 151-CHECK-EXPIRY
             END-READ
           END-PERFORM
           IF WS-EXPIRING-COUNT = ZEROES
              MOVE 'NO AGREEMENTS EXPIRE IN THE NEXT 60 DAYS'
                TO NL-TEXT
              MOVE NONE-LINE TO REPORT-RECORD
              PERFORM 185-PRINT-LINE
           END-IF
           .

       151-CHECK-EXPIRY.
           MOVE CPA-EXPIRY-DATE TO WS-DATE-WORK
           PERFORM 142-COMPUTE-DAY-NUMBER
           COMPUTE WS-DAYS-LEFT = WS-DAY-NUMBER - WS-TODAY-NUMBER
           IF WS-DAYS-LEFT NOT < ZEROES
           AND WS-DAYS-LEFT NOT > WS-EXPIRY-WINDOW
              PERFORM 170-GET-MASTER-DATA
              MOVE CPA-CUSTOMER-ID TO EDL-CUSTOMER-ID
              MOVE WS-CUSTOMER-NAME TO EDL-NAME
              MOVE CPA-PRODUCT-ID TO EDL-PRODUCT-ID
              MOVE WS-PRODUCT-DESC TO EDL-DESCRIPTION
              MOVE CPA-CONTRACT-PRICE TO EDL-CONTRACT-PRICE
              MOVE WS-LIST-PRICE TO EDL-LIST-PRICE
              MOVE CPA-EFFECTIVE-DATE TO WS-DATE-WORK
              PERFORM 140-EDIT-DATE
              MOVE WS-EDIT-DATE TO EDL-EFFECTIVE-DATE
              MOVE CPA-EXPIRY-DATE TO WS-DATE-WORK
              PERFORM 140-EDIT-DATE
              MOVE WS-EDIT-DATE TO EDL-EXPIRY-DATE
              MOVE WS-DAYS-LEFT TO EDL-DAYS-LEFT
              MOVE EXPIRY-DETAIL-LINE TO REPORT-RECORD
              PERFORM 185-PRINT-LINE
              ADD 1 TO WS-EXPIRING-COUNT
           END-IF
           .

       160-PRINT-PRICE-COMPARISON.
           MOVE 2 TO WS-SECTION
           PERFORM 195-NEW-PAGE
           IF WS-CPV-AVAILABLE = 'YES'
           AND WS-VOLUME-RUN > ZEROES
              MOVE WS-VOLUME-RUN TO VSL-RUN-NUMBER
              MOVE WS-VOLUME-DATE TO WS-DATE-WORK
              PERFORM 140-EDIT-DATE
              MOVE WS-EDIT-DATE TO VSL-RUN-DATE
              MOVE VOLUME-SOURCE-LINE TO REPORT-RECORD
           ELSE
              MOVE NO-VOLUME-LINE TO REPORT-RECORD
           END-IF
           PERFORM 185-PRINT-LINE
           MOVE SPACES TO REPORT-RECORD
           PERFORM 185-PRINT-LINE
           CLOSE AGREEMENT-FILE
           OPEN INPUT AGREEMENT-FILE
           MOVE 'NO' TO WS-CPA-EOF
           PERFORM UNTIL WS-CPA-EOF = 'YES'
             READ AGREEMENT-FILE
               AT END
                  MOVE 'YES' TO WS-CPA-EOF
               NOT AT END
                  PERFORM 161-COMPARE-DETAIL
             END-READ
           END-PERFORM
           IF WS-AGREEMENT-COUNT = ZEROES
              MOVE 'NO PRICE AGREEMENTS ON FILE' TO NL-TEXT
              MOVE NONE-LINE TO REPORT-RECORD
              PERFORM 185-PRINT-LINE
           END-IF
           .

       161-COMPARE-DETAIL.
           PERFORM 170-GET-MASTER-DATA
           EVALUATE TRUE
             WHEN CPA-EFFECTIVE-DATE > WS-DATE
                MOVE 'FUTURE' TO CDL-STATUS
             WHEN CPA-EXPIRY-DATE < WS-DATE
                MOVE 'EXPIRED' TO CDL-STATUS
                ADD 1 TO WS-EXPIRED-COUNT
             WHEN OTHER
                MOVE 'CURRENT' TO CDL-STATUS
                ADD 1 TO WS-CURRENT-COUNT
           END-EVALUATE
           MOVE ZEROES TO WS-AGR-QTY WS-AGR-VALUE
                          WS-AGR-LIST-VALUE WS-AGR-BELOW-LIST
                          WS-PRICE-DIFF
           MOVE 'NO' TO WS-VOLUME-FOUND
           IF WS-VOLUME-COUNT > 0
              PERFORM VARYING VOL-IDX FROM 1 BY 1
                UNTIL VOL-IDX > WS-VOLUME-COUNT
                OR WS-VOLUME-FOUND = 'YES'
                IF VOL-CUSTOMER-ID (VOL-IDX) = CPA-CUSTOMER-ID
                AND VOL-PRODUCT-ID (VOL-IDX) = CPA-PRODUCT-ID
                   MOVE VOL-QTY (VOL-IDX) TO WS-AGR-QTY
                   MOVE VOL-VALUE (VOL-IDX) TO WS-AGR-VALUE
                   MOVE 'YES' TO WS-VOLUME-FOUND
                END-IF
              END-PERFORM
           END-IF
           IF WS-LIST-FOUND = 'YES'
              SUBTRACT WS-LIST-PRICE FROM CPA-CONTRACT-PRICE
                GIVING WS-PRICE-DIFF
              MULTIPLY WS-AGR-QTY BY WS-LIST-PRICE
                GIVING WS-AGR-LIST-VALUE
              SUBTRACT WS-AGR-VALUE FROM WS-AGR-LIST-VALUE
                GIVING WS-AGR-BELOW-LIST
           END-IF
           MOVE CPA-CUSTOMER-ID TO CDL-CUSTOMER-ID
           MOVE WS-CUSTOMER-NAME TO CDL-NAME
           MOVE CPA-PRODUCT-ID TO CDL-PRODUCT-ID
           MOVE CPA-CONTRACT-PRICE TO CDL-CONTRACT-PRICE
           MOVE WS-LIST-PRICE TO CDL-LIST-PRICE
           MOVE WS-PRICE-DIFF TO CDL-DIFFERENCE
           MOVE WS-AGR-QTY TO CDL-QTY-OUT
           MOVE WS-AGR-VALUE TO CDL-VALUE-OUT
           MOVE WS-AGR-LIST-VALUE TO CDL-LIST-VALUE-OUT
           MOVE WS-AGR-BELOW-LIST TO CDL-BELOW-LIST-OUT
           MOVE COMPARE-DETAIL-LINE TO REPORT-RECORD
           PERFORM 185-PRINT-LINE
           ADD WS-AGR-QTY TO WS-TOTAL-QTY
           ADD WS-AGR-VALUE TO WS-TOTAL-VALUE
           ADD WS-AGR-LIST-VALUE TO WS-TOTAL-LIST-VALUE
           ADD WS-AGR-BELOW-LIST TO WS-TOTAL-BELOW-LIST
           .

       170-GET-MASTER-DATA.
           MOVE SPACES TO WS-CUSTOMER-NAME WS-PRODUCT-DESC
           MOVE ZEROES TO WS-LIST-PRICE
           MOVE 'NO' TO WS-LIST-FOUND
           IF WS-CM-AVAILABLE = 'YES'
              MOVE CPA-CUSTOMER-ID TO CM-CUSTOMER-ID
              READ CUSTOMER-FILE KEY IS CM-CUSTOMER-ID
                INVALID KEY
                   MOVE '*** NOT ON MASTER' TO WS-CUSTOMER-NAME
                NOT INVALID KEY
                   MOVE CM-NAME TO WS-CUSTOMER-NAME
              END-READ
           END-IF
           IF WS-PRD-AVAILABLE = 'YES'
              MOVE CPA-PRODUCT-ID TO PRD-PRODUCT-ID
              READ PRODUCT-FILE KEY IS PRD-PRODUCT-ID
                INVALID KEY
                   MOVE '*** NOT ON FILE' TO WS-PRODUCT-DESC
                NOT INVALID KEY
                   MOVE PRD-DESCRIPTION TO WS-PRODUCT-DESC
                   MOVE PRD-LIST-PRICE TO WS-LIST-PRICE
                   MOVE 'YES' TO WS-LIST-FOUND
              END-READ
           END-IF
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
           MOVE WS-AGREEMENT-COUNT TO TS-AGREEMENTS-OUT
           MOVE TOTAL-AGREEMENTS-LINE TO REPORT-RECORD
           MOVE 2 TO PROPER-SPACING
           WRITE REPORT-RECORD
             AFTER ADVANCING PROPER-SPACING
           MOVE 1 TO PROPER-SPACING
           MOVE WS-CURRENT-COUNT TO TS-CURRENT-OUT
           MOVE TOTAL-CURRENT-LINE TO REPORT-RECORD
           WRITE REPORT-RECORD
             AFTER ADVANCING PROPER-SPACING
           MOVE WS-EXPIRING-COUNT TO TS-EXPIRING-OUT
           MOVE TOTAL-EXPIRING-LINE TO REPORT-RECORD
           WRITE REPORT-RECORD
             AFTER ADVANCING PROPER-SPACING
           MOVE WS-EXPIRED-COUNT TO TS-EXPIRED-OUT
           MOVE TOTAL-EXPIRED-LINE TO REPORT-RECORD
           WRITE REPORT-RECORD
             AFTER ADVANCING PROPER-SPACING
           MOVE WS-TOTAL-QTY TO TS-QTY-OUT
           MOVE TOTAL-QTY-LINE TO REPORT-RECORD
           WRITE REPORT-RECORD
             AFTER ADVANCING PROPER-SPACING
           MOVE WS-TOTAL-VALUE TO TS-VALUE-OUT
           MOVE TOTAL-VALUE-LINE TO REPORT-RECORD
           WRITE REPORT-RECORD
             AFTER ADVANCING PROPER-SPACING
           MOVE WS-TOTAL-LIST-VALUE TO TS-LIST-VALUE-OUT
           MOVE TOTAL-LIST-VALUE-LINE TO REPORT-RECORD
           WRITE REPORT-RECORD
             AFTER ADVANCING PROPER-SPACING
           MOVE WS-TOTAL-BELOW-LIST TO TS-BELOW-LIST-OUT
           MOVE TOTAL-BELOW-LIST-LINE TO REPORT-RECORD
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
           CLOSE AGREEMENT-FILE
                 REPORT-FILE
           IF WS-PRD-AVAILABLE = 'YES'
              CLOSE PRODUCT-FILE
           END-IF
           IF WS-CM-AVAILABLE = 'YES'
              CLOSE CUSTOMER-FILE
           END-IF
           STOP RUN
           .
