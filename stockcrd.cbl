      ******************************************************************
      * Author: Tyler
      * Date: 10/15/2026
      * Purpose: print a stock card for one product from the
      *          INVMOVE.DAT movement ledger with a running balance
      * Tectonics: cobc -xo STOCKCRD.exe --std=mf  STOCKCRD.cbl
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. STOCKCRD.
      **************************COMMENT SECTION*************************
      *THIS PROGRAM READS THE INVENTORY MOVEMENT LEDGER WRITTEN BY THE
      *SALES REPORT RUN AND THE INVENTORY POSTING RUN AND PRINTS EVERY
      *MOVEMENT FOR ONE PRODUCT OVER A DATE RANGE, OLDEST FIRST, WITH A
      *RUNNING BALANCE CARRIED FORWARD FROM THE LAST MOVEMENT BEFORE
      *THE RANGE. THE RUNNING BALANCE IS CHECKED AGAINST THE ON-HAND
      *THE LEDGER RECORDED AT THE TIME OF EACH MOVEMENT; A MOVEMENT
      *WHERE THE TWO DISAGREE IS FLAGGED 'BREAK' AND THE BALANCE IS
      *PICKED UP AGAIN FROM THE RECORDED FIGURE, SO WHEN A COUNT COMES
      *UP SHORT THE DAY THE STOCK WENT WRONG CAN BE READ OFF THE CARD.
      ******************************************************************
      *PARAMETER CARDS (STOCKCRD.PRM, KEYWORD=VALUE):
      *1. PRODUCT=PPP        PRODUCT ID (REQUIRED)
      *2. FROM=YYYYMMDD      FIRST DATE (DEFAULT FIRST OF THE MONTH)
      *3. TO=YYYYMMDD        LAST DATE (DEFAULT THE RUN DATE)
      ******************************************************************
      *MOVEMENT LEDGER INPUT (INVMOVE.DAT):
      *1. DATE, RUN NUMBER AND SOURCE PROGRAM
      *2. MOVEMENT TYPE (S=SALE R=RETURN P=RECEIPT A=ADJUSTMENT
      *                  C=COUNT N=NEW PRODUCT B=BACKORDER FILL
      *                  T=TRANSFER BETWEEN LOCATIONS)
      *3. PRODUCT, SIGNED QUANTITY, REFERENCE AND RESULTING ON-HAND
      *4. LOCATION THE MOVEMENT WAS MADE AT (BLANK = UNASSIGNED)
      *   A TRANSFER IS RECORDED AS AN OUT AT THE FROM LOCATION AND AN
      *   IN AT THE TO LOCATION, SO THE COMPANY BALANCE ON THE CARD
      *   DIPS AND RECOVERS WITHIN THE SAME RUN.
      ******************************************************************
      *STOCK CARD OUTPUT:
      *1. OPENING BALANCE
      *2. ONE LINE PER MOVEMENT - DATE, RUN, PROGRAM, TYPE, REFERENCE,
      *   QUANTITY IN OR OUT AND RUNNING BALANCE
      *3. TOTAL IN, TOTAL OUT, CLOSING BALANCE AND BREAKS FOUND
      ******************************************************************


      ************************ENVIRONMENT DIVISION**********************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. OCEANBLUE.
       OBJECT-COMPUTER. OCEANBLUE.


       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PARAMETER-FILE ASSIGN TO 'STOCKCRD.PRM'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-PRM-STATUS.

           SELECT MOVEMENT-FILE ASSIGN TO 'INVMOVE.DAT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-MOV-STATUS.

           SELECT PRODUCT-FILE ASSIGN TO 'PRODMAST.DAT'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS PRD-PRODUCT-ID
           FILE STATUS IS WS-PRD-STATUS.

           SELECT REPORT-FILE ASSIGN TO 'STOCK CARD.txt'
           .


      ***********************DATA DIVISION******************************
       DATA DIVISION.
       FILE SECTION.

           FD PARAMETER-FILE.
           01 PARAMETER-RECORD                         PIC X(80).

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
              05 WS-PRM-STATUS     PIC X(2) VALUE '00'.
              05 WS-PRM-EOF        PIC X(3) VALUE 'NO'.
              05 WS-PRM-KEYWORD    PIC X(10) VALUE SPACES.
              05 WS-MOV-STATUS     PIC X(2) VALUE '00'.
              05 WS-PRD-STATUS     PIC X(2) VALUE '00'.
              05 WS-PARM-PRODUCT   PIC X(3) VALUE SPACES.
              05 WS-PARM-FROM      PIC 9(8) VALUE ZEROES.
              05 WS-PARM-TO        PIC 9(8) VALUE ZEROES.
              05 WS-OPENING-FOUND  PIC X(3) VALUE 'NO'.
              05 WS-OPENING-QTY    PIC S9(7) VALUE ZEROES.
              05 WS-RUNNING-BAL    PIC S9(7) VALUE ZEROES.
              05 WS-TOTAL-IN       PIC 9(7) VALUE ZEROES.
              05 WS-TOTAL-OUT      PIC 9(7) VALUE ZEROES.
              05 WS-MOVES-READ     PIC 9(7) VALUE ZEROES.
              05 WS-MOVES-LISTED   PIC 9(5) VALUE ZEROES.
              05 WS-BREAKS-FOUND   PIC 9(5) VALUE ZEROES.

           01 WS-DATE.
               05 WS-YEAR          PIC 9(4).
               05 WS-MONTH         PIC 9(2).
               05 WS-DAY           PIC 9(2).

           01 WS-ARG-DATE          PIC X(8).

           01 WS-PRM-VALUE.
               05 WS-PRM-VALUE-PRODUCT PIC X(3).
               05 FILLER           PIC X(47).
           01 WS-PRM-VALUE-R REDEFINES WS-PRM-VALUE.
               05 WS-PRM-VALUE-DATE PIC X(8).
               05 FILLER           PIC X(42).

           01 WS-DATE-WORK.
               05 WS-DW-YEAR       PIC 9(4).
               05 WS-DW-MONTH      PIC 9(2).
               05 WS-DW-DAY        PIC 9(2).

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
               05                  PIC X(10) VALUE 'STOCK CARD'.
               05                  PIC X(32) VALUE SPACES.
               05                  PIC X(3) VALUE 'TSB'.

           01 HEADING-LINE3.
               05                  PIC X(9) VALUE SPACES.
               05                  PIC X(9) VALUE 'PRODUCT: '.
               05 HL-PRODUCT-ID    PIC X(3).
               05                  PIC X(2) VALUE SPACES.
               05 HL-DESCRIPTION   PIC X(14).
               05                  PIC X(3) VALUE SPACES.
               05                  PIC X(5) VALUE 'FROM '.
               05 HL-FROM-DATE     PIC X(10).
               05                  PIC X(4) VALUE ' TO '.
               05 HL-TO-DATE       PIC X(10).

           01 HEADING-LINE4.
               05                  PIC X(2) VALUE SPACES.
               05                  PIC X(4) VALUE 'DATE'.
               05                  PIC X(8) VALUE SPACES.
               05                  PIC X(4) VALUE 'RUN '.
               05                  PIC X(2) VALUE SPACES.
               05                  PIC X(7) VALUE 'PROGRAM'.
               05                  PIC X(3) VALUE SPACES.
               05                  PIC X(4) VALUE 'TYPE'.
               05                  PIC X(7) VALUE SPACES.
               05                  PIC X(9) VALUE 'REFERENCE'.
               05                  PIC X(17) VALUE SPACES.
               05                  PIC X(2) VALUE 'IN'.
               05                  PIC X(5) VALUE SPACES.
               05                  PIC X(3) VALUE 'OUT'.
               05                  PIC X(3) VALUE SPACES.
               05                  PIC X(7) VALUE 'BALANCE'.

           01 WS-EDIT-DATE.
               05 ED-MONTH         PIC 9(2).
               05                  PIC X VALUE '/'.
               05 ED-DAY           PIC 9(2).
               05                  PIC X VALUE '/'.
               05 ED-YEAR          PIC 9(4).

           01 OPENING-LINE.
               05                    PIC X(2) VALUE SPACES.
               05                    PIC X(16) VALUE 'OPENING BALANCE '.
               05 OPL-SOURCE         PIC X(24).
               05                    PIC X(37) VALUE SPACES.
               05 OPL-BALANCE-OUT    PIC ZZZ,ZZ9-.

           01 MOVEMENT-DETAIL-LINE.
               05                    PIC X(2) VALUE SPACES.
               05 MDL-DATE           PIC X(10).
               05                    PIC X(2) VALUE SPACES.
               05 MDL-RUN-NUMBER     PIC 9(4).
               05                    PIC X(2) VALUE SPACES.
               05 MDL-PROGRAM        PIC X(8).
               05                    PIC X(2) VALUE SPACES.
               05 MDL-TYPE           PIC X(10).
               05                    PIC X VALUE SPACES.
               05 MDL-REFERENCE      PIC X(20).
               05                    PIC X VALUE SPACES.
               05 MDL-IN-OUT         PIC ZZZ,ZZ9 BLANK WHEN ZERO.
               05                    PIC X VALUE SPACES.
               05 MDL-OUT-OUT        PIC ZZZ,ZZ9 BLANK WHEN ZERO.
               05                    PIC X(2) VALUE SPACES.
               05 MDL-BALANCE-OUT    PIC ZZZ,ZZ9-.
               05                    PIC X VALUE SPACES.
               05 MDL-FLAG           PIC X(5).

           01 BREAK-NOTE-LINE.
               05                    PIC X(14) VALUE SPACES.
               05                    PIC X(27) VALUE
                                        'LEDGER SHOWED ON-HAND OF   '.
               05 BNL-ON-HAND-OUT    PIC ZZZ,ZZ9.
               05                    PIC X(27) VALUE
                                        ' - BALANCE PICKED UP THERE'.

           01 TOTAL-IN-LINE.
               05                    PIC X(35) VALUE SPACES.
               05                    PIC X(9) VALUE 'TOTAL IN:'.
               05                    PIC X(10) VALUE SPACES.
               05 TS-IN-OUT          PIC Z,ZZZ,ZZ9.

           01 TOTAL-OUT-LINE.
               05                    PIC X(34) VALUE SPACES.
               05                    PIC X(10) VALUE 'TOTAL OUT:'.
               05                    PIC X(10) VALUE SPACES.
               05 TS-OUT-OUT         PIC Z,ZZZ,ZZ9.

           01 TOTAL-CLOSING-LINE.
               05                    PIC X(28) VALUE SPACES.
               05                    PIC X(16) VALUE 'CLOSING BALANCE:'.
               05                    PIC X(10) VALUE SPACES.
               05 TS-CLOSING-OUT     PIC Z,ZZZ,ZZ9-.

           01 TOTAL-LISTED-LINE.
               05                    PIC X(27) VALUE SPACES.
               05                    PIC X(17) VALUE
                                                 'MOVEMENTS LISTED:'.
               05                    PIC X(13) VALUE SPACES.
               05 TS-LISTED-OUT      PIC ZZ,ZZ9.

           01 TOTAL-BREAKS-LINE.
               05                    PIC X(29) VALUE SPACES.
               05                    PIC X(15) VALUE 'BALANCE BREAKS:'.
               05                    PIC X(13) VALUE SPACES.
               05 TS-BREAKS-OUT      PIC ZZ,ZZ9.

           01 NO-MOVEMENT-LINE.
               05                    PIC X(2) VALUE SPACES.
               05                    PIC X(40) VALUE
                           'NO MOVEMENTS FOR THIS PRODUCT IN RANGE'.

      *************************PROCEDURE DIVISION***********************
       PROCEDURE DIVISION.

       100-MAIN-MODULE.
           PERFORM 125-HOUSEKEEPING
           PERFORM 150-READ-MOVEMENT-FILE
           PERFORM 190-WRITE-FINAL-TOTALS
           PERFORM 200-CLOSE-ROUTINE
           .

       125-HOUSEKEEPING.
           PERFORM 130-DATE-ROUTINE
           PERFORM 133-READ-PARAMETERS
           IF WS-PARM-PRODUCT = SPACES
              DISPLAY 'STOCKCRD: NO PRODUCT= CARD ON STOCKCRD.PRM - '
                       'NOTHING TO PRINT'
              STOP RUN
           END-IF
           IF WS-PARM-FROM = ZEROES
              MOVE WS-YEAR TO WS-DW-YEAR
              MOVE WS-MONTH TO WS-DW-MONTH
              MOVE 1 TO WS-DW-DAY
              MOVE WS-DATE-WORK TO WS-PARM-FROM
           END-IF
           IF WS-PARM-TO = ZEROES
              MOVE WS-DATE TO WS-PARM-TO
           END-IF
           IF WS-PARM-TO < WS-PARM-FROM
              MOVE WS-PARM-FROM TO WS-PARM-TO
           END-IF
           OPEN INPUT MOVEMENT-FILE
           IF WS-MOV-STATUS NOT = '00'
              DISPLAY 'STOCKCRD: UNABLE TO OPEN INVMOVE.DAT - STATUS '
                       WS-MOV-STATUS
              STOP RUN
           END-IF
           MOVE WS-PARM-PRODUCT TO HL-PRODUCT-ID
           MOVE SPACES TO HL-DESCRIPTION
           OPEN INPUT PRODUCT-FILE
           IF WS-PRD-STATUS = '00'
              MOVE WS-PARM-PRODUCT TO PRD-PRODUCT-ID
              READ PRODUCT-FILE KEY IS PRD-PRODUCT-ID
                INVALID KEY
                   MOVE 'NOT ON MASTER' TO HL-DESCRIPTION
                NOT INVALID KEY
                   MOVE PRD-DESCRIPTION TO HL-DESCRIPTION
              END-READ
              CLOSE PRODUCT-FILE
           END-IF
           MOVE WS-PARM-FROM TO WS-DATE-WORK
           PERFORM 140-EDIT-DATE
           MOVE WS-EDIT-DATE TO HL-FROM-DATE
           MOVE WS-PARM-TO TO WS-DATE-WORK
           PERFORM 140-EDIT-DATE
           MOVE WS-EDIT-DATE TO HL-TO-DATE
           OPEN OUTPUT REPORT-FILE
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

       133-READ-PARAMETERS.
           OPEN INPUT PARAMETER-FILE
           IF WS-PRM-STATUS = '00'
              MOVE 'NO' TO WS-PRM-EOF
              PERFORM UNTIL WS-PRM-EOF = 'YES'
                READ PARAMETER-FILE
                  AT END
                     MOVE 'YES' TO WS-PRM-EOF
                  NOT AT END
                     PERFORM 135-PARSE-PARAMETER-CARD
                END-READ
              END-PERFORM
              CLOSE PARAMETER-FILE
           END-IF
           .

       135-PARSE-PARAMETER-CARD.
           MOVE SPACES TO WS-PRM-KEYWORD WS-PRM-VALUE
           UNSTRING PARAMETER-RECORD DELIMITED BY '='
             INTO WS-PRM-KEYWORD WS-PRM-VALUE
           EVALUATE WS-PRM-KEYWORD
             WHEN 'PRODUCT'
                MOVE WS-PRM-VALUE-PRODUCT TO WS-PARM-PRODUCT
             WHEN 'FROM'
                IF WS-PRM-VALUE-DATE IS NUMERIC
                   MOVE WS-PRM-VALUE-DATE TO WS-PARM-FROM
                ELSE
                   DISPLAY 'STOCKCRD: NON-NUMERIC FROM DATE - CARD '
                            'IGNORED: ' WS-PRM-VALUE-DATE
                END-IF
             WHEN 'TO'
                IF WS-PRM-VALUE-DATE IS NUMERIC
                   MOVE WS-PRM-VALUE-DATE TO WS-PARM-TO
                ELSE
                   DISPLAY 'STOCKCRD: NON-NUMERIC TO DATE - CARD '
                            'IGNORED: ' WS-PRM-VALUE-DATE
                END-IF
             WHEN SPACES
                CONTINUE
             WHEN OTHER
                DISPLAY 'STOCKCRD: UNKNOWN PARAMETER CARD IGNORED: '
                         WS-PRM-KEYWORD
           END-EVALUATE
           .

       140-EDIT-DATE.
           MOVE WS-DW-MONTH TO ED-MONTH
           MOVE WS-DW-DAY TO ED-DAY
           MOVE WS-DW-YEAR TO ED-YEAR
           .

       145-HEADING-ROUTINE.
           MOVE 1 TO PROPER-SPACING
           WRITE REPORT-RECORD FROM HEADING-LINE1
             AFTER ADVANCING PROPER-SPACING
           WRITE REPORT-RECORD FROM HEADING-LINE2
             AFTER ADVANCING PROPER-SPACING
           WRITE REPORT-RECORD FROM HEADING-LINE3
             AFTER ADVANCING PROPER-SPACING
           MOVE 3 TO PROPER-SPACING
           WRITE REPORT-RECORD FROM HEADING-LINE4
             AFTER ADVANCING PROPER-SPACING
           MOVE 1 TO PROPER-SPACING
           MOVE SPACES TO REPORT-RECORD
           WRITE REPORT-RECORD
             AFTER ADVANCING PROPER-SPACING
           .

       150-READ-MOVEMENT-FILE.
           PERFORM UNTIL EOF-FLAG = 'NO'
             READ MOVEMENT-FILE
               AT END
                  MOVE 'NO' TO EOF-FLAG
               NOT AT END
                  ADD 1 TO WS-MOVES-READ
                  IF MOV-PRODUCT-ID = WS-PARM-PRODUCT
                  AND MOV-DATE IS NUMERIC
                  AND MOV-QUANTITY IS NUMERIC
                  AND MOV-ON-HAND IS NUMERIC
                     IF MOV-DATE < WS-PARM-FROM
                        MOVE MOV-ON-HAND TO WS-OPENING-QTY
                        MOVE 'YES' TO WS-OPENING-FOUND
                     ELSE
                        IF MOV-DATE <= WS-PARM-TO
                           PERFORM 175-LIST-MOVEMENT
                        END-IF
                     END-IF
                  END-IF
             END-READ
           END-PERFORM
           .

       175-LIST-MOVEMENT.
           IF WS-MOVES-LISTED = 0
              PERFORM 176-WRITE-OPENING-LINE
           END-IF
           ADD 1 TO WS-MOVES-LISTED
           MOVE ZEROES TO MDL-IN-OUT MDL-OUT-OUT
           IF MOV-SIGN = '-'
              SUBTRACT MOV-QUANTITY FROM WS-RUNNING-BAL
              ADD MOV-QUANTITY TO WS-TOTAL-OUT
              MOVE MOV-QUANTITY TO MDL-OUT-OUT
           ELSE
              ADD MOV-QUANTITY TO WS-RUNNING-BAL
              ADD MOV-QUANTITY TO WS-TOTAL-IN
              MOVE MOV-QUANTITY TO MDL-IN-OUT
           END-IF
           MOVE MOV-DATE TO WS-DATE-WORK
           PERFORM 140-EDIT-DATE
           MOVE WS-EDIT-DATE TO MDL-DATE
           MOVE MOV-RUN-NUMBER TO MDL-RUN-NUMBER
           MOVE MOV-PROGRAM TO MDL-PROGRAM
           EVALUATE MOV-TYPE
             WHEN 'S'
                MOVE 'SALE' TO MDL-TYPE
             WHEN 'R'
                MOVE 'RETURN' TO MDL-TYPE
             WHEN 'P'
                MOVE 'RECEIPT' TO MDL-TYPE
             WHEN 'A'
                MOVE 'ADJUSTMENT' TO MDL-TYPE
             WHEN 'C'
                MOVE 'COUNT' TO MDL-TYPE
             WHEN 'N'
                MOVE 'NEW ITEM' TO MDL-TYPE
             WHEN 'B'
                MOVE 'BO FILL' TO MDL-TYPE
             WHEN 'T'
                MOVE 'TRANSFER' TO MDL-TYPE
             WHEN OTHER
                MOVE MOV-TYPE TO MDL-TYPE
           END-EVALUATE
           MOVE MOV-REFERENCE TO MDL-REFERENCE
           MOVE WS-RUNNING-BAL TO MDL-BALANCE-OUT
           IF WS-RUNNING-BAL = MOV-ON-HAND
              MOVE SPACES TO MDL-FLAG
           ELSE
              MOVE 'BREAK' TO MDL-FLAG
              ADD 1 TO WS-BREAKS-FOUND
           END-IF
           MOVE MOVEMENT-DETAIL-LINE TO REPORT-RECORD
           WRITE REPORT-RECORD
             AFTER ADVANCING PROPER-SPACING
           MOVE 1 TO PROPER-SPACING
           ADD 1 TO LINE-NUM
           IF WS-RUNNING-BAL NOT = MOV-ON-HAND
              MOVE MOV-ON-HAND TO BNL-ON-HAND-OUT
              MOVE BREAK-NOTE-LINE TO REPORT-RECORD
              WRITE REPORT-RECORD
                AFTER ADVANCING PROPER-SPACING
              ADD 1 TO LINE-NUM
              MOVE MOV-ON-HAND TO WS-RUNNING-BAL
           END-IF
           IF LINE-NUM >= 55
              PERFORM 195-NEW-PAGE
              MOVE 10 TO LINE-NUM
           END-IF
           .

       176-WRITE-OPENING-LINE.
           IF WS-OPENING-FOUND = 'NO'
              IF MOV-SIGN = '-'
                 ADD MOV-ON-HAND MOV-QUANTITY GIVING WS-OPENING-QTY
              ELSE
                 SUBTRACT MOV-QUANTITY FROM MOV-ON-HAND
                   GIVING WS-OPENING-QTY
              END-IF
              MOVE 'BEFORE FIRST MOVEMENT' TO OPL-SOURCE
              MOVE 'YES' TO WS-OPENING-FOUND
           ELSE
              MOVE 'CARRIED FORWARD' TO OPL-SOURCE
           END-IF
           MOVE WS-OPENING-QTY TO WS-RUNNING-BAL
           MOVE WS-OPENING-QTY TO OPL-BALANCE-OUT
           MOVE OPENING-LINE TO REPORT-RECORD
           WRITE REPORT-RECORD
             AFTER ADVANCING PROPER-SPACING
           MOVE 2 TO PROPER-SPACING
           ADD 2 TO LINE-NUM
           .

       190-WRITE-FINAL-TOTALS.
           IF WS-MOVES-LISTED = 0
              IF WS-OPENING-FOUND = 'YES'
                 MOVE 'CARRIED FORWARD' TO OPL-SOURCE
                 MOVE WS-OPENING-QTY TO OPL-BALANCE-OUT
                 MOVE OPENING-LINE TO REPORT-RECORD
                 WRITE REPORT-RECORD
                   AFTER ADVANCING PROPER-SPACING
                 MOVE WS-OPENING-QTY TO WS-RUNNING-BAL
              END-IF
              MOVE NO-MOVEMENT-LINE TO REPORT-RECORD
              MOVE 2 TO PROPER-SPACING
              WRITE REPORT-RECORD
                AFTER ADVANCING PROPER-SPACING
           END-IF
           MOVE WS-TOTAL-IN TO TS-IN-OUT
           MOVE TOTAL-IN-LINE TO REPORT-RECORD
           MOVE 2 TO PROPER-SPACING
           WRITE REPORT-RECORD
             AFTER ADVANCING PROPER-SPACING
           MOVE 1 TO PROPER-SPACING
           MOVE WS-TOTAL-OUT TO TS-OUT-OUT
           MOVE TOTAL-OUT-LINE TO REPORT-RECORD
           WRITE REPORT-RECORD
             AFTER ADVANCING PROPER-SPACING
           MOVE WS-RUNNING-BAL TO TS-CLOSING-OUT
           MOVE TOTAL-CLOSING-LINE TO REPORT-RECORD
           WRITE REPORT-RECORD
             AFTER ADVANCING PROPER-SPACING
           MOVE WS-MOVES-LISTED TO TS-LISTED-OUT
           MOVE TOTAL-LISTED-LINE TO REPORT-RECORD
           MOVE 2 TO PROPER-SPACING
           WRITE REPORT-RECORD
             AFTER ADVANCING PROPER-SPACING
           MOVE 1 TO PROPER-SPACING
           MOVE WS-BREAKS-FOUND TO TS-BREAKS-OUT
           MOVE TOTAL-BREAKS-LINE TO REPORT-RECORD
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
           CLOSE MOVEMENT-FILE
                 REPORT-FILE
           STOP RUN
           .
