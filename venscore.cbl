      ******************************************************************
      * Author: Tyler
      * Date: 10/15/2026
      * Purpose: score each vendor's delivery performance over a
      *          chosen period from the receipt dates on OPENPO.DAT
      * Tectonics: cobc -xo VENSCORE.exe --std=mf  VENSCORE.cbl
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. VENSCORE.
      **************************COMMENT SECTION*************************
      *THIS PROGRAM READS OPENPO.DAT AND SCORES EVERY PO LINE WHOSE
      *LAST RECEIPT DATE FALLS IN THE CHOSEN PERIOD AGAINST THE DUE
      *DATE (ORDER DATE PLUS THE VENDOR LEAD TIME ON VENDMAST.DAT).
      *FOR EACH VENDOR IT PRINTS:
      *  LINES RECEIVED AND LINES RECEIVED ON OR BEFORE THE DUE DATE
      *  PERCENTAGE ON TIME
      *  AVERAGE DAYS LATE (OVER THE LATE LINES ONLY)
      *  ACTUAL LEAD - AVERAGE DAYS FROM ORDER TO LAST RECEIPT, TO SET
      *  VEN-LEAD-TIME FROM HOW THE VENDOR REALLY PERFORMS
      *  SHORT-SHIP RATE - LINES RECEIVED SHORT OF THE ORDER QUANTITY
      *  (CLOSED SHORT OR STILL WAITING FOR THE BALANCE)
      *  OVER-RECEIPT RATE - LINES RECEIVED OVER THE ORDER QUANTITY
      *CANCELLED LINES AND LINES WITH NO RECEIPT ARE NOT SCORED.
      ******************************************************************
      *PARAMETER CARDS (VENSCORE.PRM, KEYWORD=VALUE):
      *1. FROM=YYYYMMDD      FIRST DATE (DEFAULT FIRST OF THE MONTH)
      *2. TO=YYYYMMDD        LAST DATE (DEFAULT THE RUN DATE)
      ******************************************************************
      *SCORECARD OUTPUT (VENDOR SCORECARD.txt):
      *1. ONE LINE PER VENDOR WITH THE MEASURES ABOVE AND THE LEAD
      *   TIME CURRENTLY ON THE VENDOR MASTER
      *2. AN ALL VENDORS LINE AND FINAL COUNTS
      ******************************************************************


      ************************ENVIRONMENT DIVISION**********************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. OCEANBLUE.
       OBJECT-COMPUTER. OCEANBLUE.


       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PARAMETER-FILE ASSIGN TO 'VENSCORE.PRM'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-PRM-STATUS.

           SELECT OPENPO-FILE ASSIGN TO 'OPENPO.DAT'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS PO-KEY
           FILE STATUS IS WS-PO-STATUS.

           SELECT VENDOR-FILE ASSIGN TO 'VENDMAST.DAT'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS VEN-VENDOR-ID
           FILE STATUS IS WS-VEN-STATUS.

           SELECT SORTED-SCORE-FILE ASSIGN TO 'PR2FA17.VSC'
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT SORT-WORK-FILE ASSIGN TO 'VSCSORTWORK'.

           SELECT REPORT-FILE ASSIGN TO 'VENDOR SCORECARD.txt'
           .


      ***********************DATA DIVISION******************************
       DATA DIVISION.
       FILE SECTION.

           FD PARAMETER-FILE.
           01 PARAMETER-RECORD                         PIC X(80).

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

           FD VENDOR-FILE.
           01 VENDOR-MASTER-RECORD.
              05 VEN-VENDOR-ID                         PIC X(5).
              05 VEN-NAME                               PIC X(25).
              05 VEN-ADDRESS-1                          PIC X(25).
              05 VEN-ADDRESS-2                          PIC X(25).
              05 VEN-ADDRESS-3                          PIC X(25).
              05 VEN-CONTACT                            PIC X(25).
              05 VEN-LEAD-TIME                          PIC 9(3).
              05 VEN-STATUS                             PIC X.

           FD SORTED-SCORE-FILE.
           01 SORTED-SCORE-RECORD.
              05 SSC-VENDOR-ID                         PIC X(5).
              05 SSC-PO-NUMBER                         PIC 9(6).
              05 SSC-PRODUCT-ID                        PIC X(3).
              05 SSC-DAYS-LATE                         PIC 9(5).
              05 SSC-DAYS-TO-RECEIVE                   PIC 9(5).
              05 SSC-SHORT-FLAG                        PIC X.
              05 SSC-OVER-FLAG                         PIC X.

           SD SORT-WORK-FILE.
           01 SORT-WORK-RECORD.
              05 SWR-VENDOR-ID                         PIC X(5).
              05 SWR-PO-NUMBER                         PIC 9(6).
              05 SWR-PRODUCT-ID                        PIC X(3).
              05 SWR-DAYS-LATE                         PIC 9(5).
              05 SWR-DAYS-TO-RECEIVE                   PIC 9(5).
              05 SWR-SHORT-FLAG                        PIC X.
              05 SWR-OVER-FLAG                         PIC X.

           FD REPORT-FILE.
           01 REPORT-RECORD                            PIC X(100).

       WORKING-STORAGE SECTION.

           01 WS-WORK-AREAS.
              05 PROPER-SPACING    PIC 9(2) VALUE 0.
              05 LINE-NUM          PIC 9(2) VALUE 10.
              05 WS-PRM-STATUS     PIC X(2) VALUE '00'.
              05 WS-PRM-EOF        PIC X(3) VALUE 'NO'.
              05 WS-PRM-KEYWORD    PIC X(10) VALUE SPACES.
              05 WS-PO-STATUS      PIC X(2) VALUE '00'.
              05 WS-VEN-STATUS     PIC X(2) VALUE '00'.
              05 WS-VEN-AVAILABLE  PIC X(3) VALUE 'NO'.
              05 WS-PO-EOF         PIC X(3) VALUE 'NO'.
              05 WS-SSC-EOF        PIC X(3) VALUE 'NO'.
              05 WS-PARM-FROM      PIC 9(8) VALUE ZEROES.
              05 WS-PARM-TO        PIC 9(8) VALUE ZEROES.
              05 WS-PREV-VENDOR-ID PIC X(5) VALUE LOW-VALUES.
              05 WS-LEAD-TIME      PIC 9(3) VALUE ZEROES.
              05 WS-ORDER-NUMBER   PIC 9(7) VALUE ZEROES.
              05 WS-DUE-NUMBER     PIC 9(7) VALUE ZEROES.
              05 WS-RECEIPT-NUMBER PIC 9(7) VALUE ZEROES.
              05 WS-VENDOR-COUNT   PIC 9(5) VALUE ZEROES.
              05 WS-LINES-SKIPPED  PIC 9(5) VALUE ZEROES.
              05 WS-PERCENT        PIC 9(3)V9 VALUE ZEROES.
              05 WS-AVERAGE        PIC 9(3)V9 VALUE ZEROES.

           01 WS-SCORE-TOTALS.
              05 WS-VS-LINES       PIC 9(5) VALUE ZEROES.
              05 WS-VS-ON-TIME     PIC 9(5) VALUE ZEROES.
              05 WS-VS-LATE-LINES  PIC 9(5) VALUE ZEROES.
              05 WS-VS-DAYS-LATE   PIC 9(7) VALUE ZEROES.
              05 WS-VS-DAYS-TO-RECEIVE PIC 9(7) VALUE ZEROES.
              05 WS-VS-SHORT       PIC 9(5) VALUE ZEROES.
              05 WS-VS-OVER        PIC 9(5) VALUE ZEROES.

           01 WS-COMPANY-TOTALS.
              05 WS-CT-LINES       PIC 9(5) VALUE ZEROES.
              05 WS-CT-ON-TIME     PIC 9(5) VALUE ZEROES.
              05 WS-CT-LATE-LINES  PIC 9(5) VALUE ZEROES.
              05 WS-CT-DAYS-LATE   PIC 9(7) VALUE ZEROES.
              05 WS-CT-DAYS-TO-RECEIVE PIC 9(7) VALUE ZEROES.
              05 WS-CT-SHORT       PIC 9(5) VALUE ZEROES.
              05 WS-CT-OVER        PIC 9(5) VALUE ZEROES.

           01 WS-DATE.
               05 WS-YEAR          PIC 9(4).
               05 WS-MONTH         PIC 9(2).
               05 WS-DAY           PIC 9(2).

           01 WS-ARG-DATE          PIC X(8).

           01 WS-PRM-VALUE.
               05 WS-PRM-VALUE-DATE PIC X(8).
               05 FILLER           PIC X(42).

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
               05                  PIC X(26) VALUE
                                          'VENDOR DELIVERY SCORECARD'.
               05                  PIC X(16) VALUE SPACES.
               05                  PIC X(3) VALUE 'TSB'.

           01 HEADING-LINE3.
               05                  PIC X(9) VALUE SPACES.
               05                  PIC X(14) VALUE 'RECEIVED FROM '.
               05 HL-FROM-DATE     PIC X(10).
               05                  PIC X(4) VALUE ' TO '.
               05 HL-TO-DATE       PIC X(10).

           01 HEADING-LINE4.
               05                  PIC X(36) VALUE SPACES.
               05                  PIC X(3) VALUE 'STD'.
               05                  PIC X(3) VALUE SPACES.
               05                  PIC X(5) VALUE 'LINES'.
               05                  PIC X VALUE SPACES.
               05                  PIC X(7) VALUE 'ON TIME'.
               05                  PIC X(3) VALUE SPACES.
               05                  PIC X(4) VALUE '% ON'.
               05                  PIC X(4) VALUE SPACES.
               05                  PIC X(3) VALUE 'AVG'.
               05                  PIC X VALUE SPACES.
               05                  PIC X(6) VALUE 'ACTUAL'.
               05                  PIC X(6) VALUE SPACES.
               05                  PIC X VALUE '%'.
               05                  PIC X(6) VALUE SPACES.
               05                  PIC X VALUE '%'.

           01 HEADING-LINE5.
               05                  PIC X(2) VALUE SPACES.
               05                  PIC X(6) VALUE 'VENDOR'.
               05                  PIC X VALUE SPACES.
               05                  PIC X(4) VALUE 'NAME'.
               05                  PIC X(22) VALUE SPACES.
               05                  PIC X(4) VALUE 'LEAD'.
               05                  PIC X(3) VALUE SPACES.
               05                  PIC X(5) VALUE 'RECVD'.
               05                  PIC X(3) VALUE SPACES.
               05                  PIC X(5) VALUE 'LINES'.
               05                  PIC X(3) VALUE SPACES.
               05                  PIC X(4) VALUE 'TIME'.
               05                  PIC X(3) VALUE SPACES.
               05                  PIC X(4) VALUE 'LATE'.
               05                  PIC X(3) VALUE SPACES.
               05                  PIC X(4) VALUE 'LEAD'.
               05                  PIC X(2) VALUE SPACES.
               05                  PIC X(5) VALUE 'SHORT'.
               05                  PIC X(3) VALUE SPACES.
               05                  PIC X(4) VALUE 'OVER'.

           01 WS-EDIT-DATE.
               05 ED-MONTH         PIC 9(2).
               05                  PIC X VALUE '/'.
               05 ED-DAY           PIC 9(2).
               05                  PIC X VALUE '/'.
               05 ED-YEAR          PIC 9(4).

           01 SCORE-DETAIL-LINE.
               05                    PIC X(2) VALUE SPACES.
               05 SDL-VENDOR-ID      PIC X(5).
               05                    PIC X(2) VALUE SPACES.
               05 SDL-NAME           PIC X(25).
               05                    PIC X(2) VALUE SPACES.
               05 SDL-LEAD-OUT       PIC ZZ9.
               05 SDL-LEAD-OUT-X     REDEFINES SDL-LEAD-OUT
                                     PIC X(3).
               05                    PIC X(2) VALUE SPACES.
               05 SDL-LINES-OUT      PIC ZZ,ZZ9.
               05                    PIC X(2) VALUE SPACES.
               05 SDL-ON-TIME-OUT    PIC ZZ,ZZ9.
               05                    PIC X(2) VALUE SPACES.
               05 SDL-PCT-ON-TIME    PIC ZZ9.9.
               05                    PIC X(2) VALUE SPACES.
               05 SDL-AVG-LATE       PIC ZZ9.9.
               05                    PIC X(2) VALUE SPACES.
               05 SDL-ACTUAL-LEAD    PIC ZZ9.9.
               05                    PIC X(2) VALUE SPACES.
               05 SDL-PCT-SHORT      PIC ZZ9.9.
               05                    PIC X(2) VALUE SPACES.
               05 SDL-PCT-OVER       PIC ZZ9.9.

           01 NONE-LINE.
               05                    PIC X(2) VALUE SPACES.
               05                    PIC X(36) VALUE
                                'NO PO LINES RECEIVED IN THIS PERIOD'.

           01 TOTAL-VENDORS-LINE.
               05                    PIC X(32) VALUE SPACES.
               05                    PIC X(15) VALUE 'VENDORS SCORED:'.
               05                    PIC X(10) VALUE SPACES.
               05 TS-VENDORS-OUT     PIC ZZ,ZZ9.

           01 TOTAL-LINES-LINE.
               05                    PIC X(34) VALUE SPACES.
               05                    PIC X(13) VALUE 'LINES SCORED:'.
               05                    PIC X(10) VALUE SPACES.
               05 TS-LINES-OUT       PIC ZZ,ZZ9.

           01 TOTAL-SKIPPED-LINE.
               05                    PIC X(23) VALUE SPACES.
               05                    PIC X(25) VALUE
                                          'LINES WITHOUT ORDER DATE:'.
               05                    PIC X(10) VALUE SPACES.
               05 TS-SKIPPED-OUT     PIC ZZ,ZZ9.

      *************************PROCEDURE DIVISION***********************
       PROCEDURE DIVISION.

       100-MAIN-MODULE.
           PERFORM 125-HOUSEKEEPING
           SORT SORT-WORK-FILE
             ON ASCENDING KEY SWR-VENDOR-ID
             ON ASCENDING KEY SWR-PO-NUMBER
             ON ASCENDING KEY SWR-PRODUCT-ID
             INPUT PROCEDURE 124-SELECT-RECEIVED-LINES
             GIVING SORTED-SCORE-FILE
           PERFORM 150-PRINT-SCORECARD
           PERFORM 190-WRITE-FINAL-TOTALS
           PERFORM 200-CLOSE-ROUTINE
           .

       124-SELECT-RECEIVED-LINES.
           PERFORM UNTIL WS-PO-EOF = 'YES'
             READ OPENPO-FILE
               AT END
                  MOVE 'YES' TO WS-PO-EOF
               NOT AT END
                  IF PO-STATUS NOT = 'X'
                  AND PO-RECEIPT-DATE IS NUMERIC
                  AND PO-RECEIPT-DATE >= WS-PARM-FROM
                  AND PO-RECEIPT-DATE <= WS-PARM-TO
                     IF PO-ORDER-DATE IS NUMERIC
                        PERFORM 160-SCORE-PO-LINE
                     ELSE
                        ADD 1 TO WS-LINES-SKIPPED
                     END-IF
                  END-IF
             END-READ
           END-PERFORM
           .

       125-HOUSEKEEPING.
           PERFORM 130-DATE-ROUTINE
           PERFORM 133-READ-PARAMETERS
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
           OPEN INPUT OPENPO-FILE
           IF WS-PO-STATUS NOT = '00'
              DISPLAY 'VENSCORE: UNABLE TO OPEN OPENPO.DAT - STATUS '
                       WS-PO-STATUS
              STOP RUN
           END-IF
           OPEN INPUT VENDOR-FILE
           IF WS-VEN-STATUS = '00'
              MOVE 'YES' TO WS-VEN-AVAILABLE
           ELSE
              DISPLAY 'VENSCORE: VENDMAST.DAT NOT AVAILABLE - STATUS '
                       WS-VEN-STATUS ' - LEAD TIMES TAKEN AS ZERO'
           END-IF
           MOVE WS-PARM-FROM TO WS-DATE-WORK
           PERFORM 140-EDIT-DATE
           MOVE WS-EDIT-DATE TO HL-FROM-DATE
           MOVE WS-PARM-TO TO WS-DATE-WORK
           PERFORM 140-EDIT-DATE
           MOVE WS-EDIT-DATE TO HL-TO-DATE
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
             WHEN 'FROM'
                IF WS-PRM-VALUE-DATE IS NUMERIC
                   MOVE WS-PRM-VALUE-DATE TO WS-PARM-FROM
                ELSE
                   DISPLAY 'VENSCORE: NON-NUMERIC FROM DATE - CARD '
                            'IGNORED: ' WS-PRM-VALUE-DATE
                END-IF
             WHEN 'TO'
                IF WS-PRM-VALUE-DATE IS NUMERIC
                   MOVE WS-PRM-VALUE-DATE TO WS-PARM-TO
                ELSE
                   DISPLAY 'VENSCORE: NON-NUMERIC TO DATE - CARD '
                            'IGNORED: ' WS-PRM-VALUE-DATE
                END-IF
             WHEN SPACES
                CONTINUE
             WHEN OTHER
                DISPLAY 'VENSCORE: UNKNOWN PARAMETER CARD IGNORED: '
                         WS-PRM-KEYWORD
           END-EVALUATE
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
           WRITE REPORT-RECORD FROM HEADING-LINE3
             AFTER ADVANCING PROPER-SPACING
           MOVE 3 TO PROPER-SPACING
           WRITE REPORT-RECORD FROM HEADING-LINE4
             AFTER ADVANCING PROPER-SPACING
           MOVE 1 TO PROPER-SPACING
           WRITE REPORT-RECORD FROM HEADING-LINE5
             AFTER ADVANCING PROPER-SPACING
           MOVE SPACES TO REPORT-RECORD
           WRITE REPORT-RECORD
             AFTER ADVANCING PROPER-SPACING
           MOVE 10 TO LINE-NUM
           .

       150-PRINT-SCORECARD.
           PERFORM 145-HEADING-ROUTINE
           OPEN INPUT SORTED-SCORE-FILE
           PERFORM UNTIL WS-SSC-EOF = 'YES'
             READ SORTED-SCORE-FILE
               AT END
                  MOVE 'YES' TO WS-SSC-EOF
                  IF WS-VENDOR-COUNT > ZEROES
                     PERFORM 153-VENDOR-LINE
                  END-IF
               NOT AT END
                  PERFORM 151-ACCUMULATE-LINE
             END-READ
           END-PERFORM
           CLOSE SORTED-SCORE-FILE
           IF WS-CT-LINES = ZEROES
              MOVE NONE-LINE TO REPORT-RECORD
              PERFORM 185-PRINT-LINE
           ELSE
              PERFORM 154-COMPANY-LINE
           END-IF
           .

       151-ACCUMULATE-LINE.
           IF SSC-VENDOR-ID NOT = WS-PREV-VENDOR-ID
              IF WS-VENDOR-COUNT > ZEROES
                 PERFORM 153-VENDOR-LINE
              END-IF
              MOVE SSC-VENDOR-ID TO WS-PREV-VENDOR-ID
              ADD 1 TO WS-VENDOR-COUNT
              MOVE ZEROES TO WS-SCORE-TOTALS
           END-IF
           ADD 1 TO WS-VS-LINES
           IF SSC-DAYS-LATE = ZEROES
              ADD 1 TO WS-VS-ON-TIME
           ELSE
              ADD 1 TO WS-VS-LATE-LINES
              ADD SSC-DAYS-LATE TO WS-VS-DAYS-LATE
           END-IF
           ADD SSC-DAYS-TO-RECEIVE TO WS-VS-DAYS-TO-RECEIVE
           IF SSC-SHORT-FLAG = 'Y'
              ADD 1 TO WS-VS-SHORT
           END-IF
           IF SSC-OVER-FLAG = 'Y'
              ADD 1 TO WS-VS-OVER
           END-IF
           .

       153-VENDOR-LINE.
           MOVE WS-PREV-VENDOR-ID TO SDL-VENDOR-ID
           MOVE '*** NOT ON VENDOR MASTER' TO SDL-NAME
           MOVE SPACES TO SDL-LEAD-OUT-X
           IF WS-VEN-AVAILABLE = 'YES'
              MOVE WS-PREV-VENDOR-ID TO VEN-VENDOR-ID
              READ VENDOR-FILE KEY IS VEN-VENDOR-ID
                INVALID KEY
                   CONTINUE
                NOT INVALID KEY
                   MOVE VEN-NAME TO SDL-NAME
                   MOVE VEN-LEAD-TIME TO SDL-LEAD-OUT
              END-READ
           END-IF
           PERFORM 155-EDIT-SCORES
           MOVE SCORE-DETAIL-LINE TO REPORT-RECORD
           PERFORM 185-PRINT-LINE
           ADD WS-VS-LINES TO WS-CT-LINES
           ADD WS-VS-ON-TIME TO WS-CT-ON-TIME
           ADD WS-VS-LATE-LINES TO WS-CT-LATE-LINES
           ADD WS-VS-DAYS-LATE TO WS-CT-DAYS-LATE
           ADD WS-VS-DAYS-TO-RECEIVE TO WS-CT-DAYS-TO-RECEIVE
           ADD WS-VS-SHORT TO WS-CT-SHORT
           ADD WS-VS-OVER TO WS-CT-OVER
           .

       154-COMPANY-LINE.
           MOVE WS-COMPANY-TOTALS TO WS-SCORE-TOTALS
           MOVE SPACES TO SDL-VENDOR-ID
           MOVE 'ALL VENDORS' TO SDL-NAME
           MOVE SPACES TO SDL-LEAD-OUT-X
           PERFORM 155-EDIT-SCORES
           MOVE SCORE-DETAIL-LINE TO REPORT-RECORD
           MOVE 2 TO PROPER-SPACING
           PERFORM 185-PRINT-LINE
           .

       155-EDIT-SCORES.
           MOVE WS-VS-LINES TO SDL-LINES-OUT
           MOVE WS-VS-ON-TIME TO SDL-ON-TIME-OUT
           COMPUTE WS-PERCENT ROUNDED =
                   WS-VS-ON-TIME * 100 / WS-VS-LINES
           MOVE WS-PERCENT TO SDL-PCT-ON-TIME
           IF WS-VS-LATE-LINES > ZEROES
              COMPUTE WS-AVERAGE ROUNDED =
                      WS-VS-DAYS-LATE / WS-VS-LATE-LINES
           ELSE
              MOVE ZEROES TO WS-AVERAGE
           END-IF
           MOVE WS-AVERAGE TO SDL-AVG-LATE
           COMPUTE WS-AVERAGE ROUNDED =
                   WS-VS-DAYS-TO-RECEIVE / WS-VS-LINES
           MOVE WS-AVERAGE TO SDL-ACTUAL-LEAD
           COMPUTE WS-PERCENT ROUNDED =
                   WS-VS-SHORT * 100 / WS-VS-LINES
           MOVE WS-PERCENT TO SDL-PCT-SHORT
           COMPUTE WS-PERCENT ROUNDED =
                   WS-VS-OVER * 100 / WS-VS-LINES
           MOVE WS-PERCENT TO SDL-PCT-OVER
           .

       160-SCORE-PO-LINE.
           MOVE ZEROES TO WS-LEAD-TIME
           IF WS-VEN-AVAILABLE = 'YES'
              MOVE PO-VENDOR-ID TO VEN-VENDOR-ID
              READ VENDOR-FILE KEY IS VEN-VENDOR-ID
                INVALID KEY
                   CONTINUE
                NOT INVALID KEY
                   IF VEN-LEAD-TIME IS NUMERIC
                      MOVE VEN-LEAD-TIME TO WS-LEAD-TIME
                   END-IF
              END-READ
           END-IF
           MOVE SPACES TO SORT-WORK-RECORD
           MOVE PO-VENDOR-ID TO SWR-VENDOR-ID
           MOVE PO-NUMBER TO SWR-PO-NUMBER
           MOVE PO-PRODUCT-ID TO SWR-PRODUCT-ID
           MOVE PO-ORDER-DATE TO WS-DATE-WORK
           PERFORM 142-COMPUTE-DAY-NUMBER
           MOVE WS-DAY-NUMBER TO WS-ORDER-NUMBER
           ADD WS-ORDER-NUMBER WS-LEAD-TIME GIVING WS-DUE-NUMBER
           MOVE PO-RECEIPT-DATE TO WS-DATE-WORK
           PERFORM 142-COMPUTE-DAY-NUMBER
           MOVE WS-DAY-NUMBER TO WS-RECEIPT-NUMBER
           IF WS-RECEIPT-NUMBER > WS-DUE-NUMBER
              SUBTRACT WS-DUE-NUMBER FROM WS-RECEIPT-NUMBER
                GIVING SWR-DAYS-LATE
           ELSE
              MOVE ZEROES TO SWR-DAYS-LATE
           END-IF
           IF WS-RECEIPT-NUMBER > WS-ORDER-NUMBER
              SUBTRACT WS-ORDER-NUMBER FROM WS-RECEIPT-NUMBER
                GIVING SWR-DAYS-TO-RECEIVE
           ELSE
              MOVE ZEROES TO SWR-DAYS-TO-RECEIVE
           END-IF
           MOVE 'N' TO SWR-SHORT-FLAG SWR-OVER-FLAG
           IF PO-RECEIVED-QTY < PO-ORDER-QTY
              MOVE 'Y' TO SWR-SHORT-FLAG
           END-IF
           IF PO-RECEIVED-QTY > PO-ORDER-QTY
              MOVE 'Y' TO SWR-OVER-FLAG
           END-IF
           RELEASE SORT-WORK-RECORD
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
           MOVE WS-VENDOR-COUNT TO TS-VENDORS-OUT
           MOVE TOTAL-VENDORS-LINE TO REPORT-RECORD
           MOVE 2 TO PROPER-SPACING
           WRITE REPORT-RECORD
             AFTER ADVANCING PROPER-SPACING
           MOVE 1 TO PROPER-SPACING
           MOVE WS-CT-LINES TO TS-LINES-OUT
           MOVE TOTAL-LINES-LINE TO REPORT-RECORD
           WRITE REPORT-RECORD
             AFTER ADVANCING PROPER-SPACING
           MOVE WS-LINES-SKIPPED TO TS-SKIPPED-OUT
           MOVE TOTAL-SKIPPED-LINE TO REPORT-RECORD
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
           CLOSE OPENPO-FILE
                 REPORT-FILE
           IF WS-VEN-AVAILABLE = 'YES'
              CLOSE VENDOR-FILE
           END-IF
           STOP RUN
           .
