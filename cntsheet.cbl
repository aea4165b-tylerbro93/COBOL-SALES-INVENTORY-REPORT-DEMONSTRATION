      *DESCRIPTIONS COME FROM PRODMAST.DAT WHEN IT IS AVAILABLE.
      *THE KEYED COUNTS GO TO CNTENTRY.DAT AND ARE POSTED BY THE
      *COUNT VARIANCE RUN.
      *STOCK IS COUNTED PER LOCATION. EVERY PRODUCT A LOCATION HOLDS
      *ON LOCSTOCK.DAT IS LISTED ON THAT LOCATION'S SHEETS, SORTED BY
      *LOCATION THEN PRODUCT, AND EACH LOCATION STARTS A NEW PAGE SO
      *THE SHEETS CAN BE HANDED OUT STORE BY STORE. A PRODUCT WITH
      *STOCK NOT YET PUT AWAY TO ANY LOCATION, OR WITH NO LOCATION
      *STOCK AT ALL, IS LISTED ON THE UNASSIGNED SHEETS.
      ******************************************************************
      *INVENTORY MASTER INPUT:
      *1. PRODUCT ID
      *2. ON HAND QUANTITY (NOT PRINTED)
      ******************************************************************
      *LOCATION STOCK INPUT (LOCSTOCK.DAT, OPTIONAL):
      *1. PRODUCT ID AND LOCATION
      *2. ON HAND AT THE LOCATION (NOT PRINTED)
      ******************************************************************
      *COUNT SHEET OUTPUT:
      *1. LOCATION HEADING, NEW PAGE PER LOCATION
      *2. PRODUCT ID AND DESCRIPTION
      *3. BLANK COUNTED-QUANTITY BOX
      *4. COUNTER/DATE SIGNATURE LINE PER PAGE
      *5. COUNT LINES AND LOCATIONS LISTED
      ******************************************************************


           RECORD KEY IS INV-PRODUCT-ID
           FILE STATUS IS WS-INV-STATUS.

           SELECT STOCK-FILE ASSIGN TO 'LOCSTOCK.DAT'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS STK-KEY
           FILE STATUS IS WS-STK-STATUS.

           SELECT SORTED-COUNT-FILE ASSIGN TO 'PR2FA17.CNT'
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT SORT-WORK-FILE ASSIGN TO 'CNTSORTWORK'.

           SELECT PRODUCT-FILE ASSIGN TO 'PRODMAST.DAT'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
              05 INV-REORDER-QTY                        PIC 9(6).
              05 INV-UNIT-COST                          PIC 999V99.

           FD STOCK-FILE.
           01 STOCK-RECORD.
              05 STK-KEY.
                 10 STK-PRODUCT-ID                      PIC X(3).
                 10 STK-LOCATION-ID                     PIC X(10).
              05 STK-ON-HAND-QTY                        PIC 9(6).
              05 STK-REORDER-POINT                      PIC 9(6).
              05 STK-REORDER-QTY                        PIC 9(6).
              05 STK-LAST-CHANGE-DATE                   PIC 9(8).

           FD SORTED-COUNT-FILE.
           01 SORTED-COUNT-RECORD.
              05 SCR-LOCATION-ID                        PIC X(10).
              05 SCR-PRODUCT-ID                         PIC X(3).

           SD SORT-WORK-FILE.
           01 SORT-WORK-RECORD.
              05 SWR-LOCATION-ID                        PIC X(10).
              05 SWR-PRODUCT-ID                         PIC X(3).

           FD PRODUCT-FILE.
           01 PRODUCT-RECORD.
              05 PRD-PRODUCT-ID                        PIC X(3).
              05 LINE-NUM          PIC 9(2) VALUE 10.
              05 WS-INV-STATUS     PIC X(2) VALUE '00'.
              05 WS-PRD-STATUS     PIC X(2) VALUE '00'.
              05 WS-STK-STATUS     PIC X(2) VALUE '00'.
              05 WS-PRD-AVAILABLE  PIC X(3) VALUE 'NO'.
              05 WS-STK-AVAILABLE  PIC X(3) VALUE 'NO'.
              05 WS-INV-EOF        PIC X(3) VALUE 'NO'.
              05 WS-STK-EOF        PIC X(3) VALUE 'NO'.
              05 WS-FIRST-LOCATION PIC X(3) VALUE 'YES'.
              05 WS-CURRENT-LOCATION PIC X(10) VALUE SPACES.
              05 WS-LOC-TOTAL      PIC 9(7) VALUE ZEROES.
              05 WS-LOC-RECORDS    PIC 9(5) VALUE ZEROES.
              05 WS-PRODUCTS-LISTED PIC 9(5) VALUE ZEROES.
              05 WS-LOCATIONS-LISTED PIC 9(5) VALUE ZEROES.

           01 WS-DATE.
               05 WS-YEAR          PIC 9(4).
               05                  PIC X(12) VALUE SPACES.
               05                  PIC X(3) VALUE 'TSB'.

           01 LOCATION-LINE.
               05                  PIC X(2) VALUE SPACES.
               05                  PIC X(10) VALUE 'LOCATION: '.
               05 LL-LOCATION      PIC X(10) VALUE SPACES.

           01 HEADING-LINE3.
               05                  PIC X(2) VALUE SPACES.
               05                  PIC X(4) VALUE 'PROD'.
               05                    PIC X(11) VALUE '___________'.

           01 TOTAL-LISTED-LINE.
               05                    PIC X(27) VALUE SPACES.
               05                    PIC X(19) VALUE
                                                'COUNT LINES LISTED:'.
               05                    PIC X(10) VALUE SPACES.
               05 TL-LISTED-OUT      PIC ZZ,ZZ9.

           01 TOTAL-LOCATIONS-LINE.
               05                    PIC X(29) VALUE SPACES.
               05                    PIC X(17) VALUE
                                                  'LOCATIONS LISTED:'.
               05                    PIC X(10) VALUE SPACES.
               05 TL-LOCATIONS-OUT   PIC ZZ,ZZ9.

           01 NO-INVENTORY-LINE.
               05                    PIC X(2) VALUE SPACES.
               05                    PIC X(30) VALUE

       100-MAIN-MODULE.
           PERFORM 125-HOUSEKEEPING
           PERFORM 150-READ-SORTED-FILE
           PERFORM 200-CLOSE-ROUTINE
           .

       124-LOAD-COUNT-LINES.
           MOVE 'NO' TO WS-INV-EOF
           PERFORM UNTIL WS-INV-EOF = 'YES'
             READ INVENTORY-FILE
               AT END
                  MOVE 'YES' TO WS-INV-EOF
               NOT AT END
                  MOVE ZEROES TO WS-LOC-TOTAL WS-LOC-RECORDS
                  IF WS-STK-AVAILABLE = 'YES'
                     PERFORM 126-RELEASE-LOCATIONS
                  END-IF
                  IF WS-LOC-RECORDS = ZEROES
                  OR WS-LOC-TOTAL < INV-ON-HAND-QTY
                     MOVE SPACES TO SORT-WORK-RECORD
                     MOVE INV-PRODUCT-ID TO SWR-PRODUCT-ID
                     RELEASE SORT-WORK-RECORD
                  END-IF
             END-READ
           END-PERFORM
           .

       125-HOUSEKEEPING.
           OPEN INPUT INVENTORY-FILE
           IF WS-INV-STATUS NOT = '00'
                       'STATUS ' WS-INV-STATUS
              STOP RUN
           END-IF
           OPEN INPUT STOCK-FILE
           IF WS-STK-STATUS = '00'
              MOVE 'YES' TO WS-STK-AVAILABLE
           ELSE
              MOVE 'NO' TO WS-STK-AVAILABLE
           END-IF
           SORT SORT-WORK-FILE
             ON ASCENDING KEY SWR-LOCATION-ID
             ON ASCENDING KEY SWR-PRODUCT-ID
             INPUT PROCEDURE 124-LOAD-COUNT-LINES
             GIVING SORTED-COUNT-FILE
           OPEN INPUT SORTED-COUNT-FILE
           OPEN INPUT PRODUCT-FILE
           IF WS-PRD-STATUS = '00'
              MOVE 'YES' TO WS-PRD-AVAILABLE
           END-IF
           OPEN OUTPUT REPORT-FILE
           PERFORM 130-DATE-ROUTINE
           .

       126-RELEASE-LOCATIONS.
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
                     ADD 1 TO WS-LOC-RECORDS
                     ADD STK-ON-HAND-QTY TO WS-LOC-TOTAL
                     MOVE SPACES TO SORT-WORK-RECORD
                     MOVE STK-LOCATION-ID TO SWR-LOCATION-ID
                     MOVE STK-PRODUCT-ID TO SWR-PRODUCT-ID
                     RELEASE SORT-WORK-RECORD
                  END-IF
             END-READ
           END-PERFORM
           .

       130-DATE-ROUTINE.
           WRITE REPORT-RECORD FROM HEADING-LINE2
             AFTER ADVANCING PROPER-SPACING
           MOVE 2 TO PROPER-SPACING
           WRITE REPORT-RECORD FROM LOCATION-LINE
             AFTER ADVANCING PROPER-SPACING
           WRITE REPORT-RECORD FROM SIGNATURE-LINE
             AFTER ADVANCING PROPER-SPACING
           WRITE REPORT-RECORD FROM HEADING-LINE3
             AFTER ADVANCING PROPER-SPACING
           .

       150-READ-SORTED-FILE.
           MOVE 1 TO PROPER-SPACING
           PERFORM UNTIL EOF-FLAG = 'NO'
             READ SORTED-COUNT-FILE
               AT END
                  MOVE 'NO' TO EOF-FLAG
                  PERFORM 190-WRITE-FINAL-TOTALS
               NOT AT END
                  IF WS-FIRST-LOCATION = 'YES'
                  OR SCR-LOCATION-ID NOT = WS-CURRENT-LOCATION
                     PERFORM 160-LOCATION-BREAK
                  END-IF
                  PERFORM 175-WRITE-COUNT-LINE
                  ADD 1 TO LINE-NUM
                  IF LINE-NUM = 55
           END-PERFORM
           .

       160-LOCATION-BREAK.
           MOVE SCR-LOCATION-ID TO WS-CURRENT-LOCATION
           IF SCR-LOCATION-ID = SPACES
              MOVE 'UNASSIGNED' TO LL-LOCATION
           ELSE
              MOVE SCR-LOCATION-ID TO LL-LOCATION
           END-IF
           IF WS-FIRST-LOCATION = 'YES'
              MOVE 'NO' TO WS-FIRST-LOCATION
              PERFORM 145-HEADING-ROUTINE
           ELSE
              PERFORM 195-NEW-PAGE
           END-IF
           MOVE 10 TO LINE-NUM
           ADD 1 TO WS-LOCATIONS-LISTED
           .

       175-WRITE-COUNT-LINE.
           MOVE SCR-PRODUCT-ID TO CDL-PRODUCT-ID
           MOVE SPACES TO CDL-DESCRIPTION
           IF WS-PRD-AVAILABLE = 'YES'
              MOVE SCR-PRODUCT-ID TO PRD-PRODUCT-ID
              READ PRODUCT-FILE KEY IS PRD-PRODUCT-ID
                INVALID KEY
                   MOVE SPACES TO CDL-DESCRIPTION

       190-WRITE-FINAL-TOTALS.
           IF WS-PRODUCTS-LISTED = ZEROES
              PERFORM 145-HEADING-ROUTINE
              MOVE NO-INVENTORY-LINE TO REPORT-RECORD
              WRITE REPORT-RECORD
                AFTER ADVANCING PROPER-SPACING
              WRITE REPORT-RECORD
                AFTER ADVANCING PROPER-SPACING
              MOVE 1 TO PROPER-SPACING
              MOVE WS-LOCATIONS-LISTED TO TL-LOCATIONS-OUT
              MOVE TOTAL-LOCATIONS-LINE TO REPORT-RECORD
              WRITE REPORT-RECORD
                AFTER ADVANCING PROPER-SPACING
           END-IF
           .


       200-CLOSE-ROUTINE.
           CLOSE INVENTORY-FILE
                 SORTED-COUNT-FILE
                 REPORT-FILE
           IF WS-PRD-AVAILABLE = 'YES'
              CLOSE PRODUCT-FILE
           END-IF
           IF WS-STK-AVAILABLE = 'YES'
              CLOSE STOCK-FILE
           END-IF
           STOP RUN
           .
