      ******************************************************************
      * Author: Tyler
      * Date: 10/15/2026
      * Purpose: post customer price agreement adds, changes and
      *          deletes to PRICEAGR.DAT with a posting register
      * Tectonics: cobc -xo AGRMAINT.exe --std=mf  AGRMAINT.cbl
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. AGRMAINT.
      **************************COMMENT SECTION*************************
      *THIS PROGRAM APPLIES A TRANSACTION FILE OF PRICE AGREEMENT
      *ADDS, CHANGES AND DELETES AGAINST THE CUSTOMER PRICE AGREEMENT
      *FILE (PRICEAGR.DAT), AND PRINTS A POSTING REGISTER SHOWING THE
      *CONTRACT PRICE BEFORE AND AFTER EVERY TRANSACTION. AN AGREEMENT
      *IS KEYED BY CUSTOMER AND PRODUCT AND HOLDS THE NEGOTIATED
      *CONTRACT PRICE WITH THE DATE IT TAKES EFFECT AND THE DATE IT
      *EXPIRES (BOTH DAYS INCLUDED). THE SALES REPORT AND STATEMENT
      *RUNS CHECK THE EXTRACT PRICE AGAINST THE CONTRACT PRICE WHILE
      *THE AGREEMENT IS CURRENT AND AGAINST THE LIST PRICE OTHERWISE.
      *THE CUSTOMER AND PRODUCT MUST BE ON CUSTMAST.DAT AND
      *PRODMAST.DAT WHEN THOSE FILES ARE AVAILABLE.
      ******************************************************************
      *TRANSACTION FILE INPUT:
      *1. TRANSACTION TYPE (A=ADD C=CHANGE D=DELETE)
      *2. CUSTOMER ID
      *3. PRODUCT ID
      *4. CONTRACT PRICE (A TYPE - LEFT BLANK ON A C TYPE TO KEEP
      *   THE CURRENT PRICE)
      *5. EFFECTIVE DATE YYYYMMDD (AS ABOVE)
      *6. EXPIRY DATE YYYYMMDD (AS ABOVE)
      *7. REFERENCE (PAPERWORK NUMBER)
      ******************************************************************
      *POSTING REGISTER OUTPUT:
      *1. TRANSACTION TYPE
      *2. CUSTOMER ID
      *3. PRODUCT ID
      *4. CONTRACT PRICE BEFORE AND AFTER
      *5. EFFECTIVE AND EXPIRY DATES
      *6. REFERENCE
      *7. POSTING STATUS
      *8. FINAL TRANSACTION COUNTS
      ******************************************************************


      ************************ENVIRONMENT DIVISION**********************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. OCEANBLUE.
       OBJECT-COMPUTER. OCEANBLUE.


       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TRANS-FILE ASSIGN TO 'AGRTRANS.DAT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-TRN-STATUS.

           SELECT AGREEMENT-FILE ASSIGN TO 'PRICEAGR.DAT'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CPA-KEY
           FILE STATUS IS WS-CPA-STATUS.

           SELECT CUSTOMER-FILE ASSIGN TO 'CUSTMAST.DAT'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CM-CUSTOMER-ID
           FILE STATUS IS WS-CM-STATUS.

           SELECT PRODUCT-FILE ASSIGN TO 'PRODMAST.DAT'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS PRD-PRODUCT-ID
           FILE STATUS IS WS-PRD-STATUS.

           SELECT REGISTER-FILE ASSIGN TO 'PRICE AGREEMENT REGISTER.txt'
           .


      ***********************DATA DIVISION******************************
       DATA DIVISION.
       FILE SECTION.

           FD TRANS-FILE.
           01 AGREEMENT-TRANSACTION.
              05 CPT-TYPE                              PIC X.
              05 CPT-CUSTOMER-ID                       PIC 9(5).
              05 CPT-PRODUCT-ID                        PIC X(3).
              05 CPT-CONTRACT-PRICE                    PIC 999V99.
              05 CPT-EFFECTIVE-DATE                    PIC 9(8).
              05 CPT-EXPIRY-DATE                       PIC 9(8).
              05 CPT-REFERENCE                         PIC X(20).

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

           FD PRODUCT-FILE.
           01 PRODUCT-RECORD.
              05 PRD-PRODUCT-ID                        PIC X(3).
              05 PRD-DESCRIPTION                        PIC X(14).
              05 PRD-LIST-PRICE                         PIC 999V99.

           FD REGISTER-FILE.
           01 REGISTER-RECORD                          PIC X(98).

       WORKING-STORAGE SECTION.

           01 WS-WORK-AREAS.
              05 EOF-FLAG          PIC X(3) VALUE 'YES'.
              05 PROPER-SPACING    PIC 9(2) VALUE 0.
              05 LINE-NUM          PIC 9(2) VALUE 10.
              05 WS-TRN-STATUS     PIC X(2) VALUE '00'.
              05 WS-CPA-STATUS     PIC X(2) VALUE '00'.
              05 WS-CM-STATUS      PIC X(2) VALUE '00'.
              05 WS-CM-AVAILABLE   PIC X(3) VALUE 'NO'.
              05 WS-PRD-STATUS     PIC X(2) VALUE '00'.
              05 WS-PRD-AVAILABLE  PIC X(3) VALUE 'NO'.
              05 WS-POSTED-FLAG    PIC X(3) VALUE 'NO'.
              05 WS-DATES-VALID    PIC X(3) VALUE 'NO'.
              05 WS-BEFORE-PRICE   PIC 999V99 VALUE ZEROES.
              05 WS-AFTER-PRICE    PIC 999V99 VALUE ZEROES.
              05 WS-AFTER-EFFECTIVE PIC 9(8) VALUE ZEROES.
              05 WS-AFTER-EXPIRY   PIC 9(8) VALUE ZEROES.
              05 WS-TRANS-READ     PIC 9(5) VALUE ZEROES.
              05 WS-TRANS-POSTED   PIC 9(5) VALUE ZEROES.
              05 WS-TRANS-REJECTED PIC 9(5) VALUE ZEROES.

           01 WS-DATE.
               05 WS-YEAR          PIC 9(4).
               05 WS-MONTH         PIC 9(2).
               05 WS-DAY           PIC 9(2).

           01 WS-ARG-DATE          PIC X(8).

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
               05                  PIC X(24) VALUE
                                            'PRICE AGREEMENT REGISTER'.
               05                  PIC X(18) VALUE SPACES.
               05                  PIC X(3) VALUE 'TSB'.

           01 HEADING-LINE3.
               05                  PIC X(2) VALUE SPACES.
               05                  PIC X(4) VALUE 'TYPE'.
               05                  PIC X VALUE SPACES.
               05                  PIC X(5) VALUE 'CUST '.
               05                  PIC X(2) VALUE SPACES.
               05                  PIC X(3) VALUE 'PRD'.
               05                  PIC X(2) VALUE SPACES.
               05                  PIC X(6) VALUE 'BEFORE'.
               05                  PIC X(2) VALUE SPACES.
               05                  PIC X(6) VALUE ' AFTER'.
               05                  PIC X(2) VALUE SPACES.
               05                  PIC X(10) VALUE 'EFFECTIVE'.
               05                  PIC X(2) VALUE SPACES.
               05                  PIC X(10) VALUE 'EXPIRES'.
               05                  PIC X(2) VALUE SPACES.
               05                  PIC X(20) VALUE 'REFERENCE'.
               05                  PIC X VALUE SPACES.
               05                  PIC X(6) VALUE 'STATUS'.

           01 WS-EDIT-DATE.
               05 ED-MONTH         PIC 9(2).
               05                  PIC X VALUE '/'.
               05 ED-DAY           PIC 9(2).
               05                  PIC X VALUE '/'.
               05 ED-YEAR          PIC 9(4).

           01 REGISTER-DETAIL-LINE.
               05                    PIC X(3) VALUE SPACES.
               05 RDL-TYPE           PIC X.
               05                    PIC X(3) VALUE SPACES.
               05 RDL-CUSTOMER-ID    PIC 9(5).
               05                    PIC X(2) VALUE SPACES.
               05 RDL-PRODUCT-ID     PIC X(3).
               05                    PIC X(2) VALUE SPACES.
               05 RDL-BEFORE-PRICE   PIC ZZ9.99 BLANK WHEN ZERO.
               05                    PIC X(2) VALUE SPACES.
               05 RDL-AFTER-PRICE    PIC ZZ9.99 BLANK WHEN ZERO.
               05                    PIC X(2) VALUE SPACES.
               05 RDL-EFFECTIVE-DATE PIC X(10).
               05                    PIC X(2) VALUE SPACES.
               05 RDL-EXPIRY-DATE    PIC X(10).
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
              DISPLAY 'AGRMAINT: UNABLE TO OPEN AGRTRANS.DAT - '
                       'STATUS ' WS-TRN-STATUS
              STOP RUN
           END-IF
           OPEN I-O AGREEMENT-FILE
           IF WS-CPA-STATUS = '35'
              OPEN OUTPUT AGREEMENT-FILE
              CLOSE AGREEMENT-FILE
              OPEN I-O AGREEMENT-FILE
           END-IF
           IF WS-CPA-STATUS NOT = '00'
              DISPLAY 'AGRMAINT: UNABLE TO OPEN PRICEAGR.DAT - '
                       'STATUS ' WS-CPA-STATUS
              CLOSE TRANS-FILE
              STOP RUN
           END-IF
           OPEN INPUT CUSTOMER-FILE
           IF WS-CM-STATUS = '00'
              MOVE 'YES' TO WS-CM-AVAILABLE
           ELSE
              MOVE 'NO' TO WS-CM-AVAILABLE
           END-IF
           OPEN INPUT PRODUCT-FILE
           IF WS-PRD-STATUS = '00'
              MOVE 'YES' TO WS-PRD-AVAILABLE
           ELSE
              MOVE 'NO' TO WS-PRD-AVAILABLE
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
                  IF LINE-NUM >= 55
                     PERFORM 195-NEW-PAGE
                     MOVE 10 TO LINE-NUM
                  END-IF
             END-READ
           END-PERFORM
           .

       175-POST-TRANSACTION.
           MOVE 'NO' TO WS-POSTED-FLAG
           MOVE SPACES TO RDL-STATUS
           MOVE ZEROES TO WS-BEFORE-PRICE
                          WS-AFTER-PRICE
                          WS-AFTER-EFFECTIVE
                          WS-AFTER-EXPIRY
           IF CPT-CUSTOMER-ID IS NOT NUMERIC
           OR CPT-CUSTOMER-ID = ZEROES
           OR CPT-PRODUCT-ID = SPACES
              MOVE 'INVALID KEY' TO RDL-STATUS
           ELSE
              MOVE CPT-CUSTOMER-ID TO CPA-CUSTOMER-ID
              MOVE CPT-PRODUCT-ID TO CPA-PRODUCT-ID
              EVALUATE CPT-TYPE
                WHEN 'A'
                   PERFORM 176-POST-NEW-AGREEMENT
                WHEN 'C'
                   PERFORM 177-POST-AGREEMENT-CHANGE
                WHEN 'D'
                   PERFORM 178-POST-DELETE
                WHEN OTHER
                   MOVE 'INVALID TYPE' TO RDL-STATUS
              END-EVALUATE
           END-IF
           IF WS-POSTED-FLAG = 'YES'
              ADD 1 TO WS-TRANS-POSTED
           ELSE
              ADD 1 TO WS-TRANS-REJECTED
           END-IF
           PERFORM 183-WRITE-REGISTER-LINE
           .

       176-POST-NEW-AGREEMENT.
           MOVE CPT-EFFECTIVE-DATE TO WS-AFTER-EFFECTIVE
           MOVE CPT-EXPIRY-DATE TO WS-AFTER-EXPIRY
           PERFORM 179-CHECK-DATES
           EVALUATE TRUE
             WHEN CPT-CONTRACT-PRICE IS NOT NUMERIC
             OR CPT-CONTRACT-PRICE = ZEROES
                MOVE 'INVALID PRICE' TO RDL-STATUS
             WHEN WS-DATES-VALID = 'NO'
                MOVE 'INVALID DATES' TO RDL-STATUS
             WHEN OTHER
                PERFORM 180-CHECK-MASTERS
           END-EVALUATE
           IF RDL-STATUS = SPACES
              MOVE CPT-CONTRACT-PRICE TO CPA-CONTRACT-PRICE
              MOVE CPT-EFFECTIVE-DATE TO CPA-EFFECTIVE-DATE
              MOVE CPT-EXPIRY-DATE TO CPA-EXPIRY-DATE
              MOVE CPT-REFERENCE TO CPA-REFERENCE
              MOVE WS-DATE TO CPA-LAST-CHANGE-DATE
              WRITE PRICE-AGREEMENT-RECORD
                INVALID KEY
                   MOVE 'ALREADY ON FILE' TO RDL-STATUS
                NOT INVALID KEY
                   MOVE CPA-CONTRACT-PRICE TO WS-AFTER-PRICE
                   MOVE 'ADDED' TO RDL-STATUS
                   MOVE 'YES' TO WS-POSTED-FLAG
              END-WRITE
           END-IF
           .

       177-POST-AGREEMENT-CHANGE.
           READ AGREEMENT-FILE KEY IS CPA-KEY
             INVALID KEY
                MOVE 'NOT ON FILE' TO RDL-STATUS
             NOT INVALID KEY
                MOVE CPA-CONTRACT-PRICE TO WS-BEFORE-PRICE
                                           WS-AFTER-PRICE
                MOVE CPA-EFFECTIVE-DATE TO WS-AFTER-EFFECTIVE
                MOVE CPA-EXPIRY-DATE TO WS-AFTER-EXPIRY
                IF CPT-EFFECTIVE-DATE IS NUMERIC
                AND CPT-EFFECTIVE-DATE > ZEROES
                   MOVE CPT-EFFECTIVE-DATE TO WS-AFTER-EFFECTIVE
                END-IF
                IF CPT-EXPIRY-DATE IS NUMERIC
                AND CPT-EXPIRY-DATE > ZEROES
                   MOVE CPT-EXPIRY-DATE TO WS-AFTER-EXPIRY
                END-IF
                IF CPT-CONTRACT-PRICE IS NUMERIC
                AND CPT-CONTRACT-PRICE > ZEROES
                   MOVE CPT-CONTRACT-PRICE TO WS-AFTER-PRICE
                END-IF
                PERFORM 179-CHECK-DATES
                IF WS-DATES-VALID = 'NO'
                   MOVE WS-BEFORE-PRICE TO WS-AFTER-PRICE
                   MOVE 'INVALID DATES' TO RDL-STATUS
                ELSE
                   MOVE WS-AFTER-PRICE TO CPA-CONTRACT-PRICE
                   MOVE WS-AFTER-EFFECTIVE TO CPA-EFFECTIVE-DATE
                   MOVE WS-AFTER-EXPIRY TO CPA-EXPIRY-DATE
                   IF CPT-REFERENCE NOT = SPACES
                      MOVE CPT-REFERENCE TO CPA-REFERENCE
                   END-IF
                   MOVE WS-DATE TO CPA-LAST-CHANGE-DATE
                   REWRITE PRICE-AGREEMENT-RECORD
                   MOVE 'CHANGED' TO RDL-STATUS
                   MOVE 'YES' TO WS-POSTED-FLAG
                END-IF
           END-READ
           .

       178-POST-DELETE.
           READ AGREEMENT-FILE KEY IS CPA-KEY
             INVALID KEY
                MOVE 'NOT ON FILE' TO RDL-STATUS
             NOT INVALID KEY
                MOVE CPA-CONTRACT-PRICE TO WS-BEFORE-PRICE
                MOVE CPA-EFFECTIVE-DATE TO WS-AFTER-EFFECTIVE
                MOVE CPA-EXPIRY-DATE TO WS-AFTER-EXPIRY
                DELETE AGREEMENT-FILE RECORD
                MOVE 'DELETED' TO RDL-STATUS
                MOVE 'YES' TO WS-POSTED-FLAG
           END-READ
           .

       179-CHECK-DATES.
           MOVE 'YES' TO WS-DATES-VALID
           MOVE WS-AFTER-EFFECTIVE TO WS-DATE-WORK
           PERFORM 181-CHECK-ONE-DATE
           MOVE WS-AFTER-EXPIRY TO WS-DATE-WORK
           PERFORM 181-CHECK-ONE-DATE
           IF WS-DATES-VALID = 'YES'
           AND WS-AFTER-EXPIRY < WS-AFTER-EFFECTIVE
              MOVE 'NO' TO WS-DATES-VALID
           END-IF
           .

       181-CHECK-ONE-DATE.
           IF WS-DATE-WORK IS NOT NUMERIC
              MOVE 'NO' TO WS-DATES-VALID
           ELSE
              IF WS-DW-YEAR = ZEROES
              OR WS-DW-MONTH < 1 OR WS-DW-MONTH > 12
              OR WS-DW-DAY < 1 OR WS-DW-DAY > 31
                 MOVE 'NO' TO WS-DATES-VALID
              END-IF
           END-IF
           .

       180-CHECK-MASTERS.
           IF WS-CM-AVAILABLE = 'YES'
              MOVE CPT-CUSTOMER-ID TO CM-CUSTOMER-ID
              READ CUSTOMER-FILE KEY IS CM-CUSTOMER-ID
                INVALID KEY
                   MOVE 'CUSTOMER NOT ON FILE' TO RDL-STATUS
              END-READ
           END-IF
           IF WS-PRD-AVAILABLE = 'YES'
           AND RDL-STATUS = SPACES
              MOVE CPT-PRODUCT-ID TO PRD-PRODUCT-ID
              READ PRODUCT-FILE KEY IS PRD-PRODUCT-ID
                INVALID KEY
                   MOVE 'PRODUCT NOT ON FILE' TO RDL-STATUS
              END-READ
           END-IF
           .

       183-WRITE-REGISTER-LINE.
           MOVE CPT-TYPE TO RDL-TYPE
           IF CPT-CUSTOMER-ID IS NUMERIC
              MOVE CPT-CUSTOMER-ID TO RDL-CUSTOMER-ID
           ELSE
              MOVE ZEROES TO RDL-CUSTOMER-ID
           END-IF
           MOVE CPT-PRODUCT-ID TO RDL-PRODUCT-ID
           MOVE WS-BEFORE-PRICE TO RDL-BEFORE-PRICE
           MOVE WS-AFTER-PRICE TO RDL-AFTER-PRICE
           MOVE SPACES TO RDL-EFFECTIVE-DATE RDL-EXPIRY-DATE
           IF WS-AFTER-EFFECTIVE IS NUMERIC
           AND WS-AFTER-EFFECTIVE > ZEROES
              MOVE WS-AFTER-EFFECTIVE TO WS-DATE-WORK
              PERFORM 140-EDIT-DATE
              MOVE WS-EDIT-DATE TO RDL-EFFECTIVE-DATE
           END-IF
           IF WS-AFTER-EXPIRY IS NUMERIC
           AND WS-AFTER-EXPIRY > ZEROES
              MOVE WS-AFTER-EXPIRY TO WS-DATE-WORK
              PERFORM 140-EDIT-DATE
              MOVE WS-EDIT-DATE TO RDL-EXPIRY-DATE
           END-IF
           MOVE CPT-REFERENCE TO RDL-REFERENCE
           MOVE REGISTER-DETAIL-LINE TO REGISTER-RECORD
           WRITE REGISTER-RECORD
             AFTER ADVANCING PROPER-SPACING
           MOVE 1 TO PROPER-SPACING
           .

       140-EDIT-DATE.
           MOVE WS-DW-MONTH TO ED-MONTH
           MOVE WS-DW-DAY TO ED-DAY
           MOVE WS-DW-YEAR TO ED-YEAR
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
           .

       195-NEW-PAGE.
           MOVE SPACES TO REGISTER-RECORD
           WRITE REGISTER-RECORD
             AFTER ADVANCING PAGE
           PERFORM 145-HEADING-ROUTINE
           .

       200-CLOSE-ROUTINE.
           CLOSE TRANS-FILE
                 AGREEMENT-FILE
                 REGISTER-FILE
           IF WS-CM-AVAILABLE = 'YES'
              CLOSE CUSTOMER-FILE
           END-IF
           IF WS-PRD-AVAILABLE = 'YES'
              CLOSE PRODUCT-FILE
           END-IF
           STOP RUN
           .
