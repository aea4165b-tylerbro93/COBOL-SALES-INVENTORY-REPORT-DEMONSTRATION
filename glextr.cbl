      ******************************************************************
      * Author: Tyler
      * Date: 10/15/2026
      * Purpose: turn the day's posting journal into a balanced GL
      *          interface file and prove debits equal credits by source
      * Tectonics: cobc -xo GLEXTR.exe --std=mf  GLEXTR.cbl
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. GLEXTR.
      **************************COMMENT SECTION*************************
      *THIS PROGRAM READS THE GENERAL LEDGER JOURNAL (GLJRNL.DAT) THAT
      *PROJECT2, CASHRCPT AND INVMAINT APPEND TO AS THEY POST (COUNT
      *ADJUSTMENTS ARE JOURNALED BY INVMAINT UNDER CNTPOST), PICKS
      *OUT THE POSTINGS FOR ONE BUSINESS DATE, AND WRITES A DEBIT LINE
      *AND A CREDIT LINE FOR EACH ONE TO THE GL INTERFACE FILE. THE
      *ACCOUNTS COME FROM THE CHART-OF-ACCOUNTS MAPPING FILE
      *(GLACCTS.DAT) BY POSTING TYPE. A POSTING WHOSE TYPE IS NOT
      *MAPPED IS HELD OUT OF THE INTERFACE AND SHOWN ON THE REPORT.
      *THE INTERFACE FILE IS REBUILT FROM THE JOURNAL EVERY TIME, SO
      *RUNNING THE EXTRACT AGAIN FOR THE SAME DATE GIVES THE SAME FILE.
      *SALES RUNS REPEATED UNDER THE POSTING CONTROL (PR2FA17.PCT) RUN
      *REPORT ONLY AND JOURNAL NOTHING; WHEN THE OPERATOR FORCES A
      *REPOST, ONLY THE LATEST PROJECT2 RUN FOR THE DATE IS EXTRACTED
      *AND THE EARLIER ONES ARE COUNTED AS SUPERSEDED. THE BUSINESS
      *DATE IS TODAY UNLESS A YYYYMMDD DATE IS GIVEN ON THE COMMAND
      *LINE.
      ******************************************************************
      *INPUT:
      *1. GLJRNL.DAT - POSTING JOURNAL (DATE, RUN NUMBER, SOURCE
      *   PROGRAM, POSTING TYPE, PRODUCT, AMOUNT, REFERENCE)
      *2. GLACCTS.DAT - CHART-OF-ACCOUNTS MAPPING (POSTING TYPE,
      *   DEBIT ACCOUNT, CREDIT ACCOUNT, DESCRIPTION)
      ******************************************************************
      *GL INTERFACE OUTPUT (GLINTFC.DAT):
      *1. BUSINESS DATE, RUN NUMBER AND SOURCE PROGRAM
      *2. ENTRY NUMBER (SHARED BY THE DEBIT AND CREDIT LINE)
      *3. ACCOUNT CODE, D OR C, AMOUNT
      *4. POSTING TYPE, PRODUCT, SOURCE REFERENCE AND DESCRIPTION
      ******************************************************************
      *JOURNAL CONTROL REPORT OUTPUT (JOURNAL CONTROL REPORT.txt):
      *1. FOR EACH SOURCE - POSTINGS, ACCOUNTS AND AMOUNT BY TYPE
      *2. SOURCE DEBITS, CREDITS, DIFFERENCE AND BALANCE STATUS
      *3. FINAL TOTALS - POSTINGS READ, OTHER DATES, SUPERSEDED,
      *   HELD, LINES WRITTEN, TOTAL DEBITS AND CREDITS
      ******************************************************************


      ************************ENVIRONMENT DIVISION**********************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. OCEANBLUE.
       OBJECT-COMPUTER. OCEANBLUE.


       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT JOURNAL-FILE ASSIGN TO 'GLJRNL.DAT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-JNL-STATUS.

           SELECT ACCOUNT-FILE ASSIGN TO 'GLACCTS.DAT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-GLA-STATUS.

           SELECT INTERFACE-FILE ASSIGN TO 'GLINTFC.DAT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-GLI-STATUS.

           SELECT REPORT-FILE ASSIGN TO 'JOURNAL CONTROL REPORT.txt'
           .


      ***********************DATA DIVISION******************************
       DATA DIVISION.
       FILE SECTION.

           FD JOURNAL-FILE.
           01 JOURNAL-RECORD.
              05 JNL-DATE                              PIC 9(8).
              05 JNL-RUN-NUMBER                        PIC 9(4).
              05 JNL-PROGRAM                           PIC X(8).
              05 JNL-TYPE                              PIC X(2).
              05 JNL-PRODUCT-ID                        PIC X(3).
              05 JNL-AMOUNT                            PIC 9(7)V99.
              05 JNL-REFERENCE                         PIC X(20).

           FD ACCOUNT-FILE.
           01 ACCOUNT-MAPPING-RECORD.
              05 GLA-TYPE                              PIC X(2).
              05 GLA-DEBIT-ACCOUNT                     PIC X(8).
              05 GLA-CREDIT-ACCOUNT                    PIC X(8).
              05 GLA-DESCRIPTION                       PIC X(20).

           FD INTERFACE-FILE.
           01 GL-INTERFACE-RECORD.
              05 GLI-BUSINESS-DATE                     PIC 9(8).
              05 GLI-RUN-NUMBER                        PIC 9(4).
              05 GLI-SOURCE                            PIC X(8).
              05 GLI-ENTRY-NUMBER                      PIC 9(6).
              05 GLI-ACCOUNT                           PIC X(8).
              05 GLI-DR-CR                             PIC X.
              05 GLI-AMOUNT                            PIC 9(7)V99.
              05 GLI-POSTING-TYPE                      PIC X(2).
              05 GLI-PRODUCT-ID                        PIC X(3).
              05 GLI-REFERENCE                         PIC X(20).
              05 GLI-DESCRIPTION                       PIC X(20).

           FD REPORT-FILE.
           01 REPORT-RECORD                            PIC X(132).

       WORKING-STORAGE SECTION.

           01 WS-WORK-AREAS.
              05 PROPER-SPACING    PIC 9(2) VALUE 0.
              05 LINE-NUM          PIC 9(2) VALUE 10.
              05 WS-JNL-STATUS     PIC X(2) VALUE '00'.
              05 WS-GLA-STATUS     PIC X(2) VALUE '00'.
              05 WS-GLI-STATUS     PIC X(2) VALUE '00'.
              05 WS-JNL-EOF        PIC X(3) VALUE 'NO'.
              05 WS-GLA-EOF        PIC X(3) VALUE 'NO'.
              05 WS-ACCOUNT-FOUND  PIC X(3) VALUE 'NO'.
              05 WS-SUM-FOUND      PIC X(3) VALUE 'NO'.
              05 WS-SOURCE-FOUND   PIC X(3) VALUE 'NO'.
              05 WS-SOURCE-PRINTED PIC X(3) VALUE 'NO'.
              05 WS-SALES-RUN      PIC 9(4) VALUE ZEROES.
              05 WS-ENTRY-NUMBER   PIC 9(6) VALUE ZEROES.
              05 WS-POSTINGS-READ  PIC 9(5) VALUE ZEROES.
              05 WS-OTHER-DATES    PIC 9(5) VALUE ZEROES.
              05 WS-SUPERSEDED     PIC 9(5) VALUE ZEROES.
              05 WS-HELD           PIC 9(5) VALUE ZEROES.
              05 WS-LINES-WRITTEN  PIC 9(5) VALUE ZEROES.
              05 WS-TOTAL-DEBITS   PIC 9(9)V99 VALUE ZEROES.
              05 WS-TOTAL-CREDITS  PIC 9(9)V99 VALUE ZEROES.
              05 WS-DIFFERENCE     PIC S9(9)V99 VALUE ZEROES.
              05 WS-OUT-OF-BALANCE PIC X(3) VALUE 'NO'.

           01 ACCOUNT-TABLE.
              05 ACCOUNT-ENTRY OCCURS 50 TIMES
                                INDEXED BY ACT-IDX.
                 10 ACT-TYPE           PIC X(2).
                 10 ACT-DEBIT-ACCOUNT  PIC X(8).
                 10 ACT-CREDIT-ACCOUNT PIC X(8).
                 10 ACT-DESCRIPTION    PIC X(20).
              05 WS-ACCOUNT-COUNT      PIC 9(3) VALUE ZEROES.

           01 SOURCE-TABLE.
              05 SOURCE-ENTRY OCCURS 10 TIMES
                               INDEXED BY SRC-IDX.
                 10 SRC-PROGRAM        PIC X(8).
                 10 SRC-POSTINGS       PIC 9(5).
                 10 SRC-DEBITS         PIC 9(9)V99.
                 10 SRC-CREDITS        PIC 9(9)V99.
              05 WS-SOURCE-COUNT       PIC 9(3) VALUE ZEROES.

           01 SUMMARY-TABLE.
              05 SUMMARY-ENTRY OCCURS 100 TIMES
                                INDEXED BY SUM-IDX.
                 10 SUM-PROGRAM        PIC X(8).
                 10 SUM-TYPE           PIC X(2).
                 10 SUM-MAPPED         PIC X(3).
                 10 SUM-DEBIT-ACCOUNT  PIC X(8).
                 10 SUM-CREDIT-ACCOUNT PIC X(8).
                 10 SUM-DESCRIPTION    PIC X(20).
                 10 SUM-POSTINGS       PIC 9(5).
                 10 SUM-AMOUNT         PIC 9(9)V99.
              05 WS-SUMMARY-COUNT      PIC 9(3) VALUE ZEROES.

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
               05                  PIC X(22) VALUE
                                               'JOURNAL CONTROL REPORT'.
               05                  PIC X(20) VALUE SPACES.
               05                  PIC X(3) VALUE 'TSB'.

           01 HEADING-LINE3.
               05                  PIC X(2) VALUE SPACES.
               05                  PIC X(4) VALUE 'TYPE'.
               05                  PIC X(2) VALUE SPACES.
               05                  PIC X(11) VALUE 'DESCRIPTION'.
               05                  PIC X(9) VALUE SPACES.
               05                  PIC X(8) VALUE 'POSTINGS'.
               05                  PIC X(4) VALUE SPACES.
               05                  PIC X(5) VALUE 'DEBIT'.
               05                  PIC X(6) VALUE SPACES.
               05                  PIC X(6) VALUE 'CREDIT'.
               05                  PIC X(13) VALUE SPACES.
               05                  PIC X(6) VALUE 'AMOUNT'.
               05                  PIC X(2) VALUE SPACES.
               05                  PIC X(6) VALUE 'STATUS'.

           01 SOURCE-LINE.
               05                    PIC X(2) VALUE SPACES.
               05                    PIC X(7) VALUE 'SOURCE '.
               05 SL-PROGRAM         PIC X(8).

           01 SUMMARY-DETAIL-LINE.
               05                    PIC X(2) VALUE SPACES.
               05 SDL-TYPE           PIC X(2).
               05                    PIC X(4) VALUE SPACES.
               05 SDL-DESCRIPTION    PIC X(20).
               05                    PIC X(2) VALUE SPACES.
               05 SDL-POSTINGS-OUT   PIC ZZ,ZZ9.
               05                    PIC X(4) VALUE SPACES.
               05 SDL-DEBIT-ACCOUNT  PIC X(8).
               05                    PIC X(3) VALUE SPACES.
               05 SDL-CREDIT-ACCOUNT PIC X(8).
               05                    PIC X(3) VALUE SPACES.
               05 SDL-AMOUNT-OUT     PIC ZZZ,ZZZ,ZZ9.99.
               05                    PIC X(2) VALUE SPACES.
               05 SDL-STATUS         PIC X(18).

           01 NONE-LINE.
               05                    PIC X(8) VALUE SPACES.
               05                    PIC X(24) VALUE
                                             'NO POSTINGS FOR THE DATE'.

           01 SOURCE-TOTAL-LINE.
               05                    PIC X(44) VALUE SPACES.
               05 STL-LABEL          PIC X(18).
               05 STL-AMOUNT-OUT     PIC ZZZ,ZZZ,ZZ9.99-.
               05                    PIC X VALUE SPACES.
               05 STL-STATUS         PIC X(14).

           01 TOTAL-READ-LINE.
               05                    PIC X(34) VALUE SPACES.
               05                    PIC X(14) VALUE 'POSTINGS READ:'.
               05                    PIC X(10) VALUE SPACES.
               05 TG-READ-OUT        PIC ZZ,ZZ9.

           01 TOTAL-OTHER-LINE.
               05                    PIC X(27) VALUE SPACES.
               05                    PIC X(21) VALUE
                                              'OTHER BUSINESS DATES:'.
               05                    PIC X(10) VALUE SPACES.
               05 TG-OTHER-OUT       PIC ZZ,ZZ9.

           01 TOTAL-SUPERSEDED-LINE.
               05                    PIC X(27) VALUE SPACES.
               05                    PIC X(21) VALUE
                                              'SUPERSEDED BY REPOST:'.
               05                    PIC X(10) VALUE SPACES.
               05 TG-SUPERSEDED-OUT  PIC ZZ,ZZ9.

           01 TOTAL-HELD-LINE.
               05                    PIC X(30) VALUE SPACES.
               05                    PIC X(18) VALUE
                                                'HELD - NO ACCOUNT:'.
               05                    PIC X(10) VALUE SPACES.
               05 TG-HELD-OUT        PIC ZZ,ZZ9.

           01 TOTAL-LINES-LINE.
               05                    PIC X(31) VALUE SPACES.
               05                    PIC X(17) VALUE
                                                 'GL LINES WRITTEN:'.
               05                    PIC X(10) VALUE SPACES.
               05 TG-LINES-OUT       PIC ZZ,ZZ9.

           01 TOTAL-DEBITS-LINE.
               05                    PIC X(35) VALUE SPACES.
               05                    PIC X(13) VALUE 'TOTAL DEBITS:'.
               05                    PIC X(4) VALUE SPACES.
               05 TG-DEBITS-OUT      PIC $ZZZ,ZZZ,ZZ9.99.

           01 TOTAL-CREDITS-LINE.
               05                    PIC X(34) VALUE SPACES.
               05                    PIC X(14) VALUE 'TOTAL CREDITS:'.
               05                    PIC X(4) VALUE SPACES.
               05 TG-CREDITS-OUT     PIC $ZZZ,ZZZ,ZZ9.99.

           01 TOTAL-STATUS-LINE.
               05                    PIC X(33) VALUE SPACES.
               05                    PIC X(15) VALUE 'JOURNAL STATUS:'.
               05                    PIC X(10) VALUE SPACES.
               05 TG-STATUS          PIC X(14).

      *************************PROCEDURE DIVISION***********************
       PROCEDURE DIVISION.

       100-MAIN-MODULE.
           PERFORM 125-HOUSEKEEPING
           PERFORM 155-FIND-LATEST-SALES-RUN
           PERFORM 150-EXTRACT-JOURNAL
           PERFORM 170-PRINT-CONTROL-REPORT
           PERFORM 190-WRITE-FINAL-TOTALS
           PERFORM 200-CLOSE-ROUTINE
           .

       125-HOUSEKEEPING.
           OPEN INPUT ACCOUNT-FILE
           IF WS-GLA-STATUS NOT = '00'
              DISPLAY 'GLEXTR: UNABLE TO OPEN GLACCTS.DAT - STATUS '
                       WS-GLA-STATUS
              STOP RUN
           END-IF
           PERFORM 135-LOAD-ACCOUNTS
           CLOSE ACCOUNT-FILE
           OPEN INPUT JOURNAL-FILE
           IF WS-JNL-STATUS NOT = '00'
              DISPLAY 'GLEXTR: UNABLE TO OPEN GLJRNL.DAT - STATUS '
                       WS-JNL-STATUS
              STOP RUN
           END-IF
           OPEN OUTPUT INTERFACE-FILE
           IF WS-GLI-STATUS NOT = '00'
              DISPLAY 'GLEXTR: UNABLE TO OPEN GLINTFC.DAT - STATUS '
                       WS-GLI-STATUS
              CLOSE JOURNAL-FILE
              STOP RUN
           END-IF
           OPEN OUTPUT REPORT-FILE
           PERFORM 130-DATE-ROUTINE
           MOVE ZEROES TO WS-SOURCE-COUNT
           MOVE 'PROJECT2' TO SRC-PROGRAM (1)
           MOVE 'CASHRCPT' TO SRC-PROGRAM (2)
           MOVE 'INVMAINT' TO SRC-PROGRAM (3)
           MOVE 'CNTPOST' TO SRC-PROGRAM (4)
           PERFORM VARYING SRC-IDX FROM 1 BY 1 UNTIL SRC-IDX > 4
             ADD 1 TO WS-SOURCE-COUNT
             MOVE ZEROES TO SRC-POSTINGS (SRC-IDX)
                            SRC-DEBITS (SRC-IDX)
                            SRC-CREDITS (SRC-IDX)
           END-PERFORM
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

       135-LOAD-ACCOUNTS.
           MOVE 'NO' TO WS-GLA-EOF
           PERFORM UNTIL WS-GLA-EOF = 'YES'
             READ ACCOUNT-FILE
               AT END
                  MOVE 'YES' TO WS-GLA-EOF
               NOT AT END
                  IF GLA-TYPE NOT = SPACES
                  AND GLA-DEBIT-ACCOUNT NOT = SPACES
                  AND GLA-CREDIT-ACCOUNT NOT = SPACES
                  AND WS-ACCOUNT-COUNT < 50
                     ADD 1 TO WS-ACCOUNT-COUNT
                     MOVE GLA-TYPE
                       TO ACT-TYPE (WS-ACCOUNT-COUNT)
                     MOVE GLA-DEBIT-ACCOUNT
                       TO ACT-DEBIT-ACCOUNT (WS-ACCOUNT-COUNT)
                     MOVE GLA-CREDIT-ACCOUNT
                       TO ACT-CREDIT-ACCOUNT (WS-ACCOUNT-COUNT)
                     MOVE GLA-DESCRIPTION
                       TO ACT-DESCRIPTION (WS-ACCOUNT-COUNT)
                  END-IF
             END-READ
           END-PERFORM
           .

       145-HEADING-ROUTINE.
           MOVE 1 TO PROPER-SPACING
           WRITE REPORT-RECORD FROM HEADING-LINE1
             AFTER ADVANCING PROPER-SPACING
           WRITE REPORT-RECORD FROM HEADING-LINE2
             AFTER ADVANCING PROPER-SPACING
           MOVE 3 TO PROPER-SPACING
           WRITE REPORT-RECORD FROM HEADING-LINE3
             AFTER ADVANCING PROPER-SPACING
           MOVE 1 TO PROPER-SPACING
           MOVE SPACES TO REPORT-RECORD
           WRITE REPORT-RECORD
             AFTER ADVANCING PROPER-SPACING
           MOVE 10 TO LINE-NUM
           .

       155-FIND-LATEST-SALES-RUN.
           MOVE ZEROES TO WS-SALES-RUN
           MOVE 'NO' TO WS-JNL-EOF
           PERFORM UNTIL WS-JNL-EOF = 'YES'
             READ JOURNAL-FILE
               AT END
                  MOVE 'YES' TO WS-JNL-EOF
               NOT AT END
                  IF JNL-DATE = WS-DATE
                  AND JNL-PROGRAM = 'PROJECT2'
                  AND JNL-RUN-NUMBER IS NUMERIC
                  AND JNL-RUN-NUMBER > WS-SALES-RUN
                     MOVE JNL-RUN-NUMBER TO WS-SALES-RUN
                  END-IF
             END-READ
           END-PERFORM
           CLOSE JOURNAL-FILE
           OPEN INPUT JOURNAL-FILE
           .

       150-EXTRACT-JOURNAL.
           MOVE 'NO' TO WS-JNL-EOF
           PERFORM UNTIL WS-JNL-EOF = 'YES'
             READ JOURNAL-FILE
               AT END
                  MOVE 'YES' TO WS-JNL-EOF
               NOT AT END
                  ADD 1 TO WS-POSTINGS-READ
                  EVALUATE TRUE
                    WHEN JNL-DATE NOT = WS-DATE
                       ADD 1 TO WS-OTHER-DATES
                    WHEN JNL-PROGRAM = 'PROJECT2'
                    AND JNL-RUN-NUMBER NOT = WS-SALES-RUN
                       ADD 1 TO WS-SUPERSEDED
                    WHEN JNL-AMOUNT IS NOT NUMERIC
                       ADD 1 TO WS-HELD
                    WHEN OTHER
                       PERFORM 160-EXTRACT-POSTING
                  END-EVALUATE
             END-READ
           END-PERFORM
           .

       160-EXTRACT-POSTING.
           PERFORM 161-FIND-ACCOUNT
           PERFORM 165-FIND-SOURCE
           PERFORM 164-TALLY-SUMMARY
           IF WS-ACCOUNT-FOUND = 'YES'
              ADD 1 TO WS-ENTRY-NUMBER
              MOVE 'D' TO GLI-DR-CR
              MOVE ACT-DEBIT-ACCOUNT (ACT-IDX) TO GLI-ACCOUNT
              PERFORM 163-WRITE-GL-LINE
              ADD JNL-AMOUNT TO SRC-DEBITS (SRC-IDX) WS-TOTAL-DEBITS
              MOVE 'C' TO GLI-DR-CR
              MOVE ACT-CREDIT-ACCOUNT (ACT-IDX) TO GLI-ACCOUNT
              PERFORM 163-WRITE-GL-LINE
              ADD JNL-AMOUNT TO SRC-CREDITS (SRC-IDX) WS-TOTAL-CREDITS
           ELSE
              ADD 1 TO WS-HELD
           END-IF
           .

       161-FIND-ACCOUNT.
           MOVE 'NO' TO WS-ACCOUNT-FOUND
           IF WS-ACCOUNT-COUNT > 0
              PERFORM VARYING ACT-IDX FROM 1 BY 1
                UNTIL ACT-IDX > WS-ACCOUNT-COUNT
                OR WS-ACCOUNT-FOUND = 'YES'
                IF ACT-TYPE (ACT-IDX) = JNL-TYPE
                   MOVE 'YES' TO WS-ACCOUNT-FOUND
                END-IF
              END-PERFORM
              IF WS-ACCOUNT-FOUND = 'YES'
                 SET ACT-IDX DOWN BY 1
              END-IF
           END-IF
           .

       163-WRITE-GL-LINE.
           MOVE WS-DATE TO GLI-BUSINESS-DATE
           MOVE JNL-RUN-NUMBER TO GLI-RUN-NUMBER
           MOVE JNL-PROGRAM TO GLI-SOURCE
           MOVE WS-ENTRY-NUMBER TO GLI-ENTRY-NUMBER
           MOVE JNL-AMOUNT TO GLI-AMOUNT
           MOVE JNL-TYPE TO GLI-POSTING-TYPE
           MOVE JNL-PRODUCT-ID TO GLI-PRODUCT-ID
           MOVE JNL-REFERENCE TO GLI-REFERENCE
           MOVE ACT-DESCRIPTION (ACT-IDX) TO GLI-DESCRIPTION
           WRITE GL-INTERFACE-RECORD
           ADD 1 TO WS-LINES-WRITTEN
           .

       164-TALLY-SUMMARY.
           MOVE 'NO' TO WS-SUM-FOUND
           IF WS-SUMMARY-COUNT > 0
              PERFORM VARYING SUM-IDX FROM 1 BY 1
                UNTIL SUM-IDX > WS-SUMMARY-COUNT
                OR WS-SUM-FOUND = 'YES'
                IF SUM-PROGRAM (SUM-IDX) = JNL-PROGRAM
                AND SUM-TYPE (SUM-IDX) = JNL-TYPE
                   ADD 1 TO SUM-POSTINGS (SUM-IDX)
                   ADD JNL-AMOUNT TO SUM-AMOUNT (SUM-IDX)
                   MOVE 'YES' TO WS-SUM-FOUND
                END-IF
              END-PERFORM
           END-IF
           IF WS-SUM-FOUND = 'NO'
           AND WS-SUMMARY-COUNT < 100
              ADD 1 TO WS-SUMMARY-COUNT
              SET SUM-IDX TO WS-SUMMARY-COUNT
              MOVE JNL-PROGRAM TO SUM-PROGRAM (SUM-IDX)
              MOVE JNL-TYPE TO SUM-TYPE (SUM-IDX)
              MOVE 1 TO SUM-POSTINGS (SUM-IDX)
              MOVE JNL-AMOUNT TO SUM-AMOUNT (SUM-IDX)
              IF WS-ACCOUNT-FOUND = 'YES'
                 MOVE 'YES' TO SUM-MAPPED (SUM-IDX)
                 MOVE ACT-DEBIT-ACCOUNT (ACT-IDX)
                   TO SUM-DEBIT-ACCOUNT (SUM-IDX)
                 MOVE ACT-CREDIT-ACCOUNT (ACT-IDX)
                   TO SUM-CREDIT-ACCOUNT (SUM-IDX)
                 MOVE ACT-DESCRIPTION (ACT-IDX)
                   TO SUM-DESCRIPTION (SUM-IDX)
              ELSE
                 MOVE 'NO' TO SUM-MAPPED (SUM-IDX)
                 MOVE SPACES TO SUM-DEBIT-ACCOUNT (SUM-IDX)
                                SUM-CREDIT-ACCOUNT (SUM-IDX)
                 MOVE '*** NOT MAPPED' TO SUM-DESCRIPTION (SUM-IDX)
              END-IF
           END-IF
           .

       165-FIND-SOURCE.
           MOVE 'NO' TO WS-SOURCE-FOUND
           PERFORM VARYING SRC-IDX FROM 1 BY 1
             UNTIL SRC-IDX > WS-SOURCE-COUNT
             OR WS-SOURCE-FOUND = 'YES'
             IF SRC-PROGRAM (SRC-IDX) = JNL-PROGRAM
                MOVE 'YES' TO WS-SOURCE-FOUND
             END-IF
           END-PERFORM
           IF WS-SOURCE-FOUND = 'YES'
              SET SRC-IDX DOWN BY 1
           ELSE
              IF WS-SOURCE-COUNT < 10
                 ADD 1 TO WS-SOURCE-COUNT
                 SET SRC-IDX TO WS-SOURCE-COUNT
                 MOVE JNL-PROGRAM TO SRC-PROGRAM (SRC-IDX)
                 MOVE ZEROES TO SRC-POSTINGS (SRC-IDX)
                                SRC-DEBITS (SRC-IDX)
                                SRC-CREDITS (SRC-IDX)
              ELSE
                 SET SRC-IDX TO WS-SOURCE-COUNT
              END-IF
           END-IF
           ADD 1 TO SRC-POSTINGS (SRC-IDX)
           .

       170-PRINT-CONTROL-REPORT.
           PERFORM 145-HEADING-ROUTINE
           PERFORM VARYING SRC-IDX FROM 1 BY 1
             UNTIL SRC-IDX > WS-SOURCE-COUNT
             PERFORM 171-PRINT-SOURCE
           END-PERFORM
           .

       171-PRINT-SOURCE.
           IF LINE-NUM >= 45
              PERFORM 195-NEW-PAGE
           END-IF
           MOVE SRC-PROGRAM (SRC-IDX) TO SL-PROGRAM
           MOVE SOURCE-LINE TO REPORT-RECORD
           PERFORM 185-PRINT-LINE
           MOVE SPACES TO REPORT-RECORD
           PERFORM 185-PRINT-LINE
           MOVE 'NO' TO WS-SOURCE-PRINTED
           IF WS-SUMMARY-COUNT > 0
              PERFORM VARYING SUM-IDX FROM 1 BY 1
                UNTIL SUM-IDX > WS-SUMMARY-COUNT
                IF SUM-PROGRAM (SUM-IDX) = SRC-PROGRAM (SRC-IDX)
                   PERFORM 172-PRINT-SUMMARY-LINE
                   MOVE 'YES' TO WS-SOURCE-PRINTED
                END-IF
              END-PERFORM
           END-IF
           IF WS-SOURCE-PRINTED = 'NO'
              MOVE NONE-LINE TO REPORT-RECORD
              PERFORM 185-PRINT-LINE
           END-IF
           MOVE SPACES TO STL-STATUS
           MOVE 'SOURCE DEBITS' TO STL-LABEL
           MOVE SRC-DEBITS (SRC-IDX) TO STL-AMOUNT-OUT
           MOVE SOURCE-TOTAL-LINE TO REPORT-RECORD
           MOVE 2 TO PROPER-SPACING
           PERFORM 185-PRINT-LINE
           MOVE 'SOURCE CREDITS' TO STL-LABEL
           MOVE SRC-CREDITS (SRC-IDX) TO STL-AMOUNT-OUT
           MOVE SOURCE-TOTAL-LINE TO REPORT-RECORD
           PERFORM 185-PRINT-LINE
           SUBTRACT SRC-CREDITS (SRC-IDX) FROM SRC-DEBITS (SRC-IDX)
             GIVING WS-DIFFERENCE
           IF WS-DIFFERENCE = ZEROES
              MOVE 'BALANCED' TO STL-STATUS
           ELSE
              MOVE 'OUT OF BALANCE' TO STL-STATUS
              MOVE 'YES' TO WS-OUT-OF-BALANCE
           END-IF
           MOVE 'DIFFERENCE' TO STL-LABEL
           MOVE WS-DIFFERENCE TO STL-AMOUNT-OUT
           MOVE SOURCE-TOTAL-LINE TO REPORT-RECORD
           PERFORM 185-PRINT-LINE
           MOVE SPACES TO REPORT-RECORD
           PERFORM 185-PRINT-LINE
           .

       172-PRINT-SUMMARY-LINE.
           MOVE SUM-TYPE (SUM-IDX) TO SDL-TYPE
           MOVE SUM-DESCRIPTION (SUM-IDX) TO SDL-DESCRIPTION
           MOVE SUM-POSTINGS (SUM-IDX) TO SDL-POSTINGS-OUT
           MOVE SUM-DEBIT-ACCOUNT (SUM-IDX) TO SDL-DEBIT-ACCOUNT
           MOVE SUM-CREDIT-ACCOUNT (SUM-IDX) TO SDL-CREDIT-ACCOUNT
           MOVE SUM-AMOUNT (SUM-IDX) TO SDL-AMOUNT-OUT
           IF SUM-MAPPED (SUM-IDX) = 'YES'
              MOVE 'EXTRACTED' TO SDL-STATUS
           ELSE
              MOVE 'HELD - NO ACCOUNT' TO SDL-STATUS
           END-IF
           MOVE SUMMARY-DETAIL-LINE TO REPORT-RECORD
           PERFORM 185-PRINT-LINE
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
           MOVE WS-POSTINGS-READ TO TG-READ-OUT
           MOVE TOTAL-READ-LINE TO REPORT-RECORD
           MOVE 2 TO PROPER-SPACING
           WRITE REPORT-RECORD
             AFTER ADVANCING PROPER-SPACING
           MOVE 1 TO PROPER-SPACING
           MOVE WS-OTHER-DATES TO TG-OTHER-OUT
           MOVE TOTAL-OTHER-LINE TO REPORT-RECORD
           WRITE REPORT-RECORD
             AFTER ADVANCING PROPER-SPACING
           MOVE WS-SUPERSEDED TO TG-SUPERSEDED-OUT
           MOVE TOTAL-SUPERSEDED-LINE TO REPORT-RECORD
           WRITE REPORT-RECORD
             AFTER ADVANCING PROPER-SPACING
           MOVE WS-HELD TO TG-HELD-OUT
           MOVE TOTAL-HELD-LINE TO REPORT-RECORD
           WRITE REPORT-RECORD
             AFTER ADVANCING PROPER-SPACING
           MOVE WS-LINES-WRITTEN TO TG-LINES-OUT
           MOVE TOTAL-LINES-LINE TO REPORT-RECORD
           WRITE REPORT-RECORD
             AFTER ADVANCING PROPER-SPACING
           MOVE WS-TOTAL-DEBITS TO TG-DEBITS-OUT
           MOVE TOTAL-DEBITS-LINE TO REPORT-RECORD
           MOVE 2 TO PROPER-SPACING
           WRITE REPORT-RECORD
             AFTER ADVANCING PROPER-SPACING
           MOVE 1 TO PROPER-SPACING
           MOVE WS-TOTAL-CREDITS TO TG-CREDITS-OUT
           MOVE TOTAL-CREDITS-LINE TO REPORT-RECORD
           WRITE REPORT-RECORD
             AFTER ADVANCING PROPER-SPACING
           IF WS-TOTAL-DEBITS = WS-TOTAL-CREDITS
           AND WS-OUT-OF-BALANCE = 'NO'
              MOVE 'BALANCED' TO TG-STATUS
           ELSE
              MOVE 'OUT OF BALANCE' TO TG-STATUS
              DISPLAY 'GLEXTR: JOURNAL OUT OF BALANCE FOR ' WS-DATE
           END-IF
           MOVE TOTAL-STATUS-LINE TO REPORT-RECORD
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
           CLOSE JOURNAL-FILE
                 INTERFACE-FILE
                 REPORT-FILE
           STOP RUN
           .
