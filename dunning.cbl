      ******************************************************************
      * Author: Tyler
      * Date: 10/15/2026
      * Purpose: write collection letters from the CUSTBAL.DAT aging
      *          buckets and a control list of the letters produced
      * Tectonics: cobc -xo DUNNING.exe --std=mf  DUNNING.cbl
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DUNNING.
      **************************COMMENT SECTION*************************
      *THIS PROGRAM READS THE CUSTOMER BALANCE FILE AND WRITES A
      *COLLECTION LETTER FOR EVERY ACTIVE CUSTOMER WITH MONEY IN THE
      *30, 60 OR 90 DAY BUCKETS, ADDRESSED FROM THE CUSTOMER MASTER.
      *THE LETTER GETS FIRMER WITH THE OLDEST BUCKET THAT HOLDS MONEY:
      *  LEVEL 1 - 30 DAYS - FRIENDLY REMINDER
      *  LEVEL 2 - 60 DAYS - FIRM NOTICE
      *  LEVEL 3 - 90 DAYS - FINAL DEMAND
      *THE DUNNING HISTORY FILE (DUNHIST.DAT) HOLDS THE LEVEL AND DATE
      *OF THE LAST LETTER SENT TO EACH CUSTOMER IN THE CURRENT CYCLE.
      *A LETTER IS ONLY WRITTEN WHEN THE CUSTOMER REACHES A HIGHER
      *LEVEL THAN THE ONE ALREADY SENT, SO THE SAME LETTER IS NEVER
      *SENT TWICE IN A CYCLE. A CUSTOMER WHOSE OVERDUE BUCKETS HAVE
      *BEEN CLEARED (CASH RECEIPTS) IS DROPPED FROM THE HISTORY FILE
      *AND STARTS A NEW CYCLE THE NEXT TIME AN AMOUNT GOES OVERDUE.
      *A CUSTOMER WHO PAYS DOWN THE OLDER BUCKETS ONLY IS MOVED BACK
      *TO THE LOWER LEVEL WITHOUT A LETTER.
      *A LIVE RUN (NO DATE ARGUMENT) UPDATES THE HISTORY FILE. A RERUN
      *ON THE SAME DATE REPRINTS THE LETTERS ALREADY SENT THAT DAY.
      *A RUN WITH A DATE ARGUMENT PRODUCES THE SAME LETTERS AND
      *CONTROL LIST WITHOUT TOUCHING THE HISTORY FILE.
      ******************************************************************
      *CUSTOMER BALANCE INPUT (CUSTBAL.DAT):
      *1. CUSTOMER ID
      *2. AGING BUCKETS (30/60/90)
      ******************************************************************
      *CUSTOMER MASTER INPUT (CUSTMAST.DAT):
      *1. NAME AND ADDRESS LINES 1-3
      *2. STATUS (INACTIVE CUSTOMERS GET NO LETTER)
      ******************************************************************
      *DUNNING HISTORY (DUNHIST.DAT):
      *1. CUSTOMER ID (KEY)
      *2. DUNNING LEVEL LAST SENT
      *3. CYCLE START DATE AND DATE LAST SENT
      *4. AMOUNT DEMANDED IN THE LAST LETTER
      ******************************************************************
      *DUNNING LETTERS OUTPUT:
      *ONE PAGE PER CUSTOMER - NAME AND ADDRESS, LEVEL WORDING, THE
      *30/60/90 DAY AMOUNTS AND THE TOTAL NOW DUE
      ******************************************************************
      *DUNNING CONTROL OUTPUT:
      *1. LETTERS PRODUCED BY LEVEL WITH AMOUNTS DEMANDED
      *2. LEVEL TOTALS
      *3. FINAL TOTALS - LETTERS, AMOUNT DEMANDED, ALREADY SENT THIS
      *   CYCLE, DROPPED FROM THE CYCLE, SKIPPED (INACTIVE/NO MASTER)
      ******************************************************************
      *CALCULATIONS:
      *AMOUNT DEMANDED: 30 DAY + 60 DAY + 90 DAY AMOUNTS
      ******************************************************************


      ************************ENVIRONMENT DIVISION**********************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. OCEANBLUE.
       OBJECT-COMPUTER. OCEANBLUE.


       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BALANCE-FILE ASSIGN TO 'CUSTBAL.DAT'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS CB-CUSTOMER-ID
           FILE STATUS IS WS-CB-STATUS.

           SELECT CUSTOMER-FILE ASSIGN TO 'CUSTMAST.DAT'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CM-CUSTOMER-ID
           FILE STATUS IS WS-CM-STATUS.

           SELECT DUNNING-FILE ASSIGN TO 'DUNHIST.DAT'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS DH-CUSTOMER-ID
           FILE STATUS IS WS-DH-STATUS.

           SELECT SORTED-CONTROL-FILE ASSIGN TO 'PR2FA17.DUN'
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT SORT-WORK-FILE ASSIGN TO 'DUNSORTWORK'.

           SELECT LETTER-FILE ASSIGN TO 'DUNNING LETTERS.txt'
           .

           SELECT REPORT-FILE ASSIGN TO 'DUNNING CONTROL.txt'
           .


      ***********************DATA DIVISION******************************
       DATA DIVISION.
       FILE SECTION.

           FD BALANCE-FILE.
           01 CUSTOMER-BALANCE-RECORD.
              05 CB-CUSTOMER-ID                        PIC 9(5).
              05 CB-BALANCE                             PIC S9(9)V99.
              05 CB-AGE-CURRENT                         PIC S9(9)V99.
              05 CB-AGE-30                              PIC S9(9)V99.
              05 CB-AGE-60                              PIC S9(9)V99.
              05 CB-AGE-90                              PIC S9(9)V99.
              05 CB-PERIOD-PAYMENTS                     PIC S9(9)V99.
              05 CB-LAST-STMT-DATE                      PIC 9(8).

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

           FD DUNNING-FILE.
           01 DUNNING-HISTORY-RECORD.
              05 DH-CUSTOMER-ID                        PIC 9(5).
              05 DH-LEVEL                               PIC 9.
              05 DH-CYCLE-START-DATE                    PIC 9(8).
              05 DH-LAST-SENT-DATE                      PIC 9(8).
              05 DH-LAST-AMOUNT                         PIC S9(9)V99.

           FD SORTED-CONTROL-FILE.
           01 SORTED-CONTROL-RECORD.
              05 SCR-LEVEL                              PIC 9.
              05 SCR-CUSTOMER-ID                        PIC 9(5).
              05 SCR-NAME                               PIC X(25).
              05 SCR-AGE-30                             PIC S9(9)V99.
              05 SCR-AGE-60                             PIC S9(9)V99.
              05 SCR-AGE-90                             PIC S9(9)V99.
              05 SCR-DEMANDED                           PIC S9(9)V99.
              05 SCR-NOTE                               PIC X(7).

           SD SORT-WORK-FILE.
           01 SORT-WORK-RECORD.
              05 SWR-LEVEL                              PIC 9.
              05 SWR-CUSTOMER-ID                        PIC 9(5).
              05 SWR-NAME                               PIC X(25).
              05 SWR-AGE-30                             PIC S9(9)V99.
              05 SWR-AGE-60                             PIC S9(9)V99.
              05 SWR-AGE-90                             PIC S9(9)V99.
              05 SWR-DEMANDED                           PIC S9(9)V99.
              05 SWR-NOTE                               PIC X(7).

           FD LETTER-FILE.
           01 LETTER-RECORD                            PIC X(80).

           FD REPORT-FILE.
           01 REPORT-RECORD                            PIC X(132).

       WORKING-STORAGE SECTION.

           01 WS-WORK-AREAS.
              05 PROPER-SPACING    PIC 9(2) VALUE 0.
              05 LINE-NUM          PIC 9(2) VALUE 10.
              05 WS-CB-STATUS      PIC X(2) VALUE '00'.
              05 WS-CM-STATUS      PIC X(2) VALUE '00'.
              05 WS-DH-STATUS      PIC X(2) VALUE '00'.
              05 WS-DH-AVAILABLE   PIC X(3) VALUE 'NO'.
              05 WS-CB-EOF         PIC X(3) VALUE 'NO'.
              05 WS-SCR-EOF        PIC X(3) VALUE 'NO'.
              05 WS-LIVE-RUN       PIC X(3) VALUE 'YES'.
              05 WS-DH-ON-FILE     PIC X(3) VALUE 'NO'.
              05 WS-SEND-LETTER    PIC X(3) VALUE 'NO'.
              05 WS-REPRINT        PIC X(3) VALUE 'NO'.
              05 WS-DUN-LEVEL      PIC 9 VALUE ZERO.
              05 WS-PREV-LEVEL     PIC 9 VALUE ZERO.
              05 WS-DEMANDED       PIC S9(9)V99 VALUE ZEROES.
              05 WS-LETTERS-WRITTEN PIC 9(5) VALUE ZEROES.
              05 WS-LETTER-COUNT   PIC 9(5) VALUE ZEROES.
              05 WS-LETTER-AMOUNT  PIC S9(9)V99 VALUE ZEROES.
              05 WS-LEVEL-COUNT    PIC 9(5) VALUE ZEROES.
              05 WS-LEVEL-AMOUNT   PIC S9(9)V99 VALUE ZEROES.
              05 WS-ALREADY-SENT   PIC 9(5) VALUE ZEROES.
              05 WS-DROPPED-COUNT  PIC 9(5) VALUE ZEROES.
              05 WS-SKIPPED-COUNT  PIC 9(5) VALUE ZEROES.
              05 WS-TEXT-IDX       PIC 9 VALUE ZERO.

           01 WS-DATE.
               05 WS-YEAR          PIC 9(4).
               05 WS-MONTH         PIC 9(2).
               05 WS-DAY           PIC 9(2).

           01 WS-ARG-DATE          PIC X(8).

      *************************LETTER WORDING***************************
           01 DUNNING-TEXT-VALUES.
               05                  PIC X(35) VALUE
                                   'PAYMENT REMINDER'.
               05                  PIC X(60) VALUE
              'OUR RECORDS SHOW THAT THE AMOUNT BELOW IS NOW PAST DUE.'.
               05                  PIC X(60) VALUE
                 'IT MAY SIMPLY HAVE BEEN OVERLOOKED, SO WE WOULD BE'.
               05                  PIC X(60) VALUE
               'GRATEFUL IF YOU COULD ARRANGE PAYMENT AT YOUR EARLIEST'.
               05                  PIC X(60) VALUE
                'CONVENIENCE. IF PAYMENT HAS BEEN SENT, PLEASE IGNORE.'.
               05                  PIC X(35) VALUE
                                   'SECOND NOTICE - ACCOUNT OVERDUE'.
               05                  PIC X(60) VALUE
                'DESPITE OUR EARLIER REMINDER YOUR ACCOUNT IS NOW MORE'.
               05                  PIC X(60) VALUE
                 'THAN 60 DAYS PAST DUE. PLEASE SEND PAYMENT OF THE'.
               05                  PIC X(60) VALUE
                 'AMOUNT BELOW WITHIN 10 DAYS OR CONTACT US TO DISCUSS'.
               05                  PIC X(60) VALUE
                 'THE ACCOUNT. FURTHER ORDERS MAY BE HELD UNTIL PAID.'.
               05                  PIC X(35) VALUE
                                   'FINAL DEMAND FOR PAYMENT'.
               05                  PIC X(60) VALUE
               'YOUR ACCOUNT IS NOW MORE THAN 90 DAYS PAST DUE AND OUR'.
               05                  PIC X(60) VALUE
                 'PREVIOUS NOTICES HAVE NOT BEEN ANSWERED. UNLESS THE'.
               05                  PIC X(60) VALUE
               'AMOUNT BELOW IS PAID WITHIN 7 DAYS THE ACCOUNT WILL BE'.
               05                  PIC X(60) VALUE
                 'PLACED ON CREDIT HOLD AND REFERRED FOR COLLECTION.'.

           01 DUNNING-TEXT-TABLE REDEFINES DUNNING-TEXT-VALUES.
               05 DT-LEVEL-ENTRY   OCCURS 3 TIMES.
                  10 DT-SUBJECT    PIC X(35).
                  10 DT-BODY-LINE  PIC X(60) OCCURS 4 TIMES.

           01 DUNNING-LEVEL-NAMES.
               05                  PIC X(16) VALUE 'FRIENDLY (30)'.
               05                  PIC X(16) VALUE 'FIRM (60)'.
               05                  PIC X(16) VALUE 'FINAL (90)'.

           01 DUNNING-LEVEL-TABLE REDEFINES DUNNING-LEVEL-NAMES.
               05 DLT-NAME         PIC X(16) OCCURS 3 TIMES.

      **************************LETTER LINES****************************
           01 LETTER-HEADING-LINE.
               05                  PIC X(34) VALUE SPACES.
               05                  PIC X(7) VALUE 'DR.CHEB'.

           01 LETTER-DATE-LINE.
               05                  PIC X(5) VALUE SPACES.
               05 LDL-MONTH        PIC 9(2).
               05                  PIC X VALUE '/'.
               05 LDL-DAY          PIC 9(2).
               05                  PIC X VALUE '/'.
               05 LDL-YEAR         PIC 9(4).

           01 LETTER-TEXT-LINE.
               05                  PIC X(5) VALUE SPACES.
               05 LTL-TEXT         PIC X(60).

           01 LETTER-ACCOUNT-LINE.
               05                  PIC X(5) VALUE SPACES.
               05                  PIC X(9) VALUE 'ACCOUNT: '.
               05 LAL-CUSTOMER-ID  PIC 9(5).

           01 LETTER-SUBJECT-LINE.
               05                  PIC X(5) VALUE SPACES.
               05                  PIC X(4) VALUE 'RE: '.
               05 LSL-SUBJECT      PIC X(35).

           01 LETTER-AMOUNT-LINE.
               05                  PIC X(9) VALUE SPACES.
               05 LAM-LABEL        PIC X(20).
               05 LAM-AMOUNT-OUT   PIC Z,ZZZ,ZZ9.99-.

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
               05                  PIC X(21) VALUE
                                              'DUNNING CONTROL LIST'.
               05                  PIC X(21) VALUE SPACES.
               05                  PIC X(3) VALUE 'TSB'.

           01 HEADING-LINE3.
               05                  PIC X(2) VALUE SPACES.
               05                  PIC X(5) VALUE 'LEVEL'.
               05                  PIC X(13) VALUE SPACES.
               05                  PIC X(4) VALUE 'CUST'.
               05                  PIC X(3) VALUE SPACES.
               05                  PIC X(4) VALUE 'NAME'.
               05                  PIC X(27) VALUE SPACES.
               05                  PIC X(7) VALUE '30 DAYS'.
               05                  PIC X(6) VALUE SPACES.
               05                  PIC X(7) VALUE '60 DAYS'.
               05                  PIC X(6) VALUE SPACES.
               05                  PIC X(7) VALUE '90 DAYS'.
               05                  PIC X(5) VALUE SPACES.
               05                  PIC X(8) VALUE 'DEMANDED'.

           01 CONTROL-DETAIL-LINE.
               05                    PIC X(2) VALUE SPACES.
               05 CDL-LEVEL-NAME     PIC X(16).
               05                    PIC X(2) VALUE SPACES.
               05 CDL-CUSTOMER-ID    PIC 9(5).
               05                    PIC X(2) VALUE SPACES.
               05 CDL-NAME           PIC X(25).
               05                    PIC X VALUE SPACES.
               05 CDL-30-OUT         PIC Z,ZZZ,ZZ9.99-.
               05 CDL-60-OUT         PIC Z,ZZZ,ZZ9.99-.
               05 CDL-90-OUT         PIC Z,ZZZ,ZZ9.99-.
               05 CDL-DEMANDED-OUT   PIC Z,ZZZ,ZZ9.99-.
               05                    PIC X VALUE SPACES.
               05 CDL-NOTE           PIC X(7).

           01 LEVEL-TOTAL-LINE.
               05                    PIC X(22) VALUE SPACES.
               05 LTT-LEVEL-NAME     PIC X(16).
               05                    PIC X(8) VALUE ' LETTERS'.
               05 LTT-COUNT-OUT      PIC ZZ,ZZ9.
               05                    PIC X(40) VALUE SPACES.
               05 LTT-AMOUNT-OUT     PIC Z,ZZZ,ZZ9.99-.

           01 NONE-LINE.
               05                    PIC X(2) VALUE SPACES.
               05                    PIC X(26) VALUE
                                             'NO DUNNING LETTERS TODAY'.

           01 TOTAL-LETTERS-LINE.
               05                    PIC X(28) VALUE SPACES.
               05                    PIC X(19) VALUE
                                                 'LETTERS PRODUCED:  '.
               05                    PIC X(9) VALUE SPACES.
               05 TS-LETTERS-OUT     PIC ZZ,ZZ9.

           01 TOTAL-AMOUNT-LINE.
               05                    PIC X(24) VALUE SPACES.
               05                    PIC X(23) VALUE
                                             'TOTAL AMOUNT DEMANDED: '.
               05                    PIC X(1) VALUE SPACES.
               05 TS-AMOUNT-OUT      PIC Z,ZZZ,ZZ9.99-.

           01 TOTAL-ALREADY-LINE.
               05                    PIC X(19) VALUE SPACES.
               05                    PIC X(28) VALUE
                                        'ALREADY SENT THIS CYCLE:    '.
               05                    PIC X(9) VALUE SPACES.
               05 TS-ALREADY-OUT     PIC ZZ,ZZ9.

           01 TOTAL-DROPPED-LINE.
               05                    PIC X(16) VALUE SPACES.
               05                    PIC X(31) VALUE
                                     'PAID - DROPPED FROM THE CYCLE: '.
               05                    PIC X(9) VALUE SPACES.
               05 TS-DROPPED-OUT     PIC ZZ,ZZ9.

           01 TOTAL-SKIPPED-LINE.
               05                    PIC X(14) VALUE SPACES.
               05                    PIC X(33) VALUE
                                   'SKIPPED - INACTIVE OR NO MASTER: '.
               05                    PIC X(9) VALUE SPACES.
               05 TS-SKIPPED-OUT     PIC ZZ,ZZ9.

      *************************PROCEDURE DIVISION***********************
       PROCEDURE DIVISION.

       100-MAIN-MODULE.
           PERFORM 125-HOUSEKEEPING
           SORT SORT-WORK-FILE
             ON ASCENDING KEY SWR-LEVEL
             ON ASCENDING KEY SWR-CUSTOMER-ID
             INPUT PROCEDURE 124-PROCESS-BALANCES
             GIVING SORTED-CONTROL-FILE
           PERFORM 150-PRINT-CONTROL-LIST
           PERFORM 190-WRITE-FINAL-TOTALS
           PERFORM 200-CLOSE-ROUTINE
           .

       124-PROCESS-BALANCES.
           PERFORM UNTIL WS-CB-EOF = 'YES'
             READ BALANCE-FILE
               AT END
                  MOVE 'YES' TO WS-CB-EOF
               NOT AT END
                  PERFORM 160-PROCESS-CUSTOMER
             END-READ
           END-PERFORM
           .

       125-HOUSEKEEPING.
           OPEN INPUT BALANCE-FILE
           IF WS-CB-STATUS NOT = '00'
              DISPLAY 'DUNNING: UNABLE TO OPEN CUSTBAL.DAT - STATUS '
                       WS-CB-STATUS
              STOP RUN
           END-IF
           OPEN INPUT CUSTOMER-FILE
           IF WS-CM-STATUS NOT = '00'
              DISPLAY 'DUNNING: UNABLE TO OPEN CUSTMAST.DAT - STATUS '
                       WS-CM-STATUS
              STOP RUN
           END-IF
           PERFORM 130-DATE-ROUTINE
           IF WS-LIVE-RUN = 'YES'
              OPEN I-O DUNNING-FILE
              IF WS-DH-STATUS = '35'
                 OPEN OUTPUT DUNNING-FILE
                 CLOSE DUNNING-FILE
                 OPEN I-O DUNNING-FILE
              END-IF
           ELSE
              OPEN INPUT DUNNING-FILE
           END-IF
           IF WS-DH-STATUS = '00'
              MOVE 'YES' TO WS-DH-AVAILABLE
           ELSE
              MOVE 'NO' TO WS-DH-AVAILABLE
              IF WS-LIVE-RUN = 'YES'
                 DISPLAY 'DUNNING: UNABLE TO OPEN DUNHIST.DAT - STATUS '
                          WS-DH-STATUS
                 STOP RUN
              END-IF
           END-IF
           OPEN OUTPUT LETTER-FILE
           OPEN OUTPUT REPORT-FILE
           .

       130-DATE-ROUTINE.
           ACCEPT WS-ARG-DATE FROM COMMAND-LINE
           IF WS-ARG-DATE IS NUMERIC
              MOVE WS-ARG-DATE TO WS-DATE
              MOVE 'NO' TO WS-LIVE-RUN
           ELSE
              ACCEPT WS-DATE FROM DATE YYYYMMDD
              MOVE 'YES' TO WS-LIVE-RUN
           END-IF
           MOVE WS-MONTH TO HL-MONTH LDL-MONTH
           MOVE WS-DAY TO HL-DAY LDL-DAY
           MOVE WS-YEAR TO HL-YEAR LDL-YEAR
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

       150-PRINT-CONTROL-LIST.
           PERFORM 145-HEADING-ROUTINE
           OPEN INPUT SORTED-CONTROL-FILE
           MOVE ZERO TO WS-PREV-LEVEL
           PERFORM UNTIL WS-SCR-EOF = 'YES'
             READ SORTED-CONTROL-FILE
               AT END
                  MOVE 'YES' TO WS-SCR-EOF
                  IF WS-PREV-LEVEL NOT = ZERO
                     PERFORM 152-LEVEL-TOTAL
                  END-IF
               NOT AT END
                  PERFORM 151-CONTROL-DETAIL
             END-READ
           END-PERFORM
           CLOSE SORTED-CONTROL-FILE
           IF WS-LETTER-COUNT = ZEROES
              MOVE NONE-LINE TO REPORT-RECORD
              PERFORM 185-PRINT-LINE
           END-IF
           .

       151-CONTROL-DETAIL.
           IF SCR-LEVEL NOT = WS-PREV-LEVEL
              IF WS-PREV-LEVEL NOT = ZERO
                 PERFORM 152-LEVEL-TOTAL
              END-IF
              MOVE SCR-LEVEL TO WS-PREV-LEVEL
              MOVE ZEROES TO WS-LEVEL-COUNT WS-LEVEL-AMOUNT
           END-IF
           MOVE DLT-NAME (SCR-LEVEL) TO CDL-LEVEL-NAME
           MOVE SCR-CUSTOMER-ID TO CDL-CUSTOMER-ID
           MOVE SCR-NAME TO CDL-NAME
           MOVE SCR-AGE-30 TO CDL-30-OUT
           MOVE SCR-AGE-60 TO CDL-60-OUT
           MOVE SCR-AGE-90 TO CDL-90-OUT
           MOVE SCR-DEMANDED TO CDL-DEMANDED-OUT
           MOVE SCR-NOTE TO CDL-NOTE
           MOVE CONTROL-DETAIL-LINE TO REPORT-RECORD
           PERFORM 185-PRINT-LINE
           ADD 1 TO WS-LEVEL-COUNT WS-LETTER-COUNT
           ADD SCR-DEMANDED TO WS-LEVEL-AMOUNT WS-LETTER-AMOUNT
           .

       152-LEVEL-TOTAL.
           MOVE DLT-NAME (WS-PREV-LEVEL) TO LTT-LEVEL-NAME
           MOVE WS-LEVEL-COUNT TO LTT-COUNT-OUT
           MOVE WS-LEVEL-AMOUNT TO LTT-AMOUNT-OUT
           MOVE LEVEL-TOTAL-LINE TO REPORT-RECORD
           PERFORM 185-PRINT-LINE
           MOVE SPACES TO REPORT-RECORD
           PERFORM 185-PRINT-LINE
           .

       160-PROCESS-CUSTOMER.
           MOVE ZERO TO WS-DUN-LEVEL
           MOVE ZEROES TO WS-DEMANDED
           ADD CB-AGE-30 CB-AGE-60 CB-AGE-90 GIVING WS-DEMANDED
           IF WS-DEMANDED > ZEROES
              IF CB-AGE-90 > ZEROES
                 MOVE 3 TO WS-DUN-LEVEL
              ELSE
                 IF CB-AGE-60 > ZEROES
                    MOVE 2 TO WS-DUN-LEVEL
                 ELSE
                    IF CB-AGE-30 > ZEROES
                       MOVE 1 TO WS-DUN-LEVEL
                    END-IF
                 END-IF
              END-IF
           END-IF
           MOVE 'NO' TO WS-DH-ON-FILE
           IF WS-DH-AVAILABLE = 'YES'
              MOVE CB-CUSTOMER-ID TO DH-CUSTOMER-ID
              READ DUNNING-FILE KEY IS DH-CUSTOMER-ID
                INVALID KEY
                   CONTINUE
                NOT INVALID KEY
                   MOVE 'YES' TO WS-DH-ON-FILE
              END-READ
           END-IF
           IF WS-DUN-LEVEL = ZERO
              IF WS-DH-ON-FILE = 'YES'
                 ADD 1 TO WS-DROPPED-COUNT
                 IF WS-LIVE-RUN = 'YES'
                    DELETE DUNNING-FILE RECORD
                      INVALID KEY
                         DISPLAY 'DUNNING: DELETE FAILED FOR CUSTOMER '
                                  DH-CUSTOMER-ID
                    END-DELETE
                 END-IF
              END-IF
           ELSE
              MOVE CB-CUSTOMER-ID TO CM-CUSTOMER-ID
              READ CUSTOMER-FILE KEY IS CM-CUSTOMER-ID
                INVALID KEY
                   ADD 1 TO WS-SKIPPED-COUNT
                NOT INVALID KEY
                   IF CM-STATUS = 'I'
                      ADD 1 TO WS-SKIPPED-COUNT
                   ELSE
                      PERFORM 165-DECIDE-LETTER
                   END-IF
              END-READ
           END-IF
           .

       165-DECIDE-LETTER.
           MOVE 'NO' TO WS-SEND-LETTER WS-REPRINT
           IF WS-DH-ON-FILE = 'NO'
              MOVE 'YES' TO WS-SEND-LETTER
           ELSE
              IF WS-DUN-LEVEL > DH-LEVEL
                 MOVE 'YES' TO WS-SEND-LETTER
              ELSE
                 IF WS-DUN-LEVEL = DH-LEVEL
                 AND DH-LAST-SENT-DATE = WS-DATE
                    MOVE 'YES' TO WS-SEND-LETTER
                    MOVE 'YES' TO WS-REPRINT
                 ELSE
                    ADD 1 TO WS-ALREADY-SENT
                    IF WS-DUN-LEVEL < DH-LEVEL
                    AND WS-LIVE-RUN = 'YES'
                       MOVE WS-DUN-LEVEL TO DH-LEVEL
                       REWRITE DUNNING-HISTORY-RECORD
                         INVALID KEY
                            DISPLAY 'DUNNING: REWRITE FAILED FOR '
                                    'CUSTOMER ' DH-CUSTOMER-ID
                       END-REWRITE
                    END-IF
                 END-IF
              END-IF
           END-IF
           IF WS-SEND-LETTER = 'YES'
              PERFORM 170-WRITE-LETTER
              PERFORM 175-RELEASE-CONTROL
              IF WS-LIVE-RUN = 'YES'
              AND WS-REPRINT = 'NO'
                 PERFORM 180-UPDATE-HISTORY
              END-IF
           END-IF
           .

       170-WRITE-LETTER.
           IF WS-LETTERS-WRITTEN > ZEROES
              MOVE SPACES TO LETTER-RECORD
              WRITE LETTER-RECORD
                AFTER ADVANCING PAGE
           END-IF
           ADD 1 TO WS-LETTERS-WRITTEN
           MOVE 1 TO PROPER-SPACING
           WRITE LETTER-RECORD FROM LETTER-HEADING-LINE
             AFTER ADVANCING PROPER-SPACING
           MOVE 2 TO PROPER-SPACING
           WRITE LETTER-RECORD FROM LETTER-DATE-LINE
             AFTER ADVANCING PROPER-SPACING
           MOVE CM-NAME TO LTL-TEXT
           PERFORM 171-WRITE-TEXT-LINE
           MOVE 1 TO PROPER-SPACING
           MOVE CM-ADDRESS-1 TO LTL-TEXT
           PERFORM 171-WRITE-TEXT-LINE
           IF CM-ADDRESS-2 NOT = SPACES
              MOVE CM-ADDRESS-2 TO LTL-TEXT
              PERFORM 171-WRITE-TEXT-LINE
           END-IF
           IF CM-ADDRESS-3 NOT = SPACES
              MOVE CM-ADDRESS-3 TO LTL-TEXT
              PERFORM 171-WRITE-TEXT-LINE
           END-IF
           MOVE 2 TO PROPER-SPACING
           MOVE CB-CUSTOMER-ID TO LAL-CUSTOMER-ID
           WRITE LETTER-RECORD FROM LETTER-ACCOUNT-LINE
             AFTER ADVANCING PROPER-SPACING
           MOVE DT-SUBJECT (WS-DUN-LEVEL) TO LSL-SUBJECT
           WRITE LETTER-RECORD FROM LETTER-SUBJECT-LINE
             AFTER ADVANCING PROPER-SPACING
           PERFORM VARYING WS-TEXT-IDX FROM 1 BY 1
             UNTIL WS-TEXT-IDX > 4
             MOVE DT-BODY-LINE (WS-DUN-LEVEL WS-TEXT-IDX) TO LTL-TEXT
             PERFORM 171-WRITE-TEXT-LINE
             MOVE 1 TO PROPER-SPACING
           END-PERFORM
           MOVE 2 TO PROPER-SPACING
           MOVE 'OVER 30 DAYS:' TO LAM-LABEL
           MOVE CB-AGE-30 TO LAM-AMOUNT-OUT
           PERFORM 172-WRITE-AMOUNT-LINE
           MOVE 'OVER 60 DAYS:' TO LAM-LABEL
           MOVE CB-AGE-60 TO LAM-AMOUNT-OUT
           PERFORM 172-WRITE-AMOUNT-LINE
           MOVE 'OVER 90 DAYS:' TO LAM-LABEL
           MOVE CB-AGE-90 TO LAM-AMOUNT-OUT
           PERFORM 172-WRITE-AMOUNT-LINE
           MOVE 2 TO PROPER-SPACING
           MOVE 'TOTAL NOW DUE:' TO LAM-LABEL
           MOVE WS-DEMANDED TO LAM-AMOUNT-OUT
           PERFORM 172-WRITE-AMOUNT-LINE
           MOVE 3 TO PROPER-SPACING
           MOVE 'ACCOUNTS RECEIVABLE' TO LTL-TEXT
           PERFORM 171-WRITE-TEXT-LINE
           .

       171-WRITE-TEXT-LINE.
           WRITE LETTER-RECORD FROM LETTER-TEXT-LINE
             AFTER ADVANCING PROPER-SPACING
           .

       172-WRITE-AMOUNT-LINE.
           WRITE LETTER-RECORD FROM LETTER-AMOUNT-LINE
             AFTER ADVANCING PROPER-SPACING
           MOVE 1 TO PROPER-SPACING
           .

       175-RELEASE-CONTROL.
           MOVE SPACES TO SORT-WORK-RECORD
           MOVE WS-DUN-LEVEL TO SWR-LEVEL
           MOVE CB-CUSTOMER-ID TO SWR-CUSTOMER-ID
           MOVE CM-NAME TO SWR-NAME
           MOVE CB-AGE-30 TO SWR-AGE-30
           MOVE CB-AGE-60 TO SWR-AGE-60
           MOVE CB-AGE-90 TO SWR-AGE-90
           MOVE WS-DEMANDED TO SWR-DEMANDED
           IF WS-REPRINT = 'YES'
              MOVE 'REPRINT' TO SWR-NOTE
           END-IF
           RELEASE SORT-WORK-RECORD
           .

       180-UPDATE-HISTORY.
           MOVE WS-DUN-LEVEL TO DH-LEVEL
           MOVE WS-DATE TO DH-LAST-SENT-DATE
           MOVE WS-DEMANDED TO DH-LAST-AMOUNT
           IF WS-DH-ON-FILE = 'YES'
              REWRITE DUNNING-HISTORY-RECORD
                INVALID KEY
                   DISPLAY 'DUNNING: REWRITE FAILED FOR CUSTOMER '
                            DH-CUSTOMER-ID
              END-REWRITE
           ELSE
              MOVE CB-CUSTOMER-ID TO DH-CUSTOMER-ID
              MOVE WS-DATE TO DH-CYCLE-START-DATE
              WRITE DUNNING-HISTORY-RECORD
                INVALID KEY
                   DISPLAY 'DUNNING: WRITE FAILED FOR CUSTOMER '
                            DH-CUSTOMER-ID
              END-WRITE
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
           MOVE WS-LETTER-COUNT TO TS-LETTERS-OUT
           MOVE TOTAL-LETTERS-LINE TO REPORT-RECORD
           MOVE 2 TO PROPER-SPACING
           WRITE REPORT-RECORD
             AFTER ADVANCING PROPER-SPACING
           MOVE 1 TO PROPER-SPACING
           MOVE WS-LETTER-AMOUNT TO TS-AMOUNT-OUT
           MOVE TOTAL-AMOUNT-LINE TO REPORT-RECORD
           WRITE REPORT-RECORD
             AFTER ADVANCING PROPER-SPACING
           MOVE WS-ALREADY-SENT TO TS-ALREADY-OUT
           MOVE TOTAL-ALREADY-LINE TO REPORT-RECORD
           WRITE REPORT-RECORD
             AFTER ADVANCING PROPER-SPACING
           MOVE WS-DROPPED-COUNT TO TS-DROPPED-OUT
           MOVE TOTAL-DROPPED-LINE TO REPORT-RECORD
           WRITE REPORT-RECORD
             AFTER ADVANCING PROPER-SPACING
           MOVE WS-SKIPPED-COUNT TO TS-SKIPPED-OUT
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
           CLOSE BALANCE-FILE
                 CUSTOMER-FILE
                 LETTER-FILE
                 REPORT-FILE
           IF WS-DH-AVAILABLE = 'YES'
              CLOSE DUNNING-FILE
           END-IF
           STOP RUN
           .
