      *THEM UP. A PAYMENT FOR A CUSTOMER WITH NO BALANCE RECORD IS
      *POSTED AS A PREPAYMENT (CREDIT BALANCE); A PAYMENT FOR A
      *CUSTOMER NOT ON CUSTMAST.DAT IS REJECTED.
      *EVERY RECEIPT POSTED (PREPAYMENTS INCLUDED) IS ALSO APPENDED
      *TO THE GLJRNL.DAT GENERAL LEDGER JOURNAL AS CASH RECEIVED
      *AGAINST RECEIVABLES, STAMPED WITH THE LATEST SALES RUN NUMBER
      *FROM PR2FA17.RUN, FOR THE GLEXTR JOURNAL EXTRACT.
      ******************************************************************
      *CASH RECEIPTS FILE INPUT:
      *1. CUSTOMER ID
      *5. POSTING STATUS
      *6. FINAL RECEIPT COUNTS AND CASH APPLIED
      ******************************************************************
      *GENERAL LEDGER JOURNAL OUTPUT (GLJRNL.DAT, APPENDED):
      *1. DATE, RUN NUMBER AND SOURCE PROGRAM
      *2. POSTING TYPE (CA=CASH RECEIVED)
      *3. AMOUNT AND REFERENCE
      ******************************************************************


      ************************ENVIRONMENT DIVISION**********************
           RECORD KEY IS CB-CUSTOMER-ID
           FILE STATUS IS WS-CB-STATUS.

           SELECT JOURNAL-FILE ASSIGN TO 'GLJRNL.DAT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-JNL-STATUS.

           SELECT RUN-CONTROL-FILE ASSIGN TO 'PR2FA17.RUN'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-RUN-STATUS.

           SELECT REGISTER-FILE ASSIGN TO 'CASH RECEIPTS REGISTER.txt'
           .

              05 CM-ADDRESS-2                           PIC X(25).
              05 CM-ADDRESS-3                           PIC X(25).
              05 CM-STATUS                              PIC X.
              05 CM-CREDIT-LIMIT                        PIC 9(7)V99.
              05 CM-CREDIT-HOLD                         PIC X.

           FD BALANCE-FILE.
           01 CUSTOMER-BALANCE-RECORD.
              05 CB-PERIOD-PAYMENTS                     PIC S9(9)V99.
              05 CB-LAST-STMT-DATE                      PIC 9(8).

           FD JOURNAL-FILE.
           01 JOURNAL-RECORD.
              05 JNL-DATE                              PIC 9(8).
              05 JNL-RUN-NUMBER                        PIC 9(4).
              05 JNL-PROGRAM                           PIC X(8).
              05 JNL-TYPE                              PIC X(2).
              05 JNL-PRODUCT-ID                        PIC X(3).
              05 JNL-AMOUNT                            PIC 9(7)V99.
              05 JNL-REFERENCE                         PIC X(20).

           FD RUN-CONTROL-FILE.
           01 RUN-CONTROL-RECORD.
              05 RUN-NUMBER                            PIC 9(4).
              05 FILLER                                PIC X(93).

           FD REGISTER-FILE.
           01 REGISTER-RECORD                          PIC X(100).

              05 WS-AFTER-BALANCE  PIC S9(9)V99 VALUE ZEROES.
              05 WS-REMAINING      PIC S9(9)V99 VALUE ZEROES.
              05 WS-CUSTOMER-NAME  PIC X(25) VALUE SPACES.
              05 WS-JNL-STATUS     PIC X(2) VALUE '00'.
              05 WS-RUN-STATUS     PIC X(2) VALUE '00'.
              05 WS-RUN-EOF        PIC X(3) VALUE 'NO'.
              05 WS-RUN-NUMBER     PIC 9(4) VALUE ZEROES.

           01 WS-DATE.
               05 WS-YEAR          PIC 9(4).
              CLOSE TRANS-FILE CUSTOMER-FILE
              STOP RUN
           END-IF
           OPEN EXTEND JOURNAL-FILE
           IF WS-JNL-STATUS = '35'
              OPEN OUTPUT JOURNAL-FILE
           END-IF
           IF WS-JNL-STATUS NOT = '00'
              DISPLAY 'CASHRCPT: UNABLE TO OPEN GLJRNL.DAT - '
                       'STATUS ' WS-JNL-STATUS
              CLOSE TRANS-FILE CUSTOMER-FILE BALANCE-FILE
              STOP RUN
           END-IF
           OPEN OUTPUT REGISTER-FILE
           PERFORM 130-DATE-ROUTINE
           PERFORM 132-GET-RUN-NUMBER
           PERFORM 145-HEADING-ROUTINE
           .

           MOVE WS-YEAR TO HL-YEAR
           .

       132-GET-RUN-NUMBER.
           MOVE ZEROES TO WS-RUN-NUMBER
           OPEN INPUT RUN-CONTROL-FILE
           IF WS-RUN-STATUS = '00'
              MOVE 'NO' TO WS-RUN-EOF
              PERFORM UNTIL WS-RUN-EOF = 'YES'
                READ RUN-CONTROL-FILE
                  AT END
                     MOVE 'YES' TO WS-RUN-EOF
                  NOT AT END
                     IF RUN-NUMBER IS NUMERIC
                     AND RUN-NUMBER > WS-RUN-NUMBER
                        MOVE RUN-NUMBER TO WS-RUN-NUMBER
                     END-IF
                END-READ
              END-PERFORM
              CLOSE RUN-CONTROL-FILE
           END-IF
           .

       145-HEADING-ROUTINE.
           MOVE 1 TO PROPER-SPACING
           WRITE REGISTER-RECORD FROM HEADING-LINE1
                MOVE 'POSTED' TO RDL-STATUS
                MOVE 'YES' TO WS-POSTED-FLAG
           END-READ
           PERFORM 178-WRITE-JOURNAL
           .

       178-WRITE-JOURNAL.
           MOVE SPACES TO JOURNAL-RECORD
           MOVE WS-DATE TO JNL-DATE
           MOVE WS-RUN-NUMBER TO JNL-RUN-NUMBER
           MOVE 'CASHRCPT' TO JNL-PROGRAM
           MOVE 'CA' TO JNL-TYPE
           MOVE CSH-AMOUNT TO JNL-AMOUNT
           MOVE CSH-REFERENCE TO JNL-REFERENCE
           WRITE JOURNAL-RECORD
           .

       177-REDUCE-BALANCE.
           CLOSE TRANS-FILE
                 CUSTOMER-FILE
                 BALANCE-FILE
                 JOURNAL-FILE
                 REGISTER-FILE
           STOP RUN
           .
