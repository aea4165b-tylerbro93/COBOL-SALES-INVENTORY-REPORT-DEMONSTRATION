      *STATUS IS 'A' (OR SPACE) FOR ACTIVE AND 'I' FOR INACTIVE;
      *THE REPORT PROGRAMS REJECT SALES KEYED AGAINST AN INACTIVE
      *ACCOUNT.
      *EACH ACCOUNT ALSO CARRIES A CREDIT LIMIT AND A CREDIT HOLD FLAG
      *('Y' = ON HOLD), SET WITH THE L TRANSACTION. THE SALES REPORT
      *AND STATEMENT RUNS REJECT SALES FOR AN ACCOUNT ON HOLD, OR ONE
      *THAT WOULD GO OVER ITS LIMIT; A ZERO LIMIT MEANS NO LIMIT.
      ******************************************************************
      *TRANSACTION FILE INPUT:
      *1. TRANSACTION TYPE (A=ADD C=ADDRESS/NAME CHANGE
      *                     I=INACTIVATE R=REACTIVATE
      *                     L=CREDIT LIMIT/HOLD CHANGE)
      *2. CUSTOMER ID
      *3. CUSTOMER NAME
      *4. ADDRESS LINES 1-3
      *5. REFERENCE (PAPERWORK NUMBER)
      *6. CREDIT LIMIT (A AND L TYPES - LEFT BLANK ON AN L TYPE TO
      *   CHANGE ONLY THE HOLD FLAG)
      *7. CREDIT HOLD FLAG (L TYPE - Y=PUT ON HOLD N=RELEASE,
      *   BLANK TO CHANGE ONLY THE LIMIT)
      ******************************************************************
      *POSTING REGISTER OUTPUT:
      *1. TRANSACTION TYPE
      *4. STATUS BEFORE AND AFTER
      *5. REFERENCE
      *6. POSTING STATUS
      *7. CREDIT LIMIT AND HOLD BEFORE AND AFTER (L TYPE ONLY)
      *8. FINAL TRANSACTION COUNTS
      ******************************************************************


              05 CTR-ADDRESS-2                         PIC X(25).
              05 CTR-ADDRESS-3                         PIC X(25).
              05 CTR-REFERENCE                         PIC X(20).
              05 CTR-CREDIT-LIMIT                      PIC 9(7)V99.
              05 CTR-CREDIT-HOLD                       PIC X.

           FD CUSTOMER-FILE.
           01 CUSTOMER-MASTER-RECORD.
              05 CM-ADDRESS-2                           PIC X(25).
              05 CM-ADDRESS-3                           PIC X(25).
              05 CM-STATUS                              PIC X.
              05 CM-CREDIT-LIMIT                        PIC 9(7)V99.
              05 CM-CREDIT-HOLD                         PIC X.

           FD REGISTER-FILE.
           01 REGISTER-RECORD                          PIC X(87).
              05 WS-TRANS-READ     PIC 9(5) VALUE ZEROES.
              05 WS-TRANS-POSTED   PIC 9(5) VALUE ZEROES.
              05 WS-TRANS-REJECTED PIC 9(5) VALUE ZEROES.
              05 WS-CREDIT-LINE-DUE PIC X(3) VALUE 'NO'.

           01 WS-DATE.
               05 WS-YEAR          PIC 9(4).
               05                    PIC X VALUE SPACES.
               05 RDL-STATUS         PIC X(18).

           01 CREDIT-CHANGE-LINE.
               05                    PIC X(13) VALUE SPACES.
               05                    PIC X(13) VALUE 'CREDIT LIMIT '.
               05 CCL-BEFORE-LIMIT   PIC Z,ZZZ,ZZ9.99.
               05                    PIC X(4) VALUE ' TO '.
               05 CCL-AFTER-LIMIT    PIC Z,ZZZ,ZZ9.99.
               05                    PIC X(4) VALUE SPACES.
               05                    PIC X(5) VALUE 'HOLD '.
               05 CCL-BEFORE-HOLD    PIC X.
               05                    PIC X(4) VALUE ' TO '.
               05 CCL-AFTER-HOLD     PIC X.

           01 TOTAL-READ-LINE.
               05                    PIC X(30) VALUE SPACES.
               05                    PIC X(18) VALUE
                  ADD 1 TO WS-TRANS-READ
                  PERFORM 175-POST-TRANSACTION
                  ADD 1 TO LINE-NUM
                  IF LINE-NUM >= 55
                     PERFORM 195-NEW-PAGE
                     MOVE 10 TO LINE-NUM
                  END-IF
                   PERFORM 178-POST-INACTIVATE
                WHEN 'R'
                   PERFORM 181-POST-REACTIVATE
                WHEN 'L'
                   PERFORM 182-POST-CREDIT-CHANGE
                WHEN OTHER
                   MOVE 'INVALID TYPE' TO RDL-STATUS
              END-EVALUATE
              MOVE CTR-ADDRESS-2 TO CM-ADDRESS-2
              MOVE CTR-ADDRESS-3 TO CM-ADDRESS-3
              MOVE 'A' TO CM-STATUS
              IF CTR-CREDIT-LIMIT IS NUMERIC
                 MOVE CTR-CREDIT-LIMIT TO CM-CREDIT-LIMIT
              ELSE
                 MOVE ZEROES TO CM-CREDIT-LIMIT
              END-IF
              MOVE 'N' TO CM-CREDIT-HOLD
              WRITE CUSTOMER-MASTER-RECORD
                INVALID KEY
                   MOVE 'ALREADY ON FILE' TO RDL-STATUS
           END-READ
           .

       182-POST-CREDIT-CHANGE.
           IF CTR-CREDIT-LIMIT IS NOT NUMERIC
           AND CTR-CREDIT-HOLD NOT = 'Y'
           AND CTR-CREDIT-HOLD NOT = 'N'
              MOVE 'INVALID CREDIT DATA' TO RDL-STATUS
           ELSE
              MOVE CTR-CUSTOMER-ID TO CM-CUSTOMER-ID
              READ CUSTOMER-FILE KEY IS CM-CUSTOMER-ID
                INVALID KEY
                   MOVE 'NOT ON FILE' TO RDL-STATUS
                NOT INVALID KEY
                   MOVE CM-STATUS TO WS-BEFORE-STATUS
                                     WS-AFTER-STATUS
                   IF CM-CREDIT-LIMIT IS NOT NUMERIC
                      MOVE ZEROES TO CM-CREDIT-LIMIT
                   END-IF
                   IF CM-CREDIT-HOLD NOT = 'Y'
                      MOVE 'N' TO CM-CREDIT-HOLD
                   END-IF
                   MOVE CM-CREDIT-LIMIT TO CCL-BEFORE-LIMIT
                   MOVE CM-CREDIT-HOLD TO CCL-BEFORE-HOLD
                   IF CTR-CREDIT-LIMIT IS NUMERIC
                      MOVE CTR-CREDIT-LIMIT TO CM-CREDIT-LIMIT
                   END-IF
                   IF CTR-CREDIT-HOLD = 'Y' OR CTR-CREDIT-HOLD = 'N'
                      MOVE CTR-CREDIT-HOLD TO CM-CREDIT-HOLD
                   END-IF
                   REWRITE CUSTOMER-MASTER-RECORD
                   MOVE CM-CREDIT-LIMIT TO CCL-AFTER-LIMIT
                   MOVE CM-CREDIT-HOLD TO CCL-AFTER-HOLD
                   MOVE 'YES' TO WS-CREDIT-LINE-DUE
                   MOVE 'CREDIT POSTED' TO RDL-STATUS
                   MOVE 'YES' TO WS-POSTED-FLAG
              END-READ
           END-IF
           .

       183-WRITE-REGISTER-LINE.
           MOVE CTR-TYPE TO RDL-TYPE
           IF CTR-CUSTOMER-ID IS NUMERIC
           WRITE REGISTER-RECORD
             AFTER ADVANCING PROPER-SPACING
           MOVE 1 TO PROPER-SPACING
           IF WS-CREDIT-LINE-DUE = 'YES'
              MOVE CREDIT-CHANGE-LINE TO REGISTER-RECORD
              WRITE REGISTER-RECORD
                AFTER ADVANCING PROPER-SPACING
              ADD 1 TO LINE-NUM
              MOVE 'NO' TO WS-CREDIT-LINE-DUE
           END-IF
           .

       190-WRITE-FINAL-TOTALS.
