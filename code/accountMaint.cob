       >>SOURCE FORMAT FREE
       IDENTIFICATION DIVISION.
       PROGRAM-ID. accountMaint.
       Author. Mark Wong.
       DATE-WRITTEN. October 15th 2026.
      *> BATCH MAINTENANCE OF THE BILLING ACCOUNT MASTER THAT EVERY
      *> ACCOUNT-REF ON SUBMAST AND ACCTXREF MUST RESOLVE TO. READS
      *> THE ACCTTRAN TRANSACTION STREAM AND APPLIES IT TO ACCTMAST:
      *>   A = OPEN A NEW ACCOUNT (REJECTED IF THE REF EXISTS).
      *>       NAME, FIRST ADDRESS LINE AND TYPE ARE REQUIRED.
      *>   R = REPLACE HOLDER NAME, ADDRESS OR TYPE. A BLANK FIELD
      *>       ON THE CARD KEEPS WHAT IS ON FILE, SO A CHANGE OF
      *>       ADDRESS NEEDS ONLY THE ADDRESS KEYED.
      *>   C = CLOSE AN OPEN ACCOUNT. REJECTED WHILE ANY NUMBER ON
      *>       THE ACCOUNT IS STILL ACTIVE OR SUSPENDED ON ACCTXREF -
      *>       DISCONNECT THE NUMBERS FIRST.
      *>   O = REOPEN A CLOSED ACCOUNT (CLOSED DATE CLEARED).
      *> THERE IS NO DELETE - A CLOSED ACCOUNT STAYS ON FILE SO
      *> BILLING HISTORY STILL RESOLVES TO A NAME AND ADDRESS.
      *> ACCTTRAN CARD (200 BYTES): OP(1), ACCOUNT REF(10), HOLDER
      *> NAME(30), ADDRESS LINES 1-3(30 EACH), POSTCODE(10), ACCOUNT
      *> TYPE(1) C/B, DATE(8), FILLER TO 200. THE DATE IS THE OPENED
      *> DATE ON A AND O AND THE CLOSED DATE ON C; ZEROS OR BLANK
      *> DEFAULT TO THE RUN DATE.
      *> EVERY APPLIED CARD WRITES A BEFORE/AFTER IMAGE RECORD TO THE
      *> ACCTJRN AUDIT JOURNAL (LAYOUT IN ACCTAUD). EVERY CARD IS
      *> LISTED ON ACMTRPT WITH ITS DISPOSITION.
      *> RETURN CODE 0 = ALL APPLIED, 4 = SOME REJECTS, 8 = NO
      *> TRANSACTION FILE SUPPLIED, 16 = FILE ERROR.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ACCOUNT-MASTER ASSIGN TO "ACCTMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AM-ACCOUNT-REF
               FILE STATUS IS WS-ACCTMAST-STATUS.

           SELECT ACCOUNT-XREF ASSIGN TO "ACCTXREF"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AX-ACCOUNT-KEY
               FILE STATUS IS WS-ACCTXREF-STATUS.

           SELECT ACCOUNT-TRANSACTIONS ASSIGN TO "ACCTTRAN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ACCTTRAN-STATUS.

           SELECT ACCOUNT-JOURNAL ASSIGN TO "ACCTJRN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ACCTJRN-STATUS.

           SELECT ACCOUNT-MAINT-REPORT ASSIGN TO "ACMTRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ACMTRPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ACCOUNT-MASTER
           RECORD CONTAINS 200 CHARACTERS
           LABEL RECORDS ARE STANDARD.
       01  ACCOUNT-MASTER-RECORD.
           COPY ACCTMST.

       FD  ACCOUNT-XREF
           RECORD CONTAINS 80 CHARACTERS
           LABEL RECORDS ARE STANDARD.
       01  ACCOUNT-XREF-RECORD.
           COPY ACCTXRF.

       FD  ACCOUNT-TRANSACTIONS
           RECORD CONTAINS 200 CHARACTERS
           LABEL RECORDS ARE STANDARD.
       01  ACCOUNT-TRANSACTION-RECORD.
           02  AT-OPERATION-CODE       PIC X(1).
           02  AT-ACCOUNT-REF          PIC X(10).
           02  AT-HOLDER-NAME          PIC X(30).
           02  AT-ADDRESS-LINE-1       PIC X(30).
           02  AT-ADDRESS-LINE-2       PIC X(30).
           02  AT-ADDRESS-LINE-3       PIC X(30).
           02  AT-POSTCODE             PIC X(10).
           02  AT-ACCOUNT-TYPE         PIC X(1).
           02  AT-EFFECTIVE-DATE       PIC 9(8).
           02  FILLER                  PIC X(50).

       FD  ACCOUNT-JOURNAL
           RECORD CONTAINS 440 CHARACTERS
           LABEL RECORDS ARE STANDARD.
       01  ACCOUNT-JOURNAL-RECORD.
           COPY ACCTAUD.

       FD  ACCOUNT-MAINT-REPORT
           RECORD CONTAINS 80 CHARACTERS
           LABEL RECORDS ARE STANDARD.
       01  ACCOUNT-MAINT-REPORT-LINE  PIC X(80).

       WORKING-STORAGE SECTION.
           01 WS-ACCTMAST-STATUS      PIC X(2)  VALUE "00".
               88 WS-ACCTMAST-OK            VALUE "00".
               88 WS-ACCTMAST-NOT-FOUND      VALUE "23".
               88 WS-ACCTMAST-DUPLICATE      VALUE "22".
               88 WS-ACCTMAST-FILE-NOT-FOUND  VALUE "35".

           01 WS-ACCTXREF-STATUS      PIC X(2)  VALUE "00".
               88 WS-ACCTXREF-OK            VALUE "00".
               88 WS-ACCTXREF-EOF            VALUE "10".
               88 WS-ACCTXREF-FILE-NOT-FOUND  VALUE "35".

           01 WS-ACCTTRAN-STATUS      PIC X(2)  VALUE "00".
               88 WS-ACCTTRAN-OK            VALUE "00".
               88 WS-ACCTTRAN-EOF            VALUE "10".
               88 WS-ACCTTRAN-FILE-NOT-FOUND VALUE "35".

           01 WS-ACCTJRN-STATUS       PIC X(2)  VALUE "00".
               88 WS-ACCTJRN-OK             VALUE "00".
               88 WS-ACCTJRN-FILE-NOT-FOUND  VALUE "35".

           01 WS-ACMTRPT-STATUS       PIC X(2)  VALUE "00".
               88 WS-ACMTRPT-OK             VALUE "00".

           01 WS-RUN-DATE             PIC 9(8)  VALUE ZEROS.

           01 WS-CARD-ERROR-SWITCH    PIC X(1)  VALUE "N".
               88 WS-CARD-HAD-ERROR         VALUE "Y".
               88 WS-CARD-WAS-CLEAN         VALUE "N".

           01 WS-LIVE-NUMBER-SWITCH   PIC X(1)  VALUE "N".
               88 WS-ACCOUNT-HAS-LIVE-NUMBERS VALUE "Y".
               88 WS-ACCOUNT-HAS-NO-LIVE-NUMBERS VALUE "N".

           01 WS-XREF-SCAN-SWITCH     PIC X(1)  VALUE "N".
               88 WS-XREF-SCAN-DONE         VALUE "Y".
               88 WS-XREF-SCAN-NOT-DONE     VALUE "N".

           01 WS-REJECT-REASON        PIC X(35) VALUE SPACES.
           01 WS-OLD-ACCOUNT-IMAGE    PIC X(200) VALUE SPACES.

           01 WS-READ-COUNT           PIC 9(9)  VALUE ZEROS.
           01 WS-APPLIED-COUNT        PIC 9(9)  VALUE ZEROS.
           01 WS-REJECT-COUNT         PIC 9(9)  VALUE ZEROS.
           01 WS-ADD-COUNT            PIC 9(9)  VALUE ZEROS.
           01 WS-REPLACE-COUNT        PIC 9(9)  VALUE ZEROS.
           01 WS-CLOSE-COUNT          PIC 9(9)  VALUE ZEROS.
           01 WS-REOPEN-COUNT         PIC 9(9)  VALUE ZEROS.

           01 WS-COUNT-DISPLAY        PIC ZZZZZZZZ9.
           01 WS-SUMMARY-LABEL        PIC X(28) VALUE SPACES.

       PROCEDURE DIVISION.

       0000-MAIN-PROCESS.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           PERFORM 1000-OPEN-FILES
           PERFORM 3000-APPLY-ACCOUNT-TRANSACTIONS
           PERFORM 9000-WRITE-ACCOUNT-SUMMARY
           PERFORM 1900-CLOSE-FILES
           IF WS-REJECT-COUNT > ZEROS
               MOVE 4 TO RETURN-CODE
           END-IF
           STOP RUN.

       1000-OPEN-FILES.
           OPEN INPUT ACCOUNT-TRANSACTIONS
           IF WS-ACCTTRAN-FILE-NOT-FOUND
               DISPLAY "OPEN-FILES: NO ACCOUNT TRANSACTION FILE SUPPLIED"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           IF NOT WS-ACCTTRAN-OK
               DISPLAY "OPEN-FILES: ACCTTRAN OPEN FAILED - STATUS "
                   WS-ACCTTRAN-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN I-O ACCOUNT-MASTER
           IF WS-ACCTMAST-FILE-NOT-FOUND
               OPEN OUTPUT ACCOUNT-MASTER
               CLOSE ACCOUNT-MASTER
               OPEN I-O ACCOUNT-MASTER
           END-IF
           IF NOT WS-ACCTMAST-OK
               DISPLAY "OPEN-FILES: ACCTMAST OPEN FAILED - STATUS "
                   WS-ACCTMAST-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
      *> THE CROSS-REFERENCE IS ONLY READ, TO STOP A CLOSE WHILE
      *> NUMBERS ARE STILL LIVE ON THE ACCOUNT. WITHOUT IT NO CLOSE
      *> CAN BE CHECKED, SO THE RUN DOES NOT START.
           OPEN INPUT ACCOUNT-XREF
           IF NOT WS-ACCTXREF-OK
               DISPLAY "OPEN-FILES: ACCTXREF OPEN FAILED - STATUS "
                   WS-ACCTXREF-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN EXTEND ACCOUNT-JOURNAL
           IF WS-ACCTJRN-FILE-NOT-FOUND
               OPEN OUTPUT ACCOUNT-JOURNAL
           END-IF
           IF NOT WS-ACCTJRN-OK
               DISPLAY "OPEN-FILES: ACCTJRN OPEN FAILED - STATUS "
                   WS-ACCTJRN-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT ACCOUNT-MAINT-REPORT
           IF NOT WS-ACMTRPT-OK
               DISPLAY "OPEN-FILES: ACMTRPT OPEN FAILED - STATUS "
                   WS-ACMTRPT-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

       1900-CLOSE-FILES.
           CLOSE ACCOUNT-TRANSACTIONS
           CLOSE ACCOUNT-MASTER
           CLOSE ACCOUNT-XREF
           CLOSE ACCOUNT-JOURNAL
           CLOSE ACCOUNT-MAINT-REPORT.

       3000-APPLY-ACCOUNT-TRANSACTIONS.
           PERFORM UNTIL WS-ACCTTRAN-EOF
               READ ACCOUNT-TRANSACTIONS
                   AT END
                       SET WS-ACCTTRAN-EOF TO TRUE
                   NOT AT END
                       ADD 1 TO WS-READ-COUNT
                       PERFORM 3100-APPLY-ONE-TRANSACTION
               END-READ
           END-PERFORM.

       3100-APPLY-ONE-TRANSACTION.
           SET WS-CARD-WAS-CLEAN TO TRUE
           MOVE SPACES TO WS-REJECT-REASON
           PERFORM 3110-EDIT-ACCOUNT-TRANSACTION
           IF WS-CARD-WAS-CLEAN
               EVALUATE AT-OPERATION-CODE
                   WHEN "A"
                       PERFORM 8100-ADD-ACCOUNT-RECORD
                   WHEN "R"
                       PERFORM 8200-REPLACE-ACCOUNT-RECORD
                   WHEN "C"
                       PERFORM 8300-CLOSE-ACCOUNT-RECORD
                   WHEN "O"
                       PERFORM 8400-REOPEN-ACCOUNT-RECORD
               END-EVALUATE
           END-IF
           IF WS-CARD-HAD-ERROR
               ADD 1 TO WS-REJECT-COUNT
               PERFORM 3300-WRITE-REJECT-LINE
           ELSE
               ADD 1 TO WS-APPLIED-COUNT
           END-IF.

       3110-EDIT-ACCOUNT-TRANSACTION.
           IF AT-OPERATION-CODE NOT = "A" AND "R" AND "C" AND "O"
               SET WS-CARD-HAD-ERROR TO TRUE
               MOVE "INVALID OPERATION CODE" TO WS-REJECT-REASON
           END-IF
           IF WS-CARD-WAS-CLEAN
            AND AT-ACCOUNT-REF = SPACES
               SET WS-CARD-HAD-ERROR TO TRUE
               MOVE "MISSING ACCOUNT REF" TO WS-REJECT-REASON
           END-IF
           IF WS-CARD-WAS-CLEAN
            AND AT-OPERATION-CODE = "A"
               IF AT-HOLDER-NAME = SPACES
                OR AT-ADDRESS-LINE-1 = SPACES
                   SET WS-CARD-HAD-ERROR TO TRUE
                   MOVE "ADD NEEDS HOLDER NAME AND ADDRESS"
                       TO WS-REJECT-REASON
               END-IF
           END-IF
           IF WS-CARD-WAS-CLEAN
            AND AT-OPERATION-CODE = "A"
            AND AT-ACCOUNT-TYPE NOT = "C" AND "B"
               SET WS-CARD-HAD-ERROR TO TRUE
               MOVE "INVALID ACCOUNT TYPE" TO WS-REJECT-REASON
           END-IF
           IF WS-CARD-WAS-CLEAN
            AND AT-OPERATION-CODE = "R"
            AND AT-ACCOUNT-TYPE NOT = SPACE AND "C" AND "B"
               SET WS-CARD-HAD-ERROR TO TRUE
               MOVE "INVALID ACCOUNT TYPE" TO WS-REJECT-REASON
           END-IF.

       3300-WRITE-REJECT-LINE.
           MOVE SPACES TO ACCOUNT-MAINT-REPORT-LINE
           STRING "REJECT " AT-OPERATION-CODE " "
                   AT-ACCOUNT-REF " "
                   WS-REJECT-REASON
                   DELIMITED BY SIZE
                   INTO ACCOUNT-MAINT-REPORT-LINE
           END-STRING
           WRITE ACCOUNT-MAINT-REPORT-LINE.

       3400-WRITE-APPLIED-LINE.
           MOVE SPACES TO ACCOUNT-MAINT-REPORT-LINE
           STRING "APPLIED " AT-OPERATION-CODE " "
                   AM-ACCOUNT-REF " "
                   AM-HOLDER-NAME " "
                   AM-ACCOUNT-TYPE " "
                   AM-ACCOUNT-STATUS
                   DELIMITED BY SIZE
                   INTO ACCOUNT-MAINT-REPORT-LINE
           END-STRING
           WRITE ACCOUNT-MAINT-REPORT-LINE
           MOVE SPACES TO ACCOUNT-MAINT-REPORT-LINE
           STRING "          OPENED " AM-OPENED-DATE
                   " CLOSED " AM-CLOSED-DATE
                   DELIMITED BY SIZE
                   INTO ACCOUNT-MAINT-REPORT-LINE
           END-STRING
           WRITE ACCOUNT-MAINT-REPORT-LINE.

       3500-MOVE-CARD-FIELDS-TO-RECORD.
      *> ON AN ADD EVERY FIELD IS TAKEN FROM THE CARD; ON A REPLACE
      *> A BLANK CARD FIELD LEAVES THE FILE VALUE AS IT WAS.
           IF AT-HOLDER-NAME NOT = SPACES
               MOVE AT-HOLDER-NAME TO AM-HOLDER-NAME
           END-IF
           IF AT-ADDRESS-LINE-1 NOT = SPACES
               MOVE AT-ADDRESS-LINE-1 TO AM-ADDRESS-LINE-1
           END-IF
           IF AT-ADDRESS-LINE-2 NOT = SPACES
               MOVE AT-ADDRESS-LINE-2 TO AM-ADDRESS-LINE-2
           END-IF
           IF AT-ADDRESS-LINE-3 NOT = SPACES
               MOVE AT-ADDRESS-LINE-3 TO AM-ADDRESS-LINE-3
           END-IF
           IF AT-POSTCODE NOT = SPACES
               MOVE AT-POSTCODE TO AM-POSTCODE
           END-IF
           IF AT-ACCOUNT-TYPE NOT = SPACE
               MOVE AT-ACCOUNT-TYPE TO AM-ACCOUNT-TYPE
           END-IF.

       3600-CHECK-LIVE-NUMBERS.
      *> WALK THE ACCOUNT'S KEY RANGE ON ACCTXREF. ANY NUMBER NOT
      *> YET DISCONNECTED KEEPS THE ACCOUNT OPEN.
           SET WS-ACCOUNT-HAS-NO-LIVE-NUMBERS TO TRUE
           SET WS-XREF-SCAN-NOT-DONE TO TRUE
           MOVE AT-ACCOUNT-REF TO AX-ACCOUNT-REF
           MOVE ZEROS TO AX-MOBILENUMBER
           START ACCOUNT-XREF KEY IS NOT LESS THAN AX-ACCOUNT-KEY
               INVALID KEY
                   SET WS-XREF-SCAN-DONE TO TRUE
           END-START
           PERFORM UNTIL WS-XREF-SCAN-DONE
               READ ACCOUNT-XREF NEXT RECORD
                   AT END
                       SET WS-XREF-SCAN-DONE TO TRUE
                   NOT AT END
                       IF AX-ACCOUNT-REF NOT = AT-ACCOUNT-REF
                           SET WS-XREF-SCAN-DONE TO TRUE
                       ELSE
                           IF AX-ACCOUNT-STATUS NOT = "D"
                               SET WS-ACCOUNT-HAS-LIVE-NUMBERS TO TRUE
                               SET WS-XREF-SCAN-DONE TO TRUE
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

       6000-WRITE-JOURNAL-RECORD.
           MOVE FUNCTION CURRENT-DATE TO AA-TIMESTAMP
           MOVE AT-OPERATION-CODE TO AA-OPERATION-CODE
           MOVE AM-ACCOUNT-REF TO AA-ACCOUNT-REF
           MOVE WS-OLD-ACCOUNT-IMAGE TO AA-OLD-RECORD-IMAGE
           MOVE ACCOUNT-MASTER-RECORD TO AA-NEW-RECORD-IMAGE
           WRITE ACCOUNT-JOURNAL-RECORD.

       8100-ADD-ACCOUNT-RECORD.
           MOVE SPACES TO ACCOUNT-MASTER-RECORD
           MOVE AT-ACCOUNT-REF TO AM-ACCOUNT-REF
           PERFORM 3500-MOVE-CARD-FIELDS-TO-RECORD
           MOVE "O" TO AM-ACCOUNT-STATUS
           IF AT-EFFECTIVE-DATE NUMERIC
            AND AT-EFFECTIVE-DATE > ZEROS
               MOVE AT-EFFECTIVE-DATE TO AM-OPENED-DATE
           ELSE
               MOVE WS-RUN-DATE TO AM-OPENED-DATE
           END-IF
           MOVE ZEROS TO AM-CLOSED-DATE
           WRITE ACCOUNT-MASTER-RECORD
               INVALID KEY
                   SET WS-CARD-HAD-ERROR TO TRUE
                   MOVE "ACCOUNT REF ALREADY ON FILE"
                       TO WS-REJECT-REASON
               NOT INVALID KEY
                   ADD 1 TO WS-ADD-COUNT
                   MOVE SPACES TO WS-OLD-ACCOUNT-IMAGE
                   PERFORM 6000-WRITE-JOURNAL-RECORD
                   PERFORM 3400-WRITE-APPLIED-LINE
           END-WRITE.

       8200-REPLACE-ACCOUNT-RECORD.
           MOVE AT-ACCOUNT-REF TO AM-ACCOUNT-REF
           READ ACCOUNT-MASTER
               INVALID KEY
                   SET WS-CARD-HAD-ERROR TO TRUE
                   MOVE "ACCOUNT REF NOT ON FILE" TO WS-REJECT-REASON
               NOT INVALID KEY
                   MOVE ACCOUNT-MASTER-RECORD TO WS-OLD-ACCOUNT-IMAGE
                   PERFORM 3500-MOVE-CARD-FIELDS-TO-RECORD
                   REWRITE ACCOUNT-MASTER-RECORD
                   ADD 1 TO WS-REPLACE-COUNT
                   PERFORM 6000-WRITE-JOURNAL-RECORD
                   PERFORM 3400-WRITE-APPLIED-LINE
           END-READ.

       8300-CLOSE-ACCOUNT-RECORD.
           MOVE AT-ACCOUNT-REF TO AM-ACCOUNT-REF
           READ ACCOUNT-MASTER
               INVALID KEY
                   SET WS-CARD-HAD-ERROR TO TRUE
                   MOVE "ACCOUNT REF NOT ON FILE" TO WS-REJECT-REASON
           END-READ
           IF WS-CARD-WAS-CLEAN
            AND AM-ACCOUNT-CLOSED
               SET WS-CARD-HAD-ERROR TO TRUE
               MOVE "ACCOUNT ALREADY CLOSED" TO WS-REJECT-REASON
           END-IF
           IF WS-CARD-WAS-CLEAN
               PERFORM 3600-CHECK-LIVE-NUMBERS
               IF WS-ACCOUNT-HAS-LIVE-NUMBERS
                   SET WS-CARD-HAD-ERROR TO TRUE
                   MOVE "ACCOUNT STILL HAS LIVE NUMBERS"
                       TO WS-REJECT-REASON
               END-IF
           END-IF
           IF WS-CARD-WAS-CLEAN
               MOVE ACCOUNT-MASTER-RECORD TO WS-OLD-ACCOUNT-IMAGE
               MOVE "C" TO AM-ACCOUNT-STATUS
               IF AT-EFFECTIVE-DATE NUMERIC
                AND AT-EFFECTIVE-DATE > ZEROS
                   MOVE AT-EFFECTIVE-DATE TO AM-CLOSED-DATE
               ELSE
                   MOVE WS-RUN-DATE TO AM-CLOSED-DATE
               END-IF
               REWRITE ACCOUNT-MASTER-RECORD
               ADD 1 TO WS-CLOSE-COUNT
               PERFORM 6000-WRITE-JOURNAL-RECORD
               PERFORM 3400-WRITE-APPLIED-LINE
           END-IF.

       8400-REOPEN-ACCOUNT-RECORD.
           MOVE AT-ACCOUNT-REF TO AM-ACCOUNT-REF
           READ ACCOUNT-MASTER
               INVALID KEY
                   SET WS-CARD-HAD-ERROR TO TRUE
                   MOVE "ACCOUNT REF NOT ON FILE" TO WS-REJECT-REASON
           END-READ
           IF WS-CARD-WAS-CLEAN
            AND AM-ACCOUNT-OPEN
               SET WS-CARD-HAD-ERROR TO TRUE
               MOVE "ACCOUNT ALREADY OPEN" TO WS-REJECT-REASON
           END-IF
           IF WS-CARD-WAS-CLEAN
               MOVE ACCOUNT-MASTER-RECORD TO WS-OLD-ACCOUNT-IMAGE
               MOVE "O" TO AM-ACCOUNT-STATUS
               IF AT-EFFECTIVE-DATE NUMERIC
                AND AT-EFFECTIVE-DATE > ZEROS
                   MOVE AT-EFFECTIVE-DATE TO AM-OPENED-DATE
               ELSE
                   MOVE WS-RUN-DATE TO AM-OPENED-DATE
               END-IF
               MOVE ZEROS TO AM-CLOSED-DATE
               REWRITE ACCOUNT-MASTER-RECORD
               ADD 1 TO WS-REOPEN-COUNT
               PERFORM 6000-WRITE-JOURNAL-RECORD
               PERFORM 3400-WRITE-APPLIED-LINE
           END-IF.

       9000-WRITE-ACCOUNT-SUMMARY.
           MOVE SPACES TO ACCOUNT-MAINT-REPORT-LINE
           WRITE ACCOUNT-MAINT-REPORT-LINE
           MOVE "ACCOUNT MASTER MAINTENANCE SUMMARY"
               TO ACCOUNT-MAINT-REPORT-LINE
           WRITE ACCOUNT-MAINT-REPORT-LINE
           MOVE "TRANSACTIONS READ          :" TO WS-SUMMARY-LABEL
           MOVE WS-READ-COUNT TO WS-COUNT-DISPLAY
           PERFORM 9100-WRITE-SUMMARY-LINE
           MOVE "TRANSACTIONS APPLIED       :" TO WS-SUMMARY-LABEL
           MOVE WS-APPLIED-COUNT TO WS-COUNT-DISPLAY
           PERFORM 9100-WRITE-SUMMARY-LINE
           MOVE "TRANSACTIONS REJECTED      :" TO WS-SUMMARY-LABEL
           MOVE WS-REJECT-COUNT TO WS-COUNT-DISPLAY
           PERFORM 9100-WRITE-SUMMARY-LINE
           MOVE "  ACCOUNTS OPENED          :" TO WS-SUMMARY-LABEL
           MOVE WS-ADD-COUNT TO WS-COUNT-DISPLAY
           PERFORM 9100-WRITE-SUMMARY-LINE
           MOVE "  ACCOUNTS REPLACED        :" TO WS-SUMMARY-LABEL
           MOVE WS-REPLACE-COUNT TO WS-COUNT-DISPLAY
           PERFORM 9100-WRITE-SUMMARY-LINE
           MOVE "  ACCOUNTS CLOSED          :" TO WS-SUMMARY-LABEL
           MOVE WS-CLOSE-COUNT TO WS-COUNT-DISPLAY
           PERFORM 9100-WRITE-SUMMARY-LINE
           MOVE "  ACCOUNTS REOPENED        :" TO WS-SUMMARY-LABEL
           MOVE WS-REOPEN-COUNT TO WS-COUNT-DISPLAY
           PERFORM 9100-WRITE-SUMMARY-LINE.

       9100-WRITE-SUMMARY-LINE.
           MOVE SPACES TO ACCOUNT-MAINT-REPORT-LINE
           STRING WS-SUMMARY-LABEL " " WS-COUNT-DISPLAY
                   DELIMITED BY SIZE INTO ACCOUNT-MAINT-REPORT-LINE
           END-STRING
           WRITE ACCOUNT-MAINT-REPORT-LINE.
