       >>SOURCE FORMAT FREE
       IDENTIFICATION DIVISION.
       PROGRAM-ID. periodStatusReport.
       Author. Mark Wong.
       DATE-WRITTEN. October 15th 2026.
      *> BILLING-PERIOD STATUS REPORT OVER THE PRDCTL PERIOD FILE
      *> (LAYOUT IN PRDCTL). ONE LINE PER BILLING MONTH, OLDEST
      *> FIRST: WHETHER IT IS OPEN, CLOSING (AN INVEXT RUN STARTED
      *> BUT HAS NOT FINISHED) OR CLOSED; WHEN USAGERTG FIRST RATED
      *> A CALL IN IT, WHEN INVEXT STARTED AND FINISHED CLOSING IT,
      *> AND THE MINUTES INVOICED AT CLOSE; THEN THE CALLS AND
      *> MINUTES THAT ARRIVED AFTER THE CLOSE AND WERE DIVERTED TO
      *> LATEUSG, THE DATE OF THE LAST ONE, AND HOW MANY OF THOSE
      *> MINUTES A LATER INVEXT HAS SINCE BILLED AS A PRIOR-PERIOD
      *> ADJUSTMENT. LATE MINUTES STILL UNBILLED ON A MONTH BEFORE
      *> THE LATEST CLOSE NEED CHASING - INVEXT COULD NOT PRICE
      *> THEM AND LISTED THE NUMBERS ON ITS REGISTER.
      *> RETURN CODE 0 = REPORTED, 4 = A MONTH IS LEFT CLOSING
      *> (RERUN INVEXT FOR IT), 8 = NO PERIOD FILE YET.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PERIOD-CONTROL ASSIGN TO "PRDCTL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS PC-BILLING-MONTH
               FILE STATUS IS WS-PERIODCTL-STATUS.

           SELECT PERIOD-REPORT ASSIGN TO "PRDRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PRDRPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PERIOD-CONTROL
           RECORD CONTAINS 80 CHARACTERS
           LABEL RECORDS ARE STANDARD.
       01  PERIOD-CONTROL-RECORD.
           COPY PRDCTL.

       FD  PERIOD-REPORT
           RECORD CONTAINS 80 CHARACTERS
           LABEL RECORDS ARE STANDARD.
       01  PERIOD-REPORT-LINE         PIC X(80).

       WORKING-STORAGE SECTION.
           01 WS-PERIODCTL-STATUS     PIC X(2)  VALUE "00".
               88 WS-PERIODCTL-OK           VALUE "00".
               88 WS-PERIODCTL-EOF           VALUE "10".
               88 WS-PERIODCTL-FILE-NOT-FOUND VALUE "35".

           01 WS-PRDRPT-STATUS        PIC X(2)  VALUE "00".
               88 WS-PRDRPT-OK              VALUE "00".

           01 WS-RUN-DATE             PIC 9(8)  VALUE ZEROS.
           01 WS-UNBILLED-MINUTES     PIC S9(9) VALUE ZEROS.

           01 WS-MONTH-COUNT          PIC 9(9)  VALUE ZEROS.
           01 WS-OPEN-COUNT           PIC 9(9)  VALUE ZEROS.
           01 WS-CLOSING-COUNT        PIC 9(9)  VALUE ZEROS.
           01 WS-CLOSED-COUNT         PIC 9(9)  VALUE ZEROS.
           01 WS-TOTAL-LATE-CALLS     PIC 9(9)  VALUE ZEROS.
           01 WS-TOTAL-LATE-MINUTES   PIC 9(9)  VALUE ZEROS.
           01 WS-TOTAL-BILLED-MINUTES PIC 9(9)  VALUE ZEROS.
           01 WS-TOTAL-UNBILLED       PIC S9(9) VALUE ZEROS.

           01 WS-COUNT-DISPLAY        PIC ZZZZZZZZ9.
           01 WS-SIGNED-DISPLAY       PIC -ZZZZZZZ9.
           01 WS-SUMMARY-LABEL        PIC X(28) VALUE SPACES.

           01 WS-DETAIL-LINE.
               02 DL-BILLING-MONTH     PIC 9(6).
               02 FILLER               PIC X(2)  VALUE SPACES.
               02 DL-PERIOD-STATUS     PIC X(7).
               02 FILLER               PIC X(2)  VALUE SPACES.
               02 DL-OPENED-DATE       PIC 9(8).
               02 FILLER               PIC X(2)  VALUE SPACES.
               02 DL-CLOSE-STARTED     PIC 9(8).
               02 FILLER               PIC X(2)  VALUE SPACES.
               02 DL-CLOSED-DATE       PIC 9(8).
               02 FILLER               PIC X(2)  VALUE SPACES.
               02 DL-INVOICED-MINUTES  PIC ZZZZZZZZ9.
               02 FILLER               PIC X(24) VALUE SPACES.

      *> SECOND LINE PER MONTH - WHAT ARRIVED AFTER THE CLOSE.
           01 WS-LATE-DETAIL-LINE.
               02 FILLER               PIC X(8)  VALUE SPACES.
               02 DL-LATE-CALLS        PIC ZZZZZZZZ9.
               02 FILLER               PIC X(2)  VALUE SPACES.
               02 DL-LATE-MINUTES      PIC ZZZZZZZZ9.
               02 FILLER               PIC X(2)  VALUE SPACES.
               02 DL-LAST-LATE-DATE    PIC 9(8).
               02 FILLER               PIC X(2)  VALUE SPACES.
               02 DL-BILLED-MINUTES    PIC ZZZZZZZZ9.
               02 FILLER               PIC X(2)  VALUE SPACES.
               02 DL-UNBILLED-MINUTES  PIC -ZZZZZZZ9.
               02 FILLER               PIC X(20) VALUE SPACES.

       PROCEDURE DIVISION.

       0000-MAIN-PROCESS.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           PERFORM 1000-OPEN-PERIOD-CONTROL
           PERFORM 1040-OPEN-PERIOD-REPORT
           PERFORM 3000-REPORT-PERIODS
           PERFORM 9000-WRITE-PERIOD-SUMMARY
           PERFORM 1900-CLOSE-FILES
           IF WS-CLOSING-COUNT > ZEROS
               MOVE 4 TO RETURN-CODE
           END-IF
           STOP RUN.

       1000-OPEN-PERIOD-CONTROL.
           OPEN INPUT PERIOD-CONTROL
           IF WS-PERIODCTL-FILE-NOT-FOUND
               DISPLAY "OPEN-PERIOD-CONTROL: NO PERIOD FILE YET"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           IF NOT WS-PERIODCTL-OK
               DISPLAY "OPEN-PERIOD-CONTROL: OPEN FAILED - STATUS "
                   WS-PERIODCTL-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

       1040-OPEN-PERIOD-REPORT.
           OPEN OUTPUT PERIOD-REPORT
           IF NOT WS-PRDRPT-OK
               DISPLAY "OPEN-PERIOD-REPORT: OPEN FAILED - STATUS "
                   WS-PRDRPT-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE SPACES TO PERIOD-REPORT-LINE
           STRING "BILLING PERIOD STATUS REPORT - RUN DATE " WS-RUN-DATE
                   DELIMITED BY SIZE INTO PERIOD-REPORT-LINE
           END-STRING
           WRITE PERIOD-REPORT-LINE
           MOVE "                           CLOSE                INVO"
             &  "ICED" TO PERIOD-REPORT-LINE
           WRITE PERIOD-REPORT-LINE
           MOVE "MONTH   STATUS   OPENED    STARTED   CLOSED      MIN"
             &  "UTES" TO PERIOD-REPORT-LINE
           WRITE PERIOD-REPORT-LINE
           MOVE "             LATE       LATE  LAST LATE  LATE MIN   LA"
             &  "TE MIN" TO PERIOD-REPORT-LINE
           WRITE PERIOD-REPORT-LINE
           MOVE "            CALLS    MINUTES  ARRIVED      BILLED   UN"
             &  "BILLED" TO PERIOD-REPORT-LINE
           WRITE PERIOD-REPORT-LINE.

       1900-CLOSE-FILES.
           CLOSE PERIOD-CONTROL
           CLOSE PERIOD-REPORT.

       3000-REPORT-PERIODS.
      *> THE FILE IS KEYED ON THE MONTH, SO IT READS IN MONTH ORDER.
           PERFORM UNTIL WS-PERIODCTL-EOF
               READ PERIOD-CONTROL NEXT RECORD
                   AT END
                       SET WS-PERIODCTL-EOF TO TRUE
                   NOT AT END
                       PERFORM 3100-REPORT-ONE-PERIOD
               END-READ
           END-PERFORM.

       3100-REPORT-ONE-PERIOD.
           ADD 1 TO WS-MONTH-COUNT
           EVALUATE TRUE
               WHEN PC-PERIOD-OPEN
                   ADD 1 TO WS-OPEN-COUNT
                   MOVE "OPEN" TO DL-PERIOD-STATUS
               WHEN PC-PERIOD-CLOSING
                   ADD 1 TO WS-CLOSING-COUNT
                   MOVE "CLOSING" TO DL-PERIOD-STATUS
               WHEN PC-PERIOD-CLOSED
                   ADD 1 TO WS-CLOSED-COUNT
                   MOVE "CLOSED" TO DL-PERIOD-STATUS
               WHEN OTHER
                   MOVE "UNKNOWN" TO DL-PERIOD-STATUS
           END-EVALUATE
           COMPUTE WS-UNBILLED-MINUTES =
               PC-LATE-MINUTES - PC-LATE-BILLED-MINUTES
           ADD PC-LATE-CALLS TO WS-TOTAL-LATE-CALLS
           ADD PC-LATE-MINUTES TO WS-TOTAL-LATE-MINUTES
           ADD PC-LATE-BILLED-MINUTES TO WS-TOTAL-BILLED-MINUTES
           ADD WS-UNBILLED-MINUTES TO WS-TOTAL-UNBILLED
           MOVE PC-BILLING-MONTH TO DL-BILLING-MONTH
           MOVE PC-OPENED-DATE TO DL-OPENED-DATE
           MOVE PC-CLOSE-STARTED-DATE TO DL-CLOSE-STARTED
           MOVE PC-CLOSED-DATE TO DL-CLOSED-DATE
           MOVE PC-INVOICED-MINUTES TO DL-INVOICED-MINUTES
           MOVE PC-LATE-CALLS TO DL-LATE-CALLS
           MOVE PC-LATE-MINUTES TO DL-LATE-MINUTES
           MOVE PC-LAST-LATE-DATE TO DL-LAST-LATE-DATE
           MOVE PC-LATE-BILLED-MINUTES TO DL-BILLED-MINUTES
           MOVE WS-UNBILLED-MINUTES TO DL-UNBILLED-MINUTES
           MOVE WS-DETAIL-LINE TO PERIOD-REPORT-LINE
           WRITE PERIOD-REPORT-LINE
           MOVE WS-LATE-DETAIL-LINE TO PERIOD-REPORT-LINE
           WRITE PERIOD-REPORT-LINE.

       9000-WRITE-PERIOD-SUMMARY.
           MOVE SPACES TO PERIOD-REPORT-LINE
           WRITE PERIOD-REPORT-LINE
           MOVE "BILLING PERIOD SUMMARY" TO PERIOD-REPORT-LINE
           WRITE PERIOD-REPORT-LINE
           MOVE "MONTHS ON FILE             :" TO WS-SUMMARY-LABEL
           MOVE WS-MONTH-COUNT TO WS-COUNT-DISPLAY
           PERFORM 9100-WRITE-SUMMARY-LINE
           MOVE "  OPEN                     :" TO WS-SUMMARY-LABEL
           MOVE WS-OPEN-COUNT TO WS-COUNT-DISPLAY
           PERFORM 9100-WRITE-SUMMARY-LINE
           MOVE "  CLOSING - RERUN INVEXT   :" TO WS-SUMMARY-LABEL
           MOVE WS-CLOSING-COUNT TO WS-COUNT-DISPLAY
           PERFORM 9100-WRITE-SUMMARY-LINE
           MOVE "  CLOSED                   :" TO WS-SUMMARY-LABEL
           MOVE WS-CLOSED-COUNT TO WS-COUNT-DISPLAY
           PERFORM 9100-WRITE-SUMMARY-LINE
           MOVE "LATE CALLS AFTER CLOSE     :" TO WS-SUMMARY-LABEL
           MOVE WS-TOTAL-LATE-CALLS TO WS-COUNT-DISPLAY
           PERFORM 9100-WRITE-SUMMARY-LINE
           MOVE "LATE MINUTES AFTER CLOSE   :" TO WS-SUMMARY-LABEL
           MOVE WS-TOTAL-LATE-MINUTES TO WS-COUNT-DISPLAY
           PERFORM 9100-WRITE-SUMMARY-LINE
           MOVE "  BILLED AS ADJUSTMENTS    :" TO WS-SUMMARY-LABEL
           MOVE WS-TOTAL-BILLED-MINUTES TO WS-COUNT-DISPLAY
           PERFORM 9100-WRITE-SUMMARY-LINE
           MOVE WS-TOTAL-UNBILLED TO WS-SIGNED-DISPLAY
           MOVE SPACES TO PERIOD-REPORT-LINE
           STRING "  NOT YET BILLED           : " WS-SIGNED-DISPLAY
                   DELIMITED BY SIZE INTO PERIOD-REPORT-LINE
           END-STRING
           WRITE PERIOD-REPORT-LINE.

       9100-WRITE-SUMMARY-LINE.
           MOVE SPACES TO PERIOD-REPORT-LINE
           STRING WS-SUMMARY-LABEL " " WS-COUNT-DISPLAY
                   DELIMITED BY SIZE INTO PERIOD-REPORT-LINE
           END-STRING
           WRITE PERIOD-REPORT-LINE.
