       >>SOURCE FORMAT FREE
       IDENTIFICATION DIVISION.
       PROGRAM-ID. pendingChangeReport.
       Author. Mark Wong.
       DATE-WRITTEN. October 15th 2026.
      *> NIGHTLY HOUSEKEEPING OF THE SINQ PENDING-CHANGE QUEUE
      *> (PENDCHG). ONLINE A/R/D/C MAINTENANCE WAITS ON THE QUEUE
      *> UNTIL A SECOND OPERATOR APPROVES OR REJECTS IT; THIS RUN
      *> MAKES SURE NOTHING WAITS THERE FOREVER AND THAT EVERY
      *> DECISION IS SEEN. DRIVEN BY THE PENDCARD:
      *>   CUT-OFF DAYS(1-3)   - A CHANGE STILL PENDING MORE THAN
      *>                         THIS MANY DAYS AFTER IT WAS KEYED
      *>                         IS EXPIRED UNAPPLIED
      *>   EXEMPT CLASS(4-7)   - UP TO FOUR ACCOUNT STATUSES (A OR
      *>                         S; NEVER D). A STATUS-ONLY R AT SINQ
      *>                         TO ONE OF THEM IS APPLIED AT ONCE
      *>                         WITHOUT A SECOND OPERATOR. BLANK =
      *>                         NOTHING EXEMPT.
      *> THE CARD IS WRITTEN TO THE QUEUE CONTROL RECORD (ZERO KEY)
      *> EACH RUN, WHICH IS WHERE SINQ READS THE EXEMPT CLASS - SO A
      *> CHANGE TO THE CARD TAKES EFFECT ONLINE FROM THIS RUN ON.
      *> PENDLIST LISTS, IN THAT ORDER, THE CHANGES APPROVED AND
      *> REJECTED SINCE THE LAST RUN, THOSE EXPIRED TONIGHT AND
      *> THOSE STILL PENDING, EACH WITH WHO KEYED AND DECIDED IT AND
      *> THE BEFORE AND AFTER IMAGES. APPROVED, REJECTED AND EXPIRED
      *> ENTRIES ARE THEN APPENDED TO PENDHIST (THE 240-BYTE PENDCHG
      *> RECORD AS IT STOOD) AND DELETED FROM THE QUEUE, SO EACH IS
      *> REPORTED ONCE. APPROVED CHANGES ARE ALSO ON AUDITJRN WITH
      *> BOTH OPERATOR IDS.
      *> RETURN CODE 0 = RUN COMPLETE, 4 = CHANGES EXPIRED, 8 = NO
      *> USABLE PENDCARD, 16 = FILE ERROR.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PENDING-CHANGE-FILE ASSIGN TO "PENDCHG"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PC-PENDING-KEY
               FILE STATUS IS WS-PENDCHG-STATUS.

           SELECT PENDING-CARD ASSIGN TO "PENDCARD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PENDCARD-STATUS.

           SELECT PENDING-HISTORY ASSIGN TO "PENDHIST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PENDHIST-STATUS.

           SELECT PENDING-REPORT ASSIGN TO "PENDLIST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PENDLIST-STATUS.

           SELECT QUEUE-SORT-WORK ASSIGN TO "SORTWK".

       DATA DIVISION.
       FILE SECTION.
       FD  PENDING-CHANGE-FILE
           RECORD CONTAINS 240 CHARACTERS
           LABEL RECORDS ARE STANDARD.
       01  PENDING-CHANGE-RECORD.
           COPY PENDCHG.

       FD  PENDING-CARD
           RECORD CONTAINS 80 CHARACTERS
           LABEL RECORDS ARE STANDARD.
       01  PENDING-CARD-RECORD.
           02  PD-CUTOFF-DAYS          PIC 9(3).
           02  PD-EXEMPT-CLASS.
               03  PD-EXEMPT-STATUS    PIC X(1) OCCURS 4 TIMES.
           02  FILLER                  PIC X(73).

       FD  PENDING-HISTORY
           RECORD CONTAINS 240 CHARACTERS
           LABEL RECORDS ARE STANDARD.
       01  PENDING-HISTORY-RECORD     PIC X(240).

       FD  PENDING-REPORT
           RECORD CONTAINS 80 CHARACTERS
           LABEL RECORDS ARE STANDARD.
       01  PENDING-REPORT-LINE        PIC X(80).

      *> ONE RECORD PER QUEUE ENTRY, GROUPED BY WHAT HAPPENED TO IT:
      *> 1 APPROVED, 2 REJECTED, 3 EXPIRED TONIGHT, 4 STILL PENDING.
       SD  QUEUE-SORT-WORK.
       01  QUEUE-SORT-RECORD.
           02  QS-SECTION              PIC 9(1).
               88  QS-APPROVED               VALUE 1.
               88  QS-REJECTED               VALUE 2.
               88  QS-EXPIRED                VALUE 3.
               88  QS-STILL-PENDING          VALUE 4.
           02  QS-QUEUED-DATE          PIC 9(8).
           02  QS-QUEUED-TIME          PIC 9(8).
           COPY MOBNUM REPLACING
               ==MOBILENUMBER== BY ==QS-MOBILENUMBER==
               ==COUNTRYCODE==  BY ==QS-COUNTRYCODE==
               ==NUM==          BY ==QS-NUM==.
           02  QS-OPERATION-CODE       PIC X(1).
           02  QS-ENTERED-BY           PIC X(8).
           02  QS-ENTERED-TERMINAL     PIC X(4).
           02  QS-DECIDED-BY           PIC X(8).
           02  QS-DECIDED-DATE         PIC 9(8).
           02  QS-DAYS-QUEUED          PIC 9(5).
           02  QS-BEFORE-IMAGE         PIC X(42).
           02  QS-AFTER-IMAGE          PIC X(42).

       WORKING-STORAGE SECTION.
           01 WS-PENDCHG-STATUS       PIC X(2)  VALUE "00".
               88 WS-PENDCHG-OK             VALUE "00".
               88 WS-PENDCHG-EOF             VALUE "10".
               88 WS-PENDCHG-DUPLICATE       VALUE "22".
               88 WS-PENDCHG-FILE-NOT-FOUND  VALUE "35".

           01 WS-PENDCARD-STATUS      PIC X(2)  VALUE "00".
               88 WS-PENDCARD-OK            VALUE "00".

           01 WS-PENDHIST-STATUS      PIC X(2)  VALUE "00".
               88 WS-PENDHIST-OK            VALUE "00".
               88 WS-PENDHIST-FILE-NOT-FOUND VALUE "35".

           01 WS-PENDLIST-STATUS      PIC X(2)  VALUE "00".
               88 WS-PENDLIST-OK            VALUE "00".

           01 WS-SORT-EOF-SWITCH      PIC X(1)  VALUE "N".
               88 WS-SORT-EOF               VALUE "Y".
               88 WS-SORT-NOT-EOF           VALUE "N".

           01 WS-CARD-SWITCH          PIC X(1)  VALUE "Y".
               88 WS-CARD-IS-VALID          VALUE "Y".
               88 WS-CARD-IS-INVALID        VALUE "N".
           01 WS-CARD-INDEX           PIC 9(4)  COMP VALUE ZEROS.

           01 WS-RUN-DATE             PIC 9(8)  VALUE ZEROS.
           01 WS-RUN-DATE-INTEGER     PIC 9(9)  VALUE ZEROS.
           01 WS-QUEUED-DATE-INTEGER  PIC 9(9)  VALUE ZEROS.
           01 WS-DAYS-QUEUED          PIC 9(5)  VALUE ZEROS.
           01 WS-CURRENT-TIMESTAMP.
               02 WS-CURRENT-DATE-TIME PIC X(16).
               02 FILLER               PIC X(5).

      *> QUEUE POLICY FROM PENDCARD.
           01 WS-CUTOFF-DAYS          PIC 9(3)  VALUE ZEROS.
           01 WS-EXEMPT-CLASS         PIC X(4)  VALUE SPACES.

           01 WS-LAST-SECTION         PIC 9(1)  VALUE ZEROS.

           01 WS-QUEUE-READ-COUNT     PIC 9(9)  VALUE ZEROS.
           01 WS-APPROVED-COUNT       PIC 9(9)  VALUE ZEROS.
           01 WS-REJECTED-COUNT       PIC 9(9)  VALUE ZEROS.
           01 WS-EXPIRED-COUNT        PIC 9(9)  VALUE ZEROS.
           01 WS-PENDING-COUNT        PIC 9(9)  VALUE ZEROS.
           01 WS-ARCHIVED-COUNT       PIC 9(9)  VALUE ZEROS.

           01 WS-COUNT-DISPLAY        PIC ZZZZZZZZ9.
           01 WS-SUMMARY-LABEL        PIC X(28) VALUE SPACES.

      *> ONE BEFORE OR AFTER IMAGE, LAID OUT FOR THE REPORT.
           01 WS-IMAGE-VIEW.
               COPY MOBNUM REPLACING
                   ==MOBILENUMBER== BY ==IV-MOBILENUMBER==
                   ==COUNTRYCODE==  BY ==IV-COUNTRYCODE==
                   ==NUM==          BY ==IV-NUM==.
               COPY SUBPROF REPLACING
                   ==PROFILE==         BY ==IV-PROFILE==
                   ==ACCOUNT-STATUS==  BY ==IV-ACCOUNT-STATUS==
                   ==ACTIVATION-DATE== BY ==IV-ACTIVATION-DATE==
                   ==RATE-PLAN-CODE==  BY ==IV-RATE-PLAN-CODE==
                   ==ACCOUNT-REF==     BY ==IV-ACCOUNT-REF==
                   ==STATUS-DATE==     BY ==IV-STATUS-DATE==.
           01 WS-IMAGE-TEXT           PIC X(30) VALUE SPACES.
           01 WS-BEFORE-TEXT          PIC X(30) VALUE SPACES.

           01 WS-COLUMN-HEADING-LINE.
               02 FILLER               PIC X(40) VALUE
                   "OP NUMBER       KEYED BY TERM QUEUED   D".
               02 FILLER               PIC X(40) VALUE
                   "AYS  DECIDED BY DECIDED                 ".

           01 WS-DETAIL-LINE.
               02 FILLER               PIC X(1)  VALUE SPACES.
               02 DL-OPERATION-CODE    PIC X(1).
               02 FILLER               PIC X(1)  VALUE SPACES.
               02 DL-COUNTRYCODE       PIC 99.
               02 FILLER               PIC X(1)  VALUE "-".
               02 DL-NUM               PIC 9(9).
               02 FILLER               PIC X(1)  VALUE SPACES.
               02 DL-ENTERED-BY        PIC X(8).
               02 FILLER               PIC X(1)  VALUE SPACES.
               02 DL-ENTERED-TERMINAL  PIC X(4).
               02 FILLER               PIC X(1)  VALUE SPACES.
               02 DL-QUEUED-DATE       PIC 9(8).
               02 FILLER               PIC X(1)  VALUE SPACES.
               02 DL-DAYS-QUEUED       PIC ZZZ9.
               02 FILLER               PIC X(2)  VALUE SPACES.
               02 DL-DECIDED-BY        PIC X(8).
               02 FILLER               PIC X(3)  VALUE SPACES.
               02 DL-DECIDED-DATE      PIC X(8).
               02 FILLER               PIC X(16) VALUE SPACES.

       PROCEDURE DIVISION.

       0000-MAIN-PROCESS.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           COMPUTE WS-RUN-DATE-INTEGER =
               FUNCTION INTEGER-OF-DATE(WS-RUN-DATE)
           PERFORM 1020-READ-PENDING-CARD
           PERFORM 1000-OPEN-FILES
           PERFORM 2000-WRITE-CONTROL-RECORD
           SORT QUEUE-SORT-WORK
               ON ASCENDING KEY QS-SECTION
               ON ASCENDING KEY QS-QUEUED-DATE
               ON ASCENDING KEY QS-QUEUED-TIME
               INPUT PROCEDURE IS 3000-SWEEP-PENDING-QUEUE
               OUTPUT PROCEDURE IS 5000-WRITE-QUEUE-REPORT
           PERFORM 9000-WRITE-QUEUE-SUMMARY
           PERFORM 1900-CLOSE-FILES
           IF WS-EXPIRED-COUNT > ZEROS
               MOVE 4 TO RETURN-CODE
           END-IF
           STOP RUN.

       1000-OPEN-FILES.
           OPEN I-O PENDING-CHANGE-FILE
           IF WS-PENDCHG-FILE-NOT-FOUND
               OPEN OUTPUT PENDING-CHANGE-FILE
               CLOSE PENDING-CHANGE-FILE
               OPEN I-O PENDING-CHANGE-FILE
           END-IF
           IF NOT WS-PENDCHG-OK
               DISPLAY "OPEN-FILES: PENDCHG OPEN FAILED - STATUS "
                   WS-PENDCHG-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN EXTEND PENDING-HISTORY
           IF WS-PENDHIST-FILE-NOT-FOUND
               OPEN OUTPUT PENDING-HISTORY
           END-IF
           IF NOT WS-PENDHIST-OK
               DISPLAY "OPEN-FILES: PENDHIST OPEN FAILED - STATUS "
                   WS-PENDHIST-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT PENDING-REPORT
           IF NOT WS-PENDLIST-OK
               DISPLAY "OPEN-FILES: PENDLIST OPEN FAILED - STATUS "
                   WS-PENDLIST-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

       1020-READ-PENDING-CARD.
      *> THE CUT-OFF AND THE EXEMPT CLASS ARE CONTROLS AN AUDITOR
      *> WILL ASK ABOUT - NO CARD STOPS THE RUN RATHER THAN GUESSING
      *> THEM.
           OPEN INPUT PENDING-CARD
           IF NOT WS-PENDCARD-OK
               DISPLAY "READ-PENDING-CARD: NO PENDCARD SUPPLIED"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           READ PENDING-CARD
               AT END
                   DISPLAY "READ-PENDING-CARD: PENDCARD IS EMPTY"
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
           END-READ
           IF PD-CUTOFF-DAYS NOT NUMERIC
            OR PD-CUTOFF-DAYS = ZEROS
               SET WS-CARD-IS-INVALID TO TRUE
           END-IF
           MOVE ZEROS TO WS-CARD-INDEX
           PERFORM UNTIL WS-CARD-INDEX = 4
               ADD 1 TO WS-CARD-INDEX
               IF PD-EXEMPT-STATUS(WS-CARD-INDEX) NOT = "A"
                AND PD-EXEMPT-STATUS(WS-CARD-INDEX) NOT = "S"
                AND PD-EXEMPT-STATUS(WS-CARD-INDEX) NOT = SPACE
                   SET WS-CARD-IS-INVALID TO TRUE
               END-IF
           END-PERFORM
           IF WS-CARD-IS-INVALID
               DISPLAY "READ-PENDING-CARD: CUT-OFF NOT NUMERIC OR "
                   "ZERO, OR EXEMPT STATUS NOT A OR S - RUN "
                   "ABANDONED"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE PD-CUTOFF-DAYS TO WS-CUTOFF-DAYS
           MOVE PD-EXEMPT-CLASS TO WS-EXEMPT-CLASS
           CLOSE PENDING-CARD.

       1900-CLOSE-FILES.
           CLOSE PENDING-CHANGE-FILE
           CLOSE PENDING-HISTORY
           CLOSE PENDING-REPORT.

       2000-WRITE-CONTROL-RECORD.
           MOVE SPACES TO PENDING-CHANGE-RECORD
           MOVE ZEROS TO PC-MOBILENUMBER
           MOVE ZEROS TO PC-QUEUED-DATE
           MOVE ZEROS TO PC-QUEUED-TIME
           MOVE WS-EXEMPT-CLASS TO PC-EXEMPT-CLASS
           MOVE WS-CUTOFF-DAYS TO PC-CUTOFF-DAYS
           MOVE WS-RUN-DATE TO PC-CONTROL-DATE
           WRITE PENDING-CHANGE-RECORD
           IF WS-PENDCHG-DUPLICATE
               REWRITE PENDING-CHANGE-RECORD
           END-IF
           IF NOT WS-PENDCHG-OK
               DISPLAY "WRITE-CONTROL-RECORD: PENDCHG WRITE FAILED - "
                   "STATUS " WS-PENDCHG-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
      *> BACK TO THE FRONT OF THE QUEUE FOR THE SWEEP.
           MOVE LOW-VALUES TO PC-PENDING-KEY
           START PENDING-CHANGE-FILE KEY IS NOT LESS THAN PC-PENDING-KEY
           END-START.

       3000-SWEEP-PENDING-QUEUE.
           PERFORM UNTIL WS-PENDCHG-EOF
               READ PENDING-CHANGE-FILE NEXT RECORD
                   AT END
                       SET WS-PENDCHG-EOF TO TRUE
                   NOT AT END
                       IF PC-MOBILENUMBER NOT = ZEROS
                           PERFORM 3100-CHECK-ONE-CHANGE
                       END-IF
               END-READ
           END-PERFORM.

       3100-CHECK-ONE-CHANGE.
           ADD 1 TO WS-QUEUE-READ-COUNT
           COMPUTE WS-QUEUED-DATE-INTEGER =
               FUNCTION INTEGER-OF-DATE(PC-QUEUED-DATE)
           IF WS-QUEUED-DATE-INTEGER = ZEROS
            OR WS-QUEUED-DATE-INTEGER > WS-RUN-DATE-INTEGER
               MOVE ZEROS TO WS-DAYS-QUEUED
           ELSE
               COMPUTE WS-DAYS-QUEUED =
                   WS-RUN-DATE-INTEGER - WS-QUEUED-DATE-INTEGER
           END-IF
           IF PC-CHANGE-PENDING
            AND WS-DAYS-QUEUED > WS-CUTOFF-DAYS
               SET PC-CHANGE-EXPIRED TO TRUE
               MOVE "PENDRPT" TO PC-DECIDED-BY
               MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-TIMESTAMP
               MOVE WS-CURRENT-DATE-TIME TO PC-DECIDED-TIMESTAMP
           END-IF
           EVALUATE TRUE
               WHEN PC-CHANGE-APPROVED
                   SET QS-APPROVED TO TRUE
                   ADD 1 TO WS-APPROVED-COUNT
               WHEN PC-CHANGE-REJECTED
                   SET QS-REJECTED TO TRUE
                   ADD 1 TO WS-REJECTED-COUNT
               WHEN PC-CHANGE-EXPIRED
                   SET QS-EXPIRED TO TRUE
                   ADD 1 TO WS-EXPIRED-COUNT
               WHEN OTHER
                   SET QS-STILL-PENDING TO TRUE
                   ADD 1 TO WS-PENDING-COUNT
           END-EVALUATE
           PERFORM 3500-RELEASE-CHANGE
           IF NOT QS-STILL-PENDING
               PERFORM 3200-ARCHIVE-CHANGE
           END-IF.

      *> A DECIDED ENTRY HAS DONE ITS JOB ONCE IT IS REPORTED - KEEP
      *> IT ON PENDHIST AND TAKE IT OFF THE QUEUE.
       3200-ARCHIVE-CHANGE.
           WRITE PENDING-HISTORY-RECORD FROM PENDING-CHANGE-RECORD
           DELETE PENDING-CHANGE-FILE RECORD
               INVALID KEY
                   DISPLAY "ARCHIVE-CHANGE: PENDCHG DELETE FAILED - "
                       "STATUS " WS-PENDCHG-STATUS " ON "
                       PC-MOBILENUMBER
               NOT INVALID KEY
                   ADD 1 TO WS-ARCHIVED-COUNT
           END-DELETE.

       3500-RELEASE-CHANGE.
           MOVE PC-QUEUED-DATE TO QS-QUEUED-DATE
           MOVE PC-QUEUED-TIME TO QS-QUEUED-TIME
           MOVE PC-MOBILENUMBER TO QS-MOBILENUMBER
           MOVE PC-OPERATION-CODE TO QS-OPERATION-CODE
           MOVE PC-ENTERED-BY TO QS-ENTERED-BY
           MOVE PC-ENTERED-TERMINAL TO QS-ENTERED-TERMINAL
           MOVE PC-DECIDED-BY TO QS-DECIDED-BY
           IF PC-DECIDED-DATE NUMERIC
               MOVE PC-DECIDED-DATE TO QS-DECIDED-DATE
           ELSE
               MOVE ZEROS TO QS-DECIDED-DATE
           END-IF
           MOVE WS-DAYS-QUEUED TO QS-DAYS-QUEUED
           MOVE PC-BEFORE-IMAGE TO QS-BEFORE-IMAGE
           MOVE PC-AFTER-IMAGE TO QS-AFTER-IMAGE
           RELEASE QUEUE-SORT-RECORD.

       5000-WRITE-QUEUE-REPORT.
           MOVE SPACES TO PENDING-REPORT-LINE
           STRING "SINQ PENDING-CHANGE QUEUE - RUN DATE " WS-RUN-DATE
                   " - CUT-OFF " WS-CUTOFF-DAYS " DAYS, EXEMPT "
                   WS-EXEMPT-CLASS
                   DELIMITED BY SIZE INTO PENDING-REPORT-LINE
           END-STRING
           WRITE PENDING-REPORT-LINE
           SET WS-SORT-NOT-EOF TO TRUE
           PERFORM UNTIL WS-SORT-EOF
               RETURN QUEUE-SORT-WORK
                   AT END
                       SET WS-SORT-EOF TO TRUE
                   NOT AT END
                       PERFORM 5100-WRITE-ONE-CHANGE
               END-RETURN
           END-PERFORM.

       5100-WRITE-ONE-CHANGE.
           IF QS-SECTION NOT = WS-LAST-SECTION
               PERFORM 5200-WRITE-SECTION-HEADING
           END-IF
           MOVE QS-OPERATION-CODE TO DL-OPERATION-CODE
           MOVE QS-COUNTRYCODE TO DL-COUNTRYCODE
           MOVE QS-NUM TO DL-NUM
           MOVE QS-ENTERED-BY TO DL-ENTERED-BY
           MOVE QS-ENTERED-TERMINAL TO DL-ENTERED-TERMINAL
           MOVE QS-QUEUED-DATE TO DL-QUEUED-DATE
           MOVE QS-DAYS-QUEUED TO DL-DAYS-QUEUED
           MOVE QS-DECIDED-BY TO DL-DECIDED-BY
           IF QS-DECIDED-DATE = ZEROS
               MOVE SPACES TO DL-DECIDED-DATE
           ELSE
               MOVE QS-DECIDED-DATE TO DL-DECIDED-DATE
           END-IF
           MOVE WS-DETAIL-LINE TO PENDING-REPORT-LINE
           WRITE PENDING-REPORT-LINE
           MOVE QS-BEFORE-IMAGE TO WS-IMAGE-VIEW
           PERFORM 5300-FORMAT-IMAGE
           MOVE WS-IMAGE-TEXT TO WS-BEFORE-TEXT
           MOVE QS-AFTER-IMAGE TO WS-IMAGE-VIEW
           PERFORM 5300-FORMAT-IMAGE
           MOVE SPACES TO PENDING-REPORT-LINE
           STRING "     BEFORE " WS-BEFORE-TEXT " AFTER " WS-IMAGE-TEXT
                   DELIMITED BY SIZE INTO PENDING-REPORT-LINE
           END-STRING
           WRITE PENDING-REPORT-LINE.

       5200-WRITE-SECTION-HEADING.
           MOVE QS-SECTION TO WS-LAST-SECTION
           MOVE SPACES TO PENDING-REPORT-LINE
           WRITE PENDING-REPORT-LINE
           MOVE SPACES TO PENDING-REPORT-LINE
           EVALUATE TRUE
               WHEN QS-APPROVED
                   MOVE "APPROVED AND APPLIED SINCE THE LAST RUN"
                       TO PENDING-REPORT-LINE
               WHEN QS-REJECTED
                   MOVE "REJECTED SINCE THE LAST RUN"
                       TO PENDING-REPORT-LINE
               WHEN QS-EXPIRED
                   STRING "EXPIRED TONIGHT - PENDING OVER "
                           WS-CUTOFF-DAYS " DAYS, NOT APPLIED"
                           DELIMITED BY SIZE INTO PENDING-REPORT-LINE
                   END-STRING
               WHEN QS-STILL-PENDING
                   MOVE "STILL PENDING" TO PENDING-REPORT-LINE
           END-EVALUATE
           WRITE PENDING-REPORT-LINE
           MOVE WS-COLUMN-HEADING-LINE TO PENDING-REPORT-LINE
           WRITE PENDING-REPORT-LINE.

       5300-FORMAT-IMAGE.
           MOVE SPACES TO WS-IMAGE-TEXT
           IF WS-IMAGE-VIEW = SPACES
               MOVE "NONE" TO WS-IMAGE-TEXT
           ELSE
               STRING IV-COUNTRYCODE "-" IV-NUM " " IV-ACCOUNT-STATUS
                       " " IV-RATE-PLAN-CODE " " IV-ACCOUNT-REF
                       DELIMITED BY SIZE INTO WS-IMAGE-TEXT
               END-STRING
           END-IF.

       9000-WRITE-QUEUE-SUMMARY.
           MOVE SPACES TO PENDING-REPORT-LINE
           WRITE PENDING-REPORT-LINE
           MOVE "PENDING-CHANGE QUEUE SUMMARY" TO PENDING-REPORT-LINE
           WRITE PENDING-REPORT-LINE
           MOVE "QUEUE ENTRIES READ         :" TO WS-SUMMARY-LABEL
           MOVE WS-QUEUE-READ-COUNT TO WS-COUNT-DISPLAY
           PERFORM 9100-WRITE-SUMMARY-LINE
           MOVE "  APPROVED AND APPLIED     :" TO WS-SUMMARY-LABEL
           MOVE WS-APPROVED-COUNT TO WS-COUNT-DISPLAY
           PERFORM 9100-WRITE-SUMMARY-LINE
           MOVE "  REJECTED                 :" TO WS-SUMMARY-LABEL
           MOVE WS-REJECTED-COUNT TO WS-COUNT-DISPLAY
           PERFORM 9100-WRITE-SUMMARY-LINE
           MOVE "  EXPIRED TONIGHT          :" TO WS-SUMMARY-LABEL
           MOVE WS-EXPIRED-COUNT TO WS-COUNT-DISPLAY
           PERFORM 9100-WRITE-SUMMARY-LINE
           MOVE "  STILL PENDING            :" TO WS-SUMMARY-LABEL
           MOVE WS-PENDING-COUNT TO WS-COUNT-DISPLAY
           PERFORM 9100-WRITE-SUMMARY-LINE
           MOVE "MOVED TO PENDHIST          :" TO WS-SUMMARY-LABEL
           MOVE WS-ARCHIVED-COUNT TO WS-COUNT-DISPLAY
           PERFORM 9100-WRITE-SUMMARY-LINE.

       9100-WRITE-SUMMARY-LINE.
           MOVE SPACES TO PENDING-REPORT-LINE
           STRING WS-SUMMARY-LABEL " " WS-COUNT-DISPLAY
                   DELIMITED BY SIZE INTO PENDING-REPORT-LINE
           END-STRING
           WRITE PENDING-REPORT-LINE.
