       >>SOURCE FORMAT FREE
       IDENTIFICATION DIVISION.
       PROGRAM-ID. usageFraudScreen.
       Author. Mark Wong.
       DATE-WRITTEN. October 15th 2026.
      *> DAILY HIGH-USAGE AND FRAUD SCREEN, RUN AFTER USAGERTG. A
      *> STOLEN SIM RUNS UP MINUTES LONG BEFORE THE INVOICE SHOWS
      *> IT, SO EVERY NUMBER'S USAGE FOR THE DAY IS COMPARED WITH
      *> ITS OWN NORMAL AND WITH ITS PLAN'S CEILING.
      *> THE DAY'S USAGE IS WHAT USAGESUM HAS GAINED SINCE THE LAST
      *> SCREEN: USAGEHST (KSDS, ONE RECORD PER NUMBER) HOLDS THE
      *> MONTH-TO-DATE CALLS AND MINUTES AS AT THE LAST RUN, SO A
      *> DAY WITH SEVERAL SWITCH FILES, OR A SCREEN RERUN, IS NEVER
      *> COUNTED TWICE. USAGESUM IS REALLOCATED EVERY MONTH, SO
      *> USAGEHST ALSO KEEPS EACH NUMBER'S TOTALS FOR ITS LAST THREE
      *> MONTHS - WHEN USAGESUM MOVES TO A NEW MONTH THE OLD MONTH IS
      *> ROLLED INTO THE PRIOR-MONTH SLOTS (A MONTH WITH NO USAGE
      *> GOES IN AS ZEROS).
      *> A NUMBER'S FIRST SCREEN ONLY TAKES THE SNAPSHOT - WITH NO
      *> EARLIER ONE, ITS WHOLE MONTH TO DATE WOULD OTHERWISE BE
      *> TAKEN FOR ONE DAY'S USAGE. THE MONTH OF THAT FIRST SCREEN
      *> IS USUALLY PART OF A MONTH, SO IT IS NOT ROLLED INTO THE
      *> PRIOR-MONTH SLOTS EITHER.
      *> A NUMBER IS ALERTED WHEN ITS DAY:
      *>   M - MINUTES EXCEED ITS TRAILING DAILY AVERAGE (PRIOR
      *>       MONTHS' MINUTES OVER THEIR CALENDAR DAYS) TIMES THE
      *>       FRAUDCRD MULTIPLIER, AND THE FRAUDCRD MINIMUM,
      *>   C - CALLS DO THE SAME AGAINST THE CALL AVERAGE AND THE
      *>       MINIMUM CALLS, OR
      *>   P - MINUTES EXCEED THE PLAN'S RP-DAILY-MINUTE-CEILING.
      *> A NUMBER WITH NO FULL PRIOR MONTH YET IS HELD ONLY TO ITS
      *> PLAN CEILING. FRAUDCRD: MULTIPLIER(1-3, 99V9), MINIMUM MINUTES
      *> (4-8), MINIMUM CALLS(9-13) - THE MINIMUMS STOP A NUMBER
      *> THAT IS NORMALLY ALMOST SILENT ALERTING ON ONE SHORT CALL.
      *> ALERTS ARE RANKED ON FRAUDRPT BY HOW FAR OVER ITS WORST
      *> LIMIT THE NUMBER WENT (PERCENT OF THE LIMIT), HIGHEST FIRST,
      *> WITH THE NUMBER'S PRIOR ALERT COUNT FROM USAGEHST.
      *> ON A PLAN WITH RP-AUTO-PROTECT SET, AN ALERTED NUMBER STILL
      *> ACTIVE ON SUBMAST HAS AN R TRANSACTION EXTENDED ONTO
      *> SUBTRANS SETTING IT TO S FROM THE RUN DATE, REASON FRAU IN
      *> COLUMNS 59-62, FOR THE NEXT NIGHTLY APPLY. EVERY ALERT, AND
      *> WHAT WAS DONE ABOUT IT, IS APPENDED TO FRAUDHST FOR REVIEW
      *> OF REPEAT OFFENDERS AND FALSE POSITIVES.
      *> FRAUDHST RECORD (80): RUN DATE(1-8), NUMBER(9-19), ACCOUNT
      *> REF(20-29), PLAN(30-33), RANK(34-38), DAY CALLS(39-45), DAY
      *> MINUTES(46-52), ALERT TYPES(53-55, M/C/P), ACTION(56, S =
      *> SUSPEND CARD WRITTEN, A = ALERT ONLY, H = ALREADY
      *> SUSPENDED OR DISCONNECTED, N = NOT ON SUBMAST), SCORE
      *> (57-63), PRIOR ALERTS(64-68).
      *> RETURN CODE 0 = NO ALERTS, 4 = ALERTS RAISED, 8 = NO USABLE
      *> FRAUDCRD OR NO USAGE SUMMARY, 16 = FILE ERROR.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT USAGE-SUMMARY ASSIGN TO "USAGESUM"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS US-MOBILENUMBER
               FILE STATUS IS WS-USAGESUM-STATUS.

           SELECT USAGE-HISTORY ASSIGN TO "USAGEHST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS UH-MOBILENUMBER
               FILE STATUS IS WS-USAGEHST-STATUS.

           SELECT SUBSCRIBER-MASTER ASSIGN TO "SUBMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS SM-MOBILENUMBER
               FILE STATUS IS WS-SUBMAST-STATUS.

           SELECT RATE-PLAN-FILE ASSIGN TO "RATEPLAN"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS RP-PLAN-CODE
               FILE STATUS IS WS-RATEPLAN-STATUS.

           SELECT FRAUD-CARD ASSIGN TO "FRAUDCRD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FRAUDCRD-STATUS.

           SELECT SUBSCRIBER-TRANSACTIONS ASSIGN TO "SUBTRANS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SUBTRANS-STATUS.

           SELECT FRAUD-HISTORY ASSIGN TO "FRAUDHST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FRAUDHST-STATUS.

           SELECT FRAUD-REPORT ASSIGN TO "FRAUDRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FRAUDRPT-STATUS.

           SELECT ALERT-SORT-WORK ASSIGN TO "SORTWK".

       DATA DIVISION.
       FILE SECTION.
       FD  USAGE-SUMMARY
           RECORD CONTAINS 80 CHARACTERS
           LABEL RECORDS ARE STANDARD.
       01  USAGE-SUMMARY-RECORD.
           COPY MOBNUM REPLACING
               ==MOBILENUMBER== BY ==US-MOBILENUMBER==
               ==COUNTRYCODE==  BY ==US-COUNTRYCODE==
               ==NUM==          BY ==US-NUM==.
           02  US-USAGE-MONTH          PIC 9(6).
           02  US-CALL-COUNT           PIC 9(9).
           02  US-TOTAL-MINUTES        PIC 9(9).
           02  FILLER                  PIC X(45).

      *> ONE RECORD PER NUMBER EVER SCREENED. PRIOR MONTH 1 IS THE
      *> MOST RECENT; PRIOR-MONTH-COUNT SAYS HOW MANY ARE FILLED.
      *> FIRST-SCREEN-DATE IS THE RUN THAT CREATED THE RECORD.
       FD  USAGE-HISTORY
           RECORD CONTAINS 160 CHARACTERS
           LABEL RECORDS ARE STANDARD.
       01  USAGE-HISTORY-RECORD.
           COPY MOBNUM REPLACING
               ==MOBILENUMBER== BY ==UH-MOBILENUMBER==
               ==COUNTRYCODE==  BY ==UH-COUNTRYCODE==
               ==NUM==          BY ==UH-NUM==.
           02  UH-CURRENT-MONTH        PIC 9(6).
           02  UH-MTD-CALLS            PIC 9(9).
           02  UH-MTD-MINUTES          PIC 9(9).
           02  UH-LAST-SCREEN-DATE     PIC 9(8).
           02  UH-ALERT-COUNT          PIC 9(5).
           02  UH-LAST-ALERT-DATE      PIC 9(8).
           02  UH-PRIOR-MONTH-COUNT    PIC 9(1).
           02  UH-FIRST-SCREEN-DATE    PIC 9(8).
           02  UH-FIRST-SCREEN-PARTS REDEFINES UH-FIRST-SCREEN-DATE.
               03  UH-FIRST-SCREEN-MONTH PIC 9(6).
               03  FILLER              PIC 9(2).
           02  UH-PRIOR-MONTH OCCURS 3 TIMES.
               03  UH-PRIOR-USAGE-MONTH PIC 9(6).
               03  UH-PRIOR-CALLS      PIC 9(9).
               03  UH-PRIOR-MINUTES    PIC 9(9).
           02  FILLER                  PIC X(23).

       FD  SUBSCRIBER-MASTER
           RECORD CONTAINS 42 CHARACTERS
           LABEL RECORDS ARE STANDARD.
       01  SUBSCRIBER-RECORD.
           COPY MOBNUM REPLACING
               ==MOBILENUMBER== BY ==SM-MOBILENUMBER==
               ==COUNTRYCODE==  BY ==SM-COUNTRYCODE==
               ==NUM==          BY ==SM-NUM==.
           COPY SUBPROF REPLACING
               ==PROFILE==         BY ==SM-PROFILE==
               ==ACCOUNT-STATUS==  BY ==SM-ACCOUNT-STATUS==
               ==ACTIVATION-DATE== BY ==SM-ACTIVATION-DATE==
               ==RATE-PLAN-CODE==  BY ==SM-RATE-PLAN-CODE==
               ==ACCOUNT-REF==     BY ==SM-ACCOUNT-REF==
               ==STATUS-DATE==     BY ==SM-STATUS-DATE==.

       FD  RATE-PLAN-FILE
           RECORD CONTAINS 80 CHARACTERS
           LABEL RECORDS ARE STANDARD.
       01  RATE-PLAN-RECORD.
           COPY RPLAN.

       FD  FRAUD-CARD
           RECORD CONTAINS 80 CHARACTERS
           LABEL RECORDS ARE STANDARD.
       01  FRAUD-CARD-RECORD.
           02  FC-MULTIPLIER           PIC 9(2)V9.
           02  FC-MINIMUM-MINUTES      PIC 9(5).
           02  FC-MINIMUM-CALLS        PIC 9(5).
           02  FILLER                  PIC X(67).

       FD  SUBSCRIBER-TRANSACTIONS
           RECORD CONTAINS 80 CHARACTERS
           LABEL RECORDS ARE STANDARD.
       01  TRANSACTION-RECORD.
           02  TR-OPERATION-CODE       PIC X(1).
           COPY MOBNUM REPLACING
               ==MOBILENUMBER== BY ==TR-MOBILENUMBER==
               ==COUNTRYCODE==  BY ==TR-COUNTRYCODE==
               ==NUM==          BY ==TR-NUM==.
           COPY MOBNUM REPLACING
               ==MOBILENUMBER== BY ==TR-NEW-MOBILENUMBER==
               ==COUNTRYCODE==  BY ==TR-NEW-COUNTRYCODE==
               ==NUM==          BY ==TR-NEW-NUM==.
           COPY SUBPROF REPLACING
               ==PROFILE==         BY ==TR-PROFILE==
               ==ACCOUNT-STATUS==  BY ==TR-ACCOUNT-STATUS==
               ==ACTIVATION-DATE== BY ==TR-ACTIVATION-DATE==
               ==RATE-PLAN-CODE==  BY ==TR-RATE-PLAN-CODE==
               ==ACCOUNT-REF==     BY ==TR-ACCOUNT-REF==
               ==STATUS-DATE==     BY ==TR-STATUS-DATE==.
           02  TR-CARRIER-CODE         PIC X(4).
      *> WHY THE STATUS CHANGED - CARRIED THROUGH SUBEDIT WITH THE
      *> REST OF THE CARD; EVERY OTHER READER SEES FILLER HERE.
           02  TR-STATUS-REASON        PIC X(4).
           02  FILLER                  PIC X(18).

       FD  FRAUD-HISTORY
           RECORD CONTAINS 80 CHARACTERS
           LABEL RECORDS ARE STANDARD.
       01  FRAUD-HISTORY-RECORD.
           02  FH-RUN-DATE             PIC 9(8).
           COPY MOBNUM REPLACING
               ==MOBILENUMBER== BY ==FH-MOBILENUMBER==
               ==COUNTRYCODE==  BY ==FH-COUNTRYCODE==
               ==NUM==          BY ==FH-NUM==.
           02  FH-ACCOUNT-REF          PIC X(10).
           02  FH-RATE-PLAN-CODE       PIC X(4).
           02  FH-ALERT-RANK           PIC 9(5).
           02  FH-DAY-CALLS            PIC 9(7).
           02  FH-DAY-MINUTES          PIC 9(7).
           02  FH-ALERT-TYPES          PIC X(3).
           02  FH-ACTION               PIC X(1).
           02  FH-ALERT-SCORE          PIC 9(7).
           02  FH-PRIOR-ALERTS         PIC 9(5).
           02  FILLER                  PIC X(12).

       FD  FRAUD-REPORT
           RECORD CONTAINS 80 CHARACTERS
           LABEL RECORDS ARE STANDARD.
       01  FRAUD-REPORT-LINE          PIC X(80).

      *> ONE RECORD PER ALERTED NUMBER, CARRYING EVERYTHING THE
      *> REPORT, THE HISTORY AND THE SUSPEND CARD NEED, SO THE
      *> OUTPUT SIDE DOES NOT GO BACK TO THE MASTER.
       SD  ALERT-SORT-WORK.
       01  ALERT-SORT-RECORD.
           02  AS-ALERT-SCORE          PIC 9(7).
           COPY MOBNUM REPLACING
               ==MOBILENUMBER== BY ==AS-MOBILENUMBER==
               ==COUNTRYCODE==  BY ==AS-COUNTRYCODE==
               ==NUM==          BY ==AS-NUM==.
           02  AS-MASTER-SWITCH        PIC X(1).
               88  AS-ON-MASTER             VALUE "Y".
               88  AS-NOT-ON-MASTER         VALUE "N".
           COPY SUBPROF REPLACING
               ==PROFILE==         BY ==AS-PROFILE==
               ==ACCOUNT-STATUS==  BY ==AS-ACCOUNT-STATUS==
               ==ACTIVATION-DATE== BY ==AS-ACTIVATION-DATE==
               ==RATE-PLAN-CODE==  BY ==AS-RATE-PLAN-CODE==
               ==ACCOUNT-REF==     BY ==AS-ACCOUNT-REF==
               ==STATUS-DATE==     BY ==AS-STATUS-DATE==.
           02  AS-AUTO-PROTECT         PIC X(1).
           02  AS-DAY-CALLS            PIC 9(9).
           02  AS-DAY-MINUTES          PIC 9(9).
           02  AS-CALL-LIMIT           PIC 9(9).
           02  AS-MINUTE-LIMIT         PIC 9(9).
           02  AS-MINUTE-CEILING       PIC 9(5).
           02  AS-ALERT-TYPES          PIC X(3).
           02  AS-PRIOR-ALERTS         PIC 9(5).

       WORKING-STORAGE SECTION.
           01 WS-USAGESUM-STATUS      PIC X(2)  VALUE "00".
               88 WS-USAGESUM-OK            VALUE "00".
               88 WS-USAGESUM-EOF            VALUE "10".
               88 WS-USAGESUM-FILE-NOT-FOUND VALUE "35".

           01 WS-USAGEHST-STATUS      PIC X(2)  VALUE "00".
               88 WS-USAGEHST-OK            VALUE "00".
               88 WS-USAGEHST-NOT-FOUND      VALUE "23".
               88 WS-USAGEHST-FILE-NOT-FOUND VALUE "35".

           01 WS-SUBMAST-STATUS       PIC X(2)  VALUE "00".
               88 WS-SUBMAST-OK             VALUE "00".
               88 WS-SUBMAST-NOT-FOUND       VALUE "23".

           01 WS-RATEPLAN-STATUS      PIC X(2)  VALUE "00".
               88 WS-RATEPLAN-OK            VALUE "00".
               88 WS-RATEPLAN-NOT-FOUND      VALUE "23".

           01 WS-FRAUDCRD-STATUS      PIC X(2)  VALUE "00".
               88 WS-FRAUDCRD-OK            VALUE "00".

           01 WS-SUBTRANS-STATUS      PIC X(2)  VALUE "00".
               88 WS-SUBTRANS-OK            VALUE "00".
               88 WS-SUBTRANS-FILE-NOT-FOUND VALUE "35".

           01 WS-FRAUDHST-STATUS      PIC X(2)  VALUE "00".
               88 WS-FRAUDHST-OK            VALUE "00".
               88 WS-FRAUDHST-FILE-NOT-FOUND VALUE "35".

           01 WS-FRAUDRPT-STATUS      PIC X(2)  VALUE "00".
               88 WS-FRAUDRPT-OK            VALUE "00".

           01 WS-SORT-EOF-SWITCH      PIC X(1)  VALUE "N".
               88 WS-SORT-EOF               VALUE "Y".
               88 WS-SORT-NOT-EOF           VALUE "N".

           01 WS-HISTORY-NEW-SWITCH   PIC X(1)  VALUE "N".
               88 WS-HISTORY-IS-NEW         VALUE "Y".
               88 WS-HISTORY-ON-FILE        VALUE "N".

           01 WS-BASELINE-SWITCH      PIC X(1)  VALUE "N".
               88 WS-HAS-BASELINE           VALUE "Y".
               88 WS-NO-BASELINE            VALUE "N".

           01 WS-RUN-DATE             PIC 9(8)  VALUE ZEROS.

      *> SCREENING POLICY FROM FRAUDCRD.
           01 WS-MULTIPLIER           PIC 9(2)V9 VALUE ZEROS.
           01 WS-MINIMUM-MINUTES      PIC 9(5)  VALUE ZEROS.
           01 WS-MINIMUM-CALLS        PIC 9(5)  VALUE ZEROS.

      *> MONTH ARITHMETIC FOR THE ROLL AND FOR DAYS IN A MONTH.
           01 WS-ROLL-COUNT           PIC 9(4)  COMP VALUE ZEROS.
           01 WS-WORK-MONTH           PIC 9(6)  VALUE ZEROS.
           01 WS-WORK-MONTH-PARTS REDEFINES WS-WORK-MONTH.
               02 WS-WORK-YEAR         PIC 9(4).
               02 WS-WORK-MM           PIC 9(2).
           01 WS-MONTH-START-DATE     PIC 9(8)  VALUE ZEROS.
           01 WS-NEXT-MONTH-DATE      PIC 9(8)  VALUE ZEROS.
           01 WS-DAYS-IN-MONTH        PIC 9(3)  VALUE ZEROS.

           01 WS-PRIOR-INDEX          PIC 9(4)  COMP VALUE ZEROS.
           01 WS-BASELINE-DAYS        PIC 9(5)  VALUE ZEROS.
           01 WS-BASELINE-CALLS       PIC 9(11) VALUE ZEROS.
           01 WS-BASELINE-MINUTES     PIC 9(11) VALUE ZEROS.
           01 WS-CALL-LIMIT           PIC 9(9)  VALUE ZEROS.
           01 WS-MINUTE-LIMIT         PIC 9(9)  VALUE ZEROS.
           01 WS-MINUTE-CEILING       PIC 9(5)  VALUE ZEROS.

           01 WS-DAY-CALLS            PIC 9(9)  VALUE ZEROS.
           01 WS-DAY-MINUTES          PIC 9(9)  VALUE ZEROS.
           01 WS-CHECK-SCORE          PIC 9(9)  VALUE ZEROS.
           01 WS-ALERT-SCORE          PIC 9(9)  VALUE ZEROS.
           01 WS-ALERT-TYPES.
               02 WS-ALERT-MINUTES-TYPE PIC X(1).
               02 WS-ALERT-CALLS-TYPE   PIC X(1).
               02 WS-ALERT-CEILING-TYPE PIC X(1).

           01 WS-ALERT-RANK           PIC 9(5)  VALUE ZEROS.
           01 WS-ACTION-CODE          PIC X(1)  VALUE SPACE.
           01 WS-ACTION-TEXT          PIC X(9)  VALUE SPACES.

           01 WS-SUMMARY-READ-COUNT   PIC 9(9)  VALUE ZEROS.
           01 WS-ACTIVE-TODAY-COUNT   PIC 9(9)  VALUE ZEROS.
           01 WS-NEW-HISTORY-COUNT    PIC 9(9)  VALUE ZEROS.
           01 WS-MONTH-ROLL-COUNT     PIC 9(9)  VALUE ZEROS.
           01 WS-PARTIAL-MONTH-COUNT  PIC 9(9)  VALUE ZEROS.
           01 WS-RESYNC-COUNT         PIC 9(9)  VALUE ZEROS.
           01 WS-OUT-OF-STEP-COUNT    PIC 9(9)  VALUE ZEROS.
           01 WS-ALERT-COUNT          PIC 9(9)  VALUE ZEROS.
           01 WS-MINUTES-ALERT-COUNT  PIC 9(9)  VALUE ZEROS.
           01 WS-CALLS-ALERT-COUNT    PIC 9(9)  VALUE ZEROS.
           01 WS-CEILING-ALERT-COUNT  PIC 9(9)  VALUE ZEROS.
           01 WS-SUSPEND-COUNT        PIC 9(9)  VALUE ZEROS.
           01 WS-REPEAT-COUNT         PIC 9(9)  VALUE ZEROS.

           01 WS-COUNT-DISPLAY        PIC ZZZZZZZZ9.
           01 WS-MULTIPLIER-DISPLAY   PIC Z9.9.
           01 WS-SUMMARY-LABEL        PIC X(28) VALUE SPACES.

           01 WS-HEADING-LINE.
               02 FILLER               PIC X(40) VALUE
                   "RANK NUMBER      PLAN CALLS  LIMIT   MIN".
               02 FILLER               PIC X(40) VALUE
                   "S  LIMIT  CEIL TYP  PCT% PRV ACTION    ".

           01 WS-DETAIL-LINE.
               02 DL-ALERT-RANK        PIC ZZZ9.
               02 FILLER               PIC X(1)  VALUE SPACES.
               02 DL-MOBILENUMBER      PIC 9(11).
               02 FILLER               PIC X(1)  VALUE SPACES.
               02 DL-RATE-PLAN-CODE    PIC X(4).
               02 FILLER               PIC X(1)  VALUE SPACES.
               02 DL-DAY-CALLS         PIC ZZZZ9.
               02 FILLER               PIC X(1)  VALUE SPACES.
               02 DL-CALL-LIMIT        PIC ZZZZZ9.
               02 FILLER               PIC X(1)  VALUE SPACES.
               02 DL-DAY-MINUTES       PIC ZZZZZ9.
               02 FILLER               PIC X(1)  VALUE SPACES.
               02 DL-MINUTE-LIMIT      PIC ZZZZZ9.
               02 FILLER               PIC X(1)  VALUE SPACES.
               02 DL-MINUTE-CEILING    PIC ZZZZ9.
               02 FILLER               PIC X(1)  VALUE SPACES.
               02 DL-ALERT-TYPES       PIC X(3).
               02 FILLER               PIC X(1)  VALUE SPACES.
               02 DL-ALERT-SCORE       PIC ZZZZ9.
               02 FILLER               PIC X(1)  VALUE SPACES.
               02 DL-PRIOR-ALERTS      PIC ZZ9.
               02 FILLER               PIC X(1)  VALUE SPACES.
               02 DL-ACTION            PIC X(9).
               02 FILLER               PIC X(2)  VALUE SPACES.

       PROCEDURE DIVISION.

       0000-MAIN-PROCESS.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           PERFORM 1020-READ-FRAUD-CARD
           PERFORM 1000-OPEN-FILES
           SORT ALERT-SORT-WORK
               ON DESCENDING KEY AS-ALERT-SCORE
               ON ASCENDING KEY AS-MOBILENUMBER
               INPUT PROCEDURE IS 3000-SCREEN-USAGE
               OUTPUT PROCEDURE IS 5000-REPORT-ALERTS
           PERFORM 9000-WRITE-SCREEN-SUMMARY
           PERFORM 1900-CLOSE-FILES
           IF WS-ALERT-COUNT > ZEROS
            AND RETURN-CODE = ZEROS
               MOVE 4 TO RETURN-CODE
           END-IF
           STOP RUN.

       1000-OPEN-FILES.
           OPEN INPUT USAGE-SUMMARY
           IF WS-USAGESUM-FILE-NOT-FOUND
               DISPLAY "OPEN-FILES: NO USAGE SUMMARY TO SCREEN"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           IF NOT WS-USAGESUM-OK
               DISPLAY "OPEN-FILES: USAGESUM OPEN FAILED - STATUS "
                   WS-USAGESUM-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN I-O USAGE-HISTORY
           IF WS-USAGEHST-FILE-NOT-FOUND
               OPEN OUTPUT USAGE-HISTORY
               CLOSE USAGE-HISTORY
               OPEN I-O USAGE-HISTORY
           END-IF
           IF NOT WS-USAGEHST-OK
               DISPLAY "OPEN-FILES: USAGEHST OPEN FAILED - STATUS "
                   WS-USAGEHST-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN INPUT SUBSCRIBER-MASTER
           IF NOT WS-SUBMAST-OK
               DISPLAY "OPEN-FILES: SUBMAST OPEN FAILED - STATUS "
                   WS-SUBMAST-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN INPUT RATE-PLAN-FILE
           IF NOT WS-RATEPLAN-OK
               DISPLAY "OPEN-FILES: RATEPLAN OPEN FAILED - STATUS "
                   WS-RATEPLAN-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN EXTEND SUBSCRIBER-TRANSACTIONS
           IF WS-SUBTRANS-FILE-NOT-FOUND
               OPEN OUTPUT SUBSCRIBER-TRANSACTIONS
           END-IF
           IF NOT WS-SUBTRANS-OK
               DISPLAY "OPEN-FILES: SUBTRANS OPEN FAILED - STATUS "
                   WS-SUBTRANS-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN EXTEND FRAUD-HISTORY
           IF WS-FRAUDHST-FILE-NOT-FOUND
               OPEN OUTPUT FRAUD-HISTORY
           END-IF
           IF NOT WS-FRAUDHST-OK
               DISPLAY "OPEN-FILES: FRAUDHST OPEN FAILED - STATUS "
                   WS-FRAUDHST-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT FRAUD-REPORT
           IF NOT WS-FRAUDRPT-OK
               DISPLAY "OPEN-FILES: FRAUDRPT OPEN FAILED - STATUS "
                   WS-FRAUDRPT-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

       1020-READ-FRAUD-CARD.
      *> THE LIMITS ARE POLICY, NOT CODE - NO CARD STOPS THE RUN
      *> RATHER THAN SCREENING (AND SUSPENDING) AGAINST A MADE-UP
      *> THRESHOLD.
           OPEN INPUT FRAUD-CARD
           IF NOT WS-FRAUDCRD-OK
               DISPLAY "READ-FRAUD-CARD: NO FRAUDCRD SUPPLIED"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           READ FRAUD-CARD
               AT END
                   DISPLAY "READ-FRAUD-CARD: FRAUDCRD IS EMPTY"
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               NOT AT END
                   IF FC-MULTIPLIER NUMERIC
                    AND FC-MINIMUM-MINUTES NUMERIC
                    AND FC-MINIMUM-CALLS NUMERIC
                    AND FC-MULTIPLIER NOT < 1
                    AND FC-MINIMUM-MINUTES > ZEROS
                    AND FC-MINIMUM-CALLS > ZEROS
                       MOVE FC-MULTIPLIER TO WS-MULTIPLIER
                       MOVE FC-MINIMUM-MINUTES TO WS-MINIMUM-MINUTES
                       MOVE FC-MINIMUM-CALLS TO WS-MINIMUM-CALLS
                   ELSE
                       DISPLAY "READ-FRAUD-CARD: LIMITS NOT NUMERIC "
                           "OR TOO LOW - RUN ABANDONED"
                       MOVE 8 TO RETURN-CODE
                       STOP RUN
                   END-IF
           END-READ
           CLOSE FRAUD-CARD.

       1900-CLOSE-FILES.
           CLOSE USAGE-SUMMARY
           CLOSE USAGE-HISTORY
           CLOSE SUBSCRIBER-MASTER
           CLOSE RATE-PLAN-FILE
           CLOSE SUBSCRIBER-TRANSACTIONS
           CLOSE FRAUD-HISTORY
           CLOSE FRAUD-REPORT.

       3000-SCREEN-USAGE.
           PERFORM UNTIL WS-USAGESUM-EOF
               READ USAGE-SUMMARY NEXT RECORD
                   AT END
                       SET WS-USAGESUM-EOF TO TRUE
                   NOT AT END
                       ADD 1 TO WS-SUMMARY-READ-COUNT
                       PERFORM 3100-SCREEN-ONE-NUMBER
               END-READ
           END-PERFORM.

       3100-SCREEN-ONE-NUMBER.
           PERFORM 3200-GET-USAGE-HISTORY
           IF UH-CURRENT-MONTH < US-USAGE-MONTH
               ADD 1 TO WS-MONTH-ROLL-COUNT
               MOVE ZEROS TO WS-ROLL-COUNT
               PERFORM 3300-ROLL-HISTORY-MONTH
                   UNTIL UH-CURRENT-MONTH NOT < US-USAGE-MONTH
           END-IF
      *> A SUMMARY OLDER THAN THE HISTORY (A RESTORED USAGESUM) IS
      *> LEFT ALONE RATHER THAN WINDING THE HISTORY BACKWARDS.
           IF UH-CURRENT-MONTH > US-USAGE-MONTH
               ADD 1 TO WS-OUT-OF-STEP-COUNT
               DISPLAY "SCREEN-USAGE: USAGESUM MONTH " US-USAGE-MONTH
                   " BEHIND HISTORY FOR " US-MOBILENUMBER " - SKIPPED"
           ELSE
      *> A NEW HISTORY RECORD HAS NO EARLIER SNAPSHOT TO MEASURE
      *> THE DAY FROM, SO IT IS ONLY STORED.
               IF WS-HISTORY-ON-FILE
                   PERFORM 3150-MEASURE-DAY-USAGE
               END-IF
               MOVE US-CALL-COUNT TO UH-MTD-CALLS
               MOVE US-TOTAL-MINUTES TO UH-MTD-MINUTES
               MOVE WS-RUN-DATE TO UH-LAST-SCREEN-DATE
               PERFORM 8100-WRITE-USAGE-HISTORY
           END-IF.

       3150-MEASURE-DAY-USAGE.
      *> A SUMMARY SMALLER THAN THE LAST SNAPSHOT HAS BEEN REBUILT
      *> UNDERNEATH US - RESYNCHRONISE WITHOUT CALLING IT USAGE.
           IF US-CALL-COUNT < UH-MTD-CALLS
            OR US-TOTAL-MINUTES < UH-MTD-MINUTES
               ADD 1 TO WS-RESYNC-COUNT
               MOVE ZEROS TO WS-DAY-CALLS
               MOVE ZEROS TO WS-DAY-MINUTES
           ELSE
               COMPUTE WS-DAY-CALLS = US-CALL-COUNT - UH-MTD-CALLS
               COMPUTE WS-DAY-MINUTES =
                   US-TOTAL-MINUTES - UH-MTD-MINUTES
           END-IF
           IF WS-DAY-CALLS > ZEROS
            OR WS-DAY-MINUTES > ZEROS
               ADD 1 TO WS-ACTIVE-TODAY-COUNT
               PERFORM 3400-CHECK-NUMBER
           END-IF.

       3200-GET-USAGE-HISTORY.
           MOVE US-MOBILENUMBER TO UH-MOBILENUMBER
           READ USAGE-HISTORY
           IF WS-USAGEHST-NOT-FOUND
               SET WS-HISTORY-IS-NEW TO TRUE
               ADD 1 TO WS-NEW-HISTORY-COUNT
               MOVE SPACES TO USAGE-HISTORY-RECORD
               MOVE US-MOBILENUMBER TO UH-MOBILENUMBER
               MOVE US-USAGE-MONTH TO UH-CURRENT-MONTH
               MOVE ZEROS TO UH-MTD-CALLS
               MOVE ZEROS TO UH-MTD-MINUTES
               MOVE ZEROS TO UH-LAST-SCREEN-DATE
               MOVE ZEROS TO UH-ALERT-COUNT
               MOVE ZEROS TO UH-LAST-ALERT-DATE
               MOVE ZEROS TO UH-PRIOR-MONTH-COUNT
               MOVE WS-RUN-DATE TO UH-FIRST-SCREEN-DATE
               MOVE ZEROS TO UH-PRIOR-MONTH(1)
               MOVE ZEROS TO UH-PRIOR-MONTH(2)
               MOVE ZEROS TO UH-PRIOR-MONTH(3)
           ELSE
               IF NOT WS-USAGEHST-OK
                   DISPLAY "SCREEN-USAGE: USAGEHST READ FAILED - "
                       "STATUS " WS-USAGEHST-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               SET WS-HISTORY-ON-FILE TO TRUE
           END-IF.

      *> ONE MONTH PER PASS: THE CURRENT MONTH'S TOTALS BECOME PRIOR
      *> MONTH 1 AND THE NEXT CALENDAR MONTH STARTS FROM ZERO. AFTER
      *> FOUR PASSES EVERY SLOT IS ALREADY A ZERO MONTH, SO A LONGER
      *> GAP JUMPS STRAIGHT TO THE SUMMARY'S MONTH. THE MONTH OF
      *> THE FIRST SCREEN IS DROPPED, NOT ROLLED - IT DID NOT RUN
      *> FOR THE WHOLE MONTH AND WOULD DRAG THE AVERAGE DOWN.
       3300-ROLL-HISTORY-MONTH.
           IF UH-FIRST-SCREEN-DATE NUMERIC
            AND UH-FIRST-SCREEN-MONTH = UH-CURRENT-MONTH
               ADD 1 TO WS-PARTIAL-MONTH-COUNT
           ELSE
               MOVE UH-PRIOR-MONTH(2) TO UH-PRIOR-MONTH(3)
               MOVE UH-PRIOR-MONTH(1) TO UH-PRIOR-MONTH(2)
               MOVE UH-CURRENT-MONTH TO UH-PRIOR-USAGE-MONTH(1)
               MOVE UH-MTD-CALLS TO UH-PRIOR-CALLS(1)
               MOVE UH-MTD-MINUTES TO UH-PRIOR-MINUTES(1)
               IF UH-PRIOR-MONTH-COUNT < 3
                   ADD 1 TO UH-PRIOR-MONTH-COUNT
               END-IF
           END-IF
           MOVE ZEROS TO UH-MTD-CALLS
           MOVE ZEROS TO UH-MTD-MINUTES
           ADD 1 TO WS-ROLL-COUNT
           IF WS-ROLL-COUNT > 3
               MOVE US-USAGE-MONTH TO UH-CURRENT-MONTH
           ELSE
               MOVE UH-CURRENT-MONTH TO WS-WORK-MONTH
               IF WS-WORK-MM NOT < 12
                   ADD 1 TO WS-WORK-YEAR
                   MOVE 1 TO WS-WORK-MM
               ELSE
                   ADD 1 TO WS-WORK-MM
               END-IF
               MOVE WS-WORK-MONTH TO UH-CURRENT-MONTH
           END-IF.

       3400-CHECK-NUMBER.
           MOVE SPACES TO WS-ALERT-TYPES
           MOVE ZEROS TO WS-ALERT-SCORE
           MOVE ZEROS TO WS-CALL-LIMIT
           MOVE ZEROS TO WS-MINUTE-LIMIT
           PERFORM 3410-SET-TRAILING-LIMITS
           IF WS-HAS-BASELINE
               IF WS-DAY-MINUTES > WS-MINUTE-LIMIT
                   MOVE "M" TO WS-ALERT-MINUTES-TYPE
                   ADD 1 TO WS-MINUTES-ALERT-COUNT
                   COMPUTE WS-CHECK-SCORE =
                       WS-DAY-MINUTES * 100 / WS-MINUTE-LIMIT
                   PERFORM 3430-KEEP-WORST-SCORE
               END-IF
               IF WS-DAY-CALLS > WS-CALL-LIMIT
                   MOVE "C" TO WS-ALERT-CALLS-TYPE
                   ADD 1 TO WS-CALLS-ALERT-COUNT
                   COMPUTE WS-CHECK-SCORE =
                       WS-DAY-CALLS * 100 / WS-CALL-LIMIT
                   PERFORM 3430-KEEP-WORST-SCORE
               END-IF
           END-IF
           PERFORM 3420-GET-PLAN-CEILING
           IF WS-MINUTE-CEILING > ZEROS
            AND WS-DAY-MINUTES > WS-MINUTE-CEILING
               MOVE "P" TO WS-ALERT-CEILING-TYPE
               ADD 1 TO WS-CEILING-ALERT-COUNT
               COMPUTE WS-CHECK-SCORE =
                   WS-DAY-MINUTES * 100 / WS-MINUTE-CEILING
               PERFORM 3430-KEEP-WORST-SCORE
           END-IF
           IF WS-ALERT-TYPES NOT = SPACES
               PERFORM 3500-RELEASE-ALERT
           END-IF.

      *> TRAILING DAILY AVERAGE = PRIOR MONTHS' TOTAL OVER THEIR
      *> CALENDAR DAYS. THE LIMIT IS THAT TIMES THE MULTIPLIER, BUT
      *> NEVER BELOW THE CARD'S MINIMUM.
       3410-SET-TRAILING-LIMITS.
           SET WS-NO-BASELINE TO TRUE
           MOVE ZEROS TO WS-BASELINE-DAYS
           MOVE ZEROS TO WS-BASELINE-CALLS
           MOVE ZEROS TO WS-BASELINE-MINUTES
           MOVE ZEROS TO WS-PRIOR-INDEX
           PERFORM UNTIL WS-PRIOR-INDEX NOT < UH-PRIOR-MONTH-COUNT
               ADD 1 TO WS-PRIOR-INDEX
               MOVE UH-PRIOR-USAGE-MONTH(WS-PRIOR-INDEX)
                   TO WS-WORK-MONTH
               PERFORM 3411-COUNT-DAYS-IN-MONTH
               ADD WS-DAYS-IN-MONTH TO WS-BASELINE-DAYS
               ADD UH-PRIOR-CALLS(WS-PRIOR-INDEX) TO WS-BASELINE-CALLS
               ADD UH-PRIOR-MINUTES(WS-PRIOR-INDEX)
                   TO WS-BASELINE-MINUTES
           END-PERFORM
           IF WS-BASELINE-DAYS > ZEROS
               SET WS-HAS-BASELINE TO TRUE
               COMPUTE WS-MINUTE-LIMIT ROUNDED =
                   WS-BASELINE-MINUTES * WS-MULTIPLIER
                       / WS-BASELINE-DAYS
               COMPUTE WS-CALL-LIMIT ROUNDED =
                   WS-BASELINE-CALLS * WS-MULTIPLIER
                       / WS-BASELINE-DAYS
               IF WS-MINUTE-LIMIT < WS-MINIMUM-MINUTES
                   MOVE WS-MINIMUM-MINUTES TO WS-MINUTE-LIMIT
               END-IF
               IF WS-CALL-LIMIT < WS-MINIMUM-CALLS
                   MOVE WS-MINIMUM-CALLS TO WS-CALL-LIMIT
               END-IF
           END-IF.

       3411-COUNT-DAYS-IN-MONTH.
           MOVE 30 TO WS-DAYS-IN-MONTH
           IF WS-WORK-MONTH NUMERIC
            AND WS-WORK-YEAR > ZEROS
            AND WS-WORK-MM > ZEROS
            AND WS-WORK-MM < 13
               COMPUTE WS-MONTH-START-DATE = WS-WORK-MONTH * 100 + 1
               IF WS-WORK-MM = 12
                   COMPUTE WS-NEXT-MONTH-DATE =
                       (WS-WORK-YEAR + 1) * 10000 + 101
               ELSE
                   COMPUTE WS-NEXT-MONTH-DATE =
                       WS-MONTH-START-DATE + 100
               END-IF
               COMPUTE WS-DAYS-IN-MONTH =
                   FUNCTION INTEGER-OF-DATE(WS-NEXT-MONTH-DATE)
                   - FUNCTION INTEGER-OF-DATE(WS-MONTH-START-DATE)
           END-IF.

       3420-GET-PLAN-CEILING.
           MOVE ZEROS TO WS-MINUTE-CEILING
           MOVE SPACES TO RP-AUTO-PROTECT
           MOVE US-MOBILENUMBER TO SM-MOBILENUMBER
           READ SUBSCRIBER-MASTER
           IF WS-SUBMAST-OK
               MOVE SM-RATE-PLAN-CODE TO RP-PLAN-CODE
               READ RATE-PLAN-FILE
               IF WS-RATEPLAN-OK
                   IF RP-DAILY-MINUTE-CEILING NUMERIC
                       MOVE RP-DAILY-MINUTE-CEILING
                           TO WS-MINUTE-CEILING
                   END-IF
               ELSE
                   MOVE SPACES TO RP-AUTO-PROTECT
               END-IF
           ELSE
               MOVE SPACES TO SM-PROFILE
           END-IF.

       3430-KEEP-WORST-SCORE.
           IF WS-CHECK-SCORE > 9999999
               MOVE 9999999 TO WS-CHECK-SCORE
           END-IF
           IF WS-CHECK-SCORE > WS-ALERT-SCORE
               MOVE WS-CHECK-SCORE TO WS-ALERT-SCORE
           END-IF.

       3500-RELEASE-ALERT.
           ADD 1 TO WS-ALERT-COUNT
           MOVE WS-ALERT-SCORE TO AS-ALERT-SCORE
           MOVE US-MOBILENUMBER TO AS-MOBILENUMBER
           IF WS-SUBMAST-OK
               SET AS-ON-MASTER TO TRUE
           ELSE
               SET AS-NOT-ON-MASTER TO TRUE
           END-IF
           MOVE SM-PROFILE TO AS-PROFILE
           MOVE RP-AUTO-PROTECT TO AS-AUTO-PROTECT
           MOVE WS-DAY-CALLS TO AS-DAY-CALLS
           MOVE WS-DAY-MINUTES TO AS-DAY-MINUTES
           MOVE WS-CALL-LIMIT TO AS-CALL-LIMIT
           MOVE WS-MINUTE-LIMIT TO AS-MINUTE-LIMIT
           MOVE WS-MINUTE-CEILING TO AS-MINUTE-CEILING
           MOVE WS-ALERT-TYPES TO AS-ALERT-TYPES
           MOVE UH-ALERT-COUNT TO AS-PRIOR-ALERTS
           IF UH-ALERT-COUNT > ZEROS
               ADD 1 TO WS-REPEAT-COUNT
           END-IF
           IF UH-ALERT-COUNT < 99999
               ADD 1 TO UH-ALERT-COUNT
           END-IF
           MOVE WS-RUN-DATE TO UH-LAST-ALERT-DATE
           RELEASE ALERT-SORT-RECORD.

       5000-REPORT-ALERTS.
           MOVE WS-MULTIPLIER TO WS-MULTIPLIER-DISPLAY
           MOVE SPACES TO FRAUD-REPORT-LINE
           STRING "USAGE FRAUD SCREEN - RUN DATE " WS-RUN-DATE
                   " - LIMIT " WS-MULTIPLIER-DISPLAY " X AVERAGE"
                   DELIMITED BY SIZE INTO FRAUD-REPORT-LINE
           END-STRING
           WRITE FRAUD-REPORT-LINE
           MOVE SPACES TO FRAUD-REPORT-LINE
           WRITE FRAUD-REPORT-LINE
           MOVE WS-HEADING-LINE TO FRAUD-REPORT-LINE
           WRITE FRAUD-REPORT-LINE
           SET WS-SORT-NOT-EOF TO TRUE
           PERFORM UNTIL WS-SORT-EOF
               RETURN ALERT-SORT-WORK
                   AT END
                       SET WS-SORT-EOF TO TRUE
                   NOT AT END
                       PERFORM 5100-ACTION-ONE-ALERT
               END-RETURN
           END-PERFORM.

      *> ONLY AN ACTIVE NUMBER ON AN AUTO-PROTECT PLAN IS SUSPENDED -
      *> ONE ALREADY SUSPENDED OR CEASED IS LEFT AS IT IS.
       5100-ACTION-ONE-ALERT.
           ADD 1 TO WS-ALERT-RANK
           EVALUATE TRUE
               WHEN AS-NOT-ON-MASTER
                   MOVE "N" TO WS-ACTION-CODE
                   MOVE "NOT ON MS" TO WS-ACTION-TEXT
               WHEN AS-ACCOUNT-STATUS NOT = "A"
                   MOVE "H" TO WS-ACTION-CODE
                   MOVE "HELD" TO WS-ACTION-TEXT
               WHEN AS-AUTO-PROTECT = "Y"
                   MOVE "S" TO WS-ACTION-CODE
                   MOVE "SUSPENDED" TO WS-ACTION-TEXT
                   PERFORM 5200-WRITE-SUSPEND-CARD
                   ADD 1 TO WS-SUSPEND-COUNT
               WHEN OTHER
                   MOVE "A" TO WS-ACTION-CODE
                   MOVE "ALERT" TO WS-ACTION-TEXT
           END-EVALUATE
           PERFORM 5300-WRITE-ALERT-HISTORY
           MOVE WS-ALERT-RANK TO DL-ALERT-RANK
           MOVE AS-MOBILENUMBER TO DL-MOBILENUMBER
           MOVE AS-RATE-PLAN-CODE TO DL-RATE-PLAN-CODE
           MOVE AS-DAY-CALLS TO DL-DAY-CALLS
           MOVE AS-CALL-LIMIT TO DL-CALL-LIMIT
           MOVE AS-DAY-MINUTES TO DL-DAY-MINUTES
           MOVE AS-MINUTE-LIMIT TO DL-MINUTE-LIMIT
           MOVE AS-MINUTE-CEILING TO DL-MINUTE-CEILING
           MOVE AS-ALERT-TYPES TO DL-ALERT-TYPES
           IF AS-ALERT-SCORE > 99999
               MOVE 99999 TO DL-ALERT-SCORE
           ELSE
               MOVE AS-ALERT-SCORE TO DL-ALERT-SCORE
           END-IF
           IF AS-PRIOR-ALERTS > 999
               MOVE 999 TO DL-PRIOR-ALERTS
           ELSE
               MOVE AS-PRIOR-ALERTS TO DL-PRIOR-ALERTS
           END-IF
           MOVE WS-ACTION-TEXT TO DL-ACTION
           MOVE WS-DETAIL-LINE TO FRAUD-REPORT-LINE
           WRITE FRAUD-REPORT-LINE.

      *> AN R CARD REPLACES THE WHOLE PROFILE, SO EVERYTHING BUT THE
      *> STATUS IS CARRIED FROM THE MASTER AS IT STANDS.
       5200-WRITE-SUSPEND-CARD.
           MOVE SPACES TO TRANSACTION-RECORD
           MOVE "R" TO TR-OPERATION-CODE
           MOVE AS-MOBILENUMBER TO TR-MOBILENUMBER
           MOVE ZEROS TO TR-NEW-MOBILENUMBER
           MOVE "S" TO TR-ACCOUNT-STATUS
           MOVE AS-ACTIVATION-DATE TO TR-ACTIVATION-DATE
           MOVE AS-RATE-PLAN-CODE TO TR-RATE-PLAN-CODE
           MOVE AS-ACCOUNT-REF TO TR-ACCOUNT-REF
           MOVE WS-RUN-DATE TO TR-STATUS-DATE
           MOVE "FRAU" TO TR-STATUS-REASON
           WRITE TRANSACTION-RECORD.

       5300-WRITE-ALERT-HISTORY.
           MOVE SPACES TO FRAUD-HISTORY-RECORD
           MOVE WS-RUN-DATE TO FH-RUN-DATE
           MOVE AS-MOBILENUMBER TO FH-MOBILENUMBER
           MOVE AS-ACCOUNT-REF TO FH-ACCOUNT-REF
           MOVE AS-RATE-PLAN-CODE TO FH-RATE-PLAN-CODE
           MOVE WS-ALERT-RANK TO FH-ALERT-RANK
           IF AS-DAY-CALLS > 9999999
               MOVE 9999999 TO FH-DAY-CALLS
           ELSE
               MOVE AS-DAY-CALLS TO FH-DAY-CALLS
           END-IF
           IF AS-DAY-MINUTES > 9999999
               MOVE 9999999 TO FH-DAY-MINUTES
           ELSE
               MOVE AS-DAY-MINUTES TO FH-DAY-MINUTES
           END-IF
           MOVE AS-ALERT-TYPES TO FH-ALERT-TYPES
           MOVE WS-ACTION-CODE TO FH-ACTION
           MOVE AS-ALERT-SCORE TO FH-ALERT-SCORE
           MOVE AS-PRIOR-ALERTS TO FH-PRIOR-ALERTS
           WRITE FRAUD-HISTORY-RECORD.

       8100-WRITE-USAGE-HISTORY.
           IF WS-HISTORY-IS-NEW
               WRITE USAGE-HISTORY-RECORD
           ELSE
               REWRITE USAGE-HISTORY-RECORD
           END-IF
           IF NOT WS-USAGEHST-OK
               DISPLAY "SCREEN-USAGE: USAGEHST WRITE FAILED - STATUS "
                   WS-USAGEHST-STATUS " NUMBER " UH-MOBILENUMBER
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

       9000-WRITE-SCREEN-SUMMARY.
           MOVE SPACES TO FRAUD-REPORT-LINE
           WRITE FRAUD-REPORT-LINE
           MOVE "FRAUD SCREEN SUMMARY" TO FRAUD-REPORT-LINE
           WRITE FRAUD-REPORT-LINE
           MOVE "SUMMARY RECORDS READ       :" TO WS-SUMMARY-LABEL
           MOVE WS-SUMMARY-READ-COUNT TO WS-COUNT-DISPLAY
           PERFORM 9100-WRITE-SUMMARY-LINE
           MOVE "  WITH USAGE SINCE LAST RUN:" TO WS-SUMMARY-LABEL
           MOVE WS-ACTIVE-TODAY-COUNT TO WS-COUNT-DISPLAY
           PERFORM 9100-WRITE-SUMMARY-LINE
           MOVE "  FIRST SEEN - NOT SCREENED:" TO WS-SUMMARY-LABEL
           MOVE WS-NEW-HISTORY-COUNT TO WS-COUNT-DISPLAY
           PERFORM 9100-WRITE-SUMMARY-LINE
           MOVE "  ROLLED TO A NEW MONTH    :" TO WS-SUMMARY-LABEL
           MOVE WS-MONTH-ROLL-COUNT TO WS-COUNT-DISPLAY
           PERFORM 9100-WRITE-SUMMARY-LINE
           MOVE "  PART MONTH NOT AVERAGED  :" TO WS-SUMMARY-LABEL
           MOVE WS-PARTIAL-MONTH-COUNT TO WS-COUNT-DISPLAY
           PERFORM 9100-WRITE-SUMMARY-LINE
           MOVE "  RESYNCHRONISED           :" TO WS-SUMMARY-LABEL
           MOVE WS-RESYNC-COUNT TO WS-COUNT-DISPLAY
           PERFORM 9100-WRITE-SUMMARY-LINE
           MOVE "  SKIPPED - OUT OF STEP    :" TO WS-SUMMARY-LABEL
           MOVE WS-OUT-OF-STEP-COUNT TO WS-COUNT-DISPLAY
           PERFORM 9100-WRITE-SUMMARY-LINE
           MOVE "NUMBERS ALERTED            :" TO WS-SUMMARY-LABEL
           MOVE WS-ALERT-COUNT TO WS-COUNT-DISPLAY
           PERFORM 9100-WRITE-SUMMARY-LINE
           MOVE "  OVER MINUTES AVERAGE (M) :" TO WS-SUMMARY-LABEL
           MOVE WS-MINUTES-ALERT-COUNT TO WS-COUNT-DISPLAY
           PERFORM 9100-WRITE-SUMMARY-LINE
           MOVE "  OVER CALLS AVERAGE (C)   :" TO WS-SUMMARY-LABEL
           MOVE WS-CALLS-ALERT-COUNT TO WS-COUNT-DISPLAY
           PERFORM 9100-WRITE-SUMMARY-LINE
           MOVE "  OVER PLAN CEILING (P)    :" TO WS-SUMMARY-LABEL
           MOVE WS-CEILING-ALERT-COUNT TO WS-COUNT-DISPLAY
           PERFORM 9100-WRITE-SUMMARY-LINE
           MOVE "  ALERTED BEFORE           :" TO WS-SUMMARY-LABEL
           MOVE WS-REPEAT-COUNT TO WS-COUNT-DISPLAY
           PERFORM 9100-WRITE-SUMMARY-LINE
           MOVE "SUSPEND TRANSACTIONS       :" TO WS-SUMMARY-LABEL
           MOVE WS-SUSPEND-COUNT TO WS-COUNT-DISPLAY
           PERFORM 9100-WRITE-SUMMARY-LINE.

       9100-WRITE-SUMMARY-LINE.
           MOVE SPACES TO FRAUD-REPORT-LINE
           STRING WS-SUMMARY-LABEL " " WS-COUNT-DISPLAY
                   DELIMITED BY SIZE INTO FRAUD-REPORT-LINE
           END-STRING
           WRITE FRAUD-REPORT-LINE.
