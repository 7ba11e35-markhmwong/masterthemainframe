       >>SOURCE FORMAT FREE
       IDENTIFICATION DIVISION.
       PROGRAM-ID. interCarrierSettlement.
       Author. Mark Wong.
       DATE-WRITTEN. October 15th 2026.
      *> MONTHLY INTER-CARRIER SETTLEMENT FOR USAGE ON PORTED-OUT
      *> NUMBERS. USAGERTG SENDS EVERY CALL ON A NUMBER THAT HAS
      *> PORTED OUT TO USAGEEXC ("PORTED TO CARRIER ..."); THIS RUN
      *> PICKS THOSE EXCEPTIONS FOR THE SETTLEMENT MONTH (SETLCARD,
      *> YYYYMM IN COLUMNS 1-6) OFF THE ACCUMULATED USAGEEXC AND
      *> BILLS THE MINUTES BACK TO THE CARRIER THE NUMBER WAS WITH
      *> ON THE CALL DATE.
      *> THE CARRIER IS RESOLVED FROM THE PERMANENT PORTING HISTORY,
      *> NOT FROM PORTXREF OR THE CARRIER IN THE EXCEPTION REASON,
      *> SO A NUMBER THAT HAS SINCE PORTED BACK STILL SETTLES WITH
      *> THE CARRIER THAT HELD IT ON THE DAY. PORTHIST EVENTS AND THE
      *> MONTH'S CALLS ARE SORTED TOGETHER BY NUMBER AND DATE (A PORT
      *> AHEAD OF A CALL ON THE SAME DAY), SO EACH CALL MEETS THE
      *> LATEST PORT ON OR BEFORE ITS DATE:
      *>   - A PORT-OUT (O) - SETTLED WITH ITS RECIPIENT CARRIER.
      *>   - A PORT-IN (I), I.E. THE NUMBER WAS BACK WITH US, OR NO
      *>     PORT AT ALL - NOT GUESSED; LISTED AS UNRESOLVED AND LEFT
      *>     OUT OF THE SETTLEMENT FILE.
      *> MINUTES ARE PRICED AT THE CARRIER'S RATE FROM ICRATE: CARRIER
      *> CODE(1-4), RATE PER MINUTE(5-10, 99V9999). A CARRIER WITH
      *> NO RATE STILL GETS ITS STATEMENT, MARKED NOT BILLED, BUT
      *> NOTHING ON THE SETTLEMENT FILE.
      *> SETLRPT CARRIES ONE STATEMENT PER CARRIER (EVERY CALL, THEN
      *> THE CARRIER TOTAL), THE UNRESOLVED LIST AND RUN TOTALS.
      *> SETLFILE (80, FIXED) IS THE FILE SENT TO THE CARRIERS, PER
      *> CARRIER AN H RECORD, ONE D RECORD PER CALL AND A T RECORD:
      *>   H: TYPE(1), CARRIER(2-5), MONTH(6-11), RATE PER MINUTE
      *>      (12-17, 99V9999), RUN DATE(18-25).
      *>   D: TYPE(1), CARRIER(2-5), NUMBER(6-16), CALL DATE(17-24),
      *>      MINUTES(25-28), AMOUNT(29-37, 9(7)V99).
      *>   T: TYPE(1), CARRIER(2-5), CALLS(6-14), MINUTES(15-23),
      *>      AMOUNT(24-34, 9(9)V99).
      *> EACH CALL IS PRICED AND ROUNDED ON ITS OWN, AND THE CARRIER
      *> TOTAL IS THE SUM OF ITS CALLS, SO THE T RECORD ALWAYS TIES
      *> TO ITS D RECORDS.
      *> RETURN CODE 0 = ALL SETTLED, 4 = UNRESOLVED OR UNPRICED
      *> CALLS, UNREADABLE EXCEPTIONS OR REJECTED RATE CARDS LISTED,
      *> 8 = NO USABLE SETLCARD, NO USAGEEXC, PORTHIST OR ICRATE,
      *> 16 = FILE ERROR.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT USAGE-EXCEPTIONS ASSIGN TO "USAGEEXC"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-USAGEEXC-STATUS.

           SELECT PORTING-HISTORY ASSIGN TO "PORTHIST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PORTHIST-STATUS.

           SELECT SETTLEMENT-CARD ASSIGN TO "SETLCARD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SETLCARD-STATUS.

           SELECT CARRIER-RATES ASSIGN TO "ICRATE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ICRATE-STATUS.

           SELECT SETTLEMENT-WORK ASSIGN TO "SETLWORK"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SETLWORK-STATUS.

           SELECT SETTLEMENT-FILE ASSIGN TO "SETLFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SETLFILE-STATUS.

           SELECT SETTLEMENT-REPORT ASSIGN TO "SETLRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SETLRPT-STATUS.

           SELECT RESOLVE-SORT-WORK ASSIGN TO "SORTWK".

           SELECT STATEMENT-SORT-WORK ASSIGN TO "SORTWK".

       DATA DIVISION.
       FILE SECTION.
       FD  USAGE-EXCEPTIONS
           RECORD CONTAINS 80 CHARACTERS
           LABEL RECORDS ARE STANDARD.
       01  USAGE-EXCEPTION-RECORD.
           02  UE-MOBILENUMBER         PIC X(11).
           02  UE-CALL-DATE            PIC X(8).
           02  UE-CALL-MINUTES         PIC X(4).
           02  FILLER                  PIC X(1).
           02  UE-REASON               PIC X(35).
           02  FILLER                  PIC X(21).

       FD  PORTING-HISTORY
           RECORD CONTAINS 80 CHARACTERS
           LABEL RECORDS ARE STANDARD.
       01  PORTING-HISTORY-RECORD.
           COPY PRTHIST.

       FD  SETTLEMENT-CARD
           RECORD CONTAINS 80 CHARACTERS
           LABEL RECORDS ARE STANDARD.
       01  SETTLEMENT-CARD-RECORD.
           02  SC-SETTLEMENT-MONTH     PIC 9(6).
           02  FILLER                  PIC X(74).

       FD  CARRIER-RATES
           RECORD CONTAINS 80 CHARACTERS
           LABEL RECORDS ARE STANDARD.
       01  CARRIER-RATE-RECORD.
           02  IR-CARRIER-CODE         PIC X(4).
           02  IR-RATE-PER-MINUTE      PIC 9(2)V9(4).
           02  FILLER                  PIC X(70).

      *> ONE RECORD PER CALL AFTER RESOLUTION - RESOLVED CALLS
      *> CARRY THEIR CARRIER, UNRESOLVED ONES THE REASON. RE-SORTED
      *> BY CARRIER FOR THE STATEMENTS.
       FD  SETTLEMENT-WORK
           RECORD CONTAINS 80 CHARACTERS
           LABEL RECORDS ARE STANDARD.
       01  SETTLEMENT-WORK-RECORD.
           02  SK-RESOLUTION           PIC X(1).
           02  SK-CARRIER-CODE         PIC X(4).
           COPY MOBNUM REPLACING
               ==MOBILENUMBER== BY ==SK-MOBILENUMBER==
               ==COUNTRYCODE==  BY ==SK-COUNTRYCODE==
               ==NUM==          BY ==SK-NUM==.
           02  SK-CALL-DATE            PIC 9(8).
           02  SK-CALL-MINUTES         PIC 9(4).
           02  SK-UNRESOLVED-REASON    PIC X(39).
           02  FILLER                  PIC X(13).

       FD  SETTLEMENT-FILE
           RECORD CONTAINS 80 CHARACTERS
           LABEL RECORDS ARE STANDARD.
       01  SETTLEMENT-HEADER-RECORD.
           02  SH-RECORD-TYPE          PIC X(1).
           02  SH-CARRIER-CODE         PIC X(4).
           02  SH-SETTLEMENT-MONTH     PIC 9(6).
           02  SH-RATE-PER-MINUTE      PIC 9(2)V9(4).
           02  SH-RUN-DATE             PIC 9(8).
           02  FILLER                  PIC X(55).
       01  SETTLEMENT-DETAIL-RECORD.
           02  SL-RECORD-TYPE          PIC X(1).
           02  SL-CARRIER-CODE         PIC X(4).
           02  SL-MOBILENUMBER         PIC 9(11).
           02  SL-CALL-DATE            PIC 9(8).
           02  SL-CALL-MINUTES         PIC 9(4).
           02  SL-AMOUNT               PIC 9(7)V99.
           02  FILLER                  PIC X(43).
       01  SETTLEMENT-TRAILER-RECORD.
           02  ST-RECORD-TYPE          PIC X(1).
           02  ST-CARRIER-CODE         PIC X(4).
           02  ST-CALL-COUNT           PIC 9(9).
           02  ST-TOTAL-MINUTES        PIC 9(9).
           02  ST-TOTAL-AMOUNT         PIC 9(9)V99.
           02  FILLER                  PIC X(46).

       FD  SETTLEMENT-REPORT
           RECORD CONTAINS 80 CHARACTERS
           LABEL RECORDS ARE STANDARD.
       01  SETTLEMENT-REPORT-LINE     PIC X(80).

      *> PORT EVENTS (TYPE 1) AND CALLS (TYPE 2) IN ONE STREAM. THE
      *> TYPE IS THE LAST KEY SO A PORT DATED THE SAME DAY AS A CALL
      *> IS ALREADY IN EFFECT FOR IT.
       SD  RESOLVE-SORT-WORK.
       01  RESOLVE-SORT-RECORD.
           COPY MOBNUM REPLACING
               ==MOBILENUMBER== BY ==RS-MOBILENUMBER==
               ==COUNTRYCODE==  BY ==RS-COUNTRYCODE==
               ==NUM==          BY ==RS-NUM==.
           02  RS-EVENT-DATE           PIC 9(8).
           02  RS-RECORD-TYPE          PIC X(1).
               88  RS-PORT-EVENT            VALUE "1".
               88  RS-PORTED-CALL           VALUE "2".
           02  RS-DIRECTION            PIC X(1).
           02  RS-CARRIER-CODE         PIC X(4).
           02  RS-CALL-MINUTES         PIC 9(4).

       SD  STATEMENT-SORT-WORK.
       01  STATEMENT-SORT-RECORD.
           02  SS-RESOLUTION           PIC X(1).
               88  SS-RESOLVED              VALUE "1".
               88  SS-UNRESOLVED            VALUE "2".
           02  SS-CARRIER-CODE         PIC X(4).
           COPY MOBNUM REPLACING
               ==MOBILENUMBER== BY ==SS-MOBILENUMBER==
               ==COUNTRYCODE==  BY ==SS-COUNTRYCODE==
               ==NUM==          BY ==SS-NUM==.
           02  SS-CALL-DATE            PIC 9(8).
           02  SS-CALL-MINUTES         PIC 9(4).
           02  SS-UNRESOLVED-REASON    PIC X(39).
           02  FILLER                  PIC X(13).

       WORKING-STORAGE SECTION.
           01 WS-USAGEEXC-STATUS      PIC X(2)  VALUE "00".
               88 WS-USAGEEXC-OK            VALUE "00".
               88 WS-USAGEEXC-EOF            VALUE "10".
               88 WS-USAGEEXC-FILE-NOT-FOUND VALUE "35".

           01 WS-PORTHIST-STATUS      PIC X(2)  VALUE "00".
               88 WS-PORTHIST-OK            VALUE "00".
               88 WS-PORTHIST-EOF            VALUE "10".
               88 WS-PORTHIST-FILE-NOT-FOUND VALUE "35".

           01 WS-SETLCARD-STATUS      PIC X(2)  VALUE "00".
               88 WS-SETLCARD-OK            VALUE "00".

           01 WS-ICRATE-STATUS        PIC X(2)  VALUE "00".
               88 WS-ICRATE-OK              VALUE "00".
               88 WS-ICRATE-EOF              VALUE "10".

           01 WS-SETLWORK-STATUS      PIC X(2)  VALUE "00".
               88 WS-SETLWORK-OK            VALUE "00".

           01 WS-SETLFILE-STATUS      PIC X(2)  VALUE "00".
               88 WS-SETLFILE-OK            VALUE "00".

           01 WS-SETLRPT-STATUS       PIC X(2)  VALUE "00".
               88 WS-SETLRPT-OK             VALUE "00".

           01 WS-SORT-EOF-SWITCH      PIC X(1)  VALUE "N".
               88 WS-SORT-EOF               VALUE "Y".
               88 WS-SORT-NOT-EOF           VALUE "N".

           01 WS-RUN-DATE             PIC 9(8)  VALUE ZEROS.
           01 WS-SETTLEMENT-MONTH     PIC 9(6)  VALUE ZEROS.
           01 WS-SETTLEMENT-MONTH-PARTS REDEFINES WS-SETTLEMENT-MONTH.
               02 WS-SETTLEMENT-YEAR   PIC 9(4).
               02 WS-SETTLEMENT-MM     PIC 9(2).

      *> CARRIER RATES FROM ICRATE. THE CARRIER POPULATION IS A
      *> HANDFUL OF CODES, AS ON THE PORTING REPORT.
           01 WS-RATE-TABLE.
               02 WS-RATE-ENTRY OCCURS 200 TIMES.
                   03 WS-RATE-CARRIER  PIC X(4).
                   03 WS-RATE-VALUE    PIC 9(2)V9(4).
           01 WS-RATE-COUNT           PIC 9(4)  COMP VALUE ZEROS.
           01 WS-RATE-INDEX           PIC 9(4)  COMP VALUE ZEROS.
           01 WS-RATE-FOUND-SWITCH    PIC X(1)  VALUE "N".
               88 WS-RATE-WAS-FOUND         VALUE "Y".
               88 WS-RATE-NOT-FOUND         VALUE "N".
           01 WS-LOOKUP-CARRIER       PIC X(4)  VALUE SPACES.
           01 WS-RATE-REJECT-REASON   PIC X(30) VALUE SPACES.

      *> RESOLUTION STATE - THE LATEST PORT SEEN SO FAR FOR THE
      *> NUMBER BEING RETURNED FROM THE FIRST SORT.
           01 WS-RESOLVE-NUMBER       PIC 9(11) VALUE ZEROS.
           01 WS-PORT-STATE           PIC X(1)  VALUE SPACE.
               88 WS-NO-PORT-SEEN           VALUE SPACE.
               88 WS-LAST-PORTED-OUT        VALUE "O".
               88 WS-LAST-PORTED-IN         VALUE "I".
           01 WS-PORT-CARRIER         PIC X(4)  VALUE SPACES.

      *> STATEMENT STATE - THE CARRIER WHOSE STATEMENT IS OPEN.
           01 WS-CARRIER-OPEN-SWITCH  PIC X(1)  VALUE "N".
               88 WS-CARRIER-OPEN           VALUE "Y".
               88 WS-NO-CARRIER-OPEN        VALUE "N".
           01 WS-CARRIER-PRICED-SWITCH PIC X(1) VALUE "N".
               88 WS-CARRIER-PRICED         VALUE "Y".
               88 WS-CARRIER-UNPRICED       VALUE "N".
           01 WS-UNRESOLVED-LIST-SWITCH PIC X(1) VALUE "N".
               88 WS-UNRESOLVED-LIST-STARTED VALUE "Y".
               88 WS-UNRESOLVED-LIST-NOT-STARTED VALUE "N".
           01 WS-CURRENT-CARRIER      PIC X(4)  VALUE SPACES.
           01 WS-CURRENT-RATE         PIC 9(2)V9(4) VALUE ZEROS.
           01 WS-CALL-AMOUNT          PIC 9(7)V99 VALUE ZEROS.
           01 WS-CARRIER-CALLS        PIC 9(9)  VALUE ZEROS.
           01 WS-CARRIER-MINUTES      PIC 9(9)  VALUE ZEROS.
           01 WS-CARRIER-AMOUNT       PIC 9(9)V99 VALUE ZEROS.

           01 WS-EXCEPTION-READ-COUNT PIC 9(9)  VALUE ZEROS.
           01 WS-PORTED-CALL-COUNT    PIC 9(9)  VALUE ZEROS.
           01 WS-UNREADABLE-COUNT     PIC 9(9)  VALUE ZEROS.
           01 WS-PORT-EVENT-COUNT     PIC 9(9)  VALUE ZEROS.
           01 WS-RATE-CARD-COUNT      PIC 9(9)  VALUE ZEROS.
           01 WS-RATE-REJECT-COUNT    PIC 9(9)  VALUE ZEROS.
           01 WS-CARRIERS-SETTLED     PIC 9(9)  VALUE ZEROS.
           01 WS-SETTLED-CALL-COUNT   PIC 9(9)  VALUE ZEROS.
           01 WS-SETTLED-MINUTES      PIC 9(9)  VALUE ZEROS.
           01 WS-UNPRICED-CALL-COUNT  PIC 9(9)  VALUE ZEROS.
           01 WS-UNRESOLVED-COUNT     PIC 9(9)  VALUE ZEROS.
           01 WS-TOTAL-SETTLED        PIC 9(9)V99 VALUE ZEROS.

           01 WS-COUNT-DISPLAY        PIC ZZZZZZZZ9.
           01 WS-AMOUNT-DISPLAY       PIC ZZZZZZZZZZ9.99.
           01 WS-RATE-DISPLAY         PIC Z9.9999.
           01 WS-SUMMARY-LABEL        PIC X(28) VALUE SPACES.

           01 WS-DETAIL-LINE.
               02 DL-MOBILENUMBER      PIC 9(11).
               02 FILLER               PIC X(2)  VALUE SPACES.
               02 DL-CALL-DATE         PIC 9(8).
               02 FILLER               PIC X(2)  VALUE SPACES.
               02 DL-CALL-MINUTES      PIC ZZZ9.
               02 FILLER               PIC X(2)  VALUE SPACES.
               02 DL-AMOUNT            PIC ZZZZZZ9.99.
               02 FILLER               PIC X(2)  VALUE SPACES.
               02 DL-NOTE              PIC X(39).

       PROCEDURE DIVISION.

       0000-MAIN-PROCESS.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           PERFORM 1020-READ-SETTLEMENT-CARD
           PERFORM 1000-OPEN-FILES
           PERFORM 2000-LOAD-CARRIER-RATES
           SORT RESOLVE-SORT-WORK
               ON ASCENDING KEY RS-MOBILENUMBER
                                RS-EVENT-DATE
                                RS-RECORD-TYPE
               INPUT PROCEDURE IS 3000-SELECT-PORTS-AND-CALLS
               OUTPUT PROCEDURE IS 4000-RESOLVE-CARRIERS
           SORT STATEMENT-SORT-WORK
               ON ASCENDING KEY SS-RESOLUTION
                                SS-CARRIER-CODE
                                SS-MOBILENUMBER
                                SS-CALL-DATE
               USING SETTLEMENT-WORK
               OUTPUT PROCEDURE IS 5000-WRITE-STATEMENTS
           PERFORM 9000-WRITE-SETTLEMENT-SUMMARY
           PERFORM 1900-CLOSE-FILES
           IF (WS-UNRESOLVED-COUNT > ZEROS
            OR WS-UNPRICED-CALL-COUNT > ZEROS
            OR WS-UNREADABLE-COUNT > ZEROS
            OR WS-RATE-REJECT-COUNT > ZEROS)
            AND RETURN-CODE = ZEROS
               MOVE 4 TO RETURN-CODE
           END-IF
           STOP RUN.

       1000-OPEN-FILES.
           OPEN INPUT USAGE-EXCEPTIONS
           IF WS-USAGEEXC-FILE-NOT-FOUND
               DISPLAY "OPEN-FILES: NO USAGE EXCEPTIONS TO SETTLE"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           IF NOT WS-USAGEEXC-OK
               DISPLAY "OPEN-FILES: USAGEEXC OPEN FAILED - STATUS "
                   WS-USAGEEXC-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN INPUT PORTING-HISTORY
           IF WS-PORTHIST-FILE-NOT-FOUND
               DISPLAY "OPEN-FILES: NO PORTING HISTORY TO RESOLVE "
                   "CARRIERS FROM"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           IF NOT WS-PORTHIST-OK
               DISPLAY "OPEN-FILES: PORTHIST OPEN FAILED - STATUS "
                   WS-PORTHIST-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT SETTLEMENT-FILE
           IF NOT WS-SETLFILE-OK
               DISPLAY "OPEN-FILES: SETLFILE OPEN FAILED - STATUS "
                   WS-SETLFILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT SETTLEMENT-REPORT
           IF NOT WS-SETLRPT-OK
               DISPLAY "OPEN-FILES: SETLRPT OPEN FAILED - STATUS "
                   WS-SETLRPT-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE SPACES TO SETTLEMENT-REPORT-LINE
           STRING "INTER-CARRIER SETTLEMENT - MONTH "
                   WS-SETTLEMENT-MONTH " RUN DATE " WS-RUN-DATE
                   DELIMITED BY SIZE INTO SETTLEMENT-REPORT-LINE
           END-STRING
           WRITE SETTLEMENT-REPORT-LINE.

       1020-READ-SETTLEMENT-CARD.
      *> SETTLING THE WRONG MONTH BILLS A CARRIER TWICE OR NOT AT
      *> ALL - NO CARD STOPS THE RUN RATHER THAN GUESSING ONE.
           OPEN INPUT SETTLEMENT-CARD
           IF NOT WS-SETLCARD-OK
               DISPLAY "READ-SETTLEMENT-CARD: NO SETLCARD SUPPLIED"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           READ SETTLEMENT-CARD
               AT END
                   DISPLAY "READ-SETTLEMENT-CARD: SETLCARD IS EMPTY"
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               NOT AT END
                   IF SC-SETTLEMENT-MONTH NUMERIC
                       MOVE SC-SETTLEMENT-MONTH TO WS-SETTLEMENT-MONTH
                   END-IF
           END-READ
           CLOSE SETTLEMENT-CARD
           IF WS-SETTLEMENT-YEAR = ZEROS
            OR WS-SETTLEMENT-MM < 1
            OR WS-SETTLEMENT-MM > 12
               DISPLAY "READ-SETTLEMENT-CARD: SETTLEMENT MONTH "
                   "NOT YYYYMM - RUN ABANDONED"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

       1900-CLOSE-FILES.
           CLOSE USAGE-EXCEPTIONS
           CLOSE PORTING-HISTORY
           CLOSE SETTLEMENT-FILE
           CLOSE SETTLEMENT-REPORT.

       2000-LOAD-CARRIER-RATES.
           OPEN INPUT CARRIER-RATES
           IF NOT WS-ICRATE-OK
               DISPLAY "LOAD-CARRIER-RATES: NO ICRATE SUPPLIED"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM UNTIL WS-ICRATE-EOF
               READ CARRIER-RATES
                   AT END
                       SET WS-ICRATE-EOF TO TRUE
                   NOT AT END
                       ADD 1 TO WS-RATE-CARD-COUNT
                       PERFORM 2100-EDIT-RATE-CARD
               END-READ
           END-PERFORM
           CLOSE CARRIER-RATES
           IF WS-RATE-COUNT = ZEROS
               DISPLAY "LOAD-CARRIER-RATES: NO USABLE CARRIER RATES "
                   "ON ICRATE"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

       2100-EDIT-RATE-CARD.
           MOVE SPACES TO WS-RATE-REJECT-REASON
           MOVE IR-CARRIER-CODE TO WS-LOOKUP-CARRIER
           PERFORM 2200-LOOKUP-CARRIER-RATE
           EVALUATE TRUE
               WHEN IR-CARRIER-CODE = SPACES
                   MOVE "NO CARRIER CODE" TO WS-RATE-REJECT-REASON
               WHEN IR-RATE-PER-MINUTE NOT NUMERIC
                   MOVE "RATE NOT NUMERIC" TO WS-RATE-REJECT-REASON
               WHEN IR-RATE-PER-MINUTE = ZEROS
                   MOVE "RATE IS ZERO" TO WS-RATE-REJECT-REASON
               WHEN WS-RATE-WAS-FOUND
                   MOVE "CARRIER ALREADY HAS A RATE"
                       TO WS-RATE-REJECT-REASON
               WHEN WS-RATE-COUNT NOT < 200
                   MOVE "RATE TABLE FULL" TO WS-RATE-REJECT-REASON
               WHEN OTHER
                   ADD 1 TO WS-RATE-COUNT
                   MOVE IR-CARRIER-CODE
                       TO WS-RATE-CARRIER(WS-RATE-COUNT)
                   MOVE IR-RATE-PER-MINUTE
                       TO WS-RATE-VALUE(WS-RATE-COUNT)
           END-EVALUATE
           IF WS-RATE-REJECT-REASON NOT = SPACES
               ADD 1 TO WS-RATE-REJECT-COUNT
               MOVE SPACES TO SETTLEMENT-REPORT-LINE
               STRING "RATE CARD REJECTED - " CARRIER-RATE-RECORD(1:10)
                       " - " WS-RATE-REJECT-REASON
                       DELIMITED BY SIZE INTO SETTLEMENT-REPORT-LINE
               END-STRING
               WRITE SETTLEMENT-REPORT-LINE
           END-IF.

       2200-LOOKUP-CARRIER-RATE.
           SET WS-RATE-NOT-FOUND TO TRUE
           MOVE ZEROS TO WS-RATE-INDEX
           PERFORM UNTIL WS-RATE-INDEX = WS-RATE-COUNT
                      OR WS-RATE-WAS-FOUND
               ADD 1 TO WS-RATE-INDEX
               IF WS-RATE-CARRIER(WS-RATE-INDEX) = WS-LOOKUP-CARRIER
                   SET WS-RATE-WAS-FOUND TO TRUE
               END-IF
           END-PERFORM.

       3000-SELECT-PORTS-AND-CALLS.
           PERFORM 3100-RELEASE-PORT-EVENTS
           PERFORM 3200-RELEASE-PORTED-CALLS.

      *> EVERY PORT UP TO THE END OF THE SETTLEMENT MONTH - A PORT
      *> MONTHS BEFORE THE CALL IS WHAT PUT THE NUMBER WITH THE
      *> CARRIER.
       3100-RELEASE-PORT-EVENTS.
           PERFORM UNTIL WS-PORTHIST-EOF
               READ PORTING-HISTORY
                   AT END
                       SET WS-PORTHIST-EOF TO TRUE
                   NOT AT END
                       IF (PH-DIRECTION = "I" OR "O")
                        AND PH-PORT-DATE NUMERIC
                        AND PH-PORT-DATE(1:6) NOT > WS-SETTLEMENT-MONTH
                           ADD 1 TO WS-PORT-EVENT-COUNT
                           MOVE PH-MOBILENUMBER TO RS-MOBILENUMBER
                           MOVE PH-PORT-DATE TO RS-EVENT-DATE
                           SET RS-PORT-EVENT TO TRUE
                           MOVE PH-DIRECTION TO RS-DIRECTION
                           MOVE PH-CARRIER-CODE TO RS-CARRIER-CODE
                           MOVE ZEROS TO RS-CALL-MINUTES
                           RELEASE RESOLVE-SORT-RECORD
                       END-IF
               END-READ
           END-PERFORM.

       3200-RELEASE-PORTED-CALLS.
           PERFORM UNTIL WS-USAGEEXC-EOF
               READ USAGE-EXCEPTIONS
                   AT END
                       SET WS-USAGEEXC-EOF TO TRUE
                   NOT AT END
                       ADD 1 TO WS-EXCEPTION-READ-COUNT
                       IF UE-REASON(1:17) = "PORTED TO CARRIER"
                           PERFORM 3210-RELEASE-ONE-CALL
                       END-IF
               END-READ
           END-PERFORM.

       3210-RELEASE-ONE-CALL.
           IF UE-MOBILENUMBER NOT NUMERIC
            OR UE-CALL-DATE NOT NUMERIC
            OR UE-CALL-MINUTES NOT NUMERIC
               ADD 1 TO WS-UNREADABLE-COUNT
               DISPLAY "SELECT-PORTS-AND-CALLS: UNREADABLE PORTED "
                   "EXCEPTION SKIPPED - " USAGE-EXCEPTION-RECORD(1:23)
           ELSE
               IF UE-CALL-DATE(1:6) = WS-SETTLEMENT-MONTH
                   ADD 1 TO WS-PORTED-CALL-COUNT
                   MOVE UE-MOBILENUMBER TO RS-MOBILENUMBER
                   MOVE UE-CALL-DATE TO RS-EVENT-DATE
                   SET RS-PORTED-CALL TO TRUE
                   MOVE SPACE TO RS-DIRECTION
                   MOVE SPACES TO RS-CARRIER-CODE
                   MOVE UE-CALL-MINUTES TO RS-CALL-MINUTES
                   RELEASE RESOLVE-SORT-RECORD
               END-IF
           END-IF.

       4000-RESOLVE-CARRIERS.
           OPEN OUTPUT SETTLEMENT-WORK
           IF NOT WS-SETLWORK-OK
               DISPLAY "RESOLVE-CARRIERS: SETLWORK OPEN FAILED - "
                   "STATUS " WS-SETLWORK-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           SET WS-SORT-NOT-EOF TO TRUE
           PERFORM UNTIL WS-SORT-EOF
               RETURN RESOLVE-SORT-WORK
                   AT END
                       SET WS-SORT-EOF TO TRUE
                   NOT AT END
                       PERFORM 4100-RESOLVE-ONE-RECORD
               END-RETURN
           END-PERFORM
           CLOSE SETTLEMENT-WORK.

       4100-RESOLVE-ONE-RECORD.
           IF RS-MOBILENUMBER NOT = WS-RESOLVE-NUMBER
               MOVE RS-MOBILENUMBER TO WS-RESOLVE-NUMBER
               SET WS-NO-PORT-SEEN TO TRUE
               MOVE SPACES TO WS-PORT-CARRIER
           END-IF
           IF RS-PORT-EVENT
               MOVE RS-DIRECTION TO WS-PORT-STATE
               MOVE RS-CARRIER-CODE TO WS-PORT-CARRIER
           ELSE
               PERFORM 4200-WRITE-RESOLVED-CALL
           END-IF.

       4200-WRITE-RESOLVED-CALL.
           MOVE SPACES TO SETTLEMENT-WORK-RECORD
           MOVE RS-MOBILENUMBER TO SK-MOBILENUMBER
           MOVE RS-EVENT-DATE TO SK-CALL-DATE
           MOVE RS-CALL-MINUTES TO SK-CALL-MINUTES
           EVALUATE TRUE
               WHEN WS-LAST-PORTED-OUT
                   MOVE "1" TO SK-RESOLUTION
                   MOVE WS-PORT-CARRIER TO SK-CARRIER-CODE
               WHEN WS-LAST-PORTED-IN
                   MOVE "2" TO SK-RESOLUTION
                   MOVE "PORTED BACK IN BEFORE THE CALL DATE"
                       TO SK-UNRESOLVED-REASON
               WHEN OTHER
                   MOVE "2" TO SK-RESOLUTION
                   MOVE "NO PORT-OUT ON OR BEFORE THE CALL DATE"
                       TO SK-UNRESOLVED-REASON
           END-EVALUATE
           WRITE SETTLEMENT-WORK-RECORD.

       5000-WRITE-STATEMENTS.
           SET WS-SORT-NOT-EOF TO TRUE
           PERFORM UNTIL WS-SORT-EOF
               RETURN STATEMENT-SORT-WORK
                   AT END
                       SET WS-SORT-EOF TO TRUE
                   NOT AT END
                       PERFORM 5100-PROCESS-ONE-CALL
               END-RETURN
           END-PERFORM
           IF WS-CARRIER-OPEN
               PERFORM 5300-CLOSE-CARRIER-STATEMENT
           END-IF.

       5100-PROCESS-ONE-CALL.
           IF SS-RESOLVED
               IF WS-NO-CARRIER-OPEN
                OR SS-CARRIER-CODE NOT = WS-CURRENT-CARRIER
                   IF WS-CARRIER-OPEN
                       PERFORM 5300-CLOSE-CARRIER-STATEMENT
                   END-IF
                   PERFORM 5200-OPEN-CARRIER-STATEMENT
               END-IF
               PERFORM 5400-SETTLE-ONE-CALL
           ELSE
               IF WS-CARRIER-OPEN
                   PERFORM 5300-CLOSE-CARRIER-STATEMENT
               END-IF
               IF WS-UNRESOLVED-LIST-NOT-STARTED
                   PERFORM 5500-START-UNRESOLVED-LIST
               END-IF
               PERFORM 5600-LIST-UNRESOLVED-CALL
           END-IF.

       5200-OPEN-CARRIER-STATEMENT.
           SET WS-CARRIER-OPEN TO TRUE
           MOVE SS-CARRIER-CODE TO WS-CURRENT-CARRIER
           MOVE ZEROS TO WS-CARRIER-CALLS
           MOVE ZEROS TO WS-CARRIER-MINUTES
           MOVE ZEROS TO WS-CARRIER-AMOUNT
           MOVE SS-CARRIER-CODE TO WS-LOOKUP-CARRIER
           PERFORM 2200-LOOKUP-CARRIER-RATE
           MOVE SPACES TO SETTLEMENT-REPORT-LINE
           WRITE SETTLEMENT-REPORT-LINE
           MOVE SPACES TO SETTLEMENT-REPORT-LINE
           STRING "SETTLEMENT STATEMENT - CARRIER " WS-CURRENT-CARRIER
                   " MONTH " WS-SETTLEMENT-MONTH
                   DELIMITED BY SIZE INTO SETTLEMENT-REPORT-LINE
           END-STRING
           WRITE SETTLEMENT-REPORT-LINE
           IF WS-RATE-WAS-FOUND
               SET WS-CARRIER-PRICED TO TRUE
               MOVE WS-RATE-VALUE(WS-RATE-INDEX) TO WS-CURRENT-RATE
               MOVE WS-CURRENT-RATE TO WS-RATE-DISPLAY
               MOVE SPACES TO SETTLEMENT-REPORT-LINE
               STRING "RATE PER MINUTE " WS-RATE-DISPLAY
                       DELIMITED BY SIZE INTO SETTLEMENT-REPORT-LINE
               END-STRING
               WRITE SETTLEMENT-REPORT-LINE
               ADD 1 TO WS-CARRIERS-SETTLED
               MOVE SPACES TO SETTLEMENT-HEADER-RECORD
               MOVE "H" TO SH-RECORD-TYPE
               MOVE WS-CURRENT-CARRIER TO SH-CARRIER-CODE
               MOVE WS-SETTLEMENT-MONTH TO SH-SETTLEMENT-MONTH
               MOVE WS-CURRENT-RATE TO SH-RATE-PER-MINUTE
               MOVE WS-RUN-DATE TO SH-RUN-DATE
               WRITE SETTLEMENT-HEADER-RECORD
           ELSE
               SET WS-CARRIER-UNPRICED TO TRUE
               MOVE ZEROS TO WS-CURRENT-RATE
               MOVE "NO SETTLEMENT RATE ON ICRATE - NOT BILLED"
                   TO SETTLEMENT-REPORT-LINE
               WRITE SETTLEMENT-REPORT-LINE
           END-IF
           MOVE "NUMBER       CALL DATE MINS      AMOUNT  NOTE"
               TO SETTLEMENT-REPORT-LINE
           WRITE SETTLEMENT-REPORT-LINE.

       5300-CLOSE-CARRIER-STATEMENT.
           MOVE WS-CARRIER-CALLS TO WS-COUNT-DISPLAY
           MOVE SPACES TO SETTLEMENT-REPORT-LINE
           STRING "CARRIER " WS-CURRENT-CARRIER " CALLS "
                   WS-COUNT-DISPLAY
                   DELIMITED BY SIZE INTO SETTLEMENT-REPORT-LINE
           END-STRING
           WRITE SETTLEMENT-REPORT-LINE
           MOVE "  MINUTES                  :" TO WS-SUMMARY-LABEL
           MOVE WS-CARRIER-MINUTES TO WS-COUNT-DISPLAY
           PERFORM 9100-WRITE-SUMMARY-LINE
           MOVE "  AMOUNT DUE               :" TO WS-SUMMARY-LABEL
           MOVE WS-CARRIER-AMOUNT TO WS-AMOUNT-DISPLAY
           PERFORM 9200-WRITE-AMOUNT-LINE
           IF WS-CARRIER-PRICED
               MOVE SPACES TO SETTLEMENT-TRAILER-RECORD
               MOVE "T" TO ST-RECORD-TYPE
               MOVE WS-CURRENT-CARRIER TO ST-CARRIER-CODE
               MOVE WS-CARRIER-CALLS TO ST-CALL-COUNT
               MOVE WS-CARRIER-MINUTES TO ST-TOTAL-MINUTES
               MOVE WS-CARRIER-AMOUNT TO ST-TOTAL-AMOUNT
               WRITE SETTLEMENT-TRAILER-RECORD
           END-IF
           SET WS-NO-CARRIER-OPEN TO TRUE.

       5400-SETTLE-ONE-CALL.
           ADD 1 TO WS-CARRIER-CALLS
           ADD SS-CALL-MINUTES TO WS-CARRIER-MINUTES
           MOVE SS-MOBILENUMBER TO DL-MOBILENUMBER
           MOVE SS-CALL-DATE TO DL-CALL-DATE
           MOVE SS-CALL-MINUTES TO DL-CALL-MINUTES
           IF WS-CARRIER-PRICED
               COMPUTE WS-CALL-AMOUNT ROUNDED =
                   SS-CALL-MINUTES * WS-CURRENT-RATE
               ADD WS-CALL-AMOUNT TO WS-CARRIER-AMOUNT
               ADD WS-CALL-AMOUNT TO WS-TOTAL-SETTLED
               ADD 1 TO WS-SETTLED-CALL-COUNT
               ADD SS-CALL-MINUTES TO WS-SETTLED-MINUTES
               MOVE SPACES TO DL-NOTE
               MOVE SPACES TO SETTLEMENT-DETAIL-RECORD
               MOVE "D" TO SL-RECORD-TYPE
               MOVE WS-CURRENT-CARRIER TO SL-CARRIER-CODE
               MOVE SS-MOBILENUMBER TO SL-MOBILENUMBER
               MOVE SS-CALL-DATE TO SL-CALL-DATE
               MOVE SS-CALL-MINUTES TO SL-CALL-MINUTES
               MOVE WS-CALL-AMOUNT TO SL-AMOUNT
               WRITE SETTLEMENT-DETAIL-RECORD
           ELSE
               MOVE ZEROS TO WS-CALL-AMOUNT
               ADD 1 TO WS-UNPRICED-CALL-COUNT
               MOVE "NOT BILLED - NO RATE" TO DL-NOTE
           END-IF
           MOVE WS-CALL-AMOUNT TO DL-AMOUNT
           MOVE WS-DETAIL-LINE TO SETTLEMENT-REPORT-LINE
           WRITE SETTLEMENT-REPORT-LINE.

       5500-START-UNRESOLVED-LIST.
           SET WS-UNRESOLVED-LIST-STARTED TO TRUE
           MOVE SPACES TO SETTLEMENT-REPORT-LINE
           WRITE SETTLEMENT-REPORT-LINE
           MOVE "UNRESOLVED PORTED-OUT USAGE - NOT SETTLED"
               TO SETTLEMENT-REPORT-LINE
           WRITE SETTLEMENT-REPORT-LINE
           MOVE "NUMBER       CALL DATE MINS      AMOUNT  NOTE"
               TO SETTLEMENT-REPORT-LINE
           WRITE SETTLEMENT-REPORT-LINE.

       5600-LIST-UNRESOLVED-CALL.
           ADD 1 TO WS-UNRESOLVED-COUNT
           MOVE SS-MOBILENUMBER TO DL-MOBILENUMBER
           MOVE SS-CALL-DATE TO DL-CALL-DATE
           MOVE SS-CALL-MINUTES TO DL-CALL-MINUTES
           MOVE ZEROS TO DL-AMOUNT
           MOVE SS-UNRESOLVED-REASON TO DL-NOTE
           MOVE WS-DETAIL-LINE TO SETTLEMENT-REPORT-LINE
           WRITE SETTLEMENT-REPORT-LINE.

       9000-WRITE-SETTLEMENT-SUMMARY.
           MOVE SPACES TO SETTLEMENT-REPORT-LINE
           WRITE SETTLEMENT-REPORT-LINE
           MOVE "SETTLEMENT RUN TOTALS" TO SETTLEMENT-REPORT-LINE
           WRITE SETTLEMENT-REPORT-LINE
           MOVE "RATE CARDS READ            :" TO WS-SUMMARY-LABEL
           MOVE WS-RATE-CARD-COUNT TO WS-COUNT-DISPLAY
           PERFORM 9100-WRITE-SUMMARY-LINE
           MOVE "  RATE CARDS REJECTED      :" TO WS-SUMMARY-LABEL
           MOVE WS-RATE-REJECT-COUNT TO WS-COUNT-DISPLAY
           PERFORM 9100-WRITE-SUMMARY-LINE
           MOVE "PORT EVENTS CONSIDERED     :" TO WS-SUMMARY-LABEL
           MOVE WS-PORT-EVENT-COUNT TO WS-COUNT-DISPLAY
           PERFORM 9100-WRITE-SUMMARY-LINE
           MOVE "USAGE EXCEPTIONS READ      :" TO WS-SUMMARY-LABEL
           MOVE WS-EXCEPTION-READ-COUNT TO WS-COUNT-DISPLAY
           PERFORM 9100-WRITE-SUMMARY-LINE
           MOVE "  UNREADABLE, SKIPPED      :" TO WS-SUMMARY-LABEL
           MOVE WS-UNREADABLE-COUNT TO WS-COUNT-DISPLAY
           PERFORM 9100-WRITE-SUMMARY-LINE
           MOVE "PORTED CALLS IN MONTH      :" TO WS-SUMMARY-LABEL
           MOVE WS-PORTED-CALL-COUNT TO WS-COUNT-DISPLAY
           PERFORM 9100-WRITE-SUMMARY-LINE
           MOVE "  SETTLED                  :" TO WS-SUMMARY-LABEL
           MOVE WS-SETTLED-CALL-COUNT TO WS-COUNT-DISPLAY
           PERFORM 9100-WRITE-SUMMARY-LINE
           MOVE "  NOT BILLED - NO RATE     :" TO WS-SUMMARY-LABEL
           MOVE WS-UNPRICED-CALL-COUNT TO WS-COUNT-DISPLAY
           PERFORM 9100-WRITE-SUMMARY-LINE
           MOVE "  UNRESOLVED               :" TO WS-SUMMARY-LABEL
           MOVE WS-UNRESOLVED-COUNT TO WS-COUNT-DISPLAY
           PERFORM 9100-WRITE-SUMMARY-LINE
           MOVE "CARRIERS SETTLED           :" TO WS-SUMMARY-LABEL
           MOVE WS-CARRIERS-SETTLED TO WS-COUNT-DISPLAY
           PERFORM 9100-WRITE-SUMMARY-LINE
           MOVE "MINUTES SETTLED            :" TO WS-SUMMARY-LABEL
           MOVE WS-SETTLED-MINUTES TO WS-COUNT-DISPLAY
           PERFORM 9100-WRITE-SUMMARY-LINE
           MOVE "TOTAL SETTLED              :" TO WS-SUMMARY-LABEL
           MOVE WS-TOTAL-SETTLED TO WS-AMOUNT-DISPLAY
           PERFORM 9200-WRITE-AMOUNT-LINE.

       9100-WRITE-SUMMARY-LINE.
           MOVE SPACES TO SETTLEMENT-REPORT-LINE
           STRING WS-SUMMARY-LABEL " " WS-COUNT-DISPLAY
                   DELIMITED BY SIZE INTO SETTLEMENT-REPORT-LINE
           END-STRING
           WRITE SETTLEMENT-REPORT-LINE.

       9200-WRITE-AMOUNT-LINE.
           MOVE SPACES TO SETTLEMENT-REPORT-LINE
           STRING WS-SUMMARY-LABEL " " WS-AMOUNT-DISPLAY
                   DELIMITED BY SIZE INTO SETTLEMENT-REPORT-LINE
           END-STRING
           WRITE SETTLEMENT-REPORT-LINE.
