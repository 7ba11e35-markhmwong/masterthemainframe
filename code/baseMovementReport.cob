       >>SOURCE FORMAT FREE
       IDENTIFICATION DIVISION.
       PROGRAM-ID. baseMovementReport.
       Author. Mark Wong.
       DATE-WRITTEN. October 15th 2026.
      *> MONTH-END SUBSCRIBER BASE MOVEMENT REPORT. THE BASE IS
      *> EVERY NUMBER ON THE MASTER THAT IS ACTIVE OR SUSPENDED; A
      *> DISCONNECTED NUMBER WAITING OUT ITS QUARANTINE IS NOT PART
      *> OF IT. FOR THE SELECTED MONTH (MONTHCRD, YYYYMM, BLANK OR
      *> NO CARD = CURRENT MONTH) THE RUN:
      *>   - COUNTS THE LIVE BASE ON SUBMAST BY COUNTRY CODE AND BY
      *>     RATE PLAN;
      *>   - WINDS THAT COUNT BACK THROUGH EVERY AUDITJRN ENTRY FROM
      *>     THE FIRST OF THE MONTH ON, USING EACH ENTRY'S BEFORE
      *>     AND AFTER IMAGES, TO GIVE THE OPENING BASE AS AT MONTH
      *>     START;
      *>   - CLASSIFIES EVERY ENTRY IN THE MONTH AS A GROSS ADD,
      *>     PORT-IN, DISCONNECT, PORT-OUT, SUSPENSION, REACTIVATION
      *>     OR PLAN CHANGE. PORT-INS, PORT-OUTS AND NUMBER CHANGES
      *>     ARE TOLD FROM PLAIN ADDS AND DELETES BY THE TRANSACTION
      *>     CODE ON THE JOURNAL ENTRY. A NUMBER CHANGE MOVES A
      *>     SUBSCRIBER BETWEEN COUNTRY CODES BUT IS NOT A GAIN OR
      *>     A LOSS; THE PURGE OF AN ALREADY-DISCONNECTED NUMBER IS
      *>     NOT A MOVEMENT OF THE BASE;
      *>   - BUILDS THE CLOSING BASE AS THE OPENING BASE PLUS THOSE
      *>     MOVEMENTS AND PROVES IT AGAINST THE LIVE SUBMAST COUNT,
      *>     LESS ANY MOVEMENT JOURNALED SINCE THE MONTH ENDED. AN
      *>     ENTRY THAT CHANGED THE BASE BUT FITS NO MOVEMENT SHOWS
      *>     UP AS A DIFFERENCE, AND IS LISTED.
      *> OUTPUTS:
      *>   BASERPT  - THE TOTAL BASE MOVEMENT, THEN TWO LINES PER
      *>              COUNTRY CODE AND PER RATE PLAN: OPENING BASE,
      *>              THE MOVEMENTS IN, CLOSING BASE AND NET ADDS;
      *>              THEN CHURN RATE (DISCONNECTS PLUS PORT-OUTS AS
      *>              A PERCENTAGE OF THE OPENING BASE), THE
      *>              MOVEMENTS OUT UNDER THEIR COUNTERPARTS, LIVE
      *>              COUNT AND DIFFERENCE.
      *>   BASETRND - THE SAME FIGURES IN THE FIXED LAYOUT IN
      *>              BASETRD, APPENDED RUN AFTER RUN FOR THE
      *>              MONTH-OVER-MONTH TREND.
      *> AUDITJRN MUST HOLD THE WHOLE MONTH AND EVERYTHING SINCE -
      *> AFTER A JRNLCUT, CONCATENATE THE MONTH'S ARCHIVE AHEAD OF
      *> THE LIVE JOURNAL.
      *> RETURN CODE 0 = REPORTED AND IN AGREEMENT, 4 = DIFFERENCE
      *> OR UNCLASSIFIED ENTRIES LISTED, 8 = NO JOURNAL TO DERIVE
      *> THE OPENING BASE FROM, 16 = FILE ERROR.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SUBSCRIBER-MASTER ASSIGN TO "SUBMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS SM-MOBILENUMBER
               FILE STATUS IS WS-SUBMAST-STATUS.

           SELECT RATE-PLAN-FILE ASSIGN TO "RATEPLAN"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS RP-PLAN-CODE
               FILE STATUS IS WS-RATEPLAN-STATUS.

           SELECT AUDIT-JOURNAL ASSIGN TO "AUDITJRN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDITJRN-STATUS.

           SELECT MONTH-CARD ASSIGN TO "MONTHCRD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MONTHCRD-STATUS.

           SELECT BASE-TREND ASSIGN TO "BASETRND"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BASETRND-STATUS.

           SELECT BASE-REPORT ASSIGN TO "BASERPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BASERPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
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

       FD  AUDIT-JOURNAL
           RECORD CONTAINS 160 CHARACTERS
           LABEL RECORDS ARE STANDARD.
       01  AUDIT-JOURNAL-RECORD.
           COPY AUDJRN.

       FD  MONTH-CARD
           RECORD CONTAINS 80 CHARACTERS
           LABEL RECORDS ARE STANDARD.
       01  MONTH-CARD-RECORD.
           02  MC-REPORT-MONTH         PIC 9(6).
           02  FILLER                  PIC X(74).

       FD  BASE-TREND
           RECORD CONTAINS 160 CHARACTERS
           LABEL RECORDS ARE STANDARD.
       01  BASE-TREND-RECORD.
           COPY BASETRD.

       FD  BASE-REPORT
           RECORD CONTAINS 80 CHARACTERS
           LABEL RECORDS ARE STANDARD.
       01  BASE-REPORT-LINE           PIC X(80).

       WORKING-STORAGE SECTION.
           01 WS-SUBMAST-STATUS       PIC X(2)  VALUE "00".
               88 WS-SUBMAST-OK             VALUE "00".
               88 WS-SUBMAST-EOF             VALUE "10".

           01 WS-RATEPLAN-STATUS      PIC X(2)  VALUE "00".
               88 WS-RATEPLAN-OK            VALUE "00".
               88 WS-RATEPLAN-EOF            VALUE "10".

           01 WS-AUDITJRN-STATUS      PIC X(2)  VALUE "00".
               88 WS-AUDITJRN-OK            VALUE "00".
               88 WS-AUDITJRN-EOF            VALUE "10".
               88 WS-AUDITJRN-FILE-NOT-FOUND VALUE "35".

           01 WS-MONTHCRD-STATUS      PIC X(2)  VALUE "00".
               88 WS-MONTHCRD-OK            VALUE "00".

           01 WS-BASETRND-STATUS      PIC X(2)  VALUE "00".
               88 WS-BASETRND-OK            VALUE "00".
               88 WS-BASETRND-FILE-NOT-FOUND VALUE "35".

           01 WS-BASERPT-STATUS       PIC X(2)  VALUE "00".
               88 WS-BASERPT-OK             VALUE "00".

           01 WS-RUN-DATE             PIC 9(8)  VALUE ZEROS.
           01 WS-REPORT-MONTH         PIC 9(6)  VALUE ZEROS.
           01 WS-MONTH-START-DATE     PIC 9(8)  VALUE ZEROS.
           01 WS-MONTH-START-PARTS    REDEFINES WS-MONTH-START-DATE.
               05 WS-MONTH-START-YEAR PIC 9(4).
               05 WS-MONTH-START-MONTH PIC 9(2).
               05 WS-MONTH-START-DAY  PIC 9(2).
           01 WS-NEXT-MONTH-DATE      PIC 9(8)  VALUE ZEROS.
           01 WS-NEXT-MONTH-PARTS     REDEFINES WS-NEXT-MONTH-DATE.
               05 WS-NEXT-MONTH-YEAR  PIC 9(4).
               05 WS-NEXT-MONTH-MONTH PIC 9(2).
               05 WS-NEXT-MONTH-DAY   PIC 9(2).
           01 WS-ENTRY-DATE           PIC 9(8)  VALUE ZEROS.

      *> THE JOURNAL'S BEFORE AND AFTER IMAGES ARE FULL MASTER
      *> RECORDS; THESE VIEWS PICK THEM APART.
           01 WS-BEFORE-IMAGE.
               COPY MOBNUM REPLACING
                   ==MOBILENUMBER== BY ==WS-BEFORE-MOBILENUMBER==
                   ==COUNTRYCODE==  BY ==WS-BEFORE-COUNTRYCODE==
                   ==NUM==          BY ==WS-BEFORE-NUM==.
               COPY SUBPROF REPLACING
                   ==PROFILE==         BY ==WS-BEFORE-PROFILE==
                   ==ACCOUNT-STATUS==  BY ==WS-BEFORE-ACCOUNT-STATUS==
                   ==ACTIVATION-DATE== BY ==WS-BEFORE-ACTIVATION-DATE==
                   ==RATE-PLAN-CODE==  BY ==WS-BEFORE-RATE-PLAN-CODE==
                   ==ACCOUNT-REF==     BY ==WS-BEFORE-ACCOUNT-REF==
                   ==STATUS-DATE==     BY ==WS-BEFORE-STATUS-DATE==.
           01 WS-AFTER-IMAGE.
               COPY MOBNUM REPLACING
                   ==MOBILENUMBER== BY ==WS-AFTER-MOBILENUMBER==
                   ==COUNTRYCODE==  BY ==WS-AFTER-COUNTRYCODE==
                   ==NUM==          BY ==WS-AFTER-NUM==.
               COPY SUBPROF REPLACING
                   ==PROFILE==         BY ==WS-AFTER-PROFILE==
                   ==ACCOUNT-STATUS==  BY ==WS-AFTER-ACCOUNT-STATUS==
                   ==ACTIVATION-DATE== BY ==WS-AFTER-ACTIVATION-DATE==
                   ==RATE-PLAN-CODE==  BY ==WS-AFTER-RATE-PLAN-CODE==
                   ==ACCOUNT-REF==     BY ==WS-AFTER-ACCOUNT-REF==
                   ==STATUS-DATE==     BY ==WS-AFTER-STATUS-DATE==.

           01 WS-BEFORE-BASE-SWITCH   PIC X(1)  VALUE "N".
               88 WS-BEFORE-IN-BASE         VALUE "Y".
               88 WS-BEFORE-NOT-IN-BASE     VALUE "N".
           01 WS-AFTER-BASE-SWITCH    PIC X(1)  VALUE "N".
               88 WS-AFTER-IN-BASE          VALUE "Y".
               88 WS-AFTER-NOT-IN-BASE      VALUE "N".
           01 WS-ENTRY-PERIOD-SWITCH  PIC X(1)  VALUE "M".
               88 WS-ENTRY-IN-MONTH         VALUE "M".
               88 WS-ENTRY-AFTER-MONTH      VALUE "L".

      *> ONE BUCKET OF FIGURES FOR THE WHOLE BASE (ENTRY 1), ONE
      *> PER COUNTRY CODE 00-99 (ENTRIES 2-101) AND ONE PER RATE
      *> PLAN (ENTRIES 102-401, IN STEP WITH WS-PLAN-CODE). LIVE
      *> IS THE SUBMAST COUNT NOW; LATER-NET AND MONTH-NET ARE THE
      *> NET CHANGE THE JOURNAL IMAGES SHOW SINCE THE MONTH ENDED
      *> AND WITHIN IT. RECONNECTS ARE THE REACTIVATIONS OF A
      *> DISCONNECTED NUMBER, WHICH REJOIN THE BASE. MOVES ARE
      *> NUMBER CHANGES ON A COUNTRY CODE, PLAN CHANGES ON A PLAN.
           01 WS-BUCKET-TABLE.
               02 WS-BUCKET-ENTRY OCCURS 401 TIMES.
                   03 WS-LIVE-COUNT    PIC 9(9).
                   03 WS-LATER-NET     PIC S9(9).
                   03 WS-MONTH-NET     PIC S9(9).
                   03 WS-GROSS-ADDS    PIC 9(9).
                   03 WS-PORT-INS      PIC 9(9).
                   03 WS-DISCONNECTS   PIC 9(9).
                   03 WS-PORT-OUTS     PIC 9(9).
                   03 WS-SUSPENSIONS   PIC 9(9).
                   03 WS-REACTIVATIONS PIC 9(9).
                   03 WS-RECONNECTS    PIC 9(9).
                   03 WS-MOVES-IN      PIC 9(9).
                   03 WS-MOVES-OUT     PIC 9(9).
           01 WS-BUCKET-INDEX         PIC 9(4)  COMP VALUE ZEROS.
           01 WS-TOTAL-BUCKET         PIC 9(4)  COMP VALUE 1.
           01 WS-COUNTRY-CODE         PIC 9(2)  VALUE ZEROS.

      *> PLAN CODES IN RATEPLAN ORDER, THEN ANY CODE ON THE MASTER
      *> OR THE JOURNAL THAT RATEPLAN NO LONGER HOLDS. IF THE TABLE
      *> EVER FILLS, THE REST ARE LUMPED UNDER A CATCH-ALL ****.
           01 WS-PLAN-TABLE.
               02 WS-PLAN-CODE        PIC X(4) OCCURS 300 TIMES.
           01 WS-PLAN-COUNT           PIC 9(4)  COMP VALUE ZEROS.
           01 WS-PLAN-INDEX           PIC 9(4)  COMP VALUE ZEROS.
           01 WS-LOOKUP-PLAN-CODE     PIC X(4)  VALUE SPACES.
           01 WS-PLAN-BUCKET          PIC 9(4)  COMP VALUE ZEROS.
           01 WS-PLAN-FOUND-SWITCH    PIC X(1)  VALUE "N".
               88 WS-PLAN-WAS-FOUND         VALUE "Y".
               88 WS-PLAN-NOT-FOUND         VALUE "N".

           01 WS-BEFORE-CC-BUCKET     PIC 9(4)  COMP VALUE ZEROS.
           01 WS-BEFORE-PLAN-BUCKET   PIC 9(4)  COMP VALUE ZEROS.
           01 WS-AFTER-CC-BUCKET      PIC 9(4)  COMP VALUE ZEROS.
           01 WS-AFTER-PLAN-BUCKET    PIC 9(4)  COMP VALUE ZEROS.
           01 WS-SIDE-CC-BUCKET       PIC 9(4)  COMP VALUE ZEROS.
           01 WS-SIDE-PLAN-BUCKET     PIC 9(4)  COMP VALUE ZEROS.
           01 WS-IMAGE-DELTA          PIC S9(1) VALUE ZEROS.

      *> THE MOVEMENT ONE JOURNAL ENTRY REPRESENTS.
           01 WS-MOVEMENT-KIND        PIC X(1)  VALUE SPACE.
               88 WS-MOVE-GROSS-ADD         VALUE "G".
               88 WS-MOVE-PORT-IN           VALUE "I".
               88 WS-MOVE-DISCONNECT        VALUE "D".
               88 WS-MOVE-PORT-OUT          VALUE "O".
               88 WS-MOVE-SUSPENSION        VALUE "S".
               88 WS-MOVE-REACTIVATION      VALUE "R".
               88 WS-MOVE-RECONNECT         VALUE "K".

      *> FIGURES DERIVED FOR ONE BUCKET BY 6100.
           01 WS-OPENING-BASE         PIC S9(9) VALUE ZEROS.
           01 WS-CLOSING-BASE         PIC S9(9) VALUE ZEROS.
           01 WS-EXPECTED-BASE        PIC S9(9) VALUE ZEROS.
           01 WS-BASE-DIFFERENCE      PIC S9(9) VALUE ZEROS.
           01 WS-NET-ADDS             PIC S9(9) VALUE ZEROS.
           01 WS-CHURN-RATE           PIC 9(3)V99 VALUE ZEROS.
           01 WS-BUCKET-USED-SWITCH   PIC X(1)  VALUE "N".
               88 WS-BUCKET-IS-USED         VALUE "Y".
               88 WS-BUCKET-NOT-USED        VALUE "N".

           01 WS-DISCONNECTED-COUNT   PIC 9(9)  VALUE ZEROS.
           01 WS-JOURNAL-READ-COUNT   PIC 9(9)  VALUE ZEROS.
           01 WS-EARLIER-COUNT        PIC 9(9)  VALUE ZEROS.
           01 WS-MONTH-ENTRY-COUNT    PIC 9(9)  VALUE ZEROS.
           01 WS-LATER-COUNT          PIC 9(9)  VALUE ZEROS.
           01 WS-PLAN-CHANGE-COUNT    PIC 9(9)  VALUE ZEROS.
           01 WS-NUMBER-CHANGE-COUNT  PIC 9(9)  VALUE ZEROS.
           01 WS-PURGE-COUNT          PIC 9(9)  VALUE ZEROS.
           01 WS-OTHER-CHANGE-COUNT   PIC 9(9)  VALUE ZEROS.
           01 WS-UNCLASSIFIED-COUNT   PIC 9(9)  VALUE ZEROS.
           01 WS-TREND-WRITTEN-COUNT  PIC 9(9)  VALUE ZEROS.
           01 WS-DIFFERENCE-SWITCH    PIC X(1)  VALUE "N".
               88 WS-BASE-DISAGREES         VALUE "Y".
               88 WS-BASE-AGREES            VALUE "N".

           01 WS-COUNT-DISPLAY        PIC ZZZZZZZZ9.
           01 WS-SIGNED-DISPLAY       PIC ---------9.
           01 WS-RATE-DISPLAY         PIC ZZZZZZ9.99.
           01 WS-SUMMARY-LABEL        PIC X(28) VALUE SPACES.

           01 WS-DETAIL-LINE.
               02 DL-BREAKDOWN-KEY     PIC X(4).
               02 FILLER               PIC X(1)  VALUE SPACES.
               02 DL-OPENING-BASE      PIC -ZZZZZZZ9.
               02 FILLER               PIC X(1)  VALUE SPACES.
               02 DL-GROSS-ADDS        PIC ZZZZZZZ9.
               02 FILLER               PIC X(1)  VALUE SPACES.
               02 DL-PORT-INS          PIC ZZZZZZZ9.
               02 FILLER               PIC X(1)  VALUE SPACES.
               02 DL-REACTIVATIONS     PIC ZZZZZZZ9.
               02 FILLER               PIC X(1)  VALUE SPACES.
               02 DL-MOVES-IN          PIC ZZZZZZZ9.
               02 FILLER               PIC X(1)  VALUE SPACES.
               02 DL-CLOSING-BASE      PIC -ZZZZZZZ9.
               02 FILLER               PIC X(1)  VALUE SPACES.
               02 DL-NET-ADDS          PIC +ZZZZZZZ9.
               02 FILLER               PIC X(10) VALUE SPACES.

      *> SECOND LINE PER BUCKET - EACH MOVEMENT OUT SITS UNDER THE
      *> MOVEMENT IN IT OFFSETS.
           01 WS-DETAIL-LINE-2.
               02 FILLER               PIC X(8)  VALUE SPACES.
               02 DL-CHURN-RATE        PIC ZZ9.99.
               02 FILLER               PIC X(1)  VALUE SPACES.
               02 DL-DISCONNECTS       PIC ZZZZZZZ9.
               02 FILLER               PIC X(1)  VALUE SPACES.
               02 DL-PORT-OUTS         PIC ZZZZZZZ9.
               02 FILLER               PIC X(1)  VALUE SPACES.
               02 DL-SUSPENSIONS       PIC ZZZZZZZ9.
               02 FILLER               PIC X(1)  VALUE SPACES.
               02 DL-MOVES-OUT         PIC ZZZZZZZ9.
               02 FILLER               PIC X(1)  VALUE SPACES.
               02 DL-LIVE-COUNT        PIC ZZZZZZZZ9.
               02 FILLER               PIC X(2)  VALUE SPACES.
               02 DL-DIFFERENCE        PIC +ZZZZZZ9.
               02 FILLER               PIC X(10) VALUE SPACES.

       PROCEDURE DIVISION.

       0000-MAIN-PROCESS.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           MOVE WS-RUN-DATE(1:6) TO WS-REPORT-MONTH
           PERFORM 1020-READ-MONTH-CARD
           PERFORM 2000-SET-MONTH-BOUNDS
           PERFORM 1000-OPEN-FILES
           INITIALIZE WS-BUCKET-TABLE
           PERFORM 3000-LOAD-RATE-PLANS
           PERFORM 4000-COUNT-LIVE-BASE
           PERFORM 5000-ANALYSE-JOURNAL
           PERFORM 6000-REPORT-TOTAL-BASE
           PERFORM 7000-REPORT-BY-COUNTRY-CODE
           PERFORM 7500-REPORT-BY-RATE-PLAN
           PERFORM 9000-WRITE-RUN-SUMMARY
           PERFORM 1900-CLOSE-FILES
           IF WS-BASE-DISAGREES
            OR WS-UNCLASSIFIED-COUNT > ZEROS
               MOVE 4 TO RETURN-CODE
           END-IF
           STOP RUN.

       1000-OPEN-FILES.
           OPEN INPUT AUDIT-JOURNAL
           IF WS-AUDITJRN-FILE-NOT-FOUND
               DISPLAY "OPEN-FILES: NO JOURNAL - OPENING BASE CANNOT "
                   "BE DERIVED"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           IF NOT WS-AUDITJRN-OK
               DISPLAY "OPEN-FILES: AUDITJRN OPEN FAILED - STATUS "
                   WS-AUDITJRN-STATUS
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
           OPEN EXTEND BASE-TREND
           IF WS-BASETRND-FILE-NOT-FOUND
               OPEN OUTPUT BASE-TREND
           END-IF
           IF NOT WS-BASETRND-OK
               DISPLAY "OPEN-FILES: BASETRND OPEN FAILED - STATUS "
                   WS-BASETRND-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT BASE-REPORT
           IF NOT WS-BASERPT-OK
               DISPLAY "OPEN-FILES: BASERPT OPEN FAILED - STATUS "
                   WS-BASERPT-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE SPACES TO BASE-REPORT-LINE
           STRING "SUBSCRIBER BASE MOVEMENT REPORT - MONTH "
                   WS-REPORT-MONTH "   RUN DATE " WS-RUN-DATE
                   DELIMITED BY SIZE INTO BASE-REPORT-LINE
           END-STRING
           WRITE BASE-REPORT-LINE
           MOVE "BASE = NUMBERS ON SUBMAST ACTIVE OR SUSPENDED"
               TO BASE-REPORT-LINE
           WRITE BASE-REPORT-LINE.

       1020-READ-MONTH-CARD.
           OPEN INPUT MONTH-CARD
           IF WS-MONTHCRD-OK
               READ MONTH-CARD
                   AT END
                       CONTINUE
                   NOT AT END
                       IF MC-REPORT-MONTH NUMERIC
                        AND MC-REPORT-MONTH > ZEROS
                           MOVE MC-REPORT-MONTH TO WS-REPORT-MONTH
                       END-IF
               END-READ
               CLOSE MONTH-CARD
           END-IF.

       1900-CLOSE-FILES.
           CLOSE AUDIT-JOURNAL
           CLOSE SUBSCRIBER-MASTER
           CLOSE RATE-PLAN-FILE
           CLOSE BASE-TREND
           CLOSE BASE-REPORT.

       2000-SET-MONTH-BOUNDS.
           MOVE WS-REPORT-MONTH TO WS-MONTH-START-DATE(1:6)
           MOVE 01 TO WS-MONTH-START-DAY
           MOVE WS-MONTH-START-DATE TO WS-NEXT-MONTH-DATE
           IF WS-NEXT-MONTH-MONTH = 12
               ADD 1 TO WS-NEXT-MONTH-YEAR
               MOVE 01 TO WS-NEXT-MONTH-MONTH
           ELSE
               ADD 1 TO WS-NEXT-MONTH-MONTH
           END-IF.

       3000-LOAD-RATE-PLANS.
      *> SEEDING THE TABLE FROM RATEPLAN PUTS THE PLAN LINES IN
      *> PLAN-CODE ORDER; A PLAN WITH NOTHING IN THE MONTH IS NOT
      *> PRINTED.
           PERFORM UNTIL WS-RATEPLAN-EOF
               READ RATE-PLAN-FILE NEXT RECORD
                   AT END
                       SET WS-RATEPLAN-EOF TO TRUE
                   NOT AT END
                       MOVE RP-PLAN-CODE TO WS-LOOKUP-PLAN-CODE
                       PERFORM 3900-FIND-PLAN-BUCKET
               END-READ
           END-PERFORM.

       3900-FIND-PLAN-BUCKET.
           SET WS-PLAN-NOT-FOUND TO TRUE
           MOVE ZEROS TO WS-PLAN-INDEX
           PERFORM UNTIL WS-PLAN-INDEX = WS-PLAN-COUNT
                      OR WS-PLAN-WAS-FOUND
               ADD 1 TO WS-PLAN-INDEX
               IF WS-PLAN-CODE(WS-PLAN-INDEX) = WS-LOOKUP-PLAN-CODE
                   SET WS-PLAN-WAS-FOUND TO TRUE
               END-IF
           END-PERFORM
           IF WS-PLAN-NOT-FOUND
               IF WS-PLAN-COUNT < 299
                   ADD 1 TO WS-PLAN-COUNT
                   MOVE WS-PLAN-COUNT TO WS-PLAN-INDEX
                   MOVE WS-LOOKUP-PLAN-CODE
                       TO WS-PLAN-CODE(WS-PLAN-INDEX)
               ELSE
                   MOVE 300 TO WS-PLAN-COUNT
                   MOVE 300 TO WS-PLAN-INDEX
                   MOVE "****" TO WS-PLAN-CODE(WS-PLAN-INDEX)
               END-IF
           END-IF
           COMPUTE WS-PLAN-BUCKET = WS-PLAN-INDEX + 101.

       4000-COUNT-LIVE-BASE.
           PERFORM UNTIL WS-SUBMAST-EOF
               READ SUBSCRIBER-MASTER NEXT RECORD
                   AT END
                       SET WS-SUBMAST-EOF TO TRUE
                   NOT AT END
                       PERFORM 4100-COUNT-ONE-NUMBER
               END-READ
           END-PERFORM.

       4100-COUNT-ONE-NUMBER.
           IF SM-ACCOUNT-STATUS = "A" OR "S"
               ADD 1 TO WS-LIVE-COUNT(WS-TOTAL-BUCKET)
               COMPUTE WS-BUCKET-INDEX = SM-COUNTRYCODE + 2
               ADD 1 TO WS-LIVE-COUNT(WS-BUCKET-INDEX)
               MOVE SM-RATE-PLAN-CODE TO WS-LOOKUP-PLAN-CODE
               PERFORM 3900-FIND-PLAN-BUCKET
               ADD 1 TO WS-LIVE-COUNT(WS-PLAN-BUCKET)
           ELSE
               ADD 1 TO WS-DISCONNECTED-COUNT
           END-IF.

       5000-ANALYSE-JOURNAL.
           PERFORM UNTIL WS-AUDITJRN-EOF
               READ AUDIT-JOURNAL
                   AT END
                       SET WS-AUDITJRN-EOF TO TRUE
                   NOT AT END
                       ADD 1 TO WS-JOURNAL-READ-COUNT
                       PERFORM 5100-ANALYSE-ONE-ENTRY
               END-READ
           END-PERFORM.

       5100-ANALYSE-ONE-ENTRY.
      *> ENTRIES BEFORE THE MONTH ARE ALREADY IN THE OPENING BASE.
      *> ENTRIES AFTER IT ARE ONLY WOUND BACK, SO THE REPORT STILL
      *> BALANCES WHEN IT RUNS A FEW DAYS INTO THE NEXT MONTH.
           IF AJ-TIMESTAMP(1:8) NUMERIC
               MOVE AJ-TIMESTAMP(1:8) TO WS-ENTRY-DATE
           ELSE
               MOVE ZEROS TO WS-ENTRY-DATE
           END-IF
           IF WS-ENTRY-DATE < WS-MONTH-START-DATE
               ADD 1 TO WS-EARLIER-COUNT
           ELSE
               PERFORM 5200-LOAD-ENTRY-IMAGES
               IF WS-ENTRY-DATE NOT < WS-NEXT-MONTH-DATE
                   SET WS-ENTRY-AFTER-MONTH TO TRUE
                   ADD 1 TO WS-LATER-COUNT
                   PERFORM 5300-APPLY-IMAGE-CHANGE
               ELSE
                   SET WS-ENTRY-IN-MONTH TO TRUE
                   ADD 1 TO WS-MONTH-ENTRY-COUNT
                   PERFORM 5300-APPLY-IMAGE-CHANGE
                   PERFORM 5400-CLASSIFY-ENTRY
               END-IF
           END-IF.

       5200-LOAD-ENTRY-IMAGES.
           SET WS-BEFORE-NOT-IN-BASE TO TRUE
           SET WS-AFTER-NOT-IN-BASE TO TRUE
           MOVE AJ-OLD-RECORD-IMAGE TO WS-BEFORE-IMAGE
           MOVE AJ-NEW-RECORD-IMAGE TO WS-AFTER-IMAGE
           IF AJ-OLD-RECORD-IMAGE NOT = SPACES
            AND (WS-BEFORE-ACCOUNT-STATUS = "A" OR "S")
               SET WS-BEFORE-IN-BASE TO TRUE
               IF WS-BEFORE-COUNTRYCODE NUMERIC
                   COMPUTE WS-BEFORE-CC-BUCKET =
                       WS-BEFORE-COUNTRYCODE + 2
               ELSE
                   MOVE 2 TO WS-BEFORE-CC-BUCKET
               END-IF
               MOVE WS-BEFORE-RATE-PLAN-CODE TO WS-LOOKUP-PLAN-CODE
               PERFORM 3900-FIND-PLAN-BUCKET
               MOVE WS-PLAN-BUCKET TO WS-BEFORE-PLAN-BUCKET
           END-IF
           IF AJ-NEW-RECORD-IMAGE NOT = SPACES
            AND (WS-AFTER-ACCOUNT-STATUS = "A" OR "S")
               SET WS-AFTER-IN-BASE TO TRUE
               IF WS-AFTER-COUNTRYCODE NUMERIC
                   COMPUTE WS-AFTER-CC-BUCKET =
                       WS-AFTER-COUNTRYCODE + 2
               ELSE
                   MOVE 2 TO WS-AFTER-CC-BUCKET
               END-IF
               MOVE WS-AFTER-RATE-PLAN-CODE TO WS-LOOKUP-PLAN-CODE
               PERFORM 3900-FIND-PLAN-BUCKET
               MOVE WS-PLAN-BUCKET TO WS-AFTER-PLAN-BUCKET
           END-IF.

       5300-APPLY-IMAGE-CHANGE.
      *> A NUMBER LEAVES THE BASE WHERE ITS BEFORE IMAGE COUNTED AND
      *> JOINS IT WHERE ITS AFTER IMAGE COUNTS.
           IF WS-BEFORE-IN-BASE
               MOVE -1 TO WS-IMAGE-DELTA
               MOVE WS-TOTAL-BUCKET TO WS-BUCKET-INDEX
               PERFORM 5310-POST-IMAGE-DELTA
               MOVE WS-BEFORE-CC-BUCKET TO WS-BUCKET-INDEX
               PERFORM 5310-POST-IMAGE-DELTA
               MOVE WS-BEFORE-PLAN-BUCKET TO WS-BUCKET-INDEX
               PERFORM 5310-POST-IMAGE-DELTA
           END-IF
           IF WS-AFTER-IN-BASE
               MOVE +1 TO WS-IMAGE-DELTA
               MOVE WS-TOTAL-BUCKET TO WS-BUCKET-INDEX
               PERFORM 5310-POST-IMAGE-DELTA
               MOVE WS-AFTER-CC-BUCKET TO WS-BUCKET-INDEX
               PERFORM 5310-POST-IMAGE-DELTA
               MOVE WS-AFTER-PLAN-BUCKET TO WS-BUCKET-INDEX
               PERFORM 5310-POST-IMAGE-DELTA
           END-IF.

       5310-POST-IMAGE-DELTA.
           IF WS-ENTRY-AFTER-MONTH
               ADD WS-IMAGE-DELTA TO WS-LATER-NET(WS-BUCKET-INDEX)
           ELSE
               ADD WS-IMAGE-DELTA TO WS-MONTH-NET(WS-BUCKET-INDEX)
           END-IF.

       5400-CLASSIFY-ENTRY.
           MOVE SPACE TO WS-MOVEMENT-KIND
           EVALUATE AJ-OPERATION-CODE
               WHEN "A"
                   PERFORM 5410-CLASSIFY-ADD
               WHEN "D"
                   PERFORM 5420-CLASSIFY-DELETE
               WHEN "C"
                   PERFORM 5430-CLASSIFY-CHANGE
               WHEN OTHER
                   PERFORM 5490-LIST-UNCLASSIFIED-ENTRY
           END-EVALUATE.

       5410-CLASSIFY-ADD.
           IF WS-AFTER-IN-BASE
               MOVE WS-AFTER-CC-BUCKET TO WS-SIDE-CC-BUCKET
               MOVE WS-AFTER-PLAN-BUCKET TO WS-SIDE-PLAN-BUCKET
               EVALUATE AJ-TRANSACTION-CODE
                   WHEN "I"
                       SET WS-MOVE-PORT-IN TO TRUE
                       PERFORM 5500-COUNT-MOVEMENT
                   WHEN "C"
                       ADD 1 TO WS-MOVES-IN(WS-AFTER-CC-BUCKET)
                       ADD 1 TO WS-NUMBER-CHANGE-COUNT
                   WHEN OTHER
                       SET WS-MOVE-GROSS-ADD TO TRUE
                       PERFORM 5500-COUNT-MOVEMENT
               END-EVALUATE
           ELSE
      *> A NUMBER ADDED ALREADY DISCONNECTED NEVER JOINS THE BASE.
               ADD 1 TO WS-OTHER-CHANGE-COUNT
           END-IF.

       5420-CLASSIFY-DELETE.
           IF WS-BEFORE-IN-BASE
               MOVE WS-BEFORE-CC-BUCKET TO WS-SIDE-CC-BUCKET
               MOVE WS-BEFORE-PLAN-BUCKET TO WS-SIDE-PLAN-BUCKET
               EVALUATE AJ-TRANSACTION-CODE
                   WHEN "P"
                       SET WS-MOVE-PORT-OUT TO TRUE
                       PERFORM 5500-COUNT-MOVEMENT
                   WHEN "C"
                       ADD 1 TO WS-MOVES-OUT(WS-BEFORE-CC-BUCKET)
                   WHEN OTHER
                       SET WS-MOVE-DISCONNECT TO TRUE
                       PERFORM 5500-COUNT-MOVEMENT
               END-EVALUATE
           ELSE
               IF AJ-OLD-RECORD-IMAGE = SPACES
                   PERFORM 5490-LIST-UNCLASSIFIED-ENTRY
               ELSE
      *> THE PURGE OF A NUMBER ALREADY DISCONNECTED - IT LEFT THE
      *> BASE WHEN IT WAS DISCONNECTED.
                   ADD 1 TO WS-PURGE-COUNT
               END-IF
           END-IF.

       5430-CLASSIFY-CHANGE.
           EVALUATE TRUE
               WHEN AJ-OLD-RECORD-IMAGE = SPACES
                OR AJ-NEW-RECORD-IMAGE = SPACES
                   PERFORM 5490-LIST-UNCLASSIFIED-ENTRY
               WHEN WS-BEFORE-IN-BASE AND WS-AFTER-NOT-IN-BASE
                   MOVE WS-BEFORE-CC-BUCKET TO WS-SIDE-CC-BUCKET
                   MOVE WS-BEFORE-PLAN-BUCKET TO WS-SIDE-PLAN-BUCKET
                   SET WS-MOVE-DISCONNECT TO TRUE
                   PERFORM 5500-COUNT-MOVEMENT
               WHEN WS-BEFORE-NOT-IN-BASE AND WS-AFTER-IN-BASE
                   MOVE WS-AFTER-CC-BUCKET TO WS-SIDE-CC-BUCKET
                   MOVE WS-AFTER-PLAN-BUCKET TO WS-SIDE-PLAN-BUCKET
                   SET WS-MOVE-RECONNECT TO TRUE
                   PERFORM 5500-COUNT-MOVEMENT
               WHEN WS-BEFORE-IN-BASE AND WS-AFTER-IN-BASE
                   PERFORM 5440-CLASSIFY-CHANGE-IN-BASE
               WHEN OTHER
                   ADD 1 TO WS-OTHER-CHANGE-COUNT
           END-EVALUATE.

       5440-CLASSIFY-CHANGE-IN-BASE.
      *> ONE REWRITE CAN MOVE BOTH STATUS AND PLAN; EACH IS COUNTED.
      *> A REWRITE THAT MOVES NEITHER (ACCOUNT OR DATE ONLY) IS NOT
      *> A MOVEMENT OF THE BASE.
           MOVE WS-AFTER-CC-BUCKET TO WS-SIDE-CC-BUCKET
           MOVE WS-AFTER-PLAN-BUCKET TO WS-SIDE-PLAN-BUCKET
           IF WS-BEFORE-ACCOUNT-STATUS = "A"
            AND WS-AFTER-ACCOUNT-STATUS = "S"
               SET WS-MOVE-SUSPENSION TO TRUE
               PERFORM 5500-COUNT-MOVEMENT
           END-IF
           IF WS-BEFORE-ACCOUNT-STATUS = "S"
            AND WS-AFTER-ACCOUNT-STATUS = "A"
               SET WS-MOVE-REACTIVATION TO TRUE
               PERFORM 5500-COUNT-MOVEMENT
           END-IF
           IF WS-BEFORE-RATE-PLAN-CODE NOT = WS-AFTER-RATE-PLAN-CODE
               ADD 1 TO WS-MOVES-OUT(WS-BEFORE-PLAN-BUCKET)
               ADD 1 TO WS-MOVES-IN(WS-AFTER-PLAN-BUCKET)
               ADD 1 TO WS-PLAN-CHANGE-COUNT
           END-IF
           IF WS-BEFORE-ACCOUNT-STATUS = WS-AFTER-ACCOUNT-STATUS
            AND WS-BEFORE-RATE-PLAN-CODE = WS-AFTER-RATE-PLAN-CODE
               ADD 1 TO WS-OTHER-CHANGE-COUNT
           END-IF.

       5490-LIST-UNCLASSIFIED-ENTRY.
           ADD 1 TO WS-UNCLASSIFIED-COUNT
           MOVE SPACES TO BASE-REPORT-LINE
           STRING "UNCLASSIFIED ENTRY " AJ-TIMESTAMP(1:14)
                   " OP " AJ-OPERATION-CODE " TRAN "
                   AJ-TRANSACTION-CODE " OLD " AJ-OLD-MOBILENUMBER
                   " NEW " AJ-NEW-MOBILENUMBER
                   DELIMITED BY SIZE INTO BASE-REPORT-LINE
           END-STRING
           WRITE BASE-REPORT-LINE.

       5500-COUNT-MOVEMENT.
           MOVE WS-TOTAL-BUCKET TO WS-BUCKET-INDEX
           PERFORM 5510-COUNT-IN-BUCKET
           MOVE WS-SIDE-CC-BUCKET TO WS-BUCKET-INDEX
           PERFORM 5510-COUNT-IN-BUCKET
           MOVE WS-SIDE-PLAN-BUCKET TO WS-BUCKET-INDEX
           PERFORM 5510-COUNT-IN-BUCKET.

       5510-COUNT-IN-BUCKET.
           EVALUATE TRUE
               WHEN WS-MOVE-GROSS-ADD
                   ADD 1 TO WS-GROSS-ADDS(WS-BUCKET-INDEX)
               WHEN WS-MOVE-PORT-IN
                   ADD 1 TO WS-PORT-INS(WS-BUCKET-INDEX)
               WHEN WS-MOVE-DISCONNECT
                   ADD 1 TO WS-DISCONNECTS(WS-BUCKET-INDEX)
               WHEN WS-MOVE-PORT-OUT
                   ADD 1 TO WS-PORT-OUTS(WS-BUCKET-INDEX)
               WHEN WS-MOVE-SUSPENSION
                   ADD 1 TO WS-SUSPENSIONS(WS-BUCKET-INDEX)
               WHEN WS-MOVE-REACTIVATION
                   ADD 1 TO WS-REACTIVATIONS(WS-BUCKET-INDEX)
               WHEN WS-MOVE-RECONNECT
                   ADD 1 TO WS-REACTIVATIONS(WS-BUCKET-INDEX)
                   ADD 1 TO WS-RECONNECTS(WS-BUCKET-INDEX)
           END-EVALUATE.

       6000-REPORT-TOTAL-BASE.
           MOVE WS-TOTAL-BUCKET TO WS-BUCKET-INDEX
           PERFORM 6100-DERIVE-BUCKET-FIGURES
           MOVE SPACES TO BASE-REPORT-LINE
           WRITE BASE-REPORT-LINE
           MOVE "TOTAL BASE MOVEMENT" TO BASE-REPORT-LINE
           WRITE BASE-REPORT-LINE
           MOVE "OPENING BASE AT MONTH START:" TO WS-SUMMARY-LABEL
           MOVE WS-OPENING-BASE TO WS-SIGNED-DISPLAY
           PERFORM 9200-WRITE-SIGNED-LINE
           MOVE "  GROSS ADDS               :" TO WS-SUMMARY-LABEL
           MOVE WS-GROSS-ADDS(WS-BUCKET-INDEX) TO WS-COUNT-DISPLAY
           PERFORM 9100-WRITE-SUMMARY-LINE
           MOVE "  PORT-INS                 :" TO WS-SUMMARY-LABEL
           MOVE WS-PORT-INS(WS-BUCKET-INDEX) TO WS-COUNT-DISPLAY
           PERFORM 9100-WRITE-SUMMARY-LINE
           MOVE "  REACTIVATIONS            :" TO WS-SUMMARY-LABEL
           MOVE WS-REACTIVATIONS(WS-BUCKET-INDEX) TO WS-COUNT-DISPLAY
           PERFORM 9100-WRITE-SUMMARY-LINE
           MOVE "    FROM DISCONNECTED      :" TO WS-SUMMARY-LABEL
           MOVE WS-RECONNECTS(WS-BUCKET-INDEX) TO WS-COUNT-DISPLAY
           PERFORM 9100-WRITE-SUMMARY-LINE
           MOVE "  DISCONNECTS              :" TO WS-SUMMARY-LABEL
           MOVE WS-DISCONNECTS(WS-BUCKET-INDEX) TO WS-COUNT-DISPLAY
           PERFORM 9100-WRITE-SUMMARY-LINE
           MOVE "  PORT-OUTS                :" TO WS-SUMMARY-LABEL
           MOVE WS-PORT-OUTS(WS-BUCKET-INDEX) TO WS-COUNT-DISPLAY
           PERFORM 9100-WRITE-SUMMARY-LINE
           MOVE "  SUSPENSIONS              :" TO WS-SUMMARY-LABEL
           MOVE WS-SUSPENSIONS(WS-BUCKET-INDEX) TO WS-COUNT-DISPLAY
           PERFORM 9100-WRITE-SUMMARY-LINE
           MOVE "  PLAN CHANGES             :" TO WS-SUMMARY-LABEL
           MOVE WS-PLAN-CHANGE-COUNT TO WS-COUNT-DISPLAY
           PERFORM 9100-WRITE-SUMMARY-LINE
           MOVE "  NUMBER CHANGES           :" TO WS-SUMMARY-LABEL
           MOVE WS-NUMBER-CHANGE-COUNT TO WS-COUNT-DISPLAY
           PERFORM 9100-WRITE-SUMMARY-LINE
           MOVE "CLOSING BASE AT MONTH END  :" TO WS-SUMMARY-LABEL
           MOVE WS-CLOSING-BASE TO WS-SIGNED-DISPLAY
           PERFORM 9200-WRITE-SIGNED-LINE
           MOVE "NET ADDS                   :" TO WS-SUMMARY-LABEL
           MOVE WS-NET-ADDS TO WS-SIGNED-DISPLAY
           PERFORM 9200-WRITE-SIGNED-LINE
           MOVE SPACES TO BASE-REPORT-LINE
           MOVE WS-CHURN-RATE TO WS-RATE-DISPLAY
           STRING "CHURN RATE PERCENT         :" WS-RATE-DISPLAY
                   DELIMITED BY SIZE INTO BASE-REPORT-LINE
           END-STRING
           WRITE BASE-REPORT-LINE
           MOVE "LIVE SUBMAST BASE NOW      :" TO WS-SUMMARY-LABEL
           MOVE WS-LIVE-COUNT(WS-BUCKET-INDEX) TO WS-COUNT-DISPLAY
           PERFORM 9100-WRITE-SUMMARY-LINE
           MOVE "  LESS NET SINCE MONTH END :" TO WS-SUMMARY-LABEL
           MOVE WS-LATER-NET(WS-BUCKET-INDEX) TO WS-SIGNED-DISPLAY
           PERFORM 9200-WRITE-SIGNED-LINE
           MOVE "  LIVE BASE AT MONTH END   :" TO WS-SUMMARY-LABEL
           MOVE WS-EXPECTED-BASE TO WS-SIGNED-DISPLAY
           PERFORM 9200-WRITE-SIGNED-LINE
           MOVE "DIFFERENCE (CLOSING - LIVE):" TO WS-SUMMARY-LABEL
           MOVE WS-BASE-DIFFERENCE TO WS-SIGNED-DISPLAY
           PERFORM 9200-WRITE-SIGNED-LINE
           MOVE "T" TO BT-RECORD-TYPE
           MOVE SPACES TO BT-BREAKDOWN-KEY
           PERFORM 8000-WRITE-TREND-RECORD.

       6100-DERIVE-BUCKET-FIGURES.
      *> OPENING = LIVE NOW, WOUND BACK THROUGH THE MONTH AND
      *> EVERYTHING SINCE. CLOSING = OPENING PLUS THE CLASSIFIED
      *> MOVEMENTS. THE LIVE BASE AT MONTH END = LIVE NOW WOUND
      *> BACK THROUGH WHAT HAPPENED SINCE ONLY.
           COMPUTE WS-OPENING-BASE =
               WS-LIVE-COUNT(WS-BUCKET-INDEX)
               - WS-LATER-NET(WS-BUCKET-INDEX)
               - WS-MONTH-NET(WS-BUCKET-INDEX)
           COMPUTE WS-CLOSING-BASE =
               WS-OPENING-BASE
               + WS-GROSS-ADDS(WS-BUCKET-INDEX)
               + WS-PORT-INS(WS-BUCKET-INDEX)
               + WS-RECONNECTS(WS-BUCKET-INDEX)
               + WS-MOVES-IN(WS-BUCKET-INDEX)
               - WS-DISCONNECTS(WS-BUCKET-INDEX)
               - WS-PORT-OUTS(WS-BUCKET-INDEX)
               - WS-MOVES-OUT(WS-BUCKET-INDEX)
      *> A PLAN CHANGE MOVES A NUMBER BETWEEN PLAN LINES ONLY AND A
      *> NUMBER CHANGE BETWEEN COUNTRY-CODE LINES ONLY; BOTH NET TO
      *> NOTHING ON THE TOTAL, WHICH CARRIES NO MOVES.
           COMPUTE WS-EXPECTED-BASE =
               WS-LIVE-COUNT(WS-BUCKET-INDEX)
               - WS-LATER-NET(WS-BUCKET-INDEX)
           COMPUTE WS-BASE-DIFFERENCE =
               WS-CLOSING-BASE - WS-EXPECTED-BASE
           IF WS-BASE-DIFFERENCE NOT = ZEROS
               SET WS-BASE-DISAGREES TO TRUE
           END-IF
           COMPUTE WS-NET-ADDS = WS-CLOSING-BASE - WS-OPENING-BASE
           MOVE ZEROS TO WS-CHURN-RATE
           IF WS-OPENING-BASE > ZEROS
               COMPUTE WS-CHURN-RATE ROUNDED =
                   (WS-DISCONNECTS(WS-BUCKET-INDEX)
                    + WS-PORT-OUTS(WS-BUCKET-INDEX))
                   * 100 / WS-OPENING-BASE
                   ON SIZE ERROR
                       MOVE 999.99 TO WS-CHURN-RATE
               END-COMPUTE
           END-IF
           SET WS-BUCKET-NOT-USED TO TRUE
           IF WS-OPENING-BASE NOT = ZEROS
            OR WS-CLOSING-BASE NOT = ZEROS
            OR WS-LIVE-COUNT(WS-BUCKET-INDEX) NOT = ZEROS
            OR WS-SUSPENSIONS(WS-BUCKET-INDEX) NOT = ZEROS
            OR WS-REACTIVATIONS(WS-BUCKET-INDEX) NOT = ZEROS
            OR WS-GROSS-ADDS(WS-BUCKET-INDEX) NOT = ZEROS
            OR WS-PORT-INS(WS-BUCKET-INDEX) NOT = ZEROS
            OR WS-MOVES-IN(WS-BUCKET-INDEX) NOT = ZEROS
               SET WS-BUCKET-IS-USED TO TRUE
           END-IF.

       7000-REPORT-BY-COUNTRY-CODE.
           MOVE SPACES TO BASE-REPORT-LINE
           WRITE BASE-REPORT-LINE
           MOVE "BY COUNTRY CODE (MOVES = NUMBER CHANGES)"
               TO BASE-REPORT-LINE
           WRITE BASE-REPORT-LINE
           PERFORM 7900-WRITE-COLUMN-HEADINGS
           MOVE 1 TO WS-BUCKET-INDEX
           PERFORM UNTIL WS-BUCKET-INDEX = 101
               ADD 1 TO WS-BUCKET-INDEX
               PERFORM 6100-DERIVE-BUCKET-FIGURES
               IF WS-BUCKET-IS-USED
                   COMPUTE WS-COUNTRY-CODE = WS-BUCKET-INDEX - 2
                   MOVE SPACES TO BT-BREAKDOWN-KEY
                   MOVE WS-COUNTRY-CODE TO BT-BREAKDOWN-KEY(1:2)
                   MOVE "C" TO BT-RECORD-TYPE
                   PERFORM 7800-WRITE-BUCKET-LINE
               END-IF
           END-PERFORM.

       7500-REPORT-BY-RATE-PLAN.
           MOVE SPACES TO BASE-REPORT-LINE
           WRITE BASE-REPORT-LINE
           MOVE "BY RATE PLAN (MOVES = PLAN CHANGES)"
               TO BASE-REPORT-LINE
           WRITE BASE-REPORT-LINE
           PERFORM 7900-WRITE-COLUMN-HEADINGS
           MOVE ZEROS TO WS-PLAN-INDEX
           PERFORM UNTIL WS-PLAN-INDEX = WS-PLAN-COUNT
               ADD 1 TO WS-PLAN-INDEX
               COMPUTE WS-BUCKET-INDEX = WS-PLAN-INDEX + 101
               PERFORM 6100-DERIVE-BUCKET-FIGURES
               IF WS-BUCKET-IS-USED
                   MOVE WS-PLAN-CODE(WS-PLAN-INDEX) TO BT-BREAKDOWN-KEY
                   MOVE "P" TO BT-RECORD-TYPE
                   PERFORM 7800-WRITE-BUCKET-LINE
               END-IF
           END-PERFORM.

       7800-WRITE-BUCKET-LINE.
           MOVE BT-BREAKDOWN-KEY TO DL-BREAKDOWN-KEY
           MOVE WS-OPENING-BASE TO DL-OPENING-BASE
           MOVE WS-GROSS-ADDS(WS-BUCKET-INDEX) TO DL-GROSS-ADDS
           MOVE WS-PORT-INS(WS-BUCKET-INDEX) TO DL-PORT-INS
           MOVE WS-DISCONNECTS(WS-BUCKET-INDEX) TO DL-DISCONNECTS
           MOVE WS-PORT-OUTS(WS-BUCKET-INDEX) TO DL-PORT-OUTS
           MOVE WS-SUSPENSIONS(WS-BUCKET-INDEX) TO DL-SUSPENSIONS
           MOVE WS-REACTIVATIONS(WS-BUCKET-INDEX) TO DL-REACTIVATIONS
           MOVE WS-MOVES-IN(WS-BUCKET-INDEX) TO DL-MOVES-IN
           MOVE WS-MOVES-OUT(WS-BUCKET-INDEX) TO DL-MOVES-OUT
           MOVE WS-CLOSING-BASE TO DL-CLOSING-BASE
           MOVE WS-NET-ADDS TO DL-NET-ADDS
           MOVE WS-CHURN-RATE TO DL-CHURN-RATE
           MOVE WS-LIVE-COUNT(WS-BUCKET-INDEX) TO DL-LIVE-COUNT
           MOVE WS-BASE-DIFFERENCE TO DL-DIFFERENCE
           MOVE WS-DETAIL-LINE TO BASE-REPORT-LINE
           WRITE BASE-REPORT-LINE
           MOVE WS-DETAIL-LINE-2 TO BASE-REPORT-LINE
           WRITE BASE-REPORT-LINE
           PERFORM 8000-WRITE-TREND-RECORD.

       7900-WRITE-COLUMN-HEADINGS.
           MOVE "KEY    OPENING    GROSS  PORT-IN  REACTIV  MOVE IN   "
             &  "CLOSING  NET ADDS" TO BASE-REPORT-LINE
           WRITE BASE-REPORT-LINE
           MOVE "        CHURN%   DISCON PORT-OUT  SUSPEND MOVE OUT   "
             &  "   LIVE      DIFF" TO BASE-REPORT-LINE
           WRITE BASE-REPORT-LINE.

       8000-WRITE-TREND-RECORD.
      *> RECORD TYPE AND KEY ARE SET BY THE CALLER; THE FIGURES ARE
      *> THE BUCKET 6100 HAS JUST DERIVED.
           MOVE WS-REPORT-MONTH TO BT-REPORT-MONTH
           MOVE WS-RUN-DATE TO BT-RUN-DATE
           MOVE WS-OPENING-BASE TO BT-OPENING-BASE
           MOVE WS-GROSS-ADDS(WS-BUCKET-INDEX) TO BT-GROSS-ADDS
           MOVE WS-PORT-INS(WS-BUCKET-INDEX) TO BT-PORT-INS
           MOVE WS-DISCONNECTS(WS-BUCKET-INDEX) TO BT-DISCONNECTS
           MOVE WS-PORT-OUTS(WS-BUCKET-INDEX) TO BT-PORT-OUTS
           MOVE WS-SUSPENSIONS(WS-BUCKET-INDEX) TO BT-SUSPENSIONS
           MOVE WS-REACTIVATIONS(WS-BUCKET-INDEX) TO BT-REACTIVATIONS
           MOVE WS-MOVES-IN(WS-BUCKET-INDEX) TO BT-MOVES-IN
           MOVE WS-MOVES-OUT(WS-BUCKET-INDEX) TO BT-MOVES-OUT
           MOVE WS-CLOSING-BASE TO BT-CLOSING-BASE
           MOVE WS-NET-ADDS TO BT-NET-ADDS
           MOVE WS-CHURN-RATE TO BT-CHURN-RATE
           MOVE WS-LIVE-COUNT(WS-BUCKET-INDEX) TO BT-LIVE-COUNT
           MOVE WS-BASE-DIFFERENCE TO BT-DIFFERENCE
           WRITE BASE-TREND-RECORD
           ADD 1 TO WS-TREND-WRITTEN-COUNT.

       9000-WRITE-RUN-SUMMARY.
           MOVE SPACES TO BASE-REPORT-LINE
           WRITE BASE-REPORT-LINE
           MOVE "RUN SUMMARY" TO BASE-REPORT-LINE
           WRITE BASE-REPORT-LINE
           MOVE "JOURNAL ENTRIES READ       :" TO WS-SUMMARY-LABEL
           MOVE WS-JOURNAL-READ-COUNT TO WS-COUNT-DISPLAY
           PERFORM 9100-WRITE-SUMMARY-LINE
           MOVE "  BEFORE THE MONTH         :" TO WS-SUMMARY-LABEL
           MOVE WS-EARLIER-COUNT TO WS-COUNT-DISPLAY
           PERFORM 9100-WRITE-SUMMARY-LINE
           MOVE "  IN THE MONTH             :" TO WS-SUMMARY-LABEL
           MOVE WS-MONTH-ENTRY-COUNT TO WS-COUNT-DISPLAY
           PERFORM 9100-WRITE-SUMMARY-LINE
           MOVE "  SINCE THE MONTH ENDED    :" TO WS-SUMMARY-LABEL
           MOVE WS-LATER-COUNT TO WS-COUNT-DISPLAY
           PERFORM 9100-WRITE-SUMMARY-LINE
           MOVE "  PURGES OF DISCONNECTED   :" TO WS-SUMMARY-LABEL
           MOVE WS-PURGE-COUNT TO WS-COUNT-DISPLAY
           PERFORM 9100-WRITE-SUMMARY-LINE
           MOVE "  OTHER CHANGES, NO MOVE   :" TO WS-SUMMARY-LABEL
           MOVE WS-OTHER-CHANGE-COUNT TO WS-COUNT-DISPLAY
           PERFORM 9100-WRITE-SUMMARY-LINE
           MOVE "  UNCLASSIFIED             :" TO WS-SUMMARY-LABEL
           MOVE WS-UNCLASSIFIED-COUNT TO WS-COUNT-DISPLAY
           PERFORM 9100-WRITE-SUMMARY-LINE
           MOVE "DISCONNECTED, STILL ON FILE:" TO WS-SUMMARY-LABEL
           MOVE WS-DISCONNECTED-COUNT TO WS-COUNT-DISPLAY
           PERFORM 9100-WRITE-SUMMARY-LINE
           MOVE "TREND RECORDS WRITTEN      :" TO WS-SUMMARY-LABEL
           MOVE WS-TREND-WRITTEN-COUNT TO WS-COUNT-DISPLAY
           PERFORM 9100-WRITE-SUMMARY-LINE
           IF WS-BASE-DISAGREES
               MOVE "CLOSING BASE DOES NOT AGREE WITH SUBMAST - SEE "
                 & "DIFF COLUMN" TO BASE-REPORT-LINE
           ELSE
               MOVE "CLOSING BASE AGREES WITH SUBMAST"
                   TO BASE-REPORT-LINE
           END-IF
           WRITE BASE-REPORT-LINE.

       9100-WRITE-SUMMARY-LINE.
           MOVE SPACES TO BASE-REPORT-LINE
           STRING WS-SUMMARY-LABEL " " WS-COUNT-DISPLAY
                   DELIMITED BY SIZE INTO BASE-REPORT-LINE
           END-STRING
           WRITE BASE-REPORT-LINE.

       9200-WRITE-SIGNED-LINE.
           MOVE SPACES TO BASE-REPORT-LINE
           STRING WS-SUMMARY-LABEL WS-SIGNED-DISPLAY
                   DELIMITED BY SIZE INTO BASE-REPORT-LINE
           END-STRING
           WRITE BASE-REPORT-LINE.
