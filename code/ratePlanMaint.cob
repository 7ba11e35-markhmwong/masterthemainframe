      *> WHOLE SHOP VALIDATES SM-RATE-PLAN-CODE AGAINST. READS THE
      *> RPLNTRAN TRANSACTION STREAM AND APPLIES IT TO RATEPLAN:
      *>   A = ADD A NEW PLAN (REJECTED IF THE CODE EXISTS)
      *>   R = REWRITE AN EXISTING PLAN (DESCRIPTION, RATE, DATES,
      *>       RENTAL, INCLUDED MINUTES, OVERAGE RATE, DAILY MINUTE
      *>       CEILING, AUTO-PROTECT)
      *>   E = EXPIRE A PLAN - SETS ONLY THE EXPIRY DATE (AND THE
      *>       SUCCESSOR PLAN, WHEN ONE IS GIVEN), SO THE CODE STAYS
      *>       ON FILE FOR HISTORY BUT FAILS THE ACTIVE TEST FROM THE
      *>       DAY AFTER THE DATE GIVEN
      *>   D = DELETE A PLAN OUTRIGHT (MIS-KEYED ADDS ONLY - AN
      *>       EXPIRED PLAN IS THE NORMAL WAY TO RETIRE A CODE)
      *> RPLNTRAN CARD: OP(1), PLAN CODE(4), DESCRIPTION(20),
      *> RATE PER MINUTE(5, 999V99), EFFECTIVE DATE(8), EXPIRY
      *> DATE(8), MONTHLY RENTAL(7, 99999V99), INCLUDED MINUTES(6),
      *> OVERAGE RATE(5, 999V99), DAILY MINUTE CEILING(5),
      *> AUTO-PROTECT(1, Y/N), SUCCESSOR PLAN(4), FILLER TO 80.
      *> ZERO EFFECTIVE DATE DEFAULTS TO THE RUN DATE; ZERO EXPIRY
      *> DATE MEANS OPEN-ENDED. A BLANK RENTAL, ALLOWANCE OR
      *> OVERAGE RATE IS TAKEN AS ZERO; ANYTHING ELSE NOT NUMERIC
      *> IS REJECTED, AS IS AN ALLOWANCE ON A PLAN WITH NO RENTAL
      *> (FREE MINUTES FOR NOTHING) OR ON A PLAN WITH NEITHER AN
      *> OVERAGE RATE NOR A RATE PER MINUTE (MINUTES PAST IT COULD
      *> NEVER BE CHARGED).
      *> A BLANK CEILING MEANS NO CEILING AND A BLANK AUTO-PROTECT
      *> MEANS N; A CEILING NOT NUMERIC OR AN AUTO-PROTECT OTHER
      *> THAN Y OR N IS REJECTED. THE SUCCESSOR PLAN IS WHERE THE
      *> PLANRETR RUN MOVES THE PLAN'S NUMBERS WHEN IT EXPIRES; IT
      *> MAY NOT NAME THE PLAN ITSELF. IT NEED NOT BE ON FILE YET -
      *> PLANRETR FLAGS A SUCCESSOR THAT IS MISSING OR WILL NOT BE
      *> ACTIVE WELL BEFORE THE EXPIRY DATE.
      *> EVERY CARD IS LISTED ON RPLNRPT WITH ITS DISPOSITION.
      *> RETURN CODE 0 = ALL APPLIED, 4 = SOME REJECTS, 8 = NO
      *> TRANSACTION FILE SUPPLIED.
           02  PT-RATE-PER-MINUTE      PIC 9(3)V99.
           02  PT-EFFECTIVE-DATE       PIC 9(8).
           02  PT-EXPIRY-DATE          PIC 9(8).
           02  PT-MONTHLY-RENTAL       PIC 9(5)V99.
           02  PT-MONTHLY-RENTAL-X     REDEFINES PT-MONTHLY-RENTAL
                                       PIC X(7).
           02  PT-INCLUDED-MINUTES     PIC 9(6).
           02  PT-INCLUDED-MINUTES-X   REDEFINES PT-INCLUDED-MINUTES
                                       PIC X(6).
           02  PT-OVERAGE-RATE         PIC 9(3)V99.
           02  PT-OVERAGE-RATE-X       REDEFINES PT-OVERAGE-RATE
                                       PIC X(5).
           02  PT-MINUTE-CEILING       PIC 9(5).
           02  PT-MINUTE-CEILING-X     REDEFINES PT-MINUTE-CEILING
                                       PIC X(5).
           02  PT-AUTO-PROTECT         PIC X(1).
           02  PT-SUCCESSOR-PLAN       PIC X(4).
           02  FILLER                  PIC X(6).

       FD  PLAN-REPORT
           RECORD CONTAINS 80 CHARACTERS

           01 WS-REJECT-REASON        PIC X(35) VALUE SPACES.

      *> THE CARD'S PRICING FIELDS WITH BLANKS TAKEN AS ZERO.
           01 WS-CARD-RENTAL          PIC 9(5)V99 VALUE ZEROS.
           01 WS-CARD-INCLUDED-MINUTES PIC 9(6) VALUE ZEROS.
           01 WS-CARD-OVERAGE-RATE    PIC 9(3)V99 VALUE ZEROS.
           01 WS-CARD-MINUTE-CEILING  PIC 9(5)  VALUE ZEROS.
           01 WS-CARD-AUTO-PROTECT    PIC X(1)  VALUE "N".

           01 WS-READ-COUNT           PIC 9(9)  VALUE ZEROS.
           01 WS-APPLIED-COUNT        PIC 9(9)  VALUE ZEROS.
           01 WS-REJECT-COUNT         PIC 9(9)  VALUE ZEROS.
                   MOVE "RATE NOT NUMERIC" TO WS-REJECT-REASON
               END-IF
           END-IF
           IF WS-CARD-WAS-CLEAN
            AND (PT-OPERATION-CODE = "A" OR "R")
               PERFORM 3120-EDIT-PLAN-PRICING
           END-IF
           IF WS-CARD-WAS-CLEAN
            AND (PT-OPERATION-CODE = "A" OR "R")
               PERFORM 3130-EDIT-PLAN-PROTECTION
           END-IF
           IF WS-CARD-WAS-CLEAN
            AND PT-OPERATION-CODE = "E"
               IF PT-EXPIRY-DATE NOT NUMERIC
                   MOVE "EXPIRE NEEDS AN EXPIRY DATE"
                       TO WS-REJECT-REASON
               END-IF
           END-IF
           IF WS-CARD-WAS-CLEAN
            AND PT-OPERATION-CODE NOT = "D"
            AND PT-SUCCESSOR-PLAN = PT-PLAN-CODE
               SET WS-CARD-HAD-ERROR TO TRUE
               MOVE "PLAN CANNOT SUCCEED ITSELF" TO WS-REJECT-REASON
           END-IF.

       3120-EDIT-PLAN-PRICING.
           MOVE ZEROS TO WS-CARD-RENTAL
           MOVE ZEROS TO WS-CARD-INCLUDED-MINUTES
           MOVE ZEROS TO WS-CARD-OVERAGE-RATE
           IF PT-MONTHLY-RENTAL-X NOT = SPACES
               IF PT-MONTHLY-RENTAL NUMERIC
                   MOVE PT-MONTHLY-RENTAL TO WS-CARD-RENTAL
               ELSE
                   SET WS-CARD-HAD-ERROR TO TRUE
                   MOVE "RENTAL NOT NUMERIC" TO WS-REJECT-REASON
               END-IF
           END-IF
           IF PT-INCLUDED-MINUTES-X NOT = SPACES
               IF PT-INCLUDED-MINUTES NUMERIC
                   MOVE PT-INCLUDED-MINUTES
                       TO WS-CARD-INCLUDED-MINUTES
               ELSE
                   SET WS-CARD-HAD-ERROR TO TRUE
                   MOVE "INCLUDED MINUTES NOT NUMERIC"
                       TO WS-REJECT-REASON
               END-IF
           END-IF
           IF PT-OVERAGE-RATE-X NOT = SPACES
               IF PT-OVERAGE-RATE NUMERIC
                   MOVE PT-OVERAGE-RATE TO WS-CARD-OVERAGE-RATE
               ELSE
                   SET WS-CARD-HAD-ERROR TO TRUE
                   MOVE "OVERAGE RATE NOT NUMERIC" TO WS-REJECT-REASON
               END-IF
           END-IF
           IF WS-CARD-WAS-CLEAN
            AND WS-CARD-INCLUDED-MINUTES > ZEROS
               IF WS-CARD-RENTAL = ZEROS
                   SET WS-CARD-HAD-ERROR TO TRUE
                   MOVE "ALLOWANCE WITH NO RENTAL" TO WS-REJECT-REASON
               ELSE
                   IF WS-CARD-OVERAGE-RATE = ZEROS
                    AND PT-RATE-PER-MINUTE = ZEROS
                       SET WS-CARD-HAD-ERROR TO TRUE
                       MOVE "ALLOWANCE WITH NO OVERAGE RATE"
                           TO WS-REJECT-REASON
                   END-IF
               END-IF
           END-IF.

       3130-EDIT-PLAN-PROTECTION.
           MOVE ZEROS TO WS-CARD-MINUTE-CEILING
           MOVE "N" TO WS-CARD-AUTO-PROTECT
           IF PT-MINUTE-CEILING-X NOT = SPACES
               IF PT-MINUTE-CEILING NUMERIC
                   MOVE PT-MINUTE-CEILING
                       TO WS-CARD-MINUTE-CEILING
               ELSE
                   SET WS-CARD-HAD-ERROR TO TRUE
                   MOVE "DAILY CEILING NOT NUMERIC"
                       TO WS-REJECT-REASON
               END-IF
           END-IF
           IF WS-CARD-WAS-CLEAN
               EVALUATE PT-AUTO-PROTECT
                   WHEN "Y"
                       MOVE "Y" TO WS-CARD-AUTO-PROTECT
                   WHEN "N"
                   WHEN SPACE
                       MOVE "N" TO WS-CARD-AUTO-PROTECT
                   WHEN OTHER
                       SET WS-CARD-HAD-ERROR TO TRUE
                       MOVE "AUTO-PROTECT NOT Y OR N"
                           TO WS-REJECT-REASON
               END-EVALUATE
           END-IF.

       3300-WRITE-REJECT-LINE.
                   DELIMITED BY SIZE
                   INTO PLAN-REPORT-LINE
           END-STRING
           WRITE PLAN-REPORT-LINE
           MOVE SPACES TO PLAN-REPORT-LINE
           STRING "                RENTAL " RP-MONTHLY-RENTAL
                   " INCLUDED MINUTES " RP-INCLUDED-MINUTES
                   " OVERAGE " RP-OVERAGE-RATE
                   DELIMITED BY SIZE
                   INTO PLAN-REPORT-LINE
           END-STRING
           WRITE PLAN-REPORT-LINE
           MOVE SPACES TO PLAN-REPORT-LINE
           STRING "                DAILY CEILING "
                   RP-DAILY-MINUTE-CEILING
                   " AUTO-PROTECT " RP-AUTO-PROTECT
                   " SUCCESSOR " RP-SUCCESSOR-PLAN
                   DELIMITED BY SIZE
                   INTO PLAN-REPORT-LINE
           END-STRING
           WRITE PLAN-REPORT-LINE.

       3500-MOVE-TRANSACTION-TO-RECORD.
           MOVE PT-PLAN-CODE TO RP-PLAN-CODE
           MOVE PT-DESCRIPTION TO RP-DESCRIPTION
           MOVE PT-RATE-PER-MINUTE TO RP-RATE-PER-MINUTE
           MOVE WS-CARD-RENTAL TO RP-MONTHLY-RENTAL
           MOVE WS-CARD-INCLUDED-MINUTES TO RP-INCLUDED-MINUTES
           MOVE WS-CARD-OVERAGE-RATE TO RP-OVERAGE-RATE
           MOVE WS-CARD-MINUTE-CEILING TO RP-DAILY-MINUTE-CEILING
           MOVE WS-CARD-AUTO-PROTECT TO RP-AUTO-PROTECT
           MOVE PT-SUCCESSOR-PLAN TO RP-SUCCESSOR-PLAN
           IF PT-EFFECTIVE-DATE NUMERIC
            AND PT-EFFECTIVE-DATE > ZEROS
               MOVE PT-EFFECTIVE-DATE TO RP-EFFECTIVE-DATE
           END-READ.

       8300-EXPIRE-PLAN-RECORD.
      *> ONLY THE EXPIRY DATE MOVES - DESCRIPTION, RATES, RENTAL,
      *> ALLOWANCE AND EFFECTIVE DATE STAY AS SOLD, SO BILLING
      *> HISTORY STILL READS CORRECTLY FOR THE MONTHS THE PLAN WAS
      *> LIVE. A SUCCESSOR GIVEN ON THE CARD REPLACES THE ONE ON
      *> FILE; A BLANK ONE LEAVES IT ALONE.
           MOVE PT-PLAN-CODE TO RP-PLAN-CODE
           READ RATE-PLAN-FILE
               INVALID KEY
                   MOVE "PLAN CODE NOT ON FILE" TO WS-REJECT-REASON
               NOT INVALID KEY
                   MOVE PT-EXPIRY-DATE TO RP-EXPIRY-DATE
                   IF PT-SUCCESSOR-PLAN NOT = SPACES
                       MOVE PT-SUCCESSOR-PLAN TO RP-SUCCESSOR-PLAN
                   END-IF
                   REWRITE RATE-PLAN-RECORD
                   ADD 1 TO WS-EXPIRE-COUNT
                   PERFORM 3400-WRITE-APPLIED-LINE
