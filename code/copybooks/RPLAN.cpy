      *> THE EXPIRY DATE IS THE LAST DAY THE PLAN IS VALID.
      *> MAINTAINED ONLY BY THE RPLNMNT BATCH STREAM; EVERY PROGRAM
      *> THAT ACCEPTS A RATE-PLAN-CODE VALIDATES AGAINST THIS FILE.
      *> PRICING: A NUMBER OWES RP-MONTHLY-RENTAL EACH MONTH AND
      *> GETS RP-INCLUDED-MINUTES FREE; MINUTES BEYOND THE ALLOWANCE
      *> ARE CHARGED AT RP-OVERAGE-RATE, OR AT RP-RATE-PER-MINUTE
      *> WHEN NO OVERAGE RATE IS SET. A PLAN WITH NO RENTAL AND NO
      *> ALLOWANCE IS THEREFORE PLAIN PAY-PER-MINUTE. PLANS ADDED
      *> BEFORE THE PRICING FIELDS EXISTED HOLD SPACES THERE AND
      *> ARE READ AS ZEROS. RENTAL AND ALLOWANCE ARE PRORATED BY DAY
      *> FOR A NUMBER ACTIVATED OR DISCONNECTED MID-MONTH.
      *> FRAUD SCREEN: A NUMBER USING MORE THAN RP-DAILY-MINUTE-
      *> CEILING MINUTES IN A DAY IS ALERTED WHATEVER ITS OWN
      *> HISTORY (ZERO OR SPACES = NO CEILING). ON A PLAN WITH
      *> RP-AUTO-PROTECT SET, AN ALERTED ACTIVE NUMBER IS ALSO
      *> SUSPENDED BY THE SCREEN RATHER THAN JUST REPORTED.
      *> RETIREMENT: RP-SUCCESSOR-PLAN NAMES THE PLAN A NUMBER IS
      *> MOVED TO WHEN THIS ONE EXPIRES (SPACES = NONE NAMED). THE
      *> PLANRETR RUN GIVES ADVANCE NOTICE, MOVES THE NUMBERS ON
      *> THE EXPIRY DATE AND FLAGS A PLAN DUE TO EXPIRE WITHOUT A
      *> SUCCESSOR THAT WILL STILL BE ACTIVE.
       02 RP-PLAN-CODE            PIC X(4).
       02 RP-DESCRIPTION          PIC X(20).
       02 RP-RATE-PER-MINUTE      PIC 9(3)V99.
       02 RP-EFFECTIVE-DATE       PIC 9(8).
       02 RP-EXPIRY-DATE          PIC 9(8).
       02 RP-MONTHLY-RENTAL       PIC 9(5)V99.
       02 RP-INCLUDED-MINUTES     PIC 9(6).
       02 RP-OVERAGE-RATE         PIC 9(3)V99.
       02 RP-DAILY-MINUTE-CEILING PIC 9(5).
       02 RP-AUTO-PROTECT         PIC X(1).
           88 RP-AUTO-PROTECT-ON       VALUE "Y".
       02 RP-SUCCESSOR-PLAN       PIC X(4).
       02 FILLER                  PIC X(7).
