      *> MONTH-END ACCOUNT-LEVEL INVOICING OFF THE USAGE SUMMARY.
      *> SWEEPS USAGESUM (ONE RECORD PER MOBILENUMBER, BUILT BY THE
      *> DAILY USAGERTG RUN), PICKS UP EACH SUBSCRIBER'S RATE-PLAN
      *> CODE AND ACCOUNT REFERENCE FROM SUBMAST, PRICES THE NUMBER
      *> FROM THE RATEPLAN REFERENCE FILE, AND SORTS THE PRICED
      *> NUMBERS INTO ACCOUNT-REF ORDER SO SEVERAL NUMBERS ON THE
      *> SAME ACCOUNT ROLL UP INTO ONE INVOICE RECORD - THE FIRST
      *> OUTPUT IN THE SYSTEM THAT BRINGS AN ACCOUNT'S NUMBERS
      *> TOGETHER. EACH NUMBER IS BILLED ITS PLAN'S MONTHLY RENTAL
      *> PLUS OVERAGE: MINUTES UP TO THE PLAN'S INCLUDED ALLOWANCE
      *> ARE FREE, THE REST ARE CHARGED AT THE OVERAGE RATE (THE
      *> RATE PER MINUTE WHEN THE PLAN HAS NO OVERAGE RATE). WHEN
      *> THE NUMBER'S ACTIVATION DATE, OR THE STATUS DATE OF A
      *> DISCONNECTED NUMBER, FALLS INSIDE THE INVOICE MONTH THE
      *> RENTAL AND ALLOWANCE ARE PRORATED BY DAY - BILLED FROM THE
      *> ACTIVATION DATE UP TO AND INCLUDING THE DISCONNECT DATE.
      *> A SECOND SWEEP OF SUBMAST PICKS UP EVERY NUMBER LIVE IN
      *> THE MONTH THAT HAS NO USAGESUM RECORD, SO A NUMBER WITH NO
      *> CALLS STILL PAYS ITS RENTAL. THE INVOICE MONTH IS THE USAGE
      *> MONTH ON USAGESUM (THE RUN MONTH IF USAGESUM IS EMPTY).
      *> THE RUN LOCKS THE INVOICE MONTH ON THE PRDCTL PERIOD FILE
      *> (LAYOUT IN PRDCTL) - CLOSING AS IT STARTS, CLOSED WITH THE
      *> MINUTES INVOICED WHEN IT FINISHES - SO USAGERTG DIVERTS ANY
      *> CALL FOR THE MONTH THAT ARRIVES AFTERWARDS TO LATEUSG
      *> (LAYOUT IN LATUSG) RATHER THAN ADDING IT TO A SUMMARY
      *> ALREADY BILLED. A MONTH TAKEN FROM THE RUN DATE BECAUSE
      *> USAGESUM WAS EMPTY IS LEFT OPEN. EACH RUN ALSO BILLS EVERY
      *> LATE CALL FROM AN EARLIER MONTH NOT YET BILLED, PRICED AT
      *> THE NUMBER'S CURRENT OVERAGE RATE (RATE PER MINUTE WHEN THE
      *> PLAN HAS NONE) - THE ORIGINAL MONTH'S ALLOWANCE WAS SETTLED
      *> WHEN IT CLOSED. THESE COME OUT AS A SEPARATE PRIOR-PERIOD
      *> ADJUSTMENT RECORD PER ACCOUNT AND LATE MONTH, AND EACH CALL
      *> IS MARKED ON LATEUSG WITH THE INVOICE MONTH THAT BILLED IT.
      *> A RERUN OF THE SAME MONTH BILLS THE SAME LATE CALLS AGAIN
      *> AND LEAVES THE MONTH'S ORIGINAL CLOSE DATE ALONE.
      *> TWO OUTPUTS:
      *>   INVEXT - FIXED-LAYOUT INVOICE EXTRACT, ONE 200-BYTE
      *>            RECORD PER ACCOUNT, FOR THE FINANCE SYSTEM:
      *>            ACCOUNT REF(1-10), INVOICE MONTH(11-16), NUMBERS
      *>            ON ACCOUNT(17-20), CALLS(21-29), MINUTES(30-38),
      *>            CHARGE(39-49, 9(9)V99), RUN DATE(50-57), HOLDER
      *>            NAME(58-87), BILLING ADDRESS LINES 1-3(88-117,
      *>            118-147, 148-177), POSTCODE(178-187), RECORD
      *>            TYPE(188, SPACE = THE MONTH'S INVOICE, A =
      *>            PRIOR-PERIOD ADJUSTMENT FOR LATE USAGE), ADJUSTED
      *>            MONTH(189-194, THE LATE USAGE'S OWN MONTH). AN
      *>            ACCOUNT'S ADJUSTMENTS FOLLOW ITS INVOICE RECORD.
      *>   INVREG - PRINTED STATEMENT REGISTER, ONE LINE PER
      *>            ACCOUNT SPLITTING THE CHARGE INTO RENTAL AND
      *>            OVERAGE, WITH THE INCLUDED MINUTES USED, AND THE
      *>            HOLDER NAME AND FIRST ADDRESS LINE UNDER IT, EACH
      *>            ADJUSTMENT LINE MARKED WITH THE MONTH IT CORRECTS,
      *>            PLUS EXCEPTIONS AND RUN TOTALS.
      *> NAME AND ADDRESS COME FROM THE ACCTMAST BILLING ACCOUNT
      *> MASTER. AN ACCOUNT NOT ON ACCTMAST IS STILL INVOICED -
      *> THE USAGE IS REAL - BUT WITH A BLANK NAME AND ADDRESS AND
      *> AN EXCEPTION LINE ON THE REGISTER SO IT IS FOLLOWED UP.
      *> A NUMBER THAT CANNOT BE PRICED (USAGE FOR A NUMBER NO
      *> LONGER ON THE MASTER, PLAN CODE NOT ON THE RATE-PLAN FILE)
      *> IS LISTED ON THE REGISTER AND LEFT OFF THE EXTRACT SO
      *> FINANCE NEVER RECEIVES A GUESSED CHARGE.
      *> RETURN CODE 0 = ALL PRICED, 4 = EXCEPTIONS LISTED,
      *> 8 = NO USAGE SUMMARY TO INVOICE.
       ENVIRONMENT DIVISION.

           SELECT SUBSCRIBER-MASTER ASSIGN TO "SUBMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SM-MOBILENUMBER
               FILE STATUS IS WS-SUBMAST-STATUS.

               RECORD KEY IS RP-PLAN-CODE
               FILE STATUS IS WS-RATEPLAN-STATUS.

           SELECT ACCOUNT-MASTER ASSIGN TO "ACCTMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS AM-ACCOUNT-REF
               FILE STATUS IS WS-ACCTMAST-STATUS.

           SELECT PERIOD-CONTROL ASSIGN TO "PRDCTL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PC-BILLING-MONTH
               FILE STATUS IS WS-PERIODCTL-STATUS.

           SELECT LATE-USAGE ASSIGN TO "LATEUSG"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LU-LATE-KEY
               FILE STATUS IS WS-LATEUSG-STATUS.

           SELECT PRICED-USAGE-WORK ASSIGN TO "SORTWK".

           SELECT INVOICE-EXTRACT ASSIGN TO "INVEXT"
       01  RATE-PLAN-RECORD.
           COPY RPLAN.

       FD  ACCOUNT-MASTER
           RECORD CONTAINS 200 CHARACTERS
           LABEL RECORDS ARE STANDARD.
       01  ACCOUNT-MASTER-RECORD.
           COPY ACCTMST.

       FD  PERIOD-CONTROL
           RECORD CONTAINS 80 CHARACTERS
           LABEL RECORDS ARE STANDARD.
       01  PERIOD-CONTROL-RECORD.
           COPY PRDCTL.

       FD  LATE-USAGE
           RECORD CONTAINS 80 CHARACTERS
           LABEL RECORDS ARE STANDARD.
       01  LATE-USAGE-RECORD.
           COPY LATUSG.

      *> PU-RECORD-KIND IS SPACE FOR THE MONTH'S OWN CHARGES AND A
      *> FOR LATE USAGE, SO AN ACCOUNT'S ADJUSTMENTS SORT BEHIND ITS
      *> INVOICE.
       SD  PRICED-USAGE-WORK.
       01  PRICED-USAGE-RECORD.
           02  PU-ACCOUNT-REF          PIC X(10).
           02  PU-RECORD-KIND          PIC X(1).
           02  PU-ADJUSTED-MONTH       PIC 9(6).
           COPY MOBNUM REPLACING
               ==MOBILENUMBER== BY ==PU-MOBILENUMBER==
               ==COUNTRYCODE==  BY ==PU-COUNTRYCODE==
           02  PU-CALL-COUNT           PIC 9(9).
           02  PU-TOTAL-MINUTES        PIC 9(9).
           02  PU-RATE-PLAN-CODE       PIC X(4).
           02  PU-RENTAL               PIC 9(7)V99.
           02  PU-ALLOWANCE-USED       PIC 9(9).
           02  PU-OVERAGE-CHARGE       PIC 9(9)V99.
           02  PU-CHARGE               PIC 9(9)V99.

       FD  INVOICE-EXTRACT
           RECORD CONTAINS 200 CHARACTERS
           LABEL RECORDS ARE STANDARD.
       01  INVOICE-EXTRACT-RECORD.
           02  IX-ACCOUNT-REF          PIC X(10).
           02  IX-TOTAL-MINUTES        PIC 9(9).
           02  IX-TOTAL-CHARGE         PIC 9(9)V99.
           02  IX-RUN-DATE             PIC 9(8).
           02  IX-HOLDER-NAME          PIC X(30).
           02  IX-BILLING-ADDRESS.
               03  IX-ADDRESS-LINE-1   PIC X(30).
               03  IX-ADDRESS-LINE-2   PIC X(30).
               03  IX-ADDRESS-LINE-3   PIC X(30).
               03  IX-POSTCODE         PIC X(10).
           02  IX-RECORD-TYPE          PIC X(1).
               88  IX-CURRENT-INVOICE       VALUE SPACE.
               88  IX-PRIOR-PERIOD-ADJUSTMENT VALUE "A".
           02  IX-ADJUSTED-MONTH       PIC 9(6).
           02  FILLER                  PIC X(6).

       FD  INVOICE-REGISTER
           RECORD CONTAINS 80 CHARACTERS
               88 WS-RATEPLAN-OK            VALUE "00".
               88 WS-RATEPLAN-NOT-FOUND      VALUE "23".

           01 WS-ACCTMAST-STATUS      PIC X(2)  VALUE "00".
               88 WS-ACCTMAST-OK            VALUE "00".
               88 WS-ACCTMAST-NOT-FOUND      VALUE "23".

           01 WS-INVEXT-STATUS        PIC X(2)  VALUE "00".
               88 WS-INVEXT-OK              VALUE "00".

           01 WS-INVREG-STATUS        PIC X(2)  VALUE "00".
               88 WS-INVREG-OK              VALUE "00".

           01 WS-PERIODCTL-STATUS     PIC X(2)  VALUE "00".
               88 WS-PERIODCTL-OK           VALUE "00".
               88 WS-PERIODCTL-NOT-FOUND     VALUE "23".
               88 WS-PERIODCTL-FILE-NOT-FOUND VALUE "35".

           01 WS-LATEUSG-STATUS       PIC X(2)  VALUE "00".
               88 WS-LATEUSG-OK             VALUE "00".
               88 WS-LATEUSG-EOF             VALUE "10".
               88 WS-LATEUSG-FILE-NOT-FOUND  VALUE "35".

      *> NO LATEUSG YET MEANS NO CALL HAS EVER ARRIVED LATE.
           01 WS-LATEUSG-SWITCH       PIC X(1)  VALUE "N".
               88 WS-LATEUSG-IS-OPEN        VALUE "Y".
               88 WS-LATEUSG-IS-CLOSED      VALUE "N".

           01 WS-SORT-EOF-SWITCH      PIC X(1)  VALUE "N".
               88 WS-SORT-EOF               VALUE "Y".
               88 WS-SORT-NOT-EOF           VALUE "N".

           01 WS-RUN-DATE             PIC 9(8)  VALUE ZEROS.

      *> THE INVOICE MONTH AND ITS BOUNDS AS DAY INTEGERS, SET FROM
      *> THE FIRST USAGESUM RECORD (OR THE RUN DATE) BY 2000.
           01 WS-INVOICE-MONTH        PIC 9(6)  VALUE ZEROS.
           01 WS-INVOICE-MONTH-SWITCH PIC X(1)  VALUE "N".
               88 WS-INVOICE-MONTH-SET      VALUE "Y".
               88 WS-INVOICE-MONTH-NOT-SET  VALUE "N".
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
           01 WS-MONTH-START-INTEGER  PIC 9(7)  VALUE ZEROS.
           01 WS-MONTH-END-INTEGER    PIC 9(7)  VALUE ZEROS.
           01 WS-DAYS-IN-MONTH        PIC 9(2)  VALUE ZEROS.

      *> LATE CALLS FOR ONE NUMBER AND LATE MONTH, GATHERED BY 3700
      *> AND RELEASED AS ONE ADJUSTMENT PER NUMBER AND MONTH.
           01 WS-LATE-NUMBER          PIC 9(11) VALUE ZEROS.
           01 WS-LATE-NUMBER-SWITCH   PIC X(1)  VALUE "N".
               88 WS-LATE-NUMBER-SET        VALUE "Y".
               88 WS-LATE-NUMBER-NOT-SET    VALUE "N".
           01 WS-LATE-PRICE-SWITCH    PIC X(1)  VALUE "N".
               88 WS-LATE-PRICEABLE         VALUE "Y".
               88 WS-LATE-NOT-PRICEABLE     VALUE "N".
           01 WS-LATE-BUCKET-SWITCH   PIC X(1)  VALUE "N".
               88 WS-LATE-BUCKET-OPEN       VALUE "Y".
               88 WS-LATE-BUCKET-CLOSED     VALUE "N".
           01 WS-LATE-ACCOUNT-REF     PIC X(10) VALUE SPACES.
           01 WS-LATE-PLAN-CODE       PIC X(4)  VALUE SPACES.
           01 WS-LATE-RATE            PIC 9(3)V99 VALUE ZEROS.
           01 WS-LATE-MONTH           PIC 9(6)  VALUE ZEROS.
           01 WS-LATE-CALLS           PIC 9(9)  VALUE ZEROS.
           01 WS-LATE-MINUTES         PIC 9(9)  VALUE ZEROS.

      *> ONE NUMBER'S BILLABLE DAYS AND PRICE, SET BY 3400/3500.
           01 WS-BILL-FROM-INTEGER    PIC 9(7)  VALUE ZEROS.
           01 WS-BILL-TO-INTEGER      PIC 9(7)  VALUE ZEROS.
           01 WS-DATE-INTEGER         PIC 9(7)  VALUE ZEROS.
           01 WS-BILLABLE-DAYS        PIC 9(2)  VALUE ZEROS.
           01 WS-PLAN-RENTAL          PIC 9(5)V99 VALUE ZEROS.
           01 WS-PLAN-ALLOWANCE       PIC 9(6)  VALUE ZEROS.
           01 WS-PLAN-OVERAGE-RATE    PIC 9(3)V99 VALUE ZEROS.
           01 WS-NUMBER-ALLOWANCE     PIC 9(6)  VALUE ZEROS.
           01 WS-NUMBER-MINUTES       PIC 9(9)  VALUE ZEROS.
           01 WS-OVERAGE-MINUTES      PIC 9(9)  VALUE ZEROS.

           01 WS-EXCEPTION-NUMBER.
               05 WS-EXCEPTION-COUNTRYCODE PIC 99.
               05 WS-EXCEPTION-NUM    PIC 9(9).

      *> ONE ACCOUNT'S ROLL-UP IN FLIGHT DURING THE OUTPUT BREAK.
           01 WS-CURRENT-ACCOUNT-REF  PIC X(10) VALUE SPACES.
           01 WS-CURRENT-RECORD-KIND  PIC X(1)  VALUE SPACE.
           01 WS-CURRENT-ADJUSTED-MONTH PIC 9(6) VALUE ZEROS.
           01 WS-LAST-ADDRESS-ACCOUNT PIC X(10) VALUE SPACES.
           01 WS-ACCOUNT-MONTH        PIC 9(6)  VALUE ZEROS.
           01 WS-ACCOUNT-NUMBERS      PIC 9(4)  VALUE ZEROS.
           01 WS-ACCOUNT-CALLS        PIC 9(9)  VALUE ZEROS.
           01 WS-ACCOUNT-MINUTES      PIC 9(9)  VALUE ZEROS.
           01 WS-ACCOUNT-CHARGE       PIC 9(9)V99 VALUE ZEROS.
           01 WS-ACCOUNT-RENTAL       PIC 9(9)V99 VALUE ZEROS.
           01 WS-ACCOUNT-ALLOWANCE-USED PIC 9(9) VALUE ZEROS.
           01 WS-ACCOUNT-OVERAGE      PIC 9(9)V99 VALUE ZEROS.
           01 WS-ACCOUNT-OPEN-SWITCH  PIC X(1)  VALUE "N".
               88 WS-ACCOUNT-IS-OPEN        VALUE "Y".
               88 WS-ACCOUNT-NOT-OPEN       VALUE "N".

           01 WS-SUMMARY-READ-COUNT   PIC 9(9)  VALUE ZEROS.
           01 WS-PRICED-COUNT         PIC 9(9)  VALUE ZEROS.
           01 WS-MASTER-READ-COUNT    PIC 9(9)  VALUE ZEROS.
           01 WS-RENTAL-ONLY-COUNT    PIC 9(9)  VALUE ZEROS.
           01 WS-PRORATED-COUNT       PIC 9(9)  VALUE ZEROS.
           01 WS-EXCEPTION-COUNT      PIC 9(9)  VALUE ZEROS.
           01 WS-NO-ADDRESS-COUNT     PIC 9(9)  VALUE ZEROS.
           01 WS-ACCOUNT-COUNT        PIC 9(9)  VALUE ZEROS.
           01 WS-TOTAL-MINUTES        PIC 9(9)  VALUE ZEROS.
           01 WS-TOTAL-CHARGE         PIC 9(11)V99 VALUE ZEROS.
           01 WS-TOTAL-RENTAL         PIC 9(11)V99 VALUE ZEROS.
           01 WS-TOTAL-OVERAGE        PIC 9(11)V99 VALUE ZEROS.
           01 WS-TOTAL-ALLOWANCE-USED PIC 9(9)  VALUE ZEROS.
           01 WS-LATE-READ-COUNT      PIC 9(9)  VALUE ZEROS.
           01 WS-LATE-BILLED-COUNT    PIC 9(9)  VALUE ZEROS.
           01 WS-LATE-UNPRICED-COUNT  PIC 9(9)  VALUE ZEROS.
           01 WS-ADJUSTMENT-COUNT     PIC 9(9)  VALUE ZEROS.
           01 WS-TOTAL-LATE-MINUTES   PIC 9(9)  VALUE ZEROS.
           01 WS-TOTAL-ADJUSTMENT     PIC 9(11)V99 VALUE ZEROS.

           01 WS-EXCEPTION-REASON     PIC X(35) VALUE SPACES.

           01 WS-CHARGE-DISPLAY       PIC ZZZZZZZZZZ9.99.
           01 WS-SUMMARY-LABEL        PIC X(28) VALUE SPACES.

      *> CALLS STAY ON INVEXT; THE REGISTER GIVES THEIR COLUMN TO
      *> THE RENTAL / INCLUDED / OVERAGE SPLIT FINANCE CHECKS.
           01 WS-DETAIL-LINE.
               02 DL-ACCOUNT-REF       PIC X(10).
               02 FILLER               PIC X(1)  VALUE SPACES.
               02 DL-INVOICE-MONTH     PIC 9(6).
               02 FILLER               PIC X(1)  VALUE SPACES.
               02 DL-NUMBER-COUNT      PIC ZZZ9.
               02 FILLER               PIC X(1)  VALUE SPACES.
               02 DL-TOTAL-MINUTES     PIC ZZZZZZZ9.
               02 FILLER               PIC X(1)  VALUE SPACES.
               02 DL-ALLOWANCE-USED    PIC ZZZZZZZ9.
               02 FILLER               PIC X(1)  VALUE SPACES.
               02 DL-RENTAL            PIC ZZZZZZ9.99.
               02 FILLER               PIC X(1)  VALUE SPACES.
               02 DL-OVERAGE           PIC ZZZZZZ9.99.
               02 FILLER               PIC X(1)  VALUE SPACES.
               02 DL-TOTAL-CHARGE      PIC ZZZZZZZ9.99.
               02 FILLER               PIC X(6)  VALUE SPACES.

           01 WS-ADDRESS-LINE.
               02 FILLER               PIC X(12) VALUE SPACES.
               02 AL-HOLDER-NAME       PIC X(30).
               02 FILLER               PIC X(2)  VALUE SPACES.
               02 AL-ADDRESS-LINE-1    PIC X(30).
               02 FILLER               PIC X(6)  VALUE SPACES.

           01 WS-ADJUSTMENT-LINE.
               02 FILLER               PIC X(12) VALUE SPACES.
               02 FILLER               PIC X(40) VALUE
                   "PRIOR-PERIOD ADJUSTMENT - LATE USAGE FOR".
               02 FILLER               PIC X(1)  VALUE SPACES.
               02 JL-ADJUSTED-MONTH    PIC 9(6).
               02 FILLER               PIC X(21) VALUE SPACES.

       PROCEDURE DIVISION.

       0000-MAIN-PROCESS.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           PERFORM 1000-OPEN-FILES
           PERFORM 2000-SET-INVOICE-MONTH
           PERFORM 2100-START-PERIOD-CLOSE
           SORT PRICED-USAGE-WORK
               ON ASCENDING KEY PU-ACCOUNT-REF
                                PU-RECORD-KIND
                                PU-ADJUSTED-MONTH
                                PU-MOBILENUMBER
               INPUT PROCEDURE IS 3000-PRICE-INVOICE-MONTH
               OUTPUT PROCEDURE IS 5000-ROLL-UP-BY-ACCOUNT
           PERFORM 2900-CLOSE-BILLING-PERIOD
           PERFORM 9000-WRITE-INVOICE-TOTALS
           PERFORM 1900-CLOSE-FILES
           IF WS-EXCEPTION-COUNT > ZEROS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN INPUT ACCOUNT-MASTER
           IF NOT WS-ACCTMAST-OK
               DISPLAY "OPEN-FILES: ACCTMAST OPEN FAILED - STATUS "
                   WS-ACCTMAST-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN I-O PERIOD-CONTROL
           IF WS-PERIODCTL-FILE-NOT-FOUND
               OPEN OUTPUT PERIOD-CONTROL
               CLOSE PERIOD-CONTROL
               OPEN I-O PERIOD-CONTROL
           END-IF
           IF NOT WS-PERIODCTL-OK
               DISPLAY "OPEN-FILES: PRDCTL OPEN FAILED - STATUS "
                   WS-PERIODCTL-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN I-O LATE-USAGE
           IF WS-LATEUSG-OK
               SET WS-LATEUSG-IS-OPEN TO TRUE
           ELSE
               IF NOT WS-LATEUSG-FILE-NOT-FOUND
                   DISPLAY "OPEN-FILES: LATEUSG OPEN FAILED - STATUS "
                       WS-LATEUSG-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF
           OPEN OUTPUT INVOICE-EXTRACT
           IF NOT WS-INVEXT-OK
               DISPLAY "OPEN-FILES: INVEXT OPEN FAILED - STATUS "
                   DELIMITED BY SIZE INTO INVOICE-REGISTER-LINE
           END-STRING
           WRITE INVOICE-REGISTER-LINE
           MOVE "ACCOUNT    MONTH  NMBR  MINUTES INCLUDED     RENTAL   "
             &  " OVERAGE      CHARGE" TO INVOICE-REGISTER-LINE
           WRITE INVOICE-REGISTER-LINE.

       1900-CLOSE-FILES.
           CLOSE USAGE-SUMMARY
           CLOSE SUBSCRIBER-MASTER
           CLOSE RATE-PLAN-FILE
           CLOSE ACCOUNT-MASTER
           CLOSE PERIOD-CONTROL
           IF WS-LATEUSG-IS-OPEN
               CLOSE LATE-USAGE
           END-IF
           CLOSE INVOICE-EXTRACT
           CLOSE INVOICE-REGISTER.

       2000-SET-INVOICE-MONTH.
      *> USAGESUM HOLDS ONE MONTH; ITS FIRST RECORD NAMES IT.
           MOVE ZEROS TO US-MOBILENUMBER
           START USAGE-SUMMARY KEY IS NOT LESS THAN US-MOBILENUMBER
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   READ USAGE-SUMMARY NEXT RECORD
                       NOT AT END
                           IF US-USAGE-MONTH NUMERIC
                            AND US-USAGE-MONTH > ZEROS
                               MOVE US-USAGE-MONTH TO WS-INVOICE-MONTH
                               SET WS-INVOICE-MONTH-SET TO TRUE
                           END-IF
                   END-READ
           END-START
           IF WS-INVOICE-MONTH-NOT-SET
               MOVE WS-RUN-DATE(1:6) TO WS-INVOICE-MONTH
           END-IF
           MOVE WS-INVOICE-MONTH TO WS-MONTH-START-DATE(1:6)
           MOVE 01 TO WS-MONTH-START-DAY
           MOVE WS-MONTH-START-DATE TO WS-NEXT-MONTH-DATE
           IF WS-NEXT-MONTH-MONTH = 12
               ADD 1 TO WS-NEXT-MONTH-YEAR
               MOVE 01 TO WS-NEXT-MONTH-MONTH
           ELSE
               ADD 1 TO WS-NEXT-MONTH-MONTH
           END-IF
           COMPUTE WS-MONTH-START-INTEGER =
               FUNCTION INTEGER-OF-DATE(WS-MONTH-START-DATE)
           COMPUTE WS-MONTH-END-INTEGER =
               FUNCTION INTEGER-OF-DATE(WS-NEXT-MONTH-DATE) - 1
           COMPUTE WS-DAYS-IN-MONTH =
               WS-MONTH-END-INTEGER - WS-MONTH-START-INTEGER + 1.

       2100-START-PERIOD-CLOSE.
      *> FROM HERE ON USAGERTG DIVERTS CALLS FOR THE MONTH. A MONTH
      *> ALREADY CLOSED (A RERUN) STAYS CLOSED - LATE CALLS THAT
      *> ARRIVED SINCE ITS CLOSE ARE NEXT MONTH'S ADJUSTMENTS.
           IF WS-INVOICE-MONTH-NOT-SET
               MOVE SPACES TO INVOICE-REGISTER-LINE
               STRING "NO USAGE ON FILE - MONTH " WS-INVOICE-MONTH
                       " LEFT OPEN"
                       DELIMITED BY SIZE INTO INVOICE-REGISTER-LINE
               END-STRING
               WRITE INVOICE-REGISTER-LINE
           ELSE
               MOVE WS-INVOICE-MONTH TO PC-BILLING-MONTH
               READ PERIOD-CONTROL
               EVALUATE TRUE
                   WHEN WS-PERIODCTL-NOT-FOUND
                       PERFORM 2110-ADD-CLOSING-PERIOD
                   WHEN NOT WS-PERIODCTL-OK
                       DISPLAY "START-PERIOD-CLOSE: PRDCTL READ FAILED "
                           "- STATUS " WS-PERIODCTL-STATUS
                       MOVE 16 TO RETURN-CODE
                       STOP RUN
                   WHEN PC-PERIOD-CLOSED
                       MOVE SPACES TO INVOICE-REGISTER-LINE
                       STRING "MONTH " WS-INVOICE-MONTH
                               " ALREADY CLOSED ON " PC-CLOSED-DATE
                               " - RERUN"
                               DELIMITED BY SIZE
                               INTO INVOICE-REGISTER-LINE
                       END-STRING
                       WRITE INVOICE-REGISTER-LINE
                   WHEN OTHER
                       SET PC-PERIOD-CLOSING TO TRUE
                       MOVE WS-RUN-DATE TO PC-CLOSE-STARTED-DATE
                       REWRITE PERIOD-CONTROL-RECORD
               END-EVALUATE
           END-IF.

       2110-ADD-CLOSING-PERIOD.
      *> A MONTH USAGERTG NEVER RECORDED (NOTHING RATED SINCE THE
      *> PERIOD FILE CAME IN) HAS NO OPENED DATE.
           MOVE SPACES TO PERIOD-CONTROL-RECORD
           MOVE WS-INVOICE-MONTH TO PC-BILLING-MONTH
           SET PC-PERIOD-CLOSING TO TRUE
           MOVE ZEROS TO PC-OPENED-DATE
           MOVE WS-RUN-DATE TO PC-CLOSE-STARTED-DATE
           MOVE ZEROS TO PC-CLOSED-DATE
           MOVE ZEROS TO PC-INVOICED-MINUTES
           MOVE ZEROS TO PC-LATE-CALLS
           MOVE ZEROS TO PC-LATE-MINUTES
           MOVE ZEROS TO PC-LAST-LATE-DATE
           MOVE ZEROS TO PC-LATE-BILLED-MINUTES
           WRITE PERIOD-CONTROL-RECORD
           IF NOT WS-PERIODCTL-OK
               DISPLAY "START-PERIOD-CLOSE: PRDCTL WRITE FAILED - "
                   "STATUS " WS-PERIODCTL-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

       2900-CLOSE-BILLING-PERIOD.
           IF WS-INVOICE-MONTH-SET
               MOVE WS-INVOICE-MONTH TO PC-BILLING-MONTH
               READ PERIOD-CONTROL
               IF WS-PERIODCTL-OK
                   SET PC-PERIOD-CLOSED TO TRUE
                   IF PC-CLOSED-DATE NOT NUMERIC
                    OR PC-CLOSED-DATE = ZEROS
                       MOVE WS-RUN-DATE TO PC-CLOSED-DATE
                   END-IF
                   MOVE WS-TOTAL-MINUTES TO PC-INVOICED-MINUTES
                   REWRITE PERIOD-CONTROL-RECORD
               END-IF
               IF NOT WS-PERIODCTL-OK
                   DISPLAY "CLOSE-BILLING-PERIOD: PRDCTL UPDATE FAILED "
                       "- STATUS " WS-PERIODCTL-STATUS " MONTH "
                       WS-INVOICE-MONTH " LEFT CLOSING"
                   MOVE 16 TO RETURN-CODE
               ELSE
                   MOVE SPACES TO INVOICE-REGISTER-LINE
                   STRING "BILLING MONTH " WS-INVOICE-MONTH
                           " CLOSED " PC-CLOSED-DATE
                           DELIMITED BY SIZE INTO INVOICE-REGISTER-LINE
                   END-STRING
                   WRITE INVOICE-REGISTER-LINE
               END-IF
           END-IF.

       3000-PRICE-INVOICE-MONTH.
           PERFORM 3010-PRICE-USAGE-SUMMARY
           PERFORM 3600-PRICE-ZERO-USAGE-NUMBERS
           IF WS-LATEUSG-IS-OPEN
               PERFORM 3700-PRICE-LATE-USAGE
           END-IF.

       3010-PRICE-USAGE-SUMMARY.
           SET WS-USAGESUM-OK TO TRUE
           MOVE ZEROS TO US-MOBILENUMBER
           START USAGE-SUMMARY KEY IS NOT LESS THAN US-MOBILENUMBER
               INVALID KEY
           MOVE US-MOBILENUMBER TO SM-MOBILENUMBER
           READ SUBSCRIBER-MASTER
               INVALID KEY
                   MOVE US-MOBILENUMBER TO WS-EXCEPTION-NUMBER
                   MOVE "NO MASTER RECORD" TO WS-EXCEPTION-REASON
                   PERFORM 3300-WRITE-EXCEPTION-LINE
               NOT INVALID KEY
                   MOVE US-CALL-COUNT TO PU-CALL-COUNT
                   MOVE US-TOTAL-MINUTES TO WS-NUMBER-MINUTES
                   PERFORM 3200-PRICE-AGAINST-PLAN
           END-READ.

       3200-PRICE-AGAINST-PLAN.
      *> PRICES THE SUBMAST RECORD IN HAND FOR WS-NUMBER-MINUTES
      *> (ZERO FROM THE MASTER SWEEP); PU-CALL-COUNT IS ALREADY SET.
           MOVE SM-RATE-PLAN-CODE TO RP-PLAN-CODE
           READ RATE-PLAN-FILE
               INVALID KEY
                   MOVE SM-MOBILENUMBER TO WS-EXCEPTION-NUMBER
                   MOVE "PLAN NOT ON RATE-PLAN FILE"
                       TO WS-EXCEPTION-REASON
                   PERFORM 3300-WRITE-EXCEPTION-LINE
               NOT INVALID KEY
                   PERFORM 3400-MEASURE-BILLABLE-DAYS
                   PERFORM 3500-PRICE-NUMBER
                   MOVE SM-ACCOUNT-REF TO PU-ACCOUNT-REF
                   MOVE SPACE TO PU-RECORD-KIND
                   MOVE ZEROS TO PU-ADJUSTED-MONTH
                   MOVE SM-MOBILENUMBER TO PU-MOBILENUMBER
                   MOVE WS-INVOICE-MONTH TO PU-USAGE-MONTH
                   MOVE WS-NUMBER-MINUTES TO PU-TOTAL-MINUTES
                   MOVE SM-RATE-PLAN-CODE TO PU-RATE-PLAN-CODE
                   RELEASE PRICED-USAGE-RECORD
                   ADD 1 TO WS-PRICED-COUNT
                   IF WS-BILLABLE-DAYS > ZEROS
                    AND WS-BILLABLE-DAYS < WS-DAYS-IN-MONTH
                       ADD 1 TO WS-PRORATED-COUNT
                   END-IF
           END-READ.

       3300-WRITE-EXCEPTION-LINE.
           ADD 1 TO WS-EXCEPTION-COUNT
           MOVE SPACES TO INVOICE-REGISTER-LINE
           STRING "EXCEPTION " WS-EXCEPTION-COUNTRYCODE "-"
                   WS-EXCEPTION-NUM " "
                   WS-EXCEPTION-REASON
                   DELIMITED BY SIZE INTO INVOICE-REGISTER-LINE
           END-STRING
           WRITE INVOICE-REGISTER-LINE.

       3400-MEASURE-BILLABLE-DAYS.
      *> DAYS OF THE INVOICE MONTH THE NUMBER WAS ON THE NETWORK:
      *> FROM THE LATER OF THE MONTH START AND THE ACTIVATION DATE,
      *> TO THE EARLIER OF THE MONTH END AND - FOR A DISCONNECTED
      *> NUMBER - THE DISCONNECT DATE, INCLUSIVE. AN UNUSABLE DATE
      *> IS IGNORED RATHER THAN GUESSED, SO THE NUMBER BILLS WHOLE.
           MOVE WS-MONTH-START-INTEGER TO WS-BILL-FROM-INTEGER
           MOVE WS-MONTH-END-INTEGER TO WS-BILL-TO-INTEGER
           IF SM-ACTIVATION-DATE NUMERIC
            AND SM-ACTIVATION-DATE > ZEROS
               COMPUTE WS-DATE-INTEGER =
                   FUNCTION INTEGER-OF-DATE(SM-ACTIVATION-DATE)
               IF WS-DATE-INTEGER > WS-BILL-FROM-INTEGER
                   MOVE WS-DATE-INTEGER TO WS-BILL-FROM-INTEGER
               END-IF
           END-IF
           IF SM-ACCOUNT-STATUS = "D"
            AND SM-STATUS-DATE NUMERIC
            AND SM-STATUS-DATE > ZEROS
               COMPUTE WS-DATE-INTEGER =
                   FUNCTION INTEGER-OF-DATE(SM-STATUS-DATE)
               IF WS-DATE-INTEGER > ZEROS
                AND WS-DATE-INTEGER < WS-BILL-TO-INTEGER
                   MOVE WS-DATE-INTEGER TO WS-BILL-TO-INTEGER
               END-IF
           END-IF
           IF WS-BILL-TO-INTEGER < WS-BILL-FROM-INTEGER
               MOVE ZEROS TO WS-BILLABLE-DAYS
           ELSE
               COMPUTE WS-BILLABLE-DAYS =
                   WS-BILL-TO-INTEGER - WS-BILL-FROM-INTEGER + 1
           END-IF.

       3500-PRICE-NUMBER.
      *> PRICING FIELDS STILL BLANK ON AN OLDER PLAN COUNT AS ZERO,
      *> WHICH LEAVES IT PRICED PURELY PER MINUTE AS BEFORE.
           MOVE ZEROS TO WS-PLAN-RENTAL
           MOVE ZEROS TO WS-PLAN-ALLOWANCE
           MOVE RP-RATE-PER-MINUTE TO WS-PLAN-OVERAGE-RATE
           IF RP-MONTHLY-RENTAL NUMERIC
               MOVE RP-MONTHLY-RENTAL TO WS-PLAN-RENTAL
           END-IF
           IF RP-INCLUDED-MINUTES NUMERIC
               MOVE RP-INCLUDED-MINUTES TO WS-PLAN-ALLOWANCE
           END-IF
           IF RP-OVERAGE-RATE NUMERIC
            AND RP-OVERAGE-RATE > ZEROS
               MOVE RP-OVERAGE-RATE TO WS-PLAN-OVERAGE-RATE
           END-IF
           IF WS-BILLABLE-DAYS < WS-DAYS-IN-MONTH
               COMPUTE PU-RENTAL ROUNDED =
                   WS-PLAN-RENTAL * WS-BILLABLE-DAYS / WS-DAYS-IN-MONTH
               COMPUTE WS-NUMBER-ALLOWANCE =
                   WS-PLAN-ALLOWANCE * WS-BILLABLE-DAYS
                       / WS-DAYS-IN-MONTH
           ELSE
               MOVE WS-PLAN-RENTAL TO PU-RENTAL
               MOVE WS-PLAN-ALLOWANCE TO WS-NUMBER-ALLOWANCE
           END-IF
           IF WS-NUMBER-MINUTES > WS-NUMBER-ALLOWANCE
               MOVE WS-NUMBER-ALLOWANCE TO PU-ALLOWANCE-USED
               COMPUTE WS-OVERAGE-MINUTES =
                   WS-NUMBER-MINUTES - WS-NUMBER-ALLOWANCE
           ELSE
               MOVE WS-NUMBER-MINUTES TO PU-ALLOWANCE-USED
               MOVE ZEROS TO WS-OVERAGE-MINUTES
           END-IF
           COMPUTE PU-OVERAGE-CHARGE =
               WS-OVERAGE-MINUTES * WS-PLAN-OVERAGE-RATE
           COMPUTE PU-CHARGE = PU-RENTAL + PU-OVERAGE-CHARGE.

       3600-PRICE-ZERO-USAGE-NUMBERS.
      *> EVERY NUMBER ON THE MASTER LIVE FOR AT LEAST ONE DAY OF THE
      *> MONTH BUT WITH NO USAGESUM RECORD OWES ITS RENTAL ALONE. A
      *> PAY-PER-MINUTE NUMBER OWES NOTHING AND IS LEFT OFF.
           SET WS-SUBMAST-OK TO TRUE
           MOVE ZEROS TO SM-MOBILENUMBER
           START SUBSCRIBER-MASTER KEY IS NOT LESS THAN SM-MOBILENUMBER
               INVALID KEY
                   SET WS-SUBMAST-NOT-FOUND TO TRUE
           END-START
           PERFORM UNTIL NOT WS-SUBMAST-OK
               READ SUBSCRIBER-MASTER NEXT RECORD
                   AT END
                       SET WS-SUBMAST-NOT-FOUND TO TRUE
                   NOT AT END
                       ADD 1 TO WS-MASTER-READ-COUNT
                       PERFORM 3610-CHECK-ZERO-USAGE-NUMBER
               END-READ
           END-PERFORM.

       3610-CHECK-ZERO-USAGE-NUMBER.
           PERFORM 3400-MEASURE-BILLABLE-DAYS
           IF WS-BILLABLE-DAYS > ZEROS
               MOVE SM-MOBILENUMBER TO US-MOBILENUMBER
               READ USAGE-SUMMARY
                   INVALID KEY
                       PERFORM 3620-PRICE-RENTAL-ONLY
               END-READ
           END-IF.

       3620-PRICE-RENTAL-ONLY.
           MOVE SM-RATE-PLAN-CODE TO RP-PLAN-CODE
           READ RATE-PLAN-FILE
               INVALID KEY
                   MOVE SM-MOBILENUMBER TO WS-EXCEPTION-NUMBER
                   MOVE "PLAN NOT ON RATE-PLAN FILE"
                       TO WS-EXCEPTION-REASON
                   PERFORM 3300-WRITE-EXCEPTION-LINE
               NOT INVALID KEY
                   IF RP-MONTHLY-RENTAL NUMERIC
                    AND RP-MONTHLY-RENTAL > ZEROS
                       MOVE ZEROS TO PU-CALL-COUNT
                       MOVE ZEROS TO WS-NUMBER-MINUTES
                       PERFORM 3200-PRICE-AGAINST-PLAN
                       ADD 1 TO WS-RENTAL-ONLY-COUNT
                   END-IF
           END-READ.

       3700-PRICE-LATE-USAGE.
      *> LATEUSG IS IN NUMBER AND CALL-DATE ORDER, SO EACH NUMBER'S
      *> LATE CALLS ARRIVE TOGETHER, MONTH BY MONTH. A CALL IS BILLED
      *> ONCE: UNBILLED, OR ALREADY BILLED BY THIS SAME MONTH (A
      *> RERUN). CALLS FOR THIS MONTH ITSELF BELONG TO NEXT MONTH.
           MOVE LOW-VALUES TO LU-LATE-KEY
           START LATE-USAGE KEY IS NOT LESS THAN LU-LATE-KEY
               INVALID KEY
                   SET WS-LATEUSG-EOF TO TRUE
           END-START
           PERFORM UNTIL WS-LATEUSG-EOF
               READ LATE-USAGE NEXT RECORD
                   AT END
                       SET WS-LATEUSG-EOF TO TRUE
                   NOT AT END
                       PERFORM 3710-PRICE-ONE-LATE-CALL
               END-READ
           END-PERFORM
           PERFORM 3730-RELEASE-LATE-BUCKET.

       3710-PRICE-ONE-LATE-CALL.
           IF LU-CALL-DATE(1:6) < WS-INVOICE-MONTH
            AND (LU-BILLED-MONTH = ZEROS
             OR LU-BILLED-MONTH = WS-INVOICE-MONTH)
               ADD 1 TO WS-LATE-READ-COUNT
               IF WS-LATE-NUMBER-NOT-SET
                OR LU-MOBILENUMBER NOT = WS-LATE-NUMBER
                   PERFORM 3730-RELEASE-LATE-BUCKET
                   PERFORM 3720-FIND-LATE-NUMBER-PLAN
               END-IF
               IF WS-LATE-PRICEABLE
                   IF WS-LATE-BUCKET-OPEN
                    AND LU-CALL-DATE(1:6) NOT = WS-LATE-MONTH
                       PERFORM 3730-RELEASE-LATE-BUCKET
                   END-IF
                   IF WS-LATE-BUCKET-CLOSED
                       SET WS-LATE-BUCKET-OPEN TO TRUE
                       MOVE LU-CALL-DATE(1:6) TO WS-LATE-MONTH
                       MOVE ZEROS TO WS-LATE-CALLS
                       MOVE ZEROS TO WS-LATE-MINUTES
                   END-IF
                   ADD 1 TO WS-LATE-CALLS
                   ADD LU-CALL-MINUTES TO WS-LATE-MINUTES
                   ADD 1 TO WS-LATE-BILLED-COUNT
                   IF LU-BILLED-MONTH = ZEROS
                       PERFORM 3740-MARK-LATE-CALL-BILLED
                   END-IF
               ELSE
                   ADD 1 TO WS-LATE-UNPRICED-COUNT
               END-IF
           END-IF.

       3720-FIND-LATE-NUMBER-PLAN.
      *> A LATE CALL THAT CANNOT BE PRICED STAYS UNBILLED ON
      *> LATEUSG AND IS LISTED AGAIN EACH MONTH UNTIL RESOLVED.
           MOVE LU-MOBILENUMBER TO WS-LATE-NUMBER
           SET WS-LATE-NUMBER-SET TO TRUE
           SET WS-LATE-NOT-PRICEABLE TO TRUE
           MOVE LU-MOBILENUMBER TO SM-MOBILENUMBER
           READ SUBSCRIBER-MASTER
               INVALID KEY
                   MOVE LU-MOBILENUMBER TO WS-EXCEPTION-NUMBER
                   MOVE "LATE USAGE - NO MASTER RECORD"
                       TO WS-EXCEPTION-REASON
                   PERFORM 3300-WRITE-EXCEPTION-LINE
               NOT INVALID KEY
                   PERFORM 3725-FIND-LATE-RATE
           END-READ.

       3725-FIND-LATE-RATE.
           MOVE SM-RATE-PLAN-CODE TO RP-PLAN-CODE
           READ RATE-PLAN-FILE
               INVALID KEY
                   MOVE SM-MOBILENUMBER TO WS-EXCEPTION-NUMBER
                   MOVE "LATE USAGE - PLAN NOT ON FILE"
                       TO WS-EXCEPTION-REASON
                   PERFORM 3300-WRITE-EXCEPTION-LINE
               NOT INVALID KEY
                   SET WS-LATE-PRICEABLE TO TRUE
                   MOVE SM-ACCOUNT-REF TO WS-LATE-ACCOUNT-REF
                   MOVE SM-RATE-PLAN-CODE TO WS-LATE-PLAN-CODE
                   MOVE RP-RATE-PER-MINUTE TO WS-LATE-RATE
                   IF RP-OVERAGE-RATE NUMERIC
                    AND RP-OVERAGE-RATE > ZEROS
                       MOVE RP-OVERAGE-RATE TO WS-LATE-RATE
                   END-IF
           END-READ.

       3730-RELEASE-LATE-BUCKET.
           IF WS-LATE-BUCKET-OPEN
               MOVE WS-LATE-ACCOUNT-REF TO PU-ACCOUNT-REF
               MOVE "A" TO PU-RECORD-KIND
               MOVE WS-LATE-MONTH TO PU-ADJUSTED-MONTH
               MOVE WS-LATE-NUMBER TO PU-MOBILENUMBER
               MOVE WS-INVOICE-MONTH TO PU-USAGE-MONTH
               MOVE WS-LATE-CALLS TO PU-CALL-COUNT
               MOVE WS-LATE-MINUTES TO PU-TOTAL-MINUTES
               MOVE WS-LATE-PLAN-CODE TO PU-RATE-PLAN-CODE
               MOVE ZEROS TO PU-RENTAL
               MOVE ZEROS TO PU-ALLOWANCE-USED
               COMPUTE PU-OVERAGE-CHARGE =
                   WS-LATE-MINUTES * WS-LATE-RATE
               MOVE PU-OVERAGE-CHARGE TO PU-CHARGE
               RELEASE PRICED-USAGE-RECORD
               SET WS-LATE-BUCKET-CLOSED TO TRUE
           END-IF.

       3740-MARK-LATE-CALL-BILLED.
           MOVE WS-INVOICE-MONTH TO LU-BILLED-MONTH
           MOVE WS-RUN-DATE TO LU-BILLED-DATE
           REWRITE LATE-USAGE-RECORD
           IF NOT WS-LATEUSG-OK
               DISPLAY "PRICE-LATE-USAGE: LATEUSG REWRITE FAILED - "
                   "STATUS " WS-LATEUSG-STATUS " NUMBER "
                   LU-MOBILENUMBER
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE LU-CALL-DATE(1:6) TO PC-BILLING-MONTH
           READ PERIOD-CONTROL
           IF WS-PERIODCTL-OK
               ADD LU-CALL-MINUTES TO PC-LATE-BILLED-MINUTES
               REWRITE PERIOD-CONTROL-RECORD
           END-IF.

       5000-ROLL-UP-BY-ACCOUNT.
           SET WS-SORT-NOT-EOF TO TRUE
           PERFORM UNTIL WS-SORT-EOF

       5100-ROLL-UP-ONE-RECORD.
           IF WS-ACCOUNT-IS-OPEN
               IF PU-ACCOUNT-REF NOT = WS-CURRENT-ACCOUNT-REF
                OR PU-RECORD-KIND NOT = WS-CURRENT-RECORD-KIND
                OR PU-ADJUSTED-MONTH NOT = WS-CURRENT-ADJUSTED-MONTH
                   PERFORM 5200-CLOSE-OUT-ACCOUNT
               END-IF
           END-IF
           IF WS-ACCOUNT-NOT-OPEN
               SET WS-ACCOUNT-IS-OPEN TO TRUE
               MOVE PU-ACCOUNT-REF TO WS-CURRENT-ACCOUNT-REF
               MOVE PU-RECORD-KIND TO WS-CURRENT-RECORD-KIND
               MOVE PU-ADJUSTED-MONTH TO WS-CURRENT-ADJUSTED-MONTH
               MOVE PU-USAGE-MONTH TO WS-ACCOUNT-MONTH
               MOVE ZEROS TO WS-ACCOUNT-NUMBERS
               MOVE ZEROS TO WS-ACCOUNT-CALLS
               MOVE ZEROS TO WS-ACCOUNT-MINUTES
               MOVE ZEROS TO WS-ACCOUNT-CHARGE
               MOVE ZEROS TO WS-ACCOUNT-RENTAL
               MOVE ZEROS TO WS-ACCOUNT-ALLOWANCE-USED
               MOVE ZEROS TO WS-ACCOUNT-OVERAGE
           END-IF
           ADD 1 TO WS-ACCOUNT-NUMBERS
           ADD PU-CALL-COUNT TO WS-ACCOUNT-CALLS
           ADD PU-TOTAL-MINUTES TO WS-ACCOUNT-MINUTES
           ADD PU-CHARGE TO WS-ACCOUNT-CHARGE
           ADD PU-RENTAL TO WS-ACCOUNT-RENTAL
           ADD PU-ALLOWANCE-USED TO WS-ACCOUNT-ALLOWANCE-USED
           ADD PU-OVERAGE-CHARGE TO WS-ACCOUNT-OVERAGE.

       5200-CLOSE-OUT-ACCOUNT.
           IF WS-CURRENT-RECORD-KIND = "A"
               ADD 1 TO WS-ADJUSTMENT-COUNT
               ADD WS-ACCOUNT-MINUTES TO WS-TOTAL-LATE-MINUTES
               ADD WS-ACCOUNT-CHARGE TO WS-TOTAL-ADJUSTMENT
           ELSE
               ADD 1 TO WS-ACCOUNT-COUNT
               ADD WS-ACCOUNT-MINUTES TO WS-TOTAL-MINUTES
               ADD WS-ACCOUNT-RENTAL TO WS-TOTAL-RENTAL
               ADD WS-ACCOUNT-OVERAGE TO WS-TOTAL-OVERAGE
               ADD WS-ACCOUNT-ALLOWANCE-USED
                   TO WS-TOTAL-ALLOWANCE-USED
           END-IF
           ADD WS-ACCOUNT-CHARGE TO WS-TOTAL-CHARGE
           MOVE SPACES TO INVOICE-EXTRACT-RECORD
           MOVE WS-CURRENT-ACCOUNT-REF TO IX-ACCOUNT-REF
           MOVE WS-ACCOUNT-MINUTES TO IX-TOTAL-MINUTES
           MOVE WS-ACCOUNT-CHARGE TO IX-TOTAL-CHARGE
           MOVE WS-RUN-DATE TO IX-RUN-DATE
           PERFORM 5210-FETCH-BILLING-ADDRESS
           MOVE WS-CURRENT-RECORD-KIND TO IX-RECORD-TYPE
           MOVE WS-CURRENT-ADJUSTED-MONTH TO IX-ADJUSTED-MONTH
           WRITE INVOICE-EXTRACT-RECORD
           MOVE WS-CURRENT-ACCOUNT-REF TO DL-ACCOUNT-REF
           MOVE WS-ACCOUNT-MONTH TO DL-INVOICE-MONTH
           MOVE WS-ACCOUNT-NUMBERS TO DL-NUMBER-COUNT
           MOVE WS-ACCOUNT-MINUTES TO DL-TOTAL-MINUTES
           MOVE WS-ACCOUNT-ALLOWANCE-USED TO DL-ALLOWANCE-USED
           MOVE WS-ACCOUNT-RENTAL TO DL-RENTAL
           MOVE WS-ACCOUNT-OVERAGE TO DL-OVERAGE
           MOVE WS-ACCOUNT-CHARGE TO DL-TOTAL-CHARGE
           MOVE WS-DETAIL-LINE TO INVOICE-REGISTER-LINE
           WRITE INVOICE-REGISTER-LINE
           IF WS-CURRENT-RECORD-KIND = "A"
               MOVE WS-CURRENT-ADJUSTED-MONTH TO JL-ADJUSTED-MONTH
               MOVE WS-ADJUSTMENT-LINE TO INVOICE-REGISTER-LINE
           ELSE
               MOVE IX-HOLDER-NAME TO AL-HOLDER-NAME
               MOVE IX-ADDRESS-LINE-1 TO AL-ADDRESS-LINE-1
               MOVE WS-ADDRESS-LINE TO INVOICE-REGISTER-LINE
           END-IF
           WRITE INVOICE-REGISTER-LINE
      *> AN ACCOUNT WITH ADJUSTMENTS AS WELL AS AN INVOICE IS ONLY
      *> REPORTED MISSING FROM ACCTMAST ONCE.
           IF WS-ACCTMAST-NOT-FOUND
            AND WS-CURRENT-ACCOUNT-REF NOT = WS-LAST-ADDRESS-ACCOUNT
               PERFORM 5220-WRITE-NO-ADDRESS-LINE
           END-IF
           MOVE WS-CURRENT-ACCOUNT-REF TO WS-LAST-ADDRESS-ACCOUNT
           SET WS-ACCOUNT-NOT-OPEN TO TRUE.

       5210-FETCH-BILLING-ADDRESS.
           MOVE WS-CURRENT-ACCOUNT-REF TO AM-ACCOUNT-REF
           READ ACCOUNT-MASTER
               INVALID KEY
                   MOVE SPACES TO IX-HOLDER-NAME
                   MOVE SPACES TO IX-BILLING-ADDRESS
               NOT INVALID KEY
                   MOVE AM-HOLDER-NAME TO IX-HOLDER-NAME
                   MOVE AM-BILLING-ADDRESS TO IX-BILLING-ADDRESS
           END-READ.

       5220-WRITE-NO-ADDRESS-LINE.
           ADD 1 TO WS-EXCEPTION-COUNT
           ADD 1 TO WS-NO-ADDRESS-COUNT
           MOVE SPACES TO INVOICE-REGISTER-LINE
           STRING "EXCEPTION ACCOUNT " WS-CURRENT-ACCOUNT-REF
                   " NOT ON ACCOUNT MASTER - NO BILLING ADDRESS"
                   DELIMITED BY SIZE INTO INVOICE-REGISTER-LINE
           END-STRING
           WRITE INVOICE-REGISTER-LINE.

       9000-WRITE-INVOICE-TOTALS.
           MOVE SPACES TO INVOICE-REGISTER-LINE
           WRITE INVOICE-REGISTER-LINE
           MOVE "SUMMARY RECORDS READ       :" TO WS-SUMMARY-LABEL
           MOVE WS-SUMMARY-READ-COUNT TO WS-COUNT-DISPLAY
           PERFORM 9100-WRITE-SUMMARY-LINE
           MOVE "MASTER RECORDS READ        :" TO WS-SUMMARY-LABEL
           MOVE WS-MASTER-READ-COUNT TO WS-COUNT-DISPLAY
           PERFORM 9100-WRITE-SUMMARY-LINE
           MOVE "NUMBERS PRICED             :" TO WS-SUMMARY-LABEL
           MOVE WS-PRICED-COUNT TO WS-COUNT-DISPLAY
           PERFORM 9100-WRITE-SUMMARY-LINE
           MOVE "  RENTAL ONLY, NO USAGE    :" TO WS-SUMMARY-LABEL
           MOVE WS-RENTAL-ONLY-COUNT TO WS-COUNT-DISPLAY
           PERFORM 9100-WRITE-SUMMARY-LINE
           MOVE "  PART MONTH, PRORATED     :" TO WS-SUMMARY-LABEL
           MOVE WS-PRORATED-COUNT TO WS-COUNT-DISPLAY
           PERFORM 9100-WRITE-SUMMARY-LINE
           MOVE "NUMBERS EXCEPTED           :" TO WS-SUMMARY-LABEL
           MOVE WS-EXCEPTION-COUNT TO WS-COUNT-DISPLAY
           PERFORM 9100-WRITE-SUMMARY-LINE
           MOVE "ACCOUNTS INVOICED          :" TO WS-SUMMARY-LABEL
           MOVE WS-ACCOUNT-COUNT TO WS-COUNT-DISPLAY
           PERFORM 9100-WRITE-SUMMARY-LINE
           MOVE "  WITHOUT BILLING ADDRESS  :" TO WS-SUMMARY-LABEL
           MOVE WS-NO-ADDRESS-COUNT TO WS-COUNT-DISPLAY
           PERFORM 9100-WRITE-SUMMARY-LINE
           MOVE "MINUTES INVOICED           :" TO WS-SUMMARY-LABEL
           MOVE WS-TOTAL-MINUTES TO WS-COUNT-DISPLAY
           PERFORM 9100-WRITE-SUMMARY-LINE
           MOVE "  WITHIN PLAN ALLOWANCE    :" TO WS-SUMMARY-LABEL
           MOVE WS-TOTAL-ALLOWANCE-USED TO WS-COUNT-DISPLAY
           PERFORM 9100-WRITE-SUMMARY-LINE
           MOVE "LATE CALLS, PRIOR MONTHS   :" TO WS-SUMMARY-LABEL
           MOVE WS-LATE-READ-COUNT TO WS-COUNT-DISPLAY
           PERFORM 9100-WRITE-SUMMARY-LINE
           MOVE "  BILLED AS ADJUSTMENTS    :" TO WS-SUMMARY-LABEL
           MOVE WS-LATE-BILLED-COUNT TO WS-COUNT-DISPLAY
           PERFORM 9100-WRITE-SUMMARY-LINE
           MOVE "  NOT PRICED, LEFT UNBILLED:" TO WS-SUMMARY-LABEL
           MOVE WS-LATE-UNPRICED-COUNT TO WS-COUNT-DISPLAY
           PERFORM 9100-WRITE-SUMMARY-LINE
           MOVE "  LATE MINUTES BILLED      :" TO WS-SUMMARY-LABEL
           MOVE WS-TOTAL-LATE-MINUTES TO WS-COUNT-DISPLAY
           PERFORM 9100-WRITE-SUMMARY-LINE
           MOVE "ADJUSTMENT RECORDS WRITTEN :" TO WS-SUMMARY-LABEL
           MOVE WS-ADJUSTMENT-COUNT TO WS-COUNT-DISPLAY
           PERFORM 9100-WRITE-SUMMARY-LINE
           MOVE WS-TOTAL-RENTAL TO WS-CHARGE-DISPLAY
           MOVE SPACES TO INVOICE-REGISTER-LINE
           STRING "TOTAL RENTAL INVOICED      : " WS-CHARGE-DISPLAY
                   DELIMITED BY SIZE INTO INVOICE-REGISTER-LINE
           END-STRING
           WRITE INVOICE-REGISTER-LINE
           MOVE WS-TOTAL-OVERAGE TO WS-CHARGE-DISPLAY
           MOVE SPACES TO INVOICE-REGISTER-LINE
           STRING "TOTAL OVERAGE INVOICED     : " WS-CHARGE-DISPLAY
                   DELIMITED BY SIZE INTO INVOICE-REGISTER-LINE
           END-STRING
           WRITE INVOICE-REGISTER-LINE
           MOVE WS-TOTAL-ADJUSTMENT TO WS-CHARGE-DISPLAY
           MOVE SPACES TO INVOICE-REGISTER-LINE
           STRING "TOTAL PRIOR-PERIOD ADJUST. : " WS-CHARGE-DISPLAY
                   DELIMITED BY SIZE INTO INVOICE-REGISTER-LINE
           END-STRING
           WRITE INVOICE-REGISTER-LINE
           MOVE WS-TOTAL-CHARGE TO WS-CHARGE-DISPLAY
           MOVE SPACES TO INVOICE-REGISTER-LINE
           STRING "TOTAL CHARGE INVOICED      : " WS-CHARGE-DISPLAY
