      *> BASETRD - SUBSCRIBER BASE MOVEMENT TREND RECORD (160 BYTES).
      *> WRITTEN BY THE MONTH-END BASEMOV RUN AND APPENDED TO THE
      *> BASETRND FILE SO THE BASE CAN BE TRENDED MONTH OVER MONTH.
      *> ONE T RECORD FOR THE WHOLE BASE, ONE C RECORD PER COUNTRY
      *> CODE AND ONE P RECORD PER RATE PLAN WITH ANY FIGURE IN THE
      *> MONTH. BT-BREAKDOWN-KEY IS SPACES ON T, THE TWO-DIGIT CODE
      *> ON C AND THE PLAN CODE ON P. THE BASE IS EVERY NUMBER ON
      *> THE MASTER THAT IS ACTIVE OR SUSPENDED. MOVES IN AND OUT
      *> ARE NUMBER CHANGES ON C RECORDS AND PLAN CHANGES ON P
      *> RECORDS (ZERO ON T). CHURN RATE IS DISCONNECTS PLUS
      *> PORT-OUTS AS A PERCENTAGE OF THE OPENING BASE. A RERUN FOR
      *> THE SAME MONTH APPENDS A FRESH SET WITH A LATER RUN DATE,
      *> WHICH SUPERSEDES THE EARLIER ONE.
       02 BT-REPORT-MONTH         PIC 9(6).
       02 BT-RUN-DATE             PIC 9(8).
       02 BT-RECORD-TYPE          PIC X(1).
           88 BT-TOTAL-BASE             VALUE "T".
           88 BT-COUNTRY-CODE-BASE      VALUE "C".
           88 BT-RATE-PLAN-BASE         VALUE "P".
       02 BT-BREAKDOWN-KEY        PIC X(4).
       02 BT-OPENING-BASE         PIC S9(9).
       02 BT-GROSS-ADDS           PIC 9(9).
       02 BT-PORT-INS             PIC 9(9).
       02 BT-DISCONNECTS          PIC 9(9).
       02 BT-PORT-OUTS            PIC 9(9).
       02 BT-SUSPENSIONS          PIC 9(9).
       02 BT-REACTIVATIONS        PIC 9(9).
       02 BT-MOVES-IN             PIC 9(9).
       02 BT-MOVES-OUT            PIC 9(9).
       02 BT-CLOSING-BASE         PIC S9(9).
       02 BT-NET-ADDS             PIC S9(9).
       02 BT-CHURN-RATE           PIC 9(3)V99.
       02 BT-LIVE-COUNT           PIC 9(9).
       02 BT-DIFFERENCE           PIC S9(9).
       02 FILLER                  PIC X(19).
