      *> FORWARD-RECOVERY UTILITY CAN ROLL A RESTORED BACKUP TO
      *> ANY POINT IN TIME. THE KEY FIELDS KEEP THEIR OFFSETS, SO
      *> EVERY EXISTING READER OF THE JOURNAL PARSES UNCHANGED.
      *> AJ-TRANSACTION-CODE IS THE SUBSCRIBER TRANSACTION BEHIND
      *> THE ENTRY (A/R/D/P/I/C), SO A PORT-OUT OR A NUMBER CHANGE
      *> CAN BE TOLD FROM A PLAIN DELETE AND A PORT-IN FROM A PLAIN
      *> ADD. BLANK ON ENTRIES NOT DRIVEN BY A TRANSACTION (THE
      *> LIFECYCLE AGING RUN) AND ON ENTRIES WRITTEN BEFORE IT WAS
      *> CARRIED.
      *> AJ-ENTERED-BY AND AJ-APPROVED-BY ARE THE SINQ OPERATOR WHO
      *> KEYED THE CHANGE AND THE SECOND OPERATOR WHO APPROVED IT
      *> (*EXEMPT* FOR A STATUS-ONLY R IN THE EXEMPT CLASS, APPLIED
      *> WITHOUT APPROVAL). SPACES ON BATCH ENTRIES.
       02 AJ-TIMESTAMP            PIC X(21).
       02 AJ-OPERATION-CODE       PIC X(1).
       02 AJ-OLD-MOBILENUMBER.
           03 AJ-NEW-NUM          PIC 9(9).
       02 AJ-OLD-RECORD-IMAGE     PIC X(42).
       02 AJ-NEW-RECORD-IMAGE     PIC X(42).
       02 AJ-TRANSACTION-CODE     PIC X(1).
       02 AJ-ENTERED-BY           PIC X(8).
       02 AJ-APPROVED-BY          PIC X(8).
       02 FILLER                  PIC X(15).
