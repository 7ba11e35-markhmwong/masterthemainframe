           MOVE WS-AUDIT-NEW-MOBILENUMBER TO AJ-NEW-MOBILENUMBER
           MOVE WS-AUDIT-OLD-RECORD-IMAGE TO AJ-OLD-RECORD-IMAGE
           MOVE WS-AUDIT-NEW-RECORD-IMAGE TO AJ-NEW-RECORD-IMAGE
           MOVE SPACE TO AJ-TRANSACTION-CODE
           MOVE SPACES TO AJ-ENTERED-BY
           MOVE SPACES TO AJ-APPROVED-BY
           WRITE AUDIT-JOURNAL-RECORD.

       9000-WRITE-AGING-SUMMARY.
