      *> Key journal line: the text written by AppendKeyJournal, then
      *> the line's position in the chain and its check value, computed
      *> the same way as for the audit trail (see POLYAUD).
       01 KeyJournalRecord.
           05 JournalRecordText pic X(120).
           05 JournalRecordSeq pic 9(8).
           05 JournalRecordChain pic 9(10).
