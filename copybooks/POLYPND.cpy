      *> Pending message record: one row per message typed at the
      *> interactive encrypt option, keyed by its entry stamp
      *> (AAAAMMJJHHMMSSCC). The message waits in POLYPEND.DAT until a
      *> second operator approves or rejects it; approved rows are
      *> encrypted by the next batch or unattended run once their
      *> release date has come. PendStatus is P pending, A approved,
      *> R rejected, E emitted. The text is held as it will be
      *> encrypted (upper case, translated, for the square recorded).
      *> PendMasterKey points at the master row written on emission.
       01 PendingRecord.
           05 PendEntryStamp pic X(16).
           05 PendOperator pic X(16).
           05 PendKeyId pic X(8).
           05 PendSquare pic 9.
           05 PendReleaseDate pic 9(8).
           05 PendStatus pic X.
           05 PendApprover pic X(16).
           05 PendDecisionStamp pic X(14).
           05 PendMasterKey.
               10 PendMasterRunDate pic 9(8).
               10 PendMasterSequence pic 9(6).
               10 PendMasterRecord pic 9(6).
           05 PendText pic X(256).
