      *> Chain anchor record: written whenever lines are moved out of a
      *> chained log (purge or day-end cutover). It keeps the sequence
      *> and check value of the last line moved, so the lines left in
      *> the current log can still be verified and new lines continue
      *> the chain. AnchorLogName is AUDIT or KLOG; the latest anchor
      *> for a log is the one in force.
       01 ChainAnchorRecord.
           05 AnchorLogName pic X(8).
           05 AnchorStamp pic X(14).
           05 AnchorSequence pic 9(8).
           05 AnchorValue pic 9(10).
           05 AnchorReason pic X(8).
           05 AnchorArchiveFile pic X(100).
