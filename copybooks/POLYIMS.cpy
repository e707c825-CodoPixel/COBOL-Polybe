      *> Inbound message master record: one row per message decrypted
      *> by the reception run, keyed by the partner's batch sequence and
      *> the message's position within the batch. Shared by Polybe
      *> (writer and lookup) and the reports that read reception volumes.
       01 InboundMasterRecord.
           05 InboundMessageKey.
               10 InboundSeq pic 9(6).
               10 InboundRecordNumber pic 9(6).
           05 InboundKeyId pic X(8).
           05 InboundStamp pic X(21).
           05 InboundSourceFile pic X(100).
           05 InboundPlainText pic X(256).
