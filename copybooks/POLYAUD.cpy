      *> Audit trail line: the text written by AppendAuditTrail, then
      *> the line's position in the chain and its check value. The check
      *> value is derived from the previous line's value, this line's
      *> sequence and its text, so an altered, inserted or removed line
      *> breaks the chain from that point on. Lines written before the
      *> chain was introduced carry spaces in both fields.
       01 AuditRecord.
           05 AuditRecordText pic X(1100).
           05 AuditRecordSeq pic 9(8).
           05 AuditRecordChain pic 9(10).
