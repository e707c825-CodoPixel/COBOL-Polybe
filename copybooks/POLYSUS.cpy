      *> Inbound suspense record: one row per line of a received
      *> envelope that was skipped or found anomalous, keyed by the
      *> envelope id (reception run start stamp and envelope number
      *> within the run) and the line number within the envelope. The
      *> envelope fields are repeated on every line and updated together.
      *> SuspReason is CLE unknown key, CLV key not verifiable, DUP
      *> duplicate batch, CTL count or hash-total mismatch, FIN no
      *> trailer, SEG message without final segment. SuspStatus is
      *> S in suspense, R reprocessed, W written off.
       01 SuspenseRecord.
           05 SuspenseKey.
               10 SuspEnvelopeId.
                   15 SuspRunStamp pic X(14).
                   15 SuspEnvelopeNumber pic 9(6).
               10 SuspLineNumber pic 9(6).
           05 SuspReason pic X(3).
           05 SuspStatus pic X.
           05 SuspReceivedFile pic X(100).
           05 SuspSequence pic 9(6).
           05 SuspKeyId pic X(8).
           05 SuspStamp pic X(14).
           05 SuspActionStamp pic X(14).
           05 SuspOperator pic X(16).
           05 SuspNote pic X(40).
           05 SuspData pic X(80).
