      *> Acknowledgement record: one line per batch header sequence,
      *> exchanged with partners in both directions. PolybeRecon reads
      *> the partners' acknowledgements of our batches; the reception
      *> run writes ours for the batches we receive. AckStatus is
      *> A accepted, C count or hash-total check failed, T trailer
      *> missing, D refused as a duplicate, K skipped for an unknown or
      *> unverifiable key. AckCount is the number of messages stored.
       01 AckRecord.
           05 AckSequence pic 9(6).
           05 AckDate pic X(8).
           05 AckStatus pic X.
           05 AckCount pic 9(6).
