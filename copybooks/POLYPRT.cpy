      *> Partner directory record: one line per trading partner, giving
      *> the key-ids the partner is reached with (up to five), the square
      *> size it expects, the outbound transmission file its envelopes
      *> are routed to, and the number of days after which a batch sent
      *> to it without acknowledgement is reported as missing.
       01 PartnerRecord.
           05 PartnerCode pic X(8).
           05 PartnerSquare pic X.
           05 PartnerAckDelay pic 9(3).
           05 PartnerTransmissionFile pic X(100).
           05 PartnerKeyIds.
               10 PartnerKeyId pic X(8) occurs 5.
