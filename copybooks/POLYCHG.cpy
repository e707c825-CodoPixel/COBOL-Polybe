      *> Chargeback interface record: written by the monthly partner
      *> statement for the finance ledger load, one fixed-width line
      *> per partner of the directory for the period (type D), then one
      *> control line (type T) whose volumes are the sums of the detail
      *> lines and whose ChgDetailCount is the number of detail lines.
      *> Volumes are split between original emissions, re-sent rows
      *> written by an emergency re-key, retransmitted batches and
      *> received messages; segments are 70-digit transmission details.
       01 ChargebackRecord.
           05 ChgRecordType pic X.
           05 ChgPeriod pic 9(6).
           05 ChgPartnerCode pic X(8).
           05 ChgOutBatches pic 9(6).
           05 ChgOutMessages pic 9(8).
           05 ChgOutCharacters pic 9(10).
           05 ChgOutSegments pic 9(8).
           05 ChgResentBatches pic 9(6).
           05 ChgResentMessages pic 9(8).
           05 ChgResentCharacters pic 9(10).
           05 ChgResentSegments pic 9(8).
           05 ChgRetransBatches pic 9(6).
           05 ChgRetransMessages pic 9(8).
           05 ChgRetransCharacters pic 9(10).
           05 ChgRetransSegments pic 9(8).
           05 ChgInBatches pic 9(6).
           05 ChgInMessages pic 9(8).
           05 ChgInCharacters pic 9(10).
           05 ChgInSegments pic 9(8).
           05 ChgDetailCount pic 9(6).
           05 ChgRunStamp pic X(14).
