      *> Generation index record: one line per dated generation file,
      *> appended to POLYGEN.DAT by the day-end cutover (kinds TRAN for
      *> an outbound transmission file and AUDT for the audit trail) and
      *> by the master purge (kind ARCH). The current file is the name
      *> the content was cut from, so readers can select the generations
      *> of one file. The first and last sequences and dates are the
      *> lowest and highest batch sequences and dates found in the
      *> content (sequences are zero for the audit trail). A second cut
      *> of the same day appends to the generation and writes a new line
      *> covering the whole file; readers keep the last line of a file.
       01 GenerationRecord.
           05 GenKind pic X(4).
           05 GenDate pic 9(8).
           05 GenCurrentFile pic X(100).
           05 GenFile pic X(100).
           05 GenFirstSequence pic 9(6).
           05 GenLastSequence pic 9(6).
           05 GenFirstDate pic X(8).
           05 GenLastDate pic X(8).
           05 GenRecordCount pic 9(8).
           05 GenStamp pic X(14).
