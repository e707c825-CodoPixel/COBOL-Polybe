      *> Message master record: one row per encrypted message written by
      *> the batch runs (and by the emission of approved manual
      *> messages), keyed by run date, transmission sequence and
      *> input record number. Shared by Polybe (writer and lookup) and
      *> the archive job, which moves old rows to a dated archive file.
      *> MasterOriginKey is zero except on rows written by an emergency
      *> re-key, where it holds the key of the row that was re-encrypted.
      *> A master built with the earlier 1173-character record (without
      *> MasterOriginKey) is converted once by PolybeMasterConvert
      *> (POLYMCNV, option D), which unloads it to POLYMSTR.UNL and
      *> reloads it in this layout; run it before Polybe, the archive
      *> job or any report opens the master. Archive files written
      *> before the conversion keep 1173-character lines and read back
      *> with MasterOriginKey blank.
       01 MessageMasterRecord.
           05 MasterMessageKey.
               10 MasterRunDate pic 9(8).
           05 MasterInputFile pic X(100).
           05 MasterPlainText pic X(256).
           05 MasterCipherText pic X(768).
           05 MasterOriginKey.
               10 MasterOrigRunDate pic 9(8).
               10 MasterOrigSequence pic 9(6).
               10 MasterOrigRecordNumber pic 9(6).
