identification division.
program-id. PolybeStatement.
environment division.
input-output section.
file-control.
    select MessageMasterFile assign to "POLYMSTR.DAT"
        organization is indexed
        access mode is dynamic
        record key is MasterMessageKey
        file status is MasterFileStatus.
    select InboundMasterFile assign to "POLYIMST.DAT"
        organization is indexed
        access mode is dynamic
        record key is InboundMessageKey
        file status is InboundMasterStatus.
    select ArchiveFile assign to ArchiveFileName
        organization is line sequential
        file status is ArchiveFileStatus.
    select AuditTrailFile assign to AuditFileName
        organization is line sequential
        file status is AuditFileStatus.
    select PartnerFile assign to "POLYPART.DAT"
        organization is line sequential
        file status is PartnerFileStatus.
    select GenerationIndexFile assign to "POLYGEN.DAT"
        organization is line sequential
        file status is GenIndexStatus.
    select StatementFile assign to StatementFileName
        organization is line sequential
        file status is StatementStatus.
    select ChargebackFile assign to ChargebackFileName
        organization is line sequential
        file status is ChargebackStatus.
data division.
file section.
fd MessageMasterFile.
copy POLYMST.
fd InboundMasterFile.
copy POLYIMS.
fd ArchiveFile.
01 ArchiveRecord pic X(1193).
fd AuditTrailFile.
copy POLYAUD.
fd PartnerFile.
copy POLYPRT.
fd GenerationIndexFile.
copy POLYGEN.
fd StatementFile.
01 StatementLine pic X(132).
fd ChargebackFile.
copy POLYCHG.

working-storage section.
01 MasterFileStatus pic XX value "00".
01 InboundMasterStatus pic XX value "00".
01 ArchiveFileStatus pic XX value "00".
01 AuditFileStatus pic XX value "00".
01 PartnerFileStatus pic XX value "00".
01 GenIndexStatus pic XX value "00".
01 StatementStatus pic XX value "00".
01 ChargebackStatus pic XX value "00".
01 EndOfFile pic X value 'N'.
01 StopFlag pic X value 'N'.
01 PeriodText pic X(6) value spaces.
01 Period pic 9(6) value 0.
01 PeriodYear pic 9(4) value 0.
01 PeriodMonth pic 99 value 0.
01 PeriodStart pic 9(8) value 0.
01 PeriodEnd pic 9(8) value 0.
01 PeriodStartText pic X(8) value spaces.
01 PeriodEndText pic X(8) value spaces.
01 PreparedBy pic X(30) value spaces.
01 RunStamp pic X(14) value spaces.
01 ArchiveFileName pic X(100) value spaces.
01 AuditFileName pic X(100) value spaces.
01 StatementFileName pic X(100) value spaces.
01 ChargebackFileName pic X(100) value spaces.
01 FileIndex pic 999 value 0.
01 FileFound pic 9 value 0.
01 GenSelectFlag pic X value 'N'.
01 ArchiveRetainedCount pic 999 value 0.
01 AuditRetainedCount pic 999 value 0.
01 ArchiveFileTable.
    05 ArchiveFileUsedCount pic 999 value 0.
    05 ArchiveFileEntry occurs 200.
        10 ArchiveFileListName pic X(100).
        10 ArchiveFileListSelect pic X.
01 AuditFileTable.
    05 AuditFileUsedCount pic 999 value 0.
    05 AuditFileEntry occurs 400.
        10 AuditFileListName pic X(100).
        10 AuditFileListSelect pic X.
01 ArchiveRecordArea.
    05 ArchiveRunDate pic 9(8).
    05 ArchiveRunSequence pic 9(6).
    05 ArchiveRecordNumber pic 9(6).
    05 ArchiveKeyId pic X(8).
    05 ArchiveStamp pic X(21).
    05 ArchiveInputFile pic X(100).
    05 ArchivePlainText pic X(256).
    05 ArchiveCipherText pic X(768).
    05 ArchiveOrigRunDate pic 9(8).
    05 ArchiveOrigSequence pic 9(6).
    05 ArchiveOrigRecordNumber pic 9(6).
01 RowKeyId pic X(8) value spaces.
01 RowRunDate pic 9(8) value 0.
01 RowSequence pic 9(6) value 0.
01 RowOrigRunDate pic 9(8) value 0.
01 RowPlain pic X(256) value spaces.
01 RowCipher pic X(768) value spaces.
01 PrevBatchDate pic 9(8) value 0.
01 PrevBatchSeq pic 9(6) value 0.
01 PrevBatchKeyId pic X(8) value spaces.
01 PrevAuditOperation pic X(3) value spaces.
01 AuditOperation pic X(3) value spaces.
01 AuditText pic X(1059) value spaces.
01 AuditPlainPart pic X(256) value spaces.
01 AuditCipherPart pic X(768) value spaces.
01 PlainColumn pic 9(4) value 0.
01 VolumeCategory pic 9 value 0.
01 NewBatchFlag pic X value 'N'.
01 RetransMarkFlag pic X value 'N'.
01 PlainLength pic 9(4) value 0.
01 PlainBlankCount pic 9(4) value 0.
01 CipherLength pic 9(4) value 0.
01 CipherBlankCount pic 9(4) value 0.
01 DigitCount pic 9(4) value 0.
01 SegmentCount pic 9(4) value 0.
01 SearchKeyId pic X(8) value spaces.
01 KeyFound pic 9 value 0.
01 KeyIndex pic 999 value 0.
01 PartnerIndex pic 999 value 0.
01 PartnerKeyIndex pic 9 value 0.
01 PartnerFound pic 9 value 0.
01 CategoryIndex pic 9 value 0.
01 CategoryLabel pic X(16) value spaces.
01 KeyColumn pic X(8) value spaces.
01 PartnerKeyListed pic 999 value 0.
01 MasterRowsCount pic 9(8) value 0.
01 ArchiveRowsCount pic 9(8) value 0.
01 RetransLinesCount pic 9(8) value 0.
01 InboundRowsCount pic 9(8) value 0.
01 SourceMissingCount pic 9(4) value 0.
01 UnassignedKeyCount pic 999 value 0.
01 DetailWrittenCount pic 9(6) value 0.
01 StatementReturnCode pic 9(4) value 0.
01 LineText pic X(132) value spaces.
01 VolumeLine.
    05 VolBatches pic 9(6) value 0.
    05 VolMessages pic 9(8) value 0.
    05 VolCharacters pic 9(10) value 0.
    05 VolSegments pic 9(8) value 0.
01 KeyTable.
    05 KeyUsedCount pic 999 value 0.
    05 KeyEntry occurs 300.
        10 KeyTblId pic X(8).
        10 KeyPartnerIndex pic 999.
        10 KeyVolume occurs 4.
            15 KeyBatches pic 9(6).
            15 KeyMessages pic 9(8).
            15 KeyCharacters pic 9(10).
            15 KeySegments pic 9(8).
01 PartnerTable.
    05 PartnerUsedCount pic 999 value 0.
    05 PartnerEntry occurs 100.
        10 PartTblCode pic X(8).
        10 PartTblKeyId pic X(8) occurs 5.
        10 PartVolume occurs 4.
            15 PartBatches pic 9(6).
            15 PartMessages pic 9(8).
            15 PartCharacters pic 9(10).
            15 PartSegments pic 9(8).
01 UnassignedTable.
    05 UnaVolume occurs 4.
        10 UnaBatches pic 9(6) value 0.
        10 UnaMessages pic 9(8) value 0.
        10 UnaCharacters pic 9(10) value 0.
        10 UnaSegments pic 9(8) value 0.
01 TotalTable.
    05 TotVolume occurs 4.
        10 TotBatches pic 9(6) value 0.
        10 TotMessages pic 9(8) value 0.
        10 TotCharacters pic 9(10) value 0.
        10 TotSegments pic 9(8) value 0.

procedure division.
display "Releve mensuel des volumes partenaire Polybe".
display "--------------------------------------------".
perform PromptPeriod.
if StopFlag is not equal to 'Y'
    display "Etabli par : " with no advancing
    accept PreparedBy
    move function current-date(1:14) to RunStamp
    perform LoadPartners
end-if.
if StopFlag is not equal to 'Y'
    perform SelectSourceFiles
    perform ScanMessageMaster
    perform varying FileIndex from 1 by 1 until FileIndex > ArchiveFileUsedCount
        if ArchiveFileListSelect(FileIndex) is equal to 'Y'
            move ArchiveFileListName(FileIndex) to ArchiveFileName
            perform ReadArchiveFile
        end-if
    end-perform
    perform varying FileIndex from 1 by 1 until FileIndex > AuditFileUsedCount
        if AuditFileListSelect(FileIndex) is equal to 'Y'
            move AuditFileListName(FileIndex) to AuditFileName
            perform ReadAuditFile
        end-if
    end-perform
    perform ScanInboundMaster
    perform AssignKeysToPartners
    perform OpenOutputFiles
end-if.
if StopFlag is not equal to 'Y'
    perform varying PartnerIndex from 1 by 1 until PartnerIndex > PartnerUsedCount
        perform PrintPartnerStatement
        perform WriteChargebackDetail
    end-perform
    perform PrintControlPage
    perform WriteChargebackControl
    close StatementFile
    close ChargebackFile
    display " "
    display "Periode                      : " PeriodText
    display "Lignes du maitre             : " MasterRowsCount
    display "Lignes d'archive             : " ArchiveRowsCount
    display "Lignes retransmises (audit)  : " RetransLinesCount
    display "Messages recus               : " InboundRowsCount
    display "Partenaires factures         : " DetailWrittenCount
    display "Cles hors annuaire           : " UnassignedKeyCount
    display "Sources inaccessibles        : " SourceMissingCount
    display "Releve                       : " function trim(StatementFileName)
    display "Fichier de refacturation     : " function trim(ChargebackFileName)
    if SourceMissingCount > 0 or UnassignedKeyCount > 0
        if StatementReturnCode < 4
            move 4 to StatementReturnCode
        end-if
    end-if
end-if.
move StatementReturnCode to return-code.
stop run.

PromptPeriod.
    display "Mois du releve (AAAAMM, vide = mois precedent) : " with no advancing.
    accept PeriodText.
    if PeriodText is equal to spaces
        move function current-date(1:4) to PeriodYear
        move function current-date(5:2) to PeriodMonth
        if PeriodMonth is equal to 1
            subtract 1 from PeriodYear
            move 12 to PeriodMonth
        else
            subtract 1 from PeriodMonth
        end-if
        compute Period = PeriodYear * 100 + PeriodMonth
        move Period to PeriodText
    end-if.
    if PeriodText is not numeric
        display "Mois invalide, releve abandonne."
        move 'Y' to StopFlag
        move 8 to StatementReturnCode
    else
        move PeriodText to Period
        move PeriodText(5:2) to PeriodMonth
        if PeriodMonth < 1 or PeriodMonth > 12
            display "Mois invalide, releve abandonne."
            move 'Y' to StopFlag
            move 8 to StatementReturnCode
        else
            compute PeriodStart = Period * 100 + 1
            compute PeriodEnd = Period * 100 + 31
            move PeriodStart to PeriodStartText
            move PeriodEnd to PeriodEndText
            move spaces to StatementFileName
            string "POLYSTMT." PeriodText ".TXT" delimited by size into StatementFileName
            move spaces to ChargebackFileName
            string "POLYCHG." PeriodText ".DAT" delimited by size into ChargebackFileName
        end-if
    end-if.

LoadPartners.
    move 0 to PartnerUsedCount.
    move 'N' to EndOfFile.
    open input PartnerFile.
    if PartnerFileStatus is not equal to "00"
        display "Annuaire des partenaires inaccessible, code statut : " PartnerFileStatus
        display "Releve abandonne."
        move 'Y' to StopFlag
        move 8 to StatementReturnCode
    else
        perform until EndOfFile is equal to 'Y'
            read PartnerFile
                at end move 'Y' to EndOfFile
                not at end
                    if PartnerUsedCount is equal to 100
                        display "Table des partenaires saturee, partenaire ignore : "
                                PartnerCode
                    else
                        add 1 to PartnerUsedCount
                        move PartnerCode to PartTblCode(PartnerUsedCount)
                        perform varying PartnerKeyIndex from 1 by 1
                                until PartnerKeyIndex > 5
                            move PartnerKeyId(PartnerKeyIndex)
                                to PartTblKeyId(PartnerUsedCount, PartnerKeyIndex)
                        end-perform
                        perform varying CategoryIndex from 1 by 1 until CategoryIndex > 4
                            move 0 to PartBatches(PartnerUsedCount, CategoryIndex)
                            move 0 to PartMessages(PartnerUsedCount, CategoryIndex)
                            move 0 to PartCharacters(PartnerUsedCount, CategoryIndex)
                            move 0 to PartSegments(PartnerUsedCount, CategoryIndex)
                        end-perform
                    end-if
            end-read
        end-perform
        close PartnerFile
        display "Partenaires a l'annuaire : " PartnerUsedCount
    end-if.

SelectSourceFiles.
    move 0 to ArchiveFileUsedCount.
    move 0 to AuditFileUsedCount.
    move 'N' to EndOfFile.
    open input GenerationIndexFile.
    if GenIndexStatus is equal to "00"
        perform until EndOfFile is equal to 'Y'
            read GenerationIndexFile
                at end move 'Y' to EndOfFile
                not at end
                    move 'N' to GenSelectFlag
                    if GenFirstDate is not greater than PeriodEndText
                            and GenLastDate is not less than PeriodStartText
                        move 'Y' to GenSelectFlag
                    end-if
                    evaluate GenKind
                        when "ARCH"
                            move GenFile to ArchiveFileName
                            perform AddArchiveFile
                        when "AUDT"
                            move GenFile to AuditFileName
                            perform AddAuditFile
                    end-evaluate
            end-read
        end-perform
        close GenerationIndexFile
    else
        if GenIndexStatus is not equal to "35"
            display "Index des generations inaccessible, code statut : " GenIndexStatus
            add 1 to SourceMissingCount
        end-if
    end-if.
    move 'Y' to GenSelectFlag.
    move "POLYAUDIT.LOG" to AuditFileName.
    perform AddAuditFile.
    move "X" to ArchiveFileName.
    perform until ArchiveFileName is equal to spaces
        display "Fichier d'archive supplementaire (vide = fin) : " with no advancing
        accept ArchiveFileName
        if ArchiveFileName is not equal to spaces
            perform AddArchiveFile
        end-if
    end-perform.
    move 0 to ArchiveRetainedCount.
    perform varying FileIndex from 1 by 1 until FileIndex > ArchiveFileUsedCount
        if ArchiveFileListSelect(FileIndex) is equal to 'Y'
            add 1 to ArchiveRetainedCount
        end-if
    end-perform.
    move 0 to AuditRetainedCount.
    perform varying FileIndex from 1 by 1 until FileIndex > AuditFileUsedCount
        if AuditFileListSelect(FileIndex) is equal to 'Y'
            add 1 to AuditRetainedCount
        end-if
    end-perform.
    display "Archives retenues : " ArchiveRetainedCount
            ", journaux d'audit retenus : " AuditRetainedCount.

AddArchiveFile.
    move 0 to FileFound.
    perform varying FileIndex from 1 by 1
            until FileIndex > ArchiveFileUsedCount or FileFound is equal to 1
        if ArchiveFileListName(FileIndex) is equal to ArchiveFileName
            move 1 to FileFound
            move GenSelectFlag to ArchiveFileListSelect(FileIndex)
        end-if
    end-perform.
    if FileFound is equal to 0
        if ArchiveFileUsedCount is equal to 200
            display "Table des archives saturee, fichier ignore : "
                    function trim(ArchiveFileName)
        else
            add 1 to ArchiveFileUsedCount
            move ArchiveFileName to ArchiveFileListName(ArchiveFileUsedCount)
            move GenSelectFlag to ArchiveFileListSelect(ArchiveFileUsedCount)
        end-if
    end-if.

AddAuditFile.
    move 0 to FileFound.
    perform varying FileIndex from 1 by 1
            until FileIndex > AuditFileUsedCount or FileFound is equal to 1
        if AuditFileListName(FileIndex) is equal to AuditFileName
            move 1 to FileFound
            move GenSelectFlag to AuditFileListSelect(FileIndex)
        end-if
    end-perform.
    if FileFound is equal to 0
        if AuditFileUsedCount is equal to 400
            display "Table des generations saturee, fichier ignore : "
                    function trim(AuditFileName)
        else
            add 1 to AuditFileUsedCount
            move AuditFileName to AuditFileListName(AuditFileUsedCount)
            move GenSelectFlag to AuditFileListSelect(AuditFileUsedCount)
        end-if
    end-if.

ScanMessageMaster.
    move 'N' to EndOfFile.
    move 0 to PrevBatchDate.
    move 0 to PrevBatchSeq.
    open input MessageMasterFile.
    if MasterFileStatus is not equal to "00"
        display "Fichier maitre des messages inaccessible, code statut : " MasterFileStatus
        add 1 to SourceMissingCount
    else
        move PeriodStart to MasterRunDate
        move 0 to MasterRunSequence
        move 0 to MasterRecordNumber
        start MessageMasterFile key is not less than MasterMessageKey
            invalid key move 'Y' to EndOfFile
        end-start
        perform until EndOfFile is equal to 'Y'
            read MessageMasterFile next record
                at end move 'Y' to EndOfFile
                not at end
                    if MasterRunDate > PeriodEnd
                        move 'Y' to EndOfFile
                    else
                        add 1 to MasterRowsCount
                        move MasterKeyId to RowKeyId
                        move MasterRunDate to RowRunDate
                        move MasterRunSequence to RowSequence
                        move MasterOrigRunDate to RowOrigRunDate
                        move MasterPlainText to RowPlain
                        move MasterCipherText to RowCipher
                        perform CountOutboundRow
                    end-if
            end-read
        end-perform
        close MessageMasterFile
    end-if.

ReadArchiveFile.
    move 'N' to EndOfFile.
    move 0 to PrevBatchDate.
    move 0 to PrevBatchSeq.
    open input ArchiveFile.
    if ArchiveFileStatus is not equal to "00"
        display "Archive " function trim(ArchiveFileName)
                " inaccessible, code statut : " ArchiveFileStatus
        add 1 to SourceMissingCount
    else
        perform until EndOfFile is equal to 'Y'
            read ArchiveFile into ArchiveRecordArea
                at end move 'Y' to EndOfFile
                not at end
                    if ArchiveRunDate is numeric
                            and ArchiveRunDate is not less than PeriodStart
                            and ArchiveRunDate is not greater than PeriodEnd
                        add 1 to ArchiveRowsCount
                        move ArchiveKeyId to RowKeyId
                        move ArchiveRunDate to RowRunDate
                        move ArchiveRunSequence to RowSequence
                        if ArchiveOrigRunDate is numeric
                            move ArchiveOrigRunDate to RowOrigRunDate
                        else
                            move 0 to RowOrigRunDate
                        end-if
                        move ArchivePlainText to RowPlain
                        move ArchiveCipherText to RowCipher
                        perform CountOutboundRow
                    end-if
            end-read
        end-perform
        close ArchiveFile
    end-if.

CountOutboundRow.
    if RowOrigRunDate is numeric and RowOrigRunDate > 0
        move 2 to VolumeCategory
    else
        move 1 to VolumeCategory
    end-if.
    if RowRunDate is not equal to PrevBatchDate or RowSequence is not equal to PrevBatchSeq
        move 'Y' to NewBatchFlag
    else
        move 'N' to NewBatchFlag
    end-if.
    move RowRunDate to PrevBatchDate.
    move RowSequence to PrevBatchSeq.
    perform ComputeRowMeasures.
    perform AddRowVolume.

ReadAuditFile.
    move 'N' to EndOfFile.
    move spaces to PrevAuditOperation.
    move spaces to PrevBatchKeyId.
    move 'N' to RetransMarkFlag.
    open input AuditTrailFile.
    if AuditFileStatus is not equal to "00"
        display "Journal d'audit " function trim(AuditFileName)
                " inaccessible, code statut : " AuditFileStatus
        add 1 to SourceMissingCount
    else
        perform until EndOfFile is equal to 'Y'
            read AuditTrailFile
                at end move 'Y' to EndOfFile
                not at end
                    perform ProcessAuditLine
            end-read
        end-perform
        close AuditTrailFile
    end-if.

ProcessAuditLine.
    move AuditRecord(25:3) to AuditOperation.
    if AuditOperation is equal to "RTB"
        move 'Y' to RetransMarkFlag
    end-if.
    if AuditOperation is equal to "RTR" and AuditRecord(1:6) is equal to PeriodText
        add 1 to RetransLinesCount
        if AuditRecord(39:3) is equal to " | "
            move AuditRecord(31:8) to RowKeyId
            move 42 to PlainColumn
        else
            move spaces to RowKeyId
            move 31 to PlainColumn
        end-if
        move AuditRecord(PlainColumn:1059) to AuditText
        move spaces to AuditPlainPart
        move spaces to AuditCipherPart
        unstring AuditText delimited by " -> "
            into AuditPlainPart AuditCipherPart
        end-unstring
        move AuditPlainPart to RowPlain
        move AuditCipherPart to RowCipher
        move 3 to VolumeCategory
        if RetransMarkFlag is equal to 'Y' or PrevAuditOperation is not equal to "RTR"
                or RowKeyId is not equal to PrevBatchKeyId
            move 'Y' to NewBatchFlag
        else
            move 'N' to NewBatchFlag
        end-if
        move 'N' to RetransMarkFlag
        move RowKeyId to PrevBatchKeyId
        perform ComputeRowMeasures
        perform AddRowVolume
    end-if.
    move AuditOperation to PrevAuditOperation.

ScanInboundMaster.
    move 'N' to EndOfFile.
    move 0 to PrevBatchSeq.
    open input InboundMasterFile.
    if InboundMasterStatus is not equal to "00"
        display "Fichier maitre des receptions inaccessible, code statut : "
                InboundMasterStatus
        add 1 to SourceMissingCount
    else
        move 0 to InboundSeq
        move 0 to InboundRecordNumber
        start InboundMasterFile key is not less than InboundMessageKey
            invalid key move 'Y' to EndOfFile
        end-start
        perform until EndOfFile is equal to 'Y'
            read InboundMasterFile next record
                at end move 'Y' to EndOfFile
                not at end
                    if InboundStamp(1:6) is equal to PeriodText
                        add 1 to InboundRowsCount
                        move InboundKeyId to RowKeyId
                        move InboundPlainText to RowPlain
                        move spaces to RowCipher
                        move 4 to VolumeCategory
                        if InboundSeq is not equal to PrevBatchSeq
                            move 'Y' to NewBatchFlag
                        else
                            move 'N' to NewBatchFlag
                        end-if
                        move InboundSeq to PrevBatchSeq
                        perform ComputeRowMeasures
                        perform AddRowVolume
                    end-if
            end-read
        end-perform
        close InboundMasterFile
    end-if.

ComputeRowMeasures.
    move 0 to PlainBlankCount.
    move 0 to CipherBlankCount.
    if RowPlain is equal to spaces
        move 0 to PlainLength
    else
        compute PlainLength = function length(function trim(RowPlain, trailing))
        inspect RowPlain(1:PlainLength) tallying PlainBlankCount for all space
    end-if.
    if RowCipher is equal to spaces
        compute DigitCount = (PlainLength - PlainBlankCount) * 2
    else
        compute CipherLength = function length(function trim(RowCipher, trailing))
        inspect RowCipher(1:CipherLength) tallying CipherBlankCount for all space
        compute DigitCount = CipherLength - CipherBlankCount
    end-if.
    if DigitCount is equal to 0
        move 1 to SegmentCount
    else
        compute SegmentCount = (DigitCount + 69) / 70
    end-if.

AddRowVolume.
    move RowKeyId to SearchKeyId.
    perform FindKeyEntry.
    if KeyFound is equal to 1
        if NewBatchFlag is equal to 'Y'
            add 1 to KeyBatches(KeyIndex, VolumeCategory)
        end-if
        add 1 to KeyMessages(KeyIndex, VolumeCategory)
        add PlainLength to KeyCharacters(KeyIndex, VolumeCategory)
        add SegmentCount to KeySegments(KeyIndex, VolumeCategory)
    end-if.

FindKeyEntry.
    move 0 to KeyFound.
    perform varying KeyIndex from 1 by 1
            until KeyIndex > KeyUsedCount or KeyFound is equal to 1
        if KeyTblId(KeyIndex) is equal to SearchKeyId
            move 1 to KeyFound
        end-if
    end-perform.
    if KeyFound is equal to 1
        subtract 1 from KeyIndex
    else
        if KeyUsedCount is equal to 300
            display "Table des cles saturee, volume non compte : " SearchKeyId
            if StatementReturnCode < 8
                move 8 to StatementReturnCode
            end-if
        else
            add 1 to KeyUsedCount
            move KeyUsedCount to KeyIndex
            move SearchKeyId to KeyTblId(KeyIndex)
            move 0 to KeyPartnerIndex(KeyIndex)
            perform varying CategoryIndex from 1 by 1 until CategoryIndex > 4
                move 0 to KeyBatches(KeyIndex, CategoryIndex)
                move 0 to KeyMessages(KeyIndex, CategoryIndex)
                move 0 to KeyCharacters(KeyIndex, CategoryIndex)
                move 0 to KeySegments(KeyIndex, CategoryIndex)
            end-perform
            move 1 to KeyFound
        end-if
    end-if.

AssignKeysToPartners.
    perform varying KeyIndex from 1 by 1 until KeyIndex > KeyUsedCount
        move 0 to PartnerFound
        if KeyTblId(KeyIndex) is not equal to spaces
            perform varying PartnerIndex from 1 by 1
                    until PartnerIndex > PartnerUsedCount or PartnerFound is equal to 1
                perform varying PartnerKeyIndex from 1 by 1
                        until PartnerKeyIndex > 5 or PartnerFound is equal to 1
                    if PartTblKeyId(PartnerIndex, PartnerKeyIndex) is equal to KeyTblId(KeyIndex)
                        move 1 to PartnerFound
                        move PartnerIndex to KeyPartnerIndex(KeyIndex)
                    end-if
                end-perform
            end-perform
        end-if
        perform varying CategoryIndex from 1 by 1 until CategoryIndex > 4
            if PartnerFound is equal to 1
                move KeyPartnerIndex(KeyIndex) to PartnerIndex
                add KeyBatches(KeyIndex, CategoryIndex)
                    to PartBatches(PartnerIndex, CategoryIndex)
                add KeyMessages(KeyIndex, CategoryIndex)
                    to PartMessages(PartnerIndex, CategoryIndex)
                add KeyCharacters(KeyIndex, CategoryIndex)
                    to PartCharacters(PartnerIndex, CategoryIndex)
                add KeySegments(KeyIndex, CategoryIndex)
                    to PartSegments(PartnerIndex, CategoryIndex)
                add KeyBatches(KeyIndex, CategoryIndex) to TotBatches(CategoryIndex)
                add KeyMessages(KeyIndex, CategoryIndex) to TotMessages(CategoryIndex)
                add KeyCharacters(KeyIndex, CategoryIndex) to TotCharacters(CategoryIndex)
                add KeySegments(KeyIndex, CategoryIndex) to TotSegments(CategoryIndex)
            else
                add KeyBatches(KeyIndex, CategoryIndex) to UnaBatches(CategoryIndex)
                add KeyMessages(KeyIndex, CategoryIndex) to UnaMessages(CategoryIndex)
                add KeyCharacters(KeyIndex, CategoryIndex) to UnaCharacters(CategoryIndex)
                add KeySegments(KeyIndex, CategoryIndex) to UnaSegments(CategoryIndex)
            end-if
        end-perform
        if PartnerFound is equal to 0
            add 1 to UnassignedKeyCount
            display "Cle " KeyTblId(KeyIndex) " absente de l'annuaire, volumes non factures."
        end-if
    end-perform.

OpenOutputFiles.
    open output StatementFile.
    if StatementStatus is not equal to "00"
        display "Releve " function trim(StatementFileName)
                " inaccessible, code statut : " StatementStatus
        move 'Y' to StopFlag
        move 8 to StatementReturnCode
    else
        open output ChargebackFile
        if ChargebackStatus is not equal to "00"
            display "Fichier de refacturation " function trim(ChargebackFileName)
                    " inaccessible, code statut : " ChargebackStatus
            close StatementFile
            move 'Y' to StopFlag
            move 8 to StatementReturnCode
        end-if
    end-if.

PrintPartnerStatement.
    move spaces to LineText.
    string "POLYBE - RELEVE MENSUEL DES VOLUMES PARTENAIRE     Periode : " PeriodText
           "     Edite le : " RunStamp
        delimited by size into LineText.
    perform PrintLine.
    move spaces to LineText.
    string "Partenaire : " PartTblCode(PartnerIndex) delimited by size into LineText.
    perform PrintLine.
    perform PrintLine.
    perform PrintColumnHeadings.
    move 0 to PartnerKeyListed.
    perform varying KeyIndex from 1 by 1 until KeyIndex > KeyUsedCount
        if KeyPartnerIndex(KeyIndex) is equal to PartnerIndex
            add 1 to PartnerKeyListed
            move KeyTblId(KeyIndex) to KeyColumn
            perform varying CategoryIndex from 1 by 1 until CategoryIndex > 4
                move KeyBatches(KeyIndex, CategoryIndex) to VolBatches
                move KeyMessages(KeyIndex, CategoryIndex) to VolMessages
                move KeyCharacters(KeyIndex, CategoryIndex) to VolCharacters
                move KeySegments(KeyIndex, CategoryIndex) to VolSegments
                perform PrintVolumeLine
                move spaces to KeyColumn
            end-perform
        end-if
    end-perform.
    if PartnerKeyListed is equal to 0
        move "  Aucune activite sur la periode." to LineText
        perform PrintLine
    end-if.
    perform PrintLine.
    move "TOTAL" to KeyColumn.
    perform varying CategoryIndex from 1 by 1 until CategoryIndex > 4
        move PartBatches(PartnerIndex, CategoryIndex) to VolBatches
        move PartMessages(PartnerIndex, CategoryIndex) to VolMessages
        move PartCharacters(PartnerIndex, CategoryIndex) to VolCharacters
        move PartSegments(PartnerIndex, CategoryIndex) to VolSegments
        perform PrintVolumeLine
        move spaces to KeyColumn
    end-perform.
    perform PrintSignOff.

PrintColumnHeadings.
    move "Cle      Nature             Lots  Messages  Caracteres  Segments" to LineText.
    perform PrintLine.
    move "-------- ---------------- ------ -------- ---------- --------" to LineText.
    perform PrintLine.

PrintVolumeLine.
    evaluate CategoryIndex
        when 1
            move "Emis" to CategoryLabel
        when 2
            move "Re-emis (recle)" to CategoryLabel
        when 3
            move "Retransmis" to CategoryLabel
        when 4
            move "Recus" to CategoryLabel
    end-evaluate.
    move spaces to LineText.
    string KeyColumn " " CategoryLabel " " VolBatches " " VolMessages " "
           VolCharacters " " VolSegments
        delimited by size into LineText.
    perform PrintLine.

PrintSignOff.
    perform PrintLine.
    move spaces to LineText.
    string "Etabli par : " PreparedBy "  le " RunStamp(1:8)
        delimited by size into LineText.
    perform PrintLine.
    move "Visa finance : ______________________________  Date : __________" to LineText.
    perform PrintLine.
    move all "=" to LineText.
    perform PrintLine.
    move spaces to LineText.
    perform PrintLine.

PrintControlPage.
    move spaces to LineText.
    string "POLYBE - RELEVE MENSUEL - TOTAUX DE CONTROLE     Periode : " PeriodText
           "     Edite le : " RunStamp
        delimited by size into LineText.
    perform PrintLine.
    move spaces to LineText.
    string "Fichier de refacturation : " function trim(ChargebackFileName)
           "   partenaires : " PartnerUsedCount
        delimited by size into LineText.
    perform PrintLine.
    perform PrintLine.
    perform PrintColumnHeadings.
    move "TOTAL" to KeyColumn.
    perform varying CategoryIndex from 1 by 1 until CategoryIndex > 4
        move TotBatches(CategoryIndex) to VolBatches
        move TotMessages(CategoryIndex) to VolMessages
        move TotCharacters(CategoryIndex) to VolCharacters
        move TotSegments(CategoryIndex) to VolSegments
        perform PrintVolumeLine
        move spaces to KeyColumn
    end-perform.
    if UnassignedKeyCount > 0
        perform PrintLine
        move spaces to LineText
        string "Volumes sur " UnassignedKeyCount
               " cle(s) hors annuaire, non factures :"
            delimited by size into LineText
        perform PrintLine
        move "HORS ANN" to KeyColumn
        perform varying CategoryIndex from 1 by 1 until CategoryIndex > 4
            move UnaBatches(CategoryIndex) to VolBatches
            move UnaMessages(CategoryIndex) to VolMessages
            move UnaCharacters(CategoryIndex) to VolCharacters
            move UnaSegments(CategoryIndex) to VolSegments
            perform PrintVolumeLine
            move spaces to KeyColumn
        end-perform
    end-if.
    if SourceMissingCount > 0
        perform PrintLine
        move spaces to LineText
        string "ATTENTION : " SourceMissingCount " source(s) inaccessible(s), releve incomplet."
            delimited by size into LineText
        perform PrintLine
    end-if.
    perform PrintSignOff.

PrintLine.
    write StatementLine from LineText.
    move spaces to LineText.

WriteChargebackDetail.
    move 'D' to ChgRecordType.
    move Period to ChgPeriod.
    move PartTblCode(PartnerIndex) to ChgPartnerCode.
    move PartBatches(PartnerIndex, 1) to ChgOutBatches.
    move PartMessages(PartnerIndex, 1) to ChgOutMessages.
    move PartCharacters(PartnerIndex, 1) to ChgOutCharacters.
    move PartSegments(PartnerIndex, 1) to ChgOutSegments.
    move PartBatches(PartnerIndex, 2) to ChgResentBatches.
    move PartMessages(PartnerIndex, 2) to ChgResentMessages.
    move PartCharacters(PartnerIndex, 2) to ChgResentCharacters.
    move PartSegments(PartnerIndex, 2) to ChgResentSegments.
    move PartBatches(PartnerIndex, 3) to ChgRetransBatches.
    move PartMessages(PartnerIndex, 3) to ChgRetransMessages.
    move PartCharacters(PartnerIndex, 3) to ChgRetransCharacters.
    move PartSegments(PartnerIndex, 3) to ChgRetransSegments.
    move PartBatches(PartnerIndex, 4) to ChgInBatches.
    move PartMessages(PartnerIndex, 4) to ChgInMessages.
    move PartCharacters(PartnerIndex, 4) to ChgInCharacters.
    move PartSegments(PartnerIndex, 4) to ChgInSegments.
    move 0 to ChgDetailCount.
    move RunStamp to ChgRunStamp.
    write ChargebackRecord.
    add 1 to DetailWrittenCount.

WriteChargebackControl.
    move 'T' to ChgRecordType.
    move Period to ChgPeriod.
    move "TOTAL" to ChgPartnerCode.
    move TotBatches(1) to ChgOutBatches.
    move TotMessages(1) to ChgOutMessages.
    move TotCharacters(1) to ChgOutCharacters.
    move TotSegments(1) to ChgOutSegments.
    move TotBatches(2) to ChgResentBatches.
    move TotMessages(2) to ChgResentMessages.
    move TotCharacters(2) to ChgResentCharacters.
    move TotSegments(2) to ChgResentSegments.
    move TotBatches(3) to ChgRetransBatches.
    move TotMessages(3) to ChgRetransMessages.
    move TotCharacters(3) to ChgRetransCharacters.
    move TotSegments(3) to ChgRetransSegments.
    move TotBatches(4) to ChgInBatches.
    move TotMessages(4) to ChgInMessages.
    move TotCharacters(4) to ChgInCharacters.
    move TotSegments(4) to ChgInSegments.
    move DetailWrittenCount to ChgDetailCount.
    move RunStamp to ChgRunStamp.
    write ChargebackRecord.
