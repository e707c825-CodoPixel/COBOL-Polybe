environment division.
input-output section.
file-control.
    select TransmissionFile assign to SentFileName
        organization is line sequential
        file status is TransmissionFileStatus.
    select PartnerFile assign to "POLYPART.DAT"
        organization is line sequential
        file status is PartnerFileStatus.
    select AckFile assign to AckFileName
        organization is line sequential
        file status is AckFileStatus.
    select GenerationIndexFile assign to "POLYGEN.DAT"
        organization is line sequential
        file status is GenIndexStatus.
data division.
file section.
fd TransmissionFile.
01 TransmissionInRecord pic X(80).
fd AckFile.
copy POLYACK.
fd PartnerFile.
copy POLYPRT.
fd GenerationIndexFile.
copy POLYGEN.

working-storage section.
01 TransmissionFileStatus pic XX value "00".
01 MissingBatchCount pic 9(6) value 0.
01 PendingBatchCount pic 9(6) value 0.
01 OrphanAckCount pic 9(6) value 0.
01 TransmissionFileName pic X(100) value "POLYTRAN.DAT".
01 PartnerFileStatus pic XX value "00".
01 EndOfPartnerFile pic X value 'N'.
01 PartnerFoundFlag pic X value 'N'.
01 PartnerCodeText pic X(8) value spaces.
01 StopFlag pic X value 'N'.
01 SentFileName pic X(100) value spaces.
01 GenIndexStatus pic XX value "00".
01 EndOfGenIndex pic X value 'N'.
01 FromDateText pic X(8) value spaces.
01 FromDate pic X(8) value spaces.
01 WindowDays pic 9(3) value 90.
01 OutOfRangeAckCount pic 9(6) value 0.
01 SentFileIndex pic 999 value 0.
01 SentFileFound pic 9 value 0.
01 GenSelectFlag pic X value 'N'.
01 SentFileTable.
    05 SentFileUsedCount pic 999 value 0.
    05 SentFileEntry occurs 200.
        10 SentFileListName pic X(100).
        10 SentFileListSelect pic X.
01 SentTable.
    05 SentUsedCount pic 999 value 0.
    05 SentEntry occurs 500.
procedure division.
display "Rapprochement des accuses de reception partenaire".
display "-------------------------------------------------".
display "Code partenaire (vide = POLYTRAN.DAT) : " with no advancing.
accept PartnerCodeText.
move function upper-case(PartnerCodeText) to PartnerCodeText.
if PartnerCodeText is not equal to spaces
    perform LoadPartnerEntry
end-if.
if StopFlag is not equal to 'Y'
    display "Fichier des accuses de reception : " with no advancing
    accept AckFileName
    display "Delai d'alerte en jours (vide = " DelayDays ") : " with no advancing
    accept DelayDaysText
    if DelayDaysText is not equal to spaces
        compute DelayDays = function numval(DelayDaysText)
    end-if
    compute TodayInteger = function integer-of-date(
        function numval(function current-date(1:8)))
    display "Lots emis depuis le (AAAAMMJJ, vide = " WindowDays " derniers jours) : "
        with no advancing
    accept FromDateText
    if FromDateText is equal to spaces
        move function date-of-integer(TodayInteger - WindowDays) to FromDate
    else
        if FromDateText is not numeric
            display "Date invalide (AAAAMMJJ attendu), rapprochement abandonne."
            move 'Y' to StopFlag
        else
            if function test-date-yyyymmdd(function numval(FromDateText)) is not equal to 0
                display "Date invalide (AAAAMMJJ attendu), rapprochement abandonne."
                move 'Y' to StopFlag
            else
                move FromDateText to FromDate
            end-if
        end-if
    end-if
end-if.
if StopFlag is not equal to 'Y'
    perform SelectSentFiles
    perform varying SentFileIndex from 1 by 1 until SentFileIndex > SentFileUsedCount
        if SentFileListSelect(SentFileIndex) is equal to 'Y'
            move SentFileListName(SentFileIndex) to SentFileName
            perform LoadSentBatches
        end-if
    end-perform
    display "Lots emis retrouves : " SentUsedCount
    perform MatchAcknowledgements
    perform ReportAckedBatches
    perform ReportMissingBatches
    display " "
    if PartnerCodeText is not equal to spaces
        display "Partenaire               : " PartnerCodeText
    end-if
    display "Accuses lus              : " AcksReadCount
    display "Lots accuses             : " AckedBatchCount
    display "Lots sans accuse (alerte): " MissingBatchCount
    display "Lots en attente          : " PendingBatchCount
    display "Accuses orphelins        : " OrphanAckCount
    display "Accuses hors periode     : " OutOfRangeAckCount
end-if.
stop run.

LoadPartnerEntry.
    move 'N' to PartnerFoundFlag.
    move 'N' to EndOfPartnerFile.
    open input PartnerFile.
    if PartnerFileStatus is not equal to "00"
        display "Annuaire des partenaires inaccessible, code statut : "
                PartnerFileStatus
    else
        perform until EndOfPartnerFile is equal to 'Y'
            read PartnerFile
                at end move 'Y' to EndOfPartnerFile
                not at end
                    if PartnerCode is equal to PartnerCodeText
                        move 'Y' to PartnerFoundFlag
                        move 'Y' to EndOfPartnerFile
                        if PartnerTransmissionFile is not equal to spaces
                            move PartnerTransmissionFile to TransmissionFileName
                        end-if
                        if PartnerAckDelay is numeric and PartnerAckDelay > 0
                            move PartnerAckDelay to DelayDays
                        end-if
                    end-if
            end-read
        end-perform
        close PartnerFile
    end-if.
    if PartnerFoundFlag is equal to 'Y'
        display "Partenaire " PartnerCodeText ", fichier "
                function trim(TransmissionFileName) ", delai " DelayDays " jours."
    else
        display "Partenaire " PartnerCodeText " inconnu, rapprochement abandonne."
        move 'Y' to StopFlag
    end-if.

SelectSentFiles.
    move 0 to SentFileUsedCount.
    move 0 to SentUsedCount.
    move 'N' to EndOfGenIndex.
    open input GenerationIndexFile.
    if GenIndexStatus is equal to "00"
        perform until EndOfGenIndex is equal to 'Y'
            read GenerationIndexFile
                at end move 'Y' to EndOfGenIndex
                not at end
                    if GenKind is equal to "TRAN"
                            and GenCurrentFile is equal to TransmissionFileName
                        move 'N' to GenSelectFlag
                        if GenLastDate is not less than FromDate
                            move 'Y' to GenSelectFlag
                        end-if
                        move GenFile to SentFileName
                        perform AddSentFile
                    end-if
            end-read
        end-perform
        close GenerationIndexFile
    else
        if GenIndexStatus is not equal to "35"
            display "Index des generations inaccessible, code statut : " GenIndexStatus
        end-if
    end-if.
    move TransmissionFileName to SentFileName.
    move 'Y' to GenSelectFlag.
    perform AddSentFile.

AddSentFile.
    move 0 to SentFileFound.
    perform varying SentFileIndex from 1 by 1
            until SentFileIndex > SentFileUsedCount or SentFileFound is equal to 1
        if SentFileListName(SentFileIndex) is equal to SentFileName
            move 1 to SentFileFound
            move GenSelectFlag to SentFileListSelect(SentFileIndex)
        end-if
    end-perform.
    if SentFileFound is equal to 0
        if SentFileUsedCount is equal to 200
            display "Table des fichiers saturee, fichier ignore : "
                    function trim(SentFileName)
        else
            add 1 to SentFileUsedCount
            move SentFileName to SentFileListName(SentFileUsedCount)
            move GenSelectFlag to SentFileListSelect(SentFileUsedCount)
        end-if
    end-if.

LoadSentBatches.
    move 'N' to EndOfTransmission.
    open input TransmissionFile.
    if TransmissionFileStatus is not equal to "00"
        display "Fichier de transmission " function trim(SentFileName)
                " inaccessible, code statut : " TransmissionFileStatus
    else
        perform until EndOfTransmission is equal to 'Y'
            read TransmissionFile
                at end move 'Y' to EndOfTransmission
                not at end
                    if TransmissionInRecord(1:1) is equal to "H"
                            and TransmissionInRecord(8:8) is not less than FromDate
                        move TransmissionInRecord(2:6) to HeaderSeqWork
                        move 0 to SentFound
                        perform varying SentIndex from 1 by 1
        end-perform
        close TransmissionFile
    end-if.

MatchAcknowledgements.
    move 'N' to EndOfAckFile.
                            move AckCount to SentAckCount(SentIndex)
                        end-if
                    end-perform
                    if SentFound is equal to 0 and AckDate < FromDate
                        add 1 to OutOfRangeAckCount
                        move 1 to SentFound
                    end-if
                    if SentFound is equal to 0
                        add 1 to OrphanAckCount
                        display "  sequence " AckSequence " du " AckDate
