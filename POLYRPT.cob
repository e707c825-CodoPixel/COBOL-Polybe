environment division.
input-output section.
file-control.
    select AuditTrailFile assign to AuditFileName
        organization is line sequential
        file status is AuditFileStatus.
    select GenerationIndexFile assign to "POLYGEN.DAT"
        organization is line sequential
        file status is GenIndexStatus.
data division.
file section.
fd AuditTrailFile.
copy POLYAUD.
fd GenerationIndexFile.
copy POLYGEN.

working-storage section.
01 AuditFileStatus pic XX value "00".
01 TotalDecryptCount pic 9(6) value 0.
01 TotalOtherCount pic 9(6) value 0.
01 TotalLengthSum pic 9(9) value 0.
01 AuditFileName pic X(100) value spaces.
01 GenIndexStatus pic XX value "00".
01 EndOfGenIndex pic X value 'N'.
01 GenSelectFlag pic X value 'N'.
01 AuditFileIndex pic 999 value 0.
01 AuditFileFound pic 9 value 0.
01 AuditFileTable.
    05 AuditFileUsedCount pic 999 value 0.
    05 AuditFileEntry occurs 400.
        10 AuditFileListName pic X(100).
        10 AuditFileListSelect pic X.
01 DayTable.
    05 DayUsedCount pic 999 value 0.
    05 DayEntry occurs 200.
accept FromDate.
display "Date de fin   (AAAAMMJJ, vide = toutes) : " with no advancing.
accept ToDate.
perform SelectAuditFiles.
display " ".
display "Detail des operations selectionnees :".
perform varying AuditFileIndex from 1 by 1 until AuditFileIndex > AuditFileUsedCount
    if AuditFileListSelect(AuditFileIndex) is equal to 'Y'
        move AuditFileListName(AuditFileIndex) to AuditFileName
        perform ReadAuditFile
    end-if
end-perform.
perform DisplayDailySummary.
stop run.

SelectAuditFiles.
    move 0 to AuditFileUsedCount.
    move 'N' to EndOfGenIndex.
    open input GenerationIndexFile.
    if GenIndexStatus is equal to "00"
        perform until EndOfGenIndex is equal to 'Y'
            read GenerationIndexFile
                at end move 'Y' to EndOfGenIndex
                not at end
                    if GenKind is equal to "AUDT"
                        move 'Y' to GenSelectFlag
                        if FromDate is not equal to spaces and GenLastDate < FromDate
                            move 'N' to GenSelectFlag
                        end-if
                        if ToDate is not equal to spaces and GenFirstDate > ToDate
                            move 'N' to GenSelectFlag
                        end-if
                        move GenFile to AuditFileName
                        perform AddAuditFile
                    end-if
            end-read
        end-perform
        close GenerationIndexFile
    else
        if GenIndexStatus is not equal to "35"
            display "Index des generations inaccessible, code statut : " GenIndexStatus
        end-if
    end-if.
    move "POLYAUDIT.LOG" to AuditFileName.
    move 'Y' to GenSelectFlag.
    perform AddAuditFile.

AddAuditFile.
    move 0 to AuditFileFound.
    perform varying AuditFileIndex from 1 by 1
            until AuditFileIndex > AuditFileUsedCount or AuditFileFound is equal to 1
        if AuditFileListName(AuditFileIndex) is equal to AuditFileName
            move 1 to AuditFileFound
            move GenSelectFlag to AuditFileListSelect(AuditFileIndex)
        end-if
    end-perform.
    if AuditFileFound is equal to 0
        if AuditFileUsedCount is equal to 400
            display "Table des generations saturee, fichier ignore : "
                    function trim(AuditFileName)
        else
            add 1 to AuditFileUsedCount
            move AuditFileName to AuditFileListName(AuditFileUsedCount)
            move GenSelectFlag to AuditFileListSelect(AuditFileUsedCount)
        end-if
    end-if.

ReadAuditFile.
    move 'N' to EndOfAudit.
    open input AuditTrailFile.
    if AuditFileStatus is not equal to "00"
        display "Journal d'audit " function trim(AuditFileName)
                " inaccessible, code statut : " AuditFileStatus
    else
        perform until EndOfAudit is equal to 'Y'
            read AuditTrailFile
                at end move 'Y' to EndOfAudit
                not at end
                    add 1 to LinesReadCount
                    perform ProcessAuditLine
            end-read
        end-perform
        close AuditTrailFile
    end-if.

ProcessAuditLine.
    if AuditRecord(1:8) is not numeric
        display "Ligne d'audit illisible ignoree."
