    select ArchiveFile assign to ArchiveFileName
        organization is line sequential
        file status is ArchiveFileStatus.
    select LogCurrentFile assign to LogCurrentName
        organization is line sequential
        file status is LogCurrentStatus.
    select LogArchiveFile assign to LogArchiveName
        organization is line sequential
        file status is LogArchiveStatus.
    select LogWorkFile assign to LogWorkName
        organization is line sequential
        file status is LogWorkStatus.
    select ChainAnchorFile assign to "POLYANCR.DAT"
        organization is line sequential
        file status is ChainAnchorStatus.
    select GenerationIndexFile assign to "POLYGEN.DAT"
        organization is line sequential
        file status is GenIndexStatus.
    select RunLockFile assign to "POLYLOCK.DAT"
        organization is line sequential
        file status is RunLockStatus.
data division.
file section.
fd MessageMasterFile.
copy POLYMST.
fd ArchiveFile.
01 ArchiveRecord pic X(1193).
fd LogCurrentFile.
01 LogCurrentRecord pic X(1118).
fd LogArchiveFile.
01 LogArchiveRecord pic X(1118).
fd LogWorkFile.
01 LogWorkRecord pic X(1118).
fd ChainAnchorFile.
copy POLYANC.
fd GenerationIndexFile.
copy POLYGEN.
fd RunLockFile.
copy POLYLCK.

working-storage section.
01 RunLockStatus pic XX value "00".
01 LockBusyFlag pic X value 'N'.
01 LockHeldFlag pic X value 'N'.
01 MasterFileStatus pic XX value "00".
01 ArchiveFileStatus pic XX value "00".
01 ArchiveFileName pic X(100) value spaces.
01 CutoffText pic X(8) value spaces.
01 CutoffDate pic 9(8) value 0.
01 ArchivedCount pic 9(6) value 0.
01 ArchivedPriorCount pic 9(6) value 0.
01 RemainingCount pic 9(6) value 0.
01 RetrieveDateText pic X(8) value spaces.
01 RetrieveSequenceText pic X(6) value spaces.
01 SearchRunSequence pic 9(6) value 0.
01 SearchRecordNumber pic 9(6) value 0.
01 ArchiveFoundFlag pic X value 'N'.
01 LogCurrentStatus pic XX value "00".
01 LogArchiveStatus pic XX value "00".
01 LogWorkStatus pic XX value "00".
01 ChainAnchorStatus pic XX value "00".
01 LogCurrentName pic X(100) value spaces.
01 LogArchiveName pic X(100) value spaces.
01 LogWorkName pic X(100) value spaces.
01 LogChainColumn pic 9(4) value 0.
01 LogArchivingFlag pic X value 'N'.
01 EndOfLog pic X value 'N'.
01 EndOfAnchorFile pic X value 'N'.
01 LogArchivedCount pic 9(8) value 0.
01 LogPriorCount pic 9(8) value 0.
01 LogKeptCount pic 9(8) value 0.
01 LogReloadedFlag pic X value 'N'.
01 LogLowDate pic X(8) value spaces.
01 LogHighDate pic X(8) value spaces.
01 ChainLogName pic X(8) value spaces.
01 ChainSequence pic 9(8) value 0.
01 ChainValue pic 9(10) value 0.
01 GenIndexStatus pic XX value "00".
01 ArchivedLowDate pic 9(8) value 0.
01 ArchivedHighDate pic 9(8) value 0.
01 ArchivedLowSequence pic 9(6) value 0.
01 ArchivedHighSequence pic 9(6) value 0.
01 ArchiveRecordArea.
    05 ArchiveRunDate pic 9(8).
    05 ArchiveRunSequence pic 9(6).
    05 ArchiveInputFile pic X(100).
    05 ArchivePlainText pic X(256).
    05 ArchiveCipherText pic X(768).
    05 ArchiveOrigRunDate pic 9(8).
    05 ArchiveOrigSequence pic 9(6).
    05 ArchiveOrigRecordNumber pic 9(6).

procedure division.
display "Archivage du fichier maitre des messages Polybe".
display "-----------------------------------------------".
move 'N' to QuitFlag.
perform AcquireRunLock.
perform until QuitFlag is equal to 'Y'
    display " "
    display "Menu : (P) Purger  (L) Purger les journaux  (C) Consulter une archive  (Q) Quitter"
    display "Choix : " with no advancing
    accept MenuChoice
    move function upper-case(MenuChoice) to MenuChoice
    evaluate MenuChoice
        when "P"
            perform PurgeMaster
        when "L"
            perform PurgeLogs
        when "C"
            perform RetrieveArchivedMessage
        when "Q"
            display "Choix invalide."
    end-evaluate
end-perform.
perform ReleaseRunLock.
stop run.

AcquireRunLock.
    move 'N' to LockHeldFlag.
    move 'N' to LockBusyFlag.
    open input RunLockFile.
    if RunLockStatus is equal to "00"
        read RunLockFile
            at end
                continue
            not at end
                if LockProgram is not equal to spaces
                    move 'Y' to LockBusyFlag
                end-if
        end-read
        close RunLockFile
    else
        if RunLockStatus is not equal to "35"
            display "Fichier de verrou inaccessible, code statut : " RunLockStatus
            move 'Y' to LockBusyFlag
        end-if
    end-if.
    if LockBusyFlag is equal to 'Y'
        if RunLockStatus is equal to "00"
            display "Polybe est verrouille par " function trim(LockProgram)
                    ", mode " LockMode ", utilisateur " function trim(LockUser)
                    ", depuis le " LockStamp
        end-if
        display "Traitement refuse. Un verrou orphelin se leve depuis le menu de Polybe."
        move 16 to return-code
        move 'Y' to QuitFlag
    else
        open output RunLockFile
        if RunLockStatus is not equal to "00"
            display "Pose du verrou impossible, code statut : " RunLockStatus
            move 16 to return-code
            move 'Y' to QuitFlag
        else
            move "PolybeArchive" to LockProgram
            move 'A' to LockMode
            accept LockUser from environment "USER"
            if LockUser is equal to spaces
                move "INCONNU" to LockUser
            end-if
            move function current-date(1:14) to LockStamp
            write RunLockRecord
            close RunLockFile
            move 'Y' to LockHeldFlag
        end-if
    end-if.

ReleaseRunLock.
    if LockHeldFlag is equal to 'Y'
        open output RunLockFile
        if RunLockStatus is equal to "00"
            close RunLockFile
        else
            display "Liberation du verrou impossible, code statut : " RunLockStatus
        end-if
        move 'N' to LockHeldFlag
    end-if.

PurgeMaster.
    display "Date limite (AAAAMMJJ, tout lot anterieur est archive) : "
        with no advancing.
            delimited by size into ArchiveFileName
        move 0 to ArchivedCount
        move 0 to RemainingCount
        move 0 to ArchivedLowDate
        move 0 to ArchivedHighDate
        move 0 to ArchivedLowSequence
        move 0 to ArchivedHighSequence
        perform ScanPriorArchive
        open i-o MessageMasterFile
        if MasterFileStatus is not equal to "00"
            display "Fichier maitre des messages inaccessible, code statut : "
                end-perform
                close ArchiveFile
                close MessageMasterFile
                if ArchivedCount > 0
                    perform WriteArchiveIndex
                end-if
                display " "
                display "----- Compte rendu de la purge -----"
                display "Date limite               : " CutoffDate
    move MasterInputFile to ArchiveInputFile.
    move MasterPlainText to ArchivePlainText.
    move MasterCipherText to ArchiveCipherText.
    move MasterOrigRunDate to ArchiveOrigRunDate.
    move MasterOrigSequence to ArchiveOrigSequence.
    move MasterOrigRecordNumber to ArchiveOrigRecordNumber.
    move ArchiveRecordArea to ArchiveRecord.
    write ArchiveRecord.
    if ArchiveFileStatus is not equal to "00"
                        MasterRunSequence " / " MasterRecordNumber
        end-delete
        add 1 to ArchivedCount
        perform AddArchivedRange
    end-if.

ScanPriorArchive.
    move 0 to ArchivedPriorCount.
    open input ArchiveFile.
    if ArchiveFileStatus is equal to "00"
        move 'N' to EndOfArchive
        perform until EndOfArchive is equal to 'Y'
            read ArchiveFile
                at end move 'Y' to EndOfArchive
                not at end
                    move ArchiveRecord to ArchiveRecordArea
                    add 1 to ArchivedPriorCount
                    perform AddArchivedRange
            end-read
        end-perform
        close ArchiveFile
    end-if.

AddArchivedRange.
    if ArchivedLowDate is equal to 0 or ArchiveRunDate < ArchivedLowDate
        move ArchiveRunDate to ArchivedLowDate
    end-if.
    if ArchiveRunDate > ArchivedHighDate
        move ArchiveRunDate to ArchivedHighDate
    end-if.
    if ArchivedLowSequence is equal to 0 or ArchiveRunSequence < ArchivedLowSequence
        move ArchiveRunSequence to ArchivedLowSequence
    end-if.
    if ArchiveRunSequence > ArchivedHighSequence
        move ArchiveRunSequence to ArchivedHighSequence
    end-if.

RetrieveArchivedMessage.
            display "  Entree     : " function trim(ArchiveInputFile)
            display "  Clair      : " function trim(ArchivePlainText)
            display "  Chiffre    : " function trim(ArchiveCipherText)
            if ArchiveOrigRunDate is numeric and ArchiveOrigRunDate > 0
                display "  Recle de   : " ArchiveOrigRunDate " / "
                        ArchiveOrigSequence " / " ArchiveOrigRecordNumber
            end-if
        else
            display "Message introuvable dans l'archive : " SearchRunDate
                    " / " SearchRunSequence " / " SearchRecordNumber
        end-if
    end-if.

WriteArchiveIndex.
    open extend GenerationIndexFile.
    if GenIndexStatus is equal to "35"
        open output GenerationIndexFile
    end-if.
    if GenIndexStatus is not equal to "00"
        display "Index des generations inaccessible, code statut : " GenIndexStatus
    else
        move "ARCH" to GenKind
        move CutoffDate to GenDate
        move "POLYMSTR.DAT" to GenCurrentFile
        move ArchiveFileName to GenFile
        move ArchivedLowSequence to GenFirstSequence
        move ArchivedHighSequence to GenLastSequence
        move ArchivedLowDate to GenFirstDate
        move ArchivedHighDate to GenLastDate
        compute GenRecordCount = ArchivedCount + ArchivedPriorCount
        move function current-date(1:14) to GenStamp
        write GenerationRecord
        close GenerationIndexFile
    end-if.

PurgeLogs.
    display "Date limite (AAAAMMJJ, toute ligne anterieure est archivee) : "
        with no advancing.
    accept CutoffText.
    if CutoffText is not numeric
        display "Date invalide, purge abandonnee."
    else
        move CutoffText to CutoffDate
        move "AUDIT" to ChainLogName
        move "POLYAUDIT.LOG" to LogCurrentName
        move spaces to LogArchiveName
        string "POLYAUDIT.P" CutoffText ".LOG" delimited by size into LogArchiveName
        move "POLYAUDIT.TMP" to LogWorkName
        move 1101 to LogChainColumn
        perform PurgeOneLog
        move "KLOG" to ChainLogName
        move "POLYKLOG.DAT" to LogCurrentName
        move spaces to LogArchiveName
        string "POLYKLOG.P" CutoffText ".DAT" delimited by size into LogArchiveName
        move "POLYKLOG.TMP" to LogWorkName
        move 121 to LogChainColumn
        perform PurgeOneLog
    end-if.

PurgeOneLog.
    move 0 to LogArchivedCount.
    move 0 to LogKeptCount.
    move spaces to LogLowDate.
    move spaces to LogHighDate.
    perform ScanPriorLogArchive.
    perform LoadChainAnchor.
    open input LogCurrentFile.
    if LogCurrentStatus is not equal to "00"
        display "Journal " function trim(LogCurrentName)
                " inaccessible, code statut : " LogCurrentStatus
    else
        open output LogWorkFile
        open extend LogArchiveFile
        if LogArchiveStatus is equal to "35"
            open output LogArchiveFile
        end-if
        if LogWorkStatus is not equal to "00" or LogArchiveStatus is not equal to "00"
            display "Fichiers de purge inaccessibles, codes statut : "
                    LogWorkStatus " " LogArchiveStatus
            close LogCurrentFile
        else
            move 'Y' to LogArchivingFlag
            move 'N' to EndOfLog
            perform until EndOfLog is equal to 'Y'
                read LogCurrentFile
                    at end move 'Y' to EndOfLog
                    not at end
                        if LogArchivingFlag is equal to 'Y'
                                and LogCurrentRecord(1:8) is numeric
                                and LogCurrentRecord(1:8) < CutoffText
                            write LogArchiveRecord from LogCurrentRecord
                            add 1 to LogArchivedCount
                            if LogLowDate is equal to spaces
                                    or LogCurrentRecord(1:8) < LogLowDate
                                move LogCurrentRecord(1:8) to LogLowDate
                            end-if
                            if LogHighDate is equal to spaces
                                    or LogCurrentRecord(1:8) > LogHighDate
                                move LogCurrentRecord(1:8) to LogHighDate
                            end-if
                            if LogCurrentRecord(LogChainColumn:8) is numeric
                                    and LogCurrentRecord(LogChainColumn + 8:10) is numeric
                                move LogCurrentRecord(LogChainColumn:8) to ChainSequence
                                move LogCurrentRecord(LogChainColumn + 8:10) to ChainValue
                            end-if
                        else
                            move 'N' to LogArchivingFlag
                            write LogWorkRecord from LogCurrentRecord
                            add 1 to LogKeptCount
                        end-if
                end-read
            end-perform
            close LogCurrentFile
            close LogWorkFile
            close LogArchiveFile
            if LogArchivedCount > 0
                perform ReloadCurrentLog
                if LogReloadedFlag is equal to 'Y'
                    perform WriteChainAnchor
                    if ChainLogName is equal to "AUDIT"
                        perform WriteLogIndex
                    end-if
                else
                    display "Purge de " function trim(LogCurrentName)
                            " inachevee : ancrage non ecrit, les lignes archivees dans "
                            function trim(LogArchiveName)
                    display "doivent etre retirees avant une nouvelle purge."
                end-if
            end-if
            display " "
            display "----- Purge du journal " function trim(LogCurrentName) " -----"
            display "Date limite               : " CutoffText
            display "Lignes archivees          : " LogArchivedCount
            display "Lignes conservees         : " LogKeptCount
            display "Ancrage du chainage       : sequence " ChainSequence
                    ", valeur " ChainValue
            display "Fichier d'archive         : " function trim(LogArchiveName)
        end-if
    end-if.

ScanPriorLogArchive.
    move 0 to LogPriorCount.
    open input LogArchiveFile.
    if LogArchiveStatus is equal to "00"
        move 'N' to EndOfLog
        perform until EndOfLog is equal to 'Y'
            read LogArchiveFile
                at end move 'Y' to EndOfLog
                not at end
                    add 1 to LogPriorCount
                    if LogArchiveRecord(1:8) is numeric
                        if LogLowDate is equal to spaces or LogArchiveRecord(1:8) < LogLowDate
                            move LogArchiveRecord(1:8) to LogLowDate
                        end-if
                        if LogHighDate is equal to spaces or LogArchiveRecord(1:8) > LogHighDate
                            move LogArchiveRecord(1:8) to LogHighDate
                        end-if
                    end-if
            end-read
        end-perform
        close LogArchiveFile
    end-if.

ReloadCurrentLog.
    move 'N' to LogReloadedFlag.
    open input LogWorkFile.
    if LogWorkStatus is not equal to "00"
        display "Rechargement du journal impossible, code statut : " LogWorkStatus
        display "Le journal " function trim(LogCurrentName) " est inchange."
    else
        open output LogCurrentFile
        if LogCurrentStatus is not equal to "00"
            display "Rechargement du journal impossible, code statut : " LogCurrentStatus
            display "Lignes conservees disponibles dans " function trim(LogWorkName)
            close LogWorkFile
        else
            move 'Y' to LogReloadedFlag
            move 'N' to EndOfLog
            perform until EndOfLog is equal to 'Y'
                read LogWorkFile
                    at end move 'Y' to EndOfLog
                    not at end
                        write LogCurrentRecord from LogWorkRecord
                        if LogCurrentStatus is not equal to "00"
                            display "Rechargement du journal interrompu, code statut : "
                                    LogCurrentStatus
                            display "Lignes conservees disponibles dans "
                                    function trim(LogWorkName)
                            move 'N' to LogReloadedFlag
                            move 'Y' to EndOfLog
                        end-if
                end-read
            end-perform
            close LogCurrentFile
            close LogWorkFile
            if LogReloadedFlag is equal to 'Y'
                open output LogWorkFile
                close LogWorkFile
            end-if
        end-if
    end-if.

WriteLogIndex.
    open extend GenerationIndexFile.
    if GenIndexStatus is equal to "35"
        open output GenerationIndexFile
    end-if.
    if GenIndexStatus is not equal to "00"
        display "Index des generations inaccessible, code statut : " GenIndexStatus
    else
        move "AUDT" to GenKind
        move CutoffDate to GenDate
        move LogCurrentName to GenCurrentFile
        move LogArchiveName to GenFile
        move 0 to GenFirstSequence
        move 0 to GenLastSequence
        move LogLowDate to GenFirstDate
        move LogHighDate to GenLastDate
        compute GenRecordCount = LogArchivedCount + LogPriorCount
        move function current-date(1:14) to GenStamp
        write GenerationRecord
        close GenerationIndexFile
    end-if.

WriteChainAnchor.
    open extend ChainAnchorFile.
    if ChainAnchorStatus is equal to "35"
        open output ChainAnchorFile
    end-if.
    if ChainAnchorStatus is not equal to "00"
        display "Fichier des ancrages inaccessible, code statut : " ChainAnchorStatus
    else
        move ChainLogName to AnchorLogName
        move function current-date(1:14) to AnchorStamp
        move ChainSequence to AnchorSequence
        move ChainValue to AnchorValue
        move "PURGE" to AnchorReason
        move LogArchiveName to AnchorArchiveFile
        write ChainAnchorRecord
        close ChainAnchorFile
    end-if.

LoadChainAnchor.
    move 0 to ChainSequence.
    move 0 to ChainValue.
    move 'N' to EndOfAnchorFile.
    open input ChainAnchorFile.
    if ChainAnchorStatus is equal to "00"
        perform until EndOfAnchorFile is equal to 'Y'
            read ChainAnchorFile
                at end move 'Y' to EndOfAnchorFile
                not at end
                    if AnchorLogName is equal to ChainLogName
                            and AnchorSequence is numeric
                            and AnchorValue is numeric
                        move AnchorSequence to ChainSequence
                        move AnchorValue to ChainValue
                    end-if
            end-read
        end-perform
        close ChainAnchorFile
    end-if.
