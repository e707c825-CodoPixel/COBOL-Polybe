identification division.
program-id. PolybeDayEnd.
environment division.
input-output section.
file-control.
    select CurrentFile assign to CurrentFileName
        organization is line sequential
        file status is CurrentFileStatus.
    select GenerationFile assign to GenerationFileName
        organization is line sequential
        file status is GenerationFileStatus.
    select CutWorkFile assign to "POLYCUT.TMP"
        organization is line sequential
        file status is CutWorkStatus.
    select GenerationIndexFile assign to "POLYGEN.DAT"
        organization is line sequential
        file status is GenIndexStatus.
    select PartnerFile assign to "POLYPART.DAT"
        organization is line sequential
        file status is PartnerFileStatus.
    select ChainAnchorFile assign to "POLYANCR.DAT"
        organization is line sequential
        file status is ChainAnchorStatus.
    select RunLockFile assign to "POLYLOCK.DAT"
        organization is line sequential
        file status is RunLockStatus.
data division.
file section.
fd CurrentFile.
01 CurrentRecord pic X(1118).
fd GenerationFile.
01 GenerationOutRecord pic X(1118).
fd CutWorkFile.
01 CutWorkRecord pic X(1118).
fd GenerationIndexFile.
copy POLYGEN.
fd PartnerFile.
copy POLYPRT.
fd ChainAnchorFile.
copy POLYANC.
fd RunLockFile.
copy POLYLCK.

working-storage section.
01 CurrentFileStatus pic XX value "00".
01 GenerationFileStatus pic XX value "00".
01 GenIndexStatus pic XX value "00".
01 CutWorkStatus pic XX value "00".
01 EndOfCutWork pic X value 'N'.
01 CutStopFlag pic X value 'N'.
01 ResetDoneFlag pic X value 'N'.
01 CopyRecordCount pic 9(8) value 0.
01 PartnerFileStatus pic XX value "00".
01 ChainAnchorStatus pic XX value "00".
01 RunLockStatus pic XX value "00".
01 LockBusyFlag pic X value 'N'.
01 LockHeldFlag pic X value 'N'.
01 CurrentFileName pic X(100) value spaces.
01 GenerationFileName pic X(100) value spaces.
01 EndOfCurrent pic X value 'N'.
01 EndOfPartnerFile pic X value 'N'.
01 EndOfAnchorFile pic X value 'N'.
01 CutDateText pic X(8) value spaces.
01 CutStamp pic X(14) value spaces.
01 CutKind pic X(4) value spaces.
01 CutRecordCount pic 9(8) value 0.
01 CutLowSequence pic 9(6) value 0.
01 CutHighSequence pic 9(6) value 0.
01 CutLastHeaderSeq pic 9(6) value 0.
01 CutLowDate pic X(8) value spaces.
01 CutHighDate pic X(8) value spaces.
01 CutEnvelopeOpen pic X value 'N'.
01 CutHeaderSeen pic X value 'N'.
01 GenPriorCount pic 9(8) value 0.
01 GenPriorSequence pic 9(6) value 0.
01 CopyErrorFlag pic X value 'N'.
01 CopyDoneFlag pic X value 'N'.
01 DotPosition pic 9(3) value 0.
01 NameLength pic 9(3) value 0.
01 NameIndex pic 9(3) value 0.
01 ChainLogName pic X(8) value spaces.
01 ChainSequence pic 9(8) value 0.
01 ChainValue pic 9(10) value 0.
01 FilesCutCount pic 9(4) value 0.
01 FilesRefusedCount pic 9(4) value 0.
01 FilesEmptyCount pic 9(4) value 0.
01 JobReturnCode pic 9(4) value 0.
01 CutFileIndex pic 99 value 0.
01 CutFileFound pic 9 value 0.
01 CutFileTable.
    05 CutFileUsedCount pic 99 value 0.
    05 CutFileEntry occurs 50.
        10 CutFileName pic X(100).

procedure division.
display "Cloture de journee Polybe".
display "-------------------------".
perform AcquireRunLock.
if LockHeldFlag is equal to 'Y'
    display "Date des generations (AAAAMMJJ, vide = aujourd'hui) : " with no advancing
    accept CutDateText
    if CutDateText is equal to spaces
        move function current-date(1:8) to CutDateText
    end-if
    if CutDateText is not numeric
        display "Date invalide, cloture abandonnee."
        move 12 to JobReturnCode
    else
        move function current-date(1:14) to CutStamp
        perform CheckCutWorkFile
        if CutStopFlag is not equal to 'Y'
            perform LoadTransmissionFiles
            perform varying CutFileIndex from 1 by 1
                    until CutFileIndex > CutFileUsedCount or CutStopFlag is equal to 'Y'
                move CutFileName(CutFileIndex) to CurrentFileName
                move "TRAN" to CutKind
                perform CutOneFile
            end-perform
        end-if
        if CutStopFlag is not equal to 'Y'
            move "POLYAUDIT.LOG" to CurrentFileName
            move "AUDT" to CutKind
            perform CutOneFile
        end-if
        display " "
        display "----- Compte rendu de la cloture -----"
        display "Date des generations      : " CutDateText
        display "Fichiers clotures         : " FilesCutCount
        display "Fichiers vides ou absents : " FilesEmptyCount
        display "Fichiers refuses          : " FilesRefusedCount
        display "--------------------------------------"
    end-if
    perform ReleaseRunLock
end-if.
move JobReturnCode to return-code.
stop run.

CheckCutWorkFile.
    open input CutWorkFile.
    if CutWorkStatus is equal to "00"
        read CutWorkFile
            at end
                continue
            not at end
                move 'Y' to CutStopFlag
        end-read
        close CutWorkFile
    end-if.
    if CutStopFlag is equal to 'Y'
        display "POLYCUT.TMP n'est pas vide : une cloture precedente s'est interrompue"
        display "apres la remise a zero d'un fichier courant. Recopier son contenu dans"
        display "la generation indiquee par cette cloture, vider POLYCUT.TMP, puis relancer."
        move 12 to JobReturnCode
    end-if.

LoadTransmissionFiles.
    move 0 to CutFileUsedCount.
    move "POLYTRAN.DAT" to CurrentFileName.
    perform AddCutFile.
    move 'N' to EndOfPartnerFile.
    open input PartnerFile.
    if PartnerFileStatus is equal to "00"
        perform until EndOfPartnerFile is equal to 'Y'
            read PartnerFile
                at end move 'Y' to EndOfPartnerFile
                not at end
                    if PartnerTransmissionFile is not equal to spaces
                        move PartnerTransmissionFile to CurrentFileName
                        perform AddCutFile
                    end-if
            end-read
        end-perform
        close PartnerFile
    else
        if PartnerFileStatus is not equal to "35"
            display "Annuaire des partenaires inaccessible, code statut : "
                    PartnerFileStatus
            if JobReturnCode < 8
                move 8 to JobReturnCode
            end-if
        end-if
    end-if.

AddCutFile.
    move 0 to CutFileFound.
    perform varying CutFileIndex from 1 by 1
            until CutFileIndex > CutFileUsedCount or CutFileFound is equal to 1
        if CutFileName(CutFileIndex) is equal to CurrentFileName
            move 1 to CutFileFound
        end-if
    end-perform.
    if CutFileFound is equal to 0
        if CutFileUsedCount is equal to 50
            display "Table des fichiers saturee, fichier ignore : "
                    function trim(CurrentFileName)
            if JobReturnCode < 4
                move 4 to JobReturnCode
            end-if
        else
            add 1 to CutFileUsedCount
            move CurrentFileName to CutFileName(CutFileUsedCount)
        end-if
    end-if.

CutOneFile.
    perform MakeGenerationName.
    perform ScanCurrentFile.
    evaluate true
        when CurrentFileStatus is equal to "35"
            add 1 to FilesEmptyCount
            display "Fichier " function trim(CurrentFileName) " absent, rien a cloturer."
        when CurrentFileStatus is not equal to "00"
            add 1 to FilesRefusedCount
            display "Fichier " function trim(CurrentFileName)
                    " inaccessible, code statut : " CurrentFileStatus
            if JobReturnCode < 8
                move 8 to JobReturnCode
            end-if
        when CutRecordCount is equal to 0
            add 1 to FilesEmptyCount
            display "Fichier " function trim(CurrentFileName) " vide, rien a cloturer."
        when CutEnvelopeOpen is equal to 'Y'
            add 1 to FilesRefusedCount
            display "Fichier " function trim(CurrentFileName) " refuse : le lot "
                    CutLastHeaderSeq " n'a pas d'enregistrement de controle."
            if JobReturnCode < 8
                move 8 to JobReturnCode
            end-if
        when other
            perform CopyToGeneration
    end-evaluate.

MakeGenerationName.
    move 0 to DotPosition.
    compute NameLength = function length(function trim(CurrentFileName, trailing)).
    perform varying NameIndex from NameLength by -1
            until NameIndex < 1 or DotPosition > 0
        if CurrentFileName(NameIndex:1) is equal to "."
            move NameIndex to DotPosition
        end-if
    end-perform.
    move spaces to GenerationFileName.
    if DotPosition > 1
        string CurrentFileName(1:DotPosition) CutDateText
               CurrentFileName(DotPosition:NameLength - DotPosition + 1)
            delimited by size into GenerationFileName
    else
        string function trim(CurrentFileName) "." CutDateText
            delimited by size into GenerationFileName
    end-if.

ScanCurrentFile.
    move 0 to CutRecordCount.
    move 0 to CutLowSequence.
    move 0 to CutHighSequence.
    move 0 to CutLastHeaderSeq.
    move spaces to CutLowDate.
    move spaces to CutHighDate.
    move 'N' to CutEnvelopeOpen.
    move 'N' to CutHeaderSeen.
    if CutKind is equal to "AUDT"
        move "AUDIT" to ChainLogName
        perform LoadChainAnchor
    end-if.
    move 'N' to EndOfCurrent.
    open input CurrentFile.
    if CurrentFileStatus is equal to "00"
        perform until EndOfCurrent is equal to 'Y'
            read CurrentFile
                at end move 'Y' to EndOfCurrent
                not at end
                    add 1 to CutRecordCount
                    if CutKind is equal to "TRAN"
                        perform ScanTransmissionRecord
                    else
                        perform ScanAuditRecord
                    end-if
            end-read
        end-perform
        close CurrentFile
    end-if.

ScanTransmissionRecord.
    evaluate CurrentRecord(1:1)
        when "H"
            move 'Y' to CutEnvelopeOpen
            if CurrentRecord(2:6) is numeric
                move CurrentRecord(2:6) to CutLastHeaderSeq
                if CutHeaderSeen is not equal to 'Y'
                        or CutLastHeaderSeq < CutLowSequence
                    move CutLastHeaderSeq to CutLowSequence
                end-if
                if CutLastHeaderSeq > CutHighSequence
                    move CutLastHeaderSeq to CutHighSequence
                end-if
            end-if
            if CurrentRecord(8:8) is numeric
                if CutLowDate is equal to spaces or CurrentRecord(8:8) < CutLowDate
                    move CurrentRecord(8:8) to CutLowDate
                end-if
                if CutHighDate is equal to spaces or CurrentRecord(8:8) > CutHighDate
                    move CurrentRecord(8:8) to CutHighDate
                end-if
            end-if
            move 'Y' to CutHeaderSeen
        when "T"
            move 'N' to CutEnvelopeOpen
        when other
            continue
    end-evaluate.

ScanAuditRecord.
    if CurrentRecord(1:8) is numeric
        if CutLowDate is equal to spaces or CurrentRecord(1:8) < CutLowDate
            move CurrentRecord(1:8) to CutLowDate
        end-if
        if CutHighDate is equal to spaces or CurrentRecord(1:8) > CutHighDate
            move CurrentRecord(1:8) to CutHighDate
        end-if
    end-if.
    if CurrentRecord(1101:8) is numeric and CurrentRecord(1109:10) is numeric
        move CurrentRecord(1101:8) to ChainSequence
        move CurrentRecord(1109:10) to ChainValue
    end-if.

CopyToGeneration.
    move 'N' to CopyErrorFlag.
    move 'N' to CopyDoneFlag.
    move 'N' to ResetDoneFlag.
    perform BuildCutWorkFile.
    if CopyErrorFlag is not equal to 'Y'
        open output CurrentFile
        if CurrentFileStatus is equal to "00"
            close CurrentFile
            move 'Y' to ResetDoneFlag
        else
            display "Remise a zero de " function trim(CurrentFileName)
                    " impossible, code statut : " CurrentFileStatus
            move 'Y' to CopyErrorFlag
        end-if
    end-if.
    if ResetDoneFlag is not equal to 'Y'
        perform ClearCutWorkFile
        add 1 to FilesRefusedCount
        display "Cloture de " function trim(CurrentFileName)
                " interrompue, le fichier courant et la generation sont inchanges."
        if JobReturnCode < 8
            move 8 to JobReturnCode
        end-if
    else
        perform LoadGenerationFromWork
        if CutKind is equal to "AUDT"
            perform WriteChainAnchor
        end-if
        perform WriteGenerationIndex
        add 1 to FilesCutCount
        display "Fichier " function trim(CurrentFileName) " -> "
                function trim(GenerationFileName) " : " CutRecordCount " enregistrements"
        if CopyDoneFlag is equal to 'Y'
            perform ClearCutWorkFile
        else
            display "ANOMALIE : generation " function trim(GenerationFileName)
                    " incomplete, son contenu complet est conserve dans POLYCUT.TMP."
            display "Cloture arretee : recopier POLYCUT.TMP dans la generation avant toute reprise."
            move 'Y' to CutStopFlag
            if JobReturnCode < 8
                move 8 to JobReturnCode
            end-if
        end-if
    end-if.

BuildCutWorkFile.
    move 0 to CopyRecordCount.
    move 0 to GenPriorCount.
    open output CutWorkFile.
    if CutWorkStatus is not equal to "00"
        display "Fichier de travail POLYCUT.TMP inaccessible, code statut : " CutWorkStatus
        move 'Y' to CopyErrorFlag
    else
        open input GenerationFile
        if GenerationFileStatus is equal to "00"
            move 'N' to EndOfCurrent
            perform until EndOfCurrent is equal to 'Y'
                read GenerationFile
                    at end move 'Y' to EndOfCurrent
                    not at end
                        write CutWorkRecord from GenerationOutRecord
                        if CutWorkStatus is not equal to "00"
                            move 'Y' to CopyErrorFlag
                            move 'Y' to EndOfCurrent
                        else
                            add 1 to GenPriorCount
                            perform MergeGenerationRecord
                        end-if
                end-read
            end-perform
            close GenerationFile
        else
            if GenerationFileStatus is not equal to "35"
                display "Generation " function trim(GenerationFileName)
                        " inaccessible, code statut : " GenerationFileStatus
                move 'Y' to CopyErrorFlag
            end-if
        end-if
        if CopyErrorFlag is not equal to 'Y'
            open input CurrentFile
            if CurrentFileStatus is not equal to "00"
                display "Fichier " function trim(CurrentFileName)
                        " inaccessible, code statut : " CurrentFileStatus
                move 'Y' to CopyErrorFlag
            else
                move 'N' to EndOfCurrent
                perform until EndOfCurrent is equal to 'Y'
                    read CurrentFile
                        at end move 'Y' to EndOfCurrent
                        not at end
                            write CutWorkRecord from CurrentRecord
                            if CutWorkStatus is not equal to "00"
                                move 'Y' to CopyErrorFlag
                                move 'Y' to EndOfCurrent
                            else
                                add 1 to CopyRecordCount
                            end-if
                    end-read
                end-perform
                close CurrentFile
            end-if
        end-if
        if CutWorkStatus is not equal to "00"
            display "Ecriture de POLYCUT.TMP impossible, code statut : " CutWorkStatus
        end-if
        close CutWorkFile
        if CopyErrorFlag is not equal to 'Y' and CopyRecordCount is not equal to CutRecordCount
            display "Fichier " function trim(CurrentFileName) " modifie pendant la cloture : "
                    CopyRecordCount " enregistrements lus, " CutRecordCount " attendus."
            move 'Y' to CopyErrorFlag
        end-if
    end-if.

MergeGenerationRecord.
    if CutKind is equal to "TRAN"
        if GenerationOutRecord(1:1) is equal to "H"
            if GenerationOutRecord(2:6) is numeric
                move GenerationOutRecord(2:6) to GenPriorSequence
                if CutHeaderSeen is not equal to 'Y'
                        or GenPriorSequence < CutLowSequence
                    move GenPriorSequence to CutLowSequence
                end-if
                if GenPriorSequence > CutHighSequence
                    move GenPriorSequence to CutHighSequence
                end-if
                move 'Y' to CutHeaderSeen
            end-if
            if GenerationOutRecord(8:8) is numeric
                if CutLowDate is equal to spaces or GenerationOutRecord(8:8) < CutLowDate
                    move GenerationOutRecord(8:8) to CutLowDate
                end-if
                if CutHighDate is equal to spaces or GenerationOutRecord(8:8) > CutHighDate
                    move GenerationOutRecord(8:8) to CutHighDate
                end-if
            end-if
        end-if
    else
        if GenerationOutRecord(1:8) is numeric
            if CutLowDate is equal to spaces or GenerationOutRecord(1:8) < CutLowDate
                move GenerationOutRecord(1:8) to CutLowDate
            end-if
            if CutHighDate is equal to spaces or GenerationOutRecord(1:8) > CutHighDate
                move GenerationOutRecord(1:8) to CutHighDate
            end-if
        end-if
    end-if.

LoadGenerationFromWork.
    open input CutWorkFile.
    open output GenerationFile.
    if CutWorkStatus is not equal to "00" or GenerationFileStatus is not equal to "00"
        display "Ecriture de la generation impossible, codes statut : "
                CutWorkStatus " " GenerationFileStatus
        if CutWorkStatus is equal to "00"
            close CutWorkFile
        end-if
        if GenerationFileStatus is equal to "00"
            close GenerationFile
        end-if
    else
        move 'Y' to CopyDoneFlag
        move 'N' to EndOfCutWork
        perform until EndOfCutWork is equal to 'Y'
            read CutWorkFile
                at end move 'Y' to EndOfCutWork
                not at end
                    write GenerationOutRecord from CutWorkRecord
                    if GenerationFileStatus is not equal to "00"
                        display "Ecriture de la generation impossible, code statut : "
                                GenerationFileStatus
                        move 'N' to CopyDoneFlag
                        move 'Y' to EndOfCutWork
                    end-if
            end-read
        end-perform
        close GenerationFile
        close CutWorkFile
    end-if.

ClearCutWorkFile.
    open output CutWorkFile.
    if CutWorkStatus is equal to "00"
        close CutWorkFile
    else
        display "Remise a zero de POLYCUT.TMP impossible, code statut : " CutWorkStatus
        if JobReturnCode < 8
            move 8 to JobReturnCode
        end-if
    end-if.

WriteGenerationIndex.
    open extend GenerationIndexFile.
    if GenIndexStatus is equal to "35"
        open output GenerationIndexFile
    end-if.
    if GenIndexStatus is not equal to "00"
        display "Index des generations inaccessible, code statut : " GenIndexStatus
        if JobReturnCode < 8
            move 8 to JobReturnCode
        end-if
    else
        move CutKind to GenKind
        move CutDateText to GenDate
        move CurrentFileName to GenCurrentFile
        move GenerationFileName to GenFile
        move CutLowSequence to GenFirstSequence
        move CutHighSequence to GenLastSequence
        move CutLowDate to GenFirstDate
        move CutHighDate to GenLastDate
        compute GenRecordCount = CutRecordCount + GenPriorCount
        move CutStamp to GenStamp
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
        display "ANOMALIE : ancrage CUTOVER non ecrit, le controle du chainage sera rompu."
        if JobReturnCode < 8
            move 8 to JobReturnCode
        end-if
    else
        move ChainLogName to AnchorLogName
        move CutStamp to AnchorStamp
        move ChainSequence to AnchorSequence
        move ChainValue to AnchorValue
        move "CUTOVER" to AnchorReason
        move GenerationFileName to AnchorArchiveFile
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
        move 16 to JobReturnCode
    else
        open output RunLockFile
        if RunLockStatus is not equal to "00"
            display "Pose du verrou impossible, code statut : " RunLockStatus
            move 16 to JobReturnCode
        else
            move "PolybeDayEnd" to LockProgram
            move 'C' to LockMode
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
