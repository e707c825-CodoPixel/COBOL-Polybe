identification division.
program-id. PolybeMasterConvert.
environment division.
input-output section.
file-control.
    select OldMasterFile assign to "POLYMSTR.DAT"
        organization is indexed
        access mode is dynamic
        record key is OldMessageKey
        file status is OldMasterStatus.
    select MessageMasterFile assign to "POLYMSTR.DAT"
        organization is indexed
        access mode is dynamic
        record key is MasterMessageKey
        file status is MasterFileStatus.
    select UnloadFile assign to "POLYMSTR.UNL"
        organization is line sequential
        file status is UnloadStatus.
    select RunLockFile assign to "POLYLOCK.DAT"
        organization is line sequential
        file status is RunLockStatus.
data division.
file section.
fd OldMasterFile.
01 OldMasterRecord.
    05 OldMessageKey pic X(20).
    05 OldMasterData pic X(1153).
fd MessageMasterFile.
copy POLYMST.
fd UnloadFile.
01 UnloadRecord pic X(1173).
fd RunLockFile.
copy POLYLCK.

working-storage section.
01 RunLockStatus pic XX value "00".
01 LockBusyFlag pic X value 'N'.
01 LockHeldFlag pic X value 'N'.
01 OldMasterStatus pic XX value "00".
01 MasterFileStatus pic XX value "00".
01 UnloadStatus pic XX value "00".
01 EndOfFile pic X value 'N'.
01 QuitFlag pic X value 'N'.
01 StepOkFlag pic X value 'N'.
01 MenuChoice pic A value space.
01 ReloadConfirm pic A value space.
01 UnloadedCount pic 9(8) value 0.
01 UnloadLineCount pic 9(8) value 0.
01 ReloadedCount pic 9(8) value 0.
01 RejectedCount pic 9(8) value 0.
01 JobReturnCode pic 9(4) value 0.

procedure division.
display "Conversion du fichier maitre des messages Polybe".
display "------------------------------------------------".
display "Passe POLYMSTR.DAT de l'enregistrement de 1173 a 1193 caracteres (cle".
display "d'origine du recle). A executer une seule fois, avant tout autre programme.".
perform AcquireRunLock.
if LockHeldFlag is equal to 'Y'
    display "(D) Decharger puis recharger  (R) Recharger depuis POLYMSTR.UNL  (Q) Quitter"
    display "Choix : " with no advancing
    accept MenuChoice
    move function upper-case(MenuChoice) to MenuChoice
    evaluate MenuChoice
        when "D"
            perform UnloadOldMaster
            if StepOkFlag is equal to 'Y'
                perform ReloadNewMaster
            end-if
        when "R"
            display "Le fichier maitre actuel sera remplace par POLYMSTR.UNL. Confirmer (O/N) : "
                with no advancing
            accept ReloadConfirm
            move function upper-case(ReloadConfirm) to ReloadConfirm
            if ReloadConfirm is equal to 'O'
                perform ReloadNewMaster
            else
                display "Rechargement abandonne."
            end-if
        when "Q"
            continue
        when other
            display "Choix invalide."
    end-evaluate
    perform ReleaseRunLock
else
    move 16 to JobReturnCode
end-if.
move JobReturnCode to return-code.
stop run.

UnloadOldMaster.
    move 'N' to StepOkFlag.
    move 0 to UnloadedCount.
    open input OldMasterFile.
    evaluate true
        when OldMasterStatus is equal to "35"
            display "Fichier maitre absent, rien a convertir."
        when OldMasterStatus is not equal to "00"
            display "Fichier maitre illisible dans l'ancien format, code statut : "
                    OldMasterStatus
            display "Il est peut-etre deja converti ; aucune modification effectuee."
            move 8 to JobReturnCode
        when other
            open output UnloadFile
            if UnloadStatus is not equal to "00"
                display "Fichier de dechargement inaccessible, code statut : " UnloadStatus
                move 8 to JobReturnCode
            else
                move 'N' to EndOfFile
                perform until EndOfFile is equal to 'Y'
                    read OldMasterFile next record
                        at end move 'Y' to EndOfFile
                        not at end
                            write UnloadRecord from OldMasterRecord
                            if UnloadStatus is not equal to "00"
                                display "Ecriture du dechargement impossible, code statut : "
                                        UnloadStatus
                                move 8 to JobReturnCode
                                move 'Y' to EndOfFile
                            else
                                add 1 to UnloadedCount
                            end-if
                    end-read
                end-perform
                close UnloadFile
                if JobReturnCode < 8
                    move 'Y' to StepOkFlag
                end-if
            end-if
            close OldMasterFile
            display "Enregistrements decharges : " UnloadedCount
    end-evaluate.

ReloadNewMaster.
    move 0 to UnloadLineCount.
    move 0 to ReloadedCount.
    move 0 to RejectedCount.
    open input UnloadFile.
    if UnloadStatus is not equal to "00"
        display "Fichier de dechargement POLYMSTR.UNL inaccessible, code statut : "
                UnloadStatus
        move 8 to JobReturnCode
    else
        open output MessageMasterFile
        if MasterFileStatus is not equal to "00"
            display "Creation du fichier maitre impossible, code statut : " MasterFileStatus
            display "POLYMSTR.UNL est conserve pour un rechargement (option R)."
            move 8 to JobReturnCode
            close UnloadFile
        else
            move 'N' to EndOfFile
            perform until EndOfFile is equal to 'Y'
                read UnloadFile
                    at end move 'Y' to EndOfFile
                    not at end
                        add 1 to UnloadLineCount
                        move spaces to MessageMasterRecord
                        move UnloadRecord to MessageMasterRecord(1:1173)
                        move 0 to MasterOrigRunDate
                        move 0 to MasterOrigSequence
                        move 0 to MasterOrigRecordNumber
                        write MessageMasterRecord
                            invalid key
                                display "Cle en double ignoree : " MasterMessageKey
                                add 1 to RejectedCount
                            not invalid key
                                add 1 to ReloadedCount
                        end-write
                end-read
            end-perform
            close MessageMasterFile
            close UnloadFile
            display " "
            display "----- Compte rendu de la conversion -----"
            display "Lignes de POLYMSTR.UNL    : " UnloadLineCount
            display "Enregistrements recharges : " ReloadedCount
            display "Enregistrements rejetes   : " RejectedCount
            display "-----------------------------------------"
            if ReloadedCount is not equal to UnloadLineCount
                display "ANOMALIE : rechargement incomplet, POLYMSTR.UNL est conserve"
                display "pour un nouveau rechargement (option R)."
                move 8 to JobReturnCode
            else
                display "Conversion terminee. POLYMSTR.UNL peut etre supprime apres controle."
            end-if
        end-if
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
    else
        open output RunLockFile
        if RunLockStatus is not equal to "00"
            display "Pose du verrou impossible, code statut : " RunLockStatus
        else
            move "PolybeMstConvert" to LockProgram
            move 'V' to LockMode
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
