    select KeyJournalFile assign to "POLYKLOG.DAT"
        organization is line sequential
        file status is KeyJournalFileStatus.
    select ChainAnchorFile assign to "POLYANCR.DAT"
        organization is line sequential
        file status is ChainAnchorStatus.
    select RunLockFile assign to "POLYLOCK.DAT"
        organization is line sequential
        file status is RunLockStatus.
data division.
file section.
fd KeyStoreFile.
copy POLYKEY.
fd KeyJournalFile.
copy POLYKLG.
fd ChainAnchorFile.
copy POLYANC.
fd RunLockFile.
copy POLYLCK.

working-storage section.
01 RunLockStatus pic XX value "00".
01 LockBusyFlag pic X value 'N'.
01 LockHeldFlag pic X value 'N'.
01 KeyStoreFileStatus pic XX value "00".
01 KeyJournalFileStatus pic XX value "00".
01 EndOfKeyStore pic X value 'N'.
01 KeyIndex pic 999 value 0.
01 KeyStatusText pic X(7) value spaces.
01 OldEffectiveTo pic 9(8) value 0.
01 ChainAnchorStatus pic XX value "00".
01 EndOfAnchorFile pic X value 'N'.
01 EndOfChainScan pic X value 'N'.
01 ChainLogName pic X(8) value spaces.
01 ChainText pic X(1100) value spaces.
01 ChainLength pic 9(4) value 0.
01 ChainIndex pic 9(4) value 0.
01 ChainWork pic 9(12) value 0.
01 ChainSequence pic 9(8) value 0.
01 ChainValue pic 9(10) value 0.
01 JournalChainSeq pic 9(8) value 0.
01 JournalChainValue pic 9(10) value 0.
01 KeyTable.
    05 KeyUsedCount pic 999 value 0.
    05 KeyEntry occurs 200.
procedure division.
display "Maintenance du magasin de cles Polybe".
display "-------------------------------------".
move 'N' to QuitFlag.
perform AcquireRunLock.
if LockHeldFlag is equal to 'Y'
    perform LoadKeyTable
end-if.
perform until QuitFlag is equal to 'Y'
    display " "
    display "Menu : (A) Ajouter  (E) Expirer  (L) Lister  (Q) Quitter"
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
            move "PolybeKeyMaint" to LockProgram
            move 'M' to LockMode
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

LoadKeyTable.
    move 0 to KeyUsedCount.
    move 'N' to EndOfKeyStore.
        on overflow
            display "Ligne de journal tronquee."
    end-string.
    perform LoadJournalChain.
    open extend KeyJournalFile.
    if KeyJournalFileStatus is equal to "35"
        open output KeyJournalFile
    if KeyJournalFileStatus is not equal to "00"
        display "Journal des cles inaccessible, code statut : " KeyJournalFileStatus
    else
        add 1 to JournalChainSeq
        move JournalLine to ChainText
        move JournalChainSeq to ChainSequence
        move JournalChainValue to ChainValue
        perform ComputeChainValue
        move ChainValue to JournalChainValue
        move JournalLine to JournalRecordText
        move JournalChainSeq to JournalRecordSeq
        move JournalChainValue to JournalRecordChain
        write KeyJournalRecord
        close KeyJournalFile
    end-if.

LoadJournalChain.
    move "KLOG" to ChainLogName.
    perform LoadChainAnchor.
    move ChainSequence to JournalChainSeq.
    move ChainValue to JournalChainValue.
    move 'N' to EndOfChainScan.
    open input KeyJournalFile.
    if KeyJournalFileStatus is equal to "00"
        perform until EndOfChainScan is equal to 'Y'
            read KeyJournalFile
                at end move 'Y' to EndOfChainScan
                not at end
                    if JournalRecordSeq is numeric and JournalRecordChain is numeric
                        move JournalRecordSeq to JournalChainSeq
                        move JournalRecordChain to JournalChainValue
                    end-if
            end-read
        end-perform
        close KeyJournalFile
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

ComputeChainValue.
    move ChainValue to ChainWork.
    compute ChainWork = function mod(ChainWork * 31 + ChainSequence, 9999999967).
    if ChainText is equal to spaces
        move 0 to ChainLength
    else
        compute ChainLength = function length(function trim(ChainText, trailing))
    end-if.
    perform varying ChainIndex from 1 by 1 until ChainIndex > ChainLength
        compute ChainWork = function mod(ChainWork * 31
            + function ord(ChainText(ChainIndex:1)), 9999999967)
    end-perform.
    move ChainWork to ChainValue.
