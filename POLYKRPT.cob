identification division.
program-id. PolybeKeyReport.
environment division.
input-output section.
file-control.
    select KeyStoreFile assign to "POLYKEYS.DAT"
        organization is line sequential
        file status is KeyStoreFileStatus.
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
    select RunHistoryFile assign to "POLYHIST.DAT"
        organization is line sequential
        file status is RunHistoryStatus.
data division.
file section.
fd KeyStoreFile.
copy POLYKEY.
fd MessageMasterFile.
copy POLYMST.
fd InboundMasterFile.
copy POLYIMS.
fd RunHistoryFile.
copy POLYHST.

working-storage section.
01 KeyStoreFileStatus pic XX value "00".
01 MasterFileStatus pic XX value "00".
01 InboundMasterStatus pic XX value "00".
01 RunHistoryStatus pic XX value "00".
01 EndOfFile pic X value 'N'.
01 WarnDaysText pic X(3) value spaces.
01 WarnDays pic 9(3) value 30.
01 RecentDaysText pic X(3) value spaces.
01 RecentDays pic 9(3) value 30.
01 CurrentDateNum pic 9(8) value 0.
01 TodayInteger pic 9(8) value 0.
01 DaysLeft pic S9(8) value 0.
01 DaysSinceUse pic S9(8) value 0.
01 DaysLeftDisplay pic 9(3) value 0.
01 UseDate pic 9(8) value 0.
01 SearchKeyId pic X(8) value spaces.
01 IdFound pic 9 value 0.
01 IdIndex pic 999 value 0.
01 KeyIndex pic 999 value 0.
01 CurrentFound pic 9 value 0.
01 CurrentTo pic 9(8) value 0.
01 SuccessorFrom pic 9(8) value 0.
01 LastUseDate pic 9(8) value 0.
01 StatusText pic X(40) value spaces.
01 ExpiringCount pic 9(6) value 0.
01 GapCount pic 9(6) value 0.
01 MissingKeyCount pic 9(6) value 0.
01 UnusedKeyCount pic 9(6) value 0.
01 KeysListedCount pic 9(6) value 0.
01 KeyTable.
    05 KeyUsedCount pic 999 value 0.
    05 KeyEntry occurs 200.
        10 TblKeyId pic X(8).
        10 TblKeyFrom pic 9(8).
        10 TblKeyTo pic 9(8).
01 IdTable.
    05 IdUsedCount pic 999 value 0.
    05 IdEntry occurs 300.
        10 IdKeyId pic X(8).
        10 IdInStore pic X.
        10 IdLastOut pic 9(8).
        10 IdLastIn pic 9(8).
        10 IdLastRun pic 9(8).
        10 IdOutCount pic 9(6).
        10 IdInCount pic 9(6).
        10 IdRunCount pic 9(6).

procedure division.
display "Cycle de vie des cles Polybe".
display "----------------------------".
display "Alerte d'expiration en jours (vide = 30) : " with no advancing.
accept WarnDaysText.
if WarnDaysText is not equal to spaces
    compute WarnDays = function numval(WarnDaysText)
end-if.
display "Utilisation recente en jours (vide = 30) : " with no advancing.
accept RecentDaysText.
if RecentDaysText is not equal to spaces
    compute RecentDays = function numval(RecentDaysText)
end-if.
move function current-date(1:8) to CurrentDateNum.
compute TodayInteger = function integer-of-date(CurrentDateNum).
perform LoadKeyTable.
perform ScanMessageMaster.
perform ScanInboundMaster.
perform ScanRunHistory.
perform ReportKeyLifecycle.
display " ".
display "Cles listees                      : " KeysListedCount.
display "Cles expirant sans successeur     : " ExpiringCount.
display "Trous de couverture               : " GapCount.
display "Cles utilisees absentes du magasin: " MissingKeyCount.
display "Cles jamais utilisees             : " UnusedKeyCount.
stop run.

LoadKeyTable.
    move 0 to KeyUsedCount.
    move 'N' to EndOfFile.
    open input KeyStoreFile.
    if KeyStoreFileStatus is not equal to "00"
        display "Magasin de cles inaccessible, code statut : " KeyStoreFileStatus
    else
        perform until EndOfFile is equal to 'Y'
            read KeyStoreFile
                at end move 'Y' to EndOfFile
                not at end
                    if KeyUsedCount is equal to 200
                        display "Table des cles saturee, entree ignoree : " KeyId
                    else
                        add 1 to KeyUsedCount
                        move KeyId to TblKeyId(KeyUsedCount)
                        move KeyEffectiveFrom to TblKeyFrom(KeyUsedCount)
                        move KeyEffectiveTo to TblKeyTo(KeyUsedCount)
                        move KeyId to SearchKeyId
                        perform FindKeyIdEntry
                        if IdFound is equal to 1
                            move 'Y' to IdInStore(IdIndex)
                        end-if
                    end-if
            end-read
        end-perform
        close KeyStoreFile
    end-if.

ScanMessageMaster.
    move 'N' to EndOfFile.
    open input MessageMasterFile.
    if MasterFileStatus is not equal to "00"
        display "Fichier maitre des messages inaccessible, code statut : " MasterFileStatus
    else
        move 0 to MasterRunDate
        move 0 to MasterRunSequence
        move 0 to MasterRecordNumber
        start MessageMasterFile key is not less than MasterMessageKey
            invalid key move 'Y' to EndOfFile
        end-start
        perform until EndOfFile is equal to 'Y'
            read MessageMasterFile next record
                at end move 'Y' to EndOfFile
                not at end
                    if MasterKeyId is not equal to spaces
                        move MasterKeyId to SearchKeyId
                        perform FindKeyIdEntry
                        if IdFound is equal to 1
                            add 1 to IdOutCount(IdIndex)
                            if MasterRunDate > IdLastOut(IdIndex)
                                move MasterRunDate to IdLastOut(IdIndex)
                            end-if
                        end-if
                    end-if
            end-read
        end-perform
        close MessageMasterFile
    end-if.

ScanInboundMaster.
    move 'N' to EndOfFile.
    open input InboundMasterFile.
    if InboundMasterStatus is not equal to "00"
        display "Fichier maitre des receptions inaccessible, code statut : "
                InboundMasterStatus
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
                    if InboundKeyId is not equal to spaces
                        move InboundKeyId to SearchKeyId
                        perform FindKeyIdEntry
                        if IdFound is equal to 1
                            add 1 to IdInCount(IdIndex)
                            if InboundStamp(1:8) is numeric
                                move InboundStamp(1:8) to UseDate
                                if UseDate > IdLastIn(IdIndex)
                                    move UseDate to IdLastIn(IdIndex)
                                end-if
                            end-if
                        end-if
                    end-if
            end-read
        end-perform
        close InboundMasterFile
    end-if.

ScanRunHistory.
    move 'N' to EndOfFile.
    open input RunHistoryFile.
    if RunHistoryStatus is not equal to "00"
        display "Historique des executions inaccessible, code statut : " RunHistoryStatus
    else
        perform until EndOfFile is equal to 'Y'
            read RunHistoryFile
                at end move 'Y' to EndOfFile
                not at end
                    if HistKeyId is not equal to spaces
                        move HistKeyId to SearchKeyId
                        perform FindKeyIdEntry
                        if IdFound is equal to 1
                            add 1 to IdRunCount(IdIndex)
                            if HistStartStamp(1:8) is numeric
                                move HistStartStamp(1:8) to UseDate
                                if UseDate > IdLastRun(IdIndex)
                                    move UseDate to IdLastRun(IdIndex)
                                end-if
                            end-if
                        end-if
                    end-if
            end-read
        end-perform
        close RunHistoryFile
    end-if.

FindKeyIdEntry.
    move 0 to IdFound.
    perform varying IdIndex from 1 by 1
            until IdIndex > IdUsedCount or IdFound is equal to 1
        if IdKeyId(IdIndex) is equal to SearchKeyId
            move 1 to IdFound
        end-if
    end-perform.
    if IdFound is equal to 1
        subtract 1 from IdIndex
    else
        if IdUsedCount is equal to 300
            display "Table des identifiants saturee, cle non suivie : " SearchKeyId
        else
            add 1 to IdUsedCount
            move IdUsedCount to IdIndex
            move SearchKeyId to IdKeyId(IdIndex)
            move 'N' to IdInStore(IdIndex)
            move 0 to IdLastOut(IdIndex)
            move 0 to IdLastIn(IdIndex)
            move 0 to IdLastRun(IdIndex)
            move 0 to IdOutCount(IdIndex)
            move 0 to IdInCount(IdIndex)
            move 0 to IdRunCount(IdIndex)
            move 1 to IdFound
        end-if
    end-if.

ReportKeyLifecycle.
    display " ".
    display "Cle      Fin      Der.emis Der.recu Execs  Statut".
    perform varying IdIndex from 1 by 1 until IdIndex > IdUsedCount
        add 1 to KeysListedCount
        move IdLastOut(IdIndex) to LastUseDate
        if IdLastIn(IdIndex) > LastUseDate
            move IdLastIn(IdIndex) to LastUseDate
        end-if
        if IdLastRun(IdIndex) > LastUseDate
            move IdLastRun(IdIndex) to LastUseDate
        end-if
        perform FindCurrentPeriod
        move spaces to StatusText
        evaluate true
            when IdInStore(IdIndex) is not equal to 'Y'
                move "ABSENTE DU MAGASIN" to StatusText
                add 1 to MissingKeyCount
            when LastUseDate is equal to 0
                move "JAMAIS UTILISEE" to StatusText
                add 1 to UnusedKeyCount
            when other
                perform CheckKeyExpiry
        end-evaluate
        display IdKeyId(IdIndex) " " CurrentTo " " IdLastOut(IdIndex)
                " " IdLastIn(IdIndex) " " IdRunCount(IdIndex)
                " " StatusText
    end-perform.
    if IdUsedCount is equal to 0
        display "(aucune cle)"
    end-if.

FindCurrentPeriod.
    move 0 to CurrentFound.
    move 0 to CurrentTo.
    move 0 to SuccessorFrom.
    perform varying KeyIndex from 1 by 1 until KeyIndex > KeyUsedCount
        if TblKeyId(KeyIndex) is equal to IdKeyId(IdIndex)
                and TblKeyFrom(KeyIndex) <= CurrentDateNum
                and CurrentDateNum <= TblKeyTo(KeyIndex)
            move 1 to CurrentFound
            move TblKeyTo(KeyIndex) to CurrentTo
        end-if
    end-perform.
    if CurrentFound is equal to 1
        perform varying KeyIndex from 1 by 1 until KeyIndex > KeyUsedCount
            if TblKeyId(KeyIndex) is equal to IdKeyId(IdIndex)
                    and TblKeyFrom(KeyIndex) > CurrentTo
                    and (SuccessorFrom is equal to 0
                         or TblKeyFrom(KeyIndex) < SuccessorFrom)
                move TblKeyFrom(KeyIndex) to SuccessorFrom
            end-if
        end-perform
    end-if.

CheckKeyExpiry.
    compute DaysSinceUse = TodayInteger - function integer-of-date(LastUseDate).
    if CurrentFound is not equal to 1
        if DaysSinceUse <= RecentDays
            move "HORS PERIODE, UTILISEE RECEMMENT" to StatusText
            add 1 to GapCount
        else
            move "hors periode" to StatusText
        end-if
    else
        compute DaysLeft = function integer-of-date(CurrentTo) - TodayInteger
        evaluate true
            when SuccessorFrom is equal to 0
                    and DaysLeft <= WarnDays
                    and DaysSinceUse <= RecentDays
                move DaysLeft to DaysLeftDisplay
                string "EXPIRE DANS " DaysLeftDisplay " JOURS SANS SUCCESSEUR"
                    delimited by size into StatusText
                add 1 to ExpiringCount
            when SuccessorFrom is not equal to 0
                    and function integer-of-date(SuccessorFrom)
                        > function integer-of-date(CurrentTo) + 1
                string "TROU DE COUVERTURE AVANT " SuccessorFrom
                    delimited by size into StatusText
                add 1 to GapCount
            when other
                move "active" to StatusText
        end-evaluate
    end-if.
