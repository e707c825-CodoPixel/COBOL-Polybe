    select AuditTrailFile assign to "POLYAUDIT.LOG"
        organization is line sequential
        file status is AuditFileStatus.
    select TransmissionFile assign to TransmissionFileName
        organization is line sequential
        file status is TransmissionFileStatus.
    select CheckpointFile assign to "POLYCKPT.DAT"
        access mode is dynamic
        record key is InboundMessageKey
        file status is InboundMasterStatus.
    select PartnerFile assign to "POLYPART.DAT"
        organization is line sequential
        file status is PartnerFileStatus.
    select AckOutputFile assign to AckFileName
        organization is line sequential
        file status is AckFileStatus.
    select KeyJournalFile assign to "POLYKLOG.DAT"
        organization is line sequential
        file status is KeyJournalFileStatus.
    select ChainAnchorFile assign to "POLYANCR.DAT"
        organization is line sequential
        file status is ChainAnchorStatus.
    select GenerationIndexFile assign to "POLYGEN.DAT"
        organization is line sequential
        file status is GenIndexStatus.
    select PendingFile assign to "POLYPEND.DAT"
        organization is indexed
        access mode is dynamic
        record key is PendEntryStamp
        file status is PendingFileStatus.
    select SuspenseFile assign to "POLYSUSP.DAT"
        organization is indexed
        access mode is dynamic
        record key is SuspenseKey
        file status is SuspenseFileStatus.
    select SuspenseWorkFile assign to "POLYSWRK.DAT"
        organization is line sequential
        file status is SuspWorkStatus.
    select RunLockFile assign to "POLYLOCK.DAT"
        organization is line sequential
        file status is RunLockStatus.
data division.
file section.
fd TransactionFile.
fd CipherOutputFile.
01 CipherOutRecord pic X(768).
fd AuditTrailFile.
copy POLYAUD.
fd TransmissionFile.
01 TransmissionOutRecord pic X(80).
fd CheckpointFile.
fd MessageMasterFile.
copy POLYMST.
fd InboundMasterFile.
copy POLYIMS.
fd PartnerFile.
copy POLYPRT.
fd AckOutputFile.
copy POLYACK.
fd KeyJournalFile.
copy POLYKLG.
fd ChainAnchorFile.
copy POLYANC.
fd GenerationIndexFile.
copy POLYGEN.
fd PendingFile.
copy POLYPND.
fd SuspenseFile.
copy POLYSUS.
fd SuspenseWorkFile.
01 SuspWorkRecord pic X(80).
fd RunLockFile.
copy POLYLCK.

working-storage section.
copy POLYSQR.
01 InboundOpenFlag pic X value 'N'.
01 InboundHeaderSeq pic 9(6) value 0.
01 InboundMsgNumber pic 9(6) value 0.
01 InboundStoredCount pic 9(6) value 0.
01 InboundRefusedCount pic 9(6) value 0.
01 DuplicateBatchFlag pic X value 'N'.
01 DuplicateActionFlag pic X value 'R'.
01 DuplicateActionChoice pic A value space.
01 BatchDefaultKeyword pic X(36) value spaces.
01 KeySwitchFailFlag pic X value 'N'.
01 RejectReason pic X(3) value "INV".
01 BatchDefaultLength pic 9 value 5.
01 TransmissionFileName pic X(100) value "POLYTRAN.DAT".
01 PartnerFileStatus pic XX value "00".
01 EndOfPartnerFile pic X value 'N'.
01 PartnerFoundFlag pic X value 'N'.
01 PartnerDirectoryFlag pic X value 'N'.
01 PartnerIndex pic 9 value 0.
01 PartnerSearchKeyId pic X(8) value spaces.
01 PartnerSearchCode pic X(8) value spaces.
01 CurrentPartnerCode pic X(8) value spaces.
01 CurrentPartnerSquare pic X value space.
01 CurrentPartnerFile pic X(100) value spaces.
01 AckFileName pic X(100) value spaces.
01 AckFileStatus pic XX value "00".
01 AckOpenFlag pic X value 'N'.
01 AckWrittenCount pic 9(6) value 0.
01 EnvelopeOpenFlag pic X value 'N'.
01 EnvelopeAckStatus pic X value 'A'.
01 KeyJournalFileStatus pic XX value "00".
01 JournalTimestamp pic X(21) value spaces.
01 JournalOperation pic X(3) value spaces.
01 JournalKeyId pic X(8) value spaces.
01 JournalDetail pic X(60) value spaces.
01 JournalLine pic X(120) value spaces.
01 JournalPointer pic 9(4) value 1.
01 RekeyOldKeyId pic X(8) value spaces.
01 RekeyNewKeyId pic X(8) value spaces.
01 RekeyFromText pic X(8) value spaces.
01 RekeyToText pic X(8) value spaces.
01 RekeyFromDate pic 9(8) value 0.
01 RekeyToDate pic 9(8) value 0.
01 RekeyConfirm pic A value space.
01 RekeyValidFlag pic X value 'N'.
01 RekeyOverflowFlag pic X value 'N'.
01 RekeyAlreadyCount pic 9(4) value 0.
01 RekeySearchIndex pic 9(4) value 0.
01 RekeyIndex pic 9(4) value 0.
01 RekeyTable.
    05 RekeyUsedCount pic 9(4) value 0.
    05 RekeyEntry occurs 5000.
        10 RekeyRunDate pic 9(8).
        10 RekeySequence pic 9(6).
        10 RekeyRecordNumber pic 9(6).
        10 RekeyDoneFlag pic X.
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
01 AuditChainSeq pic 9(8) value 0.
01 AuditChainValue pic 9(10) value 0.
01 JournalChainSeq pic 9(8) value 0.
01 JournalChainValue pic 9(10) value 0.
01 RunLockStatus pic XX value "00".
01 LockBusyFlag pic X value 'N'.
01 LockHeldFlag pic X value 'N'.
01 LockConfirm pic A value space.
01 LockHolderText pic X(100) value spaces.
01 OperatorName pic X(16) value spaces.
01 GenIndexStatus pic XX value "00".
01 EndOfGenIndex pic X value 'N'.
01 VerifyOnlySeq pic 9(6) value 0.
01 VerifyInScope pic X value 'Y'.
01 VerifyLocateFlag pic X value 'N'.
01 PendingFileStatus pic XX value "00".
01 EndOfPending pic X value 'N'.
01 PendReleaseText pic X(8) value spaces.
01 PendDecision pic A value space.
01 PendTodayDate pic 9(8) value 0.
01 PendSavedKeyId pic X(8) value spaces.
01 PendSavedInput pic X(100) value spaces.
01 PendReviewedCount pic 9(6) value 0.
01 PendReleasedCount pic 9(6) value 0.
01 PendDeferredCount pic 9(6) value 0.
01 ReleaseSquare pic 9 value 0.
01 SuspenseFileStatus pic XX value "00".
01 SuspWorkStatus pic XX value "00".
01 SuspWorkOpenFlag pic X value 'N'.
01 SuspSuppressFlag pic X value 'N'.
01 EndOfSuspense pic X value 'N'.
01 EndOfSuspWork pic X value 'N'.
01 EnvelopeSuspReason pic X(3) value spaces.
01 SuspEnvelopeCounter pic 9(6) value 0.
01 SuspLineWork pic 9(6) value 0.
01 SuspWriteErrorCount pic 9(6) value 0.
01 SuspListedCount pic 9(6) value 0.
01 SuspSelectId pic X(20) value spaces.
01 SuspSelectFlag pic X value 'N'.
01 SuspNewStatus pic X value space.
01 SuspNewNote pic X(40) value spaces.
01 SuspOriginalFile pic X(100) value spaces.
01 SuspOriginalSeq pic 9(6) value 0.
01 SuspOriginalKeyId pic X(8) value spaces.
01 SuspOriginalReason pic X(3) value spaces.
01 SuspOverwriteConfirm pic A value space.
01 SuspInboundFoundFlag pic X value 'N'.
01 SuspSavedKeyId pic X(8) value spaces.
01 InboundSourceName pic X(100) value spaces.
01 ReceptionChoice pic A value space.
01 OriginKeyWork.
    05 OriginRunDateWork pic 9(8) value 0.
    05 OriginSequenceWork pic 9(6) value 0.
    05 OriginRecordWork pic 9(6) value 0.

procedure division.
move function current-date(1:14) to RunStartStamp.
perform LoadTranslationTable.
perform ReadParameterFile.
perform AcquireRunLock.
if LockHeldFlag is equal to 'Y'
    if UnattendedMode is equal to 'Y'
        perform RunUnattended
    else
        perform RunInteractive
    end-if
    perform CloseTransmissionFile
    perform CloseAuditTrailFile
    perform ReleaseRunLock
end-if.
perform WriteRunHistory.
move JobReturnCode to return-code.
stop run.
    move 'N' to QuitFlag.
    perform until QuitFlag is equal to 'Y'
        display " "
        display "Menu : (E) Encrypter  (D) Decrypter  (S) Afficher le carre  (B) Batch  (R) Reception  (C) Consulter  (I) Consulter reception  (J) Rejets  (T) Retransmettre  (V) Verifier  (K) Recle  (A) Valider les messages  (Q) Quitter"
        display "Choix : " with no advancing
        accept MenuChoice
        move function upper-case(MenuChoice) to MenuChoice
            when "B"
                perform BatchEncryptMessages
            when "R"
                perform ReceptionMenu
            when "C"
                perform RetrieveMessageById
            when "I"
                perform RetransmitBatch
            when "V"
                perform VerifyBatchPrompt
            when "K"
                perform RekeyPrompt
            when "A"
                perform ReviewPendingMessages
            when "Q"
                move 'Y' to QuitFlag
            when other
        when "T"
            move spaces to HistInputFile
            move spaces to HistOutputFile
        when "K"
            move RekeyOldKeyId to HistInputFile
            move RekeyNewKeyId to HistOutputFile
        when "J"
            move RejectInputFileName to HistInputFile
            move OutputFileName to HistOutputFile
            move InputFileName to HistInputFile
            move OutputFileName to HistOutputFile
    end-evaluate.
    perform AppendRunHistory.

AppendRunHistory.
    open extend RunHistoryFile.
    if RunHistoryStatus is equal to "35"
        open output RunHistoryFile
        close RunHistoryFile
    end-if.

AcquireRunLock.
    move 'N' to LockHeldFlag.
    accept OperatorName from environment "USER".
    if OperatorName is equal to spaces
        move "INCONNU" to OperatorName
    end-if.
    perform ReadRunLock.
    if LockBusyFlag is equal to 'Y'
        display "Polybe est verrouille par " function trim(LockProgram)
                ", mode " LockMode ", utilisateur " function trim(LockUser)
                ", depuis le " LockStamp
        if UnattendedMode is equal to 'Y'
            display "Execution automatique refusee, verrou detenu."
            move 16 to JobReturnCode
        else
            display "Lever ce verrou (uniquement si l'execution qui le detient est arretee) ? (O/N) : "
                with no advancing
            accept LockConfirm
            move function upper-case(LockConfirm) to LockConfirm
            if LockConfirm is equal to 'O'
                perform WriteLockClearHistory
                move 'N' to LockBusyFlag
                display "Verrou leve."
            else
                display "Execution abandonnee, verrou detenu."
                move 16 to JobReturnCode
            end-if
        end-if
    end-if.
    if LockBusyFlag is not equal to 'Y'
        perform WriteRunLock
    end-if.

ReadRunLock.
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
            move "(illisible)" to LockProgram
            move space to LockMode
            move spaces to LockUser
            move spaces to LockStamp
        end-if
    end-if.

WriteRunLock.
    open output RunLockFile.
    if RunLockStatus is not equal to "00"
        display "Pose du verrou impossible, code statut : " RunLockStatus
        move 16 to JobReturnCode
    else
        move "Polybe" to LockProgram
        if UnattendedMode is equal to 'Y'
            move ParmMode to LockMode
        else
            move 'I' to LockMode
        end-if
        move OperatorName to LockUser
        move RunStartStamp to LockStamp
        write RunLockRecord
        close RunLockFile
        move 'Y' to LockHeldFlag
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

WriteLockClearHistory.
    move spaces to LockHolderText.
    string function trim(LockProgram) " " LockMode " " function trim(LockUser)
           " " LockStamp
        delimited by size into LockHolderText.
    move function current-date(1:14) to HistStartStamp.
    move HistStartStamp to HistEndStamp.
    move 'L' to HistMode.
    move spaces to HistKeyId.
    move 0 to HistReturnCode.
    move 0 to HistReadCount.
    move 0 to HistWrittenCount.
    move 0 to HistSkippedCount.
    move 0 to HistBlankedCount.
    move 0 to HistRejectedCount.
    move 0 to HistTranslatedCount.
    move 0 to HistDecryptedCount.
    move 0 to HistSequence.
    move LockHolderText to HistInputFile.
    move OperatorName to HistOutputFile.
    perform AppendRunHistory.

LoadTranslationTable.
    move 0 to XlatUsedCount.
    move 'N' to EndOfTranslationFile.
        end-if
    end-if.
    if JobReturnCode < 12
        perform ApplyPartnerSquare
        perform RebuildSquare
        evaluate ParmMode
            when "B"
                if ParmInputFile is not equal to spaces
                    move ParmInputFile to ReceivedFileName
                else
                    move spaces to ReceivedFileName
                end-if
                perform ResolveVerifyFile
                perform RunVerifyBatch
            when "T"
                if ParmInputFile(1:8) is numeric and ParmOutputFile(1:6) is numeric
                    display "Parametres de retransmission invalides (date puis sequence)."
                    move 12 to JobReturnCode
                end-if
            when "K"
                move function upper-case(ParmInputFile(1:8)) to RekeyOldKeyId
                move CurrentKeyId to RekeyNewKeyId
                move ParmOutputFile(1:8) to RekeyFromText
                move ParmAuxFile(1:8) to RekeyToText
                perform RunRekey
            when other
                display "Mode parametre invalide : " ParmMode
                move 12 to JobReturnCode
        end-evaluate
        if JobReturnCode < 12
            perform ReleaseApprovedMessages
        end-if
    end-if.
    display "Fin de l'execution automatique, code retour " JobReturnCode.

            move spaces to Keyword
        end-if
    end-if.
    perform ApplyPartnerSquare.
    perform RebuildSquare.

PromptAndEncrypt.
    if TranslateOverflowFlag is equal to 'Y'
        display "Message non traite."
    else
        perform ValidateMessage
        display "Date d'emission (AAAAMMJJ, vide = aujourd'hui) : " with no advancing
        accept PendReleaseText
        if PendReleaseText is equal to spaces
            move function current-date(1:8) to PendReleaseText
        end-if
        if PendReleaseText is not numeric
            display "Date invalide, message non traite."
        else
            perform QueuePendingMessage
        end-if
    end-if.

QueuePendingMessage.
    open i-o PendingFile.
    if PendingFileStatus is equal to "35"
        open output PendingFile
    end-if.
    if PendingFileStatus is not equal to "00"
        display "File des messages en attente inaccessible, code statut : "
                PendingFileStatus
    else
        move function current-date(1:16) to PendEntryStamp
        move OperatorName to PendOperator
        move CurrentKeyId to PendKeyId
        move PolybeLength to PendSquare
        move PendReleaseText to PendReleaseDate
        move 'P' to PendStatus
        move spaces to PendApprover
        move spaces to PendDecisionStamp
        move 0 to PendMasterRunDate
        move 0 to PendMasterSequence
        move 0 to PendMasterRecord
        move PlainMessage to PendText
        write PendingRecord
            invalid key
                display "Reference " PendEntryStamp " deja utilisee, message non traite."
            not invalid key
                display "Message mis en attente de validation, reference "
                        PendEntryStamp "."
        end-write
        close PendingFile
    end-if.

ReviewPendingMessages.
    move 0 to PendReviewedCount.
    open i-o PendingFile.
    if PendingFileStatus is equal to "35"
        display "Aucun message en attente."
    else
        if PendingFileStatus is not equal to "00"
            display "File des messages en attente inaccessible, code statut : "
                    PendingFileStatus
        else
            move low-values to PendEntryStamp
            move 'N' to EndOfPending
            start PendingFile key is not less than PendEntryStamp
                invalid key move 'Y' to EndOfPending
            end-start
            perform until EndOfPending is equal to 'Y'
                read PendingFile next record
                    at end move 'Y' to EndOfPending
                    not at end
                        if PendStatus is equal to 'P'
                            perform ReviewOnePending
                        end-if
                end-read
            end-perform
            close PendingFile
            display "Messages en attente examines : " PendReviewedCount
        end-if
    end-if.

ReviewOnePending.
    add 1 to PendReviewedCount.
    display " ".
    display "Reference " PendEntryStamp ", saisi par " function trim(PendOperator).
    display "Cle " PendKeyId ", carre " PendSquare ", emission le " PendReleaseDate.
    display "Texte : " function trim(PendText).
    if PendOperator is equal to OperatorName
        display "Message saisi par vous-meme, validation par un autre operateur requise."
        display "(S) Suivant  (Q) Quitter : " with no advancing
    else
        display "(A) Approuver  (R) Rejeter  (S) Suivant  (Q) Quitter : " with no advancing
    end-if.
    accept PendDecision.
    move function upper-case(PendDecision) to PendDecision.
    evaluate true
        when PendDecision is equal to 'Q'
            move 'Y' to EndOfPending
        when (PendDecision is equal to 'A' or PendDecision is equal to 'R')
                and PendOperator is equal to OperatorName
            display "Decision refusee : saisie et validation par le meme operateur."
        when PendDecision is equal to 'A'
            move 'A' to PendStatus
            move "APR" to AuditOperation
            perform RecordPendingDecision
        when PendDecision is equal to 'R'
            move 'R' to PendStatus
            move "REJ" to AuditOperation
            perform RecordPendingDecision
        when other
            continue
    end-evaluate.

RecordPendingDecision.
    move OperatorName to PendApprover.
    move function current-date(1:14) to PendDecisionStamp.
    rewrite PendingRecord
        invalid key
            display "Mise a jour impossible, code statut : " PendingFileStatus
    end-rewrite.
    if PendingFileStatus is equal to "00"
        move CurrentKeyId to PendSavedKeyId
        move PendKeyId to CurrentKeyId
        move PendText to PlainMessage
        move spaces to FormattedPlainMessage
        string "REF " PendEntryStamp " SAISI PAR " function trim(PendOperator)
               " DECIDE PAR " function trim(OperatorName)
            delimited by size into FormattedPlainMessage
        perform AppendAuditTrail
        move PendSavedKeyId to CurrentKeyId
        if PendStatus is equal to 'A'
            display "Message approuve."
        else
            display "Message rejete."
        end-if
    end-if.

ReleaseApprovedMessages.
    move 0 to PendReleasedCount.
    move 0 to PendDeferredCount.
    open i-o PendingFile.
    if PendingFileStatus is not equal to "00"
        if PendingFileStatus is not equal to "35"
            display "File des messages en attente inaccessible, code statut : "
                    PendingFileStatus
            if JobReturnCode < 8
                move 8 to JobReturnCode
            end-if
        end-if
    else
        perform OpenMessageMaster
        if MasterOpenFlag is not equal to 'Y'
            display "Messages valides non emis, fichier maitre indisponible."
            if JobReturnCode < 8
                move 8 to JobReturnCode
            end-if
        else
            perform CloseTransmissionFile
            move PolybeLength to SessionPolybeLength
            move CurrentKeyId to SessionKeyId
            move Keyword to SessionKeyword
            move InputFileName to PendSavedInput
            move function current-date(1:8) to BatchRunDate
            move BatchRunDate to PendTodayDate
            move 0 to ReleaseSquare
            move 0 to RecordNumber
            move low-values to PendEntryStamp
            move 'N' to EndOfPending
            start PendingFile key is not less than PendEntryStamp
                invalid key move 'Y' to EndOfPending
            end-start
            perform until EndOfPending is equal to 'Y'
                read PendingFile next record
                    at end move 'Y' to EndOfPending
                    not at end
                        if PendStatus is equal to 'A'
                                and PendReleaseDate is not greater than PendTodayDate
                            perform ReleaseOnePending
                        end-if
                end-read
            end-perform
            perform CloseTransmissionFile
            perform CloseMessageMaster
            move PendSavedInput to InputFileName
            move SessionPolybeLength to PolybeLength
            move SessionKeyId to CurrentKeyId
            move SessionKeyword to Keyword
            perform RebuildSquare
            if PendReleasedCount > 0 or PendDeferredCount > 0
                display "Messages valides emis     : " PendReleasedCount
                display "Messages valides differes : " PendDeferredCount
            end-if
        end-if
        close PendingFile
    end-if.

ReleaseOnePending.
    if PendKeyId is not equal to CurrentKeyId or PendSquare is not equal to ReleaseSquare
        perform CloseTransmissionFile
        move 0 to RecordNumber
        move PendKeyId to CurrentKeyId
        move PendSquare to ReleaseSquare
        move PendSquare to PolybeLength
        if CurrentKeyId is equal to spaces
            move spaces to Keyword
            perform RebuildSquare
            move 'N' to KeySwitchFailFlag
        else
            move 'Y' to EffectiveCheckFlag
            perform LookupKeyId
            if KeyFoundFlag is equal to 'Y'
                perform ApplyPartnerSquare
                perform RebuildSquare
                move 'N' to KeySwitchFailFlag
            else
                move spaces to Keyword
                move 'Y' to KeySwitchFailFlag
            end-if
        end-if
    end-if.
    if KeySwitchFailFlag is equal to 'Y'
        add 1 to PendDeferredCount
        display "Message " PendEntryStamp " : cle " PendKeyId
                " inconnue ou hors periode, emission differee."
        if JobReturnCode < 4
            move 4 to JobReturnCode
        end-if
    else
        move PendText to PlainMessage
        perform ValidateMessage
        perform EncryptMessage
        perform BuildTransmissionRecord
        perform WriteTransmissionRecord
        move "ENC" to AuditOperation
        perform AppendAuditTrail
        add 1 to RecordNumber
        move spaces to InputFileName
        string "POLYPEND.DAT " PendEntryStamp delimited by size into InputFileName
        perform WriteMasterMessage
        move 'E' to PendStatus
        move BatchRunDate to PendMasterRunDate
        move FileSequenceNumber to PendMasterSequence
        move RecordNumber to PendMasterRecord
        rewrite PendingRecord
            invalid key
                display "Mise a jour impossible, code statut : " PendingFileStatus
        end-rewrite
        add 1 to PendReleasedCount
    end-if.

PromptAndDecrypt.
        end-if
    end-if.

LookupPartner.
    move 'N' to PartnerFoundFlag.
    move spaces to CurrentPartnerCode.
    move space to CurrentPartnerSquare.
    move spaces to CurrentPartnerFile.
    move 'N' to EndOfPartnerFile.
    move 'N' to PartnerDirectoryFlag.
    if PartnerSearchKeyId is not equal to spaces
            or PartnerSearchCode is not equal to spaces
        open input PartnerFile
        if PartnerFileStatus is equal to "00"
            move 'Y' to PartnerDirectoryFlag
            perform until EndOfPartnerFile is equal to 'Y'
                read PartnerFile
                    at end move 'Y' to EndOfPartnerFile
                    not at end
                        if PartnerSearchCode is not equal to spaces
                            if PartnerCode is equal to PartnerSearchCode
                                perform TakePartnerEntry
                            end-if
                        else
                            perform varying PartnerIndex from 1 by 1
                                    until PartnerIndex > 5
                                       or PartnerFoundFlag is equal to 'Y'
                                if PartnerKeyId(PartnerIndex) is equal to PartnerSearchKeyId
                                    perform TakePartnerEntry
                                end-if
                            end-perform
                        end-if
                end-read
            end-perform
            close PartnerFile
        else
            if PartnerFileStatus is not equal to "35"
                display "Annuaire des partenaires inaccessible, code statut : "
                        PartnerFileStatus
            end-if
        end-if
    end-if.

TakePartnerEntry.
    move 'Y' to PartnerFoundFlag.
    move 'Y' to EndOfPartnerFile.
    move PartnerCode to CurrentPartnerCode.
    move PartnerSquare to CurrentPartnerSquare.
    if PartnerTransmissionFile is equal to spaces
        move "POLYTRAN.DAT" to CurrentPartnerFile
    else
        move PartnerTransmissionFile to CurrentPartnerFile
    end-if.

ApplyPartnerSquare.
    move CurrentKeyId to PartnerSearchKeyId.
    move spaces to PartnerSearchCode.
    perform LookupPartner.
    if PartnerFoundFlag is equal to 'Y'
            and (CurrentPartnerSquare is equal to '5'
                 or CurrentPartnerSquare is equal to '6')
            and CurrentPartnerSquare is not equal to PolybeLength
        move CurrentPartnerSquare to PolybeLength
        display "Carre " PolybeLength "x" PolybeLength " du partenaire "
                CurrentPartnerCode " applique."
    end-if.

RoutePartnerFile.
    move spaces to PartnerSearchCode.
    perform LookupPartner.
    if PartnerFoundFlag is equal to 'Y'
        move CurrentPartnerFile to TransmissionFileName
    else
        move "POLYTRAN.DAT" to TransmissionFileName
        if PartnerDirectoryFlag is equal to 'Y'
                and PartnerSearchKeyId is not equal to spaces
            display "Cle " PartnerSearchKeyId
                    " absente de l'annuaire des partenaires, lot achemine vers POLYTRAN.DAT."
        end-if
    end-if.

BuildKeyedAlpha.
    move spaces to KeyedAlpha.
    move 0 to BuildIndex.
            display "Ligne d'audit tronquee."
    end-string.
    if AuditOpenFlag is not equal to 'Y'
        perform LoadAuditChain
        open extend AuditTrailFile
        if AuditFileStatus is equal to "35"
            open output AuditTrailFile
        end-if
    end-if.
    if AuditOpenFlag is equal to 'Y'
        add 1 to AuditChainSeq
        move AuditLine to ChainText
        move AuditChainSeq to ChainSequence
        move AuditChainValue to ChainValue
        perform ComputeChainValue
        move ChainValue to AuditChainValue
        move AuditLine to AuditRecordText
        move AuditChainSeq to AuditRecordSeq
        move AuditChainValue to AuditRecordChain
        write AuditRecord
    end-if.

LoadAuditChain.
    move "AUDIT" to ChainLogName.
    perform LoadChainAnchor.
    move ChainSequence to AuditChainSeq.
    move ChainValue to AuditChainValue.
    move 'N' to EndOfChainScan.
    open input AuditTrailFile.
    if AuditFileStatus is equal to "00"
        perform until EndOfChainScan is equal to 'Y'
            read AuditTrailFile
                at end move 'Y' to EndOfChainScan
                not at end
                    if AuditRecordSeq is numeric and AuditRecordChain is numeric
                        move AuditRecordSeq to AuditChainSeq
                        move AuditRecordChain to AuditChainValue
                    end-if
            end-read
        end-perform
        close AuditTrailFile
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

CloseAuditTrailFile.
    if AuditOpenFlag is equal to 'Y'
        close AuditTrailFile
    open output SequenceFile.
    write SequenceRecord.
    close SequenceFile.
    move CurrentKeyId to PartnerSearchKeyId.
    perform RoutePartnerFile.
    display "Lot " FileSequenceNumber " achemine vers " function trim(TransmissionFileName).
    open extend TransmissionFile.
    if TransmissionFileStatus is equal to "35"
        open output TransmissionFile
    accept OutputFileName.
    move "POLYREJ.DAT" to RejectFileName.
    perform RunBatchEncrypt.
    perform ReleaseApprovedMessages.

RunBatchEncrypt.
    perform ReadCheckpoint.
    move function current-date(1:8) to BatchRunDate.
    move PolybeLength to BatchDefaultLength.
    move CurrentKeyId to BatchDefaultKeyId.
    move Keyword to BatchDefaultKeyword.
    move 'N' to KeySwitchFailFlag.
    if CurrentKeyId is not equal to BatchDefaultKeyId
        perform CloseTransmissionFile
    end-if.
    move BatchDefaultLength to PolybeLength.
    move BatchDefaultKeyId to CurrentKeyId.
    move BatchDefaultKeyword to Keyword.
    perform RebuildSquare.
    if RecordKeyId is not equal to CurrentKeyId
        perform CloseTransmissionFile
        move RecordKeyId to CurrentKeyId
        move BatchDefaultLength to PolybeLength
        if CurrentKeyId is equal to spaces
            move spaces to Keyword
            perform RebuildSquare
            move 'Y' to EffectiveCheckFlag
            perform LookupKeyId
            if KeyFoundFlag is equal to 'Y'
                perform ApplyPartnerSquare
                perform RebuildSquare
                move 'N' to KeySwitchFailFlag
            else
        move InputFileName to MasterInputFile
        move PlainMessage to MasterPlainText
        move FormattedPlainMessage to MasterCipherText
        move OriginKeyWork to MasterOriginKey
        write MessageMasterRecord
            invalid key
                rewrite MessageMasterRecord
                display "  Entree     : " function trim(MasterInputFile)
                display "  Clair      : " function trim(MasterPlainText)
                display "  Chiffre    : " function trim(MasterCipherText)
                if MasterOrigRunDate > 0
                    display "  Recle de   : " MasterOrigRunDate " / "
                            MasterOrigSequence " / " MasterOrigRecordNumber
                end-if
        end-read
        close MessageMasterFile
    end-if.
    end-if.

RebuildRetransmitBatch.
    move RetransmitKeyId to PartnerSearchKeyId.
    perform RoutePartnerFile.
    open extend TransmissionFile.
    if TransmissionFileStatus is equal to "35"
        open output TransmissionFile
        move 0 to TransmissionDetailCount
        move 0 to TransmissionHashTotal
        move 'Y' to TransmissionOpenFlag
        move "RTB" to AuditOperation
        move spaces to PlainMessage
        string "LOT " RetransmitSequence " DU " RetransmitRunDate " RETRANSMIS"
            delimited by size into PlainMessage
        move spaces to FormattedPlainMessage
        move "RETRANSMISSION" to FormattedPlainMessage
        move function current-date(1:14) to FormattedPlainMessage(16:14)
        perform AppendAuditTrail
        perform StartMasterAtSequence
        perform until EndOfMasterScan is equal to 'Y'
            read MessageMasterFile next record
        end-perform
    end-if.

RekeyPrompt.
    display "Cle compromise : " with no advancing.
    accept RekeyOldKeyId.
    move function upper-case(RekeyOldKeyId) to RekeyOldKeyId.
    display "Cle de remplacement : " with no advancing.
    accept RekeyNewKeyId.
    move function upper-case(RekeyNewKeyId) to RekeyNewKeyId.
    display "Date de debut des lots (AAAAMMJJ) : " with no advancing.
    accept RekeyFromText.
    display "Date de fin des lots (AAAAMMJJ) : " with no advancing.
    accept RekeyToText.
    display "Confirmer le recle des messages de " RekeyOldKeyId
            " vers " RekeyNewKeyId " (O/N) : " with no advancing.
    accept RekeyConfirm.
    move function upper-case(RekeyConfirm) to RekeyConfirm.
    if RekeyConfirm is equal to 'O'
        perform RunRekey
    else
        display "Recle abandonne."
    end-if.

RunRekey.
    perform CloseTransmissionFile.
    move PolybeLength to SessionPolybeLength.
    move CurrentKeyId to SessionKeyId.
    move Keyword to SessionKeyword.
    move 0 to RekeyUsedCount.
    move 0 to RecordsReadCount.
    move 0 to RecordsWrittenCount.
    move 0 to BlankedCharCount.
    move 'N' to RekeyOverflowFlag.
    move 0 to RekeyAlreadyCount.
    move 'Y' to RekeyValidFlag.
    if RekeyOldKeyId is equal to spaces or RekeyNewKeyId is equal to spaces
        display "Cle compromise et cle de remplacement sont obligatoires."
        move 'N' to RekeyValidFlag
    else
        if RekeyOldKeyId is equal to RekeyNewKeyId
            display "La cle de remplacement doit differer de la cle compromise."
            move 'N' to RekeyValidFlag
        end-if
    end-if.
    if RekeyFromText is not numeric or RekeyToText is not numeric
        display "Periode invalide (AAAAMMJJ attendu)."
        move 'N' to RekeyValidFlag
    else
        move RekeyFromText to RekeyFromDate
        move RekeyToText to RekeyToDate
        if RekeyFromDate > RekeyToDate
            display "Date de debut posterieure a la date de fin."
            move 'N' to RekeyValidFlag
        end-if
    end-if.
    if RekeyValidFlag is equal to 'Y'
        move RekeyNewKeyId to CurrentKeyId
        move 'Y' to EffectiveCheckFlag
        perform LookupKeyId
        if KeyFoundFlag is not equal to 'Y'
            display "Cle de remplacement " RekeyNewKeyId " inconnue ou hors periode."
            move 'N' to RekeyValidFlag
        end-if
    end-if.
    if RekeyValidFlag is not equal to 'Y'
        display "Recle abandonne."
        move 12 to JobReturnCode
    else
        perform OpenMessageMaster
        if MasterOpenFlag is not equal to 'Y'
            if JobReturnCode < 8
                move 8 to JobReturnCode
            end-if
        else
            perform SelectRekeyMessages
            if RekeyOverflowFlag is not equal to 'Y' and RekeyUsedCount > 0
                perform MarkRekeyedMessages
            end-if
            evaluate true
                when RekeyOverflowFlag is equal to 'Y'
                    display "Plus de 5000 messages sous " RekeyOldKeyId
                            " sur la periode, recle abandonne : reduire la periode."
                    move 12 to JobReturnCode
                when RekeyUsedCount is equal to RekeyAlreadyCount
                    display "Aucun message a rechiffrer sous " RekeyOldKeyId " du "
                            RekeyFromDate " au " RekeyToDate "."
                    if RekeyAlreadyCount > 0
                        display "Messages deja rechiffres par un recle precedent : "
                                RekeyAlreadyCount
                    end-if
                    if JobReturnCode < 4
                        move 4 to JobReturnCode
                    end-if
                when other
                    perform ApplyPartnerSquare
                    perform RebuildSquare
                    move function current-date(1:8) to BatchRunDate
                    move spaces to InputFileName
                    string "RECLE " RekeyOldKeyId delimited by size into InputFileName
                    move 0 to RecordNumber
                    perform varying RekeyIndex from 1 by 1 until RekeyIndex > RekeyUsedCount
                        if RekeyDoneFlag(RekeyIndex) is not equal to 'Y'
                            perform RekeyOneMessage
                        end-if
                    end-perform
                    move 0 to OriginRunDateWork
                    move 0 to OriginSequenceWork
                    move 0 to OriginRecordWork
                    if TransmissionOpenFlag is equal to 'Y'
                        perform CloseTransmissionFile
                    end-if
                    move "RKY" to JournalOperation
                    move RekeyOldKeyId to JournalKeyId
                    move spaces to JournalDetail
                    string "vers " RekeyNewKeyId " " RekeyFromDate "-" RekeyToDate
                           " lot " FileSequenceNumber " msg " RecordsWrittenCount
                        delimited by size into JournalDetail
                    perform AppendKeyJournal
                    display " "
                    display "----- Compte rendu du recle -----"
                    display "Cle compromise            : " RekeyOldKeyId
                    display "Cle de remplacement       : " RekeyNewKeyId
                    display "Periode                   : " RekeyFromDate " - " RekeyToDate
                    display "Messages selectionnes     : " RecordsReadCount
                    display "Deja rechiffres (ignores) : " RekeyAlreadyCount
                    display "Messages rechiffres       : " RecordsWrittenCount
                    display "Caracteres blanchis       : " BlankedCharCount
                    display "Nouvelle sequence         : " FileSequenceNumber
                    display "---------------------------------"
            end-evaluate
            perform CloseMessageMaster
        end-if
    end-if.
    move SessionPolybeLength to PolybeLength.
    move SessionKeyId to CurrentKeyId.
    move SessionKeyword to Keyword.
    perform RebuildSquare.

SelectRekeyMessages.
    move 'N' to EndOfMasterScan.
    move RekeyFromDate to MasterRunDate.
    move 0 to MasterRunSequence.
    move 0 to MasterRecordNumber.
    start MessageMasterFile key is not less than MasterMessageKey
        invalid key move 'Y' to EndOfMasterScan
    end-start.
    perform until EndOfMasterScan is equal to 'Y'
        read MessageMasterFile next record
            at end move 'Y' to EndOfMasterScan
            not at end
                if MasterRunDate > RekeyToDate
                    move 'Y' to EndOfMasterScan
                else
                    if MasterKeyId is equal to RekeyOldKeyId
                        if RekeyUsedCount is equal to 5000
                            move 'Y' to RekeyOverflowFlag
                            move 'Y' to EndOfMasterScan
                        else
                            add 1 to RekeyUsedCount
                            add 1 to RecordsReadCount
                            move MasterRunDate to RekeyRunDate(RekeyUsedCount)
                            move MasterRunSequence to RekeySequence(RekeyUsedCount)
                            move MasterRecordNumber to RekeyRecordNumber(RekeyUsedCount)
                            move 'N' to RekeyDoneFlag(RekeyUsedCount)
                        end-if
                    end-if
                end-if
        end-read
    end-perform.

MarkRekeyedMessages.
    move 'N' to EndOfMasterScan.
    move RekeyFromDate to MasterRunDate.
    move 0 to MasterRunSequence.
    move 0 to MasterRecordNumber.
    start MessageMasterFile key is not less than MasterMessageKey
        invalid key move 'Y' to EndOfMasterScan
    end-start.
    perform until EndOfMasterScan is equal to 'Y'
        read MessageMasterFile next record
            at end move 'Y' to EndOfMasterScan
            not at end
                if MasterOrigRunDate is numeric
                        and MasterOrigRunDate is not less than RekeyFromDate
                        and MasterOrigRunDate is not greater than RekeyToDate
                    perform varying RekeySearchIndex from 1 by 1
                            until RekeySearchIndex > RekeyUsedCount
                        if RekeyRunDate(RekeySearchIndex) is equal to MasterOrigRunDate
                                and RekeySequence(RekeySearchIndex) is equal to MasterOrigSequence
                                and RekeyRecordNumber(RekeySearchIndex)
                                    is equal to MasterOrigRecordNumber
                                and RekeyDoneFlag(RekeySearchIndex) is not equal to 'Y'
                            move 'Y' to RekeyDoneFlag(RekeySearchIndex)
                            add 1 to RekeyAlreadyCount
                            subtract 1 from RecordsReadCount
                            display "Message " MasterOrigRunDate " / " MasterOrigSequence
                                    " / " MasterOrigRecordNumber " deja rechiffre en "
                                    MasterRunDate " / " MasterRunSequence
                        end-if
                    end-perform
                end-if
        end-read
    end-perform.

RekeyOneMessage.
    move RekeyRunDate(RekeyIndex) to MasterRunDate.
    move RekeySequence(RekeyIndex) to MasterRunSequence.
    move RekeyRecordNumber(RekeyIndex) to MasterRecordNumber.
    read MessageMasterFile
        invalid key
            display "Message " MasterRunDate " / " MasterRunSequence " / "
                    MasterRecordNumber " introuvable, non rechiffre."
            if JobReturnCode < 4
                move 4 to JobReturnCode
            end-if
        not invalid key
            move MasterRunDate to OriginRunDateWork
            move MasterRunSequence to OriginSequenceWork
            move MasterRecordNumber to OriginRecordWork
            move MasterPlainText to PlainMessage
            if PolybeLength is equal to 5
                inspect PlainMessage replacing all 'W' by 'V'
            end-if
            perform ValidateMessage
            perform EncryptMessage
            perform BuildTransmissionRecord
            perform WriteTransmissionRecord
            move "RKY" to AuditOperation
            perform AppendAuditTrail
            add 1 to RecordNumber
            perform WriteMasterMessage
            add 1 to RecordsWrittenCount
    end-read.

AppendKeyJournal.
    move function current-date to JournalTimestamp.
    move spaces to JournalLine.
    move 1 to JournalPointer.
    string JournalTimestamp delimited by size
           " | " delimited by size
           JournalOperation delimited by size
           " | " delimited by size
           JournalKeyId delimited by size
           " | " delimited by size
           function trim(JournalDetail) delimited by size
        into JournalLine with pointer JournalPointer
        on overflow
            display "Ligne de journal tronquee."
    end-string.
    perform LoadJournalChain.
    open extend KeyJournalFile.
    if KeyJournalFileStatus is equal to "35"
        open output KeyJournalFile
    end-if.
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

VerifyBatchPrompt.
    display "Fichier de transmission, code partenaire ou sequence de lot a verifier"
            " (vide = POLYTRAN.DAT) : "
        with no advancing.
    accept ReceivedFileName.
    perform ResolveVerifyFile.
    perform RunVerifyBatch.

ResolveVerifyFile.
    move 0 to VerifyOnlySeq.
    if ReceivedFileName is equal to spaces
        move "POLYTRAN.DAT" to ReceivedFileName
    else
        if ReceivedFileName(1:6) is numeric and ReceivedFileName(1:6) is not equal to "000000"
                and ReceivedFileName(7:94) is equal to spaces
            move ReceivedFileName(1:6) to VerifyOnlySeq
            perform LocateVerifySequence
        end-if
        if VerifyOnlySeq is equal to 0 and ReceivedFileName(9:92) is equal to spaces
            move spaces to PartnerSearchKeyId
            move function upper-case(ReceivedFileName(1:8)) to PartnerSearchCode
            perform LookupPartner
            move spaces to PartnerSearchCode
            if PartnerFoundFlag is equal to 'Y'
                move CurrentPartnerFile to ReceivedFileName
                display "Partenaire " CurrentPartnerCode ", fichier "
                        function trim(ReceivedFileName) "."
            end-if
        end-if
    end-if.

LocateVerifySequence.
    move 'N' to VerifyLocateFlag.
    move 'N' to EndOfGenIndex.
    open input GenerationIndexFile.
    if GenIndexStatus is equal to "00"
        perform until EndOfGenIndex is equal to 'Y'
            read GenerationIndexFile
                at end move 'Y' to EndOfGenIndex
                not at end
                    if GenKind is equal to "TRAN"
                            and VerifyOnlySeq is not less than GenFirstSequence
                            and VerifyOnlySeq is not greater than GenLastSequence
                        move GenFile to ReceivedFileName
                        perform ProbeVerifyFile
                        if VerifyLocateFlag is equal to 'Y'
                            move 'Y' to EndOfGenIndex
                        end-if
                    end-if
            end-read
        end-perform
        close GenerationIndexFile
    end-if.
    if VerifyLocateFlag is not equal to 'Y'
        move "POLYTRAN.DAT" to ReceivedFileName
        perform ProbeVerifyFile
    end-if.
    if VerifyLocateFlag is not equal to 'Y'
        move 'N' to EndOfPartnerFile
        open input PartnerFile
        if PartnerFileStatus is equal to "00"
            perform until EndOfPartnerFile is equal to 'Y'
                read PartnerFile
                    at end move 'Y' to EndOfPartnerFile
                    not at end
                        if PartnerTransmissionFile is not equal to spaces
                            move PartnerTransmissionFile to ReceivedFileName
                            perform ProbeVerifyFile
                            if VerifyLocateFlag is equal to 'Y'
                                move 'Y' to EndOfPartnerFile
                            end-if
                        end-if
                end-read
            end-perform
            close PartnerFile
        end-if
    end-if.
    if VerifyLocateFlag is equal to 'Y'
        display "Lot " VerifyOnlySeq " trouve dans " function trim(ReceivedFileName) "."
    else
        display "Lot " VerifyOnlySeq " introuvable dans les generations et les fichiers courants."
        move "POLYTRAN.DAT" to ReceivedFileName
    end-if.

ProbeVerifyFile.
    move 'N' to EndOfReceivedFile.
    open input ReceivedFile.
    if ReceivedFileStatus is equal to "00"
        perform until EndOfReceivedFile is equal to 'Y'
            read ReceivedFile
                at end move 'Y' to EndOfReceivedFile
                not at end
                    if ReceivedRecord(1:1) is equal to "H"
                            and ReceivedRecord(2:6) is equal to VerifyOnlySeq
                        move 'Y' to VerifyLocateFlag
                        move 'Y' to EndOfReceivedFile
                    end-if
            end-read
        end-perform
        close ReceivedFile
    end-if.

RunVerifyBatch.
    perform CloseTransmissionFile.
    move spaces to AssemblyBuffer.
    move 'Y' to VerifyMasterEnd.
    move 'N' to SkipEnvelopeFlag.
    if VerifyOnlySeq > 0
        move 'N' to VerifyInScope
    else
        move 'Y' to VerifyInScope
    end-if.
    move 'N' to EndOfReceivedFile.
    open input ReceivedFile.
    if ReceivedFileStatus is not equal to "00"
                    not at end
                        evaluate ReceivedRecord(1:1)
                            when "H"
                                if VerifyOnlySeq > 0
                                        and ReceivedRecord(2:6) is not equal to VerifyOnlySeq
                                    perform VerifySkipEnvelope
                                else
                                    move 'Y' to VerifyInScope
                                    perform VerifyBatchHeader
                                end-if
                            when "D"
                                if VerifyInScope is equal to 'Y'
                                    perform VerifyDetailSegment
                                end-if
                            when "T"
                                if VerifyInScope is equal to 'Y'
                                    perform VerifyEnvelopeTrailer
                                end-if
                            when other
                                continue
                        end-evaluate
        invalid key move 'Y' to VerifyMasterEnd
    end-start.

VerifySkipEnvelope.
    if VerifyInScope is equal to 'Y'
        if AssemblyLength > 0
            display "ECHEC : message sans segment final avant l'en-tete suivant."
            add 1 to VerifyMismatchCount
            move 0 to AssemblyLength
            move spaces to AssemblyBuffer
        end-if
        perform VerifyEnvelopeEnd
    end-if.
    move 'N' to VerifyInScope.

VerifyDetailSegment.
    add 1 to VerifyDetailCount.
    move spaces to SegmentData.
RunResubmit.
    move 'N' to ResumeMode.
    move function current-date(1:8) to BatchRunDate.
    move PolybeLength to BatchDefaultLength.
    move CurrentKeyId to BatchDefaultKeyId.
    move Keyword to BatchDefaultKeyword.
    move 'N' to KeySwitchFailFlag.
    if CurrentKeyId is not equal to BatchDefaultKeyId
        perform CloseTransmissionFile
    end-if.
    move BatchDefaultLength to PolybeLength.
    move BatchDefaultKeyId to CurrentKeyId.
    move BatchDefaultKeyword to Keyword.
    perform RebuildSquare.
    accept ReceivedFileName.
    display "Fichier des messages en clair en sortie : " with no advancing.
    accept PlainOutputFileName.
    display "Fichier des accuses en sortie (vide = fichier recu + .ACK) : "
        with no advancing.
    accept AckFileName.
    display "Lot deja traite : (R) Refuser  (S) Sauter avec avertissement : " with no advancing.
    accept DuplicateActionChoice.
    move function upper-case(DuplicateActionChoice) to DuplicateActionChoice.
    move 0 to InboundHashTotal.
    move 0 to InboundHeaderSeq.
    move 0 to InboundMsgNumber.
    move 0 to InboundStoredCount.
    move 0 to InboundRefusedCount.
    move 0 to AckWrittenCount.
    move 'N' to EnvelopeOpenFlag.
    move 'N' to TrailerSeenFlag.
    move 'N' to SkipEnvelopeFlag.
    move 'N' to SuspWorkOpenFlag.
    move spaces to EnvelopeSuspReason.
    if SuspSuppressFlag is not equal to 'Y'
        move ReceivedFileName to InboundSourceName
    end-if.
    move 'N' to EndOfReceivedFile.
    open input ReceivedFile.
    if ReceivedFileStatus is not equal to "00"
            close ReceivedFile
        else
            perform OpenInboundMaster
            perform OpenAckFile
            perform until EndOfReceivedFile is equal to 'Y'
                read ReceivedFile
                    at end move 'Y' to EndOfReceivedFile
                        evaluate ReceivedRecord(1:1)
                            when "H"
                                perform CheckInboundEnvelope
                                perform WriteEnvelopeAck
                                perform SuspendEnvelope
                                move 0 to InboundDetailCount
                                move 0 to InboundHashTotal
                                move 0 to AssemblyLength
                                display "En-tete de lot recu, sequence : " ReceivedRecord(2:6)
                                move ReceivedRecord(2:6) to InboundHeaderSeq
                                move 0 to InboundMsgNumber
                                move 0 to InboundStoredCount
                                move 0 to InboundRefusedCount
                                move 'Y' to EnvelopeOpenFlag
                                move 'A' to EnvelopeAckStatus
                                move spaces to EnvelopeSuspReason
                                perform OpenSuspenseWork
                                move ReceivedRecord(30:1) to ReceivedSquareChar
                                if (ReceivedSquareChar is equal to '5'
                                        or ReceivedSquareChar is equal to '6')
                                        perform RebuildSquare
                                        display "Alphabet standard active pour le traitement."
                                end-evaluate
                                if SkipEnvelopeFlag is equal to 'Y'
                                    move 'K' to EnvelopeAckStatus
                                    if KeyStoreErrorFlag is equal to 'Y'
                                        move "CLV" to EnvelopeSuspReason
                                    else
                                        move "CLE" to EnvelopeSuspReason
                                    end-if
                                end-if
                                perform CheckDuplicateBatch
                            when "D"
                                if TrailerSeenFlag is equal to 'Y'
                                    display "ANOMALIE sur le lot recu : message sans segment final."
                                    move 0 to AssemblyLength
                                    move spaces to AssemblyBuffer
                                    if EnvelopeSuspReason is equal to spaces
                                        move "SEG" to EnvelopeSuspReason
                                    end-if
                                    if EnvelopeAckStatus is equal to 'A'
                                        move 'C' to EnvelopeAckStatus
                                    end-if
                                    if JobReturnCode < 4
                                        move 4 to JobReturnCode
                                    end-if
                                move ReceivedRecord to CipherSource(1:80)
                                perform DecryptReceivedRecord
                        end-evaluate
                        perform KeepSuspenseLine
                end-read
            end-perform
            perform CheckInboundEnvelope
            perform WriteEnvelopeAck
            perform SuspendEnvelope
            perform CloseAckFile
            perform CloseInboundMaster
            close ReceivedFile
            close PlainOutputFile

CheckDuplicateBatch.
    move 'N' to DuplicateBatchFlag.
    if InboundOpenFlag is equal to 'Y' and DuplicateActionFlag is not equal to 'O'
        move InboundHeaderSeq to InboundSeq
        move 1 to InboundRecordNumber
        read InboundMasterFile
    end-if.
    if DuplicateBatchFlag is equal to 'Y'
        move 'Y' to SkipEnvelopeFlag
        if EnvelopeAckStatus is equal to 'A'
            move 'D' to EnvelopeAckStatus
        end-if
        if EnvelopeSuspReason is equal to spaces
            move "DUP" to EnvelopeSuspReason
        end-if
        if DuplicateActionFlag is equal to 'S'
            display "Lot " InboundHeaderSeq " deja traite, saute avec avertissement."
            if JobReturnCode < 4
        move InboundMsgNumber to InboundRecordNumber
        move CurrentKeyId to InboundKeyId
        move function current-date to InboundStamp
        move InboundSourceName to InboundSourceFile
        move FormattedPlainMessage(1:256) to InboundPlainText
        write InboundMasterRecord
            invalid key
                if DuplicateActionFlag is equal to 'O'
                    rewrite InboundMasterRecord
                    if InboundMasterStatus is equal to "00"
                        add 1 to InboundStoredCount
                    else
                        display "Message recu " InboundSeq " / " InboundRecordNumber
                                " non remplace, code statut : " InboundMasterStatus
                        add 1 to InboundRefusedCount
                        if JobReturnCode < 8
                            move 8 to JobReturnCode
                        end-if
                    end-if
                else
                    display "Message recu " InboundSeq " / " InboundRecordNumber
                            " deja present au maitre, non remplace."
                    add 1 to InboundRefusedCount
                    if JobReturnCode < 8
                        move 8 to JobReturnCode
                    end-if
                end-if
            not invalid key
                add 1 to InboundStoredCount
        end-write
    end-if.

        display "ANOMALIE sur le lot recu :"
        display "  attendu " InboundTrailerCount " enregistrements, total " InboundTrailerHash
        display "  recu    " InboundDetailCount " enregistrements, total " InboundHashTotal
        if EnvelopeAckStatus is equal to 'A'
            move 'C' to EnvelopeAckStatus
        end-if
        if EnvelopeSuspReason is equal to spaces
            move "CTL" to EnvelopeSuspReason
        end-if
        if JobReturnCode < 4
            move 4 to JobReturnCode
        end-if
    end-if.

CheckInboundEnvelope.
    if (InboundDetailCount > 0 or EnvelopeOpenFlag is equal to 'Y')
            and TrailerSeenFlag is not equal to 'Y'
        display "ANOMALIE sur le lot recu : fin de lot sans enregistrement de controle."
        if JobReturnCode < 4
            move 4 to JobReturnCode
        end-if
    end-if.

OpenAckFile.
    move 'N' to AckOpenFlag.
    if AckFileName is equal to spaces
        string function trim(ReceivedFileName) ".ACK"
            delimited by size into AckFileName
    end-if.
    open output AckOutputFile.
    if AckFileStatus is equal to "00"
        move 'Y' to AckOpenFlag
    else
        display "Fichier des accuses inaccessible, code statut : " AckFileStatus
        if JobReturnCode < 4
            move 4 to JobReturnCode
        end-if
    end-if.

WriteEnvelopeAck.
    if EnvelopeOpenFlag is equal to 'Y'
        if EnvelopeAckStatus is equal to 'A' and TrailerSeenFlag is not equal to 'Y'
            move 'T' to EnvelopeAckStatus
        end-if
        if EnvelopeSuspReason is equal to spaces and TrailerSeenFlag is not equal to 'Y'
            move "FIN" to EnvelopeSuspReason
        end-if
        if InboundRefusedCount > 0
            if EnvelopeAckStatus is equal to 'A'
                move 'D' to EnvelopeAckStatus
            end-if
            if EnvelopeSuspReason is equal to spaces
                move "DUP" to EnvelopeSuspReason
            end-if
        end-if
        if AckOpenFlag is equal to 'Y'
            move InboundHeaderSeq to AckSequence
            move function current-date(1:8) to AckDate
            move EnvelopeAckStatus to AckStatus
            move InboundStoredCount to AckCount
            write AckRecord
            add 1 to AckWrittenCount
        end-if
        display "Accuse du lot " InboundHeaderSeq " : statut " EnvelopeAckStatus
                ", " InboundStoredCount " messages enregistres."
        move 'N' to EnvelopeOpenFlag
    end-if.

CloseAckFile.
    if AckOpenFlag is equal to 'Y'
        close AckOutputFile
        move 'N' to AckOpenFlag
        display "Accuses ecrits : " AckWrittenCount " dans " function trim(AckFileName)
    end-if.
    move spaces to AckFileName.

OpenSuspenseWork.
    if SuspSuppressFlag is not equal to 'Y'
        open output SuspenseWorkFile
        if SuspWorkStatus is equal to "00"
            move 'Y' to SuspWorkOpenFlag
        else
            display "Fichier de travail du suspens inaccessible, code statut : "
                    SuspWorkStatus
            if JobReturnCode < 4
                move 4 to JobReturnCode
            end-if
        end-if
    end-if.

KeepSuspenseLine.
    if SuspWorkOpenFlag is equal to 'Y'
        write SuspWorkRecord from ReceivedRecord
    end-if.

SuspendEnvelope.
    if SuspWorkOpenFlag is equal to 'Y'
        close SuspenseWorkFile
        move 'N' to SuspWorkOpenFlag
        if EnvelopeSuspReason is not equal to spaces
            perform CopyEnvelopeToSuspense
        end-if
    end-if.

CopyEnvelopeToSuspense.
    open i-o SuspenseFile.
    if SuspenseFileStatus is equal to "35"
        open output SuspenseFile
    end-if.
    if SuspenseFileStatus is not equal to "00"
        display "Fichier du suspens inaccessible, code statut : " SuspenseFileStatus
        display "Lot " InboundHeaderSeq " non mis en suspens."
        if JobReturnCode < 8
            move 8 to JobReturnCode
        end-if
    else
        add 1 to SuspEnvelopeCounter
        move 0 to SuspLineWork
        move 0 to SuspWriteErrorCount
        move 'N' to EndOfSuspWork
        open input SuspenseWorkFile
        if SuspWorkStatus is not equal to "00"
            display "Fichier de travail du suspens illisible, code statut : " SuspWorkStatus
            display "Lot " InboundHeaderSeq " non mis en suspens."
            if JobReturnCode < 8
                move 8 to JobReturnCode
            end-if
            close SuspenseFile
        else
            perform CopySuspenseWorkLines
        end-if
    end-if.

CopySuspenseWorkLines.
    perform until EndOfSuspWork is equal to 'Y'
        read SuspenseWorkFile
            at end move 'Y' to EndOfSuspWork
            not at end
                add 1 to SuspLineWork
                move RunStartStamp to SuspRunStamp
                move SuspEnvelopeCounter to SuspEnvelopeNumber
                move SuspLineWork to SuspLineNumber
                move EnvelopeSuspReason to SuspReason
                move 'S' to SuspStatus
                move InboundSourceName to SuspReceivedFile
                move InboundHeaderSeq to SuspSequence
                move ReceivedKeyId to SuspKeyId
                move function current-date(1:14) to SuspStamp
                move spaces to SuspActionStamp
                move spaces to SuspOperator
                move spaces to SuspNote
                move SuspWorkRecord to SuspData
                write SuspenseRecord
                    invalid key
                        display "Ligne de suspens en double : " SuspenseKey
                end-write
                if SuspenseFileStatus is not equal to "00"
                    add 1 to SuspWriteErrorCount
                    if SuspenseFileStatus is not equal to "22"
                        display "Ecriture au suspens impossible, code statut : "
                                SuspenseFileStatus
                    end-if
                end-if
        end-read
    end-perform.
    close SuspenseWorkFile.
    close SuspenseFile.
    display "Lot " InboundHeaderSeq " mis en suspens, motif " EnvelopeSuspReason
            ", identifiant " SuspEnvelopeId ", " SuspLineWork " lignes.".
    if SuspWriteErrorCount > 0
        display "ANOMALIE : " SuspWriteErrorCount " lignes du lot " InboundHeaderSeq
                " non ecrites au suspens."
        if JobReturnCode < 8
            move 8 to JobReturnCode
        end-if
    end-if.
    move "SUS" to AuditOperation.
    move spaces to PlainMessage.
    string "LOT " InboundHeaderSeq " MOTIF " EnvelopeSuspReason " FICHIER "
           function trim(InboundSourceName)
        delimited by size into PlainMessage.
    move spaces to FormattedPlainMessage.
    string "SUSPENS " SuspEnvelopeId delimited by size into FormattedPlainMessage.
    move CurrentKeyId to SuspSavedKeyId.
    move ReceivedKeyId to CurrentKeyId.
    perform AppendAuditTrail.
    move SuspSavedKeyId to CurrentKeyId.

ReceptionMenu.
    display "Reception : (F) Fichier recu  (L) Lister le suspens  (P) Retraiter un lot"
            "  (A) Abandonner un lot  (Q) Retour".
    display "Choix : " with no advancing.
    accept ReceptionChoice.
    move function upper-case(ReceptionChoice) to ReceptionChoice.
    evaluate ReceptionChoice
        when "F"
            perform BatchDecryptMessages
        when "L"
            perform ListSuspense
        when "P"
            perform ReprocessSuspense
        when "A"
            perform WriteOffSuspense
        when "Q"
            continue
        when other
            display "Choix invalide."
    end-evaluate.

ListSuspense.
    move 0 to SuspListedCount.
    open input SuspenseFile.
    if SuspenseFileStatus is equal to "35"
        display "Aucun lot en suspens."
    else
        if SuspenseFileStatus is not equal to "00"
            display "Fichier du suspens inaccessible, code statut : " SuspenseFileStatus
        else
            display "Identifiant          Motif Sequence Cle      Recu le        Fichier"
            move 'N' to EndOfSuspense
            perform until EndOfSuspense is equal to 'Y'
                read SuspenseFile next record
                    at end move 'Y' to EndOfSuspense
                    not at end
                        if SuspLineNumber is equal to 1 and SuspStatus is equal to 'S'
                            add 1 to SuspListedCount
                            display SuspEnvelopeId " " SuspReason "   " SuspSequence
                                    "   " SuspKeyId " " SuspStamp " "
                                    function trim(SuspReceivedFile)
                        end-if
                end-read
            end-perform
            close SuspenseFile
            display "Lots en suspens : " SuspListedCount
        end-if
    end-if.

SelectSuspendedEnvelope.
    move 'N' to SuspSelectFlag.
    display "Identifiant du lot en suspens : " with no advancing.
    accept SuspSelectId.
    open input SuspenseFile.
    if SuspenseFileStatus is not equal to "00"
        display "Fichier du suspens inaccessible, code statut : " SuspenseFileStatus
    else
        move SuspSelectId to SuspEnvelopeId
        move 1 to SuspLineNumber
        read SuspenseFile
            invalid key
                display "Lot en suspens introuvable : " SuspSelectId
            not invalid key
                if SuspStatus is not equal to 'S'
                    display "Lot deja traite, statut " SuspStatus "."
                else
                    move 'Y' to SuspSelectFlag
                    move SuspReceivedFile to SuspOriginalFile
                    move SuspSequence to SuspOriginalSeq
                    move SuspKeyId to SuspOriginalKeyId
                    move SuspReason to SuspOriginalReason
                    display "Lot " SuspSequence " du fichier " function trim(SuspReceivedFile)
                            ", motif " SuspReason "."
                end-if
        end-read
        close SuspenseFile
    end-if.

ReprocessSuspense.
    perform SelectSuspendedEnvelope.
    if SuspSelectFlag is equal to 'Y'
        perform CheckSuspenseOverwrite
    end-if.
    if SuspSelectFlag is equal to 'Y'
        perform ExtractSuspendedEnvelope
    end-if.
    if SuspSelectFlag is equal to 'Y'
        display "Fichier des messages en clair en sortie : " with no advancing
        accept PlainOutputFileName
        move "POLYSWRK.DAT" to ReceivedFileName
        move SuspOriginalFile to InboundSourceName
        move spaces to AckFileName
        string "POLYRPR." SuspSelectId ".ACK" delimited by size into AckFileName
        move 'Y' to SuspSuppressFlag
        perform RunBatchDecrypt
        move 'N' to SuspSuppressFlag
        move 'R' to DuplicateActionFlag
        open output SuspenseWorkFile
        close SuspenseWorkFile
        move spaces to SuspNewNote
        if ReceivedRecordCount > 0 and SkipEnvelopeFlag is not equal to 'Y'
                and EnvelopeAckStatus is equal to 'A'
            move 'R' to SuspNewStatus
            string "RETRAITE, ACCUSE " EnvelopeAckStatus delimited by size into SuspNewNote
            display "Lot retraite, statut d'accuse " EnvelopeAckStatus "."
        else
            move 'S' to SuspNewStatus
            string "ECHEC RETRAITEMENT, ACCUSE " EnvelopeAckStatus
                delimited by size into SuspNewNote
            display "Retraitement en anomalie, statut d'accuse " EnvelopeAckStatus
                    ", lot conserve en suspens."
        end-if
        perform UpdateSuspenseStatus
        move "RPR" to AuditOperation
        perform AuditSuspenseAction
    end-if.

CheckSuspenseOverwrite.
    move 'R' to DuplicateActionFlag.
    move 'N' to SuspInboundFoundFlag.
    open input InboundMasterFile.
    if InboundMasterStatus is equal to "00"
        move SuspOriginalSeq to InboundSeq
        move 1 to InboundRecordNumber
        read InboundMasterFile
            invalid key
                continue
            not invalid key
                move 'Y' to SuspInboundFoundFlag
        end-read
        close InboundMasterFile
    end-if.
    if SuspInboundFoundFlag is equal to 'Y' or SuspOriginalReason is equal to "DUP"
        display "Le lot " SuspOriginalSeq " figure deja au maitre des receptions :"
        display "le retraitement remplacerait les messages recus sous cette sequence."
        display "Confirmer l'ecrasement (O/N) : " with no advancing
        accept SuspOverwriteConfirm
        move function upper-case(SuspOverwriteConfirm) to SuspOverwriteConfirm
        if SuspOverwriteConfirm is equal to 'O'
            move 'O' to DuplicateActionFlag
        else
            display "Retraitement abandonne, lot conserve en suspens."
            move 'N' to SuspSelectFlag
        end-if
    end-if.

ExtractSuspendedEnvelope.
    move 0 to SuspLineWork.
    open input SuspenseFile.
    open output SuspenseWorkFile.
    if SuspenseFileStatus is not equal to "00" or SuspWorkStatus is not equal to "00"
        display "Extraction du lot impossible, codes statut : "
                SuspenseFileStatus " " SuspWorkStatus
        if SuspenseFileStatus is equal to "00"
            close SuspenseFile
        end-if
        if SuspWorkStatus is equal to "00"
            close SuspenseWorkFile
        end-if
        move 'N' to SuspSelectFlag
    else
        move SuspSelectId to SuspEnvelopeId
        move 0 to SuspLineNumber
        move 'N' to EndOfSuspense
        start SuspenseFile key is not less than SuspenseKey
            invalid key move 'Y' to EndOfSuspense
        end-start
        perform until EndOfSuspense is equal to 'Y'
            read SuspenseFile next record
                at end move 'Y' to EndOfSuspense
                not at end
                    if SuspEnvelopeId is not equal to SuspSelectId
                        move 'Y' to EndOfSuspense
                    else
                        add 1 to SuspLineWork
                        write SuspWorkRecord from SuspData
                    end-if
            end-read
        end-perform
        close SuspenseFile
        close SuspenseWorkFile
        display SuspLineWork " lignes extraites pour le retraitement."
    end-if.

WriteOffSuspense.
    perform SelectSuspendedEnvelope.
    if SuspSelectFlag is equal to 'Y'
        display "Motif de l'abandon : " with no advancing
        accept SuspNewNote
        if SuspNewNote is equal to spaces
            display "Motif obligatoire, abandon annule."
        else
            move 'W' to SuspNewStatus
            perform UpdateSuspenseStatus
            move "ABD" to AuditOperation
            perform AuditSuspenseAction
            display "Lot abandonne."
        end-if
    end-if.

UpdateSuspenseStatus.
    open i-o SuspenseFile.
    if SuspenseFileStatus is not equal to "00"
        display "Fichier du suspens inaccessible, code statut : " SuspenseFileStatus
    else
        move SuspSelectId to SuspEnvelopeId
        move 0 to SuspLineNumber
        move 'N' to EndOfSuspense
        start SuspenseFile key is not less than SuspenseKey
            invalid key move 'Y' to EndOfSuspense
        end-start
        perform until EndOfSuspense is equal to 'Y'
            read SuspenseFile next record
                at end move 'Y' to EndOfSuspense
                not at end
                    if SuspEnvelopeId is not equal to SuspSelectId
                        move 'Y' to EndOfSuspense
                    else
                        move SuspNewStatus to SuspStatus
                        move function current-date(1:14) to SuspActionStamp
                        move OperatorName to SuspOperator
                        move SuspNewNote to SuspNote
                        rewrite SuspenseRecord
                            invalid key
                                display "Mise a jour impossible : " SuspenseKey
                        end-rewrite
                    end-if
            end-read
        end-perform
        close SuspenseFile
    end-if.

AuditSuspenseAction.
    move spaces to PlainMessage.
    string "LOT " SuspOriginalSeq " FICHIER " function trim(SuspOriginalFile)
           " PAR " function trim(OperatorName)
        delimited by size into PlainMessage.
    move spaces to FormattedPlainMessage.
    string "SUSPENS " SuspSelectId " " function trim(SuspNewNote)
        delimited by size into FormattedPlainMessage.
    move CurrentKeyId to SuspSavedKeyId.
    move SuspOriginalKeyId to CurrentKeyId.
    perform AppendAuditTrail.
    move SuspSavedKeyId to CurrentKeyId.
