identification division.
program-id. PolybeChainCheck.
environment division.
input-output section.
file-control.
    select AuditTrailFile assign to "POLYAUDIT.LOG"
        organization is line sequential
        file status is AuditFileStatus.
    select KeyJournalFile assign to "POLYKLOG.DAT"
        organization is line sequential
        file status is KeyJournalFileStatus.
    select ChainAnchorFile assign to "POLYANCR.DAT"
        organization is line sequential
        file status is ChainAnchorStatus.
data division.
file section.
fd AuditTrailFile.
copy POLYAUD.
fd KeyJournalFile.
copy POLYKLG.
fd ChainAnchorFile.
copy POLYANC.

working-storage section.
01 AuditFileStatus pic XX value "00".
01 KeyJournalFileStatus pic XX value "00".
01 ChainAnchorStatus pic XX value "00".
01 EndOfAnchorFile pic X value 'N'.
01 EndOfLog pic X value 'N'.
01 ChainLogName pic X(8) value spaces.
01 ChainText pic X(1100) value spaces.
01 ChainLength pic 9(4) value 0.
01 ChainIndex pic 9(4) value 0.
01 ChainWork pic 9(12) value 0.
01 ChainSequence pic 9(8) value 0.
01 ChainValue pic 9(10) value 0.
01 LineSeqText pic X(8) value spaces.
01 LineChainText pic X(10) value spaces.
01 LineSequence pic 9(8) value 0.
01 LineChainValue pic 9(10) value 0.
01 AnchorSeqWork pic 9(8) value 0.
01 AnchorValueWork pic 9(10) value 0.
01 ExpectedSeq pic 9(8) value 0.
01 PreviousValue pic 9(10) value 0.
01 ChainStarted pic X value 'N'.
01 BreakFound pic X value 'N'.
01 BreakText pic X(100) value spaces.
01 LastGoodStamp pic X(14) value spaces.
01 LinesReadCount pic 9(8) value 0.
01 LegacyLineCount pic 9(8) value 0.
01 VerifiedLineCount pic 9(8) value 0.
01 LogsBrokenCount pic 9 value 0.
01 LogsMissingCount pic 9 value 0.
01 CheckReturnCode pic 9(4) value 0.

procedure division.
display "Controle du chainage des journaux Polybe".
display "----------------------------------------".
perform CheckAuditLog.
perform CheckJournalLog.
display " ".
if LogsBrokenCount > 0
    display "RESULTAT : " LogsBrokenCount " journal(aux) a chainage rompu."
    move 8 to CheckReturnCode
else
    if LogsMissingCount > 0
        display "RESULTAT : " LogsMissingCount " journal(aux) absent(s)."
        move 4 to CheckReturnCode
    else
        display "RESULTAT : chainage integre."
    end-if
end-if.
move CheckReturnCode to return-code.
stop run.

CheckAuditLog.
    move "AUDIT" to ChainLogName.
    perform StartLogCheck.
    open input AuditTrailFile.
    if AuditFileStatus is not equal to "00"
        display " "
        display "Journal d'audit POLYAUDIT.LOG inaccessible, code statut : "
                AuditFileStatus
        add 1 to LogsMissingCount
    else
        perform until EndOfLog is equal to 'Y'
            read AuditTrailFile
                at end move 'Y' to EndOfLog
                not at end
                    move AuditRecordText to ChainText
                    move AuditRecord(1101:8) to LineSeqText
                    move AuditRecord(1109:10) to LineChainText
                    perform CheckChainLine
            end-read
        end-perform
        close AuditTrailFile
        display " "
        display "----- Journal d'audit POLYAUDIT.LOG -----"
        perform DisplayLogResult
    end-if.

CheckJournalLog.
    move "KLOG" to ChainLogName.
    perform StartLogCheck.
    open input KeyJournalFile.
    if KeyJournalFileStatus is not equal to "00"
        display " "
        display "Journal des cles POLYKLOG.DAT inaccessible, code statut : "
                KeyJournalFileStatus
        add 1 to LogsMissingCount
    else
        perform until EndOfLog is equal to 'Y'
            read KeyJournalFile
                at end move 'Y' to EndOfLog
                not at end
                    move spaces to ChainText
                    move JournalRecordText to ChainText
                    move KeyJournalRecord(121:8) to LineSeqText
                    move KeyJournalRecord(129:10) to LineChainText
                    perform CheckChainLine
            end-read
        end-perform
        close KeyJournalFile
        display " "
        display "----- Journal des cles POLYKLOG.DAT -----"
        perform DisplayLogResult
    end-if.

StartLogCheck.
    perform LoadChainAnchor.
    move ChainSequence to AnchorSeqWork.
    move ChainValue to AnchorValueWork.
    compute ExpectedSeq = AnchorSeqWork + 1.
    move AnchorValueWork to PreviousValue.
    move 'N' to ChainStarted.
    move 'N' to BreakFound.
    move spaces to BreakText.
    move spaces to LastGoodStamp.
    move 0 to LinesReadCount.
    move 0 to LegacyLineCount.
    move 0 to VerifiedLineCount.
    move 'N' to EndOfLog.

CheckChainLine.
    add 1 to LinesReadCount.
    if LineSeqText is not numeric or LineChainText is not numeric
        if ChainStarted is not equal to 'Y'
            add 1 to LegacyLineCount
        else
            if BreakFound is not equal to 'Y'
                move 'Y' to BreakFound
                string "ligne " LinesReadCount " inseree sans valeur de chainage"
                    delimited by size into BreakText
            end-if
        end-if
    else
        move 'Y' to ChainStarted
        move LineSeqText to LineSequence
        move LineChainText to LineChainValue
        if BreakFound is not equal to 'Y'
            evaluate true
                when LineSequence > ExpectedSeq
                    move 'Y' to BreakFound
                    string "ligne(s) manquante(s) : sequence " ExpectedSeq
                           " attendue, " LineSequence " lue a la ligne " LinesReadCount
                        delimited by size into BreakText
                when LineSequence < ExpectedSeq
                    move 'Y' to BreakFound
                    string "ligne " LinesReadCount " inseree ou dupliquee : sequence "
                           LineSequence ", " ExpectedSeq " attendue"
                        delimited by size into BreakText
                when other
                    move LineSequence to ChainSequence
                    move PreviousValue to ChainValue
                    perform ComputeChainValue
                    if ChainValue is not equal to LineChainValue
                        move 'Y' to BreakFound
                        string "ligne " LinesReadCount " alteree : sequence "
                               LineSequence ", valeur de chainage discordante"
                            delimited by size into BreakText
                    else
                        add 1 to VerifiedLineCount
                        add 1 to ExpectedSeq
                        move LineChainValue to PreviousValue
                        move ChainText(1:14) to LastGoodStamp
                    end-if
            end-evaluate
        end-if
    end-if.

DisplayLogResult.
    display "Ancrage                   : sequence " AnchorSeqWork
            ", valeur " AnchorValueWork.
    display "Lignes lues               : " LinesReadCount.
    display "Lignes avant chainage     : " LegacyLineCount.
    display "Lignes verifiees          : " VerifiedLineCount.
    display "Derniere ligne correcte   : " LastGoodStamp.
    if BreakFound is equal to 'Y'
        add 1 to LogsBrokenCount
        display "Resultat                  : CHAINAGE ROMPU"
        display "Premiere anomalie         : " function trim(BreakText)
    else
        display "Resultat                  : chainage integre"
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
