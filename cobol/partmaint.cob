       identification division.
       program-id. caesar-partmaint.

      *> Partner-master maintenance. Applies a file of transactions
      *> to PARTMST and writes the updated master to PARTMSTO along
      *> with a report of what was applied and what was refused, the
      *> same load-update-rewrite shape caesar-keymaint and
      *> caesar-opermaint use:
      *>   A - add a partner (name, Y/N mode flags, default key-ID)
      *>   M - change a partner's allowed modes
      *>   K - change a partner's default key-ID
      *>   S - suspend a partner
      *>   R - reinstate a suspended partner
      *> A partner's position on the master names its ENCOUTn,
      *> INBINn and ACKOUTn slots, so the master is only ever
      *> appended to and rewritten in the order it was read: there
      *> is no delete, a partner that should stop trading is
      *> suspended instead, and no transaction can move an existing
      *> partner to another slot. An add takes the next free slot;
      *> with all five taken it is refused.
      *> A default key-ID must be an ACTIVE key on KEYLIB (checked
      *> through key-lookup) -- a retired or unknown default would
      *> only surface as rejected traffic on the night it was used.
      *>
      *> The run signs on like the other maintenance utilities:
      *> SYSIN's first line is the operator ID, verified against
      *> OPERMST through oper-auth before any transaction is read.
      *> Anything that changes where or under what key traffic goes
      *> -- A, K, S and R -- additionally carries a SECOND authorized
      *> operator ID as approver, different from the signed-on
      *> operator. Every transaction, applied or refused, lands on
      *> AUDITLOG with both IDs and the partner it touched.
       environment division.
       input-output section.
       file-control.
           select partnerMasterFile assign to "PARTMST"
               organization is line sequential
               file status is partnerMasterStatus.
           select partnerMasterOutFile assign to "PARTMSTO"
               organization is line sequential.
           select partTransactionFile assign to "PARTTXN"
               organization is line sequential.
           select maintReportFile assign to "PARTMRPT"
               organization is line sequential.

       data division.
       file section.
       fd  partnerMasterFile.
       copy "PARTREC".

       fd  partnerMasterOutFile.
       01 partMasterOutRecord pic x(35).

       fd  partTransactionFile.
       01 partTransactionRecord.
           05 txnAction          pic x(1).
               88 txnAddPartner        value "A" "a".
               88 txnChangeModes       value "M" "m".
               88 txnChangeDefaultKey  value "K" "k".
               88 txnSuspendPartner    value "S" "s".
               88 txnReinstatePartner  value "R" "r".
           05 txnPartnerId       pic x(4).
           05 txnPartnerName     pic x(20).
           05 txnAllowCaesar     pic x(1).
           05 txnAllowVigenere   pic x(1).
           05 txnDefaultKeyId    pic x(8).
           05 txnApprover        pic x(8).

       fd  maintReportFile.
       01 maintReportLine pic x(120).

       working-storage section.
       copy "AUDITREC".
       01 auditLineBody pic x(132).

       01 authProgramId pic x(15) value "CAESAR-PARTMNT".
       01 authStatus pic x(1).
           88 authAuthorized       value "A".
           88 authUnknownOperator  value "U".
           88 authInactiveOperator value "I".
           88 authNotAuthorized    value "N".
       01 authViolationText pic x(40).
       01 approverStatus pic x(1).
           88 approverAuthorized   value "A".
       01 auditActionText pic x(10).

       01 keyword pic x(20).
       01 keyLookupStatus pic x(1).
           88 keyLookupFound       value "F".
           88 keyLookupRetired     value "R".
           88 keyLookupNotFound    value "N".

       01 partnerMasterStatus pic xx.
       01 partnerMasterEndFlag pic x(1) value "N".
           88 endOfPartnerMaster value "Y".
       01 txnEndOfFile pic x(1) value "N".
           88 endOfTransactions value "Y".
       01 masterOverflowFlag pic x(1) value "N".
           88 partnerMasterOverflowed value "Y".
       01 partnerCount pic 9(1) value 0.
       01 k pic 9(1).
       01 matchIndex pic 9(1).
       01 appliedCount pic 9(5) value 0.
       01 refusedCount pic 9(5) value 0.
       01 refusalReason pic x(40).
       01 slotNoteText pic x(40).

       01 workPartnerRecord.
           05 workPartnerId        pic x(4).
           05 workPartnerName      pic x(20).
           05 workAllowCaesar      pic x(1).
           05 workAllowVigenere    pic x(1).
           05 workDefaultKeyId     pic x(8).
           05 workPartnerStatus    pic x(1).

      *> Five slots -- one per ENCOUTn/INBINn/ACKOUTn DD the
      *> exchange jobs can carry.
       01 partnerEntryTable.
           05 partnerEntry occurs 5 times.
               10 partEntryId         pic x(4).
               10 partEntryName       pic x(20).
               10 partEntryAllowC     pic x(1).
               10 partEntryAllowV     pic x(1).
               10 partEntryDefaultKey pic x(8).
               10 partEntryStatus     pic x(1).
                   88 partEntrySuspended value "S" "s".

       procedure division.
       mainline.
           display "Operator ID: " no advancing
           accept auditOperator
           perform verifyOperatorAuthority

           open output maintReportFile
           move "PARTNER MASTER MAINTENANCE REPORT" to maintReportLine
           write maintReportLine
           move spaces to maintReportLine
           write maintReportLine

           perform loadPartnerMaster
           if partnerMasterOverflowed
               move "PARTMST HOLDS MORE THAN 5 PARTNERS - NOT REWRITTEN"
                   to maintReportLine
               write maintReportLine
               close maintReportFile
               move 12 to return-code
               stop run
           end-if

           open input partTransactionFile
           perform until endOfTransactions
               read partTransactionFile
                   at end
                       set endOfTransactions to true
                   not at end
                       perform applyOneTransaction
               end-read
           end-perform
           close partTransactionFile

           perform rewritePartnerMaster

           move spaces to maintReportLine
           write maintReportLine
           move spaces to maintReportLine
           string "TRANSACTIONS APPLIED: " delimited by size
               appliedCount delimited by size
               " REFUSED: " delimited by size
               refusedCount delimited by size
               " MASTER ENTRIES: " delimited by size
               partnerCount delimited by size
               into maintReportLine
           write maintReportLine
           close maintReportFile
           stop run.

      *> A missing PARTMST just means this is the run that creates
      *> it. A master already holding more partners than there are
      *> slots was edited by hand; rewriting only the first five would
      *> silently drop the rest, so the run stops without writing
      *> PARTMSTO and the swap steps are skipped.
       loadPartnerMaster.
           move 0 to partnerCount
           open input partnerMasterFile
           if partnerMasterStatus = "00"
               perform until endOfPartnerMaster
                   read partnerMasterFile
                       at end
                           set endOfPartnerMaster to true
                       not at end
                           if partnerCount < 5
                               add 1 to partnerCount
                               move partnerId
                                   to partEntryId(partnerCount)
                               move partnerName
                                   to partEntryName(partnerCount)
                               move partnerAllowCaesar
                                   to partEntryAllowC(partnerCount)
                               move partnerAllowVigenere
                                   to partEntryAllowV(partnerCount)
                               move partnerDefaultKeyId
                                   to partEntryDefaultKey(partnerCount)
                               move partnerStatus
                                   to partEntryStatus(partnerCount)
                           else
                               set partnerMasterOverflowed to true
                           end-if
                   end-read
               end-perform
               close partnerMasterFile
           end-if.

       applyOneTransaction.
           move spaces to refusalReason
           move spaces to slotNoteText
           move spaces to auditKeyId
           perform findTransactionPartner

           if txnAddPartner
               move "ADD" to auditActionText
               perform applyAddTransaction
           else
               if txnChangeModes
                   move "MODES" to auditActionText
                   perform applyModesTransaction
               else
                   if txnChangeDefaultKey
                       move "DEFKEY" to auditActionText
                       perform applyDefaultKeyTransaction
                   else
                       if txnSuspendPartner
                           move "SUSPEND" to auditActionText
                           perform applySuspendTransaction
                       else
                           if txnReinstatePartner
                               move "REINSTATE" to auditActionText
                               perform applyReinstateTransaction
                           else
                               move "UNKNOWN" to auditActionText
                               move "ACTION MUST BE A, M, K, S OR R"
                                   to refusalReason
                           end-if
                       end-if
                   end-if
               end-if
           end-if

           move spaces to maintReportLine
           if refusalReason = spaces
               string "APPLIED " delimited by size
                   txnAction delimited by size
                   " PARTNER=" delimited by size
                   txnPartnerId delimited by size
                   " SLOT=" delimited by size
                   matchIndex delimited by size
                   " " delimited by size
                   function trim(slotNoteText) delimited by size
                   into maintReportLine
               add 1 to appliedCount
           else
               string "REFUSED " delimited by size
                   txnAction delimited by size
                   " PARTNER=" delimited by size
                   txnPartnerId delimited by size
                   " - " delimited by size
                   function trim(refusalReason) delimited by size
                   into maintReportLine
               add 1 to refusedCount
           end-if
           write maintReportLine
           perform writeMaintenanceAudit.

       findTransactionPartner.
           move 0 to matchIndex
           perform varying k from 1 by 1 until k > partnerCount
               if partEntryId(k) = txnPartnerId
                   move k to matchIndex
                   move partnerCount to k
               end-if
           end-perform.

      *> A new partner is a new route, so it is held to dual control.
      *> It always lands in the next slot after the last partner on
      *> file -- the report names the slot so operations know which
      *> ENCOUTn/INBINn/ACKOUTn DDs to add to the exchange jobs.
       applyAddTransaction.
           if function trim(txnPartnerId) = spaces
               move "PARTNER ID IS BLANK" to refusalReason
           end-if
           if refusalReason = spaces and matchIndex > 0
               move "PARTNER ID ALREADY ON FILE" to refusalReason
           end-if
           if refusalReason = spaces and partnerCount >= 5
               move "PARTNER MASTER IS FULL - NO SLOT FREE"
                   to refusalReason
           end-if
           if refusalReason = spaces
                   and function trim(txnPartnerName) = spaces
               move "PARTNER NAME IS BLANK" to refusalReason
           end-if
           if refusalReason = spaces
               perform validateTransactionModes
           end-if
           if refusalReason = spaces
                   and function trim(txnDefaultKeyId) not = spaces
               perform validateTransactionDefaultKey
           end-if
           if refusalReason = spaces
               perform checkDualControlApprover
           end-if
           if refusalReason = spaces
               add 1 to partnerCount
               move partnerCount to matchIndex
               move txnPartnerId to partEntryId(matchIndex)
               move txnPartnerName to partEntryName(matchIndex)
               move function UPPER-CASE(txnAllowCaesar)
                   to partEntryAllowC(matchIndex)
               move function UPPER-CASE(txnAllowVigenere)
                   to partEntryAllowV(matchIndex)
               move txnDefaultKeyId to partEntryDefaultKey(matchIndex)
               move space to partEntryStatus(matchIndex)
               move txnDefaultKeyId to auditKeyId
               move "- ADD ENCOUTn/INBINn/ACKOUTn DDS"
                   to slotNoteText
           end-if.

      *> Which modes a partner accepts does not change where its
      *> traffic goes, so a mode change is single control -- but it
      *> is still on AUDITLOG like every other transaction.
       applyModesTransaction.
           if matchIndex = 0
               move "PARTNER ID NOT ON FILE" to refusalReason
           end-if
           if refusalReason = spaces
               perform validateTransactionModes
           end-if
           if refusalReason = spaces
               move function UPPER-CASE(txnAllowCaesar)
                   to partEntryAllowC(matchIndex)
               move function UPPER-CASE(txnAllowVigenere)
                   to partEntryAllowV(matchIndex)
               move partEntryDefaultKey(matchIndex) to auditKeyId
           end-if.

      *> The default key is what every key-less Vigenere record to
      *> the partner is encrypted under, so changing it is dual
      *> control. A blank key-ID clears the default; records to the
      *> partner must then name their key.
       applyDefaultKeyTransaction.
           if matchIndex = 0
               move "PARTNER ID NOT ON FILE" to refusalReason
           end-if
           if refusalReason = spaces
                   and function trim(txnDefaultKeyId) not = spaces
               perform validateTransactionDefaultKey
           end-if
           if refusalReason = spaces
               perform checkDualControlApprover
           end-if
           if refusalReason = spaces
               move txnDefaultKeyId to partEntryDefaultKey(matchIndex)
               move txnDefaultKeyId to auditKeyId
           end-if.

       applySuspendTransaction.
           if matchIndex = 0
               move "PARTNER ID NOT ON FILE" to refusalReason
           else
               if partEntrySuspended(matchIndex)
                   move "PARTNER ALREADY SUSPENDED" to refusalReason
               end-if
           end-if
           if refusalReason = spaces
               perform checkDualControlApprover
           end-if
           if refusalReason = spaces
               move "S" to partEntryStatus(matchIndex)
               move partEntryDefaultKey(matchIndex) to auditKeyId
           end-if.

       applyReinstateTransaction.
           if matchIndex = 0
               move "PARTNER ID NOT ON FILE" to refusalReason
           else
               if not partEntrySuspended(matchIndex)
                   move "PARTNER IS NOT SUSPENDED" to refusalReason
               end-if
           end-if
           if refusalReason = spaces
               perform checkDualControlApprover
           end-if
           if refusalReason = spaces
               move space to partEntryStatus(matchIndex)
               move partEntryDefaultKey(matchIndex) to auditKeyId
           end-if.

      *> The mode flags are read by caesar-encrypt and caesar-intake
      *> as "Y allows, anything else refuses"; only Y or N is taken
      *> here so the master says what it means.
       validateTransactionModes.
           if txnAllowCaesar not = "Y" and txnAllowCaesar not = "y"
                   and txnAllowCaesar not = "N"
                   and txnAllowCaesar not = "n"
               move "ALLOW-CAESAR FLAG MUST BE Y OR N" to refusalReason
           end-if
           if refusalReason = spaces
               if txnAllowVigenere not = "Y"
                       and txnAllowVigenere not = "y"
                       and txnAllowVigenere not = "N"
                       and txnAllowVigenere not = "n"
                   move "ALLOW-VIGENERE FLAG MUST BE Y OR N"
                       to refusalReason
               end-if
           end-if.

       validateTransactionDefaultKey.
           call "key-lookup" using txnDefaultKeyId, keyword,
                   keyLookupStatus
           end-call
           if keyLookupRetired
               move "DEFAULT KEY ID IS RETIRED" to refusalReason
           end-if
           if keyLookupNotFound
               move "DEFAULT KEY ID NOT IN KEY LIBRARY" to refusalReason
           end-if.

      *> The approver is verified through the same oper-auth check
      *> the sign-on uses, against the same program authority, and
      *> must not be the signed-on operator.
       checkDualControlApprover.
           if function trim(txnApprover) = spaces
               move "ROUTING OR KEY CHANGE NEEDS APPROVER ID"
                   to refusalReason
           else
               if txnApprover = auditOperator
                   move "APPROVER MUST DIFFER FROM OPERATOR"
                       to refusalReason
               else
                   call "oper-auth" using txnApprover, authProgramId,
                           approverStatus
                   end-call
                   if not approverAuthorized
                       move "APPROVER NOT AUTHORIZED" to refusalReason
                   end-if
               end-if
           end-if.

      *>****************************************************************
      *> Verifies the sign-on operator against the OPERMST master
      *> through the oper-auth subprogram before any work is done,
      *> exactly as caesar-keymaint and caesar-opermaint do. An
      *> unknown, inactive, or unauthorized ID writes a security-
      *> violation line to AUDITLOG and ends the run with RC 12.
      *>****************************************************************
       verifyOperatorAuthority.
           call "oper-auth" using auditOperator, authProgramId,
                   authStatus
           end-call
           if not authAuthorized
               if authUnknownOperator
                   move "UNKNOWN OPERATOR" to authViolationText
               end-if
               if authInactiveOperator
                   move "OPERATOR IS INACTIVE" to authViolationText
               end-if
               if authNotAuthorized
                   move "NOT AUTHORIZED FOR THIS PROGRAM"
                       to authViolationText
               end-if
               perform writeSecurityViolation
               display "SIGN-ON REFUSED: "
                   function trim(authViolationText)
               move 12 to return-code
               stop run
           end-if.

       writeSecurityViolation.
           move function CURRENT-DATE to auditTimestamp
           move spaces to auditLineBody
           string auditOperator delimited by size
               " " delimited by size auditTimestamp delimited by size
               " " delimited by size authProgramId delimited by size
               " SECURITY VIOLATION - " delimited by size
               function trim(authViolationText) delimited by size
               into auditLineBody
           call "audit-chain" using auditLineBody
           end-call.

      *> One audit line per transaction, applied or refused, in the
      *> run-line format caesar-auditrpt already parses: KEYID=
      *> carries the partner's default key-ID after the change, and
      *> the approver and action ride on the tail with the partner
      *> ID tacked onto the action (ACTION=SUSPEND/P001) -- there is
      *> no shift to log, so SHIFT= is left off to keep a fully
      *> populated line inside the chained body. A refused
      *> transaction counts no records, which is how the log tells
      *> it from an applied one.
       writeMaintenanceAudit.
           move function CURRENT-DATE to auditTimestamp
           move authProgramId to auditProgramName
           move "B" to auditRunMode
           move 0 to auditMessageLength
           if refusalReason = spaces
               move 1 to auditRecordCount
           else
               move 0 to auditRecordCount
           end-if
           move spaces to auditLineBody
           string auditOperator delimited by size
               " " delimited by size auditTimestamp delimited by size
               " " delimited by size auditProgramName delimited by size
               " MODE=" delimited by size auditRunMode delimited by size
               " LEN=" delimited by size
               auditMessageLength delimited by size
               " KEYID=" delimited by size
               function trim(auditKeyId) delimited by size
               " RECORDS=" delimited by size
               auditRecordCount delimited by size
               " APPROVER=" delimited by size
               function trim(txnApprover) delimited by size
               " ACTION=" delimited by size
               function trim(auditActionText) delimited by size
               "/" delimited by size txnPartnerId delimited by size
               into auditLineBody
           call "audit-chain" using auditLineBody
           end-call.

      *> Rewritten in the order loaded, with any add on the end, so
      *> every existing partner keeps its slot.
       rewritePartnerMaster.
           open output partnerMasterOutFile
           perform varying k from 1 by 1 until k > partnerCount
               move partEntryId(k) to workPartnerId
               move partEntryName(k) to workPartnerName
               move partEntryAllowC(k) to workAllowCaesar
               move partEntryAllowV(k) to workAllowVigenere
               move partEntryDefaultKey(k) to workDefaultKeyId
               move partEntryStatus(k) to workPartnerStatus
               move workPartnerRecord to partMasterOutRecord
               write partMasterOutRecord
           end-perform
           close partnerMasterOutFile.

       end program caesar-partmaint.
