       identification division.
       program-id. caesar-holdmaint.

      *> Legal-hold maintenance. Applies a file of transactions to
      *> HOLDMST and writes the updated master to HOLDMSTO along with
      *> a report of what was applied and what was refused, the same
      *> load-update-rewrite shape caesar-partmaint uses:
      *>   P - place a hold (hold ID, scope, subject, run-date range,
      *>       reason, requester)
      *>   R - release a hold
      *> A hold's scope says what it protects on the archive:
      *>   M - one message ID (the dates are not used)
      *>   O - every record the operator in the subject ran between
      *>       the from and to run dates
      *>   K - every record encrypted under the key-ID in the subject
      *>       between the from and to run dates
      *> caesar-archret's purge reads the master and skips whatever
      *> an active hold covers. A released hold is kept on file with
      *> its release date and releasing operator -- nothing is ever
      *> deleted, so a hold ID is refused if it has been used before.
      *>
      *> The run signs on like the other maintenance utilities:
      *> SYSIN's first line is the operator ID, verified against
      *> OPERMST through oper-auth before any transaction is read.
      *> Placing and releasing a hold both decide what the purge may
      *> drop, so EVERY transaction carries a second authorized
      *> operator ID as approver, different from the signed-on
      *> operator. Every transaction, applied or refused, lands on
      *> AUDITLOG with both IDs and the hold it touched.
       environment division.
       input-output section.
       file-control.
           select holdMasterFile assign to "HOLDMST"
               organization is line sequential
               file status is holdMasterStatus.
           select holdMasterOutFile assign to "HOLDMSTO"
               organization is line sequential.
           select holdTransactionFile assign to "HOLDTXN"
               organization is line sequential.
           select maintReportFile assign to "HOLDMRPT"
               organization is line sequential.

       data division.
       file section.
       fd  holdMasterFile.
       01 holdMasterLine pic x(130).

       fd  holdMasterOutFile.
       01 holdMasterOutRecord pic x(130).

       fd  holdTransactionFile.
       01 holdTransactionRecord.
           05 txnAction          pic x(1).
               88 txnPlaceHold         value "P" "p".
               88 txnReleaseHold       value "R" "r".
           05 txnHoldId          pic x(8).
           05 txnScope           pic x(1).
           05 txnSubject         pic x(12).
           05 txnFromDate        pic x(8).
           05 txnToDate          pic x(8).
           05 txnReason          pic x(40).
           05 txnRequester       pic x(20).
           05 txnApprover        pic x(8).

       fd  maintReportFile.
       01 maintReportLine pic x(120).

       working-storage section.
       copy "HOLDREC".
       copy "AUDITREC".
       01 auditLineBody pic x(132).

       01 authProgramId pic x(15) value "CAESAR-HOLDMNT".
       01 authStatus pic x(1).
           88 authAuthorized       value "A".
           88 authUnknownOperator  value "U".
           88 authInactiveOperator value "I".
           88 authNotAuthorized    value "N".
       01 authViolationText pic x(40).
       01 approverStatus pic x(1).
           88 approverAuthorized   value "A".
       01 auditActionText pic x(10).

       01 holdMasterStatus pic xx.
       01 holdMasterEndFlag pic x(1) value "N".
           88 endOfHoldMaster value "Y".
       01 txnEndOfFile pic x(1) value "N".
           88 endOfTransactions value "Y".
       01 masterOverflowFlag pic x(1) value "N".
           88 holdMasterOverflowed value "Y".
       01 holdCount pic 9(3) value 0.
       01 holdTableLimit pic 9(3) value 500.
       01 k pic 9(3).
       01 matchIndex pic 9(3).
       01 appliedCount pic 9(5) value 0.
       01 refusedCount pic 9(5) value 0.
       01 activeCount pic 9(5) value 0.
       01 refusalReason pic x(40).
       01 runDate pic x(8).

      *> Each entry carries the HOLDREC layout field for field, so a
      *> hold moves between the table and holdRecord whole.
       01 holdEntryTable.
           05 holdEntry occurs 500 times.
               10 holdEntryId           pic x(8).
               10 holdEntryScope        pic x(1).
               10 holdEntrySubject      pic x(12).
               10 holdEntryFromDate     pic x(8).
               10 holdEntryToDate       pic x(8).
               10 holdEntryReason       pic x(40).
               10 holdEntryRequester    pic x(20).
               10 holdEntryPlacedDate   pic x(8).
               10 holdEntryPlacedBy     pic x(8).
               10 holdEntryReleasedDate pic x(8).
               10 holdEntryReleasedBy   pic x(8).
               10 holdEntryStatus       pic x(1).
                   88 holdEntryIsActive     value "A".

       procedure division.
       mainline.
           display "Operator ID: " no advancing
           accept auditOperator
           perform verifyOperatorAuthority
           move function CURRENT-DATE(1:8) to runDate

           open output maintReportFile
           move "LEGAL HOLD MAINTENANCE REPORT" to maintReportLine
           write maintReportLine
           move spaces to maintReportLine
           write maintReportLine

           perform loadHoldMaster
           if holdMasterOverflowed
               move "HOLDMST HOLDS MORE THAN 500 HOLDS - NOT REWRITTEN"
                   to maintReportLine
               write maintReportLine
               close maintReportFile
               move 12 to return-code
               stop run
           end-if

           open input holdTransactionFile
           perform until endOfTransactions
               read holdTransactionFile
                   at end
                       set endOfTransactions to true
                   not at end
                       perform applyOneTransaction
               end-read
           end-perform
           close holdTransactionFile

           perform rewriteHoldMaster

           move spaces to maintReportLine
           write maintReportLine
           move spaces to maintReportLine
           string "TRANSACTIONS APPLIED: " delimited by size
               appliedCount delimited by size
               " REFUSED: " delimited by size
               refusedCount delimited by size
               " HOLDS ON FILE: " delimited by size
               holdCount delimited by size
               " ACTIVE: " delimited by size
               activeCount delimited by size
               into maintReportLine
           write maintReportLine
           close maintReportFile
           stop run.

      *> A missing HOLDMST just means this is the run that creates
      *> it. A master already holding more holds than the table was
      *> edited by hand or has outgrown the program; rewriting only
      *> part of it would silently lift holds, so the run stops
      *> without writing HOLDMSTO and the swap steps are skipped.
       loadHoldMaster.
           move 0 to holdCount
           open input holdMasterFile
           if holdMasterStatus = "00"
               perform until endOfHoldMaster
                   read holdMasterFile
                       at end
                           set endOfHoldMaster to true
                       not at end
                           if holdCount < holdTableLimit
                               add 1 to holdCount
                               move holdMasterLine
                                   to holdEntry(holdCount)
                           else
                               set holdMasterOverflowed to true
                           end-if
                   end-read
               end-perform
               close holdMasterFile
           end-if.

       applyOneTransaction.
           move spaces to refusalReason
           perform findTransactionHold

           if txnPlaceHold
               move "PLACE" to auditActionText
               perform applyPlaceTransaction
           else
               if txnReleaseHold
                   move "RELEASE" to auditActionText
                   perform applyReleaseTransaction
               else
                   move "UNKNOWN" to auditActionText
                   move "ACTION MUST BE P OR R" to refusalReason
               end-if
           end-if

           move spaces to maintReportLine
           if refusalReason = spaces
               string "APPLIED " delimited by size
                   txnAction delimited by size
                   " HOLD=" delimited by size
                   txnHoldId delimited by size
                   " SCOPE=" delimited by size
                   holdScope delimited by size
                   " SUBJECT=" delimited by size
                   holdSubject delimited by size
                   " RUN DATES " delimited by size
                   holdFromDate delimited by size
                   "-" delimited by size
                   holdToDate delimited by size
                   into maintReportLine
               add 1 to appliedCount
           else
               string "REFUSED " delimited by size
                   txnAction delimited by size
                   " HOLD=" delimited by size
                   txnHoldId delimited by size
                   " - " delimited by size
                   function trim(refusalReason) delimited by size
                   into maintReportLine
               add 1 to refusedCount
           end-if
           write maintReportLine
           perform writeMaintenanceAudit.

       findTransactionHold.
           move 0 to matchIndex
           perform varying k from 1 by 1 until k > holdCount
               if holdEntryId(k) = txnHoldId
                   move k to matchIndex
                   move holdCount to k
               end-if
           end-perform.

      *> A new hold needs everything the purge and the standing
      *> report will rely on: a scope it understands, a subject, a
      *> usable run-date range for an operator or key-ID hold, and a
      *> reason and requester so the report can say why it is there.
       applyPlaceTransaction.
           if function trim(txnHoldId) = spaces
               move "HOLD ID IS BLANK" to refusalReason
           end-if
           if refusalReason = spaces and matchIndex > 0
               move "HOLD ID ALREADY ON FILE" to refusalReason
           end-if
           if refusalReason = spaces and holdCount >= holdTableLimit
               move "HOLD MASTER IS FULL" to refusalReason
           end-if
           if refusalReason = spaces
               perform validateHoldScope
           end-if
           if refusalReason = spaces
                   and function trim(txnReason) = spaces
               move "HOLD REASON IS BLANK" to refusalReason
           end-if
           if refusalReason = spaces
                   and function trim(txnRequester) = spaces
               move "REQUESTER IS BLANK" to refusalReason
           end-if
           if refusalReason = spaces
               perform checkDualControlApprover
           end-if
           if refusalReason = spaces
               move spaces to holdRecord
               move txnHoldId to holdId
               move function UPPER-CASE(txnScope) to holdScope
               move txnSubject to holdSubject
               if holdByMessage
                   move spaces to holdFromDate
                   move spaces to holdToDate
               else
                   move txnFromDate to holdFromDate
                   move txnToDate to holdToDate
               end-if
               move txnReason to holdReason
               move txnRequester to holdRequester
               move runDate to holdPlacedDate
               move auditOperator to holdPlacedBy
               set holdIsActive to true
               add 1 to holdCount
               move holdCount to matchIndex
               move holdRecord to holdEntry(matchIndex)
           else
               move spaces to holdRecord
           end-if.

      *> Releasing stamps the hold rather than removing it, so the
      *> master keeps the full history of what was protected and by
      *> whose say-so it was let go.
       applyReleaseTransaction.
           if matchIndex = 0
               move "HOLD ID NOT ON FILE" to refusalReason
           else
               move holdEntry(matchIndex) to holdRecord
               if not holdIsActive
                   move "HOLD IS ALREADY RELEASED" to refusalReason
               end-if
           end-if
           if refusalReason = spaces
               perform checkDualControlApprover
           end-if
           if refusalReason = spaces
               move runDate to holdReleasedDate
               move auditOperator to holdReleasedBy
               set holdIsReleased to true
               move holdRecord to holdEntry(matchIndex)
           else
               move spaces to holdRecord
           end-if.

      *> A message hold needs only the message ID. An operator or
      *> key-ID hold needs both run dates, as YYYYMMDD digits, in
      *> order -- an open-ended range would hold the archive forever
      *> without anyone having asked for that.
       validateHoldScope.
           if txnScope not = "M" and txnScope not = "m"
                   and txnScope not = "O" and txnScope not = "o"
                   and txnScope not = "K" and txnScope not = "k"
               move "SCOPE MUST BE M, O OR K" to refusalReason
           end-if
           if refusalReason = spaces
                   and function trim(txnSubject) = spaces
               move "HOLD SUBJECT IS BLANK" to refusalReason
           end-if
           if refusalReason = spaces
                   and txnScope not = "M" and txnScope not = "m"
               if txnFromDate is not numeric
                       or txnToDate is not numeric
                   move "RUN-DATE RANGE MUST BE YYYYMMDD"
                       to refusalReason
               else
                   if txnFromDate > txnToDate
                       move "FROM DATE IS AFTER TO DATE"
                           to refusalReason
                   end-if
               end-if
           end-if.

      *> The approver is verified through the same oper-auth check
      *> the sign-on uses, against the same program authority, and
      *> must not be the signed-on operator.
       checkDualControlApprover.
           if function trim(txnApprover) = spaces
               move "HOLD CHANGE NEEDS APPROVER ID" to refusalReason
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
      *> exactly as caesar-keymaint and caesar-partmaint do. An
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
      *> run-line format caesar-auditrpt already parses, with the
      *> approver and action on the tail and the hold ID tacked onto
      *> the action (ACTION=PLACE/H0000123). A hold has neither a
      *> shift nor a key of its own to log, so SHIFT= and KEYID= are
      *> left off; a refused transaction counts no records, which is
      *> how the log tells it from an applied one.
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
               " RECORDS=" delimited by size
               auditRecordCount delimited by size
               " APPROVER=" delimited by size
               function trim(txnApprover) delimited by size
               " ACTION=" delimited by size
               function trim(auditActionText) delimited by size
               "/" delimited by size txnHoldId delimited by size
               into auditLineBody
           call "audit-chain" using auditLineBody
           end-call.

      *> Rewritten in the order loaded, with any new holds on the
      *> end, released holds included.
       rewriteHoldMaster.
           move 0 to activeCount
           open output holdMasterOutFile
           perform varying k from 1 by 1 until k > holdCount
               if holdEntryIsActive(k)
                   add 1 to activeCount
               end-if
               move holdEntry(k) to holdMasterOutRecord
               write holdMasterOutRecord
           end-perform
           close holdMasterOutFile.

       end program caesar-holdmaint.
