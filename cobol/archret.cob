      *> that key (CHECK-OK); if not, the key is wrong or the record
      *> is damaged (SUSPECT). Only the verdict is reported -- the
      *> decrypted text never lands on disk.
      *> Every retrieved record is also held to the integrity check
      *> value caesar-encrypt stamped on it when it was sent: the
      *> segment's ICV is recomputed through cipher-icv (ICV-OK or
      *> ICV-MISMATCH on its line), and a message's ICV is refolded
      *> over all of its archived segments in sequence, so a segment
      *> lost, added or swapped since the send is reported as an ICV
      *> MISMATCH line of its own -- a damaged archive copy, as
      *> distinct from a wrong check key. Records archived before the
      *> ICV was captured show ICV-NOTCAP and are not counted.
      *> Action P deletes every record older than the cutoff date
      *> from the indexed archive in place, so the archive cannot
      *> grow unbounded -- except a record an active legal hold on
      *> HOLDMST covers (its message ID, or its operator or key-ID
      *> within the hold's run-date range), which is kept however old
      *> it is and listed on ARCRPT with the hold that kept it. A
      *> purge that cannot read HOLDMST does not run at all.
      *>
      *> The archive is indexed on message ID plus segment number, so
      *> a message-ID request STARTs at the key and reads just that
      *>                      date are dropped)              [P]
      *>   approver ID       (8 chars)                      [P]
      *>
      *> Ends RC 8 when a checked record came back SUSPECT, a record
      *> or message failed its ICV, the check key could not be
      *> resolved, or a purge was requested without a usable cutoff
      *> date, a usable approver or a readable hold file.
       environment division.
       input-output section.
       file-control.
               file status is archiveFileStatus.
           select retrieveReportFile assign to "ARCRPT"
               organization is line sequential.
           select holdMasterFile assign to "HOLDMST"
               organization is line sequential
               file status is holdMasterStatus.

       data division.
       file section.
       fd  retrieveReportFile.
       01 retrieveReportLine pic x(220).

       fd  holdMasterFile.
       copy "HOLDREC".

       working-storage section.
       copy "SHIFTDIR".
       copy "AUDITREC".
       01 readCount pic 9(7) value 0.
       01 selectedCount pic 9(7) value 0.
       01 mismatchCount pic 9(5) value 0.
       01 icvMismatchCount pic 9(5) value 0.
       01 icvNotCapturedCount pic 9(5) value 0.

      *> Integrity check values. The message ICV is refolded over
      *> every archived segment of a message as the records are
      *> read in key order, selected or not, and checked when the
      *> message ID changes -- if any of its records was selected.
       01 icvStatusText pic x(12).
       01 icvNoChain pic x(8) value spaces.
       01 icvChainSoFar pic x(8).
       01 icvComputed pic x(8).
       01 icvFoldMessageId pic x(12) value spaces.
       01 icvFoldValue pic x(8).
       01 icvFoldStoredValue pic x(8).
       01 icvFoldFlag pic x(1) value "N".
           88 icvFoldInProgress value "Y".
       01 icvFoldCapturedFlag pic x(1).
           88 icvFoldUncaptured value "N".
       01 icvFoldSelectedFlag pic x(1).
           88 icvFoldSelected value "Y".
       01 keptCount pic 9(7) value 0.
       01 purgedCount pic 9(7) value 0.
       01 heldCount pic 9(7) value 0.

      *> The active legal holds, loaded once before a purge touches
      *> the archive. Released holds are left behind on the master --
      *> they protect nothing.
       01 holdMasterStatus pic xx.
       01 holdMasterEndFlag pic x(1) value "N".
           88 endOfHoldMaster value "Y".
       01 holdLoadFlag pic x(1) value "N".
           88 holdFileUnusable value "Y".
       01 activeHoldCount pic 9(3) value 0.
       01 activeHoldTable.
           05 activeHold occurs 500 times.
               10 activeHoldId       pic x(8).
               10 activeHoldScope    pic x(1).
               10 activeHoldSubject  pic x(12).
               10 activeHoldFromDate pic x(8).
               10 activeHoldToDate   pic x(8).
               10 activeHoldReason   pic x(40).
       01 h pic 9(3).
       01 holdMatchIndex pic 9(3).
       01 retReturnCode pic 9(2) value 0.

       procedure division.
           accept approverIdInput

           open output retrieveReportFile
           move "CIPHERTEXT ARCHIVE RETRIEVAL REPORT"
               to retrieveReportLine
           write retrieveReportLine
           move spaces to retrieveReportLine
           write retrieveReportLine
           move spaces to checkKeyword
           if roundTripRequested
               if not checkCaesarMode and not checkVigenereMode
                   move "CHECK MODE MUST BE C OR V"
                       to retrieveReportLine
                   write retrieveReportLine
                   move 8 to retReturnCode
               end-if
                   if checkShiftInput is numeric
                       move checkShiftInput to checkShift
                   else
                       move "CHECK SHIFT IS NOT NUMERIC"
                           to retrieveReportLine
                       write retrieveReportLine
                       move 8 to retReturnCode
                   end-if
                           keyLookupStatus
                   end-call
                   if keyLookupNotFound
                       move "CHECK KEY ID NOT IN KEY LIBRARY"
                           to retrieveReportLine
                       write retrieveReportLine
                       move 8 to retReturnCode
                   end-if
               else
                   perform sweepWholeArchive
               end-if
               perform closeMessageIcv
               close archiveFile
           else
               move "ARCHIVE COULD NOT BE OPENED" to retrieveReportLine
           move spaces to retrieveReportLine
           write retrieveReportLine
           move spaces to retrieveReportLine
           string "ARCHIVE RECORDS READ: " delimited by size
               readCount delimited by size
               " SELECTED: " delimited by size
               selectedCount delimited by size
               " SUSPECT: " delimited by size
               mismatchCount delimited by size
               " ICV MISMATCH: " delimited by size
               icvMismatchCount delimited by size
               " ICV NOT CAPTURED: " delimited by size
               icvNotCapturedCount delimited by size
               into retrieveReportLine
           write retrieveReportLine
           if mismatchCount > 0 or icvMismatchCount > 0
               move 8 to retReturnCode
           end-if.

                           set endOfArchive to true
                       else
                           add 1 to readCount
                           perform foldMessageIcv
                           perform selectAndReportRecord
                       end-if
               end-read
                       set endOfArchive to true
                   not at end
                       add 1 to readCount
                       perform foldMessageIcv
                       perform selectAndReportRecord
               end-read
           end-perform.
                   and archMessageId not = messageIdFilter
               continue
           else
               if fromDateFilter not = spaces
                       and archRunDate < fromDateFilter
                   continue
               else
                   if toDateFilter not = spaces
                           and archRunDate > toDateFilter
                       continue
                   else
                       add 1 to selectedCount
                       set icvFoldSelected to true
                       perform reportOneArchiveRecord
                   end-if
               end-if
           if roundTripRequested
               perform roundTripOneRecord
           end-if
           perform verifySegmentIcv
           move spaces to retrieveReportLine
           string archMessageId delimited by size
               " SEG " delimited by size archSegNum delimited by size
               " MODE=" delimited by size archMode delimited by size
               " SHIFT=" delimited by size archShift delimited by size
               " KEYID=" delimited by size archKeyId delimited by size
               " CIPHER=[" delimited by size
               archCiphertext delimited by size
               "] " delimited by size checkStatusText delimited by size
               " " delimited by size icvStatusText delimited by size
               into retrieveReportLine
           write retrieveReportLine.

      *> The segment's own ICV, recomputed from what is on file.
       verifySegmentIcv.
           if archSegIcv = spaces
               move "ICV-NOTCAP" to icvStatusText
               add 1 to icvNotCapturedCount
           else
               call "cipher-icv" using archCiphertext, archMessageId,
                       archSegNum, icvNoChain, icvComputed
               end-call
               if icvComputed = archSegIcv
                   move "ICV-OK" to icvStatusText
               else
                   move "ICV-MISMATCH" to icvStatusText
                   add 1 to icvMismatchCount
               end-if
           end-if.

      *> Folds this record into its message's running ICV, closing
      *> the previous message first when the ID changes. Every
      *> segment carries the message ICV; a blank one on any segment
      *> leaves the message unverifiable.
       foldMessageIcv.
           if icvFoldInProgress and archMessageId not = icvFoldMessageId
               perform closeMessageIcv
           end-if
           if not icvFoldInProgress
               set icvFoldInProgress to true
               move archMessageId to icvFoldMessageId
               move spaces to icvFoldValue
               move "Y" to icvFoldCapturedFlag
               move "N" to icvFoldSelectedFlag
           end-if
           if archMsgIcv = spaces
               set icvFoldUncaptured to true
           else
               move archMsgIcv to icvFoldStoredValue
           end-if
           move icvFoldValue to icvChainSoFar
           call "cipher-icv" using archCiphertext, archMessageId,
                   archSegNum, icvChainSoFar, icvFoldValue
           end-call.

       closeMessageIcv.
           if icvFoldInProgress
               if icvFoldSelected and not icvFoldUncaptured
                       and icvFoldValue not = icvFoldStoredValue
                   add 1 to icvMismatchCount
                   move spaces to retrieveReportLine
                   string "ICV MISMATCH: " delimited by size
                       icvFoldMessageId delimited by size
                       " MESSAGE ICV " delimited by size
                       icvFoldStoredValue delimited by size
                       " AS SENT, " delimited by size
                       icvFoldValue delimited by size
                       " AS ARCHIVED - SEGMENTS LOST, ADDED OR ALTERED"
                           delimited by size
                       into retrieveReportLine
                   write retrieveReportLine
               end-if
               move "N" to icvFoldFlag
           end-if.

      *> Decrypts the archived copy with the supplied parameters and
      *> scores the result against English letter frequency. A block's
      *> segments sit adjacently in the archive in sequence order, so
               end-if
           end-perform
           if checkLetterCount > 0
               compute checkConfidence =
                   (checkScore * 100) / checkLetterCount
           else
               move 0 to checkConfidence
           end-if
      *> silently empty the archive.
       purgeArchiveByAge.
           if purgeCutoffDate is not numeric
               move "PURGE CUTOFF DATE IS MISSING OR NOT NUMERIC"
                   to retrieveReportLine
               write retrieveReportLine
               move 8 to retReturnCode
           else
               perform checkPurgeApprover
           end-if
           if retReturnCode = 0
               perform loadActiveHolds
           end-if
           if retReturnCode = 0
               perform runApprovedPurge
           end-if.

      *> Fails closed: a hold file that will not open, or that holds
      *> more active holds than the table, stops the purge before the
      *> archive is opened -- purging blind to the holds is exactly
      *> what they exist to prevent.
       loadActiveHolds.
           move 0 to activeHoldCount
           open input holdMasterFile
           if holdMasterStatus not = "00"
               set holdFileUnusable to true
           else
               perform until endOfHoldMaster
                   read holdMasterFile
                       at end
                           set endOfHoldMaster to true
                       not at end
                           if holdIsActive
                               perform storeActiveHold
                           end-if
                   end-read
               end-perform
               close holdMasterFile
           end-if
           if holdFileUnusable
               move "HOLD FILE UNUSABLE - PURGE ABANDONED"
                   to retrieveReportLine
               write retrieveReportLine
               move 8 to retReturnCode
           end-if.

       storeActiveHold.
           if activeHoldCount < 500
               add 1 to activeHoldCount
               move holdId to activeHoldId(activeHoldCount)
               move holdScope to activeHoldScope(activeHoldCount)
               move holdSubject to activeHoldSubject(activeHoldCount)
               move holdFromDate to activeHoldFromDate(activeHoldCount)
               move holdToDate to activeHoldToDate(activeHoldCount)
               move holdReason to activeHoldReason(activeHoldCount)
           else
               set holdFileUnusable to true
           end-if.

      *> First active hold covering the archive record wins -- one
      *> is enough to keep it, and that is the one the listing names.
       findCoveringHold.
           move 0 to holdMatchIndex
           perform varying h from 1 by 1
                   until h > activeHoldCount or holdMatchIndex > 0
               if activeHoldScope(h) = "M"
                   if archMessageId = activeHoldSubject(h)
                       move h to holdMatchIndex
                   end-if
               else
                   if archRunDate >= activeHoldFromDate(h)
                           and archRunDate <= activeHoldToDate(h)
                       if activeHoldScope(h) = "O"
                               and archOperator
                                   = activeHoldSubject(h)(1:8)
                           move h to holdMatchIndex
                       end-if
                       if activeHoldScope(h) = "K"
                               and archKeyId = activeHoldSubject(h)(1:8)
                           move h to holdMatchIndex
                       end-if
                   end-if
               end-if
           end-perform.

       listHeldRecord.
           move spaces to retrieveReportLine
           string "HELD " delimited by size
               archMessageId delimited by size
               " SEG " delimited by size archSegNum delimited by size
               " " delimited by size archRunDate delimited by size
               " " delimited by size archOperator delimited by size
               " KEYID=" delimited by size archKeyId delimited by size
               " - HOLD " delimited by size
               activeHoldId(holdMatchIndex) delimited by size
               " SCOPE=" delimited by size
               activeHoldScope(holdMatchIndex) delimited by size
               ": " delimited by size
               function trim(activeHoldReason(holdMatchIndex))
                   delimited by size
               into retrieveReportLine
           write retrieveReportLine.

      *> Dual control on the purge: the approver is verified through
      *> the same oper-auth check the sign-on uses and must not be
      *> the signed-on operator -- one person alone must never be
               move 8 to retReturnCode
           else
               if approverIdInput = auditOperator
                   move "APPROVER MUST DIFFER FROM OPERATOR"
                       to retrieveReportLine
                   write retrieveReportLine
                   move 8 to retReturnCode
               else
                   call "oper-auth" using approverIdInput,
                           authProgramId, approverStatus
                   end-call
                   if not approverAuthorized
                       move "APPROVER NOT AUTHORIZED"
                           to retrieveReportLine
                       write retrieveReportLine
                       move 8 to retReturnCode
                   end-if
                           not at end
                               add 1 to readCount
                               if archRunDate < purgeCutoffDate
                                   perform findCoveringHold
                                   if holdMatchIndex > 0
                                       add 1 to heldCount
                                       perform listHeldRecord
                                   else
                                       delete archiveFile record
                                       add 1 to purgedCount
                                   end-if
                               else
                                   add 1 to keptCount
                               end-if
                   move spaces to retrieveReportLine
                   string "PURGE CUTOFF " delimited by size
                       purgeCutoffDate delimited by size
                       ": READ " delimited by size
                       readCount delimited by size
                       " KEPT " delimited by size
                       keptCount delimited by size
                       " PURGED " delimited by size
                       purgedCount delimited by size
                       " HELD " delimited by size
                       heldCount delimited by size
                       into retrieveReportLine
                   write retrieveReportLine
                   perform writePurgeAuditRecord
                   move "OPERATOR IS INACTIVE" to authViolationText
               end-if
               if authNotAuthorized
                   move "NOT AUTHORIZED FOR THIS PROGRAM"
                       to authViolationText
               end-if
               perform writeSecurityViolation
               display
                   "SIGN-ON REFUSED: " function trim(authViolationText)
               move 12 to return-code
               stop run
           end-if.
               " " delimited by size auditTimestamp delimited by size
               " " delimited by size auditProgramName delimited by size
               " MODE=" delimited by size auditRunMode delimited by size
               " LEN=" delimited by size
               auditMessageLength delimited by size
               " SHIFT=" delimited by size
               function trim(auditShiftValue) delimited by size
               " KEYID=" delimited by size
               function trim(auditKeyId) delimited by size
               " RECORDS=" delimited by size
               purgedCount delimited by size
               " APPROVER=" delimited by size
               approverIdInput delimited by size
               " ACTION=PURGE" delimited by size
               into auditLineBody
           call "audit-chain" using auditLineBody
