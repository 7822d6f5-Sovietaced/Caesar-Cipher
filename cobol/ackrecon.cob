      *> The archive is read in key order, so a message's segments
      *> arrive together and the per-message verdict needs no sort.
      *>
      *> Integrity: each archived segment's ICV is recomputed through
      *> cipher-icv and the message ICV refolded over its segments,
      *> so an archive copy that is no longer what was sent reports
      *> ICV MISMATCH. A partner may also echo the segment ICV it
      *> received on its ack (columns 17-24); an echo that differs
      *> from the ICV sent means the segment arrived damaged, so the
      *> ack reports ICV MISMATCH instead of crediting the segment,
      *> and the segment stays on the resend extract. An echo that
      *> agrees is counted as confirmed intact. Blank on either side
      *> (no echo, or a record archived before the ICV was captured)
      *> is simply not checked.
      *>
      *> Retention: ACKIN does NOT accumulate forever. Every run
      *> writes a carried-forward file to ACKINO and the job swaps it
      *> in as the new ACKIN, the same way REVIEW carries its queue.
      *> the message out -- it retires silently here instead of
      *> raising a false never-sent alarm.
      *>
      *> Resends: caesar-retrans counts every retransmission of a
      *> message on its archive records, and an outstanding or
      *> partial line here shows that count (RESENT nnn), so "never
      *> acknowledged" reads differently from "resent twice and still
      *> never acknowledged". A message resent as many times as the
      *> escalation threshold is flagged ESCALATE TO PARTNER -- more
      *> resends are not going to fix it. Every outstanding message
      *> and every unacknowledged segment of a partial one is also
      *> written to the ACKEXCP extract, which caesar-retrans reads
      *> as its automatic resend list.
      *>
      *> SYSIN supplies the parameter lines:
      *>   outstanding cutoff date (YYYYMMDD) -- messages sent on or
      *>       before this date with no acknowledgment are reported
      *>       as outstanding; set it N days behind the run date per
      *>       the shop's service agreement
      *>   escalation resend count (2 digits, optional, default 02)
      *>
      *> Ends RC 12 when the reconcile could not run whole (bad
      *> cutoff, archive would not open, ack table overflow -- the
      *> job must NOT swap ACKINO in over a live ACKIN on any of
      *> these), RC 8 when an ack arrived for an ID or segment never
      *> sent or an ICV did not match, RC 4 when outstanding, partial
      *> or duplicate-ack conditions exist, RC 0 on a fully
      *> reconciled file.
       environment division.
               organization is line sequential.
           select ackReportFile assign to "ACKRPT"
               organization is line sequential.
           select ackExceptionFile assign to "ACKEXCP"
               organization is line sequential.

       data division.
       file section.
           05 ackSegNum        pic 9(3).
           05 ackSegNumText redefines ackSegNum pic x(3).
           05 ackStatusByte    pic x(1).
           05 ackEchoIcv       pic x(8).

       fd  ackCarryFile.
       01 ackCarryRecord.
           05 ackCarryMessageId pic x(12).
           05 ackCarrySegNum    pic 9(3).
           05 ackCarryStatus    pic x(1).
           05 ackCarryIcv       pic x(8).

       fd  ackReportFile.
       01 ackReportLine pic x(132).

       fd  ackExceptionFile.
       copy "ACKEXCP".

       working-storage section.
       01 archiveFileStatus pic xx.
       01 ackFileStatus pic xx.
           88 endOfAckInput value "Y".

       01 outstandingCutoff pic x(8).
       01 escalateText pic x(2).
       01 escalateThreshold pic 9(2) value 2.

      *> The in-storage ack table holds one night's working set: the
      *> new partner acks plus the carried F/M records. Full-message
                   88 ackEntryFullMarker   value "F".
               10 ackEntryMatched   pic x(1).
               10 ackEntrySeenId    pic x(1).
               10 ackEntryEchoIcv   pic x(8).
               10 ackEntrySentIcv   pic x(8).

      *> State for the message currently being walked in the archive:
      *> segments sit adjacently in key order, so one running group
           88 messageAlreadyConfirmed value "Y".
       01 segCreditFlag pic x(1) value "N".
           88 segmentAlreadyCredited value "Y".
       01 currentPartnerId pic x(4).
       01 currentResendCount pic 9(3) value 0.
       01 resendNoteText pic x(40).

      *> The message ICV refolded over the archived segments as they
      *> are read; checked when the message closes.
       01 icvNoChain pic x(8) value spaces.
       01 icvChainSoFar pic x(8).
       01 icvComputed pic x(8).
       01 currentIcvFold pic x(8).
       01 currentStoredMsgIcv pic x(8).
       01 icvCapturedFlag pic x(1).
           88 currentIcvUncaptured value "N".

      *> The segment numbers of the current message nobody has
      *> acknowledged yet -- a block never holds more than 20.
       01 unackedSegCount pic 9(3) value 0.
       01 unackedSegTable.
           05 unackedSegNum occurs 20 times pic 9(3).
       01 u pic 9(3).

       01 sentMessageCount pic 9(7) value 0.
       01 ackedMessageCount pic 9(7) value 0.
       01 duplicateAckCount pic 9(7) value 0.
       01 retiredAckCount pic 9(7) value 0.
       01 carriedOutCount pic 9(7) value 0.
       01 resentUnackedCount pic 9(7) value 0.
       01 escalatedCount pic 9(7) value 0.
       01 exceptionOutCount pic 9(7) value 0.
       01 archiveIcvMismatchCount pic 9(7) value 0.
       01 echoIcvMismatchCount pic 9(7) value 0.
       01 echoIcvConfirmedCount pic 9(7) value 0.
       01 ackReturnCode pic 9(2) value 0.

       procedure division.
       mainline.
           accept outstandingCutoff
           accept escalateText
           if escalateText is numeric and escalateText not = "00"
               move escalateText to escalateThreshold
           end-if

           open output ackReportFile
           open output ackCarryFile
           open output ackExceptionFile
           move "CIPHERTEXT ACKNOWLEDGMENT RECONCILIATION REPORT"
               to ackReportLine
           write ackReportLine
           move spaces to ackReportLine
           string "OUTSTANDING CUTOFF DATE: " delimited by size
           write ackReportLine

           if outstandingCutoff is not numeric
               move "CUTOFF DATE IS MISSING OR NOT NUMERIC"
                   to ackReportLine
               write ackReportLine
               move 12 to ackReturnCode
           else
               end-if
           end-if

           close ackExceptionFile
           close ackCarryFile
           close ackReportFile
           move ackReturnCode to return-code
               move ackStatusByte to ackEntryStatus(ackEntryCount)
               move "N" to ackEntryMatched(ackEntryCount)
               move "N" to ackEntrySeenId(ackEntryCount)
               move ackEchoIcv to ackEntryEchoIcv(ackEntryCount)
               move spaces to ackEntrySentIcv(ackEntryCount)
           else
               add 1 to ackOverflowCount
           end-if.
               move 0 to currentSegCount
               move 0 to currentAckedCount
               move "N" to fullMarkerFlag
               move archPartnerId to currentPartnerId
               move 0 to currentResendCount
               move 0 to unackedSegCount
               move spaces to currentIcvFold
               move spaces to currentStoredMsgIcv
               move "Y" to icvCapturedFlag
           end-if
           add 1 to currentSegCount
           perform verifyArchivedIcv
           if archResendCount is numeric
                   and archResendCount > currentResendCount
               move archResendCount to currentResendCount
           end-if
           move "N" to segCreditFlag
           perform matchSegmentAcknowledgment
           if not segmentAlreadyCredited and unackedSegCount < 20
               add 1 to unackedSegCount
               move archSegNum to unackedSegNum(unackedSegCount)
           end-if.

      *> Every table entry under this message ID gets its seen flag
      *> (so an unmatched ack can later be worded "segment never
               end-if
           end-perform.

      *> A new ack echoing an ICV other than the one sent is not
      *> credited: the partner holds a damaged segment, which is
      *> reported on its own and left unacknowledged for a resend.
      *> A duplicate carried M is benign bookkeeping and just rides
      *> as matched; a duplicate NEW ack of an already-credited
      *> segment is the partner re-confirming and gets its own
      *> distinct report line instead of a never-sent alarm.
       creditOneSegmentAck.
           if ackEntryStatus(k) = space
                   and ackEntryEchoIcv(k) not = spaces
                   and archSegIcv not = spaces
                   and ackEntryEchoIcv(k) not = archSegIcv
               move "I" to ackEntryMatched(k)
               move archSegIcv to ackEntrySentIcv(k)
           else
               perform creditMatchedSegmentAck
           end-if.

       creditMatchedSegmentAck.
           if segmentAlreadyCredited
               if ackEntryStatus(k) = space
                   move "D" to ackEntryMatched(k)
               move "Y" to ackEntryMatched(k)
               add 1 to currentAckedCount
               set segmentAlreadyCredited to true
               if ackEntryEchoIcv(k) not = spaces
                       and archSegIcv not = spaces
                       and ackEntryStatus(k) = space
                   add 1 to echoIcvConfirmedCount
               end-if
           end-if.

      *> The archived segment against its own ICV, and into the
      *> running message ICV. Every segment carries the message ICV;
      *> a blank one anywhere leaves the message unverifiable.
       verifyArchivedIcv.
           if archSegIcv not = spaces
               call "cipher-icv" using archCiphertext, archMessageId,
                       archSegNum, icvNoChain, icvComputed
               end-call
               if icvComputed not = archSegIcv
                   add 1 to archiveIcvMismatchCount
                   move spaces to ackReportLine
                   string "ICV MISMATCH: " delimited by size
                       archMessageId delimited by size
                       " SEG " delimited by size
                       archSegNum delimited by size
                       " - ARCHIVED COPY IS NOT WHAT WAS SENT"
                           delimited by size
                       into ackReportLine
                   write ackReportLine
               end-if
           end-if
           if archMsgIcv = spaces
               set currentIcvUncaptured to true
           else
               move archMsgIcv to currentStoredMsgIcv
           end-if
           move currentIcvFold to icvChainSoFar
           call "cipher-icv" using archCiphertext, archMessageId,
                   archSegNum, icvChainSoFar, currentIcvFold
           end-call.

      *> The per-message verdict. A message confirmed on an earlier
      *> night (carried F) or completed tonight re-carries one F
      *> marker and nothing else -- its per-segment acks, old or
       closeCurrentMessage.
           if messageInProgress
               add 1 to sentMessageCount
               if not currentIcvUncaptured
                       and currentIcvFold not = currentStoredMsgIcv
                   perform reportMessageIcvMismatch
               end-if
               if messageAlreadyConfirmed
                       or currentAckedCount = currentSegCount
                   add 1 to ackedMessageCount
               move "N" to messageOpenFlag
           end-if.

      *> The segments on file no longer fold to the ICV the message
      *> went out with: one lost, added or replaced since the send.
       reportMessageIcvMismatch.
           add 1 to archiveIcvMismatchCount
           move spaces to ackReportLine
           string "ICV MISMATCH: " delimited by size
               currentMessageId delimited by size
               " MESSAGE ICV " delimited by size
               currentStoredMsgIcv delimited by size
               " AS SENT, " delimited by size
               currentIcvFold delimited by size
               " AS ARCHIVED" delimited by size
               into ackReportLine
           write ackReportLine.

       writeFullAckMarker.
           move currentMessageId to ackCarryMessageId
           move 0 to ackCarrySegNum
           move "F" to ackCarryStatus
           move spaces to ackCarryIcv
           write ackCarryRecord
           add 1 to carriedOutCount.

       reportUnackedMessage.
           if currentSentDate <= outstandingCutoff
               add 1 to outstandingCount
               perform buildResendNote
               move spaces to ackReportLine
               string "OUTSTANDING: " delimited by size
                   currentMessageId delimited by size
                   " SENT " delimited by size
                   currentSentDate delimited by size
                   " SEGMENTS " delimited by size
                   currentSegCount delimited by size
                   " ACKED NONE" delimited by size
                   resendNoteText delimited by "  "
                   into ackReportLine
               write ackReportLine
               move "O" to excType
               move 0 to excSegNum
               perform writeExceptionRecord
           else
               add 1 to pendingCount
           end-if.
      *> after the cutoff.
       reportPartialMessage.
           add 1 to partialCount
           perform buildResendNote
           move spaces to ackReportLine
           string "PARTIAL:     " delimited by size
               currentMessageId delimited by size
               " SENT " delimited by size
               currentSentDate delimited by size
               " SEGMENTS " delimited by size
               currentSegCount delimited by size
               " ACKED " delimited by size
               currentAckedCount delimited by size
               resendNoteText delimited by "  "
               into ackReportLine
           write ackReportLine
           move "P" to excType
           perform varying u from 1 by 1 until u > unackedSegCount
               move unackedSegNum(u) to excSegNum
               perform writeExceptionRecord
           end-perform.

      *> Blank for a message never resent; otherwise the count, and
      *> the escalation flag once the count reaches the threshold.
       buildResendNote.
           move spaces to resendNoteText
           if currentResendCount > 0
               add 1 to resentUnackedCount
               if currentResendCount >= escalateThreshold
                   add 1 to escalatedCount
                   string " RESENT " delimited by size
                       currentResendCount delimited by size
                       " - ESCALATE TO PARTNER" delimited by size
                       into resendNoteText
               else
                   string " RESENT " delimited by size
                       currentResendCount delimited by size
                       into resendNoteText
               end-if
           end-if.

       writeExceptionRecord.
           move currentMessageId to excMessageId
           move currentPartnerId to excPartnerId
           move currentSentDate to excSentDate
           move currentResendCount to excResendCount
           write ackExceptionRecord
           add 1 to exceptionOutCount.

      *> The end-of-run sweep over the table: partial-message
      *> matches carry forward as M, duplicates and genuinely
               move ackEntryMessageId(k) to ackCarryMessageId
               move ackEntrySegNum(k) to ackCarrySegNum
               move "M" to ackCarryStatus
               move ackEntryEchoIcv(k) to ackCarryIcv
               write ackCarryRecord
               add 1 to carriedOutCount
           else
               if ackEntryMatched(k) = "D"
                   perform reportDuplicateAck
               else
                   if ackEntryMatched(k) = "I"
                       perform reportEchoIcvMismatch
                   else
                       if ackEntryMatched(k) not = "Y"
                           if ackEntryIsCarried(k)
                               add 1 to retiredAckCount
                           else
                               perform reportOneUnmatchedAck
                           end-if
                       end-if
                   end-if
               end-if
           end-if.

      *> The partner's copy of the segment is not what we sent.
       reportEchoIcvMismatch.
           add 1 to echoIcvMismatchCount
           move spaces to ackReportLine
           string "ICV MISMATCH: " delimited by size
               ackEntryMessageId(k) delimited by size
               " SEG " delimited by size
               ackEntrySegNum(k) delimited by size
               " - PARTNER RECEIVED " delimited by size
               ackEntryEchoIcv(k) delimited by size
               ", SENT " delimited by size
               ackEntrySentIcv(k) delimited by size
               " - NOT CREDITED" delimited by size
               into ackReportLine
           write ackReportLine.

       reportDuplicateAck.
           add 1 to duplicateAckCount
           move spaces to ackReportLine
           string "DUPLICATE ACK: " delimited by size
               ackEntryMessageId(k) delimited by size
               " SEG " delimited by size
               ackEntrySegNum(k) delimited by size
               " - SEGMENT WAS ALREADY ACKNOWLEDGED" delimited by size
               into ackReportLine
           write ackReportLine.
           if ackEntrySeenId(k) = "Y"
               string "UNMATCHED ACK: " delimited by size
                   ackEntryMessageId(k) delimited by size
                   " SEG " delimited by size
                   ackEntrySegNum(k) delimited by size
                   " - SEGMENT WAS NEVER SENT FOR THIS ID"
                       delimited by size
                   into ackReportLine
           else
               string "UNMATCHED ACK: " delimited by size
                   ackEntryMessageId(k) delimited by size
                   " SEG " delimited by size
                   ackEntrySegNum(k) delimited by size
                   " - ID WAS NEVER SENT" delimited by size
                   into ackReportLine
           end-if
           move spaces to ackReportLine
           write ackReportLine
           move spaces to ackReportLine
           string "MESSAGES SENT: " delimited by size
               sentMessageCount delimited by size
               " FULLY ACKED: " delimited by size
               ackedMessageCount delimited by size
               " OUTSTANDING: " delimited by size
               outstandingCount delimited by size
               " PENDING: " delimited by size
               pendingCount delimited by size
               " PARTIAL: " delimited by size
               partialCount delimited by size
               into ackReportLine
           write ackReportLine
           move spaces to ackReportLine
               carriedOutCount delimited by size
               into ackReportLine
           write ackReportLine
           move spaces to ackReportLine
           string "RESENT AND STILL UNACKED: " delimited by size
               resentUnackedCount delimited by size
               " ESCALATED: " delimited by size
               escalatedCount delimited by size
               " RESEND EXTRACT RECORDS: " delimited by size
               exceptionOutCount delimited by size
               into ackReportLine
           write ackReportLine
           move spaces to ackReportLine
           string "ICV MISMATCHES - ARCHIVE: " delimited by size
               archiveIcvMismatchCount delimited by size
               " PARTNER ECHO: " delimited by size
               echoIcvMismatchCount delimited by size
               " ECHOES CONFIRMED INTACT: " delimited by size
               echoIcvConfirmedCount delimited by size
               into ackReportLine
           write ackReportLine
      *> Overflow is a could-not-run condition: acks past the table
      *> never reconciled and are still only on the old ACKIN, so
      *> the swap must be refused or they would be lost with it.
           if ackOverflowCount > 0
               move spaces to ackReportLine
               string
                   "ACK TABLE FULL - NOT RECONCILED: " delimited by size
                   ackOverflowCount delimited by size
                   into ackReportLine
               write ackReportLine
               move 12 to ackReturnCode
           end-if
           if (unmatchedAckCount > 0 or archiveIcvMismatchCount > 0
                   or echoIcvMismatchCount > 0)
                   and ackReturnCode < 8
               move 8 to ackReturnCode
           end-if
           if (outstandingCount > 0 or partialCount > 0
