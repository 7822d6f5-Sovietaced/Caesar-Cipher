       identification division.
       program-id. caesar-retrans.

      *> Retransmission from the archive. CAESENC deletes the ENCOUTn
      *> files every night, so once a partner's traffic has gone the
      *> only copy is the indexed ARCHIVE; this program reads the
      *> requested messages back out of it by key and writes them,
      *> byte for byte as first sent, to a resend file per partner.
      *> Two lists drive it:
      *>   - RSNDREQ, the partner requests taken by phone: a message
      *>     ID, an optional segment number (blank or 000 = the whole
      *>     message) and the partner asking. These are always
      *>     honoured.
      *>   - ACKEXCP, the extract caesar-ackrecon writes of messages
      *>     OUTSTANDING (resent whole) and the unacknowledged
      *>     segments of PARTIAL ones (resent segment by segment).
      *>     These are resent automatically only while the message
      *>     has been resent fewer times than the SYSIN limit; past
      *>     it the message is listed ESCALATE instead -- sending it
      *>     yet again will not fix whatever is wrong at the
      *>     partner's end.
      *> A resend goes to the partner the archive says the message
      *> was routed to. A request naming a different partner is
      *> refused -- nobody gets a copy of traffic that was never
      *> theirs -- and a message archived before the partner was
      *> captured can only be resent on a request that names the
      *> partner. Suspended partners get nothing.
      *> Each resend record is the normal 133-byte partner output
      *> record (PARTOUT) followed by an R marker and the resend
      *> number, on RSNDOUTn where n is the partner's PARTMST slot;
      *> the segment and message ICVs are the archived ones, so the
      *> partner can check the resend against the first copy.
      *> Every message resent has its resend count raised by one on
      *> all of its archive records (once per run, however many of
      *> its segments go), which is what caesar-ackrecon reports as
      *> RESENT nnn, and gets one AUDITLOG line naming the message,
      *> the partner and the new count. A message or segment already
      *> resent earlier in the same run is not sent twice.
      *>
      *> SYSIN supplies:
      *>   operator ID (verified through oper-auth; retransmission
      *>       is partner traffic, so it rides on encrypt authority)
      *>   automatic resend limit (2 digits, optional, default 02)
      *>
      *> Ends RC 12 when the archive could not be opened, RC 4 when a
      *> resend was refused or a message escalated, RC 0 otherwise.
       environment division.
       input-output section.
       file-control.
           select archiveFile assign to "ARCHIVE"
               organization is indexed
               access is dynamic
               record key is archKey
               file status is archiveFileStatus.
           select resendRequestFile assign to "RSNDREQ"
               organization is line sequential
               file status is requestFileStatus.
           select ackExceptionFile assign to "ACKEXCP"
               organization is line sequential
               file status is exceptionFileStatus.
           select partnerMasterFile assign to "PARTMST"
               organization is line sequential
               file status is partnerMasterStatus.
           select resendOutput1File assign to "RSNDOUT1"
               organization is line sequential.
           select resendOutput2File assign to "RSNDOUT2"
               organization is line sequential.
           select resendOutput3File assign to "RSNDOUT3"
               organization is line sequential.
           select resendOutput4File assign to "RSNDOUT4"
               organization is line sequential.
           select resendOutput5File assign to "RSNDOUT5"
               organization is line sequential.
           select resendReportFile assign to "RSNDRPT"
               organization is line sequential.

       data division.
       file section.
       fd  archiveFile.
       copy "ARCHREC".

       fd  resendRequestFile.
       01 resendRequestRecord.
           05 reqMessageId     pic x(12).
           05 reqSegNum        pic 9(3).
           05 reqSegNumText redefines reqSegNum pic x(3).
           05 reqPartnerId     pic x(4).
           05 reqRequestedBy   pic x(20).

       fd  ackExceptionFile.
       copy "ACKEXCP".

       fd  partnerMasterFile.
       copy "PARTREC".

       fd  resendOutput1File.
       01 resendOut1Record pic x(137).
       fd  resendOutput2File.
       01 resendOut2Record pic x(137).
       fd  resendOutput3File.
       01 resendOut3Record pic x(137).
       fd  resendOutput4File.
       01 resendOut4Record pic x(137).
       fd  resendOutput5File.
       01 resendOut5Record pic x(137).

       fd  resendReportFile.
       01 resendReportLine pic x(132).

       working-storage section.
       copy "AUDITREC".
       copy "PARTOUT".
       01 auditLineBody pic x(132).

       01 authProgramId pic x(15) value "CAESAR-RETRANS".
       01 authStatus pic x(1).
           88 authAuthorized       value "A".
           88 authUnknownOperator  value "U".
           88 authInactiveOperator value "I".
           88 authNotAuthorized    value "N".
       01 authViolationText pic x(40).

       01 archiveFileStatus pic xx.
       01 requestFileStatus pic xx.
       01 exceptionFileStatus pic xx.
       01 partnerMasterStatus pic xx.
       01 fileEndFlag pic x(1) value "N".
           88 endOfCurrentFile value "Y".
       01 archiveScanFlag pic x(1) value "N".
           88 endOfMessageScan value "Y".

       01 autoLimitText pic x(2).
       01 autoResendLimit pic 9(2) value 2.

      *> The record a partner receives, marked as a resend.
       01 resendOutWork.
           05 resendPartnerImage pic x(133).
           05 resendMarker       pic x(1).
           05 resendNumber       pic 9(3).

       01 partnerCount pic 9(1) value 0.
       01 partnerTable.
           05 partnerEntry occurs 5 times.
               10 partEntryId         pic x(4).
               10 partEntryStatus     pic x(1).
                   88 partEntrySuspended value "S" "s".
               10 partEntryResendCount pic 9(5).
       01 p pic 9(1).
       01 currentPartnerSlot pic 9(1) value 0.

      *> One resend order -- a request line, one OUTSTANDING extract
      *> record, or the run of PARTIAL extract records for a single
      *> message. orderSegWanted is indexed by segment number + 1 (a
      *> standalone message is segment 000, a block 001-020).
       01 orderOpenFlag pic x(1) value "N".
           88 orderIsOpen value "Y".
       01 orderMessageId pic x(12).
       01 orderPartnerId pic x(4).
       01 orderSourceText pic x(11).
       01 orderRequestedBy pic x(20).
       01 orderWholeFlag pic x(1).
           88 orderWholeMessage value "Y".
       01 orderAutoFlag pic x(1).
           88 orderIsAutomatic value "Y".
       01 orderSegWanted pic x(21).
       01 orderRefusalReason pic x(50).

      *> The message as the archive holds it.
       01 msgSegTotal pic 9(3) value 0.
       01 msgIsBlockFlag pic x(1).
           88 msgIsBlock value "Y".
       01 msgArchivedPartner pic x(4).
       01 msgPriorResends pic 9(3).
       01 msgNewResendCount pic 9(3).
       01 msgSegTable.
           05 msgSeg occurs 20 times.
               10 msgSegNum        pic 9(3).
               10 msgSegCipher     pic x(99).
               10 msgSegIcv        pic x(8).
               10 msgSegMsgIcv     pic x(8).
       01 m pic 9(3).
       01 sx pic 9(3).
       01 segMatch pic 9(3).
       01 resentSegCount pic 9(3).
       01 resentCharCount pic 9(5).

      *> Everything resent this run, so a segment asked for twice
      *> (a phone request and the PARTIAL extract, say) goes once and
      *> a message's count only rises once.
       01 runEntryCount pic 9(4) value 0.
       01 runOverflowCount pic 9(5) value 0.
       01 r pic 9(4).
       01 runMatch pic 9(4).
       01 runResendTable.
           05 runEntry occurs 500 times.
               10 runMessageId     pic x(12).
               10 runSegSent       pic x(21).
               10 runResendCount   pic 9(3).

       01 requestReadCount pic 9(5) value 0.
       01 exceptionReadCount pic 9(5) value 0.
       01 messagesResentCount pic 9(5) value 0.
       01 segmentsResentCount pic 9(5) value 0.
       01 refusedCount pic 9(5) value 0.
       01 escalatedCount pic 9(5) value 0.
       01 skippedCount pic 9(5) value 0.
       01 retransReturnCode pic 9(2) value 0.

       procedure division.
       mainline.
           display "Operator ID: " no advancing
           accept auditOperator
           perform verifyOperatorAuthority
           accept autoLimitText
           if autoLimitText is numeric and autoLimitText not = "00"
               move autoLimitText to autoResendLimit
           end-if

           open output resendReportFile
           move "CIPHERTEXT RETRANSMISSION REPORT" to resendReportLine
           write resendReportLine
           move spaces to resendReportLine
           string "AUTOMATIC RESEND LIMIT: " delimited by size
               autoResendLimit delimited by size
               into resendReportLine
           write resendReportLine
           move spaces to resendReportLine
           write resendReportLine

           perform loadPartnerMaster
           open i-o archiveFile
           if archiveFileStatus not = "00"
               move "ARCHIVE COULD NOT BE OPENED - NOTHING RESENT"
                   to resendReportLine
               write resendReportLine
               close resendReportFile
               move 12 to return-code
               stop run
           end-if
           perform openResendOutputs

           perform processResendRequests
           perform processAckExceptions

           perform closeResendOutputs
           close archiveFile
           perform writeResendSummary
           close resendReportFile
           move retransReturnCode to return-code
           stop run.

       loadPartnerMaster.
           move 0 to partnerCount
           move "N" to fileEndFlag
           open input partnerMasterFile
           if partnerMasterStatus = "00"
               perform until endOfCurrentFile
                   read partnerMasterFile
                       at end
                           set endOfCurrentFile to true
                       not at end
                           if partnerCount < 5
                               add 1 to partnerCount
                               move partnerId
                                   to partEntryId(partnerCount)
                               move partnerStatus
                                   to partEntryStatus(partnerCount)
                               move 0
                                   to partEntryResendCount(partnerCount)
                           end-if
                   end-read
               end-perform
               close partnerMasterFile
           end-if.

      *> A slot's resend file is opened whether or not anything goes
      *> to that partner tonight, exactly as CAESENC's ENCOUTn are,
      *> so the job's DDs always find a data set behind them.
       openResendOutputs.
           if partnerCount >= 1
               open output resendOutput1File
           end-if
           if partnerCount >= 2
               open output resendOutput2File
           end-if
           if partnerCount >= 3
               open output resendOutput3File
           end-if
           if partnerCount >= 4
               open output resendOutput4File
           end-if
           if partnerCount >= 5
               open output resendOutput5File
           end-if.

       closeResendOutputs.
           if partnerCount >= 1
               close resendOutput1File
           end-if
           if partnerCount >= 2
               close resendOutput2File
           end-if
           if partnerCount >= 3
               close resendOutput3File
           end-if
           if partnerCount >= 4
               close resendOutput4File
           end-if
           if partnerCount >= 5
               close resendOutput5File
           end-if.

      *> Partner requests first, so a message the partner asked for
      *> by name goes out under the request, and the automatic pass
      *> behind it finds it already sent.
       processResendRequests.
           move "N" to fileEndFlag
           open input resendRequestFile
           if requestFileStatus = "00"
               perform until endOfCurrentFile
                   read resendRequestFile
                       at end
                           set endOfCurrentFile to true
                       not at end
                           add 1 to requestReadCount
                           perform startRequestOrder
                           perform executeResendOrder
                   end-read
               end-perform
               close resendRequestFile
           end-if.

       startRequestOrder.
           perform clearResendOrder
           move reqMessageId to orderMessageId
           move reqPartnerId to orderPartnerId
           move reqRequestedBy to orderRequestedBy
           move "REQUEST" to orderSourceText
           if reqSegNumText = spaces or reqSegNumText = "000"
               set orderWholeMessage to true
           else
               if reqSegNumText is numeric and reqSegNum <= 20
                   move "Y" to orderSegWanted(reqSegNum + 1:1)
               else
                   move "SEGMENT NUMBER MUST BE 001-020 OR BLANK"
                       to orderRefusalReason
               end-if
           end-if.

      *> The extract holds one O record per outstanding message and
      *> one P record per missing segment of a partial message, a
      *> partial message's records adjacent -- so consecutive P
      *> records for the same message gather into a single order.
       processAckExceptions.
           move "N" to fileEndFlag
           open input ackExceptionFile
           if exceptionFileStatus = "00"
               perform until endOfCurrentFile
                   read ackExceptionFile
                       at end
                           set endOfCurrentFile to true
                       not at end
                           add 1 to exceptionReadCount
                           perform gatherOneException
                   end-read
               end-perform
               close ackExceptionFile
           end-if
           if orderIsOpen
               perform executeResendOrder
           end-if.

       gatherOneException.
           if orderIsOpen
               if excPartial and orderSourceText = "PARTIAL"
                       and excMessageId = orderMessageId
                   if excSegNum <= 20
                       move "Y" to orderSegWanted(excSegNum + 1:1)
                   end-if
               else
                   perform executeResendOrder
               end-if
           end-if
           if not orderIsOpen
               perform clearResendOrder
               set orderIsOpen to true
               set orderIsAutomatic to true
               move excMessageId to orderMessageId
               move excPartnerId to orderPartnerId
               move "ACKRECON" to orderRequestedBy
               if excPartial
                   move "PARTIAL" to orderSourceText
                   if excSegNum <= 20
                       move "Y" to orderSegWanted(excSegNum + 1:1)
                   end-if
               else
                   move "OUTSTANDING" to orderSourceText
                   set orderWholeMessage to true
               end-if
           end-if.

       clearResendOrder.
           move spaces to orderMessageId
           move spaces to orderPartnerId
           move spaces to orderSourceText
           move spaces to orderRequestedBy
           move "N" to orderWholeFlag
           move "N" to orderAutoFlag
           move spaces to orderSegWanted
           move spaces to orderRefusalReason.

      *>****************************************************************
      *> One order, start to finish: load the message from the
      *> archive, settle who it goes to, drop whatever already went
      *> this run, then write the segments, raise the resend count
      *> and log it.
      *>****************************************************************
       executeResendOrder.
           if orderRefusalReason = spaces
               perform loadArchivedMessage
           end-if
           if orderRefusalReason = spaces
               perform settleResendPartner
           end-if
           if orderRefusalReason = spaces
               perform checkSegmentsOnArchive
           end-if

           if orderRefusalReason not = spaces
               perform reportRefusedOrder
           else
               if orderIsAutomatic
                       and msgPriorResends >= autoResendLimit
                   perform reportEscalatedOrder
               else
                   perform findRunEntry
                   perform dropSegmentsAlreadySent
                   if orderSegWanted = spaces
                       perform reportSkippedOrder
                   else
                       perform resendWantedSegments
                   end-if
               end-if
           end-if
           move "N" to orderOpenFlag.

      *> Every archive record under the message ID, in segment
      *> order, starting from segment 000 -- a standalone message's
      *> only record, or just below a block's first segment.
       loadArchivedMessage.
           move 0 to msgSegTotal
           move 0 to msgPriorResends
           move spaces to msgArchivedPartner
           move "N" to msgIsBlockFlag
           move "N" to archiveScanFlag
           move orderMessageId to archMessageId
           move 0 to archSegNum
           start archiveFile key >= archKey
               invalid key
                   set endOfMessageScan to true
           end-start
           perform until endOfMessageScan
               read archiveFile next record
                   at end
                       set endOfMessageScan to true
                   not at end
                       if archMessageId not = orderMessageId
                           set endOfMessageScan to true
                       else
                           perform holdArchivedSegment
                       end-if
               end-read
           end-perform
           if msgSegTotal = 0
               move "MESSAGE ID NOT ON ARCHIVE" to orderRefusalReason
           end-if.

       holdArchivedSegment.
           if msgSegTotal < 20
               add 1 to msgSegTotal
               move archSegNum to msgSegNum(msgSegTotal)
               move archCiphertext to msgSegCipher(msgSegTotal)
               move archSegIcv to msgSegIcv(msgSegTotal)
               move archMsgIcv to msgSegMsgIcv(msgSegTotal)
               if archSegNum > 0
                   set msgIsBlock to true
               end-if
               if archPartnerId not = spaces
                   move archPartnerId to msgArchivedPartner
               end-if
               if archResendCount is numeric
                       and archResendCount > msgPriorResends
                   move archResendCount to msgPriorResends
               end-if
           end-if.

       settleResendPartner.
           if msgArchivedPartner = spaces
               if orderPartnerId = spaces
                   move "PARTNER NOT CAPTURED ON ARCHIVE - NAME IT"
                       to orderRefusalReason
               end-if
           else
               if orderPartnerId = spaces
                   move msgArchivedPartner to orderPartnerId
               else
                   if orderPartnerId not = msgArchivedPartner
                       move "MESSAGE WAS NOT SENT TO THIS PARTNER"
                           to orderRefusalReason
                   end-if
               end-if
           end-if
           if orderRefusalReason = spaces
               move 0 to currentPartnerSlot
               perform varying p from 1 by 1 until p > partnerCount
                   if partEntryId(p) = orderPartnerId
                       move p to currentPartnerSlot
                       move partnerCount to p
                   end-if
               end-perform
               if currentPartnerSlot = 0
                   move "PARTNER NOT ON MASTER" to orderRefusalReason
               else
                   if partEntrySuspended(currentPartnerSlot)
                       move "PARTNER IS SUSPENDED" to orderRefusalReason
                   end-if
               end-if
           end-if.

      *> A whole-message order wants every archived segment; a
      *> segment order must name segments the archive actually
      *> holds.
       checkSegmentsOnArchive.
           if orderWholeMessage
               perform varying m from 1 by 1 until m > msgSegTotal
                   move "Y" to orderSegWanted(msgSegNum(m) + 1:1)
               end-perform
           else
               perform varying sx from 1 by 1 until sx > 21
                   if orderSegWanted(sx:1) = "Y"
                       move 0 to segMatch
                       perform varying m from 1 by 1
                               until m > msgSegTotal
                           if msgSegNum(m) = sx - 1
                               move m to segMatch
                           end-if
                       end-perform
                       if segMatch = 0
                           move "SEGMENT NOT ON ARCHIVE FOR THIS ID"
                               to orderRefusalReason
                       end-if
                   end-if
               end-perform
           end-if.

       findRunEntry.
           move 0 to runMatch
           perform varying r from 1 by 1 until r > runEntryCount
               if runMessageId(r) = orderMessageId
                   move r to runMatch
                   move runEntryCount to r
               end-if
           end-perform.

       dropSegmentsAlreadySent.
           if runMatch > 0
               perform varying sx from 1 by 1 until sx > 21
                   if runSegSent(runMatch)(sx:1) = "Y"
                       move space to orderSegWanted(sx:1)
                   end-if
               end-perform
           end-if.

      *> The count rises once per message per run: the first order
      *> for a message this run takes the archive's count plus one
      *> and writes it back to every one of the message's records;
      *> a later order for more of its segments reuses that number.
       resendWantedSegments.
           if runMatch > 0
               move runResendCount(runMatch) to msgNewResendCount
           else
               compute msgNewResendCount = msgPriorResends + 1
               perform stampResendCount
               if runEntryCount < 500
                   add 1 to runEntryCount
                   move runEntryCount to runMatch
                   move orderMessageId to runMessageId(runMatch)
                   move spaces to runSegSent(runMatch)
                   move msgNewResendCount to runResendCount(runMatch)
               else
                   add 1 to runOverflowCount
               end-if
           end-if

           move 0 to resentSegCount
           move 0 to resentCharCount
           perform varying m from 1 by 1 until m > msgSegTotal
               if orderSegWanted(msgSegNum(m) + 1:1) = "Y"
                   perform writeOneResendSegment
               end-if
           end-perform
           add 1 to messagesResentCount
           add 1 to partEntryResendCount(currentPartnerSlot)
           perform reportResentOrder
           perform writeResendAudit.

       writeOneResendSegment.
           move msgSegCipher(m) to partnerOutText
           move orderMessageId to partnerOutMessageId
           move msgSegNum(m) to partnerOutSegNum
           if msgIsBlock
               move msgSegTotal to partnerOutSegCount
           else
               move 0 to partnerOutSegCount
           end-if
           move msgSegIcv(m) to partnerOutSegIcv
           move msgSegMsgIcv(m) to partnerOutMsgIcv
           move partnerOutWork to resendPartnerImage
           move "R" to resendMarker
           move msgNewResendCount to resendNumber
           perform writeToResendSlot
           if runMatch > 0
               move "Y" to runSegSent(runMatch)(msgSegNum(m) + 1:1)
           end-if
           add 1 to resentSegCount
           add 1 to segmentsResentCount
           add function length(function trim(msgSegCipher(m)))
               to resentCharCount.

       stampResendCount.
           perform varying m from 1 by 1 until m > msgSegTotal
               move orderMessageId to archMessageId
               move msgSegNum(m) to archSegNum
               read archiveFile key is archKey
                   invalid key
                       continue
                   not invalid key
                       move msgNewResendCount to archResendCount
                       rewrite archiveRecord
               end-read
           end-perform.

       writeToResendSlot.
           if currentPartnerSlot = 1
               move resendOutWork to resendOut1Record
               write resendOut1Record
           else
               if currentPartnerSlot = 2
                   move resendOutWork to resendOut2Record
                   write resendOut2Record
               else
                   if currentPartnerSlot = 3
                       move resendOutWork to resendOut3Record
                       write resendOut3Record
                   else
                       if currentPartnerSlot = 4
                           move resendOutWork to resendOut4Record
                           write resendOut4Record
                       else
                           move resendOutWork to resendOut5Record
                           write resendOut5Record
                       end-if
                   end-if
               end-if
           end-if.

       reportResentOrder.
           move spaces to resendReportLine
           string "RESENT:    " delimited by size
               orderMessageId delimited by size
               " SEGMENTS " delimited by size
               resentSegCount delimited by size
               " OF " delimited by size
               msgSegTotal delimited by size
               " PARTNER " delimited by size
               orderPartnerId delimited by size
               " RESEND " delimited by size
               msgNewResendCount delimited by size
               " " delimited by size
               function trim(orderSourceText) delimited by size
               " " delimited by size
               function trim(orderRequestedBy) delimited by size
               into resendReportLine
           write resendReportLine.

       reportRefusedOrder.
           add 1 to refusedCount
           move spaces to resendReportLine
           string "REFUSED:   " delimited by size
               orderMessageId delimited by size
               " PARTNER " delimited by size
               orderPartnerId delimited by size
               " " delimited by size
               function trim(orderSourceText) delimited by size
               " - " delimited by size
               function trim(orderRefusalReason) delimited by size
               into resendReportLine
           write resendReportLine.

       reportEscalatedOrder.
           add 1 to escalatedCount
           move spaces to resendReportLine
           string "ESCALATE:  " delimited by size
               orderMessageId delimited by size
               " PARTNER " delimited by size
               orderPartnerId delimited by size
               " ALREADY RESENT " delimited by size
               msgPriorResends delimited by size
               " TIMES - NOT RESENT, TAKE UP WITH PARTNER"
               delimited by size
               into resendReportLine
           write resendReportLine.

       reportSkippedOrder.
           add 1 to skippedCount
           move spaces to resendReportLine
           string "SKIPPED:   " delimited by size
               orderMessageId delimited by size
               " PARTNER " delimited by size
               orderPartnerId delimited by size
               " " delimited by size
               function trim(orderSourceText) delimited by size
               " - ALREADY RESENT THIS RUN" delimited by size
               into resendReportLine
           write resendReportLine.

       writeResendSummary.
           move spaces to resendReportLine
           write resendReportLine
           move spaces to resendReportLine
           string "REQUESTS READ: " delimited by size
               requestReadCount delimited by size
               " EXTRACT RECORDS READ: " delimited by size
               exceptionReadCount delimited by size
               into resendReportLine
           write resendReportLine
           move spaces to resendReportLine
           string "MESSAGES RESENT: " delimited by size
               messagesResentCount delimited by size
               " SEGMENTS RESENT: " delimited by size
               segmentsResentCount delimited by size
               " REFUSED: " delimited by size
               refusedCount delimited by size
               " ESCALATED: " delimited by size
               escalatedCount delimited by size
               " SKIPPED: " delimited by size
               skippedCount delimited by size
               into resendReportLine
           write resendReportLine
           perform varying p from 1 by 1 until p > partnerCount
               move spaces to resendReportLine
               string "PARTNER " delimited by size
                   partEntryId(p) delimited by size
                   " MESSAGES RESENT: " delimited by size
                   partEntryResendCount(p) delimited by size
                   into resendReportLine
               write resendReportLine
           end-perform
           if runOverflowCount > 0
               move spaces to resendReportLine
               string "RUN TABLE FULL - MESSAGES NOT CHECKED FOR "
                   delimited by size
                   "REPEATS: " delimited by size
                   runOverflowCount delimited by size
                   into resendReportLine
               write resendReportLine
           end-if
           if refusedCount > 0 or escalatedCount > 0
               move 4 to retransReturnCode
           end-if.

      *>****************************************************************
      *> Verifies the sign-on operator against the OPERMST master
      *> through the oper-auth subprogram before any work is done.
      *> An unknown, inactive, or unauthorized ID writes a security-
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

      *> One line per message resent, in the run-line format
      *> caesar-auditrpt parses: LEN= is the ciphertext characters
      *> resent and RECORDS= the segments. The resend puts no new
      *> traffic under any key, so no SHIFT= or KEYID= is logged --
      *> the message, partner and new resend count take their place.
       writeResendAudit.
           move function CURRENT-DATE to auditTimestamp
           move authProgramId to auditProgramName
           move "B" to auditRunMode
           move resentCharCount to auditMessageLength
           move resentSegCount to auditRecordCount
           move spaces to auditLineBody
           string auditOperator delimited by size
               " " delimited by size auditTimestamp delimited by size
               " " delimited by size auditProgramName delimited by size
               " MODE=" delimited by size auditRunMode delimited by size
               " LEN=" delimited by size
               auditMessageLength delimited by size
               " RECORDS=" delimited by size
               auditRecordCount delimited by size
               " MSGID=" delimited by size
               orderMessageId delimited by size
               " PARTNER=" delimited by size
               orderPartnerId delimited by size
               " RESEND=" delimited by size
               msgNewResendCount delimited by size
               into auditLineBody
           call "audit-chain" using auditLineBody
           end-call.

       end program caesar-retrans.
