       identification division.
       program-id. caesar-intake.

      *> Inbound partner traffic intake -- the receiving half of the
      *> exchange caesar-encrypt sends. Each exchange partner drops
      *> its ciphertext for us in its own INBINn file, n being the
      *> partner's position on PARTMST exactly as it names the
      *> partner's ENCOUTn slot outbound. Records arrive in the
      *> ENCIN layout: standalone records, or H/D/T blocks carrying
      *> the message ID, segment sequence and count, with the shift
      *> or KEYLIB key-ID the partner encrypted under and the
      *> SENDING partner's code in the partner field.
      *> Every record is held to the same rules caesar-encrypt holds
      *> outbound traffic to: the sender must be on PARTMST and must
      *> be the partner whose INBINn the record arrived in, the mode
      *> must be one that partner is allowed, a blank Vigenere key-ID
      *> takes the partner's default, the key must be active on
      *> KEYLIB, and a block is checked header/segment/trailer before
      *> a byte of it is decrypted -- one error rejects the whole
      *> message once. Accepted traffic is decrypted through
      *> cipher-shift and:
      *>   INBRCPT  - one receipt record per delivered segment,
      *>              carrying the plaintext and where it came from
      *>   ACKOUTn  - one acknowledgment per delivered segment, back
      *>              to the sending partner, in the same 24-byte
      *>              ACKIN layout we expect back (blank status byte,
      *>              echo ICV blank -- inbound traffic carries none),
      *>              so the partner can run our reconciliation
      *>              against it; rejected traffic is never
      *>              acknowledged, so the partner's own
      *>              reconciliation shows it outstanding
      *>   INBERR   - REJECTED lines, the ENCERR formats plus FROM=
      *>   INBTOT   - control totals for the caesar-balance step
      *>   AUDITLOG - one run line through audit-chain
      *> A standalone record must carry its message ID (the partner's
      *> generated ID): without one there is nothing to acknowledge.
      *> SYSIN supplies the sign-on operator ID, verified against
      *> OPERMST under the encrypt authority -- the operators trusted
      *> to exchange traffic with partners in one direction are the
      *> ones trusted with the other.
       environment division.
       input-output section.
       file-control.
           select inboundInput1File assign to "INBIN1"
               organization is line sequential
               file status is inboundFileStatus.
           select inboundInput2File assign to "INBIN2"
               organization is line sequential
               file status is inboundFileStatus.
           select inboundInput3File assign to "INBIN3"
               organization is line sequential
               file status is inboundFileStatus.
           select inboundInput4File assign to "INBIN4"
               organization is line sequential
               file status is inboundFileStatus.
           select inboundInput5File assign to "INBIN5"
               organization is line sequential
               file status is inboundFileStatus.
           select ackOutput1File assign to "ACKOUT1"
               organization is line sequential.
           select ackOutput2File assign to "ACKOUT2"
               organization is line sequential.
           select ackOutput3File assign to "ACKOUT3"
               organization is line sequential.
           select ackOutput4File assign to "ACKOUT4"
               organization is line sequential.
           select ackOutput5File assign to "ACKOUT5"
               organization is line sequential.
           select partnerMasterFile assign to "PARTMST"
               organization is line sequential
               file status is partnerMasterStatus.
           select receiptFile assign to "INBRCPT"
               organization is line sequential.
           select errorReportFile assign to "INBERR"
               organization is line sequential.
           select controlTotalsFile assign to "INBTOT"
               organization is line sequential.

       data division.
       file section.
      *> Each INBINn record is laid out as inboundRecord below.
       fd  inboundInput1File.
       01 inbIn1Record pic x(133).
       fd  inboundInput2File.
       01 inbIn2Record pic x(133).
       fd  inboundInput3File.
       01 inbIn3Record pic x(133).
       fd  inboundInput4File.
       01 inbIn4Record pic x(133).
       fd  inboundInput5File.
       01 inbIn5Record pic x(133).

       fd  ackOutput1File.
       01 ackOut1Record pic x(24).
       fd  ackOutput2File.
       01 ackOut2Record pic x(24).
       fd  ackOutput3File.
       01 ackOut3Record pic x(24).
       fd  ackOutput4File.
       01 ackOut4Record pic x(24).
       fd  ackOutput5File.
       01 ackOut5Record pic x(24).

       fd  partnerMasterFile.
       copy "PARTREC".

      *> One record per delivered segment. A standalone message is
      *> segment 000 of 000, the same numbering the archive uses.
       fd  receiptFile.
       01 receiptRecord.
           05 rcptPartnerId    pic x(4).
           05 rcptMessageId    pic x(12).
           05 rcptSegNum       pic 9(3).
           05 rcptSegCount     pic 9(3).
           05 rcptMode         pic x(1).
           05 rcptRunDate      pic x(8).
           05 rcptPlaintext    pic x(99).

       fd  errorReportFile.
       01 errorReportLine pic x(120).

       fd  controlTotalsFile.
       01 controlTotalsLine pic x(39).

       working-storage section.
       copy "CIPHREC".
       copy "AUDITREC".
       copy "SHIFTDIR".
       copy "CTLTOT".
       01 i pic 9(3).
       01 c pic x(1).

      *> The ENCIN layout, with the partner field naming the sender.
       01 inboundRecord.
           05 inbInString      pic x(99).
           05 inbInShift       pic 99.
           05 inbInShiftText redefines inbInShift pic x(02).
           05 inbInMode        pic x(01).
           05 inbInKeyId       pic x(8).
           05 inbInRecType     pic x(1).
               88 inbInBlockHeader  value "H" "h".
               88 inbInBlockDetail  value "D" "d".
               88 inbInBlockTrailer value "T" "t".
           05 inbInMessageId   pic x(12).
           05 inbInSegNum      pic 9(3).
           05 inbInSegNumText redefines inbInSegNum pic x(3).
           05 inbInSegCount    pic 9(3).
           05 inbInSegCountText redefines inbInSegCount pic x(3).
           05 inbInSender      pic x(4).

       01 ackOutWork.
           05 ackOutMessageId  pic x(12).
           05 ackOutSegNum     pic 9(3).
           05 ackOutStatusByte pic x(1) value space.
           05 ackOutEchoIcv    pic x(8) value spaces.

       01 auditMessageLengthTotal pic 9(5) value 0.
       01 auditShiftText pic x(5) value spaces.
       01 auditShiftCaptured pic x(1) value "N".
           88 auditShiftHasBeenCaptured value "Y".
       01 auditShiftVaried pic x(1) value "N".
           88 auditShiftHasVaried value "Y".
       01 auditCurrentShiftText pic x(5).
       01 auditKeyIdText pic x(8) value spaces.
       01 auditKeyIdCaptured pic x(1) value "N".
           88 auditKeyIdHasBeenCaptured value "Y".
       01 auditKeyIdVaried pic x(1) value "N".
           88 auditKeyIdHasVaried value "Y".

       01 keyword pic x(20).
       01 keywordCursor pic 9(3) value 1.
       01 keyLookupStatus pic x(1).
           88 keyLookupFound       value "F".
           88 keyLookupRetired     value "R".
           88 keyLookupNotFound    value "N".

       01 authProgramId pic x(15) value "CAESAR-INTAKE".
       01 authStatus pic x(1).
           88 authAuthorized       value "A".
           88 authUnknownOperator  value "U".
           88 authInactiveOperator value "I".
           88 authNotAuthorized    value "N".
       01 authViolationText pic x(40).

      *> The partner master, loaded once per run exactly as
      *> caesar-encrypt loads it, so slot n here is the same partner
      *> as ENCOUTn there. Per-slot counts feed the per-partner
      *> control records. A missing or empty master leaves the table
      *> empty and no inbound file is read at all.
       01 partnerMasterStatus pic xx.
       01 partnerMasterEndFlag pic x(1) value "N".
           88 endOfPartnerMaster value "Y".
       01 partnerCount pic 9(1) value 0.
       01 partnerTable.
           05 partnerEntry occurs 5 times.
               10 partEntryId         pic x(4).
               10 partEntryAllowC     pic x(1).
               10 partEntryAllowV     pic x(1).
               10 partEntryDefaultKey pic x(8).
               10 partEntryStatus     pic x(1).
                   88 partEntrySuspended value "S" "s".
               10 partEntryUnitCount  pic 9(5).
               10 partEntryAckCount   pic 9(5).
       01 currentPartnerSlot pic 9(1) value 0.
       01 currentInboundSlot pic 9(1) value 0.
       01 p pic 9(1).

       01 inboundFileStatus pic xx.
       01 inboundEndFlag pic x(1) value "N".
           88 endOfInboundSlot value "Y".

       01 intakeRunDate pic x(8).
       01 inbRecordCount pic 9(5) value 0.
       01 inbReadCount pic 9(5) value 0.
       01 inbWrittenCount pic 9(5) value 0.
       01 auditWriteCount pic 9(5) value 0.
       01 auditLineBody pic x(132).

       01 rawShiftInput pic x(05).
       01 attemptedInputText pic x(99).
       01 recordValid pic x(1).
           88 currentRecordValid value "Y" false is "N".
       01 validationError pic x(40).
       01 errorCount pic 9(5) value 0.

      *> State for the inbound block being assembled -- the same
      *> abandon-on-first-error rule caesar-encrypt applies, so a torn
      *> or reordered block rejects once and none of it is delivered.
       01 blockStateFlag pic x(1) value "N".
           88 blockInProgress value "Y".
           88 noBlockInProgress value "N".
       01 blockAbandonedFlag pic x(1) value "N".
           88 blockAbandoned value "Y".
       01 blockMessageId pic x(12).
       01 blockExpectedSegs pic 9(3).
       01 blockStoredSegs pic 9(3).
       01 blockSegmentTable.
           05 blockSegText pic x(99) occurs 20 times.
       01 blockSegIndex pic 9(3).
       01 blockErrorText pic x(40).

       procedure division.
       mainline.
           display "Operator ID: " no advancing
           accept auditOperator
           perform verifyOperatorAuthority
           move function CURRENT-DATE(1:8) to intakeRunDate

           open output errorReportFile
           move "CAESAR-INTAKE INBOUND VALIDATION ERROR REPORT"
               to errorReportLine
           write errorReportLine
           move spaces to errorReportLine
           write errorReportLine

           open output receiptFile
           perform loadPartnerMaster
           if partnerCount = 0
               move "PARTMST MISSING OR EMPTY - NO INBOUND FILE READ"
                   to errorReportLine
               write errorReportLine
           end-if
           perform openAckOutputs
           perform varying currentInboundSlot from 1 by 1
                   until currentInboundSlot > partnerCount
               perform receiveOnePartnerFile
           end-perform
           perform closeAckOutputs
           close receiptFile

           move spaces to errorReportLine
           string "RECORDS REJECTED: " delimited by size
               errorCount delimited by size
               into errorReportLine
           write errorReportLine
           close errorReportFile

           perform writeAuditRecord
           perform writeControlTotals
           stop run.

      *> Same load as caesar-encrypt: first five entries, in file
      *> order, so the slot numbers line up across the two programs.
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
                               move partnerAllowCaesar
                                   to partEntryAllowC(partnerCount)
                               move partnerAllowVigenere
                                   to partEntryAllowV(partnerCount)
                               move partnerDefaultKeyId
                                   to partEntryDefaultKey(partnerCount)
                               move partnerStatus
                                   to partEntryStatus(partnerCount)
                               move 0
                                   to partEntryUnitCount(partnerCount)
                               move 0
                                   to partEntryAckCount(partnerCount)
                           end-if
                   end-read
               end-perform
               close partnerMasterFile
           end-if.

      *> Every partner on the master gets an acknowledgment file, even
      *> one that sent nothing tonight -- an empty ack file tells the
      *> partner we ran and received nothing from them, which is not
      *> the same as us not running.
       openAckOutputs.
           if partnerCount >= 1
               open output ackOutput1File
           end-if
           if partnerCount >= 2
               open output ackOutput2File
           end-if
           if partnerCount >= 3
               open output ackOutput3File
           end-if
           if partnerCount >= 4
               open output ackOutput4File
           end-if
           if partnerCount >= 5
               open output ackOutput5File
           end-if.

       closeAckOutputs.
           if partnerCount >= 1
               close ackOutput1File
           end-if
           if partnerCount >= 2
               close ackOutput2File
           end-if
           if partnerCount >= 3
               close ackOutput3File
           end-if
           if partnerCount >= 4
               close ackOutput4File
           end-if
           if partnerCount >= 5
               close ackOutput5File
           end-if.

      *> A partner that sent nothing tonight has no INBINn to open;
      *> that is noted on the report and the run moves on to the next
      *> partner, since one quiet partner is no reason to hold up
      *> everyone else's traffic.
       receiveOnePartnerFile.
           move "N" to inboundEndFlag
           set noBlockInProgress to true
           perform openInboundSlot
           if inboundFileStatus = "00"
               perform until endOfInboundSlot
                   perform readInboundRecord
                   if not endOfInboundSlot
                       add 1 to inbReadCount
                       perform dispatchInboundRecord
                   end-if
               end-perform
               if blockInProgress
                   if not blockAbandoned
                       move "BLOCK MISSING TRAILER" to blockErrorText
                       perform writeBlockError
                   end-if
                   set noBlockInProgress to true
               end-if
               perform closeInboundSlot
           else
               move spaces to errorReportLine
               string "NO INBOUND FILE FROM PARTNER " delimited by size
                   partEntryId(currentInboundSlot) delimited by size
                   " (INBIN" delimited by size
                   currentInboundSlot delimited by size
                   ")" delimited by size
                   into errorReportLine
               write errorReportLine
           end-if.

       openInboundSlot.
           if currentInboundSlot = 1
               open input inboundInput1File
           else
               if currentInboundSlot = 2
                   open input inboundInput2File
               else
                   if currentInboundSlot = 3
                       open input inboundInput3File
                   else
                       if currentInboundSlot = 4
                           open input inboundInput4File
                       else
                           open input inboundInput5File
                       end-if
                   end-if
               end-if
           end-if.

       closeInboundSlot.
           if currentInboundSlot = 1
               close inboundInput1File
           else
               if currentInboundSlot = 2
                   close inboundInput2File
               else
                   if currentInboundSlot = 3
                       close inboundInput3File
                   else
                       if currentInboundSlot = 4
                           close inboundInput4File
                       else
                           close inboundInput5File
                       end-if
                   end-if
               end-if
           end-if.

      *> One read path for every partner's file: whichever INBINn is
      *> open for the current slot, the record lands in inboundRecord.
       readInboundRecord.
           if currentInboundSlot = 1
               read inboundInput1File
                   at end
                       set endOfInboundSlot to true
                   not at end
                       move inbIn1Record to inboundRecord
               end-read
           else
               if currentInboundSlot = 2
                   read inboundInput2File
                       at end
                           set endOfInboundSlot to true
                       not at end
                           move inbIn2Record to inboundRecord
                   end-read
               else
                   if currentInboundSlot = 3
                       read inboundInput3File
                           at end
                               set endOfInboundSlot to true
                           not at end
                               move inbIn3Record to inboundRecord
                       end-read
                   else
                       if currentInboundSlot = 4
                           read inboundInput4File
                               at end
                                   set endOfInboundSlot to true
                               not at end
                                   move inbIn4Record to inboundRecord
                           end-read
                       else
                           read inboundInput5File
                               at end
                                   set endOfInboundSlot to true
                               not at end
                                   move inbIn5Record to inboundRecord
                           end-read
                       end-if
                   end-if
               end-if
           end-if.

      *> One write path for every partner's acknowledgments, the
      *> mirror of caesar-encrypt's writeToPartnerSlot.
       writeAckToPartnerSlot.
           if currentPartnerSlot = 1
               move ackOutWork to ackOut1Record
               write ackOut1Record
           else
               if currentPartnerSlot = 2
                   move ackOutWork to ackOut2Record
                   write ackOut2Record
               else
                   if currentPartnerSlot = 3
                       move ackOutWork to ackOut3Record
                       write ackOut3Record
                   else
                       if currentPartnerSlot = 4
                           move ackOutWork to ackOut4Record
                           write ackOut4Record
                       else
                           move ackOutWork to ackOut5Record
                           write ackOut5Record
                       end-if
                   end-if
               end-if
           end-if
           add 1 to partEntryAckCount(currentPartnerSlot).

       dispatchInboundRecord.
           if inbInBlockHeader
               perform startInboundBlock
           else
               if inbInBlockDetail
                   perform storeInboundSegment
               else
                   if inbInBlockTrailer
                       perform finishInboundBlock
                   else
                       perform processStandaloneInbound
                   end-if
               end-if
           end-if.

      *> A standalone record arriving while a block is still open
      *> means the block lost its trailer somewhere -- the block is
      *> rejected and the standalone record then processes normally.
       processStandaloneInbound.
           if blockInProgress
               if not blockAbandoned
                   move "BLOCK MISSING TRAILER" to blockErrorText
                   perform writeBlockError
               end-if
               set noBlockInProgress to true
           end-if
           move inbInString to inputString
           move inbInString to attemptedInputText
           move inbInShiftText to rawShiftInput
           move inbInMode to cipherMode
           move inbInKeyId to keyId
           perform validateStandaloneInbound
           if currentRecordValid
               move rawShiftInput to numShift
               move 1 to keywordCursor
               perform decryptCurrentString
               perform trackAuditDetails
               move inbInMessageId to ackOutMessageId
               move 0 to ackOutSegNum
               move 0 to rcptSegCount
               perform deliverSegment
               add 1 to partEntryUnitCount(currentPartnerSlot)
               add 1 to inbRecordCount
           else
               perform writeValidationError
               add 1 to errorCount
           end-if.

       validateStandaloneInbound.
           set currentRecordValid to true
           move spaces to validationError

           if function trim(inputString) = spaces
               move "INPUTSTRING IS BLANK" to validationError
               set currentRecordValid to false
           end-if

           if currentRecordValid
               if function trim(inbInMessageId) = spaces
                   move "MESSAGE ID IS BLANK - CANNOT ACKNOWLEDGE"
                       to validationError
                   set currentRecordValid to false
               end-if
           end-if

           if currentRecordValid
               perform resolveSendingPartner
           end-if

           if currentRecordValid
               perform validateCipherModeInput
           end-if

           if currentRecordValid
               perform checkPartnerAllowsMode
           end-if

           if currentRecordValid and vigenereMode
               perform applyPartnerDefaultKeyId
               perform resolveKeywordFromKeyId
           end-if

           if currentRecordValid and not vigenereMode
               perform validateShiftInput
           end-if.

      *> Opens a new block from its header, exactly as caesar-encrypt's
      *> startEncryptBlock does; the shift/key validated here decrypts
      *> the whole message.
       startInboundBlock.
           if blockInProgress and not blockAbandoned
               move "BLOCK MISSING TRAILER" to blockErrorText
               perform writeBlockError
           end-if
           set blockInProgress to true
           move "N" to blockAbandonedFlag
           move inbInMessageId to blockMessageId
           move 0 to blockStoredSegs
           move 0 to blockExpectedSegs
           move inbInShiftText to rawShiftInput
           move inbInMode to cipherMode
           move inbInKeyId to keyId
           perform validateBlockHeader
           if not currentRecordValid
               move validationError to blockErrorText
               perform writeBlockError
               set blockAbandoned to true
           else
               if not vigenereMode
                   move rawShiftInput to numShift
               end-if
           end-if.

       validateBlockHeader.
           set currentRecordValid to true
           move spaces to validationError

           if function trim(blockMessageId) = spaces
               move "BLOCK MESSAGE ID IS BLANK" to validationError
               set currentRecordValid to false
           end-if

           if currentRecordValid
               if inbInSegCountText is numeric
                   if inbInSegCount >= 1 and inbInSegCount <= 20
                       move inbInSegCount to blockExpectedSegs
                   else
                       move "BLOCK SEGMENT COUNT OUT OF RANGE"
                           to validationError
                       set currentRecordValid to false
                   end-if
               else
                   move "BLOCK SEGMENT COUNT NOT NUMERIC"
                       to validationError
                   set currentRecordValid to false
               end-if
           end-if

           if currentRecordValid
               perform resolveSendingPartner
           end-if

           if currentRecordValid
               perform validateCipherModeInput
           end-if

           if currentRecordValid
               perform checkPartnerAllowsMode
           end-if

           if currentRecordValid and vigenereMode
               perform applyPartnerDefaultKeyId
               perform resolveKeywordFromKeyId
           end-if

           if currentRecordValid and not vigenereMode
               perform validateShiftInput
           end-if.

       storeInboundSegment.
           if not blockInProgress
               move inbInString to attemptedInputText
               move "DETAIL RECORD OUTSIDE BLOCK" to validationError
               perform writeValidationError
               add 1 to errorCount
           else
               if not blockAbandoned
                   perform storeValidatedSegment
               end-if
           end-if.

       storeValidatedSegment.
           if inbInSegNumText is not numeric
                   or inbInSegNum not = blockStoredSegs + 1
               move "BLOCK SEGMENT OUT OF SEQUENCE" to blockErrorText
               perform writeBlockError
               set blockAbandoned to true
           else
               if inbInSegNum > blockExpectedSegs
                   move "BLOCK HAS MORE SEGMENTS THAN HEADER"
                       to blockErrorText
                   perform writeBlockError
                   set blockAbandoned to true
               else
                   if function trim(inbInString) = spaces
                       move "BLOCK SEGMENT IS BLANK" to blockErrorText
                       perform writeBlockError
                       set blockAbandoned to true
                   else
                       add 1 to blockStoredSegs
                       move inbInString to blockSegText(blockStoredSegs)
                   end-if
               end-if
           end-if.

      *> The trailer must agree with the header on message ID and
      *> segment count, and every segment must have arrived, before
      *> anything of the block is delivered or acknowledged.
       finishInboundBlock.
           if not blockInProgress
               move inbInMessageId to attemptedInputText
               move "TRAILER RECORD OUTSIDE BLOCK" to validationError
               perform writeValidationError
               add 1 to errorCount
           else
               if not blockAbandoned
                   perform validateAndDecryptBlock
               end-if
               set noBlockInProgress to true
           end-if.

       validateAndDecryptBlock.
           if inbInMessageId not = blockMessageId
               move "TRAILER MESSAGE ID DOES NOT MATCH"
                   to blockErrorText
               perform writeBlockError
           else
               if inbInSegCountText is not numeric
                       or inbInSegCount not = blockExpectedSegs
                   move "TRAILER COUNT DOES NOT MATCH HEADER"
                       to blockErrorText
                   perform writeBlockError
               else
                   if blockStoredSegs not = blockExpectedSegs
                       move "BLOCK IS SHORT OF SEGMENTS"
                           to blockErrorText
                       perform writeBlockError
                   else
                       perform decryptWholeBlock
                   end-if
               end-if
           end-if.

      *> The keyword cursor rides across the segments exactly as it
      *> did when the partner encrypted them, so the Vigenere key
      *> unwinds continuously over the whole message.
       decryptWholeBlock.
           move 1 to keywordCursor
           perform varying blockSegIndex from 1 by 1
                   until blockSegIndex > blockStoredSegs
               move blockSegText(blockSegIndex) to inputString
               perform decryptCurrentString
               perform trackAuditDetails
               move blockMessageId to ackOutMessageId
               move blockSegIndex to ackOutSegNum
               move blockExpectedSegs to rcptSegCount
               perform deliverSegment
           end-perform
           add 1 to partEntryUnitCount(currentPartnerSlot)
           add 1 to inbRecordCount.

      *> Plaintext to the receipt file and the acknowledgment back to
      *> the sender, always together: a segment is acknowledged only
      *> once it has actually been delivered.
       deliverSegment.
           move partEntryId(currentPartnerSlot) to rcptPartnerId
           move ackOutMessageId to rcptMessageId
           move ackOutSegNum to rcptSegNum
           move cipherMode to rcptMode
           move intakeRunDate to rcptRunDate
           move inputString to rcptPlaintext
           write receiptRecord
           add 1 to inbWrittenCount
           move space to ackOutStatusByte
           perform writeAckToPartnerSlot.

      *> One rejected block = one error line = one rejection, keyed by
      *> message ID and sender so the partner knows which whole
      *> message to fix and send again.
       writeBlockError.
           move spaces to errorReportLine
           string "REJECTED BLOCK " delimited by size
               function trim(blockMessageId) delimited by size
               " FROM=" delimited by size
               partEntryId(currentInboundSlot) delimited by size
               ": " delimited by size
               function trim(blockErrorText) delimited by size
               into errorReportLine
           write errorReportLine
           add 1 to errorCount.

      *> The sender named on the record must be the partner whose
      *> INBINn it arrived in -- traffic claiming to come from one
      *> partner out of another partner's drop is exactly what this
      *> check exists to stop. A partner suspended through
      *> caesar-partmaint is still on the master but is not accepted.
       resolveSendingPartner.
           move 0 to currentPartnerSlot
           if function trim(inbInSender) = spaces
               move "SENDING PARTNER IS BLANK" to validationError
               set currentRecordValid to false
           else
               perform varying p from 1 by 1 until p > partnerCount
                   if partEntryId(p) = inbInSender
                       move p to currentPartnerSlot
                       move partnerCount to p
                   end-if
               end-perform
               if currentPartnerSlot = 0
                   move "SENDING PARTNER NOT ON MASTER"
                       to validationError
                   set currentRecordValid to false
               else
                   if currentPartnerSlot not = currentInboundSlot
                       move "SENDER DOES NOT MATCH INBOUND FILE"
                           to validationError
                       set currentRecordValid to false
                   else
                       if partEntrySuspended(currentPartnerSlot)
                           move "SENDING PARTNER IS SUSPENDED"
                               to validationError
                           set currentRecordValid to false
                       end-if
                   end-if
               end-if
           end-if.

      *> A partner may only send us traffic in a mode its master entry
      *> allows, the same rule caesar-encrypt enforces outbound.
       checkPartnerAllowsMode.
           if vigenereMode
               if partEntryAllowV(currentPartnerSlot) not = "Y"
                       and partEntryAllowV(currentPartnerSlot) not = "y"
                   move "PARTNER DOES NOT ALLOW MODE V"
                       to validationError
                   set currentRecordValid to false
               end-if
           else
               if partEntryAllowC(currentPartnerSlot) not = "Y"
                       and partEntryAllowC(currentPartnerSlot) not = "y"
                   move "PARTNER DOES NOT ALLOW MODE C"
                       to validationError
                   set currentRecordValid to false
               end-if
           end-if.

       applyPartnerDefaultKeyId.
           if function trim(keyId) = spaces
               move partEntryDefaultKey(currentPartnerSlot) to keyId
           end-if.

       validateCipherModeInput.
           if not caesarMode and not vigenereMode
               move "CIPHERMODE MUST BE C OR V" to validationError
               set currentRecordValid to false
           end-if.

       validateShiftInput.
           if function trim(rawShiftInput) = spaces
               move "NUMSHIFT IS BLANK" to validationError
               set currentRecordValid to false
           else
               if function length(function trim(rawShiftInput)) > 2
                   move "NUMSHIFT EXCEEDS 2 DIGITS" to validationError
                   set currentRecordValid to false
               else
                   perform varying i from 1 by 1
                           until i > function length(
                               function trim(rawShiftInput))
                       move rawShiftInput(i:1) to c
                       if c < "0" or c > "9"
                           move "NUMSHIFT IS NON-NUMERIC"
                               to validationError
                           set currentRecordValid to false
                       end-if
                   end-perform
               end-if
           end-if.

      *> The partner encrypted under a key we share with it, so the
      *> keyword comes from KEYLIB through key-lookup; a retired key
      *> is refused inbound just as it is outbound.
       resolveKeywordFromKeyId.
           if function trim(keyId) = spaces
               move "KEY ID IS BLANK" to validationError
               set currentRecordValid to false
           else
               call "key-lookup" using keyId, keyword,
                       keyLookupStatus
               end-call
               if keyLookupRetired
                   move "KEY ID IS RETIRED" to validationError
                   set currentRecordValid to false
               end-if
               if keyLookupNotFound
                   move "KEY ID NOT IN KEY LIBRARY" to validationError
                   set currentRecordValid to false
               end-if
           end-if.

       writeValidationError.
           move spaces to errorReportLine
           string "REJECTED: " delimited by size
               function trim(validationError) delimited by size
               " FROM=" delimited by size
               partEntryId(currentInboundSlot) delimited by size
               " INPUT=[" delimited by size
               function trim(attemptedInputText) delimited by size
               "]" delimited by size
               into errorReportLine
           write errorReportLine.

      *> Folds each delivered segment's length, shift and key-ID into
      *> the run's audit totals, logging MIXED when a run decrypted
      *> under more than one.
       trackAuditDetails.
           add function length(function trim(inputString))
               to auditMessageLengthTotal
           if vigenereMode
               if auditKeyIdHasBeenCaptured
                   if function trim(keyId)
                           <> function trim(auditKeyIdText)
                       set auditKeyIdHasVaried to true
                   end-if
               else
                   move keyId to auditKeyIdText
                   set auditKeyIdHasBeenCaptured to true
               end-if
           else
               move numShift to auditCurrentShiftText
               if auditShiftHasBeenCaptured
                   if function trim(auditCurrentShiftText)
                           <> function trim(auditShiftText)
                       set auditShiftHasVaried to true
                   end-if
               else
                   move auditCurrentShiftText to auditShiftText
                   set auditShiftHasBeenCaptured to true
               end-if
           end-if.

      *>****************************************************************
      *> Verifies the sign-on operator against the OPERMST master
      *> through the oper-auth subprogram before any work is done. An
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

      *> Who ran the intake, when, under what shift/key-ID, how much
      *> plaintext it delivered and how many messages -- the same run
      *> line caesar-encrypt writes, so caesar-auditrpt summarizes
      *> both directions of the exchange alike.
       writeAuditRecord.
           move function CURRENT-DATE to auditTimestamp
           move "CAESAR-INTAKE" to auditProgramName
           move "B" to auditRunMode
           move auditMessageLengthTotal to auditMessageLength

           if auditShiftHasVaried
               move "MIXED" to auditShiftValue
           else
               if auditShiftHasBeenCaptured
                   move auditShiftText to auditShiftValue
               else
                   move spaces to auditShiftValue
               end-if
           end-if

           if auditKeyIdHasVaried
               move "MIXED" to auditKeyId
           else
               if auditKeyIdHasBeenCaptured
                   move auditKeyIdText to auditKeyId
               else
                   move spaces to auditKeyId
               end-if
           end-if

           move inbRecordCount to auditRecordCount

           move spaces to auditLineBody
           string auditOperator delimited by size
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
               auditRecordCount delimited by size
               into auditLineBody
           call "audit-chain" using auditLineBody
           end-call
           add 1 to auditWriteCount.

      *> End-of-run control totals for the caesar-balance step, laid
      *> out as caesar-encrypt's are: one record per partner (messages
      *> delivered, acknowledgments written to that partner's ACKOUTn)
      *> and then the overall record with a blank partner ID carrying
      *> records read, receipts written and rejections. Rejections
      *> produce no acknowledgment, so they stay on the overall record.
       writeControlTotals.
           open output controlTotalsFile
           perform varying p from 1 by 1 until p > partnerCount
               move "CAESAR-INTAKE" to ctlProgramName
               move partEntryUnitCount(p) to ctlRecordsRead
               move partEntryAckCount(p) to ctlRecordsWritten
               move 0 to ctlRecordsRejected
               move 0 to ctlAuditEntries
               move partEntryId(p) to ctlPartnerId
               move controlTotalsRecord to controlTotalsLine
               write controlTotalsLine
           end-perform
           move "CAESAR-INTAKE" to ctlProgramName
           move inbReadCount to ctlRecordsRead
           move inbWrittenCount to ctlRecordsWritten
           move errorCount to ctlRecordsRejected
           move auditWriteCount to ctlAuditEntries
           move spaces to ctlPartnerId
           move controlTotalsRecord to controlTotalsLine
           write controlTotalsLine
           close controlTotalsFile.

      *> The shift arithmetic is cipher-shift's, run in reverse.
       decryptCurrentString.
           call "cipher-shift" using shiftDirectionReverse, cipherMode,
                   keyword, numShift, inputString, keywordCursor
           end-call.

       end program caesar-intake.
