               access is dynamic
               record key is archKey
               file status is archiveFileStatus.
           select partnerHistoryFile assign to "PARTHIST"
               organization is line sequential
               file status is partnerHistoryStatus.

       data division.
       file section.
      *> One output file per exchange partner; the partner's position
      *> in the PARTMST master names its slot. All five carry the
      *> same record the single ENCOUT used to, so downstream readers
      *> are unchanged apart from which DD they point at. Each record
      *> ends with the segment's and the whole message's integrity
      *> check values (PARTOUT).
       fd  encryptOutput1File.
       01 encOut1Record pic x(133).
       fd  encryptOutput2File.
       01 encOut2Record pic x(133).
       fd  encryptOutput3File.
       01 encOut3Record pic x(133).
       fd  encryptOutput4File.
       01 encOut4Record pic x(133).
       fd  encryptOutput5File.
       01 encOut5Record pic x(133).

       fd  partnerMasterFile.
       copy "PARTREC".
       fd  archiveFile.
       copy "ARCHREC".

       fd  partnerHistoryFile.
       copy "PARTHIST".

       working-storage section.
       copy "CIPHREC".
       copy "AUDITREC".
      *> The partner master, loaded once per batch run. Slot number =
      *> position on the master = which ENCOUTn the partner's
      *> ciphertext lands in; per-slot unit and record counts feed
      *> the per-partner control records, and the per-slot rejection
      *> count feeds the PARTHIST history. A missing or empty master
      *> leaves the table empty and every routed record rejects --
      *> routing fails closed.
       01 partnerMasterStatus pic xx.
               10 partEntryAllowC     pic x(1).
               10 partEntryAllowV     pic x(1).
               10 partEntryDefaultKey pic x(8).
               10 partEntryStatus     pic x(1).
                   88 partEntrySuspended value "S" "s".
               10 partEntryUnitCount  pic 9(5).
               10 partEntryRecCount   pic 9(5).
               10 partEntryRejCount   pic 9(5).
       01 currentPartnerSlot pic 9(1) value 0.
       01 blockPartnerSlot pic 9(1) value 0.
       01 p pic 9(1).
       copy "PARTOUT".
       01 partnerHistoryStatus pic xx.
       01 rejectDestId pic x(4).
       01 rejectSlot pic 9(1).
       01 unattributedRejCount pic 9(5) value 0.

       01 encRecordCount pic 9(5) value 0.
       01 encReadCount pic 9(5) value 0.
       01 blockAbandonedFlag pic x(1) value "N".
           88 blockAbandoned value "Y".
       01 blockMessageId pic x(12).
       01 blockDestId pic x(4) value spaces.
       01 blockExpectedSegs pic 9(3).
       01 blockStoredSegs pic 9(3).
       01 blockSegmentTable.
       01 blockSegIndex pic 9(3).
       01 blockErrorText pic x(40).

      *> Integrity check values (cipher-icv) for the record being
      *> sent: the segment's own, and the running value over the
      *> message's segments so far, which is the message's ICV once
      *> the last segment is in. A block is encrypted whole before a
      *> segment of it is written, so every segment can carry the
      *> finished message ICV.
       01 blockSegIcvTable.
           05 blockSegIcv pic x(8) occurs 20 times.
       01 currentSegIcv pic x(8).
       01 currentMsgIcv pic x(8).
       01 icvNoChain pic x(8) value spaces.
       01 icvChainSoFar pic x(8).

       procedure division.
       mainline.
           display "Operator ID: " no advancing
           accept auditOperator
           perform verifyOperatorAuthority
           display "Batch mode? (B=read ENCIN/ENCOUT, N=interactive): "
               no advancing
           accept runMode

           open output errorReportFile
           move "CAESAR-ENCRYPT INPUT VALIDATION ERROR REPORT"
               to errorReportLine
           write errorReportLine
           move spaces to errorReportLine
           write errorReportLine
           end-if

           move spaces to errorReportLine
           string "RECORDS REJECTED: " delimited by size
               errorCount delimited by size
               into errorReportLine
           write errorReportLine
           close errorReportFile

           perform writeAuditRecord
           perform writeControlTotals
           if batchMode
               perform appendPartnerHistory
           end-if
           stop run.

       runInteractiveMode.
                       set endOfEncInput to true
                       if blockInProgress
                           if not blockAbandoned
                               move "BLOCK MISSING TRAILER"
                                   to blockErrorText
                               perform writeBlockError
                           end-if
                           set noBlockInProgress to true
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
                               move 0 to partEntryRecCount(partnerCount)
                               move 0 to partEntryRejCount(partnerCount)
                           end-if
                   end-read
               end-perform
               move archMessageId to partnerOutMessageId
               move 0 to partnerOutSegNum
               move 0 to partnerOutSegCount
               move currentSegIcv to partnerOutSegIcv
               move currentMsgIcv to partnerOutMsgIcv
               perform writeToPartnerSlot
               add 1 to partEntryUnitCount(currentPartnerSlot)
               add 1 to encRecordCount
           else
               perform writeValidationError
               add 1 to errorCount
               move encInDest to rejectDestId
               perform countPartnerRejection
           end-if.

      *> Opens a new block from its header: remembers the message ID
           set blockInProgress to true
           move "N" to blockAbandonedFlag
           move encInMessageId to blockMessageId
           move encInDest to blockDestId
           move 0 to blockStoredSegs
           move 0 to blockExpectedSegs
           move encInShiftText to rawShiftInput
                   if encInSegCount >= 1 and encInSegCount <= 20
                       move encInSegCount to blockExpectedSegs
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
               move "DETAIL RECORD OUTSIDE BLOCK" to validationError
               perform writeValidationError
               add 1 to errorCount
               add 1 to unattributedRejCount
           else
               if not blockAbandoned
                   perform storeValidatedSegment
               set blockAbandoned to true
           else
               if encInSegNum > blockExpectedSegs
                   move "BLOCK HAS MORE SEGMENTS THAN HEADER"
                       to blockErrorText
                   perform writeBlockError
                   set blockAbandoned to true
               else
               move "TRAILER RECORD OUTSIDE BLOCK" to validationError
               perform writeValidationError
               add 1 to errorCount
               add 1 to unattributedRejCount
           else
               if not blockAbandoned
                   perform validateAndEncryptBlock

       validateAndEncryptBlock.
           if encInMessageId not = blockMessageId
               move "TRAILER MESSAGE ID DOES NOT MATCH"
                   to blockErrorText
               perform writeBlockError
           else
               if encInSegCountText is not numeric
                       or encInSegCount not = blockExpectedSegs
                   move "TRAILER COUNT DOES NOT MATCH HEADER"
                       to blockErrorText
                   perform writeBlockError
               else
                   if blockStoredSegs not = blockExpectedSegs
                       move "BLOCK IS SHORT OF SEGMENTS"
                           to blockErrorText
                       perform writeBlockError
                   else
                       perform encryptWholeBlock
      *> key runs continuously over the whole message no matter where
      *> the 99-byte segment boundaries fall. One message, one entry
      *> in the record count.
      *> The whole block is encrypted first, each segment's ICV taken
      *> and folded into the message ICV as it goes; only then are
      *> the segments written, every one carrying its own ICV and the
      *> finished message ICV.
       encryptWholeBlock.
           move blockPartnerSlot to currentPartnerSlot
           move 1 to keywordCursor
           move spaces to currentMsgIcv
           perform varying blockSegIndex from 1 by 1
                   until blockSegIndex > blockStoredSegs
               move blockSegText(blockSegIndex) to inputString
               perform encryptCurrentString
               perform trackAuditDetails
               move inputString to blockSegText(blockSegIndex)
               call "cipher-icv" using inputString, blockMessageId,
                       blockSegIndex, icvNoChain,
                       blockSegIcv(blockSegIndex)
               end-call
               move currentMsgIcv to icvChainSoFar
               call "cipher-icv" using inputString, blockMessageId,
                       blockSegIndex, icvChainSoFar, currentMsgIcv
               end-call
           end-perform
           perform varying blockSegIndex from 1 by 1
                   until blockSegIndex > blockStoredSegs
               move blockSegText(blockSegIndex) to inputString
               move blockSegIcv(blockSegIndex) to currentSegIcv
               move inputString to partnerOutText
               move blockMessageId to partnerOutMessageId
               move blockSegIndex to partnerOutSegNum
               move blockExpectedSegs to partnerOutSegCount
               move currentSegIcv to partnerOutSegIcv
               move currentMsgIcv to partnerOutMsgIcv
               perform writeToPartnerSlot
               perform archiveBlockSegment
           end-perform
      *> (the caller stamps it after this runs), so the partner can
      *> acknowledge the message and ACKRECON can reconcile it
      *> against the archived copy instead of reporting it
      *> outstanding forever. The ICVs are taken here too, once the
      *> ID exists; a one-segment message's ICV is its segment's.
       archiveStandaloneRecord.
           add 1 to archStandaloneSeq
           move archStampTime to archGenTime
           move archStandaloneSeq to archGenSeq
           move archGeneratedId to archMessageId
           move 0 to archSegNum
           call "cipher-icv" using inputString, archMessageId,
                   archSegNum, icvNoChain, currentSegIcv
           end-call
           move currentSegIcv to currentMsgIcv
           perform writeArchiveRecord.

       archiveBlockSegment.
      *> on a later night) keeps the LATEST ciphertext: the archive
      *> answers "what did we last send under this ID", so the fresh
      *> copy replaces the stale one instead of failing the run.
      *> The replacement is a fresh send, so its resend count starts
      *> over at zero. An interactive job goes to the console, not to
      *> a partner, and archives with a blank partner ID.
       writeArchiveRecord.
           move archStampDate to archRunDate
           move auditOperator to archOperator
               move spaces to archKeyId
           end-if
           move inputString to archCiphertext
           if currentPartnerSlot > 0
               move partEntryId(currentPartnerSlot) to archPartnerId
           else
               move spaces to archPartnerId
           end-if
           move 0 to archResendCount
           move currentSegIcv to archSegIcv
           move currentMsgIcv to archMsgIcv
           write archiveRecord
               invalid key
                   rewrite archiveRecord
               function trim(blockErrorText) delimited by size
               into errorReportLine
           write errorReportLine
           add 1 to errorCount
           move blockDestId to rejectDestId
           perform countPartnerRejection.

      *> A rejection belongs to the partner its record or block
      *> header named, whatever the reason it failed -- including a
      *> suspended partner or a mode it does not accept. A blank or
      *> unknown destination names nobody billable.
       countPartnerRejection.
           move 0 to rejectSlot
           if rejectDestId not = spaces
               perform varying p from 1 by 1 until p > partnerCount
                   if partEntryId(p) = rejectDestId
                       move p to rejectSlot
                       move partnerCount to p
                   end-if
               end-perform
           end-if
           if rejectSlot = 0
               add 1 to unattributedRejCount
           else
               add 1 to partEntryRejCount(rejectSlot)
           end-if.

      *>****************************************************************
      *> Checks a console-entered inputString/numShift pair before any
               set currentRecordValid to false
           else
               if function length(function trim(rawInputString)) > 99
                   move "INPUTSTRING EXCEEDS 99 CHARACTERS"
                       to validationError
                   set currentRecordValid to false
               else
                   move rawInputString(1:99) to inputString
      *> slot is where the ciphertext will be written. An unknown or
      *> blank destination rejects to ENCERR like any other
      *> validation failure -- there is no catch-all output to dump
      *> unroutable ciphertext into. A partner suspended through
      *> caesar-partmaint keeps its slot but takes no traffic.
       resolveDestinationPartner.
           move 0 to currentPartnerSlot
           if function trim(encInDest) = spaces
                   end-if
               end-perform
               if currentPartnerSlot = 0
                   move "DESTINATION PARTNER NOT ON MASTER"
                       to validationError
                   set currentRecordValid to false
               else
                   if partEntrySuspended(currentPartnerSlot)
                       move "DESTINATION PARTNER IS SUSPENDED"
                           to validationError
                       set currentRecordValid to false
                   end-if
               end-if
           end-if.

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
                   move "NUMSHIFT EXCEEDS 2 DIGITS" to validationError
                   set currentRecordValid to false
               else
                   perform varying i from 1 by 1 until i >
                           function length(function trim(rawShiftInput))
                       move rawShiftInput(i:1) to c
                       if c < "0" or c > "9"
                           move "NUMSHIFT IS NON-NUMERIC"
                               to validationError
                           set currentRecordValid to false
                       end-if
                   end-perform

       writeValidationError.
           move spaces to errorReportLine
           string "REJECTED: " delimited by size
               function trim(validationError) delimited by size
               " INPUT=[" delimited by size
               function trim(attemptedInputText) delimited by size
               "]" delimited by size
               into errorReportLine
           write errorReportLine.

      *> rather than a single trailing value that only reflects
      *> whichever record happened to run last.
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
           else
               move numShift to auditCurrentShiftText
               if auditShiftHasBeenCaptured
                   if function trim(auditCurrentShiftText)
                           <> function trim(auditShiftText)
                       set auditShiftHasVaried to true
                   end-if
               else
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
                   keyword, numShift, inputString, keywordCursor
           end-call.

      *> ENCTOT does not survive the next night, so each batch run
      *> also appends its per-partner submissions to PARTHIST for the
      *> month-end statement: one record per partner, then the
      *> rejections no partner can be charged for under a blank ID.
      *> The file accumulates (DISP=MOD), opened by the same probe-
      *> then-EXTEND sequence as the archive and OPSHIST.
       appendPartnerHistory.
           open input partnerHistoryFile
           if partnerHistoryStatus = "35"
               open output partnerHistoryFile
               close partnerHistoryFile
           else
               close partnerHistoryFile
           end-if
           open extend partnerHistoryFile
           perform varying p from 1 by 1 until p > partnerCount
               move archStampDate to partHistRunDate
               move partEntryId(p) to partHistPartnerId
               move partEntryUnitCount(p) to partHistUnitsSent
               move partEntryRecCount(p) to partHistRecordsWritten
               move partEntryRejCount(p) to partHistUnitsRejected
               write partnerHistoryRecord
           end-perform
           move archStampDate to partHistRunDate
           move spaces to partHistPartnerId
           move 0 to partHistUnitsSent
           move 0 to partHistRecordsWritten
           move unattributedRejCount to partHistUnitsRejected
           write partnerHistoryRecord
           close partnerHistoryFile.

       end program caesar-encrypt.
