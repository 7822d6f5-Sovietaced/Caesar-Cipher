       identification division.
       program-id. caesar-partstmt.

      *> Month-end traffic statement for partner chargeback. Each
      *> exchange partner is billed for the cipher work done on its
      *> behalf, and this program puts the month's figures for every
      *> partner on PARTMST onto one printed statement apiece and
      *> one finance extract record apiece:
      *>   - messages, segments and ciphertext characters sent, by
      *>     mode (Caesar and Vigenere), from the archive records
      *>     whose run date falls in the month and whose archPartnerId
      *>     names the partner -- a standalone message is one message
      *>     of one segment, a block one message of many
      *>   - acknowledgments received against that traffic, from the
      *>     F and M markers caesar-ackrecon carries on ACKIN: an F
      *>     marker confirms every segment of its message, M markers
      *>     confirm the segments they name
      *>   - retransmissions, from the CAESAR-RETRANS lines AUDITLOG
      *>     holds for the month (one line per message resent,
      *>     RECORDS= the segments in it)
      *>   - submissions rejected, from the PARTHIST history
      *>     caesar-encrypt appends each night, since ENCTOT does not
      *>     outlive the next run
      *> A suspended partner still gets its statement -- it is billed
      *> for whatever it sent before the suspension. Traffic or
      *> rejections naming no partner on the master (records
      *> archived before the partner was captured, a resend for such
      *> a record, a submission with a blank or unknown destination)
      *> cannot be charged to anyone and are totalled on the closing
      *> summary instead, so the statements still add up to the
      *> month.
      *> Acknowledgments are counted as ACKIN stands when the
      *> statement runs, so schedule it after the month's last
      *> ACKRECON; ackrecon only ever carries what it has matched.
      *>
      *> SYSIN supplies one parameter line:
      *>   statement month (YYYYMM, default the month before today's)
      *>
      *> Ends RC 8 when no statement could be produced (bad month,
      *> archive would not open, empty partner master) or the ack
      *> table overflowed and the acknowledgment figures are short,
      *> RC 4 when some of the month's traffic or rejections could
      *> not be charged to a partner, RC 0 otherwise.
       environment division.
       input-output section.
       file-control.
           select partnerMasterFile assign to "PARTMST"
               organization is line sequential
               file status is partnerMasterStatus.
           select archiveFile assign to "ARCHIVE"
               organization is indexed
               access is sequential
               record key is archKey
               file status is archiveFileStatus.
           select ackInputFile assign to "ACKIN"
               organization is line sequential
               file status is ackFileStatus.
           select auditLogFile assign to "AUDITLOG"
               organization is line sequential
               file status is auditFileStatus.
           select partnerHistoryFile assign to "PARTHIST"
               organization is line sequential
               file status is partnerHistoryStatus.
           select statementReportFile assign to "STMTRPT"
               organization is line sequential.
           select statementExtractFile assign to "STMTEXT"
               organization is line sequential.

       data division.
       file section.
       fd  partnerMasterFile.
       copy "PARTREC".

       fd  archiveFile.
       copy "ARCHREC".

       fd  ackInputFile.
       01 ackInRecord.
           05 ackMessageId     pic x(12).
           05 ackSegNum        pic 9(3).
           05 ackSegNumText redefines ackSegNum pic x(3).
           05 ackStatusByte    pic x(1).
           05 ackEchoIcv       pic x(8).

       fd  auditLogFile.
       01 auditLogLine pic x(160).

       fd  partnerHistoryFile.
       copy "PARTHIST".

       fd  statementReportFile.
       01 statementReportLine pic x(132).

      *> The finance extract: one fixed-layout record per partner per
      *> month, every count zero-filled, in the order the printed
      *> statement shows them.
       fd  statementExtractFile.
       01 statementExtractRecord.
           05 extMonth            pic x(6).
           05 extPartnerId        pic x(4).
           05 extPartnerName      pic x(20).
           05 extPartnerStatus    pic x(1).
           05 extCaesarMessages   pic 9(7).
           05 extCaesarSegments   pic 9(7).
           05 extCaesarChars      pic 9(9).
           05 extVigenereMessages pic 9(7).
           05 extVigenereSegments pic 9(7).
           05 extVigenereChars    pic 9(9).
           05 extAckedMessages    pic 9(7).
           05 extAckedSegments    pic 9(7).
           05 extResentMessages   pic 9(7).
           05 extResentSegments   pic 9(7).
           05 extRejected         pic 9(7).

       working-storage section.
       01 partnerMasterStatus pic xx.
       01 archiveFileStatus pic xx.
       01 ackFileStatus pic xx.
       01 auditFileStatus pic xx.
       01 partnerHistoryStatus pic xx.
       01 fileEndFlag pic x(1) value "N".
           88 endOfCurrentFile value "Y".

       01 monthInput pic x(6).
       01 statementMonth.
           05 statementYear     pic 9(4).
           05 statementMonthNum pic 9(2).
       01 statementMonthText redefines statementMonth pic x(6).

      *> One slot per PARTMST entry, in master order -- the same five
      *> slots caesar-encrypt routes to.
       01 partnerCount pic 9(1) value 0.
       01 partnerTable.
           05 partnerEntry occurs 5 times.
               10 partEntryId            pic x(4).
               10 partEntryName          pic x(20).
               10 partEntryStatus        pic x(1).
                   88 partEntrySuspended value "S" "s".
               10 partEntryCaesarMsgs    pic 9(7).
               10 partEntryCaesarSegs    pic 9(7).
               10 partEntryCaesarChars   pic 9(9).
               10 partEntryVigenereMsgs  pic 9(7).
               10 partEntryVigenereSegs  pic 9(7).
               10 partEntryVigenereChars pic 9(9).
               10 partEntryAckedMsgs     pic 9(7).
               10 partEntryAckedSegs     pic 9(7).
               10 partEntryResentMsgs    pic 9(7).
               10 partEntryResentSegs    pic 9(7).
               10 partEntryRejected      pic 9(7).
       01 p pic 9(1).
       01 partnerSlot pic 9(1).
       01 searchPartnerId pic x(4).

      *> The carried F/M markers only; new partner acks with a blank
      *> status have not been matched by ackrecon yet and count for
      *> nothing until they have.
       01 ackEntryCount pic 9(4) value 0.
       01 k pic 9(4).
       01 ackOverflowCount pic 9(5) value 0.
       01 ackEntryTable.
           05 ackEntry occurs 5000 times.
               10 ackEntryMessageId pic x(12).
               10 ackEntrySegNum    pic 9(3).
               10 ackEntryStatus    pic x(1).
                   88 ackEntryFullMarker   value "F".

      *> The message being walked in the archive: key order keeps
      *> its segments together, as in caesar-ackrecon.
       01 messageOpenFlag pic x(1) value "N".
           88 messageInProgress value "Y".
       01 currentMessageId pic x(12) value spaces.
       01 currentInMonthFlag pic x(1).
           88 currentInMonth value "Y".
       01 currentMode pic x(1).
           88 currentVigenere value "V" "v".
       01 currentPartnerSlot pic 9(1).
       01 currentSegCount pic 9(3).
       01 currentCharCount pic 9(7).
       01 currentAckedCount pic 9(3).
       01 fullMarkerFlag pic x(1).
           88 messageFullyAcked value "Y".
       01 segmentChars pic 9(3).

       01 parsedProgram pic x(15).
       01 parsedTail pic x(132).
       01 parsedRecords pic 9(5).
       01 unstringJunk pic x(132).

      *> Month figures that name no partner on the master.
       01 unchargedMessages pic 9(7) value 0.
       01 unchargedSegments pic 9(7) value 0.
       01 unchargedResends pic 9(7) value 0.
       01 unchargedRejected pic 9(7) value 0.

       01 archiveReadCount pic 9(7) value 0.
       01 monthRecordCount pic 9(7) value 0.
       01 auditLinesRead pic 9(7) value 0.
       01 retransLinesUsed pic 9(7) value 0.
       01 historyRecordsUsed pic 9(7) value 0.
       01 statementCount pic 9(3) value 0.

       01 lineMessages pic 9(7).
       01 lineSegments pic 9(7).
       01 lineChars pic 9(9).
       01 lineLabel pic x(28).

       01 stmtReturnCode pic 9(2) value 0.

       procedure division.
       mainline.
           perform acceptStatementMonth

           open output statementReportFile
           open output statementExtractFile
           move spaces to statementReportLine
           string "MONTHLY PARTNER TRAFFIC STATEMENTS - MONTH "
                   delimited by size
               statementMonthText delimited by size
               into statementReportLine
           write statementReportLine
           move spaces to statementReportLine
           write statementReportLine

           if stmtReturnCode = 0
               perform loadPartnerMaster
           else
               move "STATEMENT MONTH IS NOT A VALID YYYYMM"
                   to statementReportLine
               write statementReportLine
           end-if
           if stmtReturnCode = 0
               perform loadAckMarkers
               perform tallyArchiveTraffic
           end-if
           if stmtReturnCode = 0
               perform scanRetransmissions
               perform sumRejectedSubmissions
               perform varying p from 1 by 1 until p > partnerCount
                   perform writePartnerStatement
                   perform writePartnerExtract
               end-perform
               perform writeStatementSummary
           end-if

           close statementExtractFile
           close statementReportFile
           move stmtReturnCode to return-code
           stop run.

      *> A blank line takes the month before today's, which is what
      *> a run on the first of the month wants. Anything else must be
      *> a real YYYYMM -- billing the wrong month quietly is worse
      *> than not billing at all.
       acceptStatementMonth.
           move spaces to monthInput
           accept monthInput
           if monthInput = spaces
               move function CURRENT-DATE(1:6) to statementMonthText
               if statementMonthNum = 1
                   subtract 1 from statementYear
                   move 12 to statementMonthNum
               else
                   subtract 1 from statementMonthNum
               end-if
           else
               move monthInput to statementMonthText
               if monthInput is not numeric
                       or statementMonthNum < 1
                       or statementMonthNum > 12
                   move 8 to stmtReturnCode
               end-if
           end-if.

      *> Every partner on the master gets a statement, suspended or
      *> not; without a master there is nobody to bill.
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
                               perform loadOnePartner
                           end-if
                   end-read
               end-perform
               close partnerMasterFile
           end-if
           if partnerCount = 0
               move "PARTMST IS MISSING OR EMPTY - NO STATEMENTS"
                   to statementReportLine
               write statementReportLine
               move 8 to stmtReturnCode
           end-if.

       loadOnePartner.
           move partnerId to partEntryId(partnerCount)
           move partnerName to partEntryName(partnerCount)
           move partnerStatus to partEntryStatus(partnerCount)
           move 0 to partEntryCaesarMsgs(partnerCount)
           move 0 to partEntryCaesarSegs(partnerCount)
           move 0 to partEntryCaesarChars(partnerCount)
           move 0 to partEntryVigenereMsgs(partnerCount)
           move 0 to partEntryVigenereSegs(partnerCount)
           move 0 to partEntryVigenereChars(partnerCount)
           move 0 to partEntryAckedMsgs(partnerCount)
           move 0 to partEntryAckedSegs(partnerCount)
           move 0 to partEntryResentMsgs(partnerCount)
           move 0 to partEntryResentSegs(partnerCount)
           move 0 to partEntryRejected(partnerCount).

      *> A missing ACKIN just means nothing has been acknowledged.
       loadAckMarkers.
           move 0 to ackEntryCount
           move "N" to fileEndFlag
           open input ackInputFile
           if ackFileStatus = "00"
               perform until endOfCurrentFile
                   read ackInputFile
                       at end
                           set endOfCurrentFile to true
                       not at end
                           if ackStatusByte = "F" or ackStatusByte = "M"
                               perform loadOneAckMarker
                           end-if
                   end-read
               end-perform
               close ackInputFile
           end-if.

       loadOneAckMarker.
           if ackEntryCount < 5000
               add 1 to ackEntryCount
               move ackMessageId to ackEntryMessageId(ackEntryCount)
               if ackSegNumText is numeric
                   move ackSegNum to ackEntrySegNum(ackEntryCount)
               else
                   move 0 to ackEntrySegNum(ackEntryCount)
               end-if
               move ackStatusByte to ackEntryStatus(ackEntryCount)
           else
               add 1 to ackOverflowCount
           end-if.

       tallyArchiveTraffic.
           open input archiveFile
           if archiveFileStatus not = "00"
               move "ARCHIVE COULD NOT BE OPENED - NO STATEMENTS"
                   to statementReportLine
               write statementReportLine
               move 8 to stmtReturnCode
           else
               move "N" to fileEndFlag
               perform until endOfCurrentFile
                   read archiveFile next record
                       at end
                           set endOfCurrentFile to true
                           perform closeCurrentMessage
                       not at end
                           add 1 to archiveReadCount
                           perform tallyOneArchiveRecord
                   end-read
               end-perform
               close archiveFile
           end-if.

      *> A change of message ID closes the previous message. The
      *> message's first record decides its month, mode and partner;
      *> every segment of a message carries the same ones.
       tallyOneArchiveRecord.
           if messageInProgress and archMessageId not = currentMessageId
               perform closeCurrentMessage
           end-if
           if not messageInProgress
               set messageInProgress to true
               move archMessageId to currentMessageId
               move "N" to currentInMonthFlag
               if archRunDate(1:6) = statementMonthText
                   set currentInMonth to true
               end-if
               move archMode to currentMode
               move archPartnerId to searchPartnerId
               perform findPartnerSlot
               move partnerSlot to currentPartnerSlot
               move 0 to currentSegCount
               move 0 to currentCharCount
           end-if
           if currentInMonth
               add 1 to monthRecordCount
               add 1 to currentSegCount
               move function length(function trim(archCiphertext))
                   to segmentChars
               add segmentChars to currentCharCount
           end-if.

       closeCurrentMessage.
           if messageInProgress
               if currentInMonth
                   if currentPartnerSlot = 0
                       add 1 to unchargedMessages
                       add currentSegCount to unchargedSegments
                   else
                       perform chargeCurrentMessage
                   end-if
               end-if
               move "N" to messageOpenFlag
           end-if.

       chargeCurrentMessage.
           move currentPartnerSlot to p
           if currentVigenere
               add 1 to partEntryVigenereMsgs(p)
               add currentSegCount to partEntryVigenereSegs(p)
               add currentCharCount to partEntryVigenereChars(p)
           else
               add 1 to partEntryCaesarMsgs(p)
               add currentSegCount to partEntryCaesarSegs(p)
               add currentCharCount to partEntryCaesarChars(p)
           end-if
           perform countMessageAcks
           add currentAckedCount to partEntryAckedSegs(p)
           if currentAckedCount = currentSegCount
               add 1 to partEntryAckedMsgs(p)
           end-if.

      *> An F marker (segment 000) confirms the whole message; short
      *> of one, each M marker confirms the one segment it names.
      *> Ackrecon never carries two markers for one segment.
       countMessageAcks.
           move 0 to currentAckedCount
           move "N" to fullMarkerFlag
           perform varying k from 1 by 1 until k > ackEntryCount
               if ackEntryMessageId(k) = currentMessageId
                   if ackEntryFullMarker(k)
                       set messageFullyAcked to true
                   else
                       add 1 to currentAckedCount
                   end-if
               end-if
           end-perform
           if messageFullyAcked
                   or currentAckedCount > currentSegCount
               move currentSegCount to currentAckedCount
           end-if.

       findPartnerSlot.
           move 0 to partnerSlot
           if searchPartnerId not = spaces
               perform varying k from 1 by 1 until k > partnerCount
                   if partEntryId(k) = searchPartnerId
                       move k to partnerSlot
                       move partnerCount to k
                   end-if
               end-perform
           end-if.

      *> caesar-retrans logs one line per message resent:
      *>   ... CAESAR-RETRANS MODE=B LEN=nnnnn RECORDS=nnnnn
      *>       MSGID=xxxxxxxxxxxx PARTNER=pppp RESEND=nnn
      *> The run date sits at column 10 and the program at column 32
      *> of every AUDITLOG line. Its security-violation lines carry no
      *> RECORDS= and are passed over.
       scanRetransmissions.
           move "N" to fileEndFlag
           open input auditLogFile
           if auditFileStatus = "00"
               perform until endOfCurrentFile
                   read auditLogFile
                       at end
                           set endOfCurrentFile to true
                       not at end
                           add 1 to auditLinesRead
                           perform useOneAuditLine
                   end-read
               end-perform
               close auditLogFile
           end-if.

       useOneAuditLine.
           move auditLogLine(32:15) to parsedProgram
           if parsedProgram = "CAESAR-RETRANS"
                   and auditLogLine(10:6) = statementMonthText
               move spaces to parsedTail
               unstring auditLogLine(1:132) delimited by " RECORDS="
                   into unstringJunk, parsedTail
               end-unstring
               if parsedTail(1:5) is numeric
                   move parsedTail(1:5) to parsedRecords
                   move spaces to parsedTail
                   unstring auditLogLine(1:132) delimited by " PARTNER="
                       into unstringJunk, parsedTail
                   end-unstring
                   move parsedTail(1:4) to searchPartnerId
                   perform findPartnerSlot
                   add 1 to retransLinesUsed
                   if partnerSlot = 0
                       add 1 to unchargedResends
                   else
                       add 1 to partEntryResentMsgs(partnerSlot)
                       add parsedRecords
                           to partEntryResentSegs(partnerSlot)
                   end-if
               end-if
           end-if.

      *> caesar-encrypt's nightly per-partner records for the month;
      *> the blank-partner record holds what no partner is charged.
       sumRejectedSubmissions.
           move "N" to fileEndFlag
           open input partnerHistoryFile
           if partnerHistoryStatus = "00"
               perform until endOfCurrentFile
                   read partnerHistoryFile
                       at end
                           set endOfCurrentFile to true
                       not at end
                           perform useOneHistoryRecord
                   end-read
               end-perform
               close partnerHistoryFile
           end-if.

       useOneHistoryRecord.
           if partHistRunDate(1:6) = statementMonthText
                   and partHistUnitsRejected is numeric
               add 1 to historyRecordsUsed
               move partHistPartnerId to searchPartnerId
               perform findPartnerSlot
               if partnerSlot = 0
                   add partHistUnitsRejected to unchargedRejected
               else
                   add partHistUnitsRejected
                       to partEntryRejected(partnerSlot)
               end-if
           end-if.

      *> One statement per partner, headed so it can be torn off and
      *> sent on its own.
       writePartnerStatement.
           add 1 to statementCount
           move spaces to statementReportLine
           string "CIPHER SERVICES STATEMENT - MONTH " delimited by size
               statementMonthText delimited by size
               into statementReportLine
           write statementReportLine
           move spaces to statementReportLine
           if partEntrySuspended(p)
               string "PARTNER " delimited by size
                   partEntryId(p) delimited by size
                   "  " delimited by size
                   partEntryName(p) delimited by size
                   "  (SUSPENDED)" delimited by size
                   into statementReportLine
           else
               string "PARTNER " delimited by size
                   partEntryId(p) delimited by size
                   "  " delimited by size
                   partEntryName(p) delimited by size
                   into statementReportLine
           end-if
           write statementReportLine
           move spaces to statementReportLine
           write statementReportLine
           move "MESSAGES" to statementReportLine(32:8)
           move "SEGMENTS" to statementReportLine(42:8)
           move "CHARACTERS" to statementReportLine(52:10)
           write statementReportLine

           move "  SENT - CAESAR (MODE C)" to lineLabel
           move partEntryCaesarMsgs(p) to lineMessages
           move partEntryCaesarSegs(p) to lineSegments
           move partEntryCaesarChars(p) to lineChars
           perform writeTrafficLine
           move "  SENT - VIGENERE (MODE V)" to lineLabel
           move partEntryVigenereMsgs(p) to lineMessages
           move partEntryVigenereSegs(p) to lineSegments
           move partEntryVigenereChars(p) to lineChars
           perform writeTrafficLine
           move "  SENT - TOTAL" to lineLabel
           compute lineMessages = partEntryCaesarMsgs(p)
               + partEntryVigenereMsgs(p)
           compute lineSegments = partEntryCaesarSegs(p)
               + partEntryVigenereSegs(p)
           compute lineChars = partEntryCaesarChars(p)
               + partEntryVigenereChars(p)
           perform writeTrafficLine

           move spaces to statementReportLine
           string "  ACKNOWLEDGMENTS RECEIVED      " delimited by size
               partEntryAckedMsgs(p) delimited by size
               "   " delimited by size
               partEntryAckedSegs(p) delimited by size
               into statementReportLine
           write statementReportLine
           move spaces to statementReportLine
           string "  RETRANSMISSIONS               " delimited by size
               partEntryResentMsgs(p) delimited by size
               "   " delimited by size
               partEntryResentSegs(p) delimited by size
               into statementReportLine
           write statementReportLine
           move spaces to statementReportLine
           string "  SUBMISSIONS REJECTED          " delimited by size
               partEntryRejected(p) delimited by size
               into statementReportLine
           write statementReportLine
           move spaces to statementReportLine
           write statementReportLine
           write statementReportLine.

       writeTrafficLine.
           move spaces to statementReportLine
           string lineLabel delimited by size
               "    " delimited by size
               lineMessages delimited by size
               "   " delimited by size
               lineSegments delimited by size
               "   " delimited by size
               lineChars delimited by size
               into statementReportLine
           write statementReportLine.

       writePartnerExtract.
           move statementMonthText to extMonth
           move partEntryId(p) to extPartnerId
           move partEntryName(p) to extPartnerName
           move partEntryStatus(p) to extPartnerStatus
           move partEntryCaesarMsgs(p) to extCaesarMessages
           move partEntryCaesarSegs(p) to extCaesarSegments
           move partEntryCaesarChars(p) to extCaesarChars
           move partEntryVigenereMsgs(p) to extVigenereMessages
           move partEntryVigenereSegs(p) to extVigenereSegments
           move partEntryVigenereChars(p) to extVigenereChars
           move partEntryAckedMsgs(p) to extAckedMessages
           move partEntryAckedSegs(p) to extAckedSegments
           move partEntryResentMsgs(p) to extResentMessages
           move partEntryResentSegs(p) to extResentSegments
           move partEntryRejected(p) to extRejected
           write statementExtractRecord.

       writeStatementSummary.
           move spaces to statementReportLine
           string "STATEMENTS WRITTEN: " delimited by size
               statementCount delimited by size
               " ARCHIVE RECORDS READ: " delimited by size
               archiveReadCount delimited by size
               " IN MONTH: " delimited by size
               monthRecordCount delimited by size
               into statementReportLine
           write statementReportLine
           move spaces to statementReportLine
           string "RETRANSMISSION LINES USED: " delimited by size
               retransLinesUsed delimited by size
               " OF AUDIT LINES READ: " delimited by size
               auditLinesRead delimited by size
               " PARTHIST RECORDS USED: " delimited by size
               historyRecordsUsed delimited by size
               into statementReportLine
           write statementReportLine
           move spaces to statementReportLine
           string "NOT CHARGED TO A PARTNER - MESSAGES: "
                   delimited by size
               unchargedMessages delimited by size
               " SEGMENTS: " delimited by size
               unchargedSegments delimited by size
               " RETRANSMISSIONS: " delimited by size
               unchargedResends delimited by size
               " REJECTED: " delimited by size
               unchargedRejected delimited by size
               into statementReportLine
           write statementReportLine
           if ackOverflowCount > 0
               move spaces to statementReportLine
               string "ACK TABLE FULL - " delimited by size
                   ackOverflowCount delimited by size
                   " ACK MARKERS NOT COUNTED" delimited by size
                   into statementReportLine
               write statementReportLine
               move 8 to stmtReturnCode
           end-if
           if stmtReturnCode = 0
                   and (unchargedMessages > 0 or unchargedResends > 0
                       or unchargedRejected > 0)
               move 4 to stmtReturnCode
           end-if.

       end program caesar-partstmt.
