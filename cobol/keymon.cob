       identification division.
       program-id. caesar-keymon.

      *> Key exposure and crypto-period monitor. A Vigenere keyword
      *> gets easier to break the longer it is reused -- caesar-
      *> solve's own unknown-keyword attack proves it every night --
      *> and nothing else tells us when a key has been in service too
      *> long or carried too much traffic. For every active key-ID on
      *> KEYLIB and every Caesar shift the archive shows in use, this
      *> program reports:
      *>   - days in service (from keyLibEffective for a key-ID; from
      *>     the earliest archived record for a shift, which has no
      *>     effective date of its own)
      *>   - messages and ciphertext characters encrypted under it,
      *>     from the archive's archKeyId/archShift
      *>   - the last date it was used, from the AUDITLOG run lines of
      *>     caesar-encrypt and caesar-intake (or the archive, when a
      *>     later archived record says so -- a run that mixed keys
      *>     logs MIXED and names none of them)
      *> and flags it ROTATE SOON or OVERDUE against the shop's age,
      *> message and character limits from SYSIN.
      *> For every OVERDUE key the program also writes a ready-made
      *> caesar-rotext extract deck to ROTDECK -- seven card images
      *> in rotext's own SYSIN order -- moving its traffic onto the
      *> freshest active key-ID on KEYLIB (the latest effective date
      *> that is not itself flagged), so rotation is a matter of
      *> submitting ROTEXT with the deck instead of working one out
      *> after a compromise. A shift's traffic is moved to Vigenere
      *> under that key. With no fresh key on KEYLIB no deck can be
      *> written; the report says so and a key has to be added with
      *> KEYMAINT first. A deck does not reach traffic under an
      *> active legal hold: rotext passes held records over and
      *> lists them, so they stay on the old key until the hold is
      *> released and keep counting against it here.
      *> Archive records carrying the *NOTCAP* conversion sentinel
      *> have no known key identity and are only counted.
      *>
      *> SYSIN supplies seven parameter lines in this order (a blank
      *> line takes the default shown):
      *>   run date                 (YYYYMMDD, default today)
      *>   rotate-soon age, days    (4 digits, default 0150)
      *>   overdue age, days        (4 digits, default 0180)
      *>   rotate-soon messages     (7 digits, default 0004000)
      *>   overdue messages         (7 digits, default 0005000)
      *>   rotate-soon characters   (9 digits, default 000400000)
      *>   overdue characters       (9 digits, default 000500000)
      *>
      *> Ends RC 8 when the archive could not be opened, RC 4 when any
      *> key or shift is flagged, RC 0 otherwise.
       environment division.
       input-output section.
       file-control.
           select keyLibraryFile assign to "KEYLIB"
               organization is line sequential
               file status is keyLibFileStatus.
           select archiveFile assign to "ARCHIVE"
               organization is indexed
               access is sequential
               record key is archKey
               file status is archiveFileStatus.
           select auditLogFile assign to "AUDITLOG"
               organization is line sequential
               file status is auditFileStatus.
           select rotationDeckFile assign to "ROTDECK"
               organization is line sequential.
           select monitorReportFile assign to "KEYXRPT"
               organization is line sequential.

       data division.
       file section.
       fd  keyLibraryFile.
       copy "KEYLREC".

       fd  archiveFile.
       copy "ARCHREC".

       fd  auditLogFile.
       01 auditLogLine pic x(160).

      *> caesar-rotext's SYSIN, one parameter per card.
       fd  rotationDeckFile.
       01 rotationDeckCard pic x(80).

       fd  monitorReportFile.
       01 monitorReportLine pic x(132).

       working-storage section.
       01 keyLibFileStatus pic xx.
       01 archiveFileStatus pic xx.
       01 auditFileStatus pic xx.
       01 fileEndFlag pic x(1) value "N".
           88 endOfCurrentFile value "Y".

       01 runDateInput pic x(8).
       01 runDate pic x(8).
       01 runDateNumeric redefines runDate pic 9(8).
       01 limitInput pic x(9).
       01 soonDaysLimit pic 9(4) value 150.
       01 overdueDaysLimit pic 9(4) value 180.
       01 soonMessageLimit pic 9(7) value 4000.
       01 overdueMessageLimit pic 9(7) value 5000.
       01 soonCharLimit pic 9(9) value 400000.
       01 overdueCharLimit pic 9(9) value 500000.

      *> One entry per active key-ID on KEYLIB, in library order.
       01 keyCount pic 9(3) value 0.
       01 keyTable.
           05 keyEntry occurs 200 times.
               10 kmKeyId          pic x(8).
               10 kmEffective      pic x(8).
               10 kmMessages       pic 9(7).
               10 kmCharacters     pic 9(9).
               10 kmLastArchived   pic x(8).
               10 kmLastAudited    pic x(8).
               10 kmDays           pic 9(5).
               10 kmFlag           pic x(1).
                   88 kmOverdue        value "O".
                   88 kmRotateSoon     value "S".
                   88 kmWithinLimits   value " ".
               10 kmReason         pic x(20).
       01 k pic 9(3).
       01 keyMatch pic 9(3).
       01 searchKeyId pic x(8).

      *> One entry per Caesar shift, subscript = shift + 1.
       01 shiftTable.
           05 shiftEntry occurs 26 times.
               10 shMessages       pic 9(7).
               10 shCharacters     pic 9(9).
               10 shFirstArchived  pic x(8).
               10 shLastArchived   pic x(8).
               10 shLastAudited    pic x(8).
               10 shDays           pic 9(5).
               10 shFlag           pic x(1).
                   88 shOverdue        value "O".
                   88 shRotateSoon     value "S".
                   88 shWithinLimits   value " ".
               10 shReason         pic x(20).
       01 s pic 9(2).

      *> The entry being judged, whichever table it came from.
       01 judgeDays pic 9(5).
       01 judgeMessages pic 9(7).
       01 judgeCharacters pic 9(9).
       01 judgeFlag pic x(1).
           88 judgeOverdue    value "O".
           88 judgeRotateSoon value "S".
       01 judgeReason pic x(20).
       01 judgeFromDate pic x(8).
       01 judgeFromNumeric redefines judgeFromDate pic 9(8).

       01 archiveReadCount pic 9(7) value 0.
       01 notCapturedCount pic 9(7) value 0.
       01 otherKeyRecordCount pic 9(7) value 0.
       01 segmentChars pic 9(3).

       01 auditLinesRead pic 9(7) value 0.
       01 auditLinesUsed pic 9(7) value 0.
       01 auditMixedCount pic 9(7) value 0.
       01 parsedDate pic x(8).
       01 parsedProgram pic x(15).
       01 parsedTail pic x(132).
       01 parsedToken pic x(10).
       01 parsedTokenLen pic 9(2).
       01 parsedShift pic 9(2).
       01 unstringJunk pic x(132).

       01 lastUsedDate pic x(8).
       01 flaggedSoonCount pic 9(5) value 0.
       01 flaggedOverdueCount pic 9(5) value 0.

       01 freshKeyId pic x(8).
       01 freshEffective pic x(8).
       01 deckCount pic 9(3) value 0.
       01 deckCardCount pic 9(5) value 0.
       01 deckFirstCard pic 9(5).
       01 deckNotWrittenCount pic 9(5) value 0.
       01 deckSelector pic x(1).
       01 deckKeyId pic x(8).
       01 deckShiftText pic x(2).
       01 deckSubjectText pic x(15).

       01 monReturnCode pic 9(2) value 0.

       procedure division.
       mainline.
           perform acceptMonitorParameters

           open output monitorReportFile
           move "KEY EXPOSURE AND CRYPTO-PERIOD MONITOR"
               to monitorReportLine
           write monitorReportLine
           move spaces to monitorReportLine
           string "RUN DATE " delimited by size
               runDate delimited by size
               "  ROTATE SOON AT " delimited by size
               soonDaysLimit delimited by size
               " DAYS/" delimited by size
               soonMessageLimit delimited by size
               " MSGS/" delimited by size
               soonCharLimit delimited by size
               " CHARS  OVERDUE AT " delimited by size
               overdueDaysLimit delimited by size
               " DAYS/" delimited by size
               overdueMessageLimit delimited by size
               " MSGS/" delimited by size
               overdueCharLimit delimited by size
               " CHARS" delimited by size
               into monitorReportLine
           write monitorReportLine
           move spaces to monitorReportLine
           write monitorReportLine

           perform loadActiveKeys
           perform tallyArchiveTraffic
           if monReturnCode = 0
               perform scanAuditLog
               perform judgeEveryKey
               perform chooseFreshKey
               perform writeKeyReport
               perform writeShiftReport
               perform writeRotationDecks
               perform writeMonitorSummary
           end-if

           close monitorReportFile
           move monReturnCode to return-code
           stop run.

       acceptMonitorParameters.
           accept runDateInput
           if runDateInput is numeric
               move runDateInput to runDate
           else
               move function CURRENT-DATE(1:8) to runDate
           end-if
           move spaces to limitInput
           accept limitInput
           if limitInput(1:4) is numeric
               move limitInput(1:4) to soonDaysLimit
           end-if
           move spaces to limitInput
           accept limitInput
           if limitInput(1:4) is numeric
               move limitInput(1:4) to overdueDaysLimit
           end-if
           move spaces to limitInput
           accept limitInput
           if limitInput(1:7) is numeric
               move limitInput(1:7) to soonMessageLimit
           end-if
           move spaces to limitInput
           accept limitInput
           if limitInput(1:7) is numeric
               move limitInput(1:7) to overdueMessageLimit
           end-if
           move spaces to limitInput
           accept limitInput
           if limitInput is numeric
               move limitInput to soonCharLimit
           end-if
           move spaces to limitInput
           accept limitInput
           if limitInput is numeric
               move limitInput to overdueCharLimit
           end-if.

      *> Retired keys are left out: they take no new traffic, and
      *> moving what is still archived under one is caesar-rotext's
      *> compromise job, not a crypto-period question.
       loadActiveKeys.
           move 0 to keyCount
           move "N" to fileEndFlag
           open input keyLibraryFile
           if keyLibFileStatus = "00"
               perform until endOfCurrentFile
                   read keyLibraryFile
                       at end
                           set endOfCurrentFile to true
                       not at end
                           if keyLibIsActive and keyCount < 200
                               add 1 to keyCount
                               move keyLibId to kmKeyId(keyCount)
                               move keyLibEffective
                                   to kmEffective(keyCount)
                               move 0 to kmMessages(keyCount)
                               move 0 to kmCharacters(keyCount)
                               move spaces
                                   to kmLastArchived(keyCount)
                               move spaces to kmLastAudited(keyCount)
                           end-if
                   end-read
               end-perform
               close keyLibraryFile
           end-if
           perform varying s from 1 by 1 until s > 26
               move 0 to shMessages(s)
               move 0 to shCharacters(s)
               move spaces to shFirstArchived(s)
               move spaces to shLastArchived(s)
               move spaces to shLastAudited(s)
           end-perform.

      *> One pass of the whole archive. A record starts a new message
      *> when it is a standalone message (segment 000) or the first
      *> segment of a block (001); every record adds its ciphertext
      *> characters.
       tallyArchiveTraffic.
           open input archiveFile
           if archiveFileStatus not = "00"
               move "ARCHIVE COULD NOT BE OPENED - MONITOR ABANDONED"
                   to monitorReportLine
               write monitorReportLine
               move 8 to monReturnCode
           else
               move "N" to fileEndFlag
               perform until endOfCurrentFile
                   read archiveFile next record
                       at end
                           set endOfCurrentFile to true
                       not at end
                           add 1 to archiveReadCount
                           perform tallyOneArchiveRecord
                   end-read
               end-perform
               close archiveFile
           end-if.

       tallyOneArchiveRecord.
           move function length(function trim(archCiphertext))
               to segmentChars
           if archKeyId = "*NOTCAP*"
               add 1 to notCapturedCount
           else
               if archMode = "V" or archMode = "v"
                   move archKeyId to searchKeyId
                   perform findKeyEntry
                   if keyMatch = 0
                       add 1 to otherKeyRecordCount
                   else
                       if archSegNum <= 1
                           add 1 to kmMessages(keyMatch)
                       end-if
                       add segmentChars to kmCharacters(keyMatch)
                       if archRunDate > kmLastArchived(keyMatch)
                               or kmLastArchived(keyMatch) = spaces
                           move archRunDate
                               to kmLastArchived(keyMatch)
                       end-if
                   end-if
               else
                   if archShift <= 25
                       compute s = archShift + 1
                       if archSegNum <= 1
                           add 1 to shMessages(s)
                       end-if
                       add segmentChars to shCharacters(s)
                       if archRunDate < shFirstArchived(s)
                               or shFirstArchived(s) = spaces
                           move archRunDate to shFirstArchived(s)
                       end-if
                       if archRunDate > shLastArchived(s)
                               or shLastArchived(s) = spaces
                           move archRunDate to shLastArchived(s)
                       end-if
                   end-if
               end-if
           end-if.

       findKeyEntry.
           move 0 to keyMatch
           perform varying k from 1 by 1 until k > keyCount
               if kmKeyId(k) = searchKeyId
                   move k to keyMatch
                   move keyCount to k
               end-if
           end-perform.

      *> Only the programs that put traffic under a key count as use:
      *> caesar-encrypt sending and caesar-intake receiving. Their run
      *> line carries SHIFT= for Caesar work and KEYID= for Vigenere,
      *> each blank when the run had none and MIXED when the run used
      *> more than one -- a MIXED line is counted but names no key.
       scanAuditLog.
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
           move auditLogLine(10:8) to parsedDate
           move auditLogLine(32:15) to parsedProgram
           if (parsedProgram = "CAESAR-ENCRYPT"
                   or parsedProgram = "CAESAR-INTAKE")
                   and parsedDate is numeric
               add 1 to auditLinesUsed
               move spaces to parsedTail
               unstring auditLogLine(1:132) delimited by " SHIFT="
                   into unstringJunk, parsedTail
               end-unstring
               perform takeParsedToken
               if parsedToken = "MIXED"
                   add 1 to auditMixedCount
               else
                   if parsedTokenLen > 0 and parsedTokenLen <= 2
                           and parsedToken(1:parsedTokenLen)
                               is numeric
                       move parsedToken(1:parsedTokenLen)
                           to parsedShift
                       if parsedShift <= 25
                           compute s = parsedShift + 1
                           if parsedDate > shLastAudited(s)
                                   or shLastAudited(s) = spaces
                               move parsedDate to shLastAudited(s)
                           end-if
                       end-if
                   end-if
               end-if
               move spaces to parsedTail
               unstring auditLogLine(1:132) delimited by " KEYID="
                   into unstringJunk, parsedTail
               end-unstring
               perform takeParsedToken
               if parsedToken = "MIXED"
                   add 1 to auditMixedCount
               else
                   if parsedTokenLen > 0
                       move parsedToken to searchKeyId
                       perform findKeyEntry
                       if keyMatch > 0
                           if parsedDate > kmLastAudited(keyMatch)
                                   or kmLastAudited(keyMatch) = spaces
                               move parsedDate
                                   to kmLastAudited(keyMatch)
                           end-if
                       end-if
                   end-if
               end-if
           end-if.

      *> The value runs to the next blank; a blank value leaves the
      *> next keyword (KEYID= or RECORDS=) first in the tail, which
      *> is no key at all.
       takeParsedToken.
           move spaces to parsedToken
           move 0 to parsedTokenLen
           if parsedTail not = spaces and parsedTail(1:1) not = " "
               unstring parsedTail delimited by " "
                   into parsedToken
                       count in parsedTokenLen
               end-unstring
               if parsedToken(1:6) = "KEYID="
                       or parsedToken(1:8) = "RECORDS="
                   move spaces to parsedToken
                   move 0 to parsedTokenLen
               end-if
           end-if.

       judgeEveryKey.
           perform varying k from 1 by 1 until k > keyCount
               move kmEffective(k) to judgeFromDate
               if judgeFromDate is not numeric
                       or judgeFromDate > runDate
                   move kmLastArchived(k) to judgeFromDate
               end-if
               move kmMessages(k) to judgeMessages
               move kmCharacters(k) to judgeCharacters
               perform judgeExposure
               move judgeDays to kmDays(k)
               move judgeFlag to kmFlag(k)
               move judgeReason to kmReason(k)
           end-perform
           perform varying s from 1 by 1 until s > 26
               if shMessages(s) > 0
                   move shFirstArchived(s) to judgeFromDate
                   move shMessages(s) to judgeMessages
                   move shCharacters(s) to judgeCharacters
                   perform judgeExposure
                   move judgeDays to shDays(s)
                   move judgeFlag to shFlag(s)
                   move judgeReason to shReason(s)
               end-if
           end-perform.

      *> Overdue on any one limit outranks rotate-soon on another;
      *> the reason names every limit at the flagged level.
       judgeExposure.
           move 0 to judgeDays
           if judgeFromDate is numeric and judgeFromDate <= runDate
               compute judgeDays =
                   function integer-of-date(runDateNumeric)
                   - function integer-of-date(judgeFromNumeric)
           end-if
           move space to judgeFlag
           move spaces to judgeReason
           if judgeDays >= overdueDaysLimit
                   or judgeMessages >= overdueMessageLimit
                   or judgeCharacters >= overdueCharLimit
               set judgeOverdue to true
               add 1 to flaggedOverdueCount
               if judgeDays >= overdueDaysLimit
                   move "AGE" to judgeReason
               end-if
               if judgeMessages >= overdueMessageLimit
                       or judgeCharacters >= overdueCharLimit
                   perform addVolumeReason
               end-if
           else
               if judgeDays >= soonDaysLimit
                       or judgeMessages >= soonMessageLimit
                       or judgeCharacters >= soonCharLimit
                   set judgeRotateSoon to true
                   add 1 to flaggedSoonCount
                   if judgeDays >= soonDaysLimit
                       move "AGE" to judgeReason
                   end-if
                   if judgeMessages >= soonMessageLimit
                           or judgeCharacters >= soonCharLimit
                       perform addVolumeReason
                   end-if
               end-if
           end-if.

       addVolumeReason.
           if judgeReason = spaces
               move "VOLUME" to judgeReason
           else
               move "AGE+VOLUME" to judgeReason
           end-if.

      *> The replacement for an overdue key is the active key-ID with
      *> the latest effective date that is itself within limits -- a
      *> key just added with KEYMAINT for the purpose, normally.
       chooseFreshKey.
           move spaces to freshKeyId
           move spaces to freshEffective
           perform varying k from 1 by 1 until k > keyCount
               if kmWithinLimits(k)
                       and kmEffective(k) <= runDate
                       and (freshKeyId = spaces
                       or kmEffective(k) > freshEffective)
                   move kmKeyId(k) to freshKeyId
                   move kmEffective(k) to freshEffective
               end-if
           end-perform.

       writeKeyReport.
           move "ACTIVE KEY-IDS" to monitorReportLine
           write monitorReportLine
           move "KEY-ID   EFFECTIVE  DAYS   MESSAGES  CHARACTERS"
               to monitorReportLine
           move "LAST USED" to monitorReportLine(49:9)
           move "STATUS" to monitorReportLine(59:6)
           write monitorReportLine
           perform varying k from 1 by 1 until k > keyCount
               move kmLastAudited(k) to lastUsedDate
               if kmLastArchived(k) > lastUsedDate
                       or lastUsedDate = spaces
                   move kmLastArchived(k) to lastUsedDate
               end-if
               if lastUsedDate = spaces
                   move "NEVER" to lastUsedDate
               end-if
               move spaces to monitorReportLine
               string kmKeyId(k) delimited by size
                   " " delimited by size
                   kmEffective(k) delimited by size
                   "   " delimited by size
                   kmDays(k) delimited by size
                   "  " delimited by size
                   kmMessages(k) delimited by size
                   "   " delimited by size
                   kmCharacters(k) delimited by size
                   "  " delimited by size
                   lastUsedDate delimited by size
                   "  " delimited by size
                   into monitorReportLine
               end-string
               move kmFlag(k) to judgeFlag
               move kmReason(k) to judgeReason
               perform placeStatusText
               write monitorReportLine
           end-perform
           move spaces to monitorReportLine
           write monitorReportLine.

       writeShiftReport.
           move "CAESAR SHIFTS IN USE" to monitorReportLine
           write monitorReportLine
           move "SHIFT    FIRST USED DAYS   MESSAGES  CHARACTERS"
               to monitorReportLine
           move "LAST USED" to monitorReportLine(49:9)
           move "STATUS" to monitorReportLine(59:6)
           write monitorReportLine
           perform varying s from 1 by 1 until s > 26
               if shMessages(s) > 0
                   move shLastAudited(s) to lastUsedDate
                   if shLastArchived(s) > lastUsedDate
                           or lastUsedDate = spaces
                       move shLastArchived(s) to lastUsedDate
                   end-if
                   compute parsedShift = s - 1
                   move spaces to monitorReportLine
                   string parsedShift delimited by size
                       "       " delimited by size
                       shFirstArchived(s) delimited by size
                       "   " delimited by size
                       shDays(s) delimited by size
                       "  " delimited by size
                       shMessages(s) delimited by size
                       "   " delimited by size
                       shCharacters(s) delimited by size
                       "  " delimited by size
                       lastUsedDate delimited by size
                       "  " delimited by size
                       into monitorReportLine
                   end-string
                   move shFlag(s) to judgeFlag
                   move shReason(s) to judgeReason
                   perform placeStatusText
                   write monitorReportLine
               end-if
           end-perform
           move spaces to monitorReportLine
           write monitorReportLine.

       placeStatusText.
           if judgeOverdue
               string "OVERDUE (" delimited by size
                   function trim(judgeReason) delimited by size
                   ")" delimited by size
                   into monitorReportLine(59:40)
               end-string
           else
               if judgeRotateSoon
                   string "ROTATE SOON (" delimited by size
                       function trim(judgeReason) delimited by size
                       ")" delimited by size
                       into monitorReportLine(59:40)
                   end-string
               else
                   move "OK" to monitorReportLine(59:2)
               end-if
           end-if.

      *>****************************************************************
      *> One caesar-rotext extract deck per OVERDUE key-ID or shift,
      *> seven cards in rotext's SYSIN order: action X, selector K or
      *> S, compromised key-ID, compromised shift, new mode V, new
      *> shift (blank), new key-ID. The report gives each deck's card
      *> range so the operator can lift it into ROTEXT's STEP010.
      *>****************************************************************
       writeRotationDecks.
           move "ROTATION DECKS FOR OVERDUE KEYS (ROTDECK)"
               to monitorReportLine
           write monitorReportLine
           open output rotationDeckFile
           perform varying k from 1 by 1 until k > keyCount
               if kmOverdue(k)
                   move "K" to deckSelector
                   move kmKeyId(k) to deckKeyId
                   move spaces to deckShiftText
                   perform writeOneRotationDeck
               end-if
           end-perform
           perform varying s from 1 by 1 until s > 26
               if shOverdue(s)
                   move "S" to deckSelector
                   move spaces to deckKeyId
                   compute parsedShift = s - 1
                   move parsedShift to deckShiftText
                   perform writeOneRotationDeck
               end-if
           end-perform
           close rotationDeckFile
           if deckCount = 0 and deckNotWrittenCount = 0
               move "NONE - NO KEY OR SHIFT IS OVERDUE"
                   to monitorReportLine
               write monitorReportLine
           end-if
           move spaces to monitorReportLine
           write monitorReportLine.

       writeOneRotationDeck.
           move spaces to deckSubjectText
           if deckSelector = "K"
               string "KEY-ID " delimited by size
                   deckKeyId delimited by size
                   into deckSubjectText
               end-string
           else
               string "SHIFT " delimited by size
                   deckShiftText delimited by size
                   into deckSubjectText
               end-string
           end-if
           move spaces to monitorReportLine
           if freshKeyId = spaces
               add 1 to deckNotWrittenCount
               string "NO DECK FOR " delimited by size
                   function trim(deckSubjectText) delimited by size
                   " - NO FRESH ACTIVE KEY ON KEYLIB, ADD ONE WITH "
                   delimited by size
                   "KEYMAINT" delimited by size
                   into monitorReportLine
               end-string
           else
               add 1 to deckCount
               compute deckFirstCard = deckCardCount + 1
               move "X" to rotationDeckCard
               perform writeDeckCard
               move deckSelector to rotationDeckCard
               perform writeDeckCard
               move deckKeyId to rotationDeckCard
               perform writeDeckCard
               move deckShiftText to rotationDeckCard
               perform writeDeckCard
               move "V" to rotationDeckCard
               perform writeDeckCard
               move spaces to rotationDeckCard
               perform writeDeckCard
               move freshKeyId to rotationDeckCard
               perform writeDeckCard
               string "DECK " delimited by size
                   deckCount delimited by size
                   " CARDS " delimited by size
                   deckFirstCard delimited by size
                   "-" delimited by size
                   deckCardCount delimited by size
                   ": " delimited by size
                   function trim(deckSubjectText) delimited by size
                   " -> MODE V KEY-ID " delimited by size
                   freshKeyId delimited by size
                   into monitorReportLine
               end-string
           end-if
           write monitorReportLine.

       writeDeckCard.
           write rotationDeckCard
           add 1 to deckCardCount.

       writeMonitorSummary.
           move spaces to monitorReportLine
           string "ARCHIVE RECORDS READ: " delimited by size
               archiveReadCount delimited by size
               " *NOTCAP* (NO KEY IDENTITY): " delimited by size
               notCapturedCount delimited by size
               " UNDER RETIRED/UNKNOWN KEYS: " delimited by size
               otherKeyRecordCount delimited by size
               into monitorReportLine
           write monitorReportLine
           move spaces to monitorReportLine
           string "AUDIT LINES READ: " delimited by size
               auditLinesRead delimited by size
               " ENCRYPT/INTAKE RUNS: " delimited by size
               auditLinesUsed delimited by size
               " MIXED (NO SINGLE KEY NAMED): " delimited by size
               auditMixedCount delimited by size
               into monitorReportLine
           write monitorReportLine
           move spaces to monitorReportLine
           string "ROTATE SOON: " delimited by size
               flaggedSoonCount delimited by size
               " OVERDUE: " delimited by size
               flaggedOverdueCount delimited by size
               " DECKS WRITTEN: " delimited by size
               deckCount delimited by size
               " NOT WRITTEN: " delimited by size
               deckNotWrittenCount delimited by size
               into monitorReportLine
           write monitorReportLine
           if flaggedSoonCount > 0 or flaggedOverdueCount > 0
               move 4 to monReturnCode
           end-if.

       end program caesar-keymon.
