       identification division.
       program-id. caesar-docbuild.

      *> Document-to-block builder, the front end to CAESENC. Long
      *> messages arrive on DOCIN as plain free-length documents
      *> instead of hand-cut ENCIN records; this program turns each
      *> one into a correctly formed H/D/T block and appends it to
      *> ENCIN, so segment numbering, segment counts and matching
      *> header/trailer records are never typed by hand again.
      *> A document starts with a routing header line:
      *>   *DOC pppp m ss kkkkkkkk
      *> (partner ID, cipher mode C or V, two-digit shift for mode C,
      *> key-ID for mode V -- blank takes the partner's default key)
      *> and runs until the next *DOC line or end of file. Its text
      *> lines are joined with single spaces and split on word
      *> boundaries into segments of at most 99 bytes, the width of
      *> encInString; a word longer than a whole segment is cut. A
      *> segment boundary always falls where a space was, so the
      *> partner rejoins segments with one space between them. Line
      *> breaks and runs of spaces inside the text are not kept.
      *> Each built document is given a message ID
      *>   D yymmdd nnnnn
      *> numbered from the DOCCTL control file, which carries the
      *> last number issued forward one record per run, so message
      *> IDs never repeat across runs on the same day.
      *> The routing header is checked the way caesar-encrypt will
      *> check the block header -- partner on PARTMST and not
      *> suspended, mode allowed for the partner, shift numeric,
      *> key-ID active on KEYLIB -- so a document that would only
      *> reject on ENCERR overnight is refused here instead, and
      *> so is one too long for the 20 segments a block may hold.
      *> The DOCMAN manifest lists every message ID built with its
      *> segment count and partner, for checking against the morning
      *> ENCTOT and ackrecon output, and every document refused with
      *> the reason. Any refusal ends the run RC 4.
       environment division.
       input-output section.
       file-control.
           select documentInputFile assign to "DOCIN"
               organization is line sequential.
           select partnerMasterFile assign to "PARTMST"
               organization is line sequential
               file status is partnerMasterStatus.
           select docControlFile assign to "DOCCTL"
               organization is line sequential
               file status is docControlStatus.
           select encryptInputFile assign to "ENCIN"
               organization is line sequential
               file status is encInFileStatus.
           select manifestReportFile assign to "DOCMAN"
               organization is line sequential.

       data division.
       file section.
       fd  documentInputFile.
       01 docInLine pic x(132).
       01 docInHeader.
           05 docHdrTag        pic x(4).
               88 docHeaderLine value "*DOC" "*doc".
           05 filler           pic x(1).
           05 docHdrDest       pic x(4).
           05 filler           pic x(1).
           05 docHdrMode       pic x(1).
           05 filler           pic x(1).
           05 docHdrShift      pic x(2).
           05 filler           pic x(1).
           05 docHdrKeyId      pic x(8).
           05 filler           pic x(109).

       fd  partnerMasterFile.
       copy "PARTREC".

      *> One record per run, appended: the last record on file holds
      *> the date and number of the last message ID issued.
       fd  docControlFile.
       01 docControlRecord.
           05 docCtlDate       pic x(6).
           05 docCtlLastSeq    pic 9(5).

      *> The same 133-byte record caesar-encrypt reads on ENCIN.
       fd  encryptInputFile.
       01 encInRecord.
           05 encInString      pic x(99).
           05 encInShiftText   pic x(02).
           05 encInMode        pic x(01).
           05 encInKeyId       pic x(8).
           05 encInRecType     pic x(1).
           05 encInMessageId   pic x(12).
           05 encInSegNum      pic 9(3).
           05 encInSegCount    pic 9(3).
           05 encInDest        pic x(4).

       fd  manifestReportFile.
       01 manifestLine pic x(120).

       working-storage section.
       01 partnerMasterStatus pic xx.
       01 docControlStatus pic xx.
       01 encInFileStatus pic xx.
       01 fileEndFlag pic x(1) value "N".
           88 endOfCurrentFile value "Y".
       01 docInEndFlag pic x(1) value "N".
           88 endOfDocuments value "Y".

       01 runDate pic x(8).
       01 runDateShort pic x(6).
       01 lastSeqIssued pic 9(5) value 0.
       01 messageIdWork.
           05 messageIdPrefix  pic x(1) value "D".
           05 messageIdDate    pic x(6).
           05 messageIdSeq     pic 9(5).

       01 keyword pic x(20).
       01 keyLookupStatus pic x(1).
           88 keyLookupFound       value "F".
           88 keyLookupRetired     value "R".
           88 keyLookupNotFound    value "N".

       01 partnerCount pic 9(1) value 0.
       01 partnerTable.
           05 partnerEntry occurs 5 times.
               10 partEntryId         pic x(4).
               10 partEntryAllowC     pic x(1).
               10 partEntryAllowV     pic x(1).
               10 partEntryDefaultKey pic x(8).
               10 partEntryStatus     pic x(1).
                   88 partEntrySuspended value "S" "s".
       01 p pic 9(1).
       01 currentPartnerSlot pic 9(1).

      *> The document being built. Its header fields are held until
      *> the document ends, its text is packed into up to 20 segment
      *> slots as the lines arrive.
       01 docOpenFlag pic x(1) value "N".
           88 documentIsOpen value "Y".
       01 docNumber pic 9(5) value 0.
       01 docDest pic x(4).
       01 docMode pic x(1).
           88 docCaesarMode   value "C" "c".
           88 docVigenereMode value "V" "v".
       01 docModeUpper pic x(1).
       01 docShift pic x(2).
       01 docKeyId pic x(8).
       01 docRefusalReason pic x(40).
       01 docSegCount pic 9(3) value 0.
       01 docSegLength pic 9(3) value 0.
       01 docSegmentTable.
           05 docSegText occurs 20 times pic x(99).
       01 docOverflowFlag pic x(1) value "N".
           88 documentOverflowed value "Y".

       01 wordText pic x(99).
       01 wordLength pic 9(3) value 0.
       01 i pic 9(3).
       01 c pic x(1).
       01 s pic 9(3).

       01 orphanLineCount pic 9(5) value 0.
       01 docsReadCount pic 9(5) value 0.
       01 docsBuiltCount pic 9(5) value 0.
       01 docsRefusedCount pic 9(5) value 0.
       01 segmentsWrittenCount pic 9(5) value 0.

       procedure division.
       mainline.
           move function CURRENT-DATE(1:8) to runDate
           move runDate(3:6) to runDateShort

           open output manifestReportFile
           move spaces to manifestLine
           string "DOCUMENT BLOCK BUILD MANIFEST FOR " delimited by size
               runDate delimited by size
               into manifestLine
           write manifestLine
           move spaces to manifestLine
           write manifestLine

           perform loadPartnerMaster
           perform readLastMessageNumber
           perform openEncInForAppend

           open input documentInputFile
           perform until endOfDocuments
               read documentInputFile
                   at end
                       set endOfDocuments to true
                   not at end
                       perform dispatchDocumentLine
               end-read
           end-perform
           close documentInputFile
           if documentIsOpen
               perform finishDocument
           end-if

           close encryptInputFile
           perform appendControlRecord
           perform writeManifestTotals
           close manifestReportFile

           if docsRefusedCount > 0 or orphanLineCount > 0
               move 4 to return-code
           end-if
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
                               move partnerAllowCaesar
                                   to partEntryAllowC(partnerCount)
                               move partnerAllowVigenere
                                   to partEntryAllowV(partnerCount)
                               move partnerDefaultKeyId
                                   to partEntryDefaultKey(partnerCount)
                               move partnerStatus
                                   to partEntryStatus(partnerCount)
                           end-if
                   end-read
               end-perform
               close partnerMasterFile
           end-if.

      *> The last control record wins. A record from an earlier day
      *> means today's numbering starts over at one; a missing file
      *> is the very first run.
       readLastMessageNumber.
           move 0 to lastSeqIssued
           move "N" to fileEndFlag
           open input docControlFile
           if docControlStatus = "00"
               perform until endOfCurrentFile
                   read docControlFile
                       at end
                           set endOfCurrentFile to true
                       not at end
                           if docCtlDate = runDateShort
                                   and docCtlLastSeq is numeric
                               move docCtlLastSeq to lastSeqIssued
                           else
                               move 0 to lastSeqIssued
                           end-if
                   end-read
               end-perform
               close docControlFile
           end-if.

      *> Built blocks join whatever is already waiting on ENCIN, with
      *> the same probe-then-EXTEND open the audit log uses.
       openEncInForAppend.
           open input encryptInputFile
           if encInFileStatus = "35"
               open output encryptInputFile
               close encryptInputFile
           else
               close encryptInputFile
           end-if
           open extend encryptInputFile.

       dispatchDocumentLine.
           if docHeaderLine
               if documentIsOpen
                   perform finishDocument
               end-if
               perform startDocument
           else
               if documentIsOpen
                   perform packDocumentLine
               else
                   if function trim(docInLine) not = spaces
                       add 1 to orphanLineCount
                   end-if
               end-if
           end-if.

       startDocument.
           set documentIsOpen to true
           add 1 to docNumber
           add 1 to docsReadCount
           move docHdrDest to docDest
           move docHdrMode to docMode
           move docHdrShift to docShift
           move docHdrKeyId to docKeyId
           move spaces to docRefusalReason
           move 0 to docSegCount
           move 0 to docSegLength
           move spaces to docSegmentTable
           move "N" to docOverflowFlag.

      *> Words are gathered a character at a time; a space (or the
      *> end of the line) ends a word, and a word that fills a whole
      *> segment on its own is cut there.
       packDocumentLine.
           move 0 to wordLength
           move spaces to wordText
           perform varying i from 1 by 1 until i > 132
               move docInLine(i:1) to c
               if c = space
                   if wordLength > 0
                       perform placeWordInSegment
                   end-if
               else
                   add 1 to wordLength
                   move c to wordText(wordLength:1)
                   if wordLength = 99
                       perform placeWordInSegment
                   end-if
               end-if
           end-perform
           if wordLength > 0
               perform placeWordInSegment
           end-if.

       placeWordInSegment.
           if docSegCount = 0
               perform openNextSegment
           else
               if docSegLength + 1 + wordLength > 99
                   perform openNextSegment
               else
                   add 1 to docSegLength
               end-if
           end-if
           if not documentOverflowed
               move wordText(1:wordLength) to
                   docSegText(docSegCount)(docSegLength + 1:wordLength)
               add wordLength to docSegLength
           end-if
           move 0 to wordLength
           move spaces to wordText.

       openNextSegment.
           if docSegCount >= 20
               set documentOverflowed to true
           else
               add 1 to docSegCount
               move 0 to docSegLength
           end-if.

       finishDocument.
           perform validateDocument
           if docRefusalReason = spaces
               perform writeDocumentBlock
           else
               perform writeRefusalLine
           end-if
           move "N" to docOpenFlag.

       validateDocument.
           if docSegCount = 0
               move "DOCUMENT HAS NO TEXT" to docRefusalReason
           end-if
           if docRefusalReason = spaces and documentOverflowed
               move "DOCUMENT EXCEEDS 20 SEGMENTS" to docRefusalReason
           end-if
           if docRefusalReason = spaces
               perform resolveDocumentPartner
           end-if
           if docRefusalReason = spaces
               if not docCaesarMode and not docVigenereMode
                   move "CIPHERMODE MUST BE C OR V" to docRefusalReason
               end-if
           end-if
           if docRefusalReason = spaces
               perform checkPartnerAllowsMode
           end-if
           if docRefusalReason = spaces
               if docVigenereMode
                   perform validateDocumentKeyId
               else
                   if docShift is not numeric
                       move "NUMSHIFT MUST BE TWO DIGITS"
                           to docRefusalReason
                   end-if
               end-if
           end-if.

       resolveDocumentPartner.
           move 0 to currentPartnerSlot
           if function trim(docDest) = spaces
               move "DESTINATION PARTNER IS BLANK" to docRefusalReason
           else
               perform varying p from 1 by 1 until p > partnerCount
                   if partEntryId(p) = docDest
                       move p to currentPartnerSlot
                       move partnerCount to p
                   end-if
               end-perform
               if currentPartnerSlot = 0
                   move "DESTINATION PARTNER NOT ON MASTER"
                       to docRefusalReason
               else
                   if partEntrySuspended(currentPartnerSlot)
                       move "DESTINATION PARTNER IS SUSPENDED"
                           to docRefusalReason
                   end-if
               end-if
           end-if.

       checkPartnerAllowsMode.
           if docVigenereMode
               if partEntryAllowV(currentPartnerSlot) not = "Y"
                       and partEntryAllowV(currentPartnerSlot) not = "y"
                   move "PARTNER DOES NOT ALLOW MODE V"
                       to docRefusalReason
               end-if
           else
               if partEntryAllowC(currentPartnerSlot) not = "Y"
                       and partEntryAllowC(currentPartnerSlot) not = "y"
                   move "PARTNER DOES NOT ALLOW MODE C"
                       to docRefusalReason
               end-if
           end-if.

      *> A blank key-ID is left blank on the block header --
      *> caesar-encrypt fills it from the partner default -- but the
      *> default it will take must itself be usable.
       validateDocumentKeyId.
           if function trim(docKeyId) = spaces
               if function trim(partEntryDefaultKey(currentPartnerSlot))
                       = spaces
                   move "KEY ID IS BLANK" to docRefusalReason
               else
                   call "key-lookup" using
                           partEntryDefaultKey(currentPartnerSlot),
                           keyword, keyLookupStatus
                   end-call
               end-if
           else
               call "key-lookup" using docKeyId, keyword,
                       keyLookupStatus
               end-call
           end-if
           if docRefusalReason = spaces
               if keyLookupRetired
                   move "KEY ID IS RETIRED" to docRefusalReason
               end-if
               if keyLookupNotFound
                   move "KEY ID NOT IN KEY LIBRARY" to docRefusalReason
               end-if
           end-if.

      *> Header, one detail per segment, trailer -- the layout
      *> caesar-encrypt's startEncryptBlock, storeEncryptSegment and
      *> finishEncryptBlock expect, numbered and counted here.
       writeDocumentBlock.
           add 1 to lastSeqIssued
           move runDateShort to messageIdDate
           move lastSeqIssued to messageIdSeq

           move spaces to encInRecord
           if docCaesarMode
               move docShift to encInShiftText
           end-if
           move function UPPER-CASE(docMode) to docModeUpper
           move docModeUpper to encInMode
           move docKeyId to encInKeyId
           move "H" to encInRecType
           move messageIdWork to encInMessageId
           move 0 to encInSegNum
           move docSegCount to encInSegCount
           move docDest to encInDest
           write encInRecord

           perform varying s from 1 by 1 until s > docSegCount
               move spaces to encInRecord
               move docSegText(s) to encInString
               move "D" to encInRecType
               move messageIdWork to encInMessageId
               move s to encInSegNum
               move docSegCount to encInSegCount
               write encInRecord
               add 1 to segmentsWrittenCount
           end-perform

           move spaces to encInRecord
           move "T" to encInRecType
           move messageIdWork to encInMessageId
           move 0 to encInSegNum
           move docSegCount to encInSegCount
           write encInRecord

           add 1 to docsBuiltCount
           move spaces to manifestLine
           string "BUILT MSGID=" delimited by size
               messageIdWork delimited by size
               " SEGMENTS=" delimited by size
               docSegCount delimited by size
               " PARTNER=" delimited by size
               docDest delimited by size
               " MODE=" delimited by size
               docModeUpper delimited by size
               " DOC=" delimited by size
               docNumber delimited by size
               into manifestLine
           write manifestLine.

       writeRefusalLine.
           add 1 to docsRefusedCount
           move spaces to manifestLine
           string "REFUSED DOC=" delimited by size
               docNumber delimited by size
               " PARTNER=" delimited by size
               docDest delimited by size
               ": " delimited by size
               function trim(docRefusalReason) delimited by size
               into manifestLine
           write manifestLine.

      *> Written every run, even one that built nothing, so the last
      *> record always says where today's numbering stands.
       appendControlRecord.
           open input docControlFile
           if docControlStatus = "35"
               open output docControlFile
               close docControlFile
           else
               close docControlFile
           end-if
           open extend docControlFile
           move runDateShort to docCtlDate
           move lastSeqIssued to docCtlLastSeq
           write docControlRecord
           close docControlFile.

       writeManifestTotals.
           move spaces to manifestLine
           write manifestLine
           if orphanLineCount > 0
               move spaces to manifestLine
               string "TEXT LINES BEFORE FIRST *DOC HEADER IGNORED: "
                   delimited by size
                   orphanLineCount delimited by size
                   into manifestLine
               write manifestLine
           end-if
           move spaces to manifestLine
           string "DOCUMENTS READ: " delimited by size
               docsReadCount delimited by size
               " BUILT: " delimited by size
               docsBuiltCount delimited by size
               " REFUSED: " delimited by size
               docsRefusedCount delimited by size
               " SEGMENTS WRITTEN: " delimited by size
               segmentsWrittenCount delimited by size
               into manifestLine
           write manifestLine.

       end program caesar-docbuild.
