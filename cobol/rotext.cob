      *>   new shift           (2 digits, new mode C)       [X]
      *>   new key-ID          (8 chars, new mode V)        [X]
      *>
      *> A posted record's ciphertext is new, so its integrity check
      *> values are restamped through cipher-icv: the segment ICV as
      *> each record is rewritten, and each re-keyed message's ICV
      *> refolded over all of its segments once its last one is
      *> posted (ROTXREF is in key order, so a message's records
      *> post together). From then on the ICVs vouch for the re-keyed
      *> copy. Records whose ICVs were never captured stay blank.
      *>
      *> Records converted from the pre-key-identity archive carry
      *> the sentinel key-ID *NOTCAP* ("not captured"): both extract
      *> selectors exclude them -- re-encrypting under a guessed old
      *> shift would corrupt the archived copy -- so their rotation
      *> stays a manual job, and *NOTCAP* itself is refused as a
      *> compromised-key request.
      *>
      *> Records under an active legal hold on HOLDMST (its message,
      *> or its operator or key-ID within the hold's run-date range,
      *> exactly as caesar-archret's purge judges it) are never
      *> extracted: held ciphertext is evidence and stays byte for
      *> byte what was sent, on the old key, so a key-ID hold keeps
      *> matching it. Each one passed over is listed HELD with the
      *> hold that kept it; re-key it by hand once the hold is
      *> released. An extract that cannot read HOLDMST does not run.
      *> Ends RC 8 on a refused parameter deck, a hold file or
      *> archive that could not be read, or a post that could not
      *> pair its files.
       environment division.
       input-output section.
       file-control.
               access is dynamic
               record key is archKey
               file status is archiveFileStatus.
           select holdMasterFile assign to "HOLDMST"
               organization is line sequential
               file status is holdMasterStatus.
           select rotateInputFile assign to "ROTIN"
               organization is line sequential.
           select rotateOutputFile assign to "ROTOUT"
       fd  archiveFile.
       copy "ARCHREC".

       fd  holdMasterFile.
       copy "HOLDREC".

      *> Written in caesar-rotate's own ROTIN layout. The
      *> continuation byte is Y on segments 2..N of a message:
      *> caesar-encrypt ran one keyword cursor across the whole
       01 extractedCount pic 9(7) value 0.
       01 postedCount pic 9(7) value 0.
       01 missingCount pic 9(5) value 0.
       01 restampedCount pic 9(7) value 0.
       01 heldCount pic 9(7) value 0.

      *> The active legal holds, loaded once before an extract reads
      *> the archive, in caesar-archret's purge table shape.
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

      *> ICV restamping for the message being posted.
       01 icvNoChain pic x(8) value spaces.
       01 icvChainSoFar pic x(8).
       01 icvFoldValue pic x(8).
       01 icvPostMessageId pic x(12) value spaces.
       01 icvRefoldMessageId pic x(12).
       01 icvCapturedFlag pic x(1).
           88 icvUncaptured value "N".
       01 icvScanFlag pic x(1).
           88 endOfIcvScan value "Y".
       01 rotReturnCode pic 9(2) value 0.

       procedure division.

           if extractAction
               perform validateExtractParameters
               if rotReturnCode = 0
                   perform loadActiveHolds
               end-if
               if rotReturnCode = 0
                   perform extractCompromisedRecords
               end-if
           end-if
           if rotReturnCode = 0 and selectByKeyId
               if function trim(compromisedKeyId) = spaces
                   move "COMPROMISED KEY ID IS BLANK"
                       to extractReportLine
                   write extractReportLine
                   move 8 to rotReturnCode
               end-if
           end-if
           if rotReturnCode = 0 and selectByKeyId
               if compromisedKeyId = "*NOTCAP*"
                   move
                     "*NOTCAP* RECORDS HAVE NO KNOWN KEY TO ROTATE FROM"
                       to extractReportLine
                   write extractReportLine
                   move 8 to rotReturnCode
               if compromisedShiftInput is numeric
                   move compromisedShiftInput to compromisedShift
               else
                   move "COMPROMISED SHIFT IS NOT NUMERIC"
                       to extractReportLine
                   write extractReportLine
                   move 8 to rotReturnCode
               end-if
                   move 8 to rotReturnCode
               end-if
               if keyLookupNotFound
                   move "NEW KEY ID NOT IN KEY LIBRARY"
                       to extractReportLine
                   write extractReportLine
                   move 8 to rotReturnCode
               end-if
                   readCount delimited by size
                   " EXTRACTED TO ROTIN: " delimited by size
                   extractedCount delimited by size
                   " HELD, LEFT ON OLD KEY: " delimited by size
                   heldCount delimited by size
                   into extractReportLine
               write extractReportLine
           end-if.

      *> Fails closed as the purge does: a hold file that will not
      *> open, or that holds more active holds than the table, stops
      *> the extract before the archive is opened.
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
               move "HOLD FILE UNUSABLE - EXTRACT ABANDONED"
                   to extractReportLine
               write extractReportLine
               move 8 to rotReturnCode
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

      *> A key-ID extract takes every Vigenere record stamped with
      *> the burned ID; a shift extract takes every Caesar record
      *> stamped with the burned shift. Records carrying the
      *> so a matching block extracts whole and in key order; the
      *> record after the first of a message gets the continuation
      *> flag so caesar-rotate runs its keyword cursors across the
      *> block exactly as caesar-encrypt did. A hold covers a block
      *> whole -- its segments share message ID, run date, operator
      *> and key -- so passing held records over never splits one.
       extractIfCompromised.
           if archKeyId not = "*NOTCAP*"
                   and ((selectByKeyId
                   or (selectByShift
                   and (archMode = "C" or archMode = "c")
                   and archShift = compromisedShift))
               perform findCoveringHold
               if holdMatchIndex > 0
                   add 1 to heldCount
                   perform listHeldRecord
               else
                   perform extractOneRecord
               end-if
           end-if.

       extractOneRecord.
           move archCiphertext to rotInCiphertext
           move archMode to rotInOldMode
           move archShift to rotInOldShift
           move archKeyId to rotInOldKeyId
           move newModeInput to rotInNewMode
           move newShift to rotInNewShift
           if newVigenereMode
               move newKeyId to rotInNewKeyId
           else
               move spaces to rotInNewKeyId
           end-if
           if archMessageId = prevExtractedId
               move "Y" to rotInContinuation
           else
               move space to rotInContinuation
           end-if
           move archMessageId to prevExtractedId
           write rotInRecord

           move archMessageId to xrefMessageId
           move archSegNum to xrefSegNum
           move newModeInput to xrefNewMode
           move newShift to xrefNewShift
           if newVigenereMode
               move newKeyId to xrefNewKeyId
           else
               move spaces to xrefNewKeyId
           end-if
           write crossRefRecord
           add 1 to extractedCount.

      *> First active hold covering the archive record wins, judged
      *> exactly as caesar-archret's purge judges it.
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
           move spaces to extractReportLine
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
               into extractReportLine
           write extractReportLine.

      *> Posts ROTOUT back into the archive: ROTXREF and ROTOUT are
      *> read in step, and each pair rewrites the archived record
           else
               open input crossRefFile
               open input rotateOutputFile
               if xrefFileStatus not = "00"
                       or rotoutFileStatus not = "00"
                   move
                "ROTXREF OR ROTOUT COULD NOT BE OPENED - POST ABANDONED"
                       to extractReportLine
                   write extractReportLine
                   move 8 to rotReturnCode
                               perform postOnePair
                       end-read
                   end-perform
                   perform refoldPostedMessage
               end-if
               close crossRefFile
               close rotateOutputFile
                   postedCount delimited by size
                   " NOT FOUND IN ARCHIVE: " delimited by size
                   missingCount delimited by size
                   " MESSAGE ICVS RESTAMPED: " delimited by size
                   restampedCount delimited by size
                   into extractReportLine
               write extractReportLine
           end-if.
       postOnePair.
           read rotateOutputFile
               at end
                   move
                       "ROTOUT ENDED BEFORE ROTXREF - FILES DO NOT PAIR"
                       to extractReportLine
                   write extractReportLine
                   move 8 to rotReturnCode
           end-read.

       rewriteOneArchiveRecord.
           if xrefMessageId not = icvPostMessageId
               perform refoldPostedMessage
               move xrefMessageId to icvPostMessageId
           end-if
           move xrefMessageId to archMessageId
           move xrefSegNum to archSegNum
           read archiveFile
                   move xrefNewMode to archMode
                   move xrefNewShift to archShift
                   move xrefNewKeyId to archKeyId
                   if archSegIcv not = spaces
                       call "cipher-icv" using archCiphertext,
                               archMessageId, archSegNum, icvNoChain,
                               archSegIcv
                       end-call
                   end-if
                   rewrite archiveRecord
                   add 1 to postedCount
           end-read.

      *> Refolds the message just posted over every one of its
      *> archived segments in sequence, then stamps the new message
      *> ICV on each. A message with any segment short of an ICV is
      *> left as it is.
       refoldPostedMessage.
           if icvPostMessageId not = spaces
               move icvPostMessageId to icvRefoldMessageId
               move spaces to icvFoldValue
               move "Y" to icvCapturedFlag
               perform startIcvScan
               perform until endOfIcvScan
                   read archiveFile next record
                       at end
                           set endOfIcvScan to true
                       not at end
                           perform foldOneSegmentIcv
                   end-read
               end-perform
               if not icvUncaptured
                   perform startIcvScan
                   perform until endOfIcvScan
                       read archiveFile next record
                           at end
                               set endOfIcvScan to true
                           not at end
                               perform stampOneMessageIcv
                       end-read
                   end-perform
                   add 1 to restampedCount
               end-if
               move spaces to icvPostMessageId
           end-if.

       startIcvScan.
           move "N" to icvScanFlag
           move icvRefoldMessageId to archMessageId
           move 0 to archSegNum
           start archiveFile key >= archKey
               invalid key
                   set endOfIcvScan to true
           end-start.

       foldOneSegmentIcv.
           if archMessageId not = icvRefoldMessageId
               set endOfIcvScan to true
           else
               if archMsgIcv = spaces
                   set icvUncaptured to true
               end-if
               move icvFoldValue to icvChainSoFar
               call "cipher-icv" using archCiphertext, archMessageId,
                       archSegNum, icvChainSoFar, icvFoldValue
               end-call
           end-if.

       stampOneMessageIcv.
           if archMessageId not = icvRefoldMessageId
               set endOfIcvScan to true
           else
               move icvFoldValue to archMsgIcv
               rewrite archiveRecord
           end-if.

      *> A ROTOUT record left over after ROTXREF runs out means the
      *> deck was mispaired just as surely as ending short does.
       checkForExtraRotout.
               at end
                   continue
               not at end
                   move
                 "ROTOUT HAS RECORDS BEYOND ROTXREF - FILES DO NOT PAIR"
                       to extractReportLine
                   write extractReportLine
                   move 8 to rotReturnCode
