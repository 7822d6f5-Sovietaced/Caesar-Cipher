      *> through 9; blank or non-numeric reads as 9) that the triage
      *> pass works highest-first, so an urgent intercept no longer
      *> waits behind hundreds of routine records in file order.
      *> A mode-K (crib) record carries the crib in solveInCrib and,
      *> when the analyst knows where it falls, its 1-based character
      *> position in the ciphertext in solveInCribPos (blank = slide
      *> it across the whole message). Every other mode leaves both
      *> blank.
       fd  solveInputFile.
       01 solveInRecord.
           05 solveInString      pic x(99).
           05 solveInSegCount    pic 9(3).
           05 solveInSegCountText redefines solveInSegCount pic x(3).
           05 solveInPriority    pic x(1).
           05 solveInCrib        pic x(30).
           05 solveInCribPos     pic 9(3).
           05 solveInCribPosText redefines solveInCribPos pic x(3).

       fd  solveReportFile.
       01 solveOutRecord pic x(180).
           05 checkpointSecondField    pic 9(5).
           05 checkpointBaseField      pic 9(5).
           05 checkpointRunDoneField   pic x(1).
       01 checkpointCarryImage pic x(163).

       fd  errorReportFile.
       01 errorReportLine pic x(120).
      *> always lived by.
       01 inputRecCount pic 9(4) value 0.
       01 inputRecTable.
           05 inputRecText pic x(163) occurs 2000 times.
       01 unitCount pic 9(4) value 0.
       01 unitTable.
           05 triageUnit occurs 1000 times.
       01 pickScore pic 9(5).
       01 runnerRank pic 9(2).

      *> Working areas for the crib attack. Each placement of the crib
      *> is tested character by character: the crib's letters must
      *> fall on ciphertext letters, and anything else in the crib
      *> (spaces, punctuation) must fall on the very same character,
      *> since neither cipher touches non-letters. Every crib letter
      *> then implies one key-stream value -- the distance from the
      *> crib letter to the ciphertext letter -- and the placement
      *> stands only if that stream repeats with some period from 1
      *> (a Caesar shift) up to unknownKeyMaxLength (a Vigenere
      *> keyword). The shortest such period becomes the candidate
      *> key, the whole message is decrypted under it and scored,
      *> and the candidates compete exactly as rankAllShifts' shifts
      *> do. Periods stop two short of the crib's letter count, so
      *> every key that stands has been confirmed by at least two
      *> repeated key-stream values.
       01 cribText pic x(30).
       01 cribUpper pic x(30).
       01 cribPosText pic x(3).
       01 cribPosition pic 9(3).
       01 cribLength pic 9(2).
       01 cribLetterCount pic 9(2).
       01 cribFirstPlacement pic 9(3).
       01 cribLastPlacement pic 9(3).
       01 cribPlacement pic 9(3).
       01 cribPlacementTotal pic 9(3).
       01 cribLetterBase pic 9(3).
       01 cribStreamCount pic 9(2).
       01 cribKeyStream.
           05 cribStreamValue pic 9(2) occurs 30 times.
       01 cribMaxPeriod pic 9(2).
       01 cribPeriod pic 9(2).
       01 cribFoundPeriod pic 9(2).
       01 cribCheckIndex pic 9(2).
       01 cribKeyPos pic 9(2).
       01 cribCharIndex pic 9(2).
       01 cribCipherChar pic x(1).
       01 cribPlainChar pic x(1).
       01 cribKeyword pic x(20).
       01 cribFitFlag pic x(1).
           88 cribPlacementFits value "Y" false is "N".
       01 cribPeriodFlag pic x(1).
           88 cribPeriodHolds value "Y" false is "N".
       01 cribCandCount pic 9(2) value 0.
       01 cribCandidates.
           05 cribCandidate occurs 50 times.
               10 cribCandPosition pic 9(3).
               10 cribCandKeyLength pic 9(2).
               10 cribCandShift pic 9(2).
               10 cribCandKeyword pic x(20).
               10 cribCandPlaintext pic x(99).
               10 cribCandScore pic 9(5).
       01 cribPickIndex pic 9(2).
       01 cribDuplicateFlag pic x(1).
           88 cribKeyAlreadyFound value "Y" false is "N".

       01 rawInputString pic x(150).
       01 rawShiftInput pic x(05).
       01 attemptedInputText pic x(99).
           display "Operator ID: " no advancing
           accept auditOperator
           perform verifyOperatorAuthority
           display
               "Batch mode? (B=read SOLVEIN/SOLVEOUT, N=interactive): "
               no advancing
           accept runMode
           display "Review threshold (blank=5500): " no advancing
           accept reviewThresholdInput
           end-if

           move spaces to errorReportLine
           string "RECORDS REJECTED: " delimited by size
               errorCount delimited by size
               " REFERRED TO REVIEW: " delimited by size
               reviewCount delimited by size
               into errorReportLine
           write errorReportLine
           close errorReportFile
       runInteractiveMode.
           display "Enter a string: " no advancing
           accept rawInputString
           display "Cipher mode? (C=Caesar, V=Vigenere, "
               "U=Vigenere unknown key, K=crib): " no advancing
           accept cipherMode
           if vigenereMode
               display "Enter key ID: " no advancing
               if vigenereUnknownMode
                   move spaces to rawShiftInput
               else
                   if cribMode
                       display "Enter crib: " no advancing
                       accept cribText
                       display "Crib position (blank = anywhere): "
                           no advancing
                       accept cribPosText
                       move spaces to rawShiftInput
                   else
                       display "Enter an integer: " no advancing
                       accept rawShiftInput
                   end-if
               end-if
           end-if

                   if vigenereUnknownMode
                       perform recoverUnknownVigenere
                       perform trackAuditDetails
                       display "Key recovered -> "
                           function trim(candKeyword(pickIndex))
                       display "Recovered -> " candPlaintext(pickIndex)
                   else
                       if cribMode
                           perform recoverKeyFromCrib
                           if cribCandCount = 0
                               display "Crib fits no placement"
                           else
                               perform trackAuditDetails
                               display "Key recovered -> "
                                   function trim(
                                       cribCandKeyword(cribPickIndex))
                                   " (crib at "
                                   cribCandPosition(cribPickIndex) ")"
                               display "Recovered -> " bestCandidate
                           end-if
                           display "Confidence " confidenceScore
                               " margin " confidenceMargin
                           if recordWasReferred
                               display "LOW CONFIDENCE - WOULD BE "
                                   "REFERRED FOR MANUAL REVIEW"
                           end-if
                       else
                           move rawShiftInput to numShift
                           move 0 to startShift
                           perform rankAllShifts
                           perform trackAuditDetails
                           display "Top pick -> Caesar " bestShift
                               ": " bestCandidate
                           display "Confidence " confidenceScore
                               " margin " confidenceMargin
                           if recordWasReferred
                               display "LOW CONFIDENCE - WOULD BE "
                                   "REFERRED FOR MANUAL REVIEW"
                           end-if
                       end-if
                   end-if
               end-if
               if not batchCutoffReached
                   move 0 to skipRemaining
                   move "Y" to unitWorkedFlag(unitIndex)
                   perform varying unitRecIndex
                           from unitFirstRec(unitIndex) by 1
                           until unitRecIndex > unitLastRec(unitIndex)
                       move inputRecText(unitRecIndex) to solveInRecord
                       add 1 to recCount
                       perform dispatchSolveRecord
           move solveInShiftText to rawShiftInput
           move solveInMode to cipherMode
           move solveInKeyId to keyId
           move solveInCrib to cribText
           move solveInCribPosText to cribPosText
           if substitutionMode
               perform passRecordToSubstStep
           else
                   perform vigenereDecryptString
                   perform trackAuditDetails
                   move spaces to solveOutRecord
                   string "RECORD " recCount
                       " VIGENERE RECOVERED=[" delimited by size
                       inputString delimited by size
                       "]" delimited by size
                       into solveOutRecord
                   write solveOutRecord
                   perform writeRecordCompleteCheckpoint
                       perform writeRecordCompleteCheckpoint
                       set resumingFirstRecord to "N"
                   else
                       if cribMode
                           perform recoverKeyFromCrib
                           if not recordWasReferred
                               perform trackAuditDetails
                           end-if
                           perform writeCribReport
                           perform writeRecordCompleteCheckpoint
                           set resumingFirstRecord to "N"
                       else
                           move rawShiftInput to numShift
                           if isResumingFirstRecord
                               perform rankAllShifts
                               set resumingFirstRecord to "N"
                           else
                               move 0 to startShift
                               perform rankAllShifts
                           end-if
                           if not recordWasReferred
                               perform trackAuditDetails
                           end-if
                       end-if
                   end-if
               end-if
                   if solveInSegCount >= 1 and solveInSegCount <= 20
                       move solveInSegCount to blockExpectedSegs
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

           if currentRecordValid and cribMode
               move "BLOCK MODE K NOT SUPPORTED" to validationError
               set currentRecordValid to false
           end-if
           if currentRecordValid and vigenereUnknownMode
               move "BLOCK MODE U NOT SUPPORTED" to validationError
               set currentRecordValid to false
               set blockAbandoned to true
           else
               if solveInSegNum > blockExpectedSegs
                   move "BLOCK HAS MORE SEGMENTS THAN HEADER"
                       to blockErrorText
                   perform writeBlockError
                   set blockAbandoned to true
               else
                       set blockAbandoned to true
                   else
                       add 1 to blockStoredSegs
                       move solveInString
                           to blockSegText(blockStoredSegs)
                   end-if
               end-if
           end-if.

       validateAndSolveBlock.
           if solveInMessageId not = blockMessageId
               move "TRAILER MESSAGE ID DOES NOT MATCH"
                   to blockErrorText
               perform writeBlockError
           else
               if solveInSegCountText is not numeric
                       or solveInSegCount not = blockExpectedSegs
                   move "TRAILER COUNT DOES NOT MATCH HEADER"
                       to blockErrorText
                   perform writeBlockError
               else
                   if blockStoredSegs not = blockExpectedSegs
                       move "BLOCK IS SHORT OF SEGMENTS"
                           to blockErrorText
                       perform writeBlockError
                   else
                       if vigenereMode
           move spaces to solveOutRecord
           string "BLOCK " delimited by size
               function trim(blockMessageId) delimited by size
               " VIGENERE (" delimited by size
               blockExpectedSegs delimited by size
               " SEGMENTS)" delimited by size
               into solveOutRecord
           write solveOutRecord
           move spaces to solveOutRecord
           string "BLOCK " delimited by size
               function trim(blockMessageId) delimited by size
               " CIPHERTEXT (" delimited by size
               blockExpectedSegs delimited by size
               " SEGMENTS)" delimited by size
               into solveOutRecord
           write solveOutRecord
                           spaces, tempNumShift, blockSegmentWork,
                           keywordCursor
                   end-call
                   call "cipher-score" using blockSegmentWork,
                       candidateScore
                   end-call
                   add candidateScore to blockShiftScore
               end-perform
               move spaces to solveOutRecord
               string "  Caesar " j ": (total score: " delimited by size
                   blockShiftScore delimited by size
                   ")" delimited by size
                   into solveOutRecord
               write solveOutRecord
               if blockShiftScore > blockBestScore

           if recordWasReferred
               move spaces to solveOutRecord
               string
                   "  REFERRED FOR MANUAL REVIEW (confidence "
                   delimited by size
                   confidenceScore delimited by size
                   ", margin " delimited by size
                   confidenceMargin delimited by size
                   ", threshold " delimited by size
                   reviewThreshold delimited by size
                   ")" delimited by size
                   into solveOutRecord
               write solveOutRecord
               perform writeBlockReviewRecords
                   ", confidence " delimited by size
                   confidenceScore delimited by size
                   ", margin " delimited by size
                   confidenceMargin delimited by size
                   ")" delimited by size
                   into solveOutRecord
               write solveOutRecord

                       until blockSegIndex > blockStoredSegs
                   move blockSegText(blockSegIndex) to inputString
                   call "cipher-shift" using shiftDirectionReverse, "C",
                           spaces, tempNumShift, inputString,
                               keywordCursor
                   end-call
                   if blockSegIndex = 1
                       perform trackAuditDetails
                   move spaces to solveOutRecord
                   string "  SEGMENT " blockSegIndex
                       " RECOVERED=[" delimited by size
                       inputString delimited by size
                       "]" delimited by size
                       into solveOutRecord
                   write solveOutRecord
               end-perform
               end-perform
           end-perform
           if blockLetterCount > 0
               compute confidenceScore =
                   (blockBestScore * 100) / blockLetterCount
               compute confidenceMargin =
                   ((blockBestScore - blockSecondScore) * 100)
                   / blockLetterCount
           else
               move 0 to confidenceScore
               move 0 to confidenceMargin
                   until blockSegIndex > blockStoredSegs
               move blockSegText(blockSegIndex) to blockSegmentWork
               call "cipher-shift" using shiftDirectionReverse, "C",
                       spaces, tempNumShift, blockSegmentWork,
                           keywordCursor
               end-call
               move recCount to reviewRecNum
               move blockMessageId to reviewMessageId
           if solveReportFileStatus = "35"
               close solveReportFile
               open output solveReportFile
               move "CAESAR SOLVE - RANKED SHIFT REPORT"
                   to solveOutRecord
               write solveOutRecord
               move spaces to solveOutRecord
               write solveOutRecord
           if errorReportFileStatus = "35"
               close errorReportFile
               open output errorReportFile
               move "CAESAR-SOLVE INPUT VALIDATION ERROR REPORT"
                   to errorReportLine
               write errorReportLine
               move spaces to errorReportLine
               write errorReportLine
                       move "Y" to checkpointFound
                       move checkpointRecNumField to checkpointRecordNum
                       move checkpointShiftField to checkpointShiftNum
                       move checkpointCompleteField
                           to checkpointCompleteFlag
                       move checkpointBestScoreField
                           to checkpointBestScore
                       move checkpointBestShiftField
                           to checkpointBestShift
                       move checkpointBestCandField
                           to checkpointBestCandidate
                       if checkpointSecondField is numeric
                           move checkpointSecondField
                               to checkpointSecondScore
                       end-if
                       if checkpointBaseField is numeric
                           move checkpointBaseField
                               to checkpointBaseCount
                           move checkpointRunDoneField
                               to checkpointRunDoneFlag
                       else
           end-if
           move "Y" to checkpointRunDoneFlag.

      *> Rewrites SOLVCKPT with the shift just finished
      *> (checkpointCompleteFlag carries "N" for a mid-record checkpoint
      *> and "Y" for the marker written once a record's last shift has
      *> been ranked) plus the best candidate found so far, so a resumed
      *> record's TOP PICK is chosen from its whole candidate set
      *> instead of only the shifts computed after the restart.
       writeCheckpoint.
           open output solveCheckpointFile
           move recCount to checkpointRecNumField
       rewriteCarriedForwardRecords.
           perform varying carryWriteIndex from 1 by 1
                   until carryWriteIndex > carryInCount
               move inputRecText(carryWriteIndex)
                   to checkpointCarryImage
               write checkpointCarryImage
           end-perform.

               move 0 to secondBestScore
           end-if

           if batchMode
                   and not (isResumingFirstRecord and startShift > 0)
               move spaces to solveOutRecord
               write solveOutRecord
               string "RECORD " recCount
                   " CIPHERTEXT=[" delimited by size
                   inputString delimited by size "]" delimited by size
                   into solveOutRecord
               write solveOutRecord
               move j to tempNumShift
               move inputString to tempInputString
               call "cipher-shift" using shiftDirectionReverse, "C",
                       spaces, tempNumShift, tempInputString,
                           keywordCursor
               end-call

               call "cipher-score" using tempInputString, candidateScore
                   move spaces to solveOutRecord
                   string "  Caesar " j ": " delimited by size
                       tempInputString delimited by size
                       " (score: " delimited by size
                       candidateScore delimited by size
                       ")" delimited by size
                       into solveOutRecord
                   write solveOutRecord
               else
                   display "Caesar " j ": " tempInputString
                       " (score: " candidateScore ")"
               end-if

               if candidateScore > bestScore

               if recordWasReferred
                   move spaces to solveOutRecord
                   string
                       "  REFERRED FOR MANUAL REVIEW (confidence "
                       delimited by size
                       confidenceScore delimited by size
                       ", margin " delimited by size
                       confidenceMargin delimited by size
                       ", threshold " delimited by size
                       reviewThreshold delimited by size
                       ")" delimited by size
                       into solveOutRecord
                   write solveOutRecord
                   perform writeReviewRecord
               else
                   move spaces to solveOutRecord
                   string "  TOP PICK -> Caesar " bestShift
                       ": [" delimited by size
                       bestCandidate delimited by size
                       "] (confidence " delimited by size
                       confidenceScore delimited by size
                       ", margin " delimited by size
                       confidenceMargin delimited by size
                       ")" delimited by size
                       into solveOutRecord
                   write solveOutRecord
               end-if
      *> straight to review.
       computeTopPickConfidence.
           move 0 to confLetterCount
           perform varying i from 1 by 1
                   until i > function length(bestCandidate)
               move bestCandidate(i:1) to c
               if (c >= "A" and c <= "Z") or (c >= "a" and c <= "z")
                   add 1 to confLetterCount
               end-if
           end-perform
           if confLetterCount > 0
               compute confidenceScore =
                   (bestScore * 100) / confLetterCount
               compute confidenceMargin =
                   ((bestScore - secondBestScore) * 100)
                   / confLetterCount
           else
               move 0 to confidenceScore
               move 0 to confidenceMargin
       extractMessageLetters.
           move spaces to messageLetters
           move 0 to messageLetterCount
           perform varying i from 1 by 1
                   until i > function length(inputString)
               move inputString(i:1) to c
               if (c >= "A" and c <= "Z") or (c >= "a" and c <= "z")
                   add 1 to messageLetterCount
           add 1 to unknownKeyCandidateCount
           move spaces to candKeyword(unknownKeyCandidateCount)
           move 0 to icAccumulator
           perform varying colIndex from 1 by 1
                   until colIndex > tryKeyLength
               perform attackOneColumn
           end-perform
           compute candIcScore(unknownKeyCandidateCount) =
           move 1 to keywordCursor
           call "cipher-shift" using shiftDirectionReverse, "V",
                   candKeyword(unknownKeyCandidateCount), tempNumShift,
                   candPlaintext(unknownKeyCandidateCount),
                       keywordCursor
           end-call
           call "cipher-score" using
                   candPlaintext(unknownKeyCandidateCount),
                   candScore(unknownKeyCandidateCount)
           end-call
           move "N" to candReported(unknownKeyCandidateCount).
           perform varying colBuildIndex from colIndex by tryKeyLength
                   until colBuildIndex > messageLetterCount
               add 1 to colLength
               move messageLetters(colBuildIndex:1)
                   to columnText(colLength:1)
           end-perform

           perform tallyColumnCoincidence

           move 0 to columnBestScore
           move 0 to columnBestShift
           perform varying columnShift from 0 by 1
                   until columnShift > 25
               move columnText to shiftedColumn
               move columnShift to tempNumShift
               call "cipher-shift" using shiftDirectionReverse, "C",
                       spaces, tempNumShift, shiftedColumn,
                           keywordCursor
               end-call
               call "cipher-score" using shiftedColumn, columnScore
               end-call
           perform varying i from 1 by 1 until i > colLength
               move columnText(i:1) to c
               if c >= "A" and c <= "Z"
                   compute tallyIndex =
                       function ORD(c) - function ORD("A") + 1
                   add 1 to columnLetterCount(tallyIndex)
               else
                   if c >= "a" and c <= "z"
                       compute tallyIndex =
                           function ORD(function UPPER-CASE(c))
                           - function ORD("A") + 1
                       add 1 to columnLetterCount(tallyIndex)
                   end-if
           move 0 to colPairSum
           perform varying tallyIndex from 1 by 1 until tallyIndex > 26
               compute colPairSum = colPairSum
                   + columnLetterCount(tallyIndex)
                   * (columnLetterCount(tallyIndex) - 1)
           end-perform
           compute icDenominator = colLength * (colLength - 1)
           if icDenominator > 0
      *> of the true length's own IC.
       selectBestUnknownKeyCandidate.
           move 0 to pickIndex
           perform varying j from 1 by 1
                   until j > unknownKeyCandidateCount
                   or pickIndex > 0
               if candIcScore(j) >= icEnglishThreshold
                   move j to pickIndex

           if pickIndex = 0
               move 1 to maxIcIndex
               perform varying j from 2 by 1
                       until j > unknownKeyCandidateCount
                   if candIcScore(j) > candIcScore(maxIcIndex)
                       move j to maxIcIndex
                   end-if
               end-perform
               move maxIcIndex to pickIndex
               compute icDivisorFloor =
                   candIcScore(maxIcIndex) * 95 / 100
               perform varying j from 1 by 1 until j >= maxIcIndex
                   if function MOD(candKeyLength(maxIcIndex),
                           candKeyLength(j)) = 0
                           and candIcScore(j) >= icDivisorFloor
                           and pickIndex = maxIcIndex
                       move j to pickIndex
           move spaces to solveOutRecord
           write solveOutRecord
           move spaces to solveOutRecord
           string "RECORD " recCount
               " UNKNOWN-KEY VIGENERE CIPHERTEXT=[" delimited by size
               inputString delimited by size "]" delimited by size
               into solveOutRecord
           write solveOutRecord
           move spaces to solveOutRecord
           string "  KEY RECOVERED=[" delimited by size
               function trim(candKeyword(pickIndex)) delimited by size
               "] (length " delimited by size
               candKeyLength(pickIndex) delimited by size
               ", ic " delimited by size
               candIcScore(pickIndex) delimited by size
               ", score " delimited by size
               candScore(pickIndex) delimited by size
               ")" delimited by size
               into solveOutRecord
           write solveOutRecord

           move spaces to solveOutRecord
           string "  RECOVERED=[" delimited by size
               candPlaintext(pickIndex) delimited by size
               "]" delimited by size
               into solveOutRecord
           write solveOutRecord

       writeOneRunnerUp.
           move 0 to pickScore
           move 0 to j
           perform varying i from 1 by 1
                   until i > unknownKeyCandidateCount
               if candReported(i) = "N" and candIcScore(i) > pickScore
                   move i to j
                   move candIcScore(i) to pickScore
               move "Y" to candReported(j)
               move spaces to solveOutRecord
               string "  RUNNER-UP " runnerRank delimited by size
                   " KEY=[" delimited by size
                   function trim(candKeyword(j)) delimited by size
                   "] (length " delimited by size
                   candKeyLength(j) delimited by size
                   ", ic " delimited by size
                   candIcScore(j) delimited by size
                   ", score " delimited by size
                   candScore(j) delimited by size
                   ")" delimited by size
                   into solveOutRecord
               write solveOutRecord
           end-if.

      *>****************************************************************
      *> Crib attack. The crib is laid against the ciphertext at every
      *> placement that keeps it inside the message -- or only at the
      *> position the analyst supplied -- and each placement that fits
      *> (see the crib working areas) yields one candidate key. A key
      *> already found at an earlier placement is not entered twice,
      *> so a crib that occurs more than once in the plaintext does
      *> not compete against itself. The candidates are ranked on the
      *> cipher-score of the whole decrypted message and the winner is
      *> put through the same confidence and referral tests as a
      *> Caesar TOP PICK. A crib that fits nowhere leaves nothing to
      *> rank and the record goes straight to review.
      *>****************************************************************
       recoverKeyFromCrib.
           move 0 to cribCandCount
           move 0 to cribPlacementTotal
           move 0 to cribPickIndex
           move 0 to bestScore
           move 0 to secondBestScore
           move 0 to bestShift
           move spaces to bestCandidate
           compute cribMaxPeriod = cribLetterCount - 2
           if cribMaxPeriod > unknownKeyMaxLength
               move unknownKeyMaxLength to cribMaxPeriod
           end-if
           if cribPosition > 0
               move cribPosition to cribFirstPlacement
               move cribPosition to cribLastPlacement
           else
               move 1 to cribFirstPlacement
               compute cribLastPlacement =
                   function length(function trim(inputString trailing))
                   - cribLength + 1
           end-if
           perform varying cribPlacement from cribFirstPlacement by 1
                   until cribPlacement > cribLastPlacement
               perform tryCribPlacement
           end-perform
           if cribCandCount > 0
               perform selectBestCribCandidate
               perform computeTopPickConfidence
           else
               move 0 to confidenceScore
               move 0 to confidenceMargin
               set recordWasReferred to true
           end-if.

      *> The key stream position of a crib letter is its LETTER index
      *> in the message (cipher-shift only advances the keyword on
      *> letters), so the letters ahead of the placement are counted
      *> first to line the derived key up with the start of the text.
       tryCribPlacement.
           add 1 to cribPlacementTotal
           set cribPlacementFits to true
           move 0 to cribStreamCount
           move 0 to cribLetterBase
           perform varying i from 1 by 1 until i >= cribPlacement
               move inputString(i:1) to c
               if (c >= "A" and c <= "Z") or (c >= "a" and c <= "z")
                   add 1 to cribLetterBase
               end-if
           end-perform
           perform varying cribCharIndex from 1 by 1
                   until cribCharIndex > cribLength
                   or not cribPlacementFits
               perform matchOneCribChar
           end-perform
           if cribPlacementFits
               perform findCribKeyPeriod
           end-if
           if cribPlacementFits
               perform storeCribCandidate
           end-if.

      *> A crib letter over a ciphertext letter adds one key-stream
      *> value: how far the cipher moved the letter, 0 through 25. A
      *> crib letter over a non-letter, or a crib non-letter over
      *> anything but itself, rules the placement out.
       matchOneCribChar.
           move cribUpper(cribCharIndex:1) to cribPlainChar
           compute i = cribPlacement + cribCharIndex - 1
           move function upper-case(inputString(i:1)) to cribCipherChar
           if cribPlainChar >= "A" and cribPlainChar <= "Z"
               if cribCipherChar >= "A" and cribCipherChar <= "Z"
                   add 1 to cribStreamCount
                   compute cribStreamValue(cribStreamCount) =
                       function mod(function ord(cribCipherChar)
                           - function ord(cribPlainChar) + 26, 26)
               else
                   set cribPlacementFits to false
               end-if
           else
               if cribCipherChar not = cribPlainChar
                   set cribPlacementFits to false
               end-if
           end-if.

      *> The shortest period the key stream repeats with is the key
      *> length -- any multiple of it repeats too, and the shortest is
      *> the actual key, the same rule the unknown-key attack uses.
       findCribKeyPeriod.
           move 0 to cribFoundPeriod
           perform varying cribPeriod from 1 by 1
                   until cribPeriod > cribMaxPeriod
                   or cribFoundPeriod > 0
               perform checkCribPeriod
               if cribPeriodHolds
                   move cribPeriod to cribFoundPeriod
               end-if
           end-perform
           if cribFoundPeriod = 0
               set cribPlacementFits to false
           end-if.

       checkCribPeriod.
           set cribPeriodHolds to true
           perform varying cribCheckIndex from cribPeriod by 1
                   until cribCheckIndex >= cribStreamCount
                   or not cribPeriodHolds
               compute cribKeyPos = cribCheckIndex - cribPeriod + 1
               if cribStreamValue(cribCheckIndex + 1)
                       not = cribStreamValue(cribKeyPos)
                   set cribPeriodHolds to false
               end-if
           end-perform.

      *> Folds the first period's worth of key-stream values into
      *> keyword order, decrypts the whole message under it and scores
      *> the result. A period-1 key is a Caesar shift and is carried
      *> as one as well, so the review queue gets a usable shift.
       storeCribCandidate.
           move spaces to cribKeyword
           perform varying cribCheckIndex from 1 by 1
                   until cribCheckIndex > cribFoundPeriod
               compute cribKeyPos = function mod(cribLetterBase
                   + cribCheckIndex - 1, cribFoundPeriod) + 1
               move function char(function ord("A")
                   + cribStreamValue(cribCheckIndex))
                   to cribKeyword(cribKeyPos:1)
           end-perform
           set cribKeyAlreadyFound to false
           perform varying j from 1 by 1 until j > cribCandCount
               if cribCandKeyword(j) = cribKeyword
                   set cribKeyAlreadyFound to true
               end-if
           end-perform
           if not cribKeyAlreadyFound and cribCandCount < 50
               add 1 to cribCandCount
               move cribPlacement to cribCandPosition(cribCandCount)
               move cribFoundPeriod to cribCandKeyLength(cribCandCount)
               move cribKeyword to cribCandKeyword(cribCandCount)
               if cribFoundPeriod = 1
                   move cribStreamValue(1)
                       to cribCandShift(cribCandCount)
               else
                   move 0 to cribCandShift(cribCandCount)
               end-if
               move inputString to cribCandPlaintext(cribCandCount)
               move 1 to keywordCursor
               call "cipher-shift" using shiftDirectionReverse, "V",
                       cribKeyword, tempNumShift,
                       cribCandPlaintext(cribCandCount), keywordCursor
               end-call
               call "cipher-score" using
                       cribCandPlaintext(cribCandCount),
                       cribCandScore(cribCandCount)
               end-call
           end-if.

      *> Best and runner-up scores feed computeTopPickConfidence the
      *> same way rankAllShifts' shifts do; a crib that fits only one
      *> key has no runner-up and its margin is the whole score.
       selectBestCribCandidate.
           perform varying j from 1 by 1 until j > cribCandCount
               if cribCandScore(j) > bestScore
                   move bestScore to secondBestScore
                   move cribCandScore(j) to bestScore
                   move j to cribPickIndex
               else
                   if cribCandScore(j) > secondBestScore
                       move cribCandScore(j) to secondBestScore
                   end-if
               end-if
           end-perform
           move cribCandPlaintext(cribPickIndex) to bestCandidate
           move cribCandShift(cribPickIndex) to bestShift.

      *> SOLVEOUT report for a crib record: the crib and how many
      *> placements were tried, every key that fit, then either the
      *> TOP PICK with its plaintext or the referral to review.
       writeCribReport.
           move spaces to solveOutRecord
           write solveOutRecord
           move spaces to solveOutRecord
           string "RECORD " recCount
               " CRIB CIPHERTEXT=[" delimited by size
               inputString delimited by size "]" delimited by size
               into solveOutRecord
           write solveOutRecord

           move spaces to solveOutRecord
           string "  CRIB=[" delimited by size
               cribText(1:cribLength) delimited by size
               "] PLACEMENTS TRIED " delimited by size
               cribPlacementTotal delimited by size
               ", KEYS FITTING " delimited by size
               cribCandCount delimited by size
               into solveOutRecord
           write solveOutRecord

           perform varying j from 1 by 1 until j > cribCandCount
               move spaces to solveOutRecord
               string "  CRIB AT " cribCandPosition(j) delimited by size
                   " -> KEY=[" delimited by size
                   function trim(cribCandKeyword(j)) delimited by size
                   "] (length " delimited by size
                   cribCandKeyLength(j) delimited by size
                   ", score " delimited by size
                   cribCandScore(j) delimited by size
                   ")" delimited by size
                   into solveOutRecord
               write solveOutRecord
           end-perform

           if recordWasReferred
               move spaces to solveOutRecord
               string
                   "  REFERRED FOR MANUAL REVIEW (confidence "
                   delimited by size
                   confidenceScore delimited by size
                   ", margin " delimited by size
                   confidenceMargin delimited by size
                   ", threshold " delimited by size
                   reviewThreshold delimited by size
                   ")" delimited by size
                   into solveOutRecord
               write solveOutRecord
               perform writeReviewRecord
           else
               move spaces to solveOutRecord
               if cribCandKeyLength(cribPickIndex) = 1
                   string "  TOP PICK -> Crib Caesar " delimited by size
                       cribCandShift(cribPickIndex) delimited by size
                       " at " delimited by size
                       cribCandPosition(cribPickIndex) delimited by size
                       " (confidence " delimited by size
                       confidenceScore delimited by size
                       ", margin " delimited by size
                       confidenceMargin delimited by size
                       ")" delimited by size
                       into solveOutRecord
               else
                   string "  TOP PICK -> Crib Vigenere key ["
                       delimited by size
                       function trim(cribCandKeyword(cribPickIndex))
                           delimited by size
                       "] at " delimited by size
                       cribCandPosition(cribPickIndex) delimited by size
                       " (confidence " delimited by size
                       confidenceScore delimited by size
                       ", margin " delimited by size
                       confidenceMargin delimited by size
                       ")" delimited by size
                       into solveOutRecord
               end-if
               write solveOutRecord
               move spaces to solveOutRecord
               string "  RECOVERED=[" delimited by size
                   bestCandidate delimited by size "]" delimited by size
                   into solveOutRecord
               write solveOutRecord
           end-if.

      *>****************************************************************
               set currentRecordValid to false
           else
               if function length(function trim(rawInputString)) > 99
                   move "INPUTSTRING EXCEEDS 99 CHARACTERS"
                       to validationError
                   set currentRecordValid to false
               else
                   move rawInputString(1:99) to inputString
               perform validateUnknownKeyInput
           end-if

           if currentRecordValid and cribMode
               perform validateCribInput
           end-if

           if currentRecordValid and caesarMode
               perform validateShiftInput
           end-if.

               perform validateUnknownKeyInput
           end-if

           if currentRecordValid and cribMode
               perform validateCribInput
           end-if

           if currentRecordValid and caesarMode
               perform validateShiftInput
           end-if.

      *> Shared by validateInteractiveInput and validateBatchInput --
      *> cipherMode must be C, V, U or K, never anything else, since
      *> every place it is consumed only tests the mode conditions in
      *> turn and would otherwise treat a bad indicator as Caesar mode
      *> silently.
      *> Mode U (Vigenere, key unknown) and mode K (crib) are accepted
      *> here and nowhere else -- this is the only program that can
      *> attack a message without its key.
       validateCipherModeInput.
           if not caesarMode and not vigenereMode
                   and not vigenereUnknownMode and not cribMode
               move "CIPHERMODE MUST BE C, V, U OR K" to validationError
               set currentRecordValid to false
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
       validateUnknownKeyInput.
           perform extractMessageLetters
           if messageLetterCount = 0
               move "MESSAGE HAS NO LETTERS TO ATTACK"
                   to validationError
               set currentRecordValid to false
           end-if.

      *> A crib attack needs a crib with enough letters to pin a key
      *> down -- three at the least, so even a Caesar fit is checked
      *> against two further letters -- that fits inside the
      *> message, and a position, when one is given, that leaves the
      *> whole crib on the record.
       validateCribInput.
           perform extractMessageLetters
           move function upper-case(cribText) to cribUpper
           move 0 to cribLetterCount
           move 0 to cribLength
           if function trim(cribText) not = spaces
               move function length(function trim(cribText trailing))
                   to cribLength
               perform varying i from 1 by 1 until i > cribLength
                   if cribUpper(i:1) >= "A" and cribUpper(i:1) <= "Z"
                       add 1 to cribLetterCount
                   end-if
               end-perform
           end-if
           if messageLetterCount = 0
               move "MESSAGE HAS NO LETTERS TO ATTACK"
                   to validationError
               set currentRecordValid to false
           else
               if cribLength = 0
                   move "CRIB IS BLANK" to validationError
                   set currentRecordValid to false
               else
                   if cribLetterCount < 3
                       move "CRIB NEEDS AT LEAST 3 LETTERS"
                           to validationError
                       set currentRecordValid to false
                   else
                       if cribLength > function length(
                               function trim(inputString trailing))
                           move "CRIB LONGER THAN MESSAGE"
                               to validationError
                           set currentRecordValid to false
                       end-if
                   end-if
               end-if
           end-if
           if currentRecordValid
               perform validateCribPosition
           end-if.

      *> Blank means slide the crib across every placement; otherwise
      *> the position must be digits only and leave the whole crib
      *> inside the 99-character message.
       validateCribPosition.
           move 0 to cribPosition
           if cribPosText not = spaces
               perform varying i from 1 by 1 until i > 3
                   move cribPosText(i:1) to c
                   if c not = space and (c < "0" or c > "9")
                       move "CRIB POSITION IS NON-NUMERIC"
                           to validationError
                       set currentRecordValid to false
                   end-if
               end-perform
               if currentRecordValid
                   move function numval(cribPosText) to cribPosition
                   if cribPosition = 0
                           or cribPosition + cribLength - 1 > 99
                       move "CRIB POSITION OUT OF RANGE"
                           to validationError
                       set currentRecordValid to false
                   end-if
               end-if
           end-if.

       writeValidationError.
           move spaces to errorReportLine
           string "REJECTED: " delimited by size
               function trim(validationError) delimited by size
               " INPUT=[" delimited by size
               function trim(attemptedInputText) delimited by size
               "]" delimited by size
               into errorReportLine
           write errorReportLine.

      *> whichever record happened to run last.
       trackAuditDetails.
           add 1 to auditRecordCountTotal
           add function length(function trim(inputString))
               to auditMessageLengthTotal
           if vigenereMode
               if auditKeyIdHasBeenCaptured
                   if function trim(keyId)
                           <> function trim(auditKeyIdText)
                       set auditKeyIdHasVaried to true
                   end-if
               else
               if caesarMode
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
               auditRecordCount delimited by size
               into auditLineBody
           call "audit-chain" using auditLineBody
           end-call
