           05 solveInSegNum      pic 9(3).
           05 solveInSegCount    pic 9(3).
           05 solveInPriority    pic x(1).
           05 solveInCrib        pic x(30).
           05 solveInCribPos     pic 9(3).

       fd  solveReportFile.
       01 solveOutRecord pic x(180).
           close solveInputFile

           move spaces to errorReportLine
           string "RECORDS REJECTED: " delimited by size
               errorCount delimited by size
               " ATTACKED: " delimited by size
               attackedCount delimited by size
               " REFERRED TO REVIEW: " delimited by size
               reviewCount delimited by size
               into errorReportLine
           write errorReportLine
           close errorReportFile
           move solveInString to attemptedInputText
           perform tallyCipherLetters
           if messageLetterTotal = 0
               move "MESSAGE HAS NO LETTERS TO ATTACK"
                   to validationError
               perform writeValidationError
               add 1 to errorCount
           else
               move 0 to cipherLetterCount(i)
           end-perform
           move 0 to messageLetterTotal
           perform varying i from 1 by 1
                   until i > function length(inputString)
               move inputString(i:1) to c
               if c >= "a" and c <= "z"
                   move function UPPER-CASE(c) to c
               end-if
               if c >= "A" and c <= "Z"
                   compute dgIndex =
                       function ORD(c) - function ORD("A") + 1
                   add 1 to cipherLetterCount(dgIndex)
                   add 1 to messageLetterTotal
               end-if

       decryptWithMap.
           move spaces to workPlain
           perform varying i from 1 by 1
                   until i > function length(inputString)
               move inputString(i:1) to c
               if c >= "A" and c <= "Z"
                   compute dgIndex =
                       function ORD(c) - function ORD("A") + 1
                   move candidateMap(dgIndex:1) to workPlain(i:1)
               else
                   if c >= "a" and c <= "z"
                       compute dgIndex =
                           function ORD(function UPPER-CASE(c))
                           - function ORD("A") + 1
                       move function LOWER-CASE(candidateMap(dgIndex:1))
                           to workPlain(i:1)
       computeDigramScore.
           move 0 to digramScoreWork
           move 0 to prevLetterIndex
           perform varying i from 1 by 1
                   until i > function length(workPlain)
               move workPlain(i:1) to c
               if c >= "a" and c <= "z"
                   move function UPPER-CASE(c) to c
               end-if
               if c >= "A" and c <= "Z"
                   compute dgIndex =
                       function ORD(c) - function ORD("A") + 1
                   if prevLetterIndex > 0
                       compute gramIndex =
                           (prevLetterIndex - 1) * 26 + dgIndex
           move 0 to trigramScoreWork
           move 0 to prevLetterIndex
           move 0 to secondPrevIndex
           perform varying i from 1 by 1
                   until i > function length(workPlain)
               move workPlain(i:1) to c
               if c >= "a" and c <= "z"
                   move function UPPER-CASE(c) to c
               end-if
               if c >= "A" and c <= "Z"
                   compute dgIndex =
                       function ORD(c) - function ORD("A") + 1
                   if secondPrevIndex > 0 and prevLetterIndex > 0
                       compute gramIndex = (secondPrevIndex - 1) * 676
                           + (prevLetterIndex - 1) * 26 + dgIndex
      *> alphabet -- still refers.
       computeSubstConfidence.
           move 0 to confLetterCount
           perform varying i from 1 by 1
                   until i > function length(workPlain)
               move workPlain(i:1) to c
               if (c >= "A" and c <= "Z") or (c >= "a" and c <= "z")
                   add 1 to confLetterCount
           move spaces to solveOutRecord
           write solveOutRecord
           move spaces to solveOutRecord
           string "RECORD " recCount
               " SUBSTITUTION CIPHERTEXT=[" delimited by size
               inputString delimited by size "]" delimited by size
               into solveOutRecord
           write solveOutRecord

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
                   "] (confidence " delimited by size
                   confidenceScore delimited by size
                   ", margin " delimited by size
                   confidenceMargin delimited by size
                   ")" delimited by size
                   into solveOutRecord
               write solveOutRecord
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
               move "CAESAR-SUBST INPUT VALIDATION ERROR REPORT"
                   to errorReportLine
               write errorReportLine
               move spaces to errorReportLine
               write errorReportLine
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
