       identification division.
       program-id. caesar-watch.

      *> Watch-list alerting on solved plaintext. Analysts used to
      *> read every night's solved traffic by eye to find the few
      *> intercepts that matter; this program scans it against the
      *> WATCHLST file of terms, names and place codes the analysts
      *> maintain, each with a severity, and raises an alert for
      *> every hit. Three sources are scanned:
      *>   SOLV - caesar-solve's solved lines on SOLVEOUT: a TOP PICK
      *>          with its plaintext, and the RECOVERED=[ lines of
      *>          Vigenere, unknown-key and whole-block solutions
      *>   SUBS - caesar-subst's SUBST SOLVED=[ lines on SOLVEOUT
      *>   RVW  - the analyst-confirmed plaintext caesar-review wrote
      *>          to RVWOUT
      *> Keyword lines (KEY RECOVERED, RUNNER-UP) are not plaintext
      *> and are not scanned. The message ID on a SOLVEOUT hit is the
      *> block's, or RECORD nnnnn for a standalone record, taken from
      *> the RECORD/BLOCK line that heads the solution.
      *> SOLVEOUT is cumulative across nights, so WATCHCTL remembers
      *> how many of its lines have already been scanned (append-
      *> only, last record wins) and tonight's scan starts after
      *> them. A SOLVEOUT shorter than that count has been cleared
      *> down and is scanned from its first line.
      *> A term matches on whole words, case ignored. Alerts go to
      *> WATCHRPT and the WATCHALT file ranked by severity (1 is the
      *> highest), in scan order within a severity.
      *>
      *> SYSIN supplies one optional line: A to rescan all of
      *> SOLVEOUT regardless of WATCHCTL.
      *>
      *> Ends RC 8 on any severity-1 hit (the scheduler pages on it),
      *> RC 4 on lower-severity hits only, RC 12 when the watch list
      *> is missing or empty -- a scan against nothing must not pass
      *> for a quiet night -- and RC 0 otherwise.
       environment division.
       input-output section.
       file-control.
           select watchListFile assign to "WATCHLST"
               organization is line sequential
               file status is watchListStatus.
           select solveReportFile assign to "SOLVEOUT"
               organization is line sequential
               file status is solveReportStatus.
           select reviewOutFile assign to "RVWOUT"
               organization is line sequential
               file status is reviewOutStatus.
           select watchControlFile assign to "WATCHCTL"
               organization is line sequential
               file status is watchControlStatus.
           select alertFile assign to "WATCHALT"
               organization is line sequential.
           select alertReportFile assign to "WATCHRPT"
               organization is line sequential.

       data division.
       file section.
       fd  watchListFile.
       01 watchListRecord.
           05 watchSeverity    pic 9(1).
           05 watchSeverityText redefines watchSeverity pic x(1).
           05 filler           pic x(1).
           05 watchTerm        pic x(30).

       fd  solveReportFile.
       01 solveOutRecord pic x(180).

      *> caesar-review's confirmed-plaintext record.
       fd  reviewOutFile.
       01 acceptedRecord.
           05 accMessageId       pic x(12).
           05 accShift           pic 9(3).
           05 accPlaintext       pic x(99).
           05 accAnalyst         pic x(8).

       fd  watchControlFile.
       01 watchControlRecord.
           05 watchCtlDate     pic x(8).
           05 watchCtlLines    pic 9(7).

       fd  alertFile.
       01 alertRecord.
           05 alertSeverity    pic 9(1).
           05 alertSource      pic x(4).
           05 alertMessageId   pic x(12).
           05 alertTerm        pic x(30).
           05 alertContext     pic x(40).
           05 alertRunDate     pic x(8).

       fd  alertReportFile.
       01 alertReportLine pic x(132).

       working-storage section.
       01 watchListStatus pic xx.
       01 solveReportStatus pic xx.
       01 reviewOutStatus pic xx.
       01 watchControlStatus pic xx.
       01 fileEndFlag pic x(1) value "N".
           88 endOfCurrentFile value "Y".

       01 runDate pic x(8).
       01 rescanInput pic x(1).
           88 rescanAllOfSolveOut value "A" "a".

       01 termCount pic 9(3) value 0.
       01 termTable.
           05 termEntry occurs 300 times.
               10 termSeverity     pic 9(1).
               10 termText         pic x(30).
               10 termLength       pic 9(2).
               10 termHitCount     pic 9(5).
       01 t pic 9(3).
       01 watchListRejected pic 9(5) value 0.

       01 linesAlreadyScanned pic 9(7) value 0.
       01 solveLineCount pic 9(7) value 0.
       01 solveLinesScanned pic 9(7) value 0.
       01 solveClearedFlag pic x(1) value "N".
           88 solveOutWasCleared value "Y".
       01 reviewRecordsScanned pic 9(7) value 0.
       01 currentReference pic x(12) value spaces.

      *> The plaintext under scan, upper-cased, and where it came from.
       01 scanSource pic x(4).
       01 scanMessageId pic x(12).
       01 scanText pic x(180).
       01 scanLength pic 9(3).
       01 markerText pic x(20).
       01 markerCount pic 9(3).
       01 textStart pic 9(3).
       01 textEnd pic 9(3).
       01 i pic 9(3).
       01 lastStart pic 9(3).
       01 contextStart pic 9(3).
       01 boundaryChar pic x(1).
       01 boundaryFlag pic x(1).
           88 atWordBoundary value "Y".
       01 textsScanned pic 9(7) value 0.

      *> Hits are held until the end so they can be written in
      *> severity order.
       01 alertCount pic 9(4) value 0.
       01 alertOverflowCount pic 9(5) value 0.
       01 alertTable.
           05 alertEntry occurs 1000 times.
               10 heldSeverity     pic 9(1).
               10 heldSource       pic x(4).
               10 heldMessageId    pic x(12).
               10 heldTerm         pic x(30).
               10 heldContext      pic x(40).
       01 a pic 9(4).
       01 rankSeverity pic 9(2).
       01 severityCounts.
           05 severityCount pic 9(5) occurs 9 times value 0.
       01 lowerSeverityCount pic 9(5) value 0.

       01 watchReturnCode pic 9(2) value 0.

       procedure division.
       mainline.
           move function CURRENT-DATE(1:8) to runDate
           move space to rescanInput
           accept rescanInput

           open output alertReportFile
           move "WATCH-LIST ALERT REPORT" to alertReportLine
           write alertReportLine
           move spaces to alertReportLine
           string "RUN DATE " delimited by size
               runDate delimited by size
               into alertReportLine
           write alertReportLine
           move spaces to alertReportLine
           write alertReportLine

           perform loadWatchList
           if termCount = 0
               move "WATCH LIST MISSING OR EMPTY - NOTHING SCANNED"
                   to alertReportLine
               write alertReportLine
               close alertReportFile
               move 12 to return-code
               stop run
           end-if

           perform readLinesAlreadyScanned
           perform scanSolveReport
           perform scanReviewOutput
           perform writeRankedAlerts
           perform appendControlRecord
           perform writeWatchSummary
           close alertReportFile
           move watchReturnCode to return-code
           stop run.

      *> A line with no usable severity or no term is listed and
      *> skipped, not guessed at.
       loadWatchList.
           move 0 to termCount
           move "N" to fileEndFlag
           open input watchListFile
           if watchListStatus = "00"
               perform until endOfCurrentFile
                   read watchListFile
                       at end
                           set endOfCurrentFile to true
                       not at end
                           perform loadOneWatchTerm
                   end-read
               end-perform
               close watchListFile
           end-if.

       loadOneWatchTerm.
           if watchSeverityText is not numeric
                   or watchSeverity = 0
                   or watchTerm = spaces
               add 1 to watchListRejected
               move spaces to alertReportLine
               string "WATCH LIST LINE IGNORED - SEVERITY MUST BE 1-9 "
                   delimited by size
                   "AND TERM NON-BLANK: [" delimited by size
                   watchListRecord delimited by size
                   "]" delimited by size
                   into alertReportLine
               write alertReportLine
           else
               if termCount < 300
                   add 1 to termCount
                   move watchSeverity to termSeverity(termCount)
                   move function upper-case(function trim(watchTerm))
                       to termText(termCount)
                   move function length(function trim(watchTerm))
                       to termLength(termCount)
                   move 0 to termHitCount(termCount)
               else
                   add 1 to watchListRejected
               end-if
           end-if.

      *> The last control record wins; a missing file means nothing
      *> has been scanned yet.
       readLinesAlreadyScanned.
           move 0 to linesAlreadyScanned
           move "N" to fileEndFlag
           open input watchControlFile
           if watchControlStatus = "00"
               perform until endOfCurrentFile
                   read watchControlFile
                       at end
                           set endOfCurrentFile to true
                       not at end
                           if watchCtlLines is numeric
                               move watchCtlLines
                                   to linesAlreadyScanned
                           end-if
                   end-read
               end-perform
               close watchControlFile
           end-if
           if rescanAllOfSolveOut
               move 0 to linesAlreadyScanned
           end-if.

      *> SOLVEOUT is counted first: a count short of what WATCHCTL
      *> says was scanned means the file was cleared down since.
       scanSolveReport.
           move 0 to solveLineCount
           move "N" to fileEndFlag
           open input solveReportFile
           if solveReportStatus = "00"
               perform until endOfCurrentFile
                   read solveReportFile
                       at end
                           set endOfCurrentFile to true
                       not at end
                           add 1 to solveLineCount
                   end-read
               end-perform
               close solveReportFile
           end-if
           if solveLineCount < linesAlreadyScanned
               set solveOutWasCleared to true
               move 0 to linesAlreadyScanned
           end-if

           move 0 to solveLineCount
           move "N" to fileEndFlag
           open input solveReportFile
           if solveReportStatus = "00"
               perform until endOfCurrentFile
                   read solveReportFile
                       at end
                           set endOfCurrentFile to true
                       not at end
                           add 1 to solveLineCount
                           perform noteSolutionHeading
                           if solveLineCount > linesAlreadyScanned
                               add 1 to solveLinesScanned
                               perform scanOneSolveLine
                           end-if
                   end-read
               end-perform
               close solveReportFile
           end-if.

      *> RECORD nnnnn and BLOCK <message ID> head each solution; the
      *> heading is tracked even across lines already scanned, so the
      *> first new line of tonight still knows whose it is.
       noteSolutionHeading.
           if solveOutRecord(1:7) = "RECORD "
               move solveOutRecord(1:12) to currentReference
           else
               if solveOutRecord(1:6) = "BLOCK "
                   move spaces to currentReference
                   unstring solveOutRecord(7:40) delimited by " "
                       into currentReference
                   end-unstring
               end-if
           end-if.

       scanOneSolveLine.
           move spaces to markerText
           move 0 to markerCount
           inspect solveOutRecord tallying markerCount
               for all "SUBST SOLVED=["
           if markerCount > 0
               move "SUBST SOLVED=[" to markerText
               move "SUBS" to scanSource
           else
               inspect solveOutRecord tallying markerCount
                   for all "KEY RECOVERED=["
               if markerCount = 0
                   inspect solveOutRecord tallying markerCount
                       for all "RECOVERED=["
                   if markerCount > 0
                       move "RECOVERED=[" to markerText
                       move "SOLV" to scanSource
                   else
                       inspect solveOutRecord tallying markerCount
                           for all "TOP PICK -> Caesar"
                       if markerCount > 0
                           move ": [" to markerText
                           move "SOLV" to scanSource
                       end-if
                   end-if
               end-if
           end-if
           if markerText not = spaces
               perform extractBracketedText
               if scanLength > 0
                   move currentReference to scanMessageId
                   perform scanTextForTerms
               end-if
           end-if.

      *> The plaintext runs from just after the marker's bracket to
      *> the closing bracket -- the one before " (" where a
      *> confidence tail follows, otherwise the line's last. A block
      *> TOP PICK line carries no bracket and no text: its segments'
      *> RECOVERED=[ lines follow.
       extractBracketedText.
           move 0 to scanLength
           move 0 to textStart
           move function length(function trim(markerText))
               to markerCount
           perform varying i from 1 by 1
                   until i > 180 - markerCount or textStart > 0
               if solveOutRecord(i:markerCount)
                       = markerText(1:markerCount)
                   compute textStart = i + markerCount
               end-if
           end-perform
           if textStart > 0
               move 0 to textEnd
               perform varying i from textStart by 1 until i > 178
                   if solveOutRecord(i:3) = "] ("
                       move i to textEnd
                       move 178 to i
                   end-if
               end-perform
               if textEnd = 0
                   perform varying i from 180 by -1
                           until i < textStart or textEnd > 0
                       if solveOutRecord(i:1) = "]"
                           move i to textEnd
                       end-if
                   end-perform
               end-if
               if textEnd > textStart
                   compute scanLength = textEnd - textStart
                   move spaces to scanText
                   move function upper-case(
                       solveOutRecord(textStart:scanLength))
                       to scanText
               end-if
           end-if.

       scanReviewOutput.
           move "N" to fileEndFlag
           open input reviewOutFile
           if reviewOutStatus = "00"
               perform until endOfCurrentFile
                   read reviewOutFile
                       at end
                           set endOfCurrentFile to true
                       not at end
                           add 1 to reviewRecordsScanned
                           move "RVW" to scanSource
                           move accMessageId to scanMessageId
                           if scanMessageId = spaces
                               move "STANDALONE" to scanMessageId
                           end-if
                           move spaces to scanText
                           move function upper-case(accPlaintext)
                               to scanText
                           move 99 to scanLength
                           perform scanTextForTerms
                   end-read
               end-perform
               close reviewOutFile
           end-if.

      *>****************************************************************
      *> Every term is tried at every position of the text. A match
      *> counts only on whole words: the characters either side must
      *> not be letters (or must be the ends of the text), so ROME
      *> does not fire on PROMENADE.
      *>****************************************************************
       scanTextForTerms.
           add 1 to textsScanned
           perform varying t from 1 by 1 until t > termCount
               if termLength(t) <= scanLength
                   compute lastStart = scanLength - termLength(t) + 1
                   perform varying i from 1 by 1 until i > lastStart
                       if scanText(i:termLength(t))
                               = termText(t)(1:termLength(t))
                           perform checkWordBoundary
                           if atWordBoundary
                               perform holdOneAlert
                           end-if
                       end-if
                   end-perform
               end-if
           end-perform.

       checkWordBoundary.
           set atWordBoundary to true
           if i > 1
               move scanText(i - 1:1) to boundaryChar
               if boundaryChar is alphabetic and boundaryChar not = " "
                   move "N" to boundaryFlag
               end-if
           end-if
           if i + termLength(t) <= scanLength
               move scanText(i + termLength(t):1) to boundaryChar
               if boundaryChar is alphabetic and boundaryChar not = " "
                   move "N" to boundaryFlag
               end-if
           end-if.

      *> Context is forty characters of the text with the match
      *> fifteen in, or from the start when the match is nearer it.
       holdOneAlert.
           add 1 to termHitCount(t)
           add 1 to severityCount(termSeverity(t))
           if termSeverity(t) = 1
               move 8 to watchReturnCode
           else
               add 1 to lowerSeverityCount
               if watchReturnCode < 4
                   move 4 to watchReturnCode
               end-if
           end-if
           if alertCount < 1000
               add 1 to alertCount
               move termSeverity(t) to heldSeverity(alertCount)
               move scanSource to heldSource(alertCount)
               move scanMessageId to heldMessageId(alertCount)
               move termText(t) to heldTerm(alertCount)
               move 1 to contextStart
               if i > 15
                   compute contextStart = i - 15
               end-if
               if contextStart > 141
                   move 141 to contextStart
               end-if
               move scanText(contextStart:40)
                   to heldContext(alertCount)
           else
               add 1 to alertOverflowCount
           end-if.

       writeRankedAlerts.
           open output alertFile
           move "SEV SRC  MESSAGE ID   TERM" to alertReportLine
           move "CONTEXT" to alertReportLine(50:7)
           write alertReportLine
           perform varying rankSeverity from 1 by 1
                   until rankSeverity > 9
               perform varying a from 1 by 1 until a > alertCount
                   if heldSeverity(a) = rankSeverity
                       perform writeOneAlert
                   end-if
               end-perform
           end-perform
           close alertFile
           if alertCount = 0
               move "NO WATCH-LIST TERMS FOUND" to alertReportLine
               write alertReportLine
           end-if.

       writeOneAlert.
           move heldSeverity(a) to alertSeverity
           move heldSource(a) to alertSource
           move heldMessageId(a) to alertMessageId
           move heldTerm(a) to alertTerm
           move heldContext(a) to alertContext
           move runDate to alertRunDate
           write alertRecord

           move spaces to alertReportLine
           string " " delimited by size
               heldSeverity(a) delimited by size
               "  " delimited by size
               heldSource(a) delimited by size
               " " delimited by size
               heldMessageId(a) delimited by size
               " " delimited by size
               heldTerm(a) delimited by size
               " [" delimited by size
               heldContext(a) delimited by size
               "]" delimited by size
               into alertReportLine
           end-string
           write alertReportLine.

      *> Written every run, so the next night starts after tonight's
      *> last line even when tonight found nothing.
       appendControlRecord.
           open input watchControlFile
           if watchControlStatus = "35"
               open output watchControlFile
               close watchControlFile
           else
               close watchControlFile
           end-if
           open extend watchControlFile
           move runDate to watchCtlDate
           move solveLineCount to watchCtlLines
           write watchControlRecord
           close watchControlFile.

       writeWatchSummary.
           move spaces to alertReportLine
           write alertReportLine
           if solveOutWasCleared
               move "SOLVEOUT SHORTER THAN LAST SCAN - RESCANNED WHOLE"
                   to alertReportLine
               write alertReportLine
           end-if
           move spaces to alertReportLine
           string "WATCH TERMS: " delimited by size
               termCount delimited by size
               " IGNORED: " delimited by size
               watchListRejected delimited by size
               " SOLVEOUT LINES SCANNED: " delimited by size
               solveLinesScanned delimited by size
               " RVWOUT RECORDS: " delimited by size
               reviewRecordsScanned delimited by size
               " TEXTS SCANNED: " delimited by size
               textsScanned delimited by size
               into alertReportLine
           write alertReportLine
           move spaces to alertReportLine
           string "ALERTS: " delimited by size
               alertCount delimited by size
               " SEVERITY 1: " delimited by size
               severityCount(1) delimited by size
               " SEVERITY 2-9: " delimited by size
               lowerSeverityCount delimited by size
               into alertReportLine
           write alertReportLine
           if alertOverflowCount > 0
               move spaces to alertReportLine
               string "ALERT TABLE FULL - HITS COUNTED BUT NOT LISTED: "
                   delimited by size
                   alertOverflowCount delimited by size
                   into alertReportLine
               write alertReportLine
           end-if.

       end program caesar-watch.
