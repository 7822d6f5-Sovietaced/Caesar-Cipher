       identification division.
       program-id. caesar-holdrpt.

      *> Standing legal-hold report. Lists every ACTIVE hold on
      *> HOLDMST -- what it covers, why, who asked for it, who placed
      *> it and how many days it has been in force -- followed by
      *> the archive records it is protecting from caesar-archret's
      *> purge, so counsel and compliance can see at a glance what
      *> is being kept and for how long. A message hold reads its
      *> message straight off the indexed archive by key; an
      *> operator or key-ID hold has no key to start from and sweeps
      *> the archive for records in its run-date range. A record
      *> covered by two holds is listed under each.
      *> A hold that protects no archive records is flagged -- it is
      *> either mis-keyed or its traffic was purged before the hold
      *> went on, and either way someone should look at it.
      *> Released holds are history, not protection, and are left
      *> off; HOLDMST itself keeps them.
      *>
      *> SYSIN supplies one parameter line:
      *>   run date (YYYYMMDD, default today) -- the date hold ages
      *>            are counted to
      *>
      *> Ends RC 8 when HOLDMST or the archive could not be opened --
      *> an unreadable hold master must never read as "nothing held"
      *> -- RC 4 when an active hold protects no archive records, RC 0
      *> otherwise.
       environment division.
       input-output section.
       file-control.
           select holdMasterFile assign to "HOLDMST"
               organization is line sequential
               file status is holdMasterStatus.
           select archiveFile assign to "ARCHIVE"
               organization is indexed
               access is dynamic
               record key is archKey
               file status is archiveFileStatus.
           select holdReportFile assign to "HOLDRPT"
               organization is line sequential.

       data division.
       file section.
       fd  holdMasterFile.
       copy "HOLDREC".

       fd  archiveFile.
       copy "ARCHREC".

       fd  holdReportFile.
       01 holdReportLine pic x(132).

       working-storage section.
       01 holdMasterStatus pic xx.
       01 holdMasterEndFlag pic x(1) value "N".
           88 endOfHoldMaster value "Y".
       01 archiveFileStatus pic xx.
       01 archiveOpenFlag pic x(1) value "N".
           88 archiveIsOpen value "Y".
       01 archiveEndFlag pic x(1) value "N".
           88 endOfArchive value "Y".

       01 runDateInput pic x(8).
       01 runDate pic x(8).
       01 runDateNumeric redefines runDate pic 9(8).
       01 placedDateWork pic x(8).
       01 placedDateNumeric redefines placedDateWork pic 9(8).
       01 holdAgeDays pic 9(5).

       01 activeHoldCount pic 9(5) value 0.
       01 idleHoldCount pic 9(5) value 0.
       01 holdProtectCount pic 9(7).
       01 totalProtectCount pic 9(7) value 0.
       01 recordCoveredFlag pic x(1).
           88 recordIsCovered value "Y" false is "N".
       01 holdRptReturnCode pic 9(2) value 0.

       procedure division.
       mainline.
           accept runDateInput
           if runDateInput is numeric
               move runDateInput to runDate
           else
               move function CURRENT-DATE(1:8) to runDate
           end-if

           open output holdReportFile
           move spaces to holdReportLine
           string "LEGAL HOLD REPORT - ACTIVE HOLDS AS OF "
                   delimited by size
               runDate delimited by size
               into holdReportLine
           write holdReportLine
           move spaces to holdReportLine
           write holdReportLine

           open input archiveFile
           if archiveFileStatus = "00"
               set archiveIsOpen to true
           else
               move "ARCHIVE COULD NOT BE OPENED - HOLDS LISTED WITHOUT"
                   to holdReportLine
               write holdReportLine
               move "  THE RECORDS THEY PROTECT" to holdReportLine
               write holdReportLine
               move spaces to holdReportLine
               write holdReportLine
               move 8 to holdRptReturnCode
           end-if

           open input holdMasterFile
           if holdMasterStatus = "00"
               perform until endOfHoldMaster
                   read holdMasterFile
                       at end
                           set endOfHoldMaster to true
                       not at end
                           if holdIsActive
                               perform reportOneHold
                           end-if
                   end-read
               end-perform
               close holdMasterFile
           else
               move "HOLDMST COULD NOT BE OPENED - NO HOLDS LISTED"
                   to holdReportLine
               write holdReportLine
               move spaces to holdReportLine
               write holdReportLine
               move 8 to holdRptReturnCode
           end-if

           if archiveIsOpen
               close archiveFile
           end-if

           move spaces to holdReportLine
           string "ACTIVE HOLDS: " delimited by size
               activeHoldCount delimited by size
               " PROTECTING NO RECORDS: " delimited by size
               idleHoldCount delimited by size
               " ARCHIVE RECORDS PROTECTED: " delimited by size
               totalProtectCount delimited by size
               into holdReportLine
           write holdReportLine
           close holdReportFile

           if holdRptReturnCode = 0 and idleHoldCount > 0
               move 4 to holdRptReturnCode
           end-if
           move holdRptReturnCode to return-code
           stop run.

      *> The hold's own particulars first, then its archive records.
      *> A placed date that is not a usable date reports age zero
      *> rather than failing the report.
       reportOneHold.
           add 1 to activeHoldCount
           move 0 to holdAgeDays
           move holdPlacedDate to placedDateWork
           if placedDateWork is numeric and placedDateWork <= runDate
               compute holdAgeDays =
                   function integer-of-date(runDateNumeric)
                   - function integer-of-date(placedDateNumeric)
           end-if

           move spaces to holdReportLine
           if holdByMessage
               string "HOLD " delimited by size
                   holdId delimited by size
                   " SCOPE=" delimited by size
                   holdScope delimited by size
                   " SUBJECT=" delimited by size
                   holdSubject delimited by size
                   into holdReportLine
           else
               string "HOLD " delimited by size
                   holdId delimited by size
                   " SCOPE=" delimited by size
                   holdScope delimited by size
                   " SUBJECT=" delimited by size
                   holdSubject delimited by size
                   " RUN DATES " delimited by size
                   holdFromDate delimited by size
                   "-" delimited by size
                   holdToDate delimited by size
                   into holdReportLine
           end-if
           write holdReportLine

           move spaces to holdReportLine
           string "  PLACED " delimited by size
               holdPlacedDate delimited by size
               " BY " delimited by size holdPlacedBy delimited by size
               " AGE " delimited by size holdAgeDays delimited by size
               " DAYS  REQUESTED BY " delimited by size
               function trim(holdRequester) delimited by size
               into holdReportLine
           write holdReportLine

           move spaces to holdReportLine
           string "  REASON: " delimited by size
               function trim(holdReason) delimited by size
               into holdReportLine
           write holdReportLine

           move 0 to holdProtectCount
           if archiveIsOpen
               if holdByMessage
                   perform listMessageHoldRecords
               else
                   perform listRangeHoldRecords
               end-if
           end-if

           move spaces to holdReportLine
           if archiveIsOpen and holdProtectCount = 0
               move "  ** NO ARCHIVE RECORDS MATCH THIS HOLD **"
                   to holdReportLine
               add 1 to idleHoldCount
           else
               string "  ARCHIVE RECORDS PROTECTED: " delimited by size
                   holdProtectCount delimited by size
                   into holdReportLine
           end-if
           write holdReportLine
           move spaces to holdReportLine
           write holdReportLine
           add holdProtectCount to totalProtectCount.

      *> START at the message's first segment and read on until the
      *> message ID changes, as caesar-archret's retrieval does.
       listMessageHoldRecords.
           move "N" to archiveEndFlag
           move holdSubject to archMessageId
           move 0 to archSegNum
           start archiveFile key >= archKey
               invalid key
                   set endOfArchive to true
           end-start
           perform until endOfArchive
               read archiveFile next record
                   at end
                       set endOfArchive to true
                   not at end
                       if archMessageId not = holdSubject
                           set endOfArchive to true
                       else
                           perform listProtectedRecord
                       end-if
               end-read
           end-perform.

      *> No key to start from, so the whole archive is swept from its
      *> lowest key for records run by the operator (scope O) or
      *> encrypted under the key-ID (scope K) within the range.
       listRangeHoldRecords.
           move "N" to archiveEndFlag
           move low-values to archKey
           start archiveFile key >= archKey
               invalid key
                   set endOfArchive to true
           end-start
           perform until endOfArchive
               read archiveFile next record
                   at end
                       set endOfArchive to true
                   not at end
                       perform checkRangeHoldRecord
               end-read
           end-perform.

       checkRangeHoldRecord.
           set recordIsCovered to false
           if archRunDate >= holdFromDate
                   and archRunDate <= holdToDate
               if holdByOperator and archOperator = holdSubject(1:8)
                   set recordIsCovered to true
               end-if
               if holdByKeyId and archKeyId = holdSubject(1:8)
                   set recordIsCovered to true
               end-if
           end-if
           if recordIsCovered
               perform listProtectedRecord
           end-if.

       listProtectedRecord.
           add 1 to holdProtectCount
           move spaces to holdReportLine
           string "    " delimited by size
               archMessageId delimited by size
               " SEG " delimited by size archSegNum delimited by size
               " " delimited by size archRunDate delimited by size
               " " delimited by size archOperator delimited by size
               " MODE=" delimited by size archMode delimited by size
               " KEYID=" delimited by size archKeyId delimited by size
               " PARTNER=" delimited by size
               archPartnerId delimited by size
               into holdReportLine
           write holdReportLine.

       end program caesar-holdrpt.
