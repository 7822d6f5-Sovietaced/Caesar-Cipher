       procedure division.
       mainline.
           open output loadReportFile
           move "CIPHERTEXT ARCHIVE CONVERSION LOAD REPORT"
               to loadReportLine
           write loadReportLine
           move spaces to loadReportLine
           write loadReportLine

           open input archiveOldFile
           if archiveOldFileStatus not = "00"
               move
               "SEQUENTIAL ARCHIVE COULD NOT BE OPENED - LOAD ABANDONED"
                   to loadReportLine
               write loadReportLine
               move 8 to loadReturnCode
           move spaces to loadReportLine
           write loadReportLine
           move spaces to loadReportLine
           string "RECORDS READ: " delimited by size
               readCount delimited by size
               " LOADED: " delimited by size
               loadedCount delimited by size
               " REPLACED DUPLICATES: " delimited by size
               replacedCount delimited by size
               into loadReportLine
           write loadReportLine
           close loadReportFile
       loadIndexedArchive.
           open output archiveFile
           if archiveFileStatus not = "00"
               move
                  "INDEXED ARCHIVE COULD NOT BE OPENED - LOAD ABANDONED"
                   to loadReportLine
               write loadReportLine
               move 8 to loadReturnCode
      *> conversion record distinguishable from a genuine shift-00
      *> Caesar record, so a rotation extract can refuse to sweep up
      *> traffic whose real key is unknown; only records archived
      *> after the conversion carry a usable key identity. Nor was an
      *> integrity check value ever taken, so the ICVs load blank --
      *> not captured, which no verifier reports as a mismatch. An
      *> invalid key means this message ID and segment were already
      *> loaded from an earlier line, and the later copy wins.
       postOneArchiveRecord.
           move archOldMessageId to archMessageId
           move archOldSegNum to archSegNum
           move archOldMode to archMode
           move 0 to archShift
           move "*NOTCAP*" to archKeyId
           move spaces to archPartnerId
           move 0 to archResendCount
           move spaces to archSegIcv
           move spaces to archMsgIcv
           move archOldCiphertext to archCiphertext
           write archiveRecord
               invalid key
