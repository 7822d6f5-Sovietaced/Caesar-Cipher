      *> PARTHIST - per-partner submission history record.
      *> caesar-encrypt appends one per PARTMST partner at the end of
      *> every batch run, plus one with a blank partner ID for the
      *> rejections that could not be laid at any partner's door (a
      *> blank or unknown destination, a detail or trailer arriving
      *> outside any block). ENCTOT is deleted before each night's
      *> run and its partner records carry no rejections at all, so
      *> this file is what keeps a month of per-partner submissions
      *> for caesar-partstmt's chargeback statement. A rejected
      *> standalone record counts against the partner it named; a
      *> rejected block against the partner on its header.
       01 partnerHistoryRecord.
           05 partHistRunDate        pic x(8).
           05 partHistPartnerId      pic x(4).
           05 partHistUnitsSent      pic 9(5).
           05 partHistRecordsWritten pic 9(5).
           05 partHistUnitsRejected  pic 9(5).
