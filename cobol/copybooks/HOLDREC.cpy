      *> HOLDREC - legal-hold master record.
      *> One entry per hold placed on archived ciphertext that is
      *> under a dispute, a partner investigation or a compliance
      *> inquiry. A hold protects either one message (scope M, the
      *> message ID in holdSubject) or everything an operator ran
      *> (scope O) or everything encrypted under one key-ID (scope
      *> K) within the holdFromDate-holdToDate run-date range.
      *> caesar-archret's purge skips every archive record an ACTIVE
      *> hold covers, however old it is. Holds are placed and
      *> released through caesar-holdmaint only, under dual control;
      *> a released hold stays on file with its release date and
      *> releasing operator for the record, so a hold ID is never
      *> reused.
       01 holdRecord.
           05 holdId               pic x(8).
           05 holdScope            pic x(1).
               88 holdByMessage        value "M".
               88 holdByOperator       value "O".
               88 holdByKeyId          value "K".
           05 holdSubject          pic x(12).
           05 holdFromDate         pic x(8).
           05 holdToDate           pic x(8).
           05 holdReason           pic x(40).
           05 holdRequester        pic x(20).
           05 holdPlacedDate       pic x(8).
           05 holdPlacedBy         pic x(8).
           05 holdReleasedDate     pic x(8).
           05 holdReleasedBy       pic x(8).
           05 holdStatus           pic x(1).
               88 holdIsActive         value "A".
               88 holdIsReleased       value "R".
