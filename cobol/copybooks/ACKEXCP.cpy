      *> ACKEXCP - acknowledgment exception extract record.
      *> caesar-ackrecon writes one per message it reports
      *> OUTSTANDING (type O, segment 000 = the whole message) and
      *> one per unacknowledged segment of a message it reports
      *> PARTIAL (type P), carrying the partner the message was
      *> routed to and how many times it has already been resent.
      *> caesar-retrans reads the extract as its automatic resend
      *> list, so the reconciliation report and the resend queue
      *> can never disagree about what is missing.
       01 ackExceptionRecord.
           05 excType            pic x(1).
               88 excOutstanding     value "O".
               88 excPartial         value "P".
           05 excMessageId       pic x(12).
           05 excSegNum          pic 9(3).
           05 excPartnerId       pic x(4).
           05 excSentDate        pic x(8).
           05 excResendCount     pic 9(3).
