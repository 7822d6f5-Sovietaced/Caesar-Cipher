      *> sentinel key-ID *NOTCAP* ("not captured") -- the sentinel,
      *> not the shift, is what marks them, since shift 00 is a
      *> legitimate value on a genuine record.
      *> archPartnerId is the destination partner the record was
      *> routed to, and archResendCount how many times caesar-retrans
      *> has sent the message again since (kept on every segment of
      *> the message alike). caesar-ackrecon reads the count to tell
      *> a message never acknowledged from one resent and still not
      *> acknowledged. Records archived before the partner was
      *> captured carry a blank partner ID and a zero count.
      *> archSegIcv/archMsgIcv are the segment's and the whole
      *> message's integrity check values (cipher-icv) as sent to the
      *> partner -- every segment of a message carries the same
      *> message ICV. caesar-archret and caesar-ackrecon recompute
      *> them to prove the archived copy is still what went out.
      *> Records archived before the ICV was captured carry blanks,
      *> reported as not captured rather than as a mismatch.
       01 archiveRecord.
           05 archKey.
               10 archMessageId  pic x(12).
           05 archShift          pic 9(2).
           05 archKeyId          pic x(8).
           05 archCiphertext     pic x(99).
           05 archPartnerId      pic x(4).
           05 archResendCount    pic 9(3).
           05 archSegIcv         pic x(8).
           05 archMsgIcv         pic x(8).
