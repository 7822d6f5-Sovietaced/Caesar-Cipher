      *> PARTOUT - partner ciphertext output record.
      *> The record a partner receives on its ENCOUTn file: one
      *> 99-byte ciphertext segment with the message ID, segment
      *> number and segment count the partner acknowledges against.
      *> A standalone message carries its generated ID with segment
      *> number and count both zero. caesar-encrypt composes it for
      *> the nightly traffic and caesar-retrans rebuilds it from the
      *> archive for a resend, so a retransmitted segment is byte
      *> for byte the record the partner got the first time.
      *> partnerOutSegIcv is the segment's integrity check value and
      *> partnerOutMsgIcv the whole message's (cipher-icv), the same
      *> values the archive keeps; a partner that echoes the segment
      *> ICV back on its ack lets caesar-ackrecon prove the segment
      *> arrived as it left.
       01 partnerOutWork.
           05 partnerOutText      pic x(99).
           05 partnerOutMessageId pic x(12).
           05 partnerOutSegNum    pic 9(3).
           05 partnerOutSegCount  pic 9(3).
           05 partnerOutSegIcv    pic x(8).
           05 partnerOutMsgIcv    pic x(8).
