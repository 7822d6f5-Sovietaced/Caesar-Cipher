       identification division.
       program-id. cipher-icv.

      *> Integrity check value for partner ciphertext. caesar-encrypt
      *> CALLs this for every ciphertext record it sends, and
      *> caesar-archret, caesar-ackrecon and caesar-rotext CALL the
      *> same routine to prove an archived record back, so the value
      *> is built in exactly one place. The image hashed is the
      *> ciphertext together with the message ID and segment number
      *> it went out under -- a segment moved to another message or
      *> another position fails as surely as one with a changed byte
      *> -- and the arithmetic is audit-hash's, the same one that
      *> chains AUDITLOG.
      *> icvChainValue is blank for a segment's own ICV. A whole
      *> message's ICV is the running value taken segment by segment
      *> in sequence: each segment is hashed with the value so far as
      *> its chain value, so the last value covers every segment,
      *> their order and their count. A standalone message's ICV is
      *> therefore the same as its one segment's.
       environment division.

       data division.
       working-storage section.
       01 icvLineImage.
           05 icvImageChain      pic x(8).
           05 icvImageMessageId  pic x(12).
           05 icvImageSegNum     pic 9(3).
           05 icvImageCiphertext pic x(99).
           05 filler             pic x(38) value spaces.
       01 icvHashValue pic 9(8).

       linkage section.
       01 icvCiphertext pic x(99).
       01 icvMessageId pic x(12).
       01 icvSegNum pic 9(3).
       01 icvChainValue pic x(8).
       01 icvResult pic x(8).

       procedure division using icvCiphertext, icvMessageId, icvSegNum,
               icvChainValue, icvResult.
       mainline.
           move icvChainValue to icvImageChain
           move icvMessageId to icvImageMessageId
           move icvSegNum to icvImageSegNum
           move icvCiphertext to icvImageCiphertext
           call "audit-hash" using icvLineImage, icvHashValue
           end-call
           move icvHashValue to icvResult
           goback.

       end program cipher-icv.
