      *> addressed to a partner not on this file rejects like any
      *> other validation failure; a missing master rejects
      *> everything, since routing blind is worse than stopping.
      *> The master is maintained through caesar-partmaint, never by
      *> hand: it only ever appends, so a partner's slot can never
      *> move, and a partner is suspended rather than removed.
      *> partnerStatus sits at the record's tail so masters written
      *> before it existed read it as blank -- active -- and a
      *> suspended partner keeps its slot while caesar-encrypt and
      *> caesar-intake refuse its traffic in both directions.
       01 partnerRecord.
           05 partnerId            pic x(4).
           05 partnerName          pic x(20).
           05 partnerAllowCaesar   pic x(1).
           05 partnerAllowVigenere pic x(1).
           05 partnerDefaultKeyId  pic x(8).
           05 partnerStatus        pic x(1).
               88 partnerIsSuspended   value "S" "s".
