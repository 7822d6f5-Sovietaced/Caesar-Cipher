      *> but no Caesar shift fits. caesar-solve passes mode-S records
      *> over to the caesar-subst step, which mounts the frequency
      *> attack; everything else rejects them.
      *> Mode K is an intercepted message we hold a crib for -- a word
      *> or phrase believed to appear in the plaintext, optionally at
      *> a known position. caesar-solve slides the crib across the
      *> ciphertext to derive the Caesar shift or Vigenere keyword;
      *> the crib travels on the SOLVEIN record, not here, and every
      *> other program rejects mode K just as it rejects mode U.
      *> Used by caesar-encrypt, caesar-solve and caesar-reconcile so all
      *> three agree on what an inputString/numShift/keyId job is.
       01 cipherRecord.
               88 vigenereMode   value "V" "v".
               88 vigenereUnknownMode value "U" "u".
               88 substitutionMode value "S" "s".
               88 cribMode       value "K" "k".
           05 keyId              pic x(8).
