      *> know about is refused rather than waved through.
       checkProgramAuthority.
           set authNotAuthorized to true
      *> caesar-intake is the receiving half of the partner exchange
      *> caesar-encrypt sends, and caesar-retrans sends the same
      *> traffic again, so both ride on the encrypt authority.
           if authProgramName = "CAESAR-ENCRYPT"
                   or authProgramName = "CAESAR-INTAKE"
                   or authProgramName = "CAESAR-RETRANS"
               if operEntryMayEncrypt(matchIndex) = "Y"
                       or operEntryMayEncrypt(matchIndex) = "y"
                   set authAuthorized to true
                   set authAuthorized to true
               end-if
           end-if
      *> The maintenance/purge utilities share one authority flag:
      *> anyone trusted to maintain keys is trusted to maintain
      *> operators and partners, work the archive and place or lift
      *> legal holds on it, and the same flag is what qualifies a
      *> second operator as a dual-control approver.
           if authProgramName = "CAESAR-KEYMAINT"
                   or authProgramName = "CAESAR-OPERMNT"
                   or authProgramName = "CAESAR-PARTMNT"
                   or authProgramName = "CAESAR-ARCHRET"
                   or authProgramName = "CAESAR-HOLDMNT"
               if operEntryMayMaint(matchIndex) = "Y"
                       or operEntryMayMaint(matchIndex) = "y"
                   set authAuthorized to true
                       not at end
                           if operEntryCount < 100
                               add 1 to operEntryCount
                               move operatorId
                                   to operEntryId(operEntryCount)
                               move operatorMayEncrypt to
                                 operEntryMayEncrypt(operEntryCount)
                               move operatorMaySolve
                                   to operEntryMaySolve(operEntryCount)
                               move operatorActive
