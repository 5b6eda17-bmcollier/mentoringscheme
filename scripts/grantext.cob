   organization is indexed
   access mode is dynamic
   record key is match-id
   alternate record key is match-mentor-id with duplicates
   alternate record key is match-mentee-id with duplicates
   file status is mt-status.

   select claim-extract assign to "data/grantclaim.txt"
    end-if.

*> Any MATCH record for the pairing names the town the work was
*> delivered in, whatever status it has since reached. The mentee's
*> matches are read off the mentee key, not the whole file.
resolve-session-town.
    move "~none " to ws-pair-town
    move spaces to ws-pair-prog
    move "N" to ws-eof-match
    open input match-file
    if mt-status = "00"
        move ws-eff-mentee to match-mentee-id
        start match-file key not less than match-mentee-id
            invalid key
                move "Y" to ws-eof-match
        end-start
        perform check-one-match-town
            until at-eof-match or ws-pair-town not = "~none "
        close match-file
            move "Y" to ws-eof-match
    end-read

    if not at-eof-match and match-mentee-id not = ws-eff-mentee
        move "Y" to ws-eof-match
    end-if

    if not at-eof-match and match-mentor-id = sess-mentor-id
        move match-town-code to ws-pair-town
        move match-programme to ws-pair-prog
    end-if.
