*> without waiting for the morning reports. With an id it is a
*> single-record lookup; without one it is a paginated listing with
*> the same envelope, page handling and CSV treatment as the people
*> listing, filtered by town= and status= (pending/offered/active/
*> rejected/declined/lapsed/ended or their single letters) from the
*> query string.

environment division.
input-output section.
   organization is indexed
   access mode is dynamic
   record key is match-id
   alternate record key is match-mentor-id with duplicates
   alternate record key is match-mentee-id with duplicates
   file status is mt-status.

data division.
        when "ended"
        when "e"
            move "E" to ws-status-wanted
        when "offered"
        when "o"
            move "O" to ws-status-wanted
        when "declined"
        when "d"
            move "D" to ws-status-wanted
        when "lapsed"
        when "l"
            move "L" to ws-status-wanted
        when other
            continue
    end-evaluate.
            move "rejected" to status-text
        when match-is-ended
            move "ended" to status-text
        when match-is-offered
            move "offered" to status-text
        when match-is-declined
            move "declined" to status-text
        when match-is-lapsed
            move "lapsed" to status-text
        when other
            move "unknown" to status-text
    end-evaluate
            function concatenate ('"town":"', function trim(match-town-code), '",')
            newline
        end-display
        if match-predecessor-id not = spaces
            display
                function concatenate ('"successor-of":"',
                    function trim(match-predecessor-id), '",')
                newline
            end-display
        end-if
        display
            function concatenate ('"from":"', function trim(match-date), '",')
            newline
        end-display
        if match-is-ended or match-is-rejected
           or match-is-declined or match-is-lapsed
            display
                function concatenate ('"status":"', function trim(status-text), '",')
                newline
