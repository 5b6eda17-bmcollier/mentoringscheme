*> The alumni file is also the run's memory: a match already on it
*> has been done, so the run can be scheduled freely without anyone
*> getting two certificates.
*> A mentee reassigned to a new mentor along the way completes on
*> the last match of the chain; the certificate counts the whole
*> journey - every earlier pairing's sessions and hours, with the
*> earlier mentors named - so the change of mentor costs them
*> nothing.

environment division.
input-output section.
   organization is indexed
   access mode is dynamic
   record key is match-id
   alternate record key is match-mentor-id with duplicates
   alternate record key is match-mentee-id with duplicates
   file status is mt-status.

   select session-log assign to "data/sessions.dat"
01 ws-whole-hours       pic 9(4).
01 ws-spare-minutes     pic 9(2).

*> The reassignment chain behind a completed match, walked back
*> through each predecessor by key. The completed match is parked
*> while the walk uses the record area and put back after, and the
*> file is repositioned just past it so the main pass carries on.
*> The hop limit guards against a damaged chain looping.
01 ws-saved-match       pic x(200).
01 ws-tally-mentor      pic x(10).
01 ws-tally-mentee      pic x(10).
01 ws-chain-hops        pic 9(2).
01 ws-chain-end         pic x.
01 ws-earlier-table.
   05 ws-earlier-name occurs 20 times pic x(40).
01 ws-earlier-count     pic 9(2).
01 ws-earlier-idx       pic 9(2).

*> pm-status is overwritten by every keyed READ, so "is the master
*> open" lives in its own flag set once at OPEN.
01 ws-master-open       pic x value "N".
produce-one-certificate.
    add 1 to ws-cert-count
    perform resolve-pair-names
    move 0 to ws-pair-sessions ws-pair-minutes
    move match-mentor-id to ws-tally-mentor
    move match-mentee-id to ws-tally-mentee
    perform tally-pair-sessions
    perform tally-earlier-pairings thru tally-earlier-exit
    compute ws-whole-hours = ws-pair-minutes / 60
    compute ws-spare-minutes =
        ws-pair-minutes - (ws-whole-hours * 60)
            end-if
    end-read.

*> Each earlier link of the chain adds its pairing's sessions and
*> its mentor's name; then the completed match is restored and the
*> main pass repositioned after it.
tally-earlier-pairings.
    move 0 to ws-earlier-count ws-chain-hops
    move "N" to ws-chain-end
    if match-predecessor-id = spaces
        go to tally-earlier-exit
    end-if
    move match-record to ws-saved-match
    perform tally-one-earlier-pairing
        until ws-chain-end = "Y" or ws-chain-hops >= 20
    move ws-saved-match to match-record
    start match-file key is greater than match-id
        invalid key
            move "Y" to ws-eof-match
    end-start.

tally-earlier-exit.
    exit.

tally-one-earlier-pairing.
    add 1 to ws-chain-hops
    if match-predecessor-id = spaces
        move "Y" to ws-chain-end
    else
        move match-predecessor-id to match-id
        read match-file key is match-id
            invalid key
                move "Y" to ws-chain-end
            not invalid key
                move match-mentor-id to ws-tally-mentor
                move match-mentee-id to ws-tally-mentee
                perform tally-pair-sessions
                if ws-earlier-count < 20
                    add 1 to ws-earlier-count
                    move "(not on master)"
                        to ws-earlier-name(ws-earlier-count)
                    if master-available
                        move match-mentor-id to person-id
                        perform resolve-one-name
                        move ws-lookup-name
                            to ws-earlier-name(ws-earlier-count)
                    end-if
                end-if
        end-read
    end-if.

*> The pairing's lifetime totals, read off the session log's pairing
*> key with corrections applied - the certificate must agree with
*> the statements and the funder reports. Added to the running
*> totals, so a chain of pairings sums into one journey.
tally-pair-sessions.
    move "N" to ws-eof-sess
    open input session-log
    if sn-status = "00"
        move ws-tally-mentor to sess-mentor-id
        move ws-tally-mentee to sess-mentee-id
        start session-log key not less than sess-pair-key
            invalid key
                move "Y" to ws-eof-sess
    end-read

    if not at-eof-sess
       and (sess-mentor-id not = ws-tally-mentor
            or sess-mentee-id not = ws-tally-mentee)
        move "Y" to ws-eof-sess
    end-if

    if not at-eof-sess
        perform apply-adjustments
        if not session-is-voided
           and ws-eff-mentee = ws-tally-mentee
            add 1 to ws-pair-sessions
            add ws-eff-duration to ws-pair-minutes
        end-if
        delimited by size into certificate-line
    end-string
    write certificate-line
    perform write-earlier-mentor
        varying ws-earlier-idx from 1 by 1
        until ws-earlier-idx > ws-earlier-count
    move spaces to certificate-line
    string
        "  " ws-pair-sessions " sessions - "
    end-string
    write certificate-line.

write-earlier-mentor.
    move spaces to certificate-line
    string
        "  and earlier with "
        function trim(ws-earlier-name(ws-earlier-idx))
        delimited by size into certificate-line
    end-string
    write certificate-line.

write-alumni-record.
    move match-id to alum-match-id
    move match-mentor-id to alum-mentor-id
