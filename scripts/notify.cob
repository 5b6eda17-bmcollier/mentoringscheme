*> PERSON-MASTER and appends a mail-drop line to the notification
*> extract picked up by the comms system, so both sides hear they've
*> been paired - or that the pairing has ended - instead of the change
*> sitting silently in a data file. The event kind comes from the
*> caller: "offered" (approved, please accept or decline), "matched"
*> (both accepted), "declined" or "lapsed" (the offer is off) and
*> "ended"; a party who has themselves
*> withdrawn is skipped, so an ending triggered by a withdrawal only
*> reaches the remaining party.
*> An "ended" line also asks the party for their end-of-match
*> survey, answered through POST /api/surveys with the two ids on
*> the line.

environment division.
input-output section.
01 ws-english-text       pic x(40).
01 ws-msg-found          pic x.
01 ws-msg-out            pic x(80).
01 ws-survey-text        pic x(60).

linkage section.
01 mentor-id-in          pic x(10).

    accept ws-notify-date from date yyyymmdd

    evaluate function trim(event-kind-in)
        when "ended"
            move "no longer paired" to ws-english-text
            move "ended" to ws-event-key
        when "offered"
            move "match offered - please accept or decline"
                to ws-english-text
            move "offered" to ws-event-key
        when "declined"
            move "match offer declined" to ws-english-text
            move "declined" to ws-event-key
        when "lapsed"
            move "match offer lapsed - no answer" to ws-english-text
            move "lapsed" to ws-event-key
        when other
            move "matched" to ws-english-text
            move "matched" to ws-event-key
    end-evaluate

    open extend notify-log
    if nt-status = "35"
            move ws-msg-out(1:40) to ws-event-text
        end-if
    end-if
    move spaces to ws-survey-text
    if ws-event-key = "ended"
        perform set-survey-prompt
    end-if
    move spaces to notify-line
    if ws-survey-text = spaces
        string
            function trim(ws-notify-date) " "
            function trim(ws-notify-role) " "
            function trim(person-id) " "
            function trim(ws-event-text) " with "
            function trim(ws-other-id) " contact="
            function trim(person-contact)
            delimited by size into notify-line
        end-string
    else
        string
            function trim(ws-notify-date) " "
            function trim(ws-notify-role) " "
            function trim(person-id) " "
            function trim(ws-event-text) " with "
            function trim(ws-other-id) " contact="
            function trim(person-contact) " survey="
            function trim(ws-survey-text)
            delimited by size into notify-line
        end-string
    end-if
    write notify-line.

*> The end-of-match survey prompt, in Welsh off the message-text
*> reference ("survey" key) where that is the party's preference.
set-survey-prompt.
    move "please tell us how the match went" to ws-survey-text
    if prefers-welsh
        move "survey" to ws-event-key
        perform look-up-welsh-text
        if ws-msg-found = "Y"
            move ws-msg-out(1:60) to ws-survey-text
        end-if
        move "ended" to ws-event-key
    end-if.

*> The Welsh line for the event key, off the message-text
*> reference; re-read per lookup, the way the reference files are
*> read everywhere else.
