identification division.
program-id. cnvmatch.

*> One-off conversion of the MATCH file to carry the mentor id and
*> the mentee id as alternate keys (duplicates allowed), so the
*> per-person readers - the session and session-amendment checks,
*> the matching run's load and match-state counts, the mentor
*> statement, the withdrawal cascade, the grant claim and the
*> subject-access extract - position on the person instead of
*> reading the whole file. The record layout does not change; only
*> the keys the file is built with do, and an indexed file has to
*> be opened with the keys it was built with. So the file is read
*> here keyed on the match id alone, as it was built, and every
*> record is written unchanged to match.new under the current keys.
*> The operator then takes the scheme offline for a moment and
*> renames match.new over match.dat - see the run-book comments in
*> the conversion JCL. Safe to rerun: match.new is rebuilt from
*> scratch each time, and a file already converted simply fails its
*> primary-key-only open here and is skipped with a message.

environment division.
input-output section.
file-control.
   select old-match assign to "data/match.dat"
   organization is indexed
   access mode is dynamic
   record key is old-match-id
   file status is om-status.

   select new-match assign to "data/match.new"
   organization is indexed
   access mode is dynamic
   record key is match-id
   alternate record key is match-mentor-id with duplicates
   alternate record key is match-mentee-id with duplicates
   file status is nm-status.

data division.
file section.

*> The match record as it stands, keyed only on the match id - the
*> file as it was built before the person keys were added.
fd old-match.
01 old-match-record.
   05 old-match-id          pic x(10).
   05 filler                pic x(154).

fd new-match.
copy "matchrec.cpy".

working-storage section.
01 om-status            pic xx.
01 nm-status            pic xx.

01 ws-eof               pic x value "N".
   88 at-eof                value "Y".
01 ws-match-count       pic 9(6) value 0.
01 ws-dropped-count     pic 9(6) value 0.

procedure division.
main-line.
    open input old-match
    if om-status not = "00"
        display "cnvmatch: MATCH file not readable keyed on the match"
            " id alone, status " om-status " - skipped"
        go to main-line-exit
    end-if

    open output new-match
    if nm-status not = "00"
        display "cnvmatch: match.new could not be built, status "
            nm-status
        close old-match
        go to main-line-exit
    end-if
    perform convert-one-match until at-eof
    close old-match new-match

    display "cnvmatch: match records converted  " ws-match-count
    if ws-dropped-count > 0
        display "cnvmatch: records not written      " ws-dropped-count
    end-if
    display "cnvmatch: rename match.new over match.dat"
        " before the next run".

main-line-exit.
    exit program.

convert-one-match.
    read old-match next record
        at end
            move "Y" to ws-eof
    end-read

    if not at-eof
        move old-match-record to match-record
        write match-record
            invalid key
                *> Cannot happen off a file keyed the same way, but a
                *> record that will not go in is counted, not lost
                *> silently in the rename.
                add 1 to ws-dropped-count
            not invalid key
                add 1 to ws-match-count
        end-write
    end-if.

end program cnvmatch.
