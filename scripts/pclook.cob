identification division.
program-id. pclook.

*> Puts a typed postcode into its standard form and looks it up on
*> the POSTCODE reference file, giving back the scheme town it falls
*> in and its deprivation decile. Called by every path that takes a
*> postcode - web enrolment, the bulk intake, the person amendment
*> and the suspense repair - and by the reach report, so they all
*> agree on what a postcode is. The standard form is upper case with
*> the outward and inward codes separated by one space ("sa311ab"
*> and "SA31  1AB" are both "SA31 1AB"). The result byte says how it
*> went:
*>   F  found - town and decile returned
*>   U  well formed but not on the reference file
*>   B  not a postcode at all (blank town, zero decile)
*>   N  well formed, but no reference file to look it up on - the
*>      postcode register is not yet in use, so the caller keeps the
*>      postcode as typed and the town as given
*> Only the shape is checked: an area letter, the district, then a
*> digit and two letters for the inward code.

environment division.
input-output section.
file-control.
   select postcode-file assign to "data/postcode.dat"
   organization is indexed
   access mode is dynamic
   record key is pc-postcode
   file status is pc-status.

data division.
file section.
fd postcode-file.
copy "pcoderc.cpy".

working-storage section.
01 pc-status            pic xx.
01 ws-typed             pic x(10).
01 ws-compact           pic x(10).
01 ws-compact-len       pic 9(2) value 0.
01 ws-outward-len       pic 9(2) value 0.
01 ws-pos               pic 9(2) comp.
01 ws-char              pic x(1).
01 ws-shape-ok          pic x value "Y".
   88 shape-is-good        value "Y".

linkage section.
01 postcode-in          pic x(10).
01 postcode-out         pic x(8).
01 town-out             pic x(6).
01 decile-out           pic 9(2).
01 result-out           pic x(1).

procedure division using by reference postcode-in postcode-out
    town-out decile-out result-out.

main-line.
    move spaces to postcode-out town-out
    move 0 to decile-out
    move "B" to result-out

    *> Upper case, every space squeezed out.
    move function upper-case(postcode-in) to ws-typed
    move spaces to ws-compact
    move 0 to ws-compact-len
    perform keep-one-char
        varying ws-pos from 1 by 1 until ws-pos > 10

    perform check-shape
    if not shape-is-good
        go to main-line-exit
    end-if

    compute ws-outward-len = ws-compact-len - 3
    string ws-compact(1:ws-outward-len) " "
        ws-compact(ws-outward-len + 1:3)
        delimited by size into postcode-out
    end-string

    open input postcode-file
    if pc-status not = "00"
        move "N" to result-out
        go to main-line-exit
    end-if
    move postcode-out to pc-postcode
    read postcode-file
        invalid key
            move "U" to result-out
        not invalid key
            move "F" to result-out
            move pc-town-code to town-out
            move pc-decile to decile-out
    end-read
    close postcode-file.

main-line-exit.
    exit program.

keep-one-char.
    move ws-typed(ws-pos:1) to ws-char
    if ws-char not = space and ws-compact-len < 10
        add 1 to ws-compact-len
        move ws-char to ws-compact(ws-compact-len:1)
    end-if.

*> Five to seven characters: the outward code starts with a letter
*> and holds letters and digits only; the inward code is a digit
*> followed by two letters.
check-shape.
    move "Y" to ws-shape-ok
    if ws-compact-len < 5 or ws-compact-len > 7
        move "N" to ws-shape-ok
    else
        if ws-compact(1:1) is not alphabetic
            move "N" to ws-shape-ok
        end-if
        perform check-outward-char
            varying ws-pos from 2 by 1 until ws-pos > ws-compact-len - 3
        if ws-compact(ws-compact-len - 2:1) is not numeric
           or ws-compact(ws-compact-len - 1:2) is not alphabetic
            move "N" to ws-shape-ok
        end-if
    end-if.

check-outward-char.
    move ws-compact(ws-pos:1) to ws-char
    if ws-char is not alphabetic and ws-char is not numeric
        move "N" to ws-shape-ok
    end-if.

end program pclook.
