identification division.
program-id. auditchk.

*> Check value for one API audit line: a running value over the
*> line's text (columns 1-110), seeded with the check value of the
*> line before it, so a line cannot be altered, removed or inserted
*> without every check value from that point on coming out wrong.
*> The chain key (AUDIT_CHAIN_KEY, held by the scheme's data
*> protection lead and set only in the API and verification
*> environments) is folded in after the text, so someone who can
*> edit the log but does not hold the key cannot work out the check
*> values an edited line would need. A first chained line is seeded
*> with zero. Called by api.cob for each line it writes and by the
*> chain verification step (auditvfy.cob) for each line it reads.

environment division.

data division.
working-storage section.
*> Running value kept below a large prime, so each step's multiply
*> stays well inside the eighteen digits.
01 ws-chain-modulus     pic 9(10) value 4294967291.
01 ws-running           pic 9(18) comp.
01 ws-char-pos          pic 9(4) comp.
01 ws-chain-key         pic x(64).

linkage section.
01 line-text-in         pic x(110).
01 prior-check-in       pic 9(10).
01 check-out            pic 9(10).

procedure division using by reference line-text-in prior-check-in
    check-out.

main-line.
    move spaces to ws-chain-key
    accept ws-chain-key from environment "AUDIT_CHAIN_KEY"

    move prior-check-in to ws-running
    perform fold-one-text-char
        varying ws-char-pos from 1 by 1 until ws-char-pos > 110
    perform fold-one-key-char
        varying ws-char-pos from 1 by 1 until ws-char-pos > 64
    move ws-running to check-out

    exit program.

fold-one-text-char.
    compute ws-running = function mod(ws-running * 31
        + function ord(line-text-in(ws-char-pos:1)), ws-chain-modulus).

fold-one-key-char.
    compute ws-running = function mod(ws-running * 37
        + function ord(ws-chain-key(ws-char-pos:1)), ws-chain-modulus).

end program auditchk.
