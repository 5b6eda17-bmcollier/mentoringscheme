*> SAFEGUARDING-ACTION record - the dated action log of a
*> safeguarding case, one line per thing done: the opening, each
*> action the owner logs, an outside referral, a change of owner,
*> the hold being put on or released, and the closing outcome.
*> Appended by sgcase.cob and never rewritten, so the case file
*> reads as the history it is. Restricted like the case itself.
01 safeguarding-action-record.
   05 sga-case-id           pic x(10).
   05 sga-date              pic x(8).
   05 sga-kind              pic x(12).
   05 sga-by                pic x(30).
   05 sga-text              pic x(80).
