*> MATCH record - links one mentor to one mentee. Written by the
*> matching batch program, read by the session and reporting programs.
*> The MATCH file is keyed on the match id, with the mentor id and
*> the mentee id each an alternate key (with duplicates), so the
*> readers after one person's pairings position straight at them
*> instead of re-reading the whole file.
01 match-record.
   05 match-id              pic x(10).
   05 match-mentor-id       pic x(10).
      88 match-is-pending      value "P".
      88 match-is-rejected     value "R".
      88 match-is-ended        value "E".
      88 match-is-offered      value "O".
      88 match-is-declined     value "D".
      88 match-is-lapsed       value "L".
   05 match-end-date        pic x(8).
   05 match-end-reason      pic x(1).
      88 match-ended-completed  value "C".
*> count only their own pairings. Blank on records written before
*> the field existed.
   05 match-programme       pic x(4).
*> The offer stage between coordinator approval and the pairing
*> going live: approval makes the match "O" (offered) and stamps the
*> offer date; each party then accepts or declines through the match
*> maintenance transaction ("Y"/"N" in their answer byte, with any
*> reason given for a decline). Both accepting makes it active;
*> either declining makes it "D", and an
*> offer left unanswered past the offer window is lapsed ("L") by
*> the nightly expiry step. The wait-date is the mentee's original
*> wait-date, stamped by the matching run, so a declined or lapsed
*> offer puts them back in the queue where they were. All blank on
*> records written before the fields existed.
   05 match-offer-date      pic x(8).
   05 match-mentor-answer   pic x(1).
   05 match-mentee-answer   pic x(1).
   05 match-wait-date       pic x(8).
   05 match-answer-reason   pic x(40).
*> Reassignment chain: when a mentee is moved to a new mentor the
*> old match is ended and a successor written that names it as its
*> predecessor. The journey id is the first match of the chain (on
*> every successor - blank on a first pairing, which is its own
*> journey), so the outcomes report and the certificate run can
*> treat the whole chain as one mentee journey. The review-from
*> date carries the six-month review clock over from the
*> predecessor; blank means the clock runs from the match date. All
*> blank on records written before the fields existed.
   05 match-predecessor-id  pic x(10).
   05 match-journey-id      pic x(10).
   05 match-review-from     pic x(8).
*> The coordinator looking after this pairing when it is not the
*> town's default owner - set through the match maintenance
*> transaction; blank means the town's coordinator. Blank on
*> records written before the field existed.
   05 match-coordinator-id  pic x(8).
*> The matching run's score for the pairing and its components -
*> shared interests and shared availability slots counted, and the
*> age-gap points awarded - kept so the score-band analysis can
*> test whether high-scoring pairings do better. The town side of
*> the weighing is the adjacent flag above. Source "R" means the
*> matching run scored it; blank (zeros in the figures) means it was
*> never scored - a reassignment successor, or a record written
*> before the fields existed.
   05 match-score           pic 9(4).
   05 match-score-int       pic 9(2).
   05 match-score-avl       pic 9(2).
   05 match-score-age       pic 9(2).
   05 match-score-source    pic x(1).
      88 match-is-scored       value "R".
