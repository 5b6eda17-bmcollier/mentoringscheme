*> RECRUIT-STAGE history record - one line per move a recruit makes
*> through the pipeline, appended by recruit.cob and never changed.
*> Each line carries the stage moved from and the date it was
*> entered, so the funnel report can work out the days spent in a
*> stage from the one line. A first reference arriving is logged
*> with the stage unchanged (from and to both "I"); the enquiry that
*> opens the record has no stage before it (from-stage blank).
01 recruit-stage-record.
   05 rch-recruit-id        pic x(10).
   05 rch-date              pic x(8).
   05 rch-stage             pic x(1).
   05 rch-from-stage        pic x(1).
   05 rch-from-date         pic x(8).
   05 rch-note              pic x(40).
