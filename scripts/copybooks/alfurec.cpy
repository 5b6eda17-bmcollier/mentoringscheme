*> ALUMNI FOLLOW-UP record - one per alumni record per follow-up
*> stage, keyed on the alumni record's match id and the stage in
*> months after completion (06 or 12). Written by the monthly
*> follow-up step when the check falls due: asked ("A") when the
*> question went out on the notification extract, or not asked
*> ("S") when the mentee has withdrawn or their contact has opted
*> out of the mail drop - so the step never asks twice and the
*> report can show who could not be reached. The answer - what the
*> alumnus is doing and since when - is recorded against it
*> through POST /api/alumni (alumadm.cob), which makes it answered
*> ("R"). Programme and completion date are copied from the match
*> and alumni records so the longitudinal report reads this file
*> alone.
01 alumni-followup-record.
   05 alf-key.
      10 alf-match-id       pic x(10).
      10 alf-stage          pic 9(2).
   05 alf-mentee-id         pic x(10).
   05 alf-programme         pic x(4).
   05 alf-end-date          pic x(8).
   05 alf-asked-date        pic x(8).
   05 alf-status            pic x(1).
      88 alf-is-asked          value "A".
      88 alf-is-answered       value "R".
      88 alf-not-asked         value "S".
   05 alf-destination       pic x(1).
      88 alf-in-education      value "E".
      88 alf-in-employment     value "M".
      88 alf-in-training       value "T".
      88 alf-not-in-eet        value "N".
      88 alf-other-dest        value "O".
   05 alf-dest-date         pic x(8).
   05 alf-recorded-date     pic x(8).
