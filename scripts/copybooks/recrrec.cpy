*> RECRUIT record - one per prospective mentor, from the first
*> enquiry until they are enrolled on PERSON-MASTER or drop out,
*> keyed on its own id (off data/recruitid.seq). Maintained by
*> recruit.cob through the API; the stage moves forward one step at
*> a time - enquiry, application form, interview, two references,
*> DBS applied, induction booked - and each move is written to the
*> stage history with its date. A recruit who has booked induction
*> is converted into a PERSON-MASTER enrolment, and the person id it
*> was given is kept here, so vetting and training records can be
*> traced back to the recruitment that produced them. The monthly
*> funnel report reads both files.
01 recruit-record.
   05 recr-id               pic x(10).
   05 recr-name             pic x(40).
   05 recr-town-code        pic x(6).
   05 recr-contact          pic x(60).
   05 recr-birth-date       pic x(8).
   05 recr-programme        pic x(4).
   05 recr-language         pic x(1).
   05 recr-stage            pic x(1).
      88 recr-at-enquiry       value "E".
      88 recr-at-application   value "F".
      88 recr-at-interview     value "I".
      88 recr-at-references    value "R".
      88 recr-at-dbs           value "D".
      88 recr-at-induction     value "N".
      88 recr-is-converted     value "C".
      88 recr-is-dropped       value "X".
      88 recr-is-open          values "E" "F" "I" "R" "D" "N".
   05 recr-stage-date       pic x(8).
   05 recr-enquiry-date     pic x(8).
*> References received so far - the stage moves on to "R" with the
*> second one.
   05 recr-references       pic 9(1).
*> Set on conversion: the PERSON-MASTER id the recruit enrolled as.
   05 recr-person-id        pic x(10).
*> Set on a drop-out: the stage they were at when they left, and why.
   05 recr-drop-stage       pic x(1).
   05 recr-drop-reason      pic x(40).
