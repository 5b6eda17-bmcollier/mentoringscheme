*> END-OF-MATCH SURVEY record - one per party per ended match, keyed
*> on the match id and the party's role ("M" mentor, "E" mentee).
*> Prompted by the "ended" line on the notification extract and
*> captured through POST /api/surveys (survadm.cob). Five questions
*> scored 1 (poor) to 5 (excellent), 0 where the party skipped one:
*>   1 how the match went overall
*>   2 how well the two of them got on
*>   3 the support the scheme gave them
*>   4 how far the goals set were met
*>   5 whether they would recommend the scheme
*> plus a free-text comment. The quarterly satisfaction report
*> works its response rates and average scores off this file.
01 survey-record.
   05 sv-key.
      10 sv-match-id        pic x(10).
      10 sv-role            pic x(1).
         88 sv-from-mentor     value "M".
         88 sv-from-mentee     value "E".
   05 sv-person-id          pic x(10).
   05 sv-received-date      pic x(8).
   05 sv-scores.
      10 sv-score           pic 9(1) occurs 5 times.
   05 sv-comment            pic x(80).
