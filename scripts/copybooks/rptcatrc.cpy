*> REPORT-CATALOGUE record - one per report generation kept: which
*> report, for which run date, produced by which batch step (the
*> step name it gives the run log), and where the dated copy is.
*> Written by rptgen.cob as each report step closes its report; a
*> rerun on the same date replaces that date's generation. When a
*> report holds more generations than its retention count the oldest
*> copies are deleted and their entries marked purged - the entry
*> itself stays, so the catalogue still says the report was run.
*> GET /api/reports reads it (rptget.cob).
01 report-catalogue-record.
   05 rcat-key.
      10 rcat-report        pic x(30).
      10 rcat-run-date      pic x(8).
   05 rcat-run-time         pic x(6).
   05 rcat-step-name        pic x(8).
   05 rcat-gen-file         pic x(64).
   05 rcat-lines            pic 9(8).
   05 rcat-status           pic x(1).
      88 rcat-is-held          value "A".
      88 rcat-is-purged        value "P".
   05 rcat-purged-date      pic x(8).
