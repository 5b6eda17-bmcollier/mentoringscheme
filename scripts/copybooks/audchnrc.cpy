*> AUDIT-CHAIN record - the single record on data/auditchn.dat that
*> carries the API audit log's running check value from one call to
*> the next. Every audit line carries, in columns 111-120, a check
*> value computed over its own text and the check value of the line
*> before it, so the lines form one chain from the first chained
*> line onwards - across the monthly rotation, which moves lines in
*> order and leaves this record alone. api.cob reads and rewrites it
*> under the chain lock (data/auditchn.lck) each time it writes a
*> line; the chain verification step (auditvfy.cob) reads it to
*> prove the log still ends at the last line written.
01 audit-chain-record.
   05 chn-last-check        pic 9(10).
*> Chained lines written so far, and when the last one was.
   05 chn-lines             pic 9(10).
   05 chn-last-stamp        pic x(15).
