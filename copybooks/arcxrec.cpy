*> Archive index record layout - ROMANARC adds one line for every
*> sweep that moved entries: the cutoff date, the dated archive the
*> entries went to, the span of audit sequence numbers moved and how
*> many entries that was. ROMANCHN walks the archives in the order
*> this index gives, ahead of the live log, so the audit chain can be
*> followed across every cutover. A sweep of entries from before
*> sequencing began shows zero for both sequence numbers.
01 archive-index-record.
    02 ax-cutoff pic x(8).
    02 filler pic x.
    02 ax-name pic x(20).
    02 filler pic x.
    02 ax-first-seq pic 9(9).
    02 filler pic x.
    02 ax-last-seq pic 9(9).
    02 filler pic x.
    02 ax-count pic 9(6).
    02 filler pic x.
    02 ax-created pic x(14).
