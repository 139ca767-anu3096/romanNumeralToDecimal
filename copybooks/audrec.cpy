*> A manifest-driven batch also names the input file each entry came
*> from in aud-file, so a department's lines stay traceable to the
*> file that department dropped.
*> Every entry also carries its place in the log, aud-seq, handed out
*> in ascending order with no gaps, and aud-check, a check value
*> folded (by AUDCHK) over the entry and the check value of the entry
*> before it - so an entry altered, deleted or slipped in out of
*> order breaks the chain from that point, and ROMANCHN can say where.
*> Entries written before sequencing began carry neither.
*> A manifest-driven entry also carries the code of the department
*> the input file belongs to, from the department master.
01 audit-record.
    02 aud-timestamp pic x(14).
    02 filler pic x.
    02 aud-canonical pic x(30).
    02 filler pic x.
    02 aud-file pic x(44).
    02 filler pic x.
    02 aud-seq pic 9(9).
    02 filler pic x.
    02 aud-check pic 9(9).
    02 filler pic x.
    02 aud-dept pic x(6).
