*> matching trailer means a run is still in flight - ROMANA3_1 treats
*> that as a lock and will not start a second run over it - and
*> ROMANRUN reads the same pairs back to report run history.
*> ROMANREV adds a reversal record (type R) under the run id it took
*> back out: the timestamp of the reversal, the audit entries removed
*> in the processed column and the ROMANOUT lines removed in the
*> rejected column - so ROMANRUN shows that run as reversed, not
*> complete, and the reversal itself leaves a record behind. It also
*> names the span of audit sequence numbers it took out and the check
*> value of the last entry in that span, so ROMANCHN can carry the
*> audit chain across the gap the reversal left.
*> A batch run also writes one file record (type F) per department
*> file it took in, just ahead of its trailer: the file, its
*> department, its processed, rejected and screened-duplicate counts,
*> and what became of it (blank converted, M missing, D refused, P
*> completed by an earlier run before a restart) - ROMANVOL measures
*> each department's volume against its own history from these.
01 run-record.
    02 rn-rec-type pic x.
        88 rn-header value 'H'.
        88 rn-trailer value 'T'.
        88 rn-reversal value 'R'.
        88 rn-file-volume value 'F'.
    02 filler pic x.
    02 rn-run-id pic 9(6).
    02 filler pic x.
    02 rn-rejected pic 9(6).
    02 filler pic x.
    02 rn-return-code pic 9(4).
    02 filler pic x.
    02 rn-first-seq pic 9(9).
    02 filler pic x.
    02 rn-last-seq pic 9(9).
    02 filler pic x.
    02 rn-bridge-check pic 9(9).
    02 filler pic x.
    02 rn-file pic x(44).
    02 filler pic x.
    02 rn-dept pic x(6).
    02 filler pic x.
    02 rn-screened pic 9(6).
    02 filler pic x.
    02 rn-file-status pic x.
