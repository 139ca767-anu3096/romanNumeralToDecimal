*> Shared department-master record layout - an indexed file keyed on
*> the department code, with an alternate key on the file name the
*> department is expected to drop, so ROMANA3_1 can clear each
*> manifest file for intake with one keyed read. A file whose
*> department is missing or suspended is refused; the expected daily
*> line-count range lets the run warn when a department sends far
*> more or far less than usual (zero for both means no range is set).
*> DEPTMNT adds, changes, suspends and browses the entries.
01 department-record.
    02 dm-code pic x(6).
    02 dm-file-name pic x(44).
    02 dm-contact pic x(30).
    02 dm-billing-account pic x(12).
    02 dm-status pic x.
        88 dm-active value 'A'.
        88 dm-suspended value 'S'.
    02 dm-min-lines pic 9(6).
    02 dm-max-lines pic 9(6).
    02 dm-updated pic x(14).
