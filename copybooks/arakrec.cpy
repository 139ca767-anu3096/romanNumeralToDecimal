*> Accounts-receivable acknowledgement record layout - the file AR
*> returns, one line per interface batch it has processed: the batch
*> id from the header, A for accepted or R for rejected, when AR took
*> it in, the detail count and total AR itself counted, and AR's
*> reason when it rejected the batch. ROMANACK matches these against
*> the send register.
01 ar-ack-record.
    02 ak-batch-id pic 9(4).
    02 filler pic x.
    02 ak-status pic x.
        88 ak-accepted value 'A'.
        88 ak-rejected value 'R'.
    02 filler pic x.
    02 ak-received pic x(14).
    02 filler pic x.
    02 ak-count pic 9(7).
    02 filler pic x.
    02 ak-total pic 9(11)v99.
    02 filler pic x.
    02 ak-reason pic x(30).
