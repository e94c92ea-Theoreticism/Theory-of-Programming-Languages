*> Call interface shared by run-ledger and every job that books its
*> runs onto the shared run ledger RUNLEDG. A job calls once with
*> ledger-function 'S' before it does any work and once with 'E' as
*> it ends, leaving the other fields as the start call set them.
*> ledger-job is the job's PROGRAM-ID; ledger-qualifier tells apart
*> runs of one job that are not interchangeable (programming-past's
*> OUT and IN runs). ledger-predecessor names the job that must have
*> ended clean for the same business date before this one may start
*> - spaces for a job that depends on nothing - and
*> ledger-pred-qualifier narrows that to one kind of its runs, spaces
*> meaning any. A ledger-business-date of zero asks run-ledger to
*> settle the business date from CALENDAR the way the batch does;
*> either way the date the run was booked under comes back in it.
*> On a start call ledger-verdict comes back 'Y' when the job may
*> run, 'N' when its predecessor has no clean end (a REFUSE record is
*> booked) and 'F' when the ledger itself cannot be written; either
*> of the last two means the job must stop without doing any work.
*> On an end call ledger-return-code carries the job's condition code
*> and run-ledger leaves RETURN-CODE set to it. A date call books
*> nothing: it only settles the business date, for a job that has to
*> look at the ledger itself before it decides whether to start.
01  ledger-parameters.
    05  ledger-function         PIC X(1).
        88  ledger-start            VALUE 'S'.
        88  ledger-end              VALUE 'E'.
        88  ledger-date-only        VALUE 'D'.
    05  ledger-job              PIC X(16).
    05  ledger-qualifier        PIC X(8).
    05  ledger-predecessor      PIC X(16).
    05  ledger-pred-qualifier   PIC X(8).
    05  ledger-business-date    PIC 9(8).
    05  ledger-return-code      PIC 9(4).
    05  ledger-verdict          PIC X(1).
        88  ledger-clear            VALUE 'Y'.
        88  ledger-refused          VALUE 'N'.
        88  ledger-failed           VALUE 'F'.
