*> One RUNLEDG line, shared by run-ledger (which appends them) and
*> ledgrpt (which reads them back for the morning report). Events are
*> START and END for every run, and REFUSE for a job that would not
*> start because its predecessor had no clean end; lines are only
*> ever appended, so file order is the order things happened in. The
*> business date is the night the run belongs to, the clock date and
*> time are when the event was booked.
01  runledg-line-ws.
    05  runledg-job-ws          PIC X(16).
    05  FILLER                  PIC X(1) VALUE SPACE.
    05  runledg-qualifier-ws    PIC X(8).
    05  FILLER                  PIC X(1) VALUE SPACE.
    05  runledg-business-date-ws PIC 9(8).
    05  FILLER                  PIC X(1) VALUE SPACE.
    05  runledg-event-ws        PIC X(6).
    05  FILLER                  PIC X(1) VALUE SPACE.
    05  runledg-clock-date-ws   PIC 9(8).
    05  FILLER                  PIC X(1) VALUE SPACE.
    05  runledg-clock-time-ws   PIC 9(8).
    05  FILLER                  PIC X(1) VALUE SPACE.
    05  runledg-rc-ws           PIC 9(4).
    05  FILLER                  PIC X(1) VALUE SPACE.
    05  runledg-detail-ws       PIC X(40).
