*> Layout of one REJECTED line, shared by programming-past (which
*> writes them through WRITE-REJECTED-RECORD) and rejrepr (which
*> reads them into the reject-disposition register and builds the
*> resubmission batches). The department, reason, length and text
*> columns are where they have always been; everything behind the
*> text is there so a reject can be repaired and resubmitted without
*> anyone going back to the MESSAGES file: the cipher mode and
*> keyword exactly as the record carried them, the business date
*> and run direction of the run that rejected it, its sequence in
*> that run, and the origin-system whose batch it arrived in.
01  rejected-line-ws.
    05  rejected-dept-ws    PIC X(3).
    05  FILLER              PIC X(1) VALUE SPACE.
    05  rejected-reason-ws  PIC X(4).                   *> see reject-reason in programming-past for the code list
    05  FILLER              PIC X(1) VALUE SPACE.
    05  rejected-length-ws  PIC ZZZ.
    05  FILLER              PIC X(1) VALUE SPACE.
    05  rejected-text-ws    PIC X(500).
    05  FILLER              PIC X(1) VALUE SPACE.
    05  rejected-mode-ws    PIC X(1).
    05  FILLER              PIC X(1) VALUE SPACE.
    05  rejected-keyword-ws PIC X(20).
    05  FILLER              PIC X(1) VALUE SPACE.
    05  rejected-date-ws    PIC 9(8).
    05  FILLER              PIC X(1) VALUE SPACE.
    05  rejected-run-mode-ws PIC X(1).                  *> O = outbound run, I = inbound run
    05  FILLER              PIC X(1) VALUE SPACE.
    05  rejected-seq-ws     PIC 9(5).
    05  FILLER              PIC X(1) VALUE SPACE.
    05  rejected-origin-ws  PIC X(8).
