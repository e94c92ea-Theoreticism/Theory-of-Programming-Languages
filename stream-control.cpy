*> One STRMCTL line, written at end of run by a stream run of
*> programming-past (a run whose PARMFILE card names a stream) and
*> read back by msgmerge: the run's own control totals, fixed columns
*> with no editing, so the merge can prove them against the split and
*> against the stream's output files without reading REPORT. RUN is
*> the run as a whole, ORG one origin's batch in the order the stream
*> read it. Counts are the ones BALANCE-RUN reports: detail-plus-CON
*> records read, logical messages, passed and rejected.
01  stream-control-ws.
    05  sc-type-ws          PIC X(3).                   *> RUN or ORG
    05  FILLER              PIC X(1) VALUE SPACE.
    05  sc-stream-ws        PIC X(1).
    05  FILLER              PIC X(1) VALUE SPACE.
    05  sc-run-mode-ws      PIC X(1).                   *> O or I
    05  FILLER              PIC X(1) VALUE SPACE.
    05  sc-date-ws          PIC 9(8).                   *> RUN: business date of the run; ORG: the batch header's date
    05  FILLER              PIC X(1) VALUE SPACE.
    05  sc-origin-ws        PIC X(8).                   *> ORG only
    05  FILLER              PIC X(1) VALUE SPACE.
    05  sc-physical-ws      PIC 9(7).
    05  FILLER              PIC X(1) VALUE SPACE.
    05  sc-logical-ws       PIC 9(7).
    05  FILLER              PIC X(1) VALUE SPACE.
    05  sc-passed-ws        PIC 9(7).
    05  FILLER              PIC X(1) VALUE SPACE.
    05  sc-rejected-ws      PIC 9(7).
    05  FILLER              PIC X(1) VALUE SPACE.
    05  sc-trailer-ws       PIC 9(7).                   *> ORG: its trailer's count; RUN: the sum over its origins
    05  FILLER              PIC X(1) VALUE SPACE.
    05  sc-trailer-seen-ws  PIC X(1).                   *> ORG only
    05  FILLER              PIC X(1) VALUE SPACE.
    05  sc-balanced-ws      PIC X(1).                   *> Y or N, as BALANCE-RUN found it
    05  FILLER              PIC X(1) VALUE SPACE.
    05  sc-verify-ws        PIC 9(5).                   *> RUN only: round-trip failures
