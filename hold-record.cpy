*> One HOLDFILE line, shared by relgate (which places and releases
*> the holds) and transbld (which will not package a held
*> department's traffic). One line per department the release gate
*> found anomalous for a business date:
*>   HOLD - the department's traffic for that date stays home;
*>   RELS - an operator has released it with a GATEOVR card, named
*>          here with the date and time the release was applied.
*> The reason is the first thing the gate found wrong with the night:
*> SURGE (messages processed far over the baseline), SILENT (nothing
*> at all from a department that normally sends), REJECT (rejects far
*> over the baseline) or VERIFY (round-trip failures far over it).
01  hold-line-ws.
    05  hold-date-ws            PIC 9(8).
    05  FILLER                  PIC X(1) VALUE SPACE.
    05  hold-dept-ws            PIC X(3).
    05  FILLER                  PIC X(1) VALUE SPACE.
    05  hold-status-ws          PIC X(4).
        88  hold-in-force           VALUE 'HOLD'.
        88  hold-released           VALUE 'RELS'.
    05  FILLER                  PIC X(1) VALUE SPACE.
    05  hold-reason-ws          PIC X(6).
    05  FILLER                  PIC X(1) VALUE SPACE.
    05  hold-operator-ws        PIC X(8).                   *> RELS only
    05  FILLER                  PIC X(1) VALUE SPACE.
    05  hold-release-date-ws    PIC 9(8).                   *> RELS only
    05  FILLER                  PIC X(1) VALUE SPACE.
    05  hold-release-time-ws    PIC 9(8).                   *> RELS only
