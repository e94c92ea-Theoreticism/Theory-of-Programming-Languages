*> One KEYNREG line, shared by keymaint (which books every key-change
*> notice it issues) and keyconf (which marks them confirmed as the
*> partners' confirmations come back, and reports the ones still
*> waiting). One line per notice per partner: the origin-system it was
*> addressed to, the department and the action (ROTATE or EXPIRE), the
*> date the change takes effect - the new generation's first day for a
*> ROTATE, the day after the retired generation's last day for an
*> EXPIRE - the generation being retired (its effective-from and the
*> last day it is in force), the date the notice was issued, and
*> whether the partner has confirmed it yet - OPEN until keyconf
*> matches a confirmation, then CONF with the date it came back.
01  nreg-line-ws.
    05  nreg-origin-ws          PIC X(8).
    05  FILLER                  PIC X(1) VALUE SPACE.
    05  nreg-dept-ws            PIC X(3).
    05  FILLER                  PIC X(1) VALUE SPACE.
    05  nreg-action-ws          PIC X(6).
    05  FILLER                  PIC X(1) VALUE SPACE.
    05  nreg-effective-ws       PIC 9(8).
    05  FILLER                  PIC X(1) VALUE SPACE.
    05  nreg-retired-from-ws    PIC 9(8).
    05  FILLER                  PIC X(1) VALUE SPACE.
    05  nreg-retired-to-ws      PIC 9(8).
    05  FILLER                  PIC X(1) VALUE SPACE.
    05  nreg-issued-ws          PIC 9(8).
    05  FILLER                  PIC X(1) VALUE SPACE.
    05  nreg-status-ws          PIC X(4).
        88  nreg-open               VALUE 'OPEN'.
        88  nreg-confirmed          VALUE 'CONF'.
    05  FILLER                  PIC X(1) VALUE SPACE.
    05  nreg-confirmed-date-ws  PIC 9(8).
