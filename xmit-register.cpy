*> One XMITREG line, shared by transbld (which books every outbound
*> file it builds) and ackrecon (which matches the partners'
*> acknowledgments against it). Two kinds of line, both keyed by the
*> origin-system the file was addressed to, the business date on its
*> header and which of OUTBND1-OUTBND4 carried it:
*>   XMT - one per outbound file: the detail and CON record count its
*>         trailer carried, the number of messages in it, and whether
*>         the partner has acknowledged it yet - OPEN until ackrecon
*>         matches an acknowledgment, then ACKD with the date and the
*>         received/passed/rejected counts the partner sent back;
*>   MSG - one per message: its sequence within that file (the number
*>         the partner's REJ lines quote), the department it came
*>         from and its line number in the night's RESULTS, plus the
*>         reject reason once the partner has rejected it.
01  xreg-line-ws.
    05  xreg-type-ws            PIC X(3).
        88  xreg-transmission       VALUE 'XMT'.
        88  xreg-message            VALUE 'MSG'.
    05  FILLER                  PIC X(1) VALUE SPACE.
    05  xreg-origin-ws          PIC X(8).
    05  FILLER                  PIC X(1) VALUE SPACE.
    05  xreg-date-ws            PIC 9(8).
    05  FILLER                  PIC X(1) VALUE SPACE.
    05  xreg-file-ws            PIC 9(1).
    05  FILLER                  PIC X(1) VALUE SPACE.
    05  xreg-body-ws            PIC X(60).
    05  xreg-xmt-body-ws REDEFINES xreg-body-ws.
        10  xreg-records-ws         PIC 9(7).
        10  FILLER                  PIC X(1).
        10  xreg-messages-ws        PIC 9(7).
        10  FILLER                  PIC X(1).
        10  xreg-ack-status-ws      PIC X(4).
        10  FILLER                  PIC X(1).
        10  xreg-ack-date-ws        PIC 9(8).
        10  FILLER                  PIC X(1).
        10  xreg-ack-received-ws    PIC 9(7).
        10  FILLER                  PIC X(1).
        10  xreg-ack-passed-ws      PIC 9(7).
        10  FILLER                  PIC X(1).
        10  xreg-ack-rejected-ws    PIC 9(7).
        10  FILLER                  PIC X(7).
    05  xreg-msg-body-ws REDEFINES xreg-body-ws.
        10  xreg-msg-seq-ws         PIC 9(5).
        10  FILLER                  PIC X(1).
        10  xreg-msg-dept-ws        PIC X(3).
        10  FILLER                  PIC X(1).
        10  xreg-results-line-ws    PIC 9(7).
        10  FILLER                  PIC X(1).
        10  xreg-reject-reason-ws   PIC X(4).
        10  FILLER                  PIC X(38).
