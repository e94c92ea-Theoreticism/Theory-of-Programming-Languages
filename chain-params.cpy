*> Call interface for audit-chain, shared by programming-past (which
*> stamps every AUDITLOG line it writes), auditarch (which carries the
*> closing value of a month it cuts into AUDSUMM) and auditver (which
*> walks the trail and recomputes it). chain-line is the audit line
*> with its sequence number already in place; the chain value field
*> itself is not part of the calculation. chain-previous is the
*> control value of the line before it - zero for the first line ever
*> chained - and chain-value comes back as this line's.
01  chain-parameters.
    05  chain-line          PIC X(80).
    05  chain-previous      PIC 9(10).
    05  chain-value         PIC 9(10).
