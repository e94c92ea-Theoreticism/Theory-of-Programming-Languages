    05  audit-result-ws     PIC X(4).
    05  FILLER              PIC X(1) VALUE SPACE.
    05  audit-mode-ws       PIC X(3).
*> Every line since chaining began also carries its place in the
*> trail and a control value chained from the line before it (see
*> audit-chain): a line edited, deleted or slipped in afterwards
*> breaks the chain from that point on, and auditver says where.
*> Lines written before chaining began have both fields blank.
    05  FILLER              PIC X(1) VALUE SPACE.
    05  audit-sequence-ws   PIC 9(9).
    05  FILLER              PIC X(1) VALUE SPACE.
    05  audit-chain-ws      PIC 9(10).
