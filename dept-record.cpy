*> Department master record, shared by programming-past (which checks
*> every message against it at intake) and deptmaint (which adds,
*> changes, suspends and reinstates departments). One record per
*> department: who it is, who answers for it, whether it may send
*> traffic at all, which cipher mode its traffic must use, and how
*> many messages a day it may put through the batch. A department
*> that is not on this file sends no traffic, whatever KEYFILE and
*> PARTNERS say about it.
01  dept-record.
    05  dept-code           PIC X(3).
    05  FILLER              PIC X(1).
    05  dept-name           PIC X(30).
    05  FILLER              PIC X(1).
    05  dept-manager        PIC X(20).
    05  FILLER              PIC X(1).
    05  dept-status         PIC X(1).
        88  dept-active         VALUE 'A'.
        88  dept-suspended      VALUE 'S'.
    05  FILLER              PIC X(1).
    05  dept-mode           PIC X(1).                   *> mandated cipher mode: C, V or E (either)
        88  dept-mode-caesar    VALUE 'C'.
        88  dept-mode-vigenere  VALUE 'V'.
        88  dept-mode-either    VALUE 'E'.
    05  FILLER              PIC X(1).
    05  dept-ceiling        PIC 9(7).                   *> messages a business day; 0 = no ceiling
