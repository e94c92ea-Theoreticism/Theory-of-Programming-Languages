       >>SOURCE FORMAT FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. audit-chain.
AUTHOR. Christopher Lee

*> Callable chained control value for AUDITLOG - see chain-params.cpy
*> for the call interface. Every program that writes or checks the
*> chain calls this, so there is exactly one definition of it.
*>
*> The value is a running remainder: starting from the previous
*> line's value, each byte of the line up to (not including) the
*> chain value field is folded in as value * 257 + its ordinal,
*> reduced modulo the prime 9999999967, which keeps the result inside
*> the ten digits the line has room for. Because the previous line's
*> value is the starting point, a change to any line - or a line
*> removed or added - changes the value of every line after it. The
*> sequence number is inside the folded bytes, so renumbering the
*> lines around a gap does not hide it either.

ENVIRONMENT DIVISION.

DATA DIVISION.
WORKING-STORAGE SECTION.
01  chain-covered-length    PIC 99 VALUE 56.            *> every byte ahead of the chain value itself
01  chain-modulus           PIC 9(10) VALUE 9999999967.
01  chain-work              PIC 9(13) VALUE 0.
01  chain-running           PIC 9(10) VALUE 0.
01  byte-index              PIC 99 VALUE 0.

LINKAGE SECTION.
COPY "chain-params.cpy".

PROCEDURE DIVISION USING chain-parameters.
MAINLINE.
    MOVE chain-previous TO chain-running
    PERFORM VARYING byte-index FROM 1 BY 1
            UNTIL byte-index > chain-covered-length
        COMPUTE chain-work = chain-running * 257
            + FUNCTION ORD(chain-line (byte-index:1))
        COMPUTE chain-running = FUNCTION MOD(chain-work, chain-modulus)
    END-PERFORM
    MOVE chain-running TO chain-value
    GOBACK.
