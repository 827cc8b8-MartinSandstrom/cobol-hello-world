000143*                    calculation backed out by a reversal        *
000144*                    transaction is distinguishable from a new   *
000145*                    posting on the audit trail.                 *
000146*   2026-10-15  MS   Added the H (held) status: a good           *
000147*                    calculation over its approval limit,        *
000148*                    written to APPRFILE for a supervisor's      *
000149*                    release instead of to GLIFILE.              *
000150*   2026-10-15  MS   Added AUD-SEQ and AUD-CHECK: every record   *
000151*                    carries the next number in one unbroken     *
000152*                    sequence and a check value computed from    *
000153*                    its own contents and the previous record's  *
000154*                    check value, so a changed, inserted or      *
000155*                    deleted record breaks the chain (AUDVRFY).  *
000156*                    Records written before the fields read back *
000157*                    as spaces and are outside the chain.        *
000158******************************************************************
000159 01  AUDIT-RECORD.
000160     05  AUD-DATE            PIC X(08).
000170     05  AUD-TIME            PIC X(08).
000180     05  AUD-NUM1            PIC 9(05).
000230         88  AUD-POSTED          VALUE "P" SPACE.
000240         88  AUD-REJECTED        VALUE "R".
000245         88  AUD-REVERSED        VALUE "V".
000247         88  AUD-HELD            VALUE "H".
000250     05  AUD-DEPT            PIC X(04).
000260     05  AUD-USER            PIC X(08).
000270*    AUD-CHECK is computed over every byte above it, AUD-SEQ
000280*    included; BASCALC writes it and AUDVRFY re-computes it.
000290     05  AUD-SEQ             PIC 9(09).
000300     05  AUD-CHECK           PIC 9(09).
