000010******************************************************************
000020* ACHNREC.CPY                                                    *
000030* Shared layout of the one-record AUDCHAIN audit chain anchor.   *
000040* The BASE fields are the AUD-SEQ / AUD-CHECK of the last        *
000050* record AUDARCH cut to the archive, so the first record left on *
000060* the live AUDITFILE chains from them; the LAST fields are those *
000070* of the last record BASCALC wrote, so a record cut off the end  *
000080* of AUDITFILE is noticed.  BASCALC moves LAST at the end of     *
000090* every run, AUDARCH moves BASE at every cut, and AUDVRFY checks *
000100* AUDITFILE and the archives against both.                       *
000110*                                                                *
000120* MODIFICATION HISTORY                                           *
000130*   DATE       INIT  DESCRIPTION                                 *
000140*   ---------- ----  -------------------------------------       *
000150*   2026-10-15  MS   Initial version.                            *
000160******************************************************************
000170 01  AUDIT-CHAIN-RECORD.
000180     05  ACH-BASE-SEQ        PIC 9(09).
000190     05  ACH-BASE-CHECK      PIC 9(09).
000200     05  ACH-LAST-SEQ        PIC 9(09).
000210     05  ACH-LAST-CHECK      PIC 9(09).
000220     05  ACH-UPD-DATE        PIC X(08).
000230     05  ACH-UPD-TIME        PIC X(08).
000240     05  ACH-UPD-PROGRAM     PIC X(08).
