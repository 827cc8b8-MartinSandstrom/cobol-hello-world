000010******************************************************************
000020* CORPREC.CPY                                                    *
000030* Shared layout of one CORPFEED corporate ledger feed record.    *
000040* CORPEXT writes one group per GLPOST posting batch: an H        *
000050* header (our entity code, the batch's business date and its     *
000060* posting batch ID), one D detail per GL account and department  *
000070* total, sorted by account then department, and a T trailer      *
000080* carrying the D record count and the debit and credit control   *
000090* totals.  A positive net total is a debit, a negative one a     *
000100* credit; CFD-AMOUNT is always unsigned.                         *
000110*                                                                *
000120* MODIFICATION HISTORY                                           *
000130*   DATE       INIT  DESCRIPTION                                 *
000140*   ---------- ----  -------------------------------------       *
000150*   2026-10-15  MS   Initial version.                            *
000160******************************************************************
000170 01  CORP-FEED-RECORD.
000180     05  CFD-REC-TYPE        PIC X(01).
000190         88  CFD-HEADER              VALUE "H".
000200         88  CFD-DETAIL              VALUE "D".
000210         88  CFD-TRAILER             VALUE "T".
000220     05  CFD-DETAIL-DATA.
000230         10  CFD-ACCOUNT         PIC X(04).
000240         10  CFD-DEPT            PIC X(04).
000250         10  CFD-DC-IND          PIC X(01).
000260             88  CFD-DEBIT           VALUE "D".
000270             88  CFD-CREDIT          VALUE "C".
000280         10  CFD-AMOUNT          PIC 9(11).
000290         10  CFD-LINE-COUNT      PIC 9(07).
000300         10  FILLER              PIC X(52).
000310     05  CFD-HEADER-DATA REDEFINES CFD-DETAIL-DATA.
000320         10  CFH-ENTITY          PIC X(08).
000330         10  CFH-BUS-DATE        PIC X(08).
000340         10  CFH-BATCH-ID        PIC X(14).
000350         10  FILLER              PIC X(49).
000360     05  CFD-TRAILER-DATA REDEFINES CFD-DETAIL-DATA.
000370         10  CFT-RECORD-COUNT    PIC 9(07).
000380         10  CFT-DEBIT-TOTAL     PIC 9(13).
000390         10  CFT-CREDIT-TOTAL    PIC 9(13).
000400         10  FILLER              PIC X(46).
