000010******************************************************************
000020* APPRREC.CPY                                                    *
000030* Shared layout of one APPRFILE pending-approval record.         *
000040* BASCALC writes a good calculation here instead of to GLIFILE   *
000050* when its RESULT is over the department's approval limit (or    *
000060* the shop-wide default); APPROVE lets a supervisor other than   *
000070* the operator who made the calculation release it to GLIFILE    *
000080* or decline it to SUSPFILE.  RECON00 reads the held records so  *
000090* a held result still reconciles.                                *
000100*                                                                *
000110* APR-USER is the AUD-USER of the original calculation (the      *
000120* maker); APR-LIMIT is the limit that caused the hold.           *
000122* APR-SOURCE and APR-BUS-DATE are the H header source and        *
000124* business date of the batch that held it (spaces when keyed     *
000126* interactively); a fresh rerun of that batch drops its pending  *
000128* items before it holds them again.                              *
000130*                                                                *
000140* MODIFICATION HISTORY                                           *
000150*   DATE       INIT  DESCRIPTION                                 *
000160*   ---------- ----  -------------------------------------       *
000170*   2026-10-15  MS   Initial version.                            *
000180******************************************************************
000190 01  APPROVAL-RECORD.
000200     05  APR-DATE            PIC X(08).
000210     05  APR-TIME            PIC X(08).
000220     05  APR-NUM1            PIC 9(05).
000230     05  APR-NUM2            PIC 9(05).
000240     05  APR-OPCODE          PIC X(01).
000250     05  APR-RESULT          PIC S9(07).
000260     05  APR-DEPT            PIC X(04).
000270     05  APR-USER            PIC X(08).
000280     05  APR-LIMIT           PIC 9(07).
000290     05  APR-SOURCE          PIC X(08).
000300     05  APR-BUS-DATE        PIC X(08).
