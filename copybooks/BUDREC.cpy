000010******************************************************************
000020* BUDREC.CPY                                                     *
000030* Shared layout of one BUDGET record: the budgeted movement for  *
000040* one GL account in one accounting period (CCYYMM).  Account    *
000050* plus period is the key - BUDMNT keeps one record per pair -    *
000060* and the variance report reads the same layout to compare      *
000070* the budget against the period's GLMASTER movement.            *
000080*                                                                *
000090* MODIFICATION HISTORY                                           *
000100*   DATE       INIT  DESCRIPTION                                 *
000110*   ---------- ----  -------------------------------------       *
000120*   2026-10-15  MS   Initial version.                            *
000130******************************************************************
000140 01  BUDGET-RECORD.
000150     05  BUD-KEY.
000160         10  BUD-ACCOUNT     PIC X(04).
000170         10  BUD-PERIOD      PIC X(06).
000180     05  BUD-AMOUNT          PIC S9(11).
000190     05  BUD-USER            PIC X(08).
000200     05  BUD-CHG-DATE        PIC X(08).
