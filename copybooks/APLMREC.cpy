000010******************************************************************
000020* APLMREC.CPY                                                    *
000030* Shared layout of one APPRLMT approval-limit record: the        *
000040* largest RESULT (either sign) a department may post to GLIFILE  *
000050* without a supervisor's release.  The record keyed ALM-DEFAULT  *
000060* ("****") is the shop-wide default for any department without  *
000070* its own record.  BASCALC reads the limits at start-up; APPROVE *
000080* maintains them.                                                *
000090*                                                                *
000100* MODIFICATION HISTORY                                           *
000110*   DATE       INIT  DESCRIPTION                                 *
000120*   ---------- ----  -------------------------------------       *
000130*   2026-10-15  MS   Initial version.                            *
000140******************************************************************
000150 01  APPROVAL-LIMIT-RECORD.
000160     05  ALM-DEPT            PIC X(04).
000170         88  ALM-DEFAULT         VALUE "****".
000180     05  ALM-LIMIT           PIC 9(07).
000190     05  ALM-USER            PIC X(08).
000200     05  ALM-CHG-DATE        PIC X(08).
