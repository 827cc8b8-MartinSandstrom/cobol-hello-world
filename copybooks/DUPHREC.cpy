000010******************************************************************
000020* DUPHREC.CPY                                                    *
000030* Shared layout of one DUPHIST duplicate-history record.  Each   *
000040* finalized BASCALC batch run rewrites DUPHIST with every good   *
000050* detail it posted or held, stamped with the batch's business    *
000060* date, plus the earlier entries still inside the lookback       *
000070* window; older entries drop off as the window moves.  An        *
000080* incoming detail matching an entry on NUM1, NUM2, op-code and   *
000090* department is suspended with reason DUPL.                      *
000092* A standing-instruction detail (origin S) also carries the      *
000094* calendar date its occurrence stands for in DUPH-SCHED-DATE,    *
000096* and matches only an entry for the same date; every other       *
000098* entry has it blank.                                            *
000100*                                                                *
000110* MODIFICATION HISTORY                                           *
000120*   DATE       INIT  DESCRIPTION                                 *
000130*   ---------- ----  -------------------------------------       *
000140*   2026-10-15  MS   Initial version.                            *
000150******************************************************************
000160 01  DUP-HISTORY-RECORD.
000170     05  DUPH-BUS-DATE       PIC X(08).
000180     05  DUPH-NUM1           PIC 9(05).
000190     05  DUPH-NUM2           PIC 9(05).
000200     05  DUPH-OPCODE         PIC X(01).
000210     05  DUPH-DEPT           PIC X(04).
000220     05  DUPH-SOURCE         PIC X(08).
000230     05  DUPH-SCHED-DATE     PIC X(08).
