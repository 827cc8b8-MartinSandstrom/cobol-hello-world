000010******************************************************************
000020* RCTLREC.CPY                                                    *
000030* Shared layout of one RUNCTL run-control record: the status of  *
000040* one step of the end-of-day chain for one business date - P     *
000050* pending, R running, C complete, F failed.  RUNSEQ keeps the    *
000060* file; EODBKUP reads it to learn which backup point of which    *
000070* business date it is taking, and EODRSTR puts it back with a    *
000080* restored generation.                                           *
000090*                                                                *
000100* MODIFICATION HISTORY                                           *
000110*   DATE       INIT  DESCRIPTION                                 *
000120*   ---------- ----  -------------------------------------       *
000130*   2026-10-15  MS   Moved out of run-sequencer so the backup    *
000140*                    and restore programs read the same layout.  *
000150******************************************************************
000160 01  RUN-CONTROL-RECORD.
000170     05  RCTL-DATE           PIC X(08).
000180     05  RCTL-STEP           PIC X(08).
000190         88  RCTL-BACKUP-STEP        VALUE "PREBKUP " "POSTBKUP".
000200     05  RCTL-STATUS         PIC X(01).
000210         88  RCTL-RUNNING            VALUE "R".
