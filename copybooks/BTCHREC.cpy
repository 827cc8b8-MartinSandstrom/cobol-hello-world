000010******************************************************************
000020* BTCHREC.CPY                                                    *
000030* Shared layout of one BATCHLOG batch-seen record.  BASCALC      *
000040* appends one record for each finalized batch run whose          *
000050* TRANFILE carried an H header, keyed by the header's source     *
000060* and business date; a later TRANFILE with the same source and   *
000070* business date is refused as a repeated batch.                  *
000080*                                                                *
000090* MODIFICATION HISTORY                                           *
000100*   DATE       INIT  DESCRIPTION                                 *
000110*   ---------- ----  -------------------------------------       *
000120*   2026-10-15  MS   Initial version.                            *
000130******************************************************************
000140 01  BATCH-LOG-RECORD.
000150     05  BLOG-SOURCE         PIC X(08).
000160     05  BLOG-BUS-DATE       PIC X(08).
000170     05  BLOG-RUN-DATE       PIC X(08).
000180     05  BLOG-RUN-TIME       PIC X(08).
000190     05  BLOG-COUNT          PIC 9(07).
000200     05  BLOG-USER           PIC X(08).
