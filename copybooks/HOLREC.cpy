000010******************************************************************
000020* HOLREC.CPY                                                     *
000030* Shared layout of one HOLIDAY record: a date (CCYYMMDD) on which*
000040* no business is done, with its name for the listings.  The list *
000050* is built by hand for each year, in any order; STIGEN moves a   *
000060* standing instruction that falls due on a listed holiday, or on *
000070* a Saturday or Sunday, to a business day.                       *
000080*                                                                *
000090* MODIFICATION HISTORY                                           *
000100*   DATE       INIT  DESCRIPTION                                 *
000110*   ---------- ----  -------------------------------------       *
000120*   2026-10-15  MS   Initial version.                            *
000130******************************************************************
000140 01  HOLIDAY-RECORD.
000150     05  HOL-DATE            PIC X(08).
000160     05  HOL-NAME            PIC X(30).
