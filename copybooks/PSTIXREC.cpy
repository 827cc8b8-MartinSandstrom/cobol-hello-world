000010******************************************************************
000020* PSTIXREC.CPY                                                   *
000030* Shared layout of one GLPSTIX posted-index record.  GLPSTIX is  *
000040* the indexed cross-reference of GLPOSTED: one record per        *
000050* original operands, op-code, department and posted amount, with *
000060* the number of postings made under that key and the number still*
000070* open - not yet backed out by a reversal.  GLPOST keeps it in   *
000080* step as each batch's posted images are committed; BASCALC reads*
000090* it by key to find the original a reversal backs out.  Images   *
000100* posted before they carried the op-code are indexed under a     *
000110* blank PSTX-OPCODE.                                             *
000120*                                                                *
000130* MODIFICATION HISTORY                                           *
000140*   DATE       INIT  DESCRIPTION                                 *
000150*   ---------- ----  -------------------------------------       *
000160*   2026-10-15  MS   Initial version.                            *
000170******************************************************************
000180 01  POSTED-INDEX-RECORD.
000190     05  PSTX-KEY.
000200         10  PSTX-NUM1       PIC 9(05).
000210         10  PSTX-NUM2       PIC 9(05).
000220         10  PSTX-OPCODE     PIC X(01).
000230         10  PSTX-DEPT       PIC X(04).
000240         10  PSTX-RESULT     PIC S9(07).
000250     05  PSTX-POSTED-COUNT   PIC 9(07).
000260     05  PSTX-OPEN-COUNT     PIC 9(07).
000270     05  PSTX-REVERSED-COUNT PIC 9(07).
000280     05  PSTX-LAST-DATE      PIC X(08).
000290     05  FILLER              PIC X(29).
