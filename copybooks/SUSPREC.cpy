000120*   OPCD  op-code not one of A/S/M/D                             *
000122*   DEPT  department code not on the department table            *
000124*   NPST  reversal target not on file as posted                  *
000126*   DECL  over the approval limit and declined by a supervisor   *
000128*   DUPL  suspected duplicate of a detail already posted         *
000130*                                                                *
000140* MODIFICATION HISTORY                                           *
000150*   DATE       INIT  DESCRIPTION                                 *
000174*   2026-09-02  MS   Added the NPST reason code for a reversal   *
000176*                    whose target calculation is not on file     *
000178*                    as posted.                                  *
000179*   2026-10-15  MS   Added the DECL reason code for a held       *
000181*                    calculation a supervisor declined.          *
000183*   2026-10-15  MS   Added the DUPL reason code for a detail     *
000185*                    matching one posted in the lookback window. *
000187******************************************************************
000190 01  SUSPENSE-RECORD.
000200     05  SUSP-DATE           PIC X(08).
000210     05  SUSP-TIME           PIC X(08).
000280         88  SUSP-REASON-OPCD    VALUE "OPCD".
000290         88  SUSP-REASON-DEPT    VALUE "DEPT".
000300         88  SUSP-REASON-NPST    VALUE "NPST".
000310         88  SUSP-REASON-DECL    VALUE "DECL".
000320         88  SUSP-REASON-DUPL    VALUE "DUPL".
