000244*                    from a new one.  They match across the  *
000245*                    three files like any other record: the  *
000246*                    negated amount appears in all three.    *
000247*   2026-10-15  MS   A result held over its approval limit   *
000248*                    is on APPRFILE instead of GLIFILE, so   *
000249*                    the held items are loaded alongside the *
000250*                    GL records and totaled on their own     *
000251*                    line.  A held item, or a GLIFILE record *
000252*                    a supervisor released (GL-APPROVER      *
000253*                    set), that matches nothing in this      *
000254*                    run's RESULTFILE belongs to an earlier  *
000255*                    run and is not an exception.            *
000256*   2026-10-15  MS   Matching is now a sorted merge instead  *
000257*                    of in-storage tables, so the 5000-entry *
000259*                    limits are gone.  AUDITFILE, RESULTFILE *
000260*                    and the GL side (GLIFILE plus the held  *
000261*                    APPRFILE items) are each sorted on      *
000262*                    operands, result and op-code into the   *
000263*                    RCNAUDWK / RCNRSLWK / RCNGLIWK work     *
000264*                    files and matched in one pass;          *
000265*                    exceptions now list in operand order.   *
000266*   2026-10-15  MS   All three sorts take SRT-ORIGIN as a   *
000268*                    last key, so a GLIFILE record is       *
000269*                    matched ahead of a held or released    *
000271*                    item with the same operands and        *
000272*                    result.                                *
000274*-----------------------------------------------------------*
000275 IDENTIFICATION DIVISION.
000277 PROGRAM-ID. RECON00.
000278
000280 ENVIRONMENT DIVISION.
000290 INPUT-OUTPUT SECTION.
000300 FILE-CONTROL.
000400     SELECT RECON-REPORT-FILE ASSIGN TO "RECONRPT"
000410         ORGANIZATION IS LINE SEQUENTIAL
000420         FILE STATUS IS WS-RCN-FILE-STATUS.
000422     SELECT APPROVAL-FILE ASSIGN TO "APPRFILE"
000424         ORGANIZATION IS LINE SEQUENTIAL
000426         FILE STATUS IS WS-APPR-FILE-STATUS.
000427     SELECT RECON-SORT-FILE ASSIGN TO "RCNSORT".
000428     SELECT AUDIT-WORK-FILE ASSIGN TO "RCNAUDWK"
000429         ORGANIZATION IS LINE SEQUENTIAL
000430         FILE STATUS IS WS-AWK-FILE-STATUS.
000431     SELECT RESULT-WORK-FILE ASSIGN TO "RCNRSLWK"
000432         ORGANIZATION IS LINE SEQUENTIAL
000433         FILE STATUS IS WS-RWK-FILE-STATUS.
000434     SELECT GL-WORK-FILE ASSIGN TO "RCNGLIWK"
000435         ORGANIZATION IS LINE SEQUENTIAL
000436         FILE STATUS IS WS-GWK-FILE-STATUS.
000438
000440 DATA DIVISION.
000450 FILE SECTION.
000460 FD  AUDIT-FILE.
000510     COPY GLIFACE.
000520 FD  RECON-REPORT-FILE.
000530 01  RECON-REPORT-RECORD     PIC X(80).
000532 FD  APPROVAL-FILE.
000533     COPY APPRREC.
000534*    The sort record and the three sorted work files share one
000535*    layout.  SRT-ORIGIN marks a GL-side record: space from
000536*    GLIFILE, R released from the approval hold, H still held
000537*    on APPRFILE.
000538 SD  RECON-SORT-FILE.
000539 01  RECON-SORT-RECORD.
000540     05  SRT-NUM1            PIC 9(05).
000541     05  SRT-NUM2            PIC 9(05).
000542     05  SRT-RESULT          PIC S9(07).
000543     05  SRT-OPCODE          PIC X(01).
000544     05  SRT-ORIGIN          PIC X(01).
000545 FD  AUDIT-WORK-FILE.
000546 01  AUDIT-WORK-RECORD.
000547     05  AWK-NUM1            PIC 9(05).
000548     05  AWK-NUM2            PIC 9(05).
000549     05  AWK-RESULT          PIC S9(07).
000550     05  AWK-OPCODE          PIC X(01).
000551     05  AWK-ORIGIN          PIC X(01).
000552 FD  RESULT-WORK-FILE.
000553 01  RESULT-WORK-RECORD.
000554     05  RWK-NUM1            PIC 9(05).
000555     05  RWK-NUM2            PIC 9(05).
000556     05  RWK-RESULT          PIC S9(07).
000557     05  RWK-OPCODE          PIC X(01).
000558     05  RWK-ORIGIN          PIC X(01).
000559 FD  GL-WORK-FILE.
000560 01  GL-WORK-RECORD.
000561     05  GWK-NUM1            PIC 9(05).
000562     05  GWK-NUM2            PIC 9(05).
000563     05  GWK-RESULT          PIC S9(07).
000564     05  GWK-OPCODE          PIC X(01).
000565     05  GWK-ORIGIN          PIC X(01).
000566         88  GWK-FROM-HOLD           VALUE "H" "R".
000567
000568 WORKING-STORAGE SECTION.
000569 01  WS-SWITCHES.
000570     05  WS-AUDIT-EOF-SW     PIC X(01) VALUE "N".
000580         88  WS-AUDIT-EOF            VALUE "Y".
000590     05  WS-RSLT-EOF-SW      PIC X(01) VALUE "N".
000620         88  WS-GLI-EOF              VALUE "Y".
000630     05  WS-MATCH-FOUND-SW   PIC X(01) VALUE "N".
000640         88  WS-MATCH-FOUND          VALUE "Y".
000642     05  WS-APPR-EOF-SW      PIC X(01) VALUE "N".
000644         88  WS-APPR-EOF             VALUE "Y".
000645     05  WS-AWK-EOF-SW       PIC X(01) VALUE "N".
000646         88  WS-AWK-EOF              VALUE "Y".
000647     05  WS-RWK-EOF-SW       PIC X(01) VALUE "N".
000648         88  WS-RWK-EOF              VALUE "Y".
000649     05  WS-GWK-EOF-SW       PIC X(01) VALUE "N".
000650         88  WS-GWK-EOF              VALUE "Y".
000651*    Where the current audit or GL work record sorts against
000652*    the current result: L ahead of it, E the same key, H past
000653*    it (or at end of file).
000654     05  WS-AUD-COMPARE      PIC X(01) VALUE "H".
000655         88  WS-AUD-LOW              VALUE "L".
000656         88  WS-AUD-EQUAL            VALUE "E".
000657         88  WS-AUD-HIGH             VALUE "H".
000658     05  WS-GL-COMPARE       PIC X(01) VALUE "H".
000659         88  WS-GL-LOW               VALUE "L".
000660         88  WS-GL-EQUAL             VALUE "E".
000661         88  WS-GL-HIGH              VALUE "H".
000664
000667 01  WS-AUDIT-FILE-STATUS    PIC X(02) VALUE "00".
000670     88  WS-AUDIT-FILE-NOT-FOUND VALUE "35".
000680 01  WS-RSLT-FILE-STATUS     PIC X(02) VALUE "00".
000690     88  WS-RSLT-FILE-NOT-FOUND  VALUE "35".
000710     88  WS-GLI-FILE-NOT-FOUND   VALUE "35".
000720 01  WS-RCN-FILE-STATUS      PIC X(02) VALUE "00".
000730     88  WS-RCN-FILE-NOT-FOUND   VALUE "35".
000732 01  WS-APPR-FILE-STATUS     PIC X(02) VALUE "00".
000733     88  WS-APPR-FILE-NOT-FOUND  VALUE "35".
000734 01  WS-AWK-FILE-STATUS      PIC X(02) VALUE "00".
000735     88  WS-AWK-FILE-NOT-FOUND   VALUE "35".
000736 01  WS-RWK-FILE-STATUS      PIC X(02) VALUE "00".
000737     88  WS-RWK-FILE-NOT-FOUND   VALUE "35".
000738 01  WS-GWK-FILE-STATUS      PIC X(02) VALUE "00".
000739     88  WS-GWK-FILE-NOT-FOUND   VALUE "35".
000740
000750 01  WS-CURRENT-DATE         PIC X(08) VALUE SPACES.
000760
000830 01  WS-EXCEPTION-COUNT      PIC 9(07) VALUE ZERO.
000832 01  WS-AUD-REV-COUNT        PIC 9(07) VALUE ZERO.
000834 01  WS-AUD-REV-TOTAL        PIC S9(11) VALUE ZERO.
000836 01  WS-HELD-COUNT           PIC 9(07) VALUE ZERO.
000838 01  WS-HELD-TOTAL           PIC S9(11) VALUE ZERO.
001050
001060 01  WS-RCN-HEADER-LINE.
001070     05  FILLER              PIC X(30)
001360 PROCEDURE DIVISION.
001370 0000-MAINLINE.
001380     PERFORM 1000-INITIALIZE THRU 1000-EXIT
001390     PERFORM 2000-SORT-AUDIT THRU 2000-EXIT
001400     PERFORM 2500-SORT-GL THRU 2500-EXIT
001405     PERFORM 2800-SORT-RESULTS THRU 2800-EXIT
001410     PERFORM 3000-MATCH-RESULTS THRU 3000-EXIT
001420     PERFORM 4000-SWEEP-UNMATCHED THRU 4000-EXIT
001430     PERFORM 9000-TERMINATE THRU 9000-EXIT
001520 1000-EXIT.
001530     EXIT.
001540
001541 2000-SORT-AUDIT.
001542     SORT RECON-SORT-FILE
001543         ON ASCENDING KEY SRT-NUM1 SRT-NUM2 SRT-RESULT SRT-OPCODE
001544                          SRT-ORIGIN
001545         INPUT PROCEDURE IS 2100-RELEASE-AUDIT THRU 2100-EXIT
001546         GIVING AUDIT-WORK-FILE
001547     IF SORT-RETURN NOT = ZERO
001548         DISPLAY "AUDITFILE SORT FAILED - RUN STOPPED"
001550         MOVE 8 TO RETURN-CODE
001551         STOP RUN
001552     END-IF.
001553 2000-EXIT.
001555     EXIT.
001556
001557 2100-RELEASE-AUDIT.
001558     MOVE "N" TO WS-AUDIT-EOF-SW
001560     OPEN INPUT AUDIT-FILE
001570     IF WS-AUDIT-FILE-NOT-FOUND
001580         DISPLAY "AUDITFILE NOT FOUND - NOTHING TO RECONCILE"
001590         SET WS-AUDIT-EOF TO TRUE
001600         GO TO 2100-EXIT
001610     END-IF
001620     PERFORM 2150-RELEASE-ONE-AUDIT THRU 2150-EXIT
001630         UNTIL WS-AUDIT-EOF
001640     CLOSE AUDIT-FILE.
001641 2100-EXIT.
001642     EXIT.
001680
001681 2150-RELEASE-ONE-AUDIT.
001690     READ AUDIT-FILE
001700         AT END
001710             SET WS-AUDIT-EOF TO TRUE
001711             GO TO 2150-EXIT
001712     END-READ
001713     MOVE AUD-NUM1 TO SRT-NUM1
001714     MOVE AUD-NUM2 TO SRT-NUM2
001715     MOVE AUD-RESULT TO SRT-RESULT
001716     MOVE AUD-OPCODE TO SRT-OPCODE
001717     MOVE SPACE TO SRT-ORIGIN
001718     RELEASE RECON-SORT-RECORD
001830     ADD 1 TO WS-AUDIT-COUNT
001840     ADD AUD-RESULT TO WS-AUDIT-TOTAL
001842     IF AUD-REVERSED
001844         ADD 1 TO WS-AUD-REV-COUNT
001846         ADD AUD-RESULT TO WS-AUD-REV-TOTAL
001848     END-IF.
001849 2150-EXIT.
001850     EXIT.
001853
001856 2500-SORT-GL.
001860*    SRT-ORIGIN is the last key, so a GLIFILE record sorts
001863*    ahead of a held or released item with the same key: a
001867*    result matches the GLIFILE record, and the one left over
001870*    is a hold from an earlier run, not an exception.
001873     SORT RECON-SORT-FILE
001877         ON ASCENDING KEY SRT-NUM1 SRT-NUM2 SRT-RESULT SRT-OPCODE
001880                          SRT-ORIGIN
001884         INPUT PROCEDURE IS 2600-RELEASE-GL THRU 2600-EXIT
001885         GIVING GL-WORK-FILE
001886     IF SORT-RETURN NOT = ZERO
001887         DISPLAY "GLIFILE SORT FAILED - RUN STOPPED"
001888         MOVE 8 TO RETURN-CODE
001889         STOP RUN
001890     END-IF.
001891 2500-EXIT.
001893     EXIT.
001895
001896 2600-RELEASE-GL.
001898     MOVE "N" TO WS-GLI-EOF-SW
001900     OPEN INPUT GL-INTERFACE-FILE
001910     IF WS-GLI-FILE-NOT-FOUND
001920         DISPLAY "GLIFILE NOT FOUND - TREATED AS EMPTY"
001930         SET WS-GLI-EOF TO TRUE
001931     ELSE
001932         PERFORM 2650-RELEASE-ONE-GLI THRU 2650-EXIT
001933             UNTIL WS-GLI-EOF
001934         CLOSE GL-INTERFACE-FILE
001935     END-IF
001940*    A result over its approval limit stands in APPRFILE for
001946*    its GL record until a supervisor releases it.
001952     MOVE "N" TO WS-APPR-EOF-SW
001958     OPEN INPUT APPROVAL-FILE
001963     IF WS-APPR-FILE-NOT-FOUND
001969         GO TO 2600-EXIT
001975     END-IF
001981     PERFORM 2750-RELEASE-ONE-HELD THRU 2750-EXIT
001986         UNTIL WS-APPR-EOF
001992     CLOSE APPROVAL-FILE.
001998 2600-EXIT.
002004     EXIT.
002010
002011 2650-RELEASE-ONE-GLI.
002030     READ GL-INTERFACE-FILE
002040         AT END
002050             SET WS-GLI-EOF TO TRUE
002051             GO TO 2650-EXIT
002052     END-READ
002053     MOVE GL-NUM1 TO SRT-NUM1
002054     MOVE GL-NUM2 TO SRT-NUM2
002055     MOVE GL-RESULT TO SRT-RESULT
002056     MOVE SPACE TO SRT-OPCODE
002057     IF GL-APPROVER = SPACES
002058         MOVE SPACE TO SRT-ORIGIN
002059     ELSE
002060         MOVE "R" TO SRT-ORIGIN
002061     END-IF
002062     RELEASE RECON-SORT-RECORD
002160     ADD 1 TO WS-GLI-COUNT
002170     ADD GL-RESULT TO WS-GLI-TOTAL.
002171 2650-EXIT.
002172     EXIT.
002174
002176 2750-RELEASE-ONE-HELD.
002178     READ APPROVAL-FILE
002180         AT END
002182             SET WS-APPR-EOF TO TRUE
002184             GO TO 2750-EXIT
002186     END-READ
002188     MOVE APR-NUM1 TO SRT-NUM1
002191     MOVE APR-NUM2 TO SRT-NUM2
002193     MOVE APR-RESULT TO SRT-RESULT
002195     MOVE SPACE TO SRT-OPCODE
002197     MOVE "H" TO SRT-ORIGIN
002199     RELEASE RECON-SORT-RECORD
002201     ADD 1 TO WS-HELD-COUNT
002203     ADD APR-RESULT TO WS-HELD-TOTAL.
002205 2750-EXIT.
002207     EXIT.
002210
002211 2800-SORT-RESULTS.
002212     SORT RECON-SORT-FILE
002213         ON ASCENDING KEY SRT-NUM1 SRT-NUM2 SRT-RESULT SRT-OPCODE
002214                          SRT-ORIGIN
002215         INPUT PROCEDURE IS 2900-RELEASE-RESULTS THRU 2900-EXIT
002216         GIVING RESULT-WORK-FILE
002217     IF SORT-RETURN NOT = ZERO
002219         DISPLAY "RESULTFILE SORT FAILED - RUN STOPPED"
002220         MOVE 8 TO RETURN-CODE
002221         STOP RUN
002222     END-IF.
002223 2800-EXIT.
002225     EXIT.
002226
002227 2900-RELEASE-RESULTS.
002228     MOVE "N" TO WS-RSLT-EOF-SW
002230     OPEN INPUT RESULT-FILE
002240     IF WS-RSLT-FILE-NOT-FOUND
002250         DISPLAY "RESULTFILE NOT FOUND - TREATED AS EMPTY"
002260         SET WS-RSLT-EOF TO TRUE
002270         GO TO 2900-EXIT
002280     END-IF
002281     PERFORM 2950-RELEASE-ONE-RESULT THRU 2950-EXIT
002282         UNTIL WS-RSLT-EOF
002283     CLOSE RESULT-FILE.
002284 2900-EXIT.
002285     EXIT.
002286
002287 2950-RELEASE-ONE-RESULT.
002288     READ RESULT-FILE
002289         AT END
002290             SET WS-RSLT-EOF TO TRUE
002291             GO TO 2950-EXIT
002292     END-READ
002293     MOVE RSLT-NUM1 TO SRT-NUM1
002294     MOVE RSLT-NUM2 TO SRT-NUM2
002295     MOVE RSLT-RESULT TO SRT-RESULT
002296     MOVE RSLT-OPCODE TO SRT-OPCODE
002297     MOVE SPACE TO SRT-ORIGIN
002298     RELEASE RECON-SORT-RECORD
002299     ADD 1 TO WS-RSLT-COUNT
002300     ADD RSLT-RESULT TO WS-RSLT-TOTAL.
002301 2950-EXIT.
002302     EXIT.
002303
002304 3000-MATCH-RESULTS.
002305*    One pass down the sorted results.  Each result takes the
002306*    next audit record and the next GL record with its key;
002307*    any audit or GL record sorting ahead of it has no result
002308*    to match and is reported on the way past.
002309     MOVE "N" TO WS-AWK-EOF-SW
002310     MOVE "N" TO WS-RWK-EOF-SW
002311     MOVE "N" TO WS-GWK-EOF-SW
002312     OPEN INPUT AUDIT-WORK-FILE
002313     OPEN INPUT RESULT-WORK-FILE
002314     OPEN INPUT GL-WORK-FILE
002315     PERFORM 3050-READ-AUDIT-WORK THRU 3050-EXIT
002316     PERFORM 3060-READ-GL-WORK THRU 3060-EXIT
002317     PERFORM 3070-READ-RESULT-WORK THRU 3070-EXIT
002318     PERFORM 3100-MATCH-ONE-RESULT THRU 3100-EXIT
002319         UNTIL WS-RWK-EOF.
002320 3000-EXIT.
002330     EXIT.
002340
002341 3050-READ-AUDIT-WORK.
002342     READ AUDIT-WORK-FILE
002343         AT END
002344             SET WS-AWK-EOF TO TRUE
002345     END-READ.
002346 3050-EXIT.
002347     EXIT.
002348
002349 3060-READ-GL-WORK.
002350     READ GL-WORK-FILE
002351         AT END
002352             SET WS-GWK-EOF TO TRUE
002353     END-READ.
002354 3060-EXIT.
002355     EXIT.
002356
002357 3070-READ-RESULT-WORK.
002358     READ RESULT-WORK-FILE
002359         AT END
002360             SET WS-RWK-EOF TO TRUE
002361     END-READ.
002362 3070-EXIT.
002363     EXIT.
002364
002397 3100-MATCH-ONE-RESULT.
002430     PERFORM 3200-MATCH-TO-AUDIT THRU 3200-EXIT
002440     IF NOT WS-MATCH-FOUND
002450         MOVE "IN RESULT, NOT IN AUDIT " TO RCN-EXC-TEXT
002460         PERFORM 8000-WRITE-EXCEPTION THRU 8000-EXIT
002470     END-IF
002480     PERFORM 3300-MATCH-TO-GL THRU 3300-EXIT
002500     IF NOT WS-MATCH-FOUND AND RWK-RESULT NOT = ZERO
002510         MOVE "IN RESULT, NOT IN GL    " TO RCN-EXC-TEXT
002520         PERFORM 8000-WRITE-EXCEPTION THRU 8000-EXIT
002530     END-IF
002531     PERFORM 3070-READ-RESULT-WORK THRU 3070-EXIT.
002550 3100-EXIT.
002560     EXIT.
002570
002580 3200-MATCH-TO-AUDIT.
002590     MOVE "N" TO WS-MATCH-FOUND-SW
002591     PERFORM 3250-COMPARE-AUDIT THRU 3250-EXIT
002592     PERFORM 3270-PASS-ONE-AUDIT THRU 3270-EXIT
002593         UNTIL NOT WS-AUD-LOW
002594     IF WS-AUD-EQUAL
002595         SET WS-MATCH-FOUND TO TRUE
002596         PERFORM 3050-READ-AUDIT-WORK THRU 3050-EXIT
002597     END-IF.
002640 3200-EXIT.
002650     EXIT.
002660
002661 3250-COMPARE-AUDIT.
002662     IF WS-AWK-EOF
002663         SET WS-AUD-HIGH TO TRUE
002664         GO TO 3250-EXIT
002665     END-IF
002666     EVALUATE TRUE
002667         WHEN AWK-NUM1 LESS THAN RWK-NUM1
002668             SET WS-AUD-LOW TO TRUE
002669         WHEN AWK-NUM1 GREATER THAN RWK-NUM1
002670             SET WS-AUD-HIGH TO TRUE
002671         WHEN AWK-NUM2 LESS THAN RWK-NUM2
002672             SET WS-AUD-LOW TO TRUE
002673         WHEN AWK-NUM2 GREATER THAN RWK-NUM2
002674             SET WS-AUD-HIGH TO TRUE
002675         WHEN AWK-RESULT LESS THAN RWK-RESULT
002676             SET WS-AUD-LOW TO TRUE
002677         WHEN AWK-RESULT GREATER THAN RWK-RESULT
002678             SET WS-AUD-HIGH TO TRUE
002679         WHEN AWK-OPCODE LESS THAN RWK-OPCODE
002680             SET WS-AUD-LOW TO TRUE
002681         WHEN AWK-OPCODE GREATER THAN RWK-OPCODE
002682             SET WS-AUD-HIGH TO TRUE
002683         WHEN OTHER
002684             SET WS-AUD-EQUAL TO TRUE
002685     END-EVALUATE.
002780 3250-EXIT.
002790     EXIT.
002800
002801 3270-PASS-ONE-AUDIT.
002802     PERFORM 4100-SWEEP-ONE-AUDIT THRU 4100-EXIT
002803     PERFORM 3250-COMPARE-AUDIT THRU 3250-EXIT.
002804 3270-EXIT.
002805     EXIT.
002806
002810 3300-MATCH-TO-GL.
002811*    The GL side carries no op-code, so it matches on operands
002812*    and result alone.
002820     MOVE "N" TO WS-MATCH-FOUND-SW
002821     PERFORM 3350-COMPARE-GL THRU 3350-EXIT
002822     PERFORM 3370-PASS-ONE-GL THRU 3370-EXIT
002823         UNTIL NOT WS-GL-LOW
002824     IF WS-GL-EQUAL
002825         SET WS-MATCH-FOUND TO TRUE
002826         PERFORM 3060-READ-GL-WORK THRU 3060-EXIT
002827     END-IF.
002870 3300-EXIT.
002880     EXIT.
002890
002891 3350-COMPARE-GL.
002892     IF WS-GWK-EOF
002893         SET WS-GL-HIGH TO TRUE
002894         GO TO 3350-EXIT
002895     END-IF
002896     EVALUATE TRUE
002897         WHEN GWK-NUM1 LESS THAN RWK-NUM1
002898             SET WS-GL-LOW TO TRUE
002899         WHEN GWK-NUM1 GREATER THAN RWK-NUM1
002900             SET WS-GL-HIGH TO TRUE
002901         WHEN GWK-NUM2 LESS THAN RWK-NUM2
002902             SET WS-GL-LOW TO TRUE
002903         WHEN GWK-NUM2 GREATER THAN RWK-NUM2
002904             SET WS-GL-HIGH TO TRUE
002905         WHEN GWK-RESULT LESS THAN RWK-RESULT
002906             SET WS-GL-LOW TO TRUE
002907         WHEN GWK-RESULT GREATER THAN RWK-RESULT
002908             SET WS-GL-HIGH TO TRUE
002909         WHEN OTHER
002910             SET WS-GL-EQUAL TO TRUE
002911     END-EVALUATE.
003000 3350-EXIT.
003010     EXIT.
003020
003021 3370-PASS-ONE-GL.
003022     PERFORM 4200-SWEEP-ONE-GL THRU 4200-EXIT
003023     PERFORM 3350-COMPARE-GL THRU 3350-EXIT.
003024 3370-EXIT.
003025     EXIT.
003026
003030 4000-SWEEP-UNMATCHED.
003031*    Whatever is left on the audit and GL work files sorts
003032*    past the last result.
003040     PERFORM 4100-SWEEP-ONE-AUDIT THRU 4100-EXIT
003041         UNTIL WS-AWK-EOF
003070     PERFORM 4200-SWEEP-ONE-GL THRU 4200-EXIT
003071         UNTIL WS-GWK-EOF
003072     CLOSE AUDIT-WORK-FILE
003073     CLOSE RESULT-WORK-FILE
003074     CLOSE GL-WORK-FILE.
003100 4000-EXIT.
003110     EXIT.
003120
003130 4100-SWEEP-ONE-AUDIT.
003150     MOVE "IN AUDIT, NOT IN RESULT " TO RCN-EXC-TEXT
003160     MOVE AWK-NUM1 TO RCN-EXC-NUM1
003170     MOVE AWK-OPCODE TO RCN-EXC-OP
003180     MOVE AWK-NUM2 TO RCN-EXC-NUM2
003190     MOVE AWK-RESULT TO RCN-EXC-RESULT
003200     PERFORM 8100-WRITE-EXCEPTION-LINE THRU 8100-EXIT
003201     PERFORM 3050-READ-AUDIT-WORK THRU 3050-EXIT.
003220 4100-EXIT.
003230     EXIT.
003240
003250 4200-SWEEP-ONE-GL.
003251*    A held item, or a record a supervisor released, that
003252*    matches no result belongs to an earlier run.
003260     IF NOT GWK-FROM-HOLD
003270         MOVE "IN GL, NOT IN RESULT    " TO RCN-EXC-TEXT
003280         MOVE GWK-NUM1 TO RCN-EXC-NUM1
003290         MOVE SPACE TO RCN-EXC-OP
003300         MOVE GWK-NUM2 TO RCN-EXC-NUM2
003310         MOVE GWK-RESULT TO RCN-EXC-RESULT
003320         PERFORM 8100-WRITE-EXCEPTION-LINE THRU 8100-EXIT
003330     END-IF
003331     PERFORM 3060-READ-GL-WORK THRU 3060-EXIT.
003340 4200-EXIT.
003350     EXIT.
003360
003370 8000-WRITE-EXCEPTION.
003380     MOVE RWK-NUM1 TO RCN-EXC-NUM1
003390     MOVE RWK-OPCODE TO RCN-EXC-OP
003400     MOVE RWK-NUM2 TO RCN-EXC-NUM2
003410     MOVE RWK-RESULT TO RCN-EXC-RESULT
003420     PERFORM 8100-WRITE-EXCEPTION-LINE THRU 8100-EXIT.
003430 8000-EXIT.
003440     EXIT.
003686     MOVE WS-AUD-REV-TOTAL TO RCN-TOT-AMOUNT
003688     MOVE WS-RCN-TOTAL-LINE TO RECON-REPORT-RECORD
003690     WRITE RECON-REPORT-RECORD
003691     MOVE "HELD        " TO RCN-TOT-FILE
003692     MOVE WS-HELD-COUNT TO RCN-TOT-COUNT
003693     MOVE WS-HELD-TOTAL TO RCN-TOT-AMOUNT
003694     MOVE WS-RCN-TOTAL-LINE TO RECON-REPORT-RECORD
003695     WRITE RECON-REPORT-RECORD
003697     MOVE WS-EXCEPTION-COUNT TO RCN-VDT-COUNT
003700     IF WS-EXCEPTION-COUNT = ZERO
003710         MOVE "RUN RECONCILES - CERTIFIED        "
003720             TO RCN-VDT-TEXT
003806     ELSE
003808         MOVE 8 TO RETURN-CODE
003810     END-IF.
003815 9000-EXIT.
003820     EXIT.
