000200*        STATUS THE AUDIT LOG RECORDED.                       *
000210*    THE RECNCTL CARD MAY LIMIT THE AUDIT WINDOW BY DATE.     *
000220*    RETURN CODE 4 WHEN ANY INCONSISTENCY IS FOUND.           *
000222*    A SECOND PASS REREADS AUDHIST AND THE AUDIT LOG AND      *
000224*    CHECKS THE AUDIT RECORD CHAIN - RETURN CODE 12 WHEN A    *
000226*    RECORD IS MISSING, ALTERED, OR OUT OF THE CHAIN.         *
000230*--------------------------------------------------------------*
000240*                    MODIFICATION HISTORY                      *
000250*--------------------------------------------------------------*
000283*                   THE EMIT COUNT OF AN EXPANDED OR RANGED    *
000284*                   RUN IS NOT A CREDIBLE WITNESS.  WIDENED    *
000285*                   THE FINDING TEXT SO NO MESSAGE TRUNCATES.  *
000287*   11/09/98  RLT   EVERY FINDING IS NOW ALSO RAISED ON THE    *
000289*                   ALERTS OPERATOR FEED SHARED WITH QUINE AND *
000291*                   QUINAUD, SUBJECT TO THE ALRTCTL SEVERITY   *
000293*                   AND ONCE A DAY PER MEMBER.  THE DAY'S      *
000295*                   ALERT COUNT BY SEVERITY ENDS THE REPORT.   *
000297*   12/07/98  RLT   ADDED THE AUDIT CHAIN VERIFICATION PASS    *
000299*                   OVER AUDHIST AND AUDITLOG - SEQUENCE GAPS, *
000301*                   ALTERED RECORDS, AND BROKEN LINKS ARE      *
000303*                   FINDINGS RAISED AS SEVERE ALERTS AND END   *
000305*                   THE RUN WITH RETURN CODE 12.  RECORDS FROM *
000307*                   BEFORE CHAINING ARE COUNTED ONCE.          *
000309*--------------------------------------------------------------*
000311 ENVIRONMENT DIVISION.
000313 INPUT-OUTPUT SECTION.
000320 FILE-CONTROL.
000330     SELECT RECNCTL-FILE ASSIGN TO RECNCTL
000340         ORGANIZATION IS SEQUENTIAL
000360     SELECT AUDIT-FILE ASSIGN TO AUDITLOG
000370         ORGANIZATION IS SEQUENTIAL
000380         FILE STATUS IS WS-AUDIT-STATUS.
000382     SELECT AUDHIST-FILE ASSIGN TO AUDHIST
000384         ORGANIZATION IS SEQUENTIAL
000386         FILE STATUS IS WS-AUDHIST-STATUS.
000390     SELECT VAULT-FILE ASSIGN TO VAULT
000400         ORGANIZATION IS INDEXED
000410         ACCESS MODE IS DYNAMIC
000500     SELECT RECNRPT-FILE ASSIGN TO RECNRPT
000510         ORGANIZATION IS SEQUENTIAL
000520         FILE STATUS IS WS-RECNRPT-STATUS.
000522     SELECT ALERTS-FILE ASSIGN TO ALERTS
000524         ORGANIZATION IS SEQUENTIAL
000526         FILE STATUS IS WS-ALERTS-STATUS.
000528     SELECT ALRTCTL-FILE ASSIGN TO ALRTCTL
000530         ORGANIZATION IS SEQUENTIAL
000532         FILE STATUS IS WS-ALRTCTL-STATUS.
000534 DATA DIVISION.
000540 FILE SECTION.
000550*--------------------------------------------------------------*
000560*    CONTROL CARD - OPTIONAL AUDIT WINDOW DATE RANGE (MMDDYY)  *
000794*    THE RECORD - SPACES ON RECORDS FROM BEFORE THE FIELD
000800     05  AU-VAULT-CNT          PIC 9(04).
000802     05  FILLER                PIC X(19).
000804*--------------------------------------------------------------*
000806*    AUDIT HISTORY - RECORDS QUINAUD PURGED FROM THE AUDIT LOG *
000808*--------------------------------------------------------------*
000810 FD  AUDHIST-FILE
000812     LABEL RECORDS ARE STANDARD
000814     RECORD CONTAINS 80 CHARACTERS.
000816 01  AUDHIST-REC               PIC X(80).
000818*--------------------------------------------------------------*
000820*    VAULT LIBRARY - KEY AND HEADER LAYOUT AS WRITTEN BY QUINE *
000830*--------------------------------------------------------------*
000840 FD  VAULT-FILE
001320     LABEL RECORDS ARE STANDARD
001330     RECORD CONTAINS 132 CHARACTERS.
001340 01  RECNRPT-REC               PIC X(132).
001342*--------------------------------------------------------------*
001344*    OPERATOR ALERT FEED - ONE RECORD PER EVENT, APPENDED BY   *
001346*    QUINE, QUINRECN AND QUINAUD ALIKE.  SEVERITY IS I, W, E   *
001348*    OR S.  DATE IS CCYYMMDD, TIME HHMMSS                      *
001350*--------------------------------------------------------------*
001352 FD  ALERTS-FILE
001354     LABEL RECORDS ARE STANDARD
001356     RECORD CONTAINS 120 CHARACTERS.
001358 01  ALERT-REC.
001360     05  AL-PROGRAM            PIC X(08).
001362     05  AL-EVENT              PIC X(08).
001364     05  AL-SEVERITY           PIC X(01).
001366     05  AL-MEMBER             PIC X(08).
001368     05  AL-JOB-NAME           PIC X(08).
001370     05  AL-JOBID              PIC X(08).
001372     05  AL-DATE               PIC X(08).
001374     05  AL-TIME               PIC X(06).
001376     05  AL-TEXT               PIC X(60).
001378     05  FILLER                PIC X(05).
001380*--------------------------------------------------------------*
001382*    ALERT THRESHOLDS - PROGRAM NAME (OR * FOR EVERY PROGRAM)  *
001384*    IN COLUMNS 1-8, LOWEST SEVERITY WRITTEN IN COLUMN 10      *
001386*--------------------------------------------------------------*
001388 FD  ALRTCTL-FILE
001390     LABEL RECORDS ARE STANDARD
001392     RECORD CONTAINS 80 CHARACTERS.
001394 01  ALRTCTL-REC.
001396     05  AT-PROGRAM            PIC X(08).
001398     05  FILLER                PIC X(01).
001400     05  AT-MIN-SEV            PIC X(01).
001402     05  FILLER                PIC X(70).
001404 WORKING-STORAGE SECTION.
001406*--------------------------------------------------------------*
001408*    VAULT DIRECTORY TABLE - ONE ENTRY PER CURRENT-GENERATION  *
001410*    MEMBER HEADER FOUND IN THE VAULT                          *
001412*--------------------------------------------------------------*
001414 01  WS-VLT-TBL.
001416     05  WS-VLT-ENTRY OCCURS 200 TIMES INDEXED BY VX.
001420         10  WS-VLT-MEMBER     PIC X(08).
001430         10  WS-VLT-LINE-CNT   PIC 9(04).
001440*--------------------------------------------------------------*
002510     05  WRF-TEXT              PIC X(90).
002520 01  WS-RPT-WORK               PIC X(132) VALUE SPACES.
002530 01  WS-FINDING-TEXT           PIC X(90) VALUE SPACES.
002532*    OPERATOR ALERT FEED - THE EVENTS THIS PROGRAM HAS ALREADY
002534*    RAISED TODAY (AN EVENT IS NOT RAISED TWICE IN ONE DAY FOR
002536*    THE SAME MEMBER), THE LOWEST SEVERITY WRITTEN, AND THE
002538*    DAY'S COUNTS BY SEVERITY RANK (1 I, 2 W, 3 E, 4 S)
002540 01  WS-ALT-TBL.
002542     05  WS-ALT-ENTRY          OCCURS 300 TIMES.
002544         10  WS-ALT-EVENT      PIC X(08).
002546         10  WS-ALT-MEMBER     PIC X(08).
002548 01  WS-ALT-DAY-COUNTS.
002550     05  WS-ALT-DAY-CNT        PIC 9(05) OCCURS 4 TIMES.
002552 77  WS-ALT-MAX                PIC 9(03) VALUE 300.
002554 77  WS-ALT-COUNT              PIC 9(03) VALUE 0.
002556 77  WS-ALT-IX                 PIC 9(03) VALUE 0.
002558 77  WS-ALT-WRITTEN            PIC 9(05) VALUE 0.
002560 77  WS-ALT-SUPPRESSED         PIC 9(05) VALUE 0.
002562 77  WS-ALT-FILTERED           PIC 9(05) VALUE 0.
002564 77  WS-ALT-HIT-SW             PIC X(01) VALUE 'N'.
002566     88  WS-ALT-HIT                VALUE 'Y'.
002568 77  WS-ALT-OWN-SW             PIC X(01) VALUE 'N'.
002570     88  WS-ALT-OWN-ENTRY          VALUE 'Y'.
002572 77  WS-ALERTS-STATUS          PIC X(02) VALUE SPACES.
002574 77  WS-ALERTS-EOF-SW          PIC X(01) VALUE 'N'.
002576     88  WS-ALERTS-EOF             VALUE 'Y'.
002578 77  WS-ALERTS-SW              PIC X(01) VALUE 'N'.
002580     88  WS-ALERTS-UNAVAILABLE     VALUE 'Y'.
002582 77  WS-ALRTCTL-STATUS         PIC X(02) VALUE SPACES.
002584 77  WS-ALRTCTL-EOF-SW         PIC X(01) VALUE 'N'.
002586     88  WS-ALRTCTL-EOF            VALUE 'Y'.
002588 77  WS-ALERT-PROGRAM          PIC X(08) VALUE 'QUINRECN'.
002590 77  WS-ALERT-MIN-SEV          PIC X(01) VALUE 'I'.
002592 77  WS-ALERT-MIN-RANK         PIC 9(01) VALUE 1.
002594 77  WS-ALERT-RANK             PIC 9(01) VALUE 0.
002596 77  WS-ALERT-EVENT            PIC X(08) VALUE SPACES.
002598 77  WS-ALERT-SEV              PIC X(01) VALUE SPACES.
002600 77  WS-ALERT-MEMBER           PIC X(08) VALUE SPACES.
002602 77  WS-ALERT-TEXT             PIC X(60) VALUE SPACES.
002604 77  WS-ALERT-CLOCK            PIC 9(08) VALUE 0.
002606 01  WS-ALERT-TODAY.
002608     05  WS-ALERT-CC           PIC X(02) VALUE '19'.
002610     05  WS-ALERT-YMD          PIC X(06) VALUE SPACES.
002611*--------------------------------------------------------------*
002612*    AUDIT CHAIN VERIFICATION - THE RECORD UNDER TEST (AUDHIST *
002613*    OR AUDITLOG) AS QUINE CHAINS IT: 'C' MARK, BINARY         *
002614*    SEQUENCE NUMBER, AND BINARY CHAIN VALUE TAKEN OVER THE    *
002615*    FIRST 75 BYTES AND THE PRIOR RECORD'S CHAIN VALUE         *
002616*--------------------------------------------------------------*
002617 01  WS-CHN-REC.
002618     05  CR-BODY.
002619         10  FILLER            PIC X(08).
002620         10  CR-DATE           PIC X(06).
002621         10  CR-TIME           PIC X(06).
002622         10  FILLER            PIC X(16).
002623         10  CR-MEMBER         PIC X(08).
002624         10  FILLER            PIC X(05).
002625         10  CR-STATUS         PIC X(08).
002626         10  FILLER            PIC X(13).
002627         10  CR-MARK           PIC X(01).
002628             88  CR-CHAINED        VALUE 'C'.
002629         10  CR-SEQ            PIC 9(09) COMP.
002630     05  CR-CHAIN              PIC 9(09) COMP.
002631     05  FILLER                PIC X(01).
002632 77  WS-AUDHIST-STATUS         PIC X(02) VALUE SPACES.
002633 77  WS-AUDHIST-EOF-SW         PIC X(01) VALUE 'N'.
002634     88  WS-AUDHIST-EOF            VALUE 'Y'.
002635 77  WS-AUDHIST-SW             PIC X(01) VALUE 'N'.
002636     88  WS-AUDHIST-UNAVAILABLE    VALUE 'Y'.
002637 77  WS-CHN-STARTED-SW         PIC X(01) VALUE 'N'.
002638     88  WS-CHN-STARTED            VALUE 'Y'.
002639 77  WS-CHN-PENDING-SW         PIC X(01) VALUE 'N'.
002640     88  WS-CHN-PENDING            VALUE 'Y'.
002641 77  WS-CHN-SEQ                PIC 9(09) VALUE 0.
002642 77  WS-CHN-NEXT               PIC 9(09) VALUE 0.
002643 77  WS-CHN-GAP-END            PIC 9(09) VALUE 0.
002644 77  WS-CHN-PREV-SEQ           PIC 9(09) VALUE 0.
002645 77  WS-CHN-PREV-CHAIN         PIC 9(09) VALUE 0.
002646 77  WS-CHN-STORED             PIC 9(09) VALUE 0.
002647 77  WS-CHN-VALUE              PIC 9(09) VALUE 0.
002648 77  WS-CHN-PEND-SEQ           PIC 9(09) VALUE 0.
002649 77  WS-CHN-PEND-MEMBER        PIC X(08) VALUE SPACES.
002650 77  WS-CHN-HIST-READ          PIC 9(07) VALUE 0.
002651 77  WS-CHN-CURR-READ          PIC 9(07) VALUE 0.
002652 77  WS-CHN-CHECKED            PIC 9(07) VALUE 0.
002653 77  WS-CHN-LEGACY             PIC 9(07) VALUE 0.
002654 77  WS-CHN-BREAKS             PIC 9(05) VALUE 0.
002655 77  WS-CHN-COL                PIC 9(02) VALUE 0.
002656 77  WS-CHN-CHAR               PIC 9(03) VALUE 0.
002657 77  WS-CHN-WORK               PIC 9(18) VALUE 0.
002658 77  WS-CHN-QUOT               PIC 9(18) VALUE 0.
002659 77  WS-CHN-MODULUS            PIC 9(09) VALUE 999999937.
002660 PROCEDURE DIVISION.
002661*--------------------------------------------------------------*
002662*    0000-MAINLINE - DRIVES THE OVERALL RUN                    *
002663*--------------------------------------------------------------*
002664 0000-MAINLINE.
002665     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
002666     IF NOT WS-ABEND-REQUESTED
002667         PERFORM 2000-SCAN-VAULT THRU 2000-EXIT
002668         PERFORM 2100-SCAN-AUDIT THRU 2100-EXIT
002669         PERFORM 2200-SCAN-CKPT THRU 2200-EXIT
002670         PERFORM 2300-SCAN-RUNSUM THRU 2300-EXIT
002671         PERFORM 3000-RECONCILE THRU 3000-EXIT
002672         PERFORM 3100-VERIFY-CHAIN THRU 3100-EXIT
002673         PERFORM 3500-WRITE-TOTALS THRU 3500-EXIT
002674     END-IF.
002675     PERFORM 9000-TERMINATE THRU 9000-EXIT.
002676     IF WS-ABEND-REQUESTED
002677         MOVE 16 TO RETURN-CODE
002678     ELSE
002679         IF WS-CHN-BREAKS > 0
002680             MOVE 12 TO RETURN-CODE
002681         ELSE
002720             IF WS-FINDING-COUNT > 0
002730                 MOVE 04 TO RETURN-CODE
002740             END-IF
002745         END-IF
002750     END-IF.
002760     STOP RUN.
002770*--------------------------------------------------------------*
002870         DELIMITED BY SIZE INTO WS-RUN-DATE-DISPLAY.
002880     STRING WS-CT-HH ':' WS-CT-MM ':' WS-CT-SS
002890         DELIMITED BY SIZE INTO WS-RUN-TIME-DISPLAY.
002895     PERFORM 1090-OPEN-ALERTS THRU 1090-EXIT.
002900     OPEN INPUT RECNCTL-FILE.
002910     IF WS-RECNCTL-STATUS = '00'
002920         PERFORM 1050-READ-CTLCARD THRU 1050-EXIT
003330     WRITE RECNRPT-REC.
003340 1000-EXIT.
003350     EXIT.
003351*--------------------------------------------------------------*
003352*    1090/1092/1095 - OPENS THE OPERATOR ALERT FEED.  ALRTCTL  *
003353*    SETS THE LOWEST SEVERITY WRITTEN, AND TODAY'S ALERTS FROM *
003354*    THIS PROGRAM ARE REREAD SO NONE IS RAISED TWICE IN A DAY. *
003355*    AN UNAVAILABLE FEED ONLY WARNS                            *
003356*--------------------------------------------------------------*
003357 1090-OPEN-ALERTS.
003358     MOVE WS-CURRENT-DATE TO WS-ALERT-YMD.
003359     IF WS-CD-YY < 70
003360         MOVE '20' TO WS-ALERT-CC
003361     END-IF.
003362     MOVE 0 TO WS-ALT-COUNT.
003363     MOVE ZEROS TO WS-ALT-DAY-COUNTS.
003364     MOVE 'N' TO WS-ALT-OWN-SW.
003365     MOVE 'N' TO WS-ALRTCTL-EOF-SW.
003366     OPEN INPUT ALRTCTL-FILE.
003367     IF WS-ALRTCTL-STATUS = '00'
003368         PERFORM 1092-LOAD-ONE-ALRTCTL THRU 1092-EXIT
003369             UNTIL WS-ALRTCTL-EOF
003370         CLOSE ALRTCTL-FILE
003371     END-IF.
003372     MOVE WS-ALERT-MIN-SEV TO WS-ALERT-SEV.
003373     PERFORM 3610-RANK-SEVERITY THRU 3610-EXIT.
003374     MOVE WS-ALERT-RANK TO WS-ALERT-MIN-RANK.
003375*    A FEED NOT YET CREATED SIMPLY HAS NOTHING RAISED TODAY
003376     MOVE 'N' TO WS-ALERTS-EOF-SW.
003377     OPEN INPUT ALERTS-FILE.
003378     IF WS-ALERTS-STATUS = '00'
003379         PERFORM 1095-SCAN-ONE-ALERT THRU 1095-EXIT
003380             UNTIL WS-ALERTS-EOF
003381         CLOSE ALERTS-FILE
003382     END-IF.
003383     OPEN EXTEND ALERTS-FILE.
003384     IF WS-ALERTS-STATUS NOT = '00'
003385         DISPLAY 'QRCN0400W ALERT DATASET UNAVAILABLE, STATUS '
003386             WS-ALERTS-STATUS ' - NO OPERATOR ALERTS WRITTEN'
003387         SET WS-ALERTS-UNAVAILABLE TO TRUE
003388         GO TO 1090-EXIT
003389     END-IF.
003390     DISPLAY 'QRCN0405I ALERT FEED OPEN, LOWEST SEVERITY '
003391         WS-ALERT-MIN-SEV ', ' WS-ALT-COUNT
003392         ' ALERT(S) ALREADY RAISED TODAY'.
003393 1090-EXIT.
003394     EXIT.
003395*    AN ALRTCTL ENTRY NAMING THIS PROGRAM OUTRANKS THE * ENTRY
003396 1092-LOAD-ONE-ALRTCTL.
003397     READ ALRTCTL-FILE
003398         AT END
003399             SET WS-ALRTCTL-EOF TO TRUE
003400             GO TO 1092-EXIT
003401     END-READ.
003402     IF AT-PROGRAM NOT = WS-ALERT-PROGRAM AND
003403             AT-PROGRAM NOT = '*'
003404         GO TO 1092-EXIT
003405     END-IF.
003406     IF AT-PROGRAM = '*' AND WS-ALT-OWN-ENTRY
003407         GO TO 1092-EXIT
003408     END-IF.
003409     IF AT-MIN-SEV NOT = 'I' AND AT-MIN-SEV NOT = 'W' AND
003410             AT-MIN-SEV NOT = 'E' AND AT-MIN-SEV NOT = 'S'
003411         DISPLAY 'QRCN0410W ALRTCTL ENTRY ' AT-PROGRAM
003412             ' HAS AN INVALID SEVERITY - IGNORED'
003413         GO TO 1092-EXIT
003414     END-IF.
003415     MOVE AT-MIN-SEV TO WS-ALERT-MIN-SEV.
003416     IF AT-PROGRAM = WS-ALERT-PROGRAM
003417         SET WS-ALT-OWN-ENTRY TO TRUE
003418     END-IF.
003419 1092-EXIT.
003420     EXIT.
003421 1095-SCAN-ONE-ALERT.
003422     READ ALERTS-FILE
003423         AT END
003424             SET WS-ALERTS-EOF TO TRUE
003425             GO TO 1095-EXIT
003426     END-READ.
003427     IF AL-PROGRAM NOT = WS-ALERT-PROGRAM OR
003428             AL-DATE NOT = WS-ALERT-TODAY
003429         GO TO 1095-EXIT
003430     END-IF.
003431     MOVE AL-SEVERITY TO WS-ALERT-SEV.
003432     PERFORM 3610-RANK-SEVERITY THRU 3610-EXIT.
003433     ADD 1 TO WS-ALT-DAY-CNT(WS-ALERT-RANK).
003434     MOVE AL-EVENT TO WS-ALERT-EVENT.
003435     MOVE AL-MEMBER TO WS-ALERT-MEMBER.
003436     PERFORM 3620-REMEMBER-ALERT THRU 3620-EXIT.
003437 1095-EXIT.
003438     EXIT.
003439*--------------------------------------------------------------*
003440*    1050-READ-CTLCARD - APPLIES THE WINDOW CARD OR DEFAULTS   *
003441*--------------------------------------------------------------*
003442 1050-READ-CTLCARD.
003443     READ RECNCTL-FILE
003444         AT END
003445             SET WS-RECNCTL-EOF TO TRUE
003446             GO TO 1050-EXIT
003447     END-READ.
003448     IF RC-FROM-DATE NOT = SPACES AND
003449         RC-FROM-DATE IS NUMERIC
003450         MOVE RC-FROM-DATE TO WS-DTS-DATE
003451         PERFORM 1150-DATE-TO-SERIAL THRU 1150-EXIT
003452         MOVE WS-DTS-SERIAL TO WS-FROM-SERIAL
003453     END-IF.
003454     IF RC-TO-DATE NOT = SPACES AND
003455         RC-TO-DATE IS NUMERIC
003456         MOVE RC-TO-DATE TO WS-DTS-DATE
003457         PERFORM 1150-DATE-TO-SERIAL THRU 1150-EXIT
003458         MOVE WS-DTS-SERIAL TO WS-TO-SERIAL
003560     END-IF.
003570 1050-EXIT.
003580     EXIT.
006680     END-IF.
006690 3030-EXIT.
006700     EXIT.
006701*--------------------------------------------------------------*
006702*    3100-3170 - AUDIT CHAIN VERIFICATION.  REREADS AUDHIST    *
006703*    AND THEN AUDITLOG AS ONE STREAM AND RECOMPUTES EACH       *
006704*    CHAINED RECORD'S CHAIN VALUE FROM ITS FIRST 75 BYTES AND  *
006705*    THE PRIOR RECORD'S, THE WAY QUINE WRITES IT.  A SKIPPED   *
006706*    SEQUENCE NUMBER IS A GAP (SEQGAP); A RECORD WHOSE VALUE   *
006707*    FAILS BUT WHOSE SUCCESSOR STILL LINKS TO IT WAS ALTERED   *
006708*    (ALTERED); A FAILED VALUE NEITHER NEIGHBOUR LINKS TO, A   *
006709*    SEQUENCE RUNNING BACKWARD, OR AN UNCHAINED RECORD INSIDE  *
006710*    THE CHAIN IS A BROKEN LINK (BRKLINK).  RECORDS FROM       *
006711*    BEFORE CHAINING BEGAN ARE COUNTED AND REPORTED ONCE       *
006712*--------------------------------------------------------------*
006713 3100-VERIFY-CHAIN.
006714     MOVE 'N' TO WS-AUDHIST-EOF-SW.
006715     OPEN INPUT AUDHIST-FILE.
006716     IF WS-AUDHIST-STATUS NOT = '00'
006717         DISPLAY 'QRCN0500W AUDIT HISTORY DATASET UNAVAILABLE, '
006718             'STATUS ' WS-AUDHIST-STATUS
006719             ' - CHAIN CHECKED FROM AUDITLOG ONLY'
006720         SET WS-AUDHIST-UNAVAILABLE TO TRUE
006721     ELSE
006722         PERFORM 3110-VERIFY-ONE-HIST THRU 3110-EXIT
006723             UNTIL WS-AUDHIST-EOF
006724         CLOSE AUDHIST-FILE
006725     END-IF.
006726     CLOSE AUDIT-FILE.
006727     MOVE 'N' TO WS-AUDIT-EOF-SW.
006728     OPEN INPUT AUDIT-FILE.
006729     IF WS-AUDIT-STATUS NOT = '00'
006730         DISPLAY 'QRCN0110S AUDIT LOG DATASET UNAVAILABLE, '
006731             'STATUS ' WS-AUDIT-STATUS
006732         SET WS-ABEND-REQUESTED TO TRUE
006733         GO TO 3100-EXIT
006734     END-IF.
006735     PERFORM 3120-VERIFY-ONE-CURR THRU 3120-EXIT
006736         UNTIL WS-AUDIT-EOF.
006737     PERFORM 3160-FLUSH-PENDING THRU 3160-EXIT.
006738     IF WS-CHN-LEGACY > 0
006739         MOVE SPACES TO WS-RPT-WORK
006740         STRING ' UNCHAIN           ' WS-CHN-LEGACY
006741             ' RECORD(S) WRITTEN BEFORE CHAINING BEGAN - '
006742             'NOT VERIFIED'
006743             DELIMITED BY SIZE INTO WS-RPT-WORK
006744         WRITE RECNRPT-REC FROM WS-RPT-WORK
006745     END-IF.
006746     MOVE SPACES TO WS-RPT-WORK.
006747     STRING ' CHAIN             ' WS-CHN-HIST-READ
006748         ' HISTORY AND ' WS-CHN-CURR-READ ' CURRENT RECORD(S) '
006749         'READ, ' WS-CHN-CHECKED ' CHAINED, LAST SEQUENCE '
006750         WS-CHN-PREV-SEQ ', ' WS-CHN-BREAKS ' BREAK(S)'
006751         DELIMITED BY SIZE INTO WS-RPT-WORK.
006752     WRITE RECNRPT-REC FROM WS-RPT-WORK.
006753     IF WS-CHN-BREAKS = 0
006754         DISPLAY 'QRCN0520I AUDIT CHAIN INTACT THROUGH SEQUENCE '
006755             WS-CHN-PREV-SEQ ', ' WS-CHN-LEGACY
006756             ' UNCHAINED RECORD(S) NOT VERIFIED'
006757     ELSE
006758         DISPLAY 'QRCN0530E AUDIT CHAIN BROKEN - '
006759             WS-CHN-BREAKS ' BREAK(S), SEE RECNRPT'
006760     END-IF.
006761 3100-EXIT.
006762     EXIT.
006763 3110-VERIFY-ONE-HIST.
006764     READ AUDHIST-FILE
006765         AT END
006766             SET WS-AUDHIST-EOF TO TRUE
006767             GO TO 3110-EXIT
006768     END-READ.
006769     ADD 1 TO WS-CHN-HIST-READ.
006770     MOVE AUDHIST-REC TO WS-CHN-REC.
006771     PERFORM 3130-CHECK-LINK THRU 3130-EXIT.
006772 3110-EXIT.
006773     EXIT.
006774 3120-VERIFY-ONE-CURR.
006775     READ AUDIT-FILE
006776         AT END
006777             SET WS-AUDIT-EOF TO TRUE
006778             GO TO 3120-EXIT
006779     END-READ.
006780     ADD 1 TO WS-CHN-CURR-READ.
006781     MOVE AUDIT-REC TO WS-CHN-REC.
006782     PERFORM 3130-CHECK-LINK THRU 3130-EXIT.
006783 3120-EXIT.
006784     EXIT.
006785 3130-CHECK-LINK.
006786     IF NOT CR-CHAINED
006787         IF WS-CHN-STARTED
006788             MOVE SPACES TO WS-FINDING-TEXT
006789             STRING 'UNCHAINED RECORD OF ' CR-DATE ' ' CR-TIME
006790                 ' ' CR-STATUS ' FOUND AFTER SEQUENCE '
006791                 WS-CHN-PREV-SEQ
006792                 DELIMITED BY SIZE INTO WS-FINDING-TEXT
006793             MOVE CR-MEMBER TO WRF-MEMBER
006794             MOVE 'BRKLINK' TO WRF-TAG
006795             PERFORM 3170-CHAIN-FINDING THRU 3170-EXIT
006796         ELSE
006797             ADD 1 TO WS-CHN-LEGACY
006798         END-IF
006799         GO TO 3130-EXIT
006800     END-IF.
006801     ADD 1 TO WS-CHN-CHECKED.
006802     MOVE CR-SEQ TO WS-CHN-SEQ.
006803     MOVE CR-CHAIN TO WS-CHN-STORED.
006804*    THE FIRST CHAINED RECORD MUST BE SEQUENCE 1, UNLESS THE
006805*    HISTORY THAT HOLDS ITS PREDECESSORS WAS NOT READ
006806     IF NOT WS-CHN-STARTED
006807         SET WS-CHN-STARTED TO TRUE
006808         MOVE 0 TO WS-CHN-PREV-SEQ
006809         MOVE 0 TO WS-CHN-PREV-CHAIN
006810         IF WS-CHN-SEQ NOT = 1 AND WS-AUDHIST-UNAVAILABLE
006811             DISPLAY 'QRCN0510I CHAIN TAKEN UP AT SEQUENCE '
006812                 WS-CHN-SEQ
006813             PERFORM 3150-ANCHOR THRU 3150-EXIT
006814             GO TO 3130-EXIT
006815         END-IF
006816     END-IF.
006817     IF WS-CHN-SEQ NOT > WS-CHN-PREV-SEQ
006818         PERFORM 3160-FLUSH-PENDING THRU 3160-EXIT
006819         MOVE SPACES TO WS-FINDING-TEXT
006820         STRING 'SEQUENCE ' WS-CHN-SEQ
006821             ' FOUND AFTER SEQUENCE ' WS-CHN-PREV-SEQ
006822             ' - RECORD REPEATED OR OUT OF ORDER'
006823             DELIMITED BY SIZE INTO WS-FINDING-TEXT
006824         MOVE CR-MEMBER TO WRF-MEMBER
006825         MOVE 'BRKLINK' TO WRF-TAG
006826         PERFORM 3170-CHAIN-FINDING THRU 3170-EXIT
006827         GO TO 3130-EXIT
006828     END-IF.
006829     COMPUTE WS-CHN-NEXT = WS-CHN-PREV-SEQ + 1.
006830     IF WS-CHN-SEQ > WS-CHN-NEXT
006831         PERFORM 3160-FLUSH-PENDING THRU 3160-EXIT
006832         COMPUTE WS-CHN-GAP-END = WS-CHN-SEQ - 1
006833         MOVE SPACES TO WS-FINDING-TEXT
006834         STRING 'SEQUENCE ' WS-CHN-NEXT ' THRU ' WS-CHN-GAP-END
006835             ' MISSING BEFORE RECORD OF ' CR-DATE ' ' CR-TIME
006836             DELIMITED BY SIZE INTO WS-FINDING-TEXT
006837         MOVE CR-MEMBER TO WRF-MEMBER
006838         MOVE 'SEQGAP' TO WRF-TAG
006839         PERFORM 3170-CHAIN-FINDING THRU 3170-EXIT
006840         PERFORM 3150-ANCHOR THRU 3150-EXIT
006841         GO TO 3130-EXIT
006842     END-IF.
006843     MOVE WS-CHN-PREV-CHAIN TO WS-CHN-VALUE.
006844     PERFORM 3140-CHAIN-ONE-CHAR THRU 3140-EXIT
006845         VARYING WS-CHN-COL FROM 1 BY 1
006846         UNTIL WS-CHN-COL > 75.
006847*    A FAILED RECORD IS JUDGED BY WHETHER ITS SUCCESSOR STILL
006848*    LINKS TO THE CHAIN VALUE IT CARRIES
006849     IF WS-CHN-PENDING
006850         IF WS-CHN-VALUE = WS-CHN-STORED
006851             PERFORM 3160-FLUSH-PENDING THRU 3160-EXIT
006852         ELSE
006853             MOVE SPACES TO WS-FINDING-TEXT
006854             STRING 'CHAIN VALUE OF SEQUENCE ' WS-CHN-PEND-SEQ
006855                 ' REWRITTEN - NEITHER NEIGHBOUR LINKS TO IT'
006856                 DELIMITED BY SIZE INTO WS-FINDING-TEXT
006857             MOVE WS-CHN-PEND-MEMBER TO WRF-MEMBER
006858             MOVE 'BRKLINK' TO WRF-TAG
006859             PERFORM 3170-CHAIN-FINDING THRU 3170-EXIT
006860             MOVE 'N' TO WS-CHN-PENDING-SW
006861         END-IF
006862     ELSE
006863         IF WS-CHN-VALUE NOT = WS-CHN-STORED
006864             SET WS-CHN-PENDING TO TRUE
006865             MOVE WS-CHN-SEQ TO WS-CHN-PEND-SEQ
006866             MOVE CR-MEMBER TO WS-CHN-PEND-MEMBER
006867         END-IF
006868     END-IF.
006869     PERFORM 3150-ANCHOR THRU 3150-EXIT.
006870 3130-EXIT.
006871     EXIT.
006872 3140-CHAIN-ONE-CHAR.
006873     COMPUTE WS-CHN-CHAR =
006874         FUNCTION ORD(CR-BODY(WS-CHN-COL:1)).
006875     COMPUTE WS-CHN-WORK = WS-CHN-VALUE * 31 + WS-CHN-CHAR.
006876     DIVIDE WS-CHN-WORK BY WS-CHN-MODULUS
006877         GIVING WS-CHN-QUOT REMAINDER WS-CHN-VALUE.
006878 3140-EXIT.
006879     EXIT.
006880 3150-ANCHOR.
006881     MOVE WS-CHN-SEQ TO WS-CHN-PREV-SEQ.
006882     MOVE WS-CHN-STORED TO WS-CHN-PREV-CHAIN.
006883 3150-EXIT.
006884     EXIT.
006885*    A FAILED RECORD NOT YET JUDGED BY ITS SUCCESSOR IS TAKEN
006886*    AS ALTERED
006887 3160-FLUSH-PENDING.
006888     IF NOT WS-CHN-PENDING
006889         GO TO 3160-EXIT
006890     END-IF.
006891     MOVE SPACES TO WS-FINDING-TEXT.
006892     STRING 'SEQUENCE ' WS-CHN-PEND-SEQ
006893         ' FAILS ITS CHAIN CHECK - IT OR THE RECORD BEFORE IT '
006894         'WAS ALTERED'
006895         DELIMITED BY SIZE INTO WS-FINDING-TEXT.
006896     MOVE WS-CHN-PEND-MEMBER TO WRF-MEMBER.
006897     MOVE 'ALTERED' TO WRF-TAG.
006898     PERFORM 3170-CHAIN-FINDING THRU 3170-EXIT.
006899     MOVE 'N' TO WS-CHN-PENDING-SW.
006900 3160-EXIT.
006901     EXIT.
006902 3170-CHAIN-FINDING.
006903     ADD 1 TO WS-CHN-BREAKS.
006904     PERFORM 3400-WRITE-FINDING THRU 3400-EXIT.
006905 3170-EXIT.
006906     EXIT.
006907*--------------------------------------------------------------*
006908*    3400-WRITE-FINDING - ONE REPORT LINE PER INCONSISTENCY    *
006909*--------------------------------------------------------------*
006910 3400-WRITE-FINDING.
006911     MOVE WS-FINDING-TEXT TO WRF-TEXT.
006912     MOVE WS-RPT-FINDING TO WS-RPT-WORK.
006913     WRITE RECNRPT-REC FROM WS-RPT-WORK.
006914     ADD 1 TO WS-FINDING-COUNT.
006915     DISPLAY 'QRCN0300W ' WRF-TAG ' ' WRF-MEMBER ' - '
006916         WS-FINDING-TEXT.
006917*    EVERY FINDING IS ALSO RAISED ON THE OPERATOR ALERT FEED -
006918*    A BREAK IN THE AUDIT CHAIN AS SEVERE, A LINE COUNT THAT
006919*    DISAGREES AS AN ERROR, THE REST AS WARNINGS
006920     MOVE WRF-TAG TO WS-ALERT-EVENT.
006921     EVALUATE WRF-TAG
006922         WHEN 'SEQGAP'
006923         WHEN 'ALTERED'
006924         WHEN 'BRKLINK'
006925             MOVE 'S' TO WS-ALERT-SEV
006926         WHEN 'LINECNT'
006927             MOVE 'E' TO WS-ALERT-SEV
006928         WHEN OTHER
006929             MOVE 'W' TO WS-ALERT-SEV
006930     END-EVALUATE.
006931     MOVE WRF-MEMBER TO WS-ALERT-MEMBER.
006932     MOVE WS-FINDING-TEXT TO WS-ALERT-TEXT.
006933     PERFORM 3600-RAISE-ALERT THRU 3600-EXIT.
006934 3400-EXIT.
006935     EXIT.
006936*--------------------------------------------------------------*
006937*    3500-WRITE-TOTALS - REPORT TRAILER AND OPERATOR SUMMARY   *
006938*--------------------------------------------------------------*
006939 3500-WRITE-TOTALS.
006940     MOVE SPACES TO RECNRPT-REC.
006941     WRITE RECNRPT-REC.
006942     MOVE SPACES TO WS-RPT-WORK.
006943     STRING ' ' WS-VLT-COUNT ' MEMBER(S), ' WS-AUD-READ
006944         ' AUDIT RECORD(S), ' WS-CKPT-READ
006945         ' CHECKPOINT(S), ' WS-FINDING-COUNT
006946         ' INCONSISTENCY(S)'
006947         DELIMITED BY SIZE INTO WS-RPT-WORK.
006950     WRITE RECNRPT-REC FROM WS-RPT-WORK.
006960     IF WS-FINDING-COUNT = 0
006970         DISPLAY 'QRCN0310I ALL FOUR DATASETS AGREE - NO '
007000         DISPLAY 'QRCN0320W ' WS-FINDING-COUNT
007010             ' INCONSISTENCY(S) FOUND, SEE RECNRPT'
007020     END-IF.
007025     PERFORM 3640-WRITE-ALERT-COUNTS THRU 3640-EXIT.
007030 3500-EXIT.
007040     EXIT.
007041*--------------------------------------------------------------*
007042*    3600-RAISE-ALERT - APPENDS ONE RECORD TO THE OPERATOR     *
007043*    ALERT FEED FOR WS-ALERT-EVENT/-SEV/-MEMBER/-TEXT, UNLESS  *
007044*    IT IS BELOW THE ALRTCTL SEVERITY OR THE SAME EVENT WAS    *
007045*    ALREADY RAISED FOR THE MEMBER TODAY                       *
007046*--------------------------------------------------------------*
007047 3600-RAISE-ALERT.
007048     IF WS-ALERTS-UNAVAILABLE
007049         GO TO 3600-EXIT
007050     END-IF.
007051     PERFORM 3610-RANK-SEVERITY THRU 3610-EXIT.
007052     IF WS-ALERT-RANK < WS-ALERT-MIN-RANK
007053         ADD 1 TO WS-ALT-FILTERED
007054         GO TO 3600-EXIT
007055     END-IF.
007056     MOVE 'N' TO WS-ALT-HIT-SW.
007057     PERFORM 3630-MATCH-ONE-ALERT THRU 3630-EXIT
007058         VARYING WS-ALT-IX FROM 1 BY 1
007059         UNTIL WS-ALT-IX > WS-ALT-COUNT OR WS-ALT-HIT.
007060     IF WS-ALT-HIT
007061         ADD 1 TO WS-ALT-SUPPRESSED
007062         GO TO 3600-EXIT
007063     END-IF.
007064     ACCEPT WS-ALERT-CLOCK FROM TIME.
007065     MOVE SPACES TO ALERT-REC.
007066     MOVE WS-ALERT-PROGRAM TO AL-PROGRAM.
007067     MOVE WS-ALERT-EVENT TO AL-EVENT.
007068     MOVE WS-ALERT-SEV TO AL-SEVERITY.
007069     MOVE WS-ALERT-MEMBER TO AL-MEMBER.
007070     MOVE WS-ALERT-PROGRAM TO AL-JOB-NAME.
007071     MOVE SPACES TO AL-JOBID.
007072     MOVE WS-ALERT-TODAY TO AL-DATE.
007073     MOVE WS-ALERT-CLOCK(1:6) TO AL-TIME.
007074     MOVE WS-ALERT-TEXT TO AL-TEXT.
007075     WRITE ALERT-REC.
007076     IF WS-ALERTS-STATUS NOT = '00'
007077         DISPLAY 'QRCN0420W ALERT WRITE FAILED, STATUS '
007078             WS-ALERTS-STATUS ', EVENT ' WS-ALERT-EVENT
007079             ' MEMBER ' WS-ALERT-MEMBER
007080         GO TO 3600-EXIT
007081     END-IF.
007082     ADD 1 TO WS-ALT-WRITTEN.
007083     ADD 1 TO WS-ALT-DAY-CNT(WS-ALERT-RANK).
007084     PERFORM 3620-REMEMBER-ALERT THRU 3620-EXIT.
007085     DISPLAY 'QRCN0430I ALERT ' WS-ALERT-EVENT ' ('
007086         WS-ALERT-SEV ') RAISED FOR ' WS-ALERT-MEMBER.
007087 3600-EXIT.
007088     EXIT.
007089*    AN UNKNOWN SEVERITY RANKS AS A WARNING
007090 3610-RANK-SEVERITY.
007091     EVALUATE WS-ALERT-SEV
007092         WHEN 'I'
007093             MOVE 1 TO WS-ALERT-RANK
007094         WHEN 'E'
007095             MOVE 3 TO WS-ALERT-RANK
007096         WHEN 'S'
007097             MOVE 4 TO WS-ALERT-RANK
007098         WHEN OTHER
007099             MOVE 2 TO WS-ALERT-RANK
007100     END-EVALUATE.
007101 3610-EXIT.
007102     EXIT.
007103*    A FULL TABLE ONLY MEANS LATER REPEATS ARE NOT CAUGHT
007104 3620-REMEMBER-ALERT.
007105     IF WS-ALT-COUNT >= WS-ALT-MAX
007106         GO TO 3620-EXIT
007107     END-IF.
007108     ADD 1 TO WS-ALT-COUNT.
007109     MOVE WS-ALERT-EVENT TO WS-ALT-EVENT(WS-ALT-COUNT).
007110     MOVE WS-ALERT-MEMBER TO WS-ALT-MEMBER(WS-ALT-COUNT).
007111 3620-EXIT.
007112     EXIT.
007113 3630-MATCH-ONE-ALERT.
007114     IF WS-ALT-EVENT(WS-ALT-IX) = WS-ALERT-EVENT AND
007115             WS-ALT-MEMBER(WS-ALT-IX) = WS-ALERT-MEMBER
007116         SET WS-ALT-HIT TO TRUE
007117     END-IF.
007118 3630-EXIT.
007119     EXIT.
007120*    3640 - THE DAY'S ALERT COUNTS BY SEVERITY, AT THE FOOT OF
007121*    THE REPORT
007122 3640-WRITE-ALERT-COUNTS.
007123     MOVE SPACES TO WS-RPT-WORK.
007124     STRING ' ALERTS RAISED TODAY - SEVERE ' WS-ALT-DAY-CNT(4)
007125         ' ERROR ' WS-ALT-DAY-CNT(3) ' WARNING '
007126         WS-ALT-DAY-CNT(2) ' INFO ' WS-ALT-DAY-CNT(1) ', '
007127         WS-ALT-SUPPRESSED ' REPEAT(S) SUPPRESSED'
007128         DELIMITED BY SIZE INTO WS-RPT-WORK.
007129     WRITE RECNRPT-REC FROM WS-RPT-WORK.
007130     DISPLAY 'QRCN0440I ALERTS RAISED TODAY - SEVERE '
007131         WS-ALT-DAY-CNT(4) ' ERROR ' WS-ALT-DAY-CNT(3)
007132         ' WARNING ' WS-ALT-DAY-CNT(2) ' INFO '
007133         WS-ALT-DAY-CNT(1) ', ' WS-ALT-SUPPRESSED
007134         ' REPEAT(S) SUPPRESSED'.
007135 3640-EXIT.
007136     EXIT.
007137*--------------------------------------------------------------*
007138*    9000-TERMINATE - CLOSES ALL DATASETS BEFORE STOP RUN      *
007139*--------------------------------------------------------------*
007140 9000-TERMINATE.
007141     IF WS-RECNCTL-STATUS = '00'
007142         CLOSE RECNCTL-FILE
007143     END-IF.
007144     IF WS-AUDIT-STATUS = '00'
007145         CLOSE AUDIT-FILE
007146     END-IF.
007147     IF WS-VAULT-STATUS = '00'
007148         CLOSE VAULT-FILE
007149     END-IF.
007150     IF WS-RECNRPT-STATUS = '00'
007151         CLOSE RECNRPT-FILE
007152     END-IF.
007153     IF NOT WS-CKPT-UNAVAILABLE
007154         CLOSE CKPT-FILE
007155     END-IF.
007156     IF NOT WS-RUNSUM-UNAVAILABLE
007250         CLOSE RUNSUM-FILE
007260     END-IF.
007262     IF NOT WS-ALERTS-UNAVAILABLE
007264         CLOSE ALERTS-FILE
007266     END-IF.
007270 9000-EXIT.
007280     EXIT.
