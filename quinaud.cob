000240*                   MEMBER BY MONTH, FLAGGING A PERIOD WHOSE   *
000250*                   WARNING/ABEND RATE RISES AGAINST ITS PRIOR *
000260*                   PERIODS.                                   *
000262*   10/19/98  RLT   AUDIT RECORD NOW CARRIES THE VAULT COUNT,  *
000264*                   CHANGE TICKET, AND ACTION CODE.  ADDED     *
000266*                   CHANGE MODE - LISTS EVERY VAULT CHANGE     *
000268*                   WITH ITS TICKET, THEN EVERY CHANGE MADE    *
000270*                   WITHOUT ONE.                               *
000272*   11/09/98  RLT   A TREND MEMBER WHOSE LATEST PERIOD IS      *
000274*                   FLAGGED AS RISING IS NOW ALSO RAISED ON    *
000276*                   THE ALERTS OPERATOR FEED SHARED WITH QUINE *
000278*                   AND QUINRECN, SUBJECT TO THE ALRTCTL       *
000280*                   SEVERITY AND ONCE A DAY PER MEMBER.  THE   *
000282*                   DAY'S ALERT COUNT BY SEVERITY ENDS THE     *
000284*                   REPORT.                                    *
000286*   11/16/98  RLT   ADDED SECURE MODE - LISTS EVERY CARD QUINE *
000288*                   REFUSED AS UNAUTHORIZED UNDER THE NEW      *
000290*                   AUTHTBL (STATUS VIOLATN) BY SUBMITTER,     *
000292*                   ACTION, AND MEMBER, AND TOTALS THE         *
000294*                   SUBMITTERS REFUSED MORE THAN ONCE.         *
000296*   11/30/98  RLT   CHANGE MODE LISTS EACH ACTIVATION OF A     *
000298*                   STAGED VERSION AS A CHANGE UNDER ITS       *
000300*                   STAGING TICKET.  SECURE MODE NAMES THE NEW *
000302*                   STAGE, ACTIVATE, AND CANCEL ACTIONS.       *
000304*   12/07/98  RLT   AUDIT RECORDS ARE NOW CHAINED BY QUINE.    *
000306*                   THE PURGE ARCHIVES ONLY THE OLDEST         *
000308*                   UNBROKEN RUN OF RECORDS AND ALWAYS KEEPS   *
000310*                   THE NEWEST, SO AUDHIST FOLLOWED BY         *
000312*                   AUDITLOG IS ONE CHAIN AND QUINE CAN ALWAYS *
000313*                   FIND ITS END.                              *
000314*--------------------------------------------------------------*
000316 ENVIRONMENT DIVISION.
000318 INPUT-OUTPUT SECTION.
000320 FILE-CONTROL.
000322     SELECT AUDCTL-FILE ASSIGN TO AUDCTL
000324         ORGANIZATION IS SEQUENTIAL
000330         FILE STATUS IS WS-AUDCTL-STATUS.
000340     SELECT AUDIT-FILE ASSIGN TO AUDITLOG
000350         ORGANIZATION IS SEQUENTIAL
000400     SELECT AUDHIST-FILE ASSIGN TO AUDHIST
000410         ORGANIZATION IS SEQUENTIAL
000420         FILE STATUS IS WS-AUDHIST-STATUS.
000422     SELECT ALERTS-FILE ASSIGN TO ALERTS
000424         ORGANIZATION IS SEQUENTIAL
000426         FILE STATUS IS WS-ALERTS-STATUS.
000428     SELECT ALRTCTL-FILE ASSIGN TO ALRTCTL
000430         ORGANIZATION IS SEQUENTIAL
000432         FILE STATUS IS WS-ALRTCTL-STATUS.
000434     SELECT AUDITNEW-FILE ASSIGN TO AUDITNEW
000440         ORGANIZATION IS SEQUENTIAL
000450         FILE STATUS IS WS-AUDITNEW-STATUS.
000460 DATA DIVISION.
000740     05  AU-MEMBER             PIC X(08).
000750     05  AU-LINE-CNT           PIC 9(05).
000760     05  AU-STATUS             PIC X(08).
000762     05  AU-VAULT-CNT          PIC 9(04).
000764     05  AU-TICKET             PIC X(08).
000766     05  AU-ACTION-CD          PIC X(01).
000768*    CHAIN MARK, SEQUENCE, AND CHAIN VALUE - SEE QUINRECN
000770     05  AU-CHAIN-MARK         PIC X(01).
000772     05  AU-SEQ                PIC 9(09) COMP.
000774     05  AU-CHAIN              PIC 9(09) COMP.
000776     05  FILLER                PIC X(01).
000780*--------------------------------------------------------------*
000790*    FORMATTED REPORT OUTPUT                                   *
000800*--------------------------------------------------------------*
000960     LABEL RECORDS ARE STANDARD
000970     RECORD CONTAINS 80 CHARACTERS.
000980 01  AUDITNEW-REC              PIC X(80).
000982*--------------------------------------------------------------*
000984*    OPERATOR ALERT FEED - ONE RECORD PER EVENT, APPENDED BY   *
000986*    QUINE, QUINRECN AND QUINAUD ALIKE.  SEVERITY IS I, W, E   *
000988*    OR S.  DATE IS CCYYMMDD, TIME HHMMSS                      *
000990*--------------------------------------------------------------*
000992 FD  ALERTS-FILE
000994     LABEL RECORDS ARE STANDARD
000996     RECORD CONTAINS 120 CHARACTERS.
000998 01  ALERT-REC.
001000     05  AL-PROGRAM            PIC X(08).
001002     05  AL-EVENT              PIC X(08).
001004     05  AL-SEVERITY           PIC X(01).
001006     05  AL-MEMBER             PIC X(08).
001008     05  AL-JOB-NAME           PIC X(08).
001010     05  AL-JOBID              PIC X(08).
001012     05  AL-DATE               PIC X(08).
001014     05  AL-TIME               PIC X(06).
001016     05  AL-TEXT               PIC X(60).
001018     05  FILLER                PIC X(05).
001020*--------------------------------------------------------------*
001022*    ALERT THRESHOLDS - PROGRAM NAME (OR * FOR EVERY PROGRAM)  *
001024*    IN COLUMNS 1-8, LOWEST SEVERITY WRITTEN IN COLUMN 10      *
001026*--------------------------------------------------------------*
001028 FD  ALRTCTL-FILE
001030     LABEL RECORDS ARE STANDARD
001032     RECORD CONTAINS 80 CHARACTERS.
001034 01  ALRTCTL-REC.
001036     05  AT-PROGRAM            PIC X(08).
001038     05  FILLER                PIC X(01).
001040     05  AT-MIN-SEV            PIC X(01).
001042     05  FILLER                PIC X(70).
001044 WORKING-STORAGE SECTION.
001046*--------------------------------------------------------------*
001048*    PER-MEMBER RUN HISTORY SUMMARY, BUILT WHILE REPORTING     *
001050*--------------------------------------------------------------*
001052 01  WS-SUM-TBL.
001054     05  WS-SUM-ENTRY OCCURS 100 TIMES INDEXED BY MX.
001056         10  WS-SUM-MEMBER     PIC X(08).
001060         10  WS-SUM-RUNS       PIC 9(05).
001070         10  WS-SUM-COMPLETE   PIC 9(05).
001080         10  WS-SUM-WARNING    PIC 9(05).
001280 01  WS-TRM-TBL.
001290     05  WS-TRM-ENTRY OCCURS 100 TIMES INDEXED BY TMX.
001300         10  WS-TRM-MEMBER     PIC X(08).
001302*--------------------------------------------------------------*
001304*    SUBMITTERS REFUSED AS UNAUTHORIZED, BUILT IN SECURE MODE  *
001306*--------------------------------------------------------------*
001308 01  WS-VIO-TBL.
001310     05  WS-VIO-ENTRY OCCURS 200 TIMES INDEXED BY VX.
001312         10  WS-VIO-SUBMITTER  PIC X(08).
001314         10  WS-VIO-ATTEMPTS   PIC 9(05).
001316*--------------------------------------------------------------*
001320*    A LOG RECORD HELD IN WORKING STORAGE SO ARCHIVE AND       *
001330*    CURRENT RECORDS GO THROUGH THE SAME TREND PARAGRAPHS      *
001340*--------------------------------------------------------------*
001810 77  WS-SELECT-COUNT           PIC 9(07) VALUE 0.
001820 77  WS-ARCHIVE-COUNT          PIC 9(07) VALUE 0.
001830 77  WS-KEPT-COUNT             PIC 9(07) VALUE 0.
001832*    PURGE HOLD - EACH RECORD IS PLACED ONE READ LATE, SO THE
001834*    NEWEST RECORD IS ALWAYS KEPT, AND ONCE ONE RECORD IS KEPT
001836*    EVERY LATER ONE IS TOO
001838 01  WS-HOLD-REC               PIC X(80) VALUE SPACES.
001840 77  WS-HOLD-SW                PIC X(01) VALUE 'N'.
001842     88  WS-HOLD-PRESENT           VALUE 'Y'.
001844 77  WS-KEEP-REST-SW           PIC X(01) VALUE 'N'.
001846     88  WS-KEEP-REST              VALUE 'Y'.
001848 77  WS-TOT-COMPLETE           PIC 9(07) VALUE 0.
001850 77  WS-TOT-WARNING            PIC 9(07) VALUE 0.
001860 77  WS-TOT-ABEND              PIC 9(07) VALUE 0.
001870 77  WS-TOT-LINES              PIC 9(09) VALUE 0.
002030     88  WS-AUDHIST-EOF            VALUE 'Y'.
002040 77  WS-TRD-DONE-SW            PIC X(01) VALUE 'N'.
002050     88  WS-TRD-DONE               VALUE 'Y'.
002053 77  WS-TRD-RISE-SW            PIC X(01) VALUE 'N'.
002056     88  WS-TRD-RISING             VALUE 'Y'.
002060 77  WS-TRM-HIT-SW             PIC X(01) VALUE 'N'.
002070     88  WS-TRM-HIT                VALUE 'Y'.
002080 77  WS-ABEND-SW               PIC X(01) VALUE 'N'.
002110     88  WS-REC-SELECTED           VALUE 'Y'.
002120 77  WS-SUM-HIT-SW             PIC X(01) VALUE 'N'.
002130     88  WS-SUM-HIT                VALUE 'Y'.
002132*    CHANGE MODE - WHICH PASS IS RUNNING, WHETHER THE RECORD
002134*    IN HAND IS A VAULT CHANGE, AND THE COUNTS
002136 77  WS-CHG-PASS-SW            PIC X(01) VALUE 'T'.
002138     88  WS-CHG-TICKET-PASS        VALUE 'T'.
002140     88  WS-CHG-NOTKT-PASS         VALUE 'U'.
002142 77  WS-CHG-REC-SW             PIC X(01) VALUE 'N'.
002144     88  WS-CHG-IS-CHANGE          VALUE 'Y'.
002146     88  WS-CHG-UNCLASSIFIED       VALUE 'U'.
002148 77  WS-CHG-TICKETED           PIC 9(07) VALUE 0.
002150 77  WS-CHG-UNTICKETED         PIC 9(07) VALUE 0.
002152 77  WS-CHG-LEGACY             PIC 9(07) VALUE 0.
002154 77  WS-CHG-ACTION             PIC X(08) VALUE SPACES.
002156*    SECURE MODE - REFUSED-ATTEMPT COUNTS AND THE SUBMITTER
002158*    TABLE SEARCH
002160 77  WS-VIO-MAX                PIC 9(03) VALUE 200.
002162 77  WS-VIO-COUNT              PIC 9(03) VALUE 0.
002164 77  WS-VIO-ATTEMPTS-TOT       PIC 9(07) VALUE 0.
002166 77  WS-VIO-REPEATERS          PIC 9(07) VALUE 0.
002168 77  WS-VIO-HIT-SW             PIC X(01) VALUE 'N'.
002170     88  WS-VIO-HIT                VALUE 'Y'.
002172 01  WS-DTS-DATE.
002174     05  WS-DTS-MM             PIC 9(02).
002176     05  WS-DTS-DD             PIC 9(02).
002178     05  WS-DTS-YY             PIC 9(02).
002180 77  WS-DTS-SERIAL             PIC 9(07) VALUE 0.
002190 01  WS-CURRENT-DATE.
002200     05  WS-CD-YY              PIC 9(02).
003250     05  WTP-YYYY              PIC X(04).
003260     05  WTP-MM                PIC X(02).
003270 01  WS-RPT-WORK               PIC X(132) VALUE SPACES.
003272 01  WS-RPT-CHG-TITLE.
003274     05  FILLER                PIC X(01) VALUE SPACE.
003276     05  WCH-TITLE             PIC X(68).
003278     05  FILLER                PIC X(01) VALUE SPACE.
003280     05  FILLER                PIC X(09) VALUE 'ACTION'.
003282     05  FILLER                PIC X(06) VALUE 'TICKET'.
003284 01  WS-RPT-CHG-LINE.
003286     05  WRC-DETAIL            PIC X(69).
003288     05  FILLER                PIC X(01) VALUE SPACE.
003290     05  WRC-ACTION            PIC X(08).
003292     05  FILLER                PIC X(01) VALUE SPACE.
003294     05  WRC-TICKET            PIC X(08).
003296 01  WS-RPT-CHG-TOT.
003298     05  FILLER                PIC X(01) VALUE SPACE.
003300     05  WCT-LABEL             PIC X(40).
003302     05  WCT-COUNT             PIC ZZZZZZ9.
003303 01  WS-RPT-VIO-HDR.
003304     05  FILLER                PIC X(01) VALUE SPACE.
003305     05  FILLER                PIC X(09) VALUE 'SUBMITTR'.
003306     05  FILLER                PIC X(08) VALUE 'ATTEMPTS'.
003307 01  WS-RPT-VIO-LINE.
003308     05  FILLER                PIC X(01) VALUE SPACE.
003309     05  WRV-SUBMITTER         PIC X(08).
003310     05  FILLER                PIC X(01) VALUE SPACE.
003311     05  WRV-ATTEMPTS          PIC ZZZZZZ9.
003312*    OPERATOR ALERT FEED - THE EVENTS THIS PROGRAM HAS ALREADY
003313*    RAISED TODAY (AN EVENT IS NOT RAISED TWICE IN ONE DAY FOR
003314*    THE SAME MEMBER), THE LOWEST SEVERITY WRITTEN, AND THE
003315*    DAY'S COUNTS BY SEVERITY RANK (1 I, 2 W, 3 E, 4 S)
003316 01  WS-ALT-TBL.
003317     05  WS-ALT-ENTRY          OCCURS 300 TIMES.
003318         10  WS-ALT-EVENT      PIC X(08).
003319         10  WS-ALT-MEMBER     PIC X(08).
003320 01  WS-ALT-DAY-COUNTS.
003321     05  WS-ALT-DAY-CNT        PIC 9(05) OCCURS 4 TIMES.
003322 77  WS-ALT-MAX                PIC 9(03) VALUE 300.
003323 77  WS-ALT-COUNT              PIC 9(03) VALUE 0.
003324 77  WS-ALT-IX                 PIC 9(03) VALUE 0.
003325 77  WS-ALT-WRITTEN            PIC 9(05) VALUE 0.
003326 77  WS-ALT-SUPPRESSED         PIC 9(05) VALUE 0.
003327 77  WS-ALT-FILTERED           PIC 9(05) VALUE 0.
003328 77  WS-ALT-HIT-SW             PIC X(01) VALUE 'N'.
003329     88  WS-ALT-HIT                VALUE 'Y'.
003330 77  WS-ALT-OWN-SW             PIC X(01) VALUE 'N'.
003331     88  WS-ALT-OWN-ENTRY          VALUE 'Y'.
003344 77  WS-ALERTS-STATUS          PIC X(02) VALUE SPACES.
003346 77  WS-ALERTS-EOF-SW          PIC X(01) VALUE 'N'.
003348     88  WS-ALERTS-EOF             VALUE 'Y'.
003350 77  WS-ALERTS-SW              PIC X(01) VALUE 'N'.
003352     88  WS-ALERTS-UNAVAILABLE     VALUE 'Y'.
003354 77  WS-ALRTCTL-STATUS         PIC X(02) VALUE SPACES.
003356 77  WS-ALRTCTL-EOF-SW         PIC X(01) VALUE 'N'.
003358     88  WS-ALRTCTL-EOF            VALUE 'Y'.
003360 77  WS-ALERT-PROGRAM          PIC X(08) VALUE 'QUINAUD'.
003362 77  WS-ALERT-MIN-SEV          PIC X(01) VALUE 'I'.
003364 77  WS-ALERT-MIN-RANK         PIC 9(01) VALUE 1.
003366 77  WS-ALERT-RANK             PIC 9(01) VALUE 0.
003368 77  WS-ALERT-EVENT            PIC X(08) VALUE SPACES.
003370 77  WS-ALERT-SEV              PIC X(01) VALUE SPACES.
003372 77  WS-ALERT-MEMBER           PIC X(08) VALUE SPACES.
003374 77  WS-ALERT-TEXT             PIC X(60) VALUE SPACES.
003376 77  WS-ALERT-CLOCK            PIC 9(08) VALUE 0.
003378 01  WS-ALERT-TODAY.
003380     05  WS-ALERT-CC           PIC X(02) VALUE '19'.
003382     05  WS-ALERT-YMD          PIC X(06) VALUE SPACES.
003384 PROCEDURE DIVISION.
003386*--------------------------------------------------------------*
003388*    0000-MAINLINE - DRIVES THE OVERALL RUN                    *
003390*--------------------------------------------------------------*
003392 0000-MAINLINE.
003394     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
003396     IF NOT WS-ABEND-REQUESTED
003398         IF WS-MODE = 'PURGE'
003400             PERFORM 3000-PURGE-AUDIT THRU 3000-EXIT
003402         ELSE
003404             IF WS-MODE = 'TREND'
003406                 PERFORM 4000-TREND-AUDIT THRU 4000-EXIT
003408             ELSE
003410                 IF WS-MODE = 'CHANGE'
003412                     PERFORM 5000-CHANGE-AUDIT THRU 5000-EXIT
003414                 ELSE
003415                     IF WS-MODE = 'SECURE'
003416                         PERFORM 5500-SECURITY-AUDIT THRU
003417                             5500-EXIT
003418                     ELSE
003419                         PERFORM 2000-REPORT-AUDIT THRU
003420                             2000-EXIT
003421                     END-IF
003422                 END-IF
003423             END-IF
003424         END-IF
003435         PERFORM 6140-WRITE-ALERT-COUNTS THRU 6140-EXIT
003440     END-IF.
003450     PERFORM 9000-TERMINATE THRU 9000-EXIT.
003460     IF WS-ABEND-REQUESTED
003580         DELIMITED BY SIZE INTO WS-RUN-DATE-DISPLAY.
003590     STRING WS-CT-HH ':' WS-CT-MM ':' WS-CT-SS
003600         DELIMITED BY SIZE INTO WS-RUN-TIME-DISPLAY.
003605     PERFORM 1090-OPEN-ALERTS THRU 1090-EXIT.
003610     OPEN INPUT AUDCTL-FILE.
003620     IF WS-AUDCTL-STATUS NOT = '00'
003630         DISPLAY 'QAUD0100S CONTROL CARD DATASET UNAVAILABLE, '
004150     END-IF.
004160 1000-EXIT.
004170     EXIT.
004171*--------------------------------------------------------------*
004172*    1090/1092/1095 - OPENS THE OPERATOR ALERT FEED.  ALRTCTL  *
004173*    SETS THE LOWEST SEVERITY WRITTEN, AND TODAY'S ALERTS FROM *
004174*    THIS PROGRAM ARE REREAD SO NONE IS RAISED TWICE IN A DAY. *
004175*    AN UNAVAILABLE FEED ONLY WARNS                            *
004176*--------------------------------------------------------------*
004177 1090-OPEN-ALERTS.
004178     MOVE WS-CURRENT-DATE TO WS-ALERT-YMD.
004179     IF WS-CD-YY < 70
004180         MOVE '20' TO WS-ALERT-CC
004181     END-IF.
004182     MOVE 0 TO WS-ALT-COUNT.
004183     MOVE ZEROS TO WS-ALT-DAY-COUNTS.
004184     MOVE 'N' TO WS-ALT-OWN-SW.
004185     MOVE 'N' TO WS-ALRTCTL-EOF-SW.
004186     OPEN INPUT ALRTCTL-FILE.
004187     IF WS-ALRTCTL-STATUS = '00'
004188         PERFORM 1092-LOAD-ONE-ALRTCTL THRU 1092-EXIT
004189             UNTIL WS-ALRTCTL-EOF
004190         CLOSE ALRTCTL-FILE
004191     END-IF.
004192     MOVE WS-ALERT-MIN-SEV TO WS-ALERT-SEV.
004193     PERFORM 6110-RANK-SEVERITY THRU 6110-EXIT.
004194     MOVE WS-ALERT-RANK TO WS-ALERT-MIN-RANK.
004195*    A FEED NOT YET CREATED SIMPLY HAS NOTHING RAISED TODAY
004196     MOVE 'N' TO WS-ALERTS-EOF-SW.
004197     OPEN INPUT ALERTS-FILE.
004198     IF WS-ALERTS-STATUS = '00'
004199         PERFORM 1095-SCAN-ONE-ALERT THRU 1095-EXIT
004200             UNTIL WS-ALERTS-EOF
004201         CLOSE ALERTS-FILE
004202     END-IF.
004203     OPEN EXTEND ALERTS-FILE.
004204     IF WS-ALERTS-STATUS NOT = '00'
004205         DISPLAY 'QAUD0600W ALERT DATASET UNAVAILABLE, STATUS '
004206             WS-ALERTS-STATUS ' - NO OPERATOR ALERTS WRITTEN'
004207         SET WS-ALERTS-UNAVAILABLE TO TRUE
004208         GO TO 1090-EXIT
004209     END-IF.
004210     DISPLAY 'QAUD0605I ALERT FEED OPEN, LOWEST SEVERITY '
004211         WS-ALERT-MIN-SEV ', ' WS-ALT-COUNT
004212         ' ALERT(S) ALREADY RAISED TODAY'.
004213 1090-EXIT.
004214     EXIT.
004215*    AN ALRTCTL ENTRY NAMING THIS PROGRAM OUTRANKS THE * ENTRY
004216 1092-LOAD-ONE-ALRTCTL.
004217     READ ALRTCTL-FILE
004218         AT END
004219             SET WS-ALRTCTL-EOF TO TRUE
004220             GO TO 1092-EXIT
004221     END-READ.
004222     IF AT-PROGRAM NOT = WS-ALERT-PROGRAM AND
004223             AT-PROGRAM NOT = '*'
004224         GO TO 1092-EXIT
004225     END-IF.
004226     IF AT-PROGRAM = '*' AND WS-ALT-OWN-ENTRY
004227         GO TO 1092-EXIT
004228     END-IF.
004229     IF AT-MIN-SEV NOT = 'I' AND AT-MIN-SEV NOT = 'W' AND
004230             AT-MIN-SEV NOT = 'E' AND AT-MIN-SEV NOT = 'S'
004231         DISPLAY 'QAUD0610W ALRTCTL ENTRY ' AT-PROGRAM
004232             ' HAS AN INVALID SEVERITY - IGNORED'
004233         GO TO 1092-EXIT
004234     END-IF.
004235     MOVE AT-MIN-SEV TO WS-ALERT-MIN-SEV.
004236     IF AT-PROGRAM = WS-ALERT-PROGRAM
004237         SET WS-ALT-OWN-ENTRY TO TRUE
004238     END-IF.
004239 1092-EXIT.
004240     EXIT.
004241 1095-SCAN-ONE-ALERT.
004242     READ ALERTS-FILE
004243         AT END
004244             SET WS-ALERTS-EOF TO TRUE
004245             GO TO 1095-EXIT
004246     END-READ.
004247     IF AL-PROGRAM NOT = WS-ALERT-PROGRAM OR
004248             AL-DATE NOT = WS-ALERT-TODAY
004249         GO TO 1095-EXIT
004250     END-IF.
004251     MOVE AL-SEVERITY TO WS-ALERT-SEV.
004252     PERFORM 6110-RANK-SEVERITY THRU 6110-EXIT.
004253     ADD 1 TO WS-ALT-DAY-CNT(WS-ALERT-RANK).
004254     MOVE AL-EVENT TO WS-ALERT-EVENT.
004255     MOVE AL-MEMBER TO WS-ALERT-MEMBER.
004256     PERFORM 6120-REMEMBER-ALERT THRU 6120-EXIT.
004257 1095-EXIT.
004258     EXIT.
004259*--------------------------------------------------------------*
004260*    1050-READ-CTLCARD - APPLIES THE SELECTION CARD OR DEFAULTS*
004261*--------------------------------------------------------------*
004262 1050-READ-CTLCARD.
004263     READ AUDCTL-FILE
004264         AT END
004265             SET WS-AUDCTL-EOF TO TRUE
004266     END-READ.
004267     IF WS-AUDCTL-EOF
004268         MOVE 'REPORT' TO WS-MODE
004269         GO TO 1050-EXIT
004270     END-IF.
004271     IF AC-MODE = SPACES
004272         MOVE 'REPORT' TO WS-MODE
004273     ELSE
004274         MOVE AC-MODE TO WS-MODE
004275     END-IF.
004276     MOVE AC-MEMBER TO WS-SEL-MEMBER.
004277     MOVE AC-STATUS TO WS-SEL-STATUS.
004278     IF AC-RETENTION IS NUMERIC
004380         MOVE AC-RETENTION TO WS-RETENTION
004390     ELSE
004400         MOVE 0 TO WS-RETENTION
005340 2150-EXIT.
005350     EXIT.
005360*--------------------------------------------------------------*
005370*    2160/2165 - FORMATS AND WRITES ONE REPORT DETAIL LINE     *
005380*--------------------------------------------------------------*
005390 2160-FORMAT-DETAIL.
005392     PERFORM 2165-BUILD-DETAIL THRU 2165-EXIT.
005394     MOVE WS-RPT-DETAIL TO WS-RPT-WORK.
005396     PERFORM 2200-WRITE-RPT-LINE THRU 2200-EXIT.
005398 2160-EXIT.
005400     EXIT.
005402 2165-BUILD-DETAIL.
005404     MOVE SPACES TO WRD-DATE.
005410     STRING AU-DATE(1:2) '/' AU-DATE(3:2) '/' AU-DATE(5:2)
005420         DELIMITED BY SIZE INTO WRD-DATE.
005430     MOVE SPACES TO WRD-TIME.
005530         MOVE 0 TO WRD-LINE-CNT
005540     END-IF.
005550     MOVE AU-STATUS TO WRD-STATUS.
005580 2165-EXIT.
005590     EXIT.
005600*--------------------------------------------------------------*
005610*    2200/2250 - REPORT LINE AND PAGE HEADER CONTROL           *
006780 2415-EXIT.
006790     EXIT.
006800*--------------------------------------------------------------*
006810*    3000/3010/3020 - PURGE MODE - ARCHIVES RECORDS OLDER      *
006814*    THAN THE RETENTION PERIOD TO AUDHIST AND REWRITES THE     *
006818*    AUDIT LOG WITH ONLY THE RECORDS BEING KEPT.  THE AUDIT    *
006822*    RECORDS ARE CHAINED, SO ONLY THE OLDEST UNBROKEN RUN IS   *
006826*    ARCHIVED - FROM THE FIRST RECORD INSIDE THE PERIOD ON,    *
006830*    ALL ARE KEPT - AND THE NEWEST RECORD IS ALWAYS KEPT SO    *
006834*    QUINE CAN CARRY THE CHAIN ON FROM IT                      *
006840*--------------------------------------------------------------*
006850 3000-PURGE-AUDIT.
006860     PERFORM 3010-PURGE-ONE-RECORD THRU 3010-EXIT
006870         UNTIL WS-AUDIT-EOF.
006872     IF WS-HOLD-PRESENT
006874         SET WS-KEEP-REST TO TRUE
006876         PERFORM 3020-PLACE-HELD-RECORD THRU 3020-EXIT
006878     END-IF.
006880     CLOSE AUDIT-FILE.
006890     CLOSE AUDHIST-FILE.
006900     CLOSE AUDITNEW-FILE.
007020             GO TO 3010-EXIT
007030     END-READ.
007040     ADD 1 TO WS-READ-COUNT.
007042     IF WS-HOLD-PRESENT
007044         PERFORM 3020-PLACE-HELD-RECORD THRU 3020-EXIT
007046     END-IF.
007050     IF AU-DATE IS NUMERIC
007060         MOVE AU-DATE TO WS-DTS-DATE
007070         PERFORM 1150-DATE-TO-SERIAL THRU 1150-EXIT
007090     ELSE
007100         MOVE 0 TO WS-REC-SERIAL
007110     END-IF.
007120     IF WS-REC-SERIAL NOT < WS-CUTOFF-SERIAL
007134         SET WS-KEEP-REST TO TRUE
007148     END-IF.
007162     MOVE AUDIT-REC TO WS-HOLD-REC.
007176     SET WS-HOLD-PRESENT TO TRUE.
007190 3010-EXIT.
007200     EXIT.
007202 3020-PLACE-HELD-RECORD.
007204     IF WS-KEEP-REST
007206         WRITE AUDITNEW-REC FROM WS-HOLD-REC
007208         ADD 1 TO WS-KEPT-COUNT
007210     ELSE
007212         WRITE AUDHIST-REC FROM WS-HOLD-REC
007214         ADD 1 TO WS-ARCHIVE-COUNT
007216     END-IF.
007218     MOVE 'N' TO WS-HOLD-SW.
007220 3020-EXIT.
007222     EXIT.
007224*--------------------------------------------------------------*
007226*    3100/3110 - COPIES THE REWRITTEN LOG BACK OVER AUDITLOG.  *
007230*    THE LOG IS ONLY REWRITTEN ONCE THE WORK FILE IS COMPLETE  *
007240*--------------------------------------------------------------*
007250 3100-SWAP-AUDITNEW.
009310     MOVE 0 TO WS-PRI-BAD.
009320     MOVE 0 TO WS-TRD-LAST-PERIOD.
009330     MOVE 'N' TO WS-TRD-DONE-SW.
009335     MOVE 'N' TO WS-TRD-RISE-SW.
009340     PERFORM 4120-WRITE-NEXT-PERIOD THRU 4120-EXIT
009350         UNTIL WS-TRD-DONE.
009352*    ONLY A RISE IN THE MEMBER'S LATEST PERIOD GOES TO THE
009354*    OPERATOR ALERT FEED - AN EARLIER ONE WAS RAISED WHILE IT
009356*    WAS THE LATEST
009358     IF WS-TRD-RISING
009360         MOVE 'TRENDUP' TO WS-ALERT-EVENT
009362         MOVE 'W' TO WS-ALERT-SEV
009364         MOVE WS-TRM-MEMBER(TMX) TO WS-ALERT-MEMBER
009366         MOVE SPACES TO WS-ALERT-TEXT
009368         STRING 'PERIOD ' WRT-PERIOD ' WARNING/ABEND RATE '
009370             'RISES AGAINST ITS PRIOR PERIODS'
009372             DELIMITED BY SIZE INTO WS-ALERT-TEXT
009374         PERFORM 6100-RAISE-ALERT THRU 6100-EXIT
009376     END-IF.
009378 4110-EXIT.
009380     EXIT.
009382 4120-WRITE-NEXT-PERIOD.
009390     MOVE 999999 TO WS-TRD-NEXT-PERIOD.
009400     MOVE 0 TO WS-TRD-NEXT-IX.
009410     PERFORM 4130-SCAN-FOR-PERIOD THRU 4130-EXIT
009610 4130-EXIT.
009620     EXIT.
009630 4140-WRITE-ONE-PERIOD.
009635     MOVE 'N' TO WS-TRD-RISE-SW.
009640     MOVE SPACES TO WS-RPT-TRD-LINE.
009650     MOVE WS-TRD-MEMBER(TX) TO WRT-MEMBER.
009660     MOVE WS-TRD-PERIOD(TX) TO WS-TRD-PERIOD-X.
009810         DISPLAY 'QAUD0430W MEMBER ' WRT-MEMBER ' PERIOD '
009820             WRT-PERIOD ' WARNING/ABEND RATE RISES AGAINST '
009830             'ITS PRIOR PERIODS'
009835         SET WS-TRD-RISING TO TRUE
009840     END-IF.
009850     MOVE WS-RPT-TRD-LINE TO WS-RPT-WORK.
009860     PERFORM 2200-WRITE-RPT-LINE THRU 2200-EXIT.
009890 4140-EXIT.
009900     EXIT.
009910*--------------------------------------------------------------*
009920*    5000/5010/5020/5030 - CHANGE MODE - TWO PASSES OVER THE   *
009930*    AUDIT LOG UNDER THE CONTROL CARD'S DATE AND MEMBER        *
009940*    SELECTION.  THE FIRST LISTS EVERY VAULT CHANGE MADE UNDER *
009950*    A CHANGE TICKET, THE SECOND EVERY ONE MADE WITHOUT.  A    *
009960*    CHANGE IS A BUILD, REPLACE, DELETE, ROLLBACK, OR LOAD     *
009970*    THAT COMPLETED (A LOAD ALSO WHEN REFUSED AFTER LOADING    *
009980*    SOME MEMBERS), AN INSTALLED PROMOTE, OR THE ACTIVATION    *
009985*    OF A STAGED VERSION.  A RECORD WRITTEN                    *
009990*    BEFORE THE ACTION CODE EXISTED CAN ONLY BE CLASSIFIED     *
010000*    WHEN IT IS A PROMOTE; THE REST ARE COUNTED, NOT LISTED    *
010010*--------------------------------------------------------------*
010020 5000-CHANGE-AUDIT.
010030     MOVE 'VAULT CHANGES MADE UNDER A CHANGE TICKET' TO
010040         WCH-TITLE.
010050     MOVE WS-RPT-CHG-TITLE TO WS-RPT-WORK.
010060     PERFORM 2200-WRITE-RPT-LINE THRU 2200-EXIT.
010070     SET WS-CHG-TICKET-PASS TO TRUE.
010080     PERFORM 5010-CHANGE-ONE-RECORD THRU 5010-EXIT
010090         UNTIL WS-AUDIT-EOF.
010100     CLOSE AUDIT-FILE.
010110     MOVE 'N' TO WS-AUDIT-EOF-SW.
010120     OPEN INPUT AUDIT-FILE.
010130     IF WS-AUDIT-STATUS NOT = '00'
010140         DISPLAY 'QAUD0110S AUDIT LOG DATASET UNAVAILABLE, '
010150             'STATUS ' WS-AUDIT-STATUS
010160         SET WS-ABEND-REQUESTED TO TRUE
010170         GO TO 5000-EXIT
010180     END-IF.
010190     MOVE SPACES TO WS-RPT-WORK.
010200     PERFORM 2200-WRITE-RPT-LINE THRU 2200-EXIT.
010210     MOVE 'VAULT CHANGES MADE WITHOUT A CHANGE TICKET' TO
010220         WCH-TITLE.
010230     MOVE WS-RPT-CHG-TITLE TO WS-RPT-WORK.
010240     PERFORM 2200-WRITE-RPT-LINE THRU 2200-EXIT.
010250     SET WS-CHG-NOTKT-PASS TO TRUE.
010260     PERFORM 5010-CHANGE-ONE-RECORD THRU 5010-EXIT
010270         UNTIL WS-AUDIT-EOF.
010280     MOVE SPACES TO WS-RPT-WORK.
010290     PERFORM 2200-WRITE-RPT-LINE THRU 2200-EXIT.
010300     MOVE 'CHANGES UNDER A CHANGE TICKET' TO WCT-LABEL.
010310     MOVE WS-CHG-TICKETED TO WCT-COUNT.
010320     MOVE WS-RPT-CHG-TOT TO WS-RPT-WORK.
010330     PERFORM 2200-WRITE-RPT-LINE THRU 2200-EXIT.
010340     MOVE 'CHANGES WITHOUT A CHANGE TICKET' TO WCT-LABEL.
010350     MOVE WS-CHG-UNTICKETED TO WCT-COUNT.
010360     MOVE WS-RPT-CHG-TOT TO WS-RPT-WORK.
010370     PERFORM 2200-WRITE-RPT-LINE THRU 2200-EXIT.
010380     MOVE 'RECORDS WITHOUT AN ACTION CODE' TO WCT-LABEL.
010390     MOVE WS-CHG-LEGACY TO WCT-COUNT.
010400     MOVE WS-RPT-CHG-TOT TO WS-RPT-WORK.
010410     PERFORM 2200-WRITE-RPT-LINE THRU 2200-EXIT.
010420     DISPLAY 'QAUD0500I CHANGE - ' WS-READ-COUNT
010430         ' RECORD(S) READ, ' WS-CHG-TICKETED ' CHANGE(S) '
010440         'UNDER A TICKET, ' WS-CHG-UNTICKETED ' WITHOUT'.
010450     IF WS-CHG-UNTICKETED > 0
010460         DISPLAY 'QAUD0510W ' WS-CHG-UNTICKETED
010470             ' VAULT CHANGE(S) MADE WITHOUT A CHANGE TICKET'
010480     END-IF.
010490     IF WS-CHG-LEGACY > 0
010500         DISPLAY 'QAUD0520I ' WS-CHG-LEGACY ' RECORD(S) '
010510             'PREDATE THE ACTION CODE AND WERE NOT CLASSIFIED'
010520     END-IF.
010530 5000-EXIT.
010540     EXIT.
010550 5010-CHANGE-ONE-RECORD.
010560     READ AUDIT-FILE
010570         AT END
010580             SET WS-AUDIT-EOF TO TRUE
010590             GO TO 5010-EXIT
010600     END-READ.
010610     IF WS-CHG-TICKET-PASS
010620         ADD 1 TO WS-READ-COUNT
010630     END-IF.
010640     PERFORM 2150-SELECT-RECORD THRU 2150-EXIT.
010650     IF NOT WS-REC-SELECTED
010660         GO TO 5010-EXIT
010670     END-IF.
010680     PERFORM 5020-CLASSIFY-CHANGE THRU 5020-EXIT.
010690     IF WS-CHG-UNCLASSIFIED AND WS-CHG-TICKET-PASS
010700         ADD 1 TO WS-CHG-LEGACY
010710     END-IF.
010720     IF NOT WS-CHG-IS-CHANGE
010730         GO TO 5010-EXIT
010740     END-IF.
010750     IF AU-TICKET NOT = SPACES AND WS-CHG-TICKET-PASS
010760         ADD 1 TO WS-CHG-TICKETED
010770         PERFORM 5030-WRITE-CHANGE-LINE THRU 5030-EXIT
010780     END-IF.
010790     IF AU-TICKET = SPACES AND WS-CHG-NOTKT-PASS
010800         ADD 1 TO WS-CHG-UNTICKETED
010810         PERFORM 5030-WRITE-CHANGE-LINE THRU 5030-EXIT
010820     END-IF.
010830 5010-EXIT.
010840     EXIT.
010850 5020-CLASSIFY-CHANGE.
010860     MOVE 'N' TO WS-CHG-REC-SW.
010870     MOVE SPACES TO WS-CHG-ACTION.
010880*    *LOCK*, *BATCH*, AND *ALL RECORDS ARE NOT MEMBER CHANGES
010890     IF AU-MEMBER(1:1) = '*'
010900         GO TO 5020-EXIT
010910     END-IF.
010920     IF AU-STATUS = 'PROMOTED'
010930         MOVE 'PROMOTE' TO WS-CHG-ACTION
010940         SET WS-CHG-IS-CHANGE TO TRUE
010950         GO TO 5020-EXIT
010960     END-IF.
010962*    ONE ACTIVATED RECORD PER STAGED VERSION MADE CURRENT,
010964*    CARRYING THE TICKET IT WAS STAGED UNDER
010966     IF AU-STATUS = 'ACTIVATD'
010968         MOVE 'ACTIVATE' TO WS-CHG-ACTION
010970         SET WS-CHG-IS-CHANGE TO TRUE
010972         GO TO 5020-EXIT
010974     END-IF.
010976     EVALUATE AU-ACTION-CD
010980         WHEN 'A'
010990             MOVE 'BUILD' TO WS-CHG-ACTION
011000         WHEN 'R'
011010             MOVE 'REPLACE' TO WS-CHG-ACTION
011020         WHEN 'D'
011030             MOVE 'DELETE' TO WS-CHG-ACTION
011040         WHEN 'B'
011050             MOVE 'ROLLBACK' TO WS-CHG-ACTION
011060         WHEN 'L'
011070             MOVE 'LOAD' TO WS-CHG-ACTION
011080         WHEN SPACE
011090         WHEN LOW-VALUE
011100             SET WS-CHG-UNCLASSIFIED TO TRUE
011110             GO TO 5020-EXIT
011120         WHEN OTHER
011130             GO TO 5020-EXIT
011140     END-EVALUATE.
011150     IF AU-STATUS = 'COMPLETE' OR AU-STATUS = 'WARNING'
011160         SET WS-CHG-IS-CHANGE TO TRUE
011170     END-IF.
011180     IF AU-ACTION-CD = 'L' AND AU-STATUS = 'REFUSED' AND
011190         AU-LINE-CNT IS NUMERIC AND AU-LINE-CNT > 0
011200         SET WS-CHG-IS-CHANGE TO TRUE
011210     END-IF.
011220 5020-EXIT.
011230     EXIT.
011240 5030-WRITE-CHANGE-LINE.
011250     PERFORM 2165-BUILD-DETAIL THRU 2165-EXIT.
011260     MOVE SPACES TO WS-RPT-CHG-LINE.
011270     MOVE WS-RPT-DETAIL TO WRC-DETAIL.
011280     MOVE WS-CHG-ACTION TO WRC-ACTION.
011290     MOVE AU-TICKET TO WRC-TICKET.
011300     MOVE WS-RPT-CHG-LINE TO WS-RPT-WORK.
011310     PERFORM 2200-WRITE-RPT-LINE THRU 2200-EXIT.
011320 5030-EXIT.
011330     EXIT.
011331*--------------------------------------------------------------*
011332*    5500/5510/5520 - SECURE MODE - ONE PASS OVER THE AUDIT    *
011333*    LOG UNDER THE CONTROL CARD'S DATE AND MEMBER SELECTION,   *
011334*    LISTING EVERY CARD QUINE REFUSED BECAUSE ITS SUBMITTER    *
011335*    HELD NO AUTHTBL AUTHORITY FOR IT (STATUS VIOLATN), THEN   *
011336*    EVERY SUBMITTER REFUSED MORE THAN ONCE WITH THE NUMBER OF *
011337*    ATTEMPTS                                                  *
011338*--------------------------------------------------------------*
011339 5500-SECURITY-AUDIT.
011340     MOVE 'SECURITY VIOLATIONS - CARDS REFUSED AS UNAUTHORIZED'
011341         TO WCH-TITLE.
011342     MOVE WS-RPT-CHG-TITLE TO WS-RPT-WORK.
011343     PERFORM 2200-WRITE-RPT-LINE THRU 2200-EXIT.
011344     PERFORM 5510-SECURITY-ONE-RECORD THRU 5510-EXIT
011345         UNTIL WS-AUDIT-EOF.
011346     MOVE SPACES TO WS-RPT-WORK.
011347     PERFORM 2200-WRITE-RPT-LINE THRU 2200-EXIT.
011348     MOVE 'REPEAT OFFENDERS - SUBMITTERS REFUSED MORE THAN ONCE'
011349         TO WCH-TITLE.
011350     MOVE SPACES TO WS-RPT-WORK.
011351     MOVE WCH-TITLE TO WS-RPT-WORK(2:68).
011352     PERFORM 2200-WRITE-RPT-LINE THRU 2200-EXIT.
011353     MOVE WS-RPT-VIO-HDR TO WS-RPT-WORK.
011354     PERFORM 2200-WRITE-RPT-LINE THRU 2200-EXIT.
011355     PERFORM 5540-WRITE-ONE-OFFENDER THRU 5540-EXIT
011356         VARYING VX FROM 1 BY 1 UNTIL VX > WS-VIO-COUNT.
011357     MOVE SPACES TO WS-RPT-WORK.
011358     PERFORM 2200-WRITE-RPT-LINE THRU 2200-EXIT.
011359     MOVE 'UNAUTHORIZED ATTEMPTS REFUSED' TO WCT-LABEL.
011360     MOVE WS-VIO-ATTEMPTS-TOT TO WCT-COUNT.
011361     MOVE WS-RPT-CHG-TOT TO WS-RPT-WORK.
011362     PERFORM 2200-WRITE-RPT-LINE THRU 2200-EXIT.
011363     MOVE 'SUBMITTERS REFUSED' TO WCT-LABEL.
011364     MOVE WS-VIO-COUNT TO WCT-COUNT.
011365     MOVE WS-RPT-CHG-TOT TO WS-RPT-WORK.
011366     PERFORM 2200-WRITE-RPT-LINE THRU 2200-EXIT.
011367     MOVE 'REPEAT OFFENDERS' TO WCT-LABEL.
011368     MOVE WS-VIO-REPEATERS TO WCT-COUNT.
011369     MOVE WS-RPT-CHG-TOT TO WS-RPT-WORK.
011370     PERFORM 2200-WRITE-RPT-LINE THRU 2200-EXIT.
011371     DISPLAY 'QAUD0700I SECURE - ' WS-READ-COUNT
011372         ' RECORD(S) READ, ' WS-VIO-ATTEMPTS-TOT
011373         ' UNAUTHORIZED ATTEMPT(S) BY ' WS-VIO-COUNT
011374         ' SUBMITTER(S)'.
011375     IF WS-VIO-REPEATERS > 0
011376         DISPLAY 'QAUD0710W ' WS-VIO-REPEATERS
011377             ' SUBMITTER(S) REFUSED MORE THAN ONCE'
011378     END-IF.
011379 5500-EXIT.
011380     EXIT.
011381 5510-SECURITY-ONE-RECORD.
011382     READ AUDIT-FILE
011383         AT END
011384             SET WS-AUDIT-EOF TO TRUE
011385             GO TO 5510-EXIT
011386     END-READ.
011387     ADD 1 TO WS-READ-COUNT.
011388     IF AU-STATUS NOT = 'VIOLATN'
011389         GO TO 5510-EXIT
011390     END-IF.
011391     PERFORM 2150-SELECT-RECORD THRU 2150-EXIT.
011392     IF NOT WS-REC-SELECTED
011393         GO TO 5510-EXIT
011394     END-IF.
011395     ADD 1 TO WS-VIO-ATTEMPTS-TOT.
011396     PERFORM 5520-NAME-ACTION THRU 5520-EXIT.
011397     PERFORM 2165-BUILD-DETAIL THRU 2165-EXIT.
011398     MOVE SPACES TO WS-RPT-CHG-LINE.
011399     MOVE WS-RPT-DETAIL TO WRC-DETAIL.
011400     MOVE WS-CHG-ACTION TO WRC-ACTION.
011401     MOVE AU-TICKET TO WRC-TICKET.
011402     MOVE WS-RPT-CHG-LINE TO WS-RPT-WORK.
011403     PERFORM 2200-WRITE-RPT-LINE THRU 2200-EXIT.
011404     PERFORM 5530-ACCUMULATE-OFFENDER THRU 5530-EXIT.
011405 5510-EXIT.
011406     EXIT.
011407 5520-NAME-ACTION.
011408     EVALUATE AU-ACTION-CD
011409         WHEN 'A'
011410             MOVE 'BUILD' TO WS-CHG-ACTION
011411         WHEN 'R'
011412             MOVE 'REPLACE' TO WS-CHG-ACTION
011413         WHEN 'D'
011414             MOVE 'DELETE' TO WS-CHG-ACTION
011415         WHEN 'B'
011416             MOVE 'ROLLBACK' TO WS-CHG-ACTION
011417         WHEN 'U'
011418             MOVE 'UNLOCK' TO WS-CHG-ACTION
011419         WHEN 'K'
011420             MOVE 'CATALOG' TO WS-CHG-ACTION
011421         WHEN 'P'
011422             MOVE 'PROMOTE' TO WS-CHG-ACTION
011423         WHEN 'C'
011424             MOVE 'COMPRESS' TO WS-CHG-ACTION
011425         WHEN 'I'
011426             MOVE 'DIFF' TO WS-CHG-ACTION
011427         WHEN 'V'
011428             MOVE 'VERIFY' TO WS-CHG-ACTION
011429         WHEN 'O'
011430             MOVE 'UNLOAD' TO WS-CHG-ACTION
011431         WHEN 'L'
011432             MOVE 'LOAD' TO WS-CHG-ACTION
011433         WHEN 'X'
011434             MOVE 'XREF' TO WS-CHG-ACTION
011435         WHEN 'F'
011436             MOVE 'FIND' TO WS-CHG-ACTION
011437         WHEN 'S'
011438             MOVE 'STDCHECK' TO WS-CHG-ACTION
011439         WHEN 'G'
011440             MOVE 'STAGE' TO WS-CHG-ACTION
011441         WHEN 'T'
011442             MOVE 'ACTIVATE' TO WS-CHG-ACTION
011443         WHEN 'Q'
011444             MOVE 'CANCEL' TO WS-CHG-ACTION
011445         WHEN 'N'
011446             MOVE 'RUN' TO WS-CHG-ACTION
011447         WHEN OTHER
011448             MOVE 'UNKNOWN' TO WS-CHG-ACTION
011449     END-EVALUATE.
011450 5520-EXIT.
011451     EXIT.
011452*--------------------------------------------------------------*
011453*    5530/5535/5540 - REFUSED ATTEMPTS BY SUBMITTER            *
011454*--------------------------------------------------------------*
011455 5530-ACCUMULATE-OFFENDER.
011456     MOVE 'N' TO WS-VIO-HIT-SW.
011457     SET VX TO 1.
011458     PERFORM 5535-TEST-VIO-ENTRY THRU 5535-EXIT
011459         UNTIL WS-VIO-HIT OR VX > WS-VIO-COUNT.
011460     IF NOT WS-VIO-HIT
011461         IF WS-VIO-COUNT >= WS-VIO-MAX
011462             DISPLAY 'QAUD0720W OFFENDER TABLE EXCEEDS '
011463                 WS-VIO-MAX ' SUBMITTERS, ' AU-SUBMITTER
011464                 ' NOT TOTALLED'
011465             GO TO 5530-EXIT
011466         END-IF
011467         ADD 1 TO WS-VIO-COUNT
011468         SET VX TO WS-VIO-COUNT
011469         MOVE AU-SUBMITTER TO WS-VIO-SUBMITTER(VX)
011470         MOVE 0 TO WS-VIO-ATTEMPTS(VX)
011471     END-IF.
011472     ADD 1 TO WS-VIO-ATTEMPTS(VX).
011473     IF WS-VIO-ATTEMPTS(VX) = 2
011474         ADD 1 TO WS-VIO-REPEATERS
011475     END-IF.
011476 5530-EXIT.
011477     EXIT.
011478 5535-TEST-VIO-ENTRY.
011479     IF WS-VIO-SUBMITTER(VX) = AU-SUBMITTER
011480         SET WS-VIO-HIT TO TRUE
011481     ELSE
011482         SET VX UP BY 1
011483     END-IF.
011484 5535-EXIT.
011485     EXIT.
011486 5540-WRITE-ONE-OFFENDER.
011487     IF WS-VIO-ATTEMPTS(VX) < 2
011488         GO TO 5540-EXIT
011489     END-IF.
011490     MOVE SPACES TO WS-RPT-VIO-LINE.
011491     MOVE WS-VIO-SUBMITTER(VX) TO WRV-SUBMITTER.
011492     MOVE WS-VIO-ATTEMPTS(VX) TO WRV-ATTEMPTS.
011493     MOVE WS-RPT-VIO-LINE TO WS-RPT-WORK.
011494     PERFORM 2200-WRITE-RPT-LINE THRU 2200-EXIT.
011495 5540-EXIT.
011496     EXIT.
011497*--------------------------------------------------------------*
011498*    6100-RAISE-ALERT - APPENDS ONE RECORD TO THE OPERATOR     *
011499*    ALERT FEED FOR WS-ALERT-EVENT/-SEV/-MEMBER/-TEXT, UNLESS  *
011500*    IT IS BELOW THE ALRTCTL SEVERITY OR THE SAME EVENT WAS    *
011501*    ALREADY RAISED FOR THE MEMBER TODAY                       *
011502*--------------------------------------------------------------*
011503 6100-RAISE-ALERT.
011504     IF WS-ALERTS-UNAVAILABLE
011505         GO TO 6100-EXIT
011506     END-IF.
011507     PERFORM 6110-RANK-SEVERITY THRU 6110-EXIT.
011508     IF WS-ALERT-RANK < WS-ALERT-MIN-RANK
011509         ADD 1 TO WS-ALT-FILTERED
011510         GO TO 6100-EXIT
011511     END-IF.
011512     MOVE 'N' TO WS-ALT-HIT-SW.
011513     PERFORM 6130-MATCH-ONE-ALERT THRU 6130-EXIT
011514         VARYING WS-ALT-IX FROM 1 BY 1
011515         UNTIL WS-ALT-IX > WS-ALT-COUNT OR WS-ALT-HIT.
011516     IF WS-ALT-HIT
011540         ADD 1 TO WS-ALT-SUPPRESSED
011550         GO TO 6100-EXIT
011560     END-IF.
011570     ACCEPT WS-ALERT-CLOCK FROM TIME.
011580     MOVE SPACES TO ALERT-REC.
011590     MOVE WS-ALERT-PROGRAM TO AL-PROGRAM.
011600     MOVE WS-ALERT-EVENT TO AL-EVENT.
011610     MOVE WS-ALERT-SEV TO AL-SEVERITY.
011620     MOVE WS-ALERT-MEMBER TO AL-MEMBER.
011630     MOVE WS-ALERT-PROGRAM TO AL-JOB-NAME.
011640     MOVE SPACES TO AL-JOBID.
011650     MOVE WS-ALERT-TODAY TO AL-DATE.
011660     MOVE WS-ALERT-CLOCK(1:6) TO AL-TIME.
011670     MOVE WS-ALERT-TEXT TO AL-TEXT.
011680     WRITE ALERT-REC.
011690     IF WS-ALERTS-STATUS NOT = '00'
011700         DISPLAY 'QAUD0620W ALERT WRITE FAILED, STATUS '
011710             WS-ALERTS-STATUS ', EVENT ' WS-ALERT-EVENT
011720             ' MEMBER ' WS-ALERT-MEMBER
011730         GO TO 6100-EXIT
011740     END-IF.
011750     ADD 1 TO WS-ALT-WRITTEN.
011760     ADD 1 TO WS-ALT-DAY-CNT(WS-ALERT-RANK).
011770     PERFORM 6120-REMEMBER-ALERT THRU 6120-EXIT.
011780     DISPLAY 'QAUD0630I ALERT ' WS-ALERT-EVENT ' ('
011790         WS-ALERT-SEV ') RAISED FOR ' WS-ALERT-MEMBER.
011800 6100-EXIT.
011810     EXIT.
011820*    AN UNKNOWN SEVERITY RANKS AS A WARNING
011830 6110-RANK-SEVERITY.
011840     EVALUATE WS-ALERT-SEV
011850         WHEN 'I'
011860             MOVE 1 TO WS-ALERT-RANK
011870         WHEN 'E'
011880             MOVE 3 TO WS-ALERT-RANK
011890         WHEN 'S'
011900             MOVE 4 TO WS-ALERT-RANK
011910         WHEN OTHER
011920             MOVE 2 TO WS-ALERT-RANK
011930     END-EVALUATE.
011940 6110-EXIT.
011950     EXIT.
011960*    A FULL TABLE ONLY MEANS LATER REPEATS ARE NOT CAUGHT
011970 6120-REMEMBER-ALERT.
011980     IF WS-ALT-COUNT >= WS-ALT-MAX
011990         GO TO 6120-EXIT
012000     END-IF.
012010     ADD 1 TO WS-ALT-COUNT.
012020     MOVE WS-ALERT-EVENT TO WS-ALT-EVENT(WS-ALT-COUNT).
012030     MOVE WS-ALERT-MEMBER TO WS-ALT-MEMBER(WS-ALT-COUNT).
012040 6120-EXIT.
012050     EXIT.
012060 6130-MATCH-ONE-ALERT.
012070     IF WS-ALT-EVENT(WS-ALT-IX) = WS-ALERT-EVENT AND
012080             WS-ALT-MEMBER(WS-ALT-IX) = WS-ALERT-MEMBER
012090         SET WS-ALT-HIT TO TRUE
012100     END-IF.
012110 6130-EXIT.
012120     EXIT.
012130*    6140 - THE DAY'S ALERT COUNTS BY SEVERITY, AT THE FOOT OF
012140*    THE REPORT - ON THE CONSOLE ONLY IN PURGE MODE, WHICH
012150*    WRITES NO REPORT
012160 6140-WRITE-ALERT-COUNTS.
012170     DISPLAY 'QAUD0640I ALERTS RAISED TODAY - SEVERE '
012180         WS-ALT-DAY-CNT(4) ' ERROR ' WS-ALT-DAY-CNT(3)
012190         ' WARNING ' WS-ALT-DAY-CNT(2) ' INFO '
012200         WS-ALT-DAY-CNT(1) ', ' WS-ALT-SUPPRESSED
012210         ' REPEAT(S) SUPPRESSED'.
012220     IF WS-MODE = 'PURGE'
012230         GO TO 6140-EXIT
012240     END-IF.
012250     MOVE SPACES TO WS-RPT-WORK.
012260     PERFORM 2200-WRITE-RPT-LINE THRU 2200-EXIT.
012270     STRING ' ALERTS RAISED TODAY - SEVERE ' WS-ALT-DAY-CNT(4)
012280         ' ERROR ' WS-ALT-DAY-CNT(3) ' WARNING '
012290         WS-ALT-DAY-CNT(2) ' INFO ' WS-ALT-DAY-CNT(1) ', '
012300         WS-ALT-SUPPRESSED ' REPEAT(S) SUPPRESSED'
012310         DELIMITED BY SIZE INTO WS-RPT-WORK.
012320     PERFORM 2200-WRITE-RPT-LINE THRU 2200-EXIT.
012330 6140-EXIT.
012340     EXIT.
012350*--------------------------------------------------------------*
012360*    9000-TERMINATE - CLOSES ALL DATASETS BEFORE STOP RUN      *
012370*--------------------------------------------------------------*
012380 9000-TERMINATE.
012390     CLOSE AUDCTL-FILE.
012400     IF WS-MODE NOT = 'PURGE'
012410         CLOSE AUDIT-FILE
012420         CLOSE AUDRPT-FILE
012430     END-IF.
012440     IF WS-MODE = 'TREND'
012450         CLOSE AUDHIST-FILE
012460     END-IF.
012470     IF NOT WS-ALERTS-UNAVAILABLE
012480         CLOSE ALERTS-FILE
012490     END-IF.
012500 9000-EXIT.
012510     EXIT.
