000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. QUINRCVR.
000030 AUTHOR. R. L. TANAKA.
000040 INSTALLATION. SYSTEMS PROGRAMMING.
000050 DATE-WRITTEN. 10/26/1998.
000060 DATE-COMPILED.
000070*--------------------------------------------------------------*
000080*    QUINRCVR - FORWARD RECOVERY OF THE QUINE VAULT.  REBUILDS *
000090*    AN EMPTY VAULT FROM THE LAST XPORT UNLOAD (TAKEN WITH     *
000100*    UNLOAD *ALL) AND ROLLS IT FORWARD THROUGH THE VJRNL       *
000110*    JOURNAL QUINE WRITES FOR EVERY VAULT RECORD IT ADDS,      *
000120*    REWRITES, OR DELETES:                                     *
000130*      - EVERY UNLOADED MEMBER IS CHECKED AGAINST ITS TRAILER *
000140*        COUNT AND FINGERPRINT BEFORE IT IS WRITTEN,          *
000150*      - JOURNAL RECORDS AT OR BELOW THE SEQUENCE NUMBER THE  *
000160*        UNLOAD CARRIES ARE ALREADY IN IT AND ARE SKIPPED,    *
000170*        THE REST ARE APPLIED IN SEQUENCE AND EVERY GAP OR    *
000180*        OUT-OF-SEQUENCE RECORD IS REPORTED,                  *
000190*      - THE RCVCTL CARD MAY GIVE A STOP DATE AND TIME - THE  *
000200*        ROLL FORWARD ENDS AT THE FIRST CARD STARTED AFTER    *
000210*        IT, SO NO MEMBER IS LEFT HALF REWRITTEN,             *
000220*      - EVERY MEMBER RESTORED OR TOUCHED IS RELOADED FROM    *
000230*        THE REBUILT VAULT AND ITS HEADER LINE COUNT AND      *
000240*        FINGERPRINT VERIFIED.                                *
000250*    THE RCVRPT REPORT LISTS EVERY MEMBER RESTORED, EVERY     *
000260*    GAP, AND THE VERIFICATION RESULT.  RETURN CODE 4 FOR     *
000270*    WARNINGS, 8 WHEN THE REBUILT VAULT IS SUSPECT (A GAP, A  *
000280*    REJECTED MEMBER, OR A FINGERPRINT MISMATCH), 16 WHEN THE *
000290*    REBUILD COULD NOT RUN.                                   *
000300*--------------------------------------------------------------*
000310*                    MODIFICATION HISTORY                      *
000320*--------------------------------------------------------------*
000330*   DATE      INIT  DESCRIPTION                                *
000340*   --------  ----  -----------------------------------------  *
000350*   10/26/98  RLT   ORIGINAL CODING.                           *
000352*   12/14/98  RLT   DATASETS ARE CLOSED AT TERMINATION BY OPEN *
000354*                   SWITCH, NOT BY THE LAST I/O STATUS - THE   *
000356*                   REBUILT VAULT WAS LEFT UNCLOSED.           *
000360*--------------------------------------------------------------*
000370 ENVIRONMENT DIVISION.
000380 INPUT-OUTPUT SECTION.
000390 FILE-CONTROL.
000400     SELECT RCVCTL-FILE ASSIGN TO RCVCTL
000410         ORGANIZATION IS SEQUENTIAL
000420         FILE STATUS IS WS-RCVCTL-STATUS.
000430     SELECT XPORT-FILE ASSIGN TO XPORT
000440         ORGANIZATION IS SEQUENTIAL
000450         FILE STATUS IS WS-XPORT-STATUS.
000460     SELECT VJRNL-FILE ASSIGN TO VJRNL
000470         ORGANIZATION IS SEQUENTIAL
000480         FILE STATUS IS WS-VJRNL-STATUS.
000490     SELECT VAULT-FILE ASSIGN TO VAULT
000500         ORGANIZATION IS INDEXED
000510         ACCESS MODE IS DYNAMIC
000520         RECORD KEY IS VR-KEY
000530         FILE STATUS IS WS-VAULT-STATUS.
000540     SELECT RCVRPT-FILE ASSIGN TO RCVRPT
000550         ORGANIZATION IS SEQUENTIAL
000560         FILE STATUS IS WS-RCVRPT-STATUS.
000570 DATA DIVISION.
000580 FILE SECTION.
000590*--------------------------------------------------------------*
000600*    CONTROL CARD - OPTIONAL STOP POINT (CCYYMMDD AND HHMMSS;  *
000610*    A BLANK TIME IS THE END OF THE DAY, HHMM IS ACCEPTED)     *
000620*--------------------------------------------------------------*
000630 FD  RCVCTL-FILE
000640     LABEL RECORDS ARE STANDARD
000650     RECORD CONTAINS 80 CHARACTERS.
000660 01  RCVCTL-CARD.
000670     05  RV-STOP-DATE          PIC X(08).
000680     05  RV-STOP-TIME          PIC X(06).
000690     05  FILLER                PIC X(66).
000700*--------------------------------------------------------------*
000710*    TRANSPORT DATASET WRITTEN BY THE QUINE UNLOAD ACTION -    *
000720*    F FILE HEADER, M MEMBER HEADER, T TEXT, E MEMBER TRAILER  *
000730*    WITH RECORD COUNT, Z FILE TRAILER WITH MEMBER COUNT       *
000740*--------------------------------------------------------------*
000750 FD  XPORT-FILE
000760     LABEL RECORDS ARE STANDARD
000770     RECORD CONTAINS 90 CHARACTERS.
000780 01  XPORT-REC.
000790     05  XP-TYPE               PIC X(01).
000800     05  XP-BODY               PIC X(89).
000810 01  XPORT-FILE-HDR REDEFINES XPORT-REC.
000820     05  XF-TYPE               PIC X(01).
000830     05  XF-SYSTEM             PIC X(08).
000840     05  XF-DATE               PIC X(08).
000850     05  XF-TIME               PIC X(08).
000860     05  XF-JRNL-SEQ           PIC 9(08).
000870     05  FILLER                PIC X(57).
000880 01  XPORT-MBR-HDR REDEFINES XPORT-REC.
000890     05  XM-TYPE               PIC X(01).
000900     05  XM-MEMBER             PIC X(08).
000910     05  XM-LINE-CNT           PIC 9(04).
000920     05  FILLER                PIC X(77).
000930 01  XPORT-TXT-VIEW REDEFINES XPORT-REC.
000940     05  XT-TYPE               PIC X(01).
000950     05  XT-TEXT               PIC X(80).
000960     05  XT-OFLOW              PIC X(01).
000970     05  FILLER                PIC X(08).
000980 01  XPORT-MBR-TRL REDEFINES XPORT-REC.
000990     05  XE-TYPE               PIC X(01).
001000     05  XE-MEMBER             PIC X(08).
001010     05  XE-REC-CNT            PIC 9(04).
001020     05  XE-CHECKSUM           PIC 9(09).
001030     05  FILLER                PIC X(68).
001040 01  XPORT-FILE-TRL REDEFINES XPORT-REC.
001050     05  XZ-TYPE               PIC X(01).
001060     05  XZ-MBR-CNT            PIC 9(04).
001070     05  FILLER                PIC X(85).
001080*--------------------------------------------------------------*
001090*    VAULT UPDATE JOURNAL WRITTEN BY QUINE - ONE RECORD PER    *
001100*    VAULT RECORD ADDED (A), REWRITTEN (R), OR DELETED (D)     *
001110*--------------------------------------------------------------*
001120 FD  VJRNL-FILE
001130     LABEL RECORDS ARE STANDARD
001140     RECORD CONTAINS 240 CHARACTERS.
001150 01  VJRNL-REC.
001160     05  JR-SEQ                PIC 9(08).
001170     05  JR-DATE               PIC 9(08).
001180     05  JR-TIME               PIC 9(06).
001190     05  JR-JOB-NAME           PIC X(08).
001200     05  JR-JOBID              PIC X(08).
001210     05  JR-CARD-NO            PIC 9(04).
001220     05  JR-ACTION             PIC X(08).
001230     05  JR-OP                 PIC X(01).
001240     05  JR-BEFORE             PIC X(90).
001250     05  JR-AFTER              PIC X(90).
001260     05  FILLER                PIC X(09).
001270*--------------------------------------------------------------*
001280*    VAULT LIBRARY BEING REBUILT - KEY AND RECORD LAYOUT AS    *
001290*    WRITTEN BY QUINE                                          *
001300*--------------------------------------------------------------*
001310 FD  VAULT-FILE
001320     LABEL RECORDS ARE STANDARD
001330     RECORD CONTAINS 90 CHARACTERS.
001340 01  VAULT-REC.
001350     05  VR-KEY.
001360         10  VR-MEMBER         PIC X(08).
001370         10  VR-GEN            PIC 9(02).
001380         10  VR-SEQ            PIC 9(04).
001390         10  VR-SUB            PIC 9(01).
001400     05  VR-TYPE               PIC X(01).
001410     05  VR-TEXT               PIC X(70).
001420     05  VR-OFLOW              PIC X(01).
001430     05  FILLER                PIC X(03).
001440 01  VAULT-HDR-VIEW REDEFINES VAULT-REC.
001450     05  VH-MEMBER             PIC X(08).
001460     05  VH-GEN                PIC 9(02).
001470     05  VH-SEQ                PIC 9(04).
001480     05  VH-SUB                PIC 9(01).
001490     05  VH-TYPE               PIC X(01).
001500     05  VH-LINE-CNT           PIC 9(04).
001510     05  VH-RETAIN             PIC 9(02).
001520     05  VH-CHECKSUM           PIC 9(09).
001530     05  VH-CREATE-DATE        PIC X(08).
001540     05  VH-CHG-DATE           PIC X(08).
001550     05  VH-CHG-TIME           PIC X(08).
001560     05  VH-CHG-JOB            PIC X(08).
001570     05  VH-CHG-USER           PIC X(08).
001580     05  VH-UPD-CNT            PIC 9(04).
001590     05  VH-RUN-CNT            PIC 9(04).
001600     05  VH-CHG-TICKET         PIC X(08).
001610     05  FILLER                PIC X(03).
001620 01  VAULT-TXT-VIEW REDEFINES VAULT-REC.
001630     05  VT-MEMBER             PIC X(08).
001640     05  VT-GEN                PIC 9(02).
001650     05  VT-SEQ                PIC 9(04).
001660     05  VT-SUB                PIC 9(01).
001670     05  VT-TYPE               PIC X(01).
001680     05  VT-TEXT               PIC X(70).
001690     05  VT-OFLOW              PIC X(01).
001700     05  VT-CONT               PIC X(01).
001710     05  FILLER                PIC X(02).
001720 01  VAULT-CNT-VIEW REDEFINES VAULT-REC.
001730     05  VC-MEMBER             PIC X(08).
001740     05  VC-GEN                PIC 9(02).
001750     05  VC-SEQ                PIC 9(04).
001760     05  VC-SUB                PIC 9(01).
001770     05  VC-TYPE               PIC X(01).
001780     05  VC-TEXT               PIC X(10).
001790     05  FILLER                PIC X(64).
001800*--------------------------------------------------------------*
001810*    RECOVERY REPORT - ONE LINE PER MEMBER RESTORED, JOURNAL   *
001820*    EXCEPTION, AND MEMBER VERIFIED                            *
001830*--------------------------------------------------------------*
001840 FD  RCVRPT-FILE
001850     LABEL RECORDS ARE STANDARD
001860     RECORD CONTAINS 132 CHARACTERS.
001870 01  RCVRPT-REC                PIC X(132).
001880 WORKING-STORAGE SECTION.
001890*--------------------------------------------------------------*
001900*    SOURCE TABLE FOR THE MEMBER BEING RESTORED OR VERIFIED    *
001910*--------------------------------------------------------------*
001920 01  S-TBL.
001930     05  S PIC X(80) OCCURS 999 TIMES INDEXED BY SX.
001940 01  WS-OFLOW-TBL.
001950     05  WS-OFLOW-FLAG         PIC X(01) OCCURS 999 TIMES.
001960*--------------------------------------------------------------*
001970*    RECOVERED MEMBER TABLE - ONE ENTRY PER MEMBER RESTORED    *
001980*    FROM THE UNLOAD OR TOUCHED BY THE JOURNAL                 *
001990*--------------------------------------------------------------*
002000 01  WS-RCV-TBL.
002010     05  WS-RCV-ENTRY OCCURS 500 TIMES INDEXED BY RX.
002020         10  WS-RCV-MEMBER     PIC X(08).
002030         10  WS-RCV-UNLOADED   PIC X(01).
002040         10  WS-RCV-JRNL-CNT   PIC 9(05).
002050 77  WS-RCV-MAX                PIC 9(03) VALUE 500.
002060 77  WS-RCV-COUNT              PIC 9(03) VALUE 0.
002070 77  WS-TBL-MAX                PIC 9(04) VALUE 0999.
002080 77  WS-HDR-RETAIN             PIC 9(02) VALUE 03.
002090 77  WS-XP-CUR-MEMBER          PIC X(08) VALUE SPACES.
002100 77  WS-XP-EXP-CNT             PIC 9(04) VALUE 0.
002110 77  WS-XP-REC-CNT             PIC 9(04) VALUE 0.
002120 77  WS-XP-TRL-CKS             PIC 9(09) VALUE 0.
002130 77  WS-XP-MBR-CNT             PIC 9(04) VALUE 0.
002140 77  WS-XP-LOADED              PIC 9(04) VALUE 0.
002150 77  WS-XP-REJECTED            PIC 9(04) VALUE 0.
002160 77  WS-XP-DATE                PIC X(08) VALUE SPACES.
002170 77  WS-XP-TIME                PIC X(08) VALUE SPACES.
002180 77  WS-BASE-SEQ               PIC 9(08) VALUE 0.
002190 77  WS-EXPECT-SEQ             PIC 9(08) VALUE 0.
002200 77  WS-GAP-TO                 PIC 9(08) VALUE 0.
002210 77  WS-LAST-APPLIED           PIC 9(08) VALUE 0.
002220 77  WS-JR-READ                PIC 9(07) VALUE 0.
002230 77  WS-JR-SKIPPED             PIC 9(07) VALUE 0.
002240 77  WS-JR-APPLIED             PIC 9(07) VALUE 0.
002250 77  WS-JR-ABSENT              PIC 9(07) VALUE 0.
002260 77  WS-JR-PAST-STOP           PIC 9(07) VALUE 0.
002270 77  WS-GAP-COUNT              PIC 9(05) VALUE 0.
002280 77  WS-VFY-OK                 PIC 9(04) VALUE 0.
002290 77  WS-VFY-BAD                PIC 9(04) VALUE 0.
002300 77  WS-VFY-GONE               PIC 9(04) VALUE 0.
002310 77  WS-SUSPECT-COUNT          PIC 9(05) VALUE 0.
002320 77  WS-WARN-COUNT             PIC 9(05) VALUE 0.
002330 77  WS-ACTUAL-LINES           PIC 9(04) VALUE 0.
002340 77  WS-EXPECTED-LINES         PIC 9(04) VALUE 0.
002350 77  WS-HDR-CHECKSUM           PIC 9(09) VALUE 0.
002360 77  WS-VFY-MEMBER             PIC X(08) VALUE SPACES.
002370 77  WS-CKS-VALUE              PIC 9(09) VALUE 0.
002380 77  WS-CKS-COUNT              PIC 9(04) VALUE 0.
002390 77  WS-CKS-LINE               PIC 9(04) VALUE 0.
002400 77  WS-CKS-COL                PIC 9(02) VALUE 0.
002410 77  WS-CKS-CHAR               PIC 9(03) VALUE 0.
002420 77  WS-CKS-WORK               PIC 9(18) VALUE 0.
002430 77  WS-CKS-QUOT               PIC 9(18) VALUE 0.
002440 77  WS-CKS-MODULUS            PIC 9(09) VALUE 999999937.
002450 77  WS-RCVCTL-STATUS          PIC X(02) VALUE SPACES.
002460 77  WS-XPORT-STATUS           PIC X(02) VALUE SPACES.
002470 77  WS-VJRNL-STATUS           PIC X(02) VALUE SPACES.
002480 77  WS-VAULT-STATUS           PIC X(02) VALUE SPACES.
002490 77  WS-RCVRPT-STATUS          PIC X(02) VALUE SPACES.
002500 77  WS-XP-DONE-SW             PIC X(01) VALUE 'N'.
002510     88  WS-XP-DONE                VALUE 'Y'.
002520 77  WS-XP-END-SW              PIC X(01) VALUE 'N'.
002530     88  WS-XP-END-FOUND           VALUE 'Y'.
002540 77  WS-XP-BAD-SW              PIC X(01) VALUE 'N'.
002550     88  WS-XP-BAD-MEMBER          VALUE 'Y'.
002560 77  WS-VJRNL-EOF-SW           PIC X(01) VALUE 'N'.
002570     88  WS-VJRNL-EOF              VALUE 'Y'.
002580 77  WS-VJRNL-SW               PIC X(01) VALUE 'N'.
002590     88  WS-VJRNL-UNAVAILABLE      VALUE 'Y'.
002600 77  WS-VAULT-EOF-SW           PIC X(01) VALUE 'N'.
002610     88  WS-VAULT-EOF              VALUE 'Y'.
002620 77  WS-STOP-SW                PIC X(01) VALUE 'N'.
002630     88  WS-STOP-REQUESTED         VALUE 'Y'.
002640 77  WS-STOPPED-SW             PIC X(01) VALUE 'N'.
002650     88  WS-STOPPED                VALUE 'Y'.
002660 77  WS-STARTED-SW             PIC X(01) VALUE 'N'.
002670     88  WS-JRNL-STARTED           VALUE 'Y'.
002680 77  WS-ABEND-SW               PIC X(01) VALUE 'N'.
002690     88  WS-ABEND-REQUESTED        VALUE 'Y'.
002700 77  WS-HIT-SW                 PIC X(01) VALUE 'N'.
002710     88  WS-HIT                    VALUE 'Y'.
002712 77  WS-XPORT-OPEN-SW          PIC X(01) VALUE 'N'.
002714     88  WS-XPORT-OPEN             VALUE 'Y'.
002716 77  WS-VAULT-OPEN-SW          PIC X(01) VALUE 'N'.
002718     88  WS-VAULT-OPEN             VALUE 'Y'.
002720 77  WS-RCVRPT-OPEN-SW         PIC X(01) VALUE 'N'.
002722     88  WS-RCVRPT-OPEN            VALUE 'Y'.
002724 77  WS-VJRNL-OPEN-SW          PIC X(01) VALUE 'N'.
002726     88  WS-VJRNL-OPEN             VALUE 'Y'.
002728*    THE STOP POINT AND EACH JOURNAL RECORD'S TIME AS
002730*    CCYYMMDDHHMMSS
002740 01  WS-STOP-STAMP.
002750     05  WS-SS-DATE            PIC 9(08).
002760     05  WS-SS-TIME            PIC 9(06).
002770 01  WS-STOP-STAMP-N REDEFINES WS-STOP-STAMP PIC 9(14).
002780 01  WS-JR-STAMP.
002790     05  WS-JS-DATE            PIC 9(08).
002800     05  WS-JS-TIME            PIC 9(06).
002810 01  WS-JR-STAMP-N REDEFINES WS-JR-STAMP PIC 9(14).
002820*    THE CARD THE LAST APPLIED JOURNAL RECORD BELONGS TO - A
002830*    CARD ALREADY STARTED IS FINISHED PAST THE STOP POINT
002840 01  WS-LAST-CARD.
002850     05  WS-LC-JOB-NAME        PIC X(08).
002860     05  WS-LC-JOBID           PIC X(08).
002870     05  WS-LC-CARD-NO         PIC 9(04).
002880     05  WS-LC-DATE            PIC 9(08).
002890 01  WS-THIS-CARD.
002900     05  WS-TC-JOB-NAME        PIC X(08).
002910     05  WS-TC-JOBID           PIC X(08).
002920     05  WS-TC-CARD-NO         PIC 9(04).
002930     05  WS-TC-DATE            PIC 9(08).
002940 01  WS-CURRENT-DATE.
002950     05  WS-CD-YY              PIC 9(02).
002960     05  WS-CD-MM              PIC 9(02).
002970     05  WS-CD-DD              PIC 9(02).
002980 01  WS-CURRENT-TIME.
002990     05  WS-CT-HH              PIC 9(02).
003000     05  WS-CT-MM              PIC 9(02).
003010     05  WS-CT-SS              PIC 9(02).
003020     05  WS-CT-HS              PIC 9(02).
003030 01  WS-RUN-DATE-DISPLAY       PIC X(08) VALUE SPACES.
003040 01  WS-RUN-TIME-DISPLAY       PIC X(08) VALUE SPACES.
003050 01  WS-RPT-HDR.
003060     05  FILLER                PIC X(01) VALUE SPACE.
003070     05  FILLER                PIC X(31) VALUE
003080         'QUINRCVR VAULT RECOVERY REPORT '.
003090     05  FILLER                PIC X(06) VALUE 'DATE: '.
003100     05  WRH-DATE              PIC X(08) VALUE SPACES.
003110     05  FILLER                PIC X(07) VALUE ' TIME: '.
003120     05  WRH-TIME              PIC X(08) VALUE SPACES.
003130 01  WS-RPT-LINE.
003140     05  FILLER                PIC X(01) VALUE SPACE.
003150     05  WRL-TAG               PIC X(08).
003160     05  FILLER                PIC X(01) VALUE SPACE.
003170     05  WRL-MEMBER            PIC X(08).
003180     05  FILLER                PIC X(01) VALUE SPACE.
003190     05  WRL-TEXT              PIC X(90).
003200 01  WS-RPT-WORK               PIC X(132) VALUE SPACES.
003210 01  WS-LINE-TEXT              PIC X(90) VALUE SPACES.
003220 PROCEDURE DIVISION.
003230*--------------------------------------------------------------*
003240*    0000-MAINLINE - DRIVES THE OVERALL RUN                    *
003250*--------------------------------------------------------------*
003260 0000-MAINLINE.
003270     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
003280     IF NOT WS-ABEND-REQUESTED
003290         PERFORM 2000-RESTORE-UNLOAD THRU 2000-EXIT
003300     END-IF.
003310     IF NOT WS-ABEND-REQUESTED
003320         PERFORM 3000-APPLY-JOURNAL THRU 3000-EXIT
003330     END-IF.
003340     IF NOT WS-ABEND-REQUESTED
003350         PERFORM 4000-VERIFY-MEMBERS THRU 4000-EXIT
003360         PERFORM 8500-WRITE-TOTALS THRU 8500-EXIT
003370     END-IF.
003380     PERFORM 9000-TERMINATE THRU 9000-EXIT.
003390     IF WS-ABEND-REQUESTED
003400         MOVE 16 TO RETURN-CODE
003410     ELSE
003420         IF WS-SUSPECT-COUNT > 0
003430             MOVE 08 TO RETURN-CODE
003440         ELSE
003450             IF WS-WARN-COUNT > 0
003460                 MOVE 04 TO RETURN-CODE
003470             END-IF
003480         END-IF
003490     END-IF.
003500     STOP RUN.
003510*--------------------------------------------------------------*
003520*    1000-INITIALIZE - READS THE OPTIONAL STOP CARD AND OPENS  *
003530*    THE DATASETS.  THE UNLOAD, THE VAULT, AND THE REPORT ARE  *
003540*    REQUIRED; WITHOUT A JOURNAL THE UNLOAD ALONE IS RESTORED  *
003550*--------------------------------------------------------------*
003560 1000-INITIALIZE.
003570     ACCEPT WS-CURRENT-DATE FROM DATE.
003580     ACCEPT WS-CURRENT-TIME FROM TIME.
003590     STRING WS-CD-MM '/' WS-CD-DD '/' WS-CD-YY
003600         DELIMITED BY SIZE INTO WS-RUN-DATE-DISPLAY.
003610     STRING WS-CT-HH ':' WS-CT-MM ':' WS-CT-SS
003620         DELIMITED BY SIZE INTO WS-RUN-TIME-DISPLAY.
003630     OPEN INPUT RCVCTL-FILE.
003640     IF WS-RCVCTL-STATUS = '00'
003650         PERFORM 1050-READ-CTLCARD THRU 1050-EXIT
003660         CLOSE RCVCTL-FILE
003670     END-IF.
003680     IF WS-ABEND-REQUESTED
003690         GO TO 1000-EXIT
003700     END-IF.
003710     OPEN INPUT XPORT-FILE.
003720     IF WS-XPORT-STATUS NOT = '00'
003730         DISPLAY 'QRCV0110S TRANSPORT DATASET UNAVAILABLE, '
003740             'STATUS ' WS-XPORT-STATUS
003750         SET WS-ABEND-REQUESTED TO TRUE
003760         GO TO 1000-EXIT
003770     END-IF.
003775     SET WS-XPORT-OPEN TO TRUE.
003780     OPEN OUTPUT VAULT-FILE.
003790     IF WS-VAULT-STATUS NOT = '00'
003800         DISPLAY 'QRCV0120S VAULT DATASET UNAVAILABLE, '
003810             'STATUS ' WS-VAULT-STATUS
003820         SET WS-ABEND-REQUESTED TO TRUE
003830         GO TO 1000-EXIT
003840     END-IF.
003845     SET WS-VAULT-OPEN TO TRUE.
003850     OPEN OUTPUT RCVRPT-FILE.
003860     IF WS-RCVRPT-STATUS NOT = '00'
003870         DISPLAY 'QRCV0130S REPORT DATASET UNAVAILABLE, '
003880             'STATUS ' WS-RCVRPT-STATUS
003890         SET WS-ABEND-REQUESTED TO TRUE
003900         GO TO 1000-EXIT
003910     END-IF.
003915     SET WS-RCVRPT-OPEN TO TRUE.
003920     OPEN INPUT VJRNL-FILE.
003930     IF WS-VJRNL-STATUS NOT = '00'
003940         DISPLAY 'QRCV0140W JOURNAL DATASET UNAVAILABLE, '
003950             'STATUS ' WS-VJRNL-STATUS ' - UNLOAD ONLY RESTORED'
003960         SET WS-VJRNL-UNAVAILABLE TO TRUE
003970         ADD 1 TO WS-WARN-COUNT
003973     ELSE
003976         SET WS-VJRNL-OPEN TO TRUE
003980     END-IF.
003990     MOVE WS-RUN-DATE-DISPLAY TO WRH-DATE.
004000     MOVE WS-RUN-TIME-DISPLAY TO WRH-TIME.
004010     WRITE RCVRPT-REC FROM WS-RPT-HDR.
004020     MOVE SPACES TO RCVRPT-REC.
004030     WRITE RCVRPT-REC.
004040 1000-EXIT.
004050     EXIT.
004060*--------------------------------------------------------------*
004070*    1050-READ-CTLCARD - PICKS UP THE STOP POINT, IF ANY       *
004080*--------------------------------------------------------------*
004090 1050-READ-CTLCARD.
004100     READ RCVCTL-FILE
004110         AT END
004120             GO TO 1050-EXIT
004130     END-READ.
004140     IF RV-STOP-DATE = SPACES
004150         GO TO 1050-EXIT
004160     END-IF.
004170     IF RV-STOP-DATE IS NOT NUMERIC
004180         DISPLAY 'QRCV0100S STOP DATE ' RV-STOP-DATE
004190             ' IS NOT CCYYMMDD'
004200         SET WS-ABEND-REQUESTED TO TRUE
004210         GO TO 1050-EXIT
004220     END-IF.
004230     MOVE RV-STOP-DATE TO WS-SS-DATE.
004240     EVALUATE TRUE
004250         WHEN RV-STOP-TIME = SPACES
004260             MOVE 235959 TO WS-SS-TIME
004270         WHEN RV-STOP-TIME(1:4) IS NUMERIC AND
004280             RV-STOP-TIME(5:2) = SPACES
004290             MOVE RV-STOP-TIME(1:4) TO WS-SS-TIME(1:4)
004300             MOVE '00' TO WS-SS-TIME(5:2)
004310         WHEN RV-STOP-TIME IS NUMERIC
004320             MOVE RV-STOP-TIME TO WS-SS-TIME
004330         WHEN OTHER
004340             DISPLAY 'QRCV0100S STOP TIME ' RV-STOP-TIME
004350                 ' IS NOT HHMMSS'
004360             SET WS-ABEND-REQUESTED TO TRUE
004370             GO TO 1050-EXIT
004380     END-EVALUATE.
004390     SET WS-STOP-REQUESTED TO TRUE.
004400     DISPLAY 'QRCV0150I ROLL FORWARD STOPS AT ' WS-SS-DATE
004410         ' ' WS-SS-TIME.
004420 1050-EXIT.
004430     EXIT.
004440*--------------------------------------------------------------*
004450*    2000/2010/2020/2030 - RESTORES THE UNLOAD.  EVERY MEMBER  *
004460*    IS READ WHOLE AND CHECKED AGAINST ITS TRAILER COUNT AND   *
004470*    FINGERPRINT BEFORE IT IS WRITTEN AS GENERATION 0; A       *
004480*    MEMBER THAT FAILS IS LEFT OUT AND REPORTED.  THE VAULT IS *
004490*    THEN REOPENED FOR UPDATE FOR THE JOURNAL                  *
004500*--------------------------------------------------------------*
004510 2000-RESTORE-UNLOAD.
004520     READ XPORT-FILE
004530         AT END
004540             DISPLAY 'QRCV0200S TRANSPORT DATASET EMPTY'
004550             SET WS-ABEND-REQUESTED TO TRUE
004560             GO TO 2000-EXIT
004570     END-READ.
004580     IF XP-TYPE NOT = 'F' OR XF-SYSTEM NOT = 'QUINE'
004590         DISPLAY 'QRCV0210S NOT A QUINE TRANSPORT DATASET'
004600         SET WS-ABEND-REQUESTED TO TRUE
004610         GO TO 2000-EXIT
004620     END-IF.
004630     MOVE XF-DATE TO WS-XP-DATE.
004640     MOVE XF-TIME TO WS-XP-TIME.
004650*    AN UNLOAD CUT BEFORE THE JOURNAL EXISTED CARRIES NO
004660*    POSITION, SO EVERY JOURNAL RECORD IS APPLIED OVER IT
004670     IF XF-JRNL-SEQ IS NUMERIC
004680         MOVE XF-JRNL-SEQ TO WS-BASE-SEQ
004690     ELSE
004700         MOVE 0 TO WS-BASE-SEQ
004710         DISPLAY 'QRCV0220W UNLOAD CARRIES NO JOURNAL POSITION '
004720             '- EVERY JOURNAL RECORD WILL BE APPLIED'
004730         ADD 1 TO WS-WARN-COUNT
004740     END-IF.
004750     COMPUTE WS-EXPECT-SEQ = WS-BASE-SEQ + 1.
004760     MOVE SPACES TO WS-LINE-TEXT.
004770     STRING 'UNLOAD OF ' WS-XP-DATE ' ' WS-XP-TIME
004780         ' AT JOURNAL SEQUENCE ' WS-BASE-SEQ
004790         DELIMITED BY SIZE INTO WS-LINE-TEXT.
004800     MOVE 'BASE' TO WRL-TAG.
004810     MOVE SPACES TO WRL-MEMBER.
004820     PERFORM 8000-WRITE-LINE THRU 8000-EXIT.
004830     PERFORM 2010-RESTORE-ONE-GROUP THRU 2010-EXIT
004840         UNTIL WS-XP-DONE OR WS-ABEND-REQUESTED.
004850     CLOSE XPORT-FILE.
004855     MOVE 'N' TO WS-XPORT-OPEN-SW.
004860     CLOSE VAULT-FILE.
004865     MOVE 'N' TO WS-VAULT-OPEN-SW.
004870     IF WS-ABEND-REQUESTED
004880         GO TO 2000-EXIT
004890     END-IF.
004900     OPEN I-O VAULT-FILE.
004910     IF WS-VAULT-STATUS NOT = '00'
004920         DISPLAY 'QRCV0120S VAULT DATASET UNAVAILABLE, '
004930             'STATUS ' WS-VAULT-STATUS
004940         SET WS-ABEND-REQUESTED TO TRUE
004950         GO TO 2000-EXIT
004960     END-IF.
004965     SET WS-VAULT-OPEN TO TRUE.
004970     DISPLAY 'QRCV0230I ' WS-XP-LOADED ' MEMBER(S) RESTORED '
004980         'FROM THE UNLOAD, ' WS-XP-REJECTED ' REJECTED'.
004990 2000-EXIT.
005000     EXIT.
005010 2010-RESTORE-ONE-GROUP.
005020     READ XPORT-FILE
005030         AT END
005040             DISPLAY 'QRCV0240S TRANSPORT DATASET TRUNCATED'
005050             SET WS-ABEND-REQUESTED TO TRUE
005060             GO TO 2010-EXIT
005070     END-READ.
005080     EVALUATE XP-TYPE
005090         WHEN 'M'
005100             PERFORM 2020-RESTORE-ONE-MEMBER THRU 2020-EXIT
005110         WHEN 'Z'
005120             COMPUTE WS-XP-MBR-CNT =
005130                 WS-XP-LOADED + WS-XP-REJECTED
005140             IF XZ-MBR-CNT NOT = WS-XP-MBR-CNT
005150                 DISPLAY 'QRCV0250S TRANSPORT MEMBER COUNT '
005160                     'MISMATCH - TRAILER SAYS ' XZ-MBR-CNT
005170                     ' PROCESSED ' WS-XP-MBR-CNT
005180                 SET WS-ABEND-REQUESTED TO TRUE
005190             END-IF
005200             SET WS-XP-DONE TO TRUE
005210         WHEN OTHER
005220             DISPLAY 'QRCV0260S UNEXPECTED TRANSPORT RECORD '
005230                 'TYPE ' XP-TYPE
005240             SET WS-ABEND-REQUESTED TO TRUE
005250     END-EVALUATE.
005260 2010-EXIT.
005270     EXIT.
005280 2020-RESTORE-ONE-MEMBER.
005290     MOVE XM-MEMBER TO WS-XP-CUR-MEMBER.
005300     MOVE XM-LINE-CNT TO WS-XP-EXP-CNT.
005310     MOVE 0 TO WS-XP-TRL-CKS.
005320     MOVE 0 TO WS-XP-REC-CNT.
005330     MOVE 'N' TO WS-XP-END-SW.
005340     MOVE 'N' TO WS-XP-BAD-SW.
005350     MOVE SPACES TO WS-LINE-TEXT.
005360     IF WS-XP-EXP-CNT > WS-TBL-MAX
005370         STRING 'NOT RESTORED - ' WS-XP-EXP-CNT
005380             ' LINES EXCEEDS TABLE CAPACITY'
005390             DELIMITED BY SIZE INTO WS-LINE-TEXT
005400         SET WS-XP-BAD-MEMBER TO TRUE
005410     END-IF.
005420     PERFORM 2030-RESTORE-ONE-TEXT THRU 2030-EXIT
005430         UNTIL WS-XP-END-FOUND OR WS-ABEND-REQUESTED.
005440     IF WS-ABEND-REQUESTED
005450         GO TO 2020-EXIT
005460     END-IF.
005470     IF NOT WS-XP-BAD-MEMBER AND
005480         WS-XP-REC-CNT NOT = WS-XP-EXP-CNT
005490         STRING 'NOT RESTORED - HEADER SAYS ' WS-XP-EXP-CNT
005500             ' LINES, ' WS-XP-REC-CNT ' FOUND'
005510             DELIMITED BY SIZE INTO WS-LINE-TEXT
005520         SET WS-XP-BAD-MEMBER TO TRUE
005530     END-IF.
005540     MOVE WS-XP-REC-CNT TO WS-CKS-COUNT.
005550     IF NOT WS-XP-BAD-MEMBER
005560         PERFORM 7500-COMPUTE-CHECKSUM THRU 7500-EXIT
005570     END-IF.
005580*    A ZERO TRAILER FINGERPRINT MARKS AN UNLOAD CUT BEFORE THE
005590*    FIELD EXISTED AND IS NOT CHECKED
005600     IF NOT WS-XP-BAD-MEMBER AND WS-XP-TRL-CKS NOT = 0 AND
005610         WS-CKS-VALUE NOT = WS-XP-TRL-CKS
005620         STRING 'NOT RESTORED - TRAILER FINGERPRINT '
005630             WS-XP-TRL-CKS ' COMPUTED ' WS-CKS-VALUE
005640             DELIMITED BY SIZE INTO WS-LINE-TEXT
005650         SET WS-XP-BAD-MEMBER TO TRUE
005660     END-IF.
005670     IF WS-XP-BAD-MEMBER
005680         ADD 1 TO WS-XP-REJECTED
005690         MOVE 'REJECTED' TO WRL-TAG
005700         MOVE WS-XP-CUR-MEMBER TO WRL-MEMBER
005710         PERFORM 8100-WRITE-SUSPECT THRU 8100-EXIT
005720         GO TO 2020-EXIT
005730     END-IF.
005740     PERFORM 2040-WRITE-MEMBER THRU 2040-EXIT.
005750     IF WS-ABEND-REQUESTED
005760         GO TO 2020-EXIT
005770     END-IF.
005780     ADD 1 TO WS-XP-LOADED.
005790     PERFORM 2060-NOTE-MEMBER THRU 2060-EXIT.
005800     IF WS-HIT
005810         MOVE 'Y' TO WS-RCV-UNLOADED(RX)
005820     END-IF.
005830     MOVE SPACES TO WS-LINE-TEXT.
005840     STRING WS-XP-REC-CNT ' LINE(S) RESTORED FROM THE UNLOAD'
005850         DELIMITED BY SIZE INTO WS-LINE-TEXT.
005860     MOVE 'RESTORED' TO WRL-TAG.
005870     MOVE WS-XP-CUR-MEMBER TO WRL-MEMBER.
005880     PERFORM 8000-WRITE-LINE THRU 8000-EXIT.
005890 2020-EXIT.
005900     EXIT.
005910 2030-RESTORE-ONE-TEXT.
005920     READ XPORT-FILE
005930         AT END
005940             DISPLAY 'QRCV0240S TRANSPORT DATASET TRUNCATED'
005950             SET WS-ABEND-REQUESTED TO TRUE
005960             GO TO 2030-EXIT
005970     END-READ.
005980     EVALUATE XP-TYPE
005990         WHEN 'T'
006000             ADD 1 TO WS-XP-REC-CNT
006010             IF WS-XP-REC-CNT > WS-TBL-MAX
006020                 SET WS-XP-BAD-MEMBER TO TRUE
006030                 GO TO 2030-EXIT
006040             END-IF
006050             SET SX TO WS-XP-REC-CNT
006060             MOVE XT-TEXT TO S(SX)
006070             MOVE XT-OFLOW TO WS-OFLOW-FLAG(SX)
006080         WHEN 'E'
006090             IF XE-MEMBER NOT = WS-XP-CUR-MEMBER
006100                 DISPLAY 'QRCV0270S TRAILER FOR ' XE-MEMBER
006110                     ' FOUND IN MEMBER ' WS-XP-CUR-MEMBER
006120                 SET WS-ABEND-REQUESTED TO TRUE
006130             END-IF
006140             MOVE XE-CHECKSUM TO WS-XP-TRL-CKS
006150             SET WS-XP-END-FOUND TO TRUE
006160         WHEN OTHER
006170             DISPLAY 'QRCV0260S UNEXPECTED TRANSPORT RECORD '
006180                 'TYPE ' XP-TYPE
006190             SET WS-ABEND-REQUESTED TO TRUE
006200     END-EVALUATE.
006210 2030-EXIT.
006220     EXIT.
006230*--------------------------------------------------------------*
006240*    2040/2045/2050 - WRITES THE MEMBER IN S-TBL AS GENERATION *
006250*    0 THE WAY QUINE'S LOAD ACTION DOES - HEADER, THEN TEXT,   *
006260*    WITH A 'C' CONTINUATION FOR COLUMNS 71-80 OF A WIDE LINE. *
006270*    THE UNLOAD DOES NOT CARRY THE HEADER METADATA, SO THE     *
006280*    UNLOAD DATE STANDS IN FOR THE CHANGE DATE                 *
006290*--------------------------------------------------------------*
006300 2040-WRITE-MEMBER.
006310     MOVE SPACES TO VAULT-REC.
006320     MOVE WS-XP-CUR-MEMBER TO VH-MEMBER.
006330     MOVE 0 TO VH-GEN.
006340     MOVE 0 TO VH-SEQ.
006350     MOVE 0 TO VH-SUB.
006360     MOVE 'H' TO VH-TYPE.
006370     MOVE WS-XP-REC-CNT TO VH-LINE-CNT.
006380     MOVE WS-HDR-RETAIN TO VH-RETAIN.
006390     MOVE WS-CKS-VALUE TO VH-CHECKSUM.
006400     MOVE WS-XP-DATE TO VH-CREATE-DATE.
006410     MOVE WS-XP-DATE TO VH-CHG-DATE.
006420     MOVE WS-XP-TIME TO VH-CHG-TIME.
006430     MOVE 'QUINRCVR' TO VH-CHG-JOB.
006440     MOVE 0 TO VH-UPD-CNT.
006450     MOVE 0 TO VH-RUN-CNT.
006460     WRITE VAULT-REC
006470         INVALID KEY
006480             DISPLAY 'QRCV0280S DUPLICATE VAULT KEY FOR MEMBER '
006490                 WS-XP-CUR-MEMBER ' - UNLOAD OUT OF KEY ORDER'
006500             SET WS-ABEND-REQUESTED TO TRUE
006510             GO TO 2040-EXIT
006520     END-WRITE.
006530     PERFORM 2045-WRITE-TEXT-LINE THRU 2045-EXIT
006540         VARYING SX FROM 1 BY 1 UNTIL SX > WS-XP-REC-CNT
006550             OR WS-ABEND-REQUESTED.
006560 2040-EXIT.
006570     EXIT.
006580 2045-WRITE-TEXT-LINE.
006590     MOVE SPACES TO VAULT-REC.
006600     MOVE WS-XP-CUR-MEMBER TO VT-MEMBER.
006610     MOVE 0 TO VT-GEN.
006620     SET VT-SEQ TO SX.
006630     MOVE 0 TO VT-SUB.
006640     MOVE 'T' TO VT-TYPE.
006650     MOVE S(SX)(1:70) TO VT-TEXT.
006660     MOVE WS-OFLOW-FLAG(SX) TO VT-OFLOW.
006670     IF S(SX)(71:10) NOT = SPACES
006680         MOVE 'Y' TO VT-CONT
006690     ELSE
006700         MOVE 'N' TO VT-CONT
006710     END-IF.
006720     WRITE VAULT-REC
006730         INVALID KEY
006740             DISPLAY 'QRCV0280S DUPLICATE VAULT KEY FOR MEMBER '
006750                 WS-XP-CUR-MEMBER ' LINE ' VT-SEQ
006760             SET WS-ABEND-REQUESTED TO TRUE
006770             GO TO 2045-EXIT
006780     END-WRITE.
006790     IF S(SX)(71:10) NOT = SPACES
006800         PERFORM 2050-WRITE-CONTINUATION THRU 2050-EXIT
006810     END-IF.
006820 2045-EXIT.
006830     EXIT.
006840 2050-WRITE-CONTINUATION.
006850     MOVE SPACES TO VAULT-REC.
006860     MOVE WS-XP-CUR-MEMBER TO VC-MEMBER.
006870     MOVE 0 TO VC-GEN.
006880     SET VC-SEQ TO SX.
006890     MOVE 1 TO VC-SUB.
006900     MOVE 'C' TO VC-TYPE.
006910     MOVE S(SX)(71:10) TO VC-TEXT.
006920     WRITE VAULT-REC
006930         INVALID KEY
006940             DISPLAY 'QRCV0280S DUPLICATE VAULT KEY FOR MEMBER '
006950                 WS-XP-CUR-MEMBER ' LINE ' VC-SEQ
006960             SET WS-ABEND-REQUESTED TO TRUE
006970     END-WRITE.
006980 2050-EXIT.
006990     EXIT.
007000*--------------------------------------------------------------*
007010*    2060/2065 - FINDS A MEMBER IN THE RECOVERED MEMBER TABLE, *
007020*    ADDING IT WHEN NEW.  WS-HIT IS LEFT OFF, WITH A WARNING,  *
007030*    ONLY WHEN THE TABLE IS FULL                               *
007040*--------------------------------------------------------------*
007050 2060-NOTE-MEMBER.
007060     MOVE 'N' TO WS-HIT-SW.
007070     SET RX TO 1.
007080     PERFORM 2065-TEST-RCV-ENTRY THRU 2065-EXIT
007090         UNTIL WS-HIT OR RX > WS-RCV-COUNT.
007100     IF WS-HIT
007110         GO TO 2060-EXIT
007120     END-IF.
007130     IF WS-RCV-COUNT >= WS-RCV-MAX
007140         DISPLAY 'QRCV0290W MEMBER TABLE EXCEEDS ' WS-RCV-MAX
007150             ' MEMBERS, ' WS-XP-CUR-MEMBER ' NOT VERIFIED'
007160         ADD 1 TO WS-WARN-COUNT
007170         GO TO 2060-EXIT
007180     END-IF.
007190     ADD 1 TO WS-RCV-COUNT.
007200     SET RX TO WS-RCV-COUNT.
007210     MOVE WS-XP-CUR-MEMBER TO WS-RCV-MEMBER(RX).
007220     MOVE 'N' TO WS-RCV-UNLOADED(RX).
007230     MOVE 0 TO WS-RCV-JRNL-CNT(RX).
007240     SET WS-HIT TO TRUE.
007250 2060-EXIT.
007260     EXIT.
007270 2065-TEST-RCV-ENTRY.
007280     IF WS-RCV-MEMBER(RX) = WS-XP-CUR-MEMBER
007290         SET WS-HIT TO TRUE
007300     ELSE
007310         SET RX UP BY 1
007320     END-IF.
007330 2065-EXIT.
007340     EXIT.
007350*--------------------------------------------------------------*
007360*    3000/3010/3020/3030 - ROLLS THE VAULT FORWARD THROUGH THE *
007370*    JOURNAL.  RECORDS THE UNLOAD ALREADY HOLDS ARE SKIPPED.   *
007380*    A GAP IN THE SEQUENCE IS REPORTED AND THE ROLL FORWARD    *
007390*    CONTINUES, SO THE MEMBER VERIFICATION SHOWS WHICH MEMBERS *
007400*    IT DAMAGED; A RECORD THAT ARRIVES OUT OF SEQUENCE IS      *
007410*    REPORTED AND NOT APPLIED.  THE STOP POINT IS ONLY TESTED  *
007420*    WHEN A NEW CARD BEGINS                                    *
007430*--------------------------------------------------------------*
007440 3000-APPLY-JOURNAL.
007450     IF WS-VJRNL-UNAVAILABLE
007460         GO TO 3000-EXIT
007470     END-IF.
007480     MOVE SPACES TO WS-LAST-CARD.
007490     PERFORM 3010-APPLY-ONE-RECORD THRU 3010-EXIT
007500         UNTIL WS-VJRNL-EOF OR WS-STOPPED
007510             OR WS-ABEND-REQUESTED.
007520     DISPLAY 'QRCV0300I ' WS-JR-READ ' JOURNAL RECORD(S) READ, '
007530         WS-JR-APPLIED ' APPLIED, ' WS-JR-SKIPPED
007540         ' ALREADY IN THE UNLOAD, ' WS-GAP-COUNT ' GAP(S)'.
007550 3000-EXIT.
007560     EXIT.
007570 3010-APPLY-ONE-RECORD.
007580     READ VJRNL-FILE
007590         AT END
007600             SET WS-VJRNL-EOF TO TRUE
007610             GO TO 3010-EXIT
007620     END-READ.
007630     ADD 1 TO WS-JR-READ.
007640     IF JR-SEQ IS NOT NUMERIC
007650         MOVE SPACES TO WS-LINE-TEXT
007660         STRING 'JOURNAL RECORD ' WS-JR-READ
007670             ' HAS NO SEQUENCE NUMBER - NOT APPLIED'
007680             DELIMITED BY SIZE INTO WS-LINE-TEXT
007690         MOVE 'BADREC' TO WRL-TAG
007700         MOVE SPACES TO WRL-MEMBER
007710         PERFORM 8100-WRITE-SUSPECT THRU 8100-EXIT
007720         GO TO 3010-EXIT
007730     END-IF.
007740     PERFORM 3020-CHECK-SEQUENCE THRU 3020-EXIT.
007750     IF NOT WS-HIT
007760         GO TO 3010-EXIT
007770     END-IF.
007780     MOVE JR-JOB-NAME TO WS-TC-JOB-NAME.
007790     MOVE JR-JOBID TO WS-TC-JOBID.
007800     MOVE JR-CARD-NO TO WS-TC-CARD-NO.
007810     MOVE JR-DATE TO WS-TC-DATE.
007820     IF WS-STOP-REQUESTED
007830         PERFORM 3030-CHECK-STOP THRU 3030-EXIT
007840         IF WS-STOPPED
007850             GO TO 3010-EXIT
007860         END-IF
007870     END-IF.
007880*    CONTROL RECORDS SUCH AS *LOCK* ARE NOT VAULT CONTENT
007890     IF (JR-OP = 'D' AND JR-BEFORE(1:1) = '*') OR
007900             (JR-OP NOT = 'D' AND JR-AFTER(1:1) = '*')
007910         GO TO 3010-EXIT
007920     END-IF.
007930     EVALUATE JR-OP
007940         WHEN 'A'
007950             PERFORM 3100-APPLY-ADD THRU 3100-EXIT
007960         WHEN 'R'
007970             PERFORM 3110-APPLY-REWRITE THRU 3110-EXIT
007980         WHEN 'D'
007990             PERFORM 3120-APPLY-DELETE THRU 3120-EXIT
008000         WHEN OTHER
008010             MOVE SPACES TO WS-LINE-TEXT
008020             STRING 'JOURNAL SEQUENCE ' JR-SEQ
008030                 ' HAS UNKNOWN OPERATION ' JR-OP
008040                 ' - NOT APPLIED'
008050                 DELIMITED BY SIZE INTO WS-LINE-TEXT
008060             MOVE 'BADREC' TO WRL-TAG
008070             MOVE SPACES TO WRL-MEMBER
008080             PERFORM 8100-WRITE-SUSPECT THRU 8100-EXIT
008090             GO TO 3010-EXIT
008100     END-EVALUATE.
008110     IF WS-ABEND-REQUESTED
008120         GO TO 3010-EXIT
008130     END-IF.
008140     ADD 1 TO WS-JR-APPLIED.
008150     MOVE JR-SEQ TO WS-LAST-APPLIED.
008160     MOVE WS-THIS-CARD TO WS-LAST-CARD.
008170     IF JR-OP = 'D'
008180         MOVE JR-BEFORE(1:8) TO WS-XP-CUR-MEMBER
008190     ELSE
008200         MOVE JR-AFTER(1:8) TO WS-XP-CUR-MEMBER
008210     END-IF.
008220     PERFORM 2060-NOTE-MEMBER THRU 2060-EXIT.
008230     IF WS-HIT
008240         ADD 1 TO WS-RCV-JRNL-CNT(RX)
008250     END-IF.
008260 3010-EXIT.
008270     EXIT.
008280*    WS-HIT IS SET WHEN THE RECORD IS TO BE APPLIED
008290 3020-CHECK-SEQUENCE.
008300     MOVE 'N' TO WS-HIT-SW.
008310     IF JR-SEQ < WS-EXPECT-SEQ
008320         IF NOT WS-JRNL-STARTED
008330             ADD 1 TO WS-JR-SKIPPED
008340         ELSE
008350             MOVE SPACES TO WS-LINE-TEXT
008360             STRING 'JOURNAL SEQUENCE ' JR-SEQ
008370                 ' ARRIVED AFTER ' WS-LAST-APPLIED
008380                 ' - OUT OF SEQUENCE, NOT APPLIED'
008390                 DELIMITED BY SIZE INTO WS-LINE-TEXT
008400             MOVE 'OUTOFSEQ' TO WRL-TAG
008410             MOVE SPACES TO WRL-MEMBER
008420             PERFORM 8100-WRITE-SUSPECT THRU 8100-EXIT
008430         END-IF
008440         GO TO 3020-EXIT
008450     END-IF.
008460     IF JR-SEQ > WS-EXPECT-SEQ
008470         COMPUTE WS-GAP-TO = JR-SEQ - 1
008480         MOVE SPACES TO WS-LINE-TEXT
008490         STRING 'JOURNAL GAP - SEQUENCE ' WS-EXPECT-SEQ
008500             ' THRU ' WS-GAP-TO ' MISSING BEFORE JOB '
008510             JR-JOB-NAME ' CARD ' JR-CARD-NO
008520             DELIMITED BY SIZE INTO WS-LINE-TEXT
008530         MOVE 'GAP' TO WRL-TAG
008540         MOVE SPACES TO WRL-MEMBER
008550         ADD 1 TO WS-GAP-COUNT
008560         PERFORM 8100-WRITE-SUSPECT THRU 8100-EXIT
008570     END-IF.
008580     SET WS-JRNL-STARTED TO TRUE.
008590     COMPUTE WS-EXPECT-SEQ = JR-SEQ + 1.
008600     SET WS-HIT TO TRUE.
008610 3020-EXIT.
008620     EXIT.
008630 3030-CHECK-STOP.
008640     MOVE JR-DATE TO WS-JS-DATE.
008650     MOVE JR-TIME TO WS-JS-TIME.
008660     IF WS-JR-STAMP-N NOT > WS-STOP-STAMP-N
008670         GO TO 3030-EXIT
008680     END-IF.
008690     IF WS-THIS-CARD = WS-LAST-CARD
008700         ADD 1 TO WS-JR-PAST-STOP
008710         GO TO 3030-EXIT
008720     END-IF.
008730     SET WS-STOPPED TO TRUE.
008740     MOVE SPACES TO WS-LINE-TEXT.
008750     STRING 'ROLL FORWARD STOPPED BEFORE SEQUENCE ' JR-SEQ
008760         ' OF ' JR-DATE ' ' JR-TIME ' - STOP POINT '
008770         WS-SS-DATE ' ' WS-SS-TIME
008780         DELIMITED BY SIZE INTO WS-LINE-TEXT.
008790     MOVE 'STOPPED' TO WRL-TAG.
008800     MOVE SPACES TO WRL-MEMBER.
008810     PERFORM 8000-WRITE-LINE THRU 8000-EXIT.
008820     DISPLAY 'QRCV0310I ' WS-LINE-TEXT.
008830 3030-EXIT.
008840     EXIT.
008850*--------------------------------------------------------------*
008860*    3100/3110/3120 - APPLY ONE JOURNAL IMAGE.  AN ADD OVER AN *
008870*    EXISTING KEY OR A REWRITE OF A MISSING ONE STILL LEAVES   *
008880*    THE AFTER IMAGE IN PLACE.  A DELETE OF A KEY THE REBUILT  *
008890*    VAULT NEVER HELD IS EXPECTED - PRIOR GENERATIONS DO NOT   *
008900*    TRAVEL IN THE UNLOAD - AND IS ONLY COUNTED                *
008910*--------------------------------------------------------------*
008920 3100-APPLY-ADD.
008930     MOVE JR-AFTER TO VAULT-REC.
008940     WRITE VAULT-REC
008950         INVALID KEY
008960             REWRITE VAULT-REC
008970                 INVALID KEY
008980                     PERFORM 3190-APPLY-FAILED THRU 3190-EXIT
008990             END-REWRITE
009000     END-WRITE.
009010 3100-EXIT.
009020     EXIT.
009030 3110-APPLY-REWRITE.
009040     MOVE JR-AFTER TO VAULT-REC.
009050     REWRITE VAULT-REC
009060         INVALID KEY
009070             WRITE VAULT-REC
009080                 INVALID KEY
009090                     PERFORM 3190-APPLY-FAILED THRU 3190-EXIT
009100             END-WRITE
009110     END-REWRITE.
009120 3110-EXIT.
009130     EXIT.
009140 3120-APPLY-DELETE.
009150     MOVE JR-BEFORE TO VAULT-REC.
009160     DELETE VAULT-FILE RECORD
009170         INVALID KEY
009180             ADD 1 TO WS-JR-ABSENT
009190     END-DELETE.
009200 3120-EXIT.
009210     EXIT.
009220 3190-APPLY-FAILED.
009230     DISPLAY 'QRCV0320S JOURNAL SEQUENCE ' JR-SEQ
009240         ' COULD NOT BE APPLIED TO MEMBER ' VR-MEMBER
009250         ' GENERATION ' VR-GEN ' LINE ' VR-SEQ
009260         ', STATUS ' WS-VAULT-STATUS.
009270     SET WS-ABEND-REQUESTED TO TRUE.
009280 3190-EXIT.
009290     EXIT.
009300*--------------------------------------------------------------*
009310*    4000/4010/4020/4030 - RELOADS THE CURRENT GENERATION OF   *
009320*    EVERY MEMBER RESTORED OR TOUCHED FROM THE REBUILT VAULT   *
009330*    AND CHECKS ITS TEXT AGAINST THE HEADER LINE COUNT AND     *
009340*    FINGERPRINT.  A MEMBER THE JOURNAL DELETED IS REPORTED AS *
009350*    SUCH                                                      *
009360*--------------------------------------------------------------*
009370 4000-VERIFY-MEMBERS.
009380     MOVE SPACES TO RCVRPT-REC.
009390     WRITE RCVRPT-REC.
009400     PERFORM 4010-VERIFY-ONE-MEMBER THRU 4010-EXIT
009410         VARYING RX FROM 1 BY 1 UNTIL RX > WS-RCV-COUNT
009420             OR WS-ABEND-REQUESTED.
009430 4000-EXIT.
009440     EXIT.
009450 4010-VERIFY-ONE-MEMBER.
009460     MOVE WS-RCV-MEMBER(RX) TO WS-VFY-MEMBER.
009470     MOVE WS-VFY-MEMBER TO WRL-MEMBER.
009480     MOVE WS-VFY-MEMBER TO VR-MEMBER.
009490     MOVE 0 TO VR-GEN.
009500     MOVE 0 TO VR-SEQ.
009510     MOVE 0 TO VR-SUB.
009520     READ VAULT-FILE
009530         INVALID KEY
009540             ADD 1 TO WS-VFY-GONE
009550             MOVE SPACES TO WS-LINE-TEXT
009560             STRING 'NOT IN THE REBUILT VAULT - DELETED BY '
009570                 WS-RCV-JRNL-CNT(RX) ' JOURNAL RECORD(S)'
009580                 DELIMITED BY SIZE INTO WS-LINE-TEXT
009590             MOVE 'DELETED' TO WRL-TAG
009600             PERFORM 8000-WRITE-LINE THRU 8000-EXIT
009610             GO TO 4010-EXIT
009620     END-READ.
009630     MOVE VH-LINE-CNT TO WS-EXPECTED-LINES.
009640     MOVE VH-CHECKSUM TO WS-HDR-CHECKSUM.
009650     MOVE 0 TO WS-ACTUAL-LINES.
009660     MOVE SPACES TO WS-LINE-TEXT.
009670     IF WS-EXPECTED-LINES > WS-TBL-MAX
009680         STRING 'HEADER COUNT ' WS-EXPECTED-LINES
009690             ' EXCEEDS TABLE CAPACITY - NOT VERIFIED'
009700             DELIMITED BY SIZE INTO WS-LINE-TEXT
009710         MOVE 'MISMATCH' TO WRL-TAG
009720         ADD 1 TO WS-VFY-BAD
009730         PERFORM 8100-WRITE-SUSPECT THRU 8100-EXIT
009740         GO TO 4010-EXIT
009750     END-IF.
009760     MOVE 'N' TO WS-VAULT-EOF-SW.
009770     PERFORM 4020-LOAD-VAULT-RECORD THRU 4020-EXIT
009780         UNTIL WS-VAULT-EOF.
009790     MOVE WS-VFY-MEMBER TO VR-MEMBER.
009800     MOVE 0 TO VR-GEN.
009810     COMPUTE VR-SEQ = WS-EXPECTED-LINES + 1.
009820     MOVE 0 TO VR-SUB.
009830     READ VAULT-FILE
009840         INVALID KEY
009850             CONTINUE
009860         NOT INVALID KEY
009870             STRING 'TEXT RECORD(S) FOUND PAST THE HEADER '
009880                 'COUNT OF ' WS-EXPECTED-LINES
009890                 DELIMITED BY SIZE INTO WS-LINE-TEXT
009900     END-READ.
009910     IF WS-LINE-TEXT = SPACES AND
009920         WS-ACTUAL-LINES NOT = WS-EXPECTED-LINES
009930         STRING 'HEADER SAYS ' WS-EXPECTED-LINES
009940             ' LINES, ' WS-ACTUAL-LINES ' FOUND'
009950             DELIMITED BY SIZE INTO WS-LINE-TEXT
009960     END-IF.
009970*    A ZERO FINGERPRINT MARKS A HEADER WRITTEN BEFORE THE
009980*    FIELD EXISTED AND IS NOT CHECKED
009990     IF WS-LINE-TEXT = SPACES AND WS-HDR-CHECKSUM NOT = 0
010000         MOVE WS-ACTUAL-LINES TO WS-CKS-COUNT
010010         PERFORM 7500-COMPUTE-CHECKSUM THRU 7500-EXIT
010020         IF WS-CKS-VALUE NOT = WS-HDR-CHECKSUM
010030             STRING 'FINGERPRINT MISMATCH - HEADER '
010040                 WS-HDR-CHECKSUM ' COMPUTED ' WS-CKS-VALUE
010050                 DELIMITED BY SIZE INTO WS-LINE-TEXT
010060         END-IF
010070     END-IF.
010080     IF WS-LINE-TEXT NOT = SPACES
010090         MOVE 'MISMATCH' TO WRL-TAG
010100         ADD 1 TO WS-VFY-BAD
010110         PERFORM 8100-WRITE-SUSPECT THRU 8100-EXIT
010120         GO TO 4010-EXIT
010130     END-IF.
010140     ADD 1 TO WS-VFY-OK.
010150     PERFORM 4030-FORMAT-VERIFIED THRU 4030-EXIT.
010160     MOVE 'VERIFIED' TO WRL-TAG.
010170     PERFORM 8000-WRITE-LINE THRU 8000-EXIT.
010180 4010-EXIT.
010190     EXIT.
010200 4020-LOAD-VAULT-RECORD.
010210     IF WS-ACTUAL-LINES >= WS-EXPECTED-LINES
010220         SET WS-VAULT-EOF TO TRUE
010230         GO TO 4020-EXIT
010240     END-IF.
010250     MOVE WS-VFY-MEMBER TO VR-MEMBER.
010260     MOVE 0 TO VR-GEN.
010270     COMPUTE VR-SEQ = WS-ACTUAL-LINES + 1.
010280     MOVE 0 TO VR-SUB.
010290     READ VAULT-FILE
010300         INVALID KEY
010310             SET WS-VAULT-EOF TO TRUE
010320             GO TO 4020-EXIT
010330     END-READ.
010340     ADD 1 TO WS-ACTUAL-LINES.
010350     SET SX TO WS-ACTUAL-LINES.
010360     MOVE SPACES TO S(SX).
010370     MOVE VT-TEXT TO S(SX)(1:70).
010380     IF VT-CONT = 'Y'
010390         MOVE 1 TO VR-SUB
010400         READ VAULT-FILE
010410             INVALID KEY
010420                 SUBTRACT 1 FROM WS-ACTUAL-LINES
010430                 SET WS-VAULT-EOF TO TRUE
010440                 GO TO 4020-EXIT
010450         END-READ
010460         MOVE VC-TEXT TO S(SX)(71:10)
010470     END-IF.
010480 4020-EXIT.
010490     EXIT.
010500 4030-FORMAT-VERIFIED.
010510     MOVE SPACES TO WS-LINE-TEXT.
010520     IF WS-RCV-UNLOADED(RX) = 'Y'
010530         IF WS-RCV-JRNL-CNT(RX) = 0
010540             STRING WS-ACTUAL-LINES ' LINE(S), FINGERPRINT '
010550                 'VERIFIED - FROM THE UNLOAD'
010560                 DELIMITED BY SIZE INTO WS-LINE-TEXT
010570         ELSE
010580             STRING WS-ACTUAL-LINES ' LINE(S), FINGERPRINT '
010590                 'VERIFIED - FROM THE UNLOAD AND '
010600                 WS-RCV-JRNL-CNT(RX) ' JOURNAL RECORD(S)'
010610                 DELIMITED BY SIZE INTO WS-LINE-TEXT
010620         END-IF
010630     ELSE
010640         STRING WS-ACTUAL-LINES ' LINE(S), FINGERPRINT '
010650             'VERIFIED - FROM ' WS-RCV-JRNL-CNT(RX)
010660             ' JOURNAL RECORD(S)'
010670             DELIMITED BY SIZE INTO WS-LINE-TEXT
010680     END-IF.
010690 4030-EXIT.
010700     EXIT.
010710*--------------------------------------------------------------*
010720*    7500/7510/7520 - CONTENT FINGERPRINT OVER THE MEMBER TEXT *
010730*    IN S-TBL (WS-CKS-COUNT LINES OF 80 BYTES), COMPUTED       *
010740*    EXACTLY AS QUINE COMPUTES IT FOR THE MEMBER HEADER        *
010750*--------------------------------------------------------------*
010760 7500-COMPUTE-CHECKSUM.
010770     MOVE 0 TO WS-CKS-VALUE.
010780     PERFORM 7510-CHECKSUM-ONE-LINE THRU 7510-EXIT
010790         VARYING WS-CKS-LINE FROM 1 BY 1
010800         UNTIL WS-CKS-LINE > WS-CKS-COUNT.
010810 7500-EXIT.
010820     EXIT.
010830 7510-CHECKSUM-ONE-LINE.
010840     PERFORM 7520-CHECKSUM-ONE-CHAR THRU 7520-EXIT
010850         VARYING WS-CKS-COL FROM 1 BY 1
010860         UNTIL WS-CKS-COL > 80.
010870 7510-EXIT.
010880     EXIT.
010890 7520-CHECKSUM-ONE-CHAR.
010900     COMPUTE WS-CKS-CHAR =
010910         FUNCTION ORD(S(WS-CKS-LINE)(WS-CKS-COL:1)).
010920     COMPUTE WS-CKS-WORK = WS-CKS-VALUE * 31 + WS-CKS-CHAR.
010930     DIVIDE WS-CKS-WORK BY WS-CKS-MODULUS
010940         GIVING WS-CKS-QUOT REMAINDER WS-CKS-VALUE.
010950 7520-EXIT.
010960     EXIT.
010970*--------------------------------------------------------------*
010980*    8000/8100 - ONE REPORT LINE.  8100 ALSO COUNTS IT AS      *
010990*    LEAVING THE REBUILT VAULT SUSPECT AND TELLS THE OPERATOR  *
011000*--------------------------------------------------------------*
011010 8000-WRITE-LINE.
011020     MOVE WS-LINE-TEXT TO WRL-TEXT.
011030     MOVE WS-RPT-LINE TO WS-RPT-WORK.
011040     WRITE RCVRPT-REC FROM WS-RPT-WORK.
011050 8000-EXIT.
011060     EXIT.
011070 8100-WRITE-SUSPECT.
011080     PERFORM 8000-WRITE-LINE THRU 8000-EXIT.
011090     ADD 1 TO WS-SUSPECT-COUNT.
011100     DISPLAY 'QRCV0400W ' WRL-TAG ' ' WRL-MEMBER ' - '
011110         WS-LINE-TEXT.
011120 8100-EXIT.
011130     EXIT.
011140*--------------------------------------------------------------*
011150*    8500-WRITE-TOTALS - REPORT TRAILER AND OPERATOR SUMMARY   *
011160*--------------------------------------------------------------*
011170 8500-WRITE-TOTALS.
011180     MOVE SPACES TO RCVRPT-REC.
011190     WRITE RCVRPT-REC.
011200     MOVE SPACES TO WS-RPT-WORK.
011210     STRING ' ' WS-XP-LOADED ' MEMBER(S) RESTORED, '
011220         WS-XP-REJECTED ' REJECTED, ' WS-JR-APPLIED
011230         ' JOURNAL RECORD(S) APPLIED THRU SEQUENCE '
011240         WS-LAST-APPLIED ', ' WS-GAP-COUNT ' GAP(S)'
011250         DELIMITED BY SIZE INTO WS-RPT-WORK.
011260     WRITE RCVRPT-REC FROM WS-RPT-WORK.
011270     MOVE SPACES TO WS-RPT-WORK.
011280     STRING ' ' WS-VFY-OK ' MEMBER(S) VERIFIED, ' WS-VFY-BAD
011290         ' MISMATCHED, ' WS-VFY-GONE ' DELETED; '
011300         WS-JR-ABSENT ' DELETE(S) OF RECORDS NOT IN THE '
011310         'UNLOAD, ' WS-JR-PAST-STOP ' RECORD(S) APPLIED TO '
011320         'FINISH A CARD PAST THE STOP POINT'
011330         DELIMITED BY SIZE INTO WS-RPT-WORK.
011340     WRITE RCVRPT-REC FROM WS-RPT-WORK.
011350     IF WS-SUSPECT-COUNT = 0
011360         DISPLAY 'QRCV0410I VAULT REBUILT THRU JOURNAL SEQUENCE '
011370             WS-LAST-APPLIED ', ' WS-VFY-OK
011380             ' MEMBER(S) VERIFIED'
011390     ELSE
011400         DISPLAY 'QRCV0420W VAULT REBUILT WITH '
011410             WS-SUSPECT-COUNT ' EXCEPTION(S), SEE RCVRPT'
011420     END-IF.
011430 8500-EXIT.
011440     EXIT.
011450*--------------------------------------------------------------*
011460*    9000-TERMINATE - CLOSES ALL DATASETS BEFORE STOP RUN      *
011470*--------------------------------------------------------------*
011480 9000-TERMINATE.
011482     IF WS-XPORT-OPEN
011484         CLOSE XPORT-FILE
011486     END-IF.
011490     IF WS-VJRNL-OPEN
011500         CLOSE VJRNL-FILE
011510     END-IF.
011520     IF WS-VAULT-OPEN
011530         CLOSE VAULT-FILE
011540     END-IF.
011550     IF WS-RCVRPT-OPEN
011560         CLOSE RCVRPT-FILE
011570     END-IF.
011580 9000-EXIT.
011590     EXIT.
