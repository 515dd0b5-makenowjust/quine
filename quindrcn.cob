000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. QUINDRCN.
000030 AUTHOR. R. L. TANAKA.
000040 INSTALLATION. SYSTEMS PROGRAMMING.
000050 DATE-WRITTEN. 11/23/1998.
000060 DATE-COMPILED.
000070*--------------------------------------------------------------*
000080*    QUINDRCN - PRODUCTION-TO-DR RECONCILIATION FOR THE QUINE  *
000090*    VAULT.  WALKS THE PRODUCTION VAULT AND THE DR COPY - THE  *
000100*    DR VAULT ITSELF, OR THE LAST XPORT DATASET SHIPPED - BOTH *
000110*    IN KEY ORDER, AND FOR EVERY MEMBER AND GENERATION         *
000120*    COMPARES EXISTENCE, HEADER LINE COUNT, FINGERPRINT,       *
000130*    UPDATE COUNT, AND LAST-CHANGE DATE.  EVERY DIFFERENCE     *
000140*    GOES TO THE DRRPT EXCEPTION REPORT AS ONE OF:             *
000150*      MISSING - IN PRODUCTION, NOT AT DR,                     *
000160*      EXTRA   - AT DR, NOT IN PRODUCTION,                     *
000170*      STALE   - AT DR BUT BEHIND PRODUCTION (PRODUCTION HAS   *
000180*                THE HIGHER UPDATE COUNT OR LATER CHANGE),     *
000190*      CHANGED - AT DR AND DIFFERENT, BUT NOT BEHIND - THE DR  *
000200*                COPY WAS ALTERED AT DR.                       *
000210*    A MEMBER WHOSE CURRENT GENERATION IS MISSING, STALE, OR   *
000220*    CHANGED AT DR GETS ONE UNLOAD CARD ON THE RESHIP DECK.    *
000230*    RUN AS QUINE'S CTLCARD, THE DECK WRITES ONE XPORT HOLDING *
000233*    EVERY MEMBER PUNCHED, SINCE QUINE SHARES ONE XPORT ACROSS *
000236*    CONSECUTIVE UNLOAD CARDS.  LOAD AT DR SKIPS A MEMBER THE  *
000239*    DR VAULT ALREADY HOLDS, SO EVERY STALE OR CHANGED MEMBER  *
000242*    PUNCHED MUST BE DELETED AT DR BEFORE THAT XPORT IS        *
000245*    LOADED - ITS REPORT LINE AND THE OPERATOR SUMMARY SAY SO. *
000248*    ONLY THE CURRENT GENERATION TRAVELS, SO A PRIOR OR STAGED *
000251*    GENERATION DIFFERENCE IS REPORTED FOR INFORMATION ONLY -  *
000254*    NOT PUNCHED, AND NOT AN EXCEPTION.  AN XPORT DR COPY, OR  *
000257*    A DR VAULT COMPARED TEXT ONLY, IS ONLY COMPARED FOR THE   *
000260*    CURRENT GENERATION.  THE XPORT CARRIES                    *
000270*    NO UPDATE COUNT OR CHANGE DATE, SO THOSE ARE NOT COMPARED *
000274*    AGAINST IT.  AN XPORT DR COPY MUST BE IN MEMBER ORDER -   *
000278*    THE UNLOAD OF *ALL, OR A RESHIP OR OTHER UNLOAD DECK      *
000282*    SORTED BY MEMBER - OR THE WALK WOULD REPORT MEMBERS THAT  *
000286*    ARE THERE AS MISSING AND EXTRA; ONE OUT OF ORDER ENDS THE *
000290*    RUN.  RETURN CODE 4 WHEN THE SITES ARE OUT OF STEP, 16    *
000294*    WHEN THE RECONCILIATION COULD NOT RUN.                    *
000300*--------------------------------------------------------------*
000310*                    MODIFICATION HISTORY                      *
000320*--------------------------------------------------------------*
000330*   DATE      INIT  DESCRIPTION                                *
000340*   --------  ----  -----------------------------------------  *
000350*   11/23/98  RLT   ORIGINAL CODING.                           *
000353*   11/30/98  RLT   A DIFFERENCE IN A STAGED VERSION (GEN 99)  *
000356*                   IS LABELLED STAGED ON THE REPORT.          *
000357*   12/14/98  RLT   DATASETS ARE CLOSED AT TERMINATION BY OPEN *
000358*                   SWITCH, NOT BY THE LAST I/O STATUS.  THE   *
000359*                   RESHIP DECK NOTE NOW SAYS HOW IT IS RUN.   *
000360*   12/21/98  RLT   AN XPORT DR COPY OUT OF MEMBER ORDER NOW   *
000361*                   ENDS THE RUN INSTEAD OF MISREPORTING.      *
000362*   12/28/98  RLT   TEXT-ONLY SCOPE COMPARES THE CURRENT       *
000363*                   GENERATION ONLY.  A PRIOR OR STAGED        *
000364*                   DIFFERENCE IS INFORMATIONAL, NOT AN        *
000365*                   EXCEPTION.  STALE AND CHANGED LINES SAY    *
000366*                   TO DELETE AT DR BEFORE THE LOAD.           *
000367*--------------------------------------------------------------*
000370 ENVIRONMENT DIVISION.
000380 INPUT-OUTPUT SECTION.
000390 FILE-CONTROL.
000400     SELECT DRCTL-FILE ASSIGN TO DRCTL
000410         ORGANIZATION IS SEQUENTIAL
000420         FILE STATUS IS WS-DRCTL-STATUS.
000430     SELECT VAULT-FILE ASSIGN TO VAULT
000440         ORGANIZATION IS INDEXED
000450         ACCESS MODE IS DYNAMIC
000460         RECORD KEY IS VR-KEY
000470         FILE STATUS IS WS-VAULT-STATUS.
000480     SELECT DRVAULT-FILE ASSIGN TO DRVAULT
000490         ORGANIZATION IS INDEXED
000500         ACCESS MODE IS DYNAMIC
000510         RECORD KEY IS DV-KEY
000520         FILE STATUS IS WS-DRVAULT-STATUS.
000530     SELECT XPORT-FILE ASSIGN TO XPORT
000540         ORGANIZATION IS SEQUENTIAL
000550         FILE STATUS IS WS-XPORT-STATUS.
000560     SELECT DRRPT-FILE ASSIGN TO DRRPT
000570         ORGANIZATION IS SEQUENTIAL
000580         FILE STATUS IS WS-DRRPT-STATUS.
000590     SELECT RESHIP-FILE ASSIGN TO RESHIP
000600         ORGANIZATION IS SEQUENTIAL
000610         FILE STATUS IS WS-RESHIP-STATUS.
000620 DATA DIVISION.
000630 FILE SECTION.
000640*--------------------------------------------------------------*
000650*    CONTROL CARD - DR COPY TO READ (VAULT OR XPORT, COLUMNS   *
000660*    1-8, DEFAULT VAULT), 'C' IN COLUMN 10 TO COMPARE TEXT     *
000670*    ONLY (LINE COUNT AND FINGERPRINT) FOR A DR VAULT BUILT BY *
000680*    LOAD, WHICH STAMPS ITS OWN UPDATE COUNT AND CHANGE DATE,  *
000687*    AND HOLDS ONLY THE CURRENT GENERATION, SO NO OTHER IS     *
000694*    COMPARED; AND THE SUBMITTER AND JOB NAME (COLUMNS 12-19   *
000701*    AND 21-28) TO PUNCH ON THE RESHIP CARDS                   *
000710*--------------------------------------------------------------*
000720 FD  DRCTL-FILE
000730     LABEL RECORDS ARE STANDARD
000740     RECORD CONTAINS 80 CHARACTERS.
000750 01  DRCTL-CARD.
000760     05  DC-SOURCE             PIC X(08).
000770     05  FILLER                PIC X(01).
000780     05  DC-SCOPE              PIC X(01).
000790     05  FILLER                PIC X(01).
000800     05  DC-SUBMITTER          PIC X(08).
000810     05  FILLER                PIC X(01).
000820     05  DC-JOB-NAME           PIC X(08).
000830     05  FILLER                PIC X(52).
000840*--------------------------------------------------------------*
000850*    PRODUCTION VAULT - KEY AND RECORD LAYOUT AS WRITTEN BY    *
000860*    QUINE                                                     *
000870*--------------------------------------------------------------*
000880 FD  VAULT-FILE
000890     LABEL RECORDS ARE STANDARD
000900     RECORD CONTAINS 90 CHARACTERS.
000910 01  VAULT-REC.
000920     05  VR-KEY.
000930         10  VR-MEMBER         PIC X(08).
000940         10  VR-GEN            PIC 9(02).
000950         10  VR-SEQ            PIC 9(04).
000960         10  VR-SUB            PIC 9(01).
000970     05  VR-TYPE               PIC X(01).
000980     05  VR-TEXT               PIC X(70).
000990     05  VR-OFLOW              PIC X(01).
001000     05  FILLER                PIC X(03).
001010 01  VAULT-HDR-VIEW REDEFINES VAULT-REC.
001020     05  VH-MEMBER             PIC X(08).
001030     05  VH-GEN                PIC 9(02).
001040     05  VH-SEQ                PIC 9(04).
001050     05  VH-SUB                PIC 9(01).
001060     05  VH-TYPE               PIC X(01).
001070     05  VH-LINE-CNT           PIC 9(04).
001080     05  VH-RETAIN             PIC 9(02).
001090     05  VH-CHECKSUM           PIC 9(09).
001100     05  VH-CREATE-DATE        PIC X(08).
001110     05  VH-CHG-DATE           PIC X(08).
001120     05  VH-CHG-TIME           PIC X(08).
001130     05  VH-CHG-JOB            PIC X(08).
001140     05  VH-CHG-USER           PIC X(08).
001150     05  VH-UPD-CNT            PIC 9(04).
001160     05  VH-RUN-CNT            PIC 9(04).
001170     05  VH-CHG-TICKET         PIC X(08).
001180     05  FILLER                PIC X(03).
001190*--------------------------------------------------------------*
001200*    DR VAULT - SAME LAYOUT AS THE PRODUCTION VAULT            *
001210*--------------------------------------------------------------*
001220 FD  DRVAULT-FILE
001230     LABEL RECORDS ARE STANDARD
001240     RECORD CONTAINS 90 CHARACTERS.
001250 01  DRVAULT-REC.
001260     05  DV-KEY.
001270         10  DV-MEMBER         PIC X(08).
001280         10  DV-GEN            PIC 9(02).
001290         10  DV-SEQ            PIC 9(04).
001300         10  DV-SUB            PIC 9(01).
001310     05  DV-TYPE               PIC X(01).
001320     05  DV-TEXT               PIC X(70).
001330     05  DV-OFLOW              PIC X(01).
001340     05  FILLER                PIC X(03).
001350 01  DRVAULT-HDR-VIEW REDEFINES DRVAULT-REC.
001360     05  DH-MEMBER             PIC X(08).
001370     05  DH-GEN                PIC 9(02).
001380     05  DH-SEQ                PIC 9(04).
001390     05  DH-SUB                PIC 9(01).
001400     05  DH-TYPE               PIC X(01).
001410     05  DH-LINE-CNT           PIC 9(04).
001420     05  DH-RETAIN             PIC 9(02).
001430     05  DH-CHECKSUM           PIC 9(09).
001440     05  DH-CREATE-DATE        PIC X(08).
001450     05  DH-CHG-DATE           PIC X(08).
001460     05  DH-CHG-TIME           PIC X(08).
001470     05  DH-CHG-JOB            PIC X(08).
001480     05  DH-CHG-USER           PIC X(08).
001490     05  DH-UPD-CNT            PIC 9(04).
001500     05  DH-RUN-CNT            PIC 9(04).
001510     05  DH-CHG-TICKET         PIC X(08).
001520     05  FILLER                PIC X(03).
001530*--------------------------------------------------------------*
001540*    TRANSPORT DATASET WRITTEN BY THE QUINE UNLOAD ACTION -    *
001550*    F FILE HEADER, M MEMBER HEADER, T TEXT, E MEMBER TRAILER  *
001560*    WITH RECORD COUNT, Z FILE TRAILER WITH MEMBER COUNT       *
001570*--------------------------------------------------------------*
001580 FD  XPORT-FILE
001590     LABEL RECORDS ARE STANDARD
001600     RECORD CONTAINS 90 CHARACTERS.
001610 01  XPORT-REC.
001620     05  XP-TYPE               PIC X(01).
001630     05  XP-BODY               PIC X(89).
001640 01  XPORT-FILE-HDR REDEFINES XPORT-REC.
001650     05  XF-TYPE               PIC X(01).
001660     05  XF-SYSTEM             PIC X(08).
001670     05  XF-DATE               PIC X(08).
001680     05  XF-TIME               PIC X(08).
001690     05  XF-JRNL-SEQ           PIC 9(08).
001700     05  FILLER                PIC X(57).
001710 01  XPORT-MBR-HDR REDEFINES XPORT-REC.
001720     05  XM-TYPE               PIC X(01).
001730     05  XM-MEMBER             PIC X(08).
001740     05  XM-LINE-CNT           PIC 9(04).
001750     05  FILLER                PIC X(77).
001760 01  XPORT-MBR-TRL REDEFINES XPORT-REC.
001770     05  XE-TYPE               PIC X(01).
001780     05  XE-MEMBER             PIC X(08).
001790     05  XE-REC-CNT            PIC 9(04).
001800     05  XE-CHECKSUM           PIC 9(09).
001810     05  FILLER                PIC X(68).
001820*--------------------------------------------------------------*
001830*    DR EXCEPTION REPORT - ONE LINE PER MEMBER AND GENERATION  *
001840*    OUT OF STEP                                               *
001850*--------------------------------------------------------------*
001860 FD  DRRPT-FILE
001870     LABEL RECORDS ARE STANDARD
001880     RECORD CONTAINS 132 CHARACTERS.
001890 01  DRRPT-REC                 PIC X(132).
001900*--------------------------------------------------------------*
001910*    RESHIP DECK - QUINE CONTROL CARDS, ONE UNLOAD PER MEMBER  *
001920*    TO SHIP AGAIN, IN QUINE'S CTLCARD LAYOUT                  *
001930*--------------------------------------------------------------*
001940 FD  RESHIP-FILE
001950     LABEL RECORDS ARE STANDARD
001960     RECORD CONTAINS 80 CHARACTERS.
001970 01  RESHIP-CARD.
001980     05  RC-MEMBER             PIC X(08).
001990     05  RC-START-IDX          PIC 9(04).
002000     05  RC-END-IDX            PIC 9(04).
002010     05  RC-RESTART-SW         PIC X(01).
002020     05  RC-JOB-NAME           PIC X(08).
002030     05  RC-SUBMITTER          PIC X(08).
002040     05  RC-JOBID              PIC X(08).
002050     05  RC-ACTION             PIC X(08).
002060     05  RC-MEMBER2            PIC X(08).
002070     05  RC-GEN                PIC 9(02).
002080     05  RC-RETAIN             PIC 9(02).
002090     05  RC-CUTOFF             PIC 9(04).
002100     05  RC-TICKET             PIC X(08).
002110     05  FILLER                PIC X(07).
002120 WORKING-STORAGE SECTION.
002130*--------------------------------------------------------------*
002140*    THE HEADER IN HAND ON EACH SIDE.  THE KEY IS HIGH-VALUES  *
002150*    ONCE THAT SIDE IS EXHAUSTED                               *
002160*--------------------------------------------------------------*
002170 01  WS-PR-KEY.
002180     05  WS-PR-MEMBER          PIC X(08).
002190     05  WS-PR-GEN             PIC 9(02).
002200 77  WS-PR-LINES               PIC 9(04) VALUE 0.
002210 77  WS-PR-CKS                 PIC 9(09) VALUE 0.
002220 77  WS-PR-UPD                 PIC 9(04) VALUE 0.
002230 77  WS-PR-CHG-DATE            PIC X(08) VALUE SPACES.
002240 77  WS-PR-CHG-TIME            PIC X(08) VALUE SPACES.
002250 77  WS-PR-STAMP               PIC 9(14) VALUE 0.
002260 01  WS-DR-KEY.
002270     05  WS-DR-MEMBER          PIC X(08).
002280     05  WS-DR-GEN             PIC 9(02).
002290 77  WS-DR-LINES               PIC 9(04) VALUE 0.
002300 77  WS-DR-CKS                 PIC 9(09) VALUE 0.
002310 77  WS-DR-UPD                 PIC 9(04) VALUE 0.
002320 77  WS-DR-CHG-DATE            PIC X(08) VALUE SPACES.
002330 77  WS-DR-CHG-TIME            PIC X(08) VALUE SPACES.
002340 77  WS-DR-STAMP               PIC 9(14) VALUE 0.
002350*    A CHANGE DATE (MM/DD/YY) AND TIME (HH:MM:SS) AS ONE
002360*    CCYYMMDDHHMMSS NUMBER SO THE TWO SITES CAN BE ORDERED
002370 77  WS-STP-DATE               PIC X(08) VALUE SPACES.
002380 77  WS-STP-TIME               PIC X(08) VALUE SPACES.
002390 01  WS-STP-WORK.
002400     05  WS-STP-CC             PIC 9(02).
002410     05  WS-STP-YY             PIC 9(02).
002420     05  WS-STP-MM             PIC 9(02).
002430     05  WS-STP-DD             PIC 9(02).
002440     05  WS-STP-HH             PIC 9(02).
002450     05  WS-STP-MI             PIC 9(02).
002460     05  WS-STP-SS             PIC 9(02).
002470 01  WS-STP-WORK-N REDEFINES WS-STP-WORK PIC 9(14).
002480*    RECONCILIATION COUNTS
002490 77  WS-PR-HDRS                PIC 9(05) VALUE 0.
002500 77  WS-DR-HDRS                PIC 9(05) VALUE 0.
002510 77  WS-IN-STEP                PIC 9(05) VALUE 0.
002520 77  WS-MISSING-CNT            PIC 9(05) VALUE 0.
002530 77  WS-EXTRA-CNT              PIC 9(05) VALUE 0.
002540 77  WS-STALE-CNT              PIC 9(05) VALUE 0.
002550 77  WS-CHANGED-CNT            PIC 9(05) VALUE 0.
002560 77  WS-RESHIP-CNT             PIC 9(05) VALUE 0.
002570 77  WS-EXCP-CNT               PIC 9(05) VALUE 0.
002573 77  WS-INFO-CNT               PIC 9(05) VALUE 0.
002576 77  WS-DELETE-CNT             PIC 9(05) VALUE 0.
002580 77  WS-XP-MBR-CNT             PIC 9(05) VALUE 0.
002590 77  WS-XP-CUR-MEMBER          PIC X(08) VALUE SPACES.
002600 77  WS-XP-DATE                PIC X(08) VALUE SPACES.
002610 77  WS-XP-TIME                PIC X(08) VALUE SPACES.
002620 77  WS-DR-SOURCE              PIC X(08) VALUE 'VAULT'.
002630 77  WS-DECK-SUBMITTER         PIC X(08) VALUE SPACES.
002640 77  WS-DECK-JOB-NAME          PIC X(08) VALUE 'QUINDRCN'.
002650 77  WS-DRCTL-STATUS           PIC X(02) VALUE SPACES.
002660 77  WS-VAULT-STATUS           PIC X(02) VALUE SPACES.
002670 77  WS-DRVAULT-STATUS         PIC X(02) VALUE SPACES.
002680 77  WS-XPORT-STATUS           PIC X(02) VALUE SPACES.
002690 77  WS-DRRPT-STATUS           PIC X(02) VALUE SPACES.
002700 77  WS-RESHIP-STATUS          PIC X(02) VALUE SPACES.
002710 77  WS-SOURCE-SW              PIC X(01) VALUE 'V'.
002720     88  WS-DR-IS-VAULT            VALUE 'V'.
002730     88  WS-DR-IS-XPORT            VALUE 'X'.
002740 77  WS-SCOPE-SW               PIC X(01) VALUE 'F'.
002750     88  WS-SCOPE-FULL             VALUE 'F'.
002760     88  WS-SCOPE-TEXT             VALUE 'C'.
002770 77  WS-PR-EOF-SW              PIC X(01) VALUE 'N'.
002780     88  WS-PR-EOF                 VALUE 'Y'.
002790 77  WS-DR-EOF-SW              PIC X(01) VALUE 'N'.
002800     88  WS-DR-EOF                 VALUE 'Y'.
002810 77  WS-XP-END-SW              PIC X(01) VALUE 'N'.
002820     88  WS-XP-END-FOUND           VALUE 'Y'.
002830 77  WS-RESHIP-SW              PIC X(01) VALUE 'N'.
002840     88  WS-RESHIP-MEMBER          VALUE 'Y'.
002850 77  WS-ABEND-SW               PIC X(01) VALUE 'N'.
002860     88  WS-ABEND-REQUESTED        VALUE 'Y'.
002861 77  WS-VAULT-OPEN-SW          PIC X(01) VALUE 'N'.
002862     88  WS-VAULT-OPEN             VALUE 'Y'.
002863 77  WS-DRVAULT-OPEN-SW        PIC X(01) VALUE 'N'.
002864     88  WS-DRVAULT-OPEN           VALUE 'Y'.
002865 77  WS-XPORT-OPEN-SW          PIC X(01) VALUE 'N'.
002866     88  WS-XPORT-OPEN             VALUE 'Y'.
002867 77  WS-DRRPT-OPEN-SW          PIC X(01) VALUE 'N'.
002868     88  WS-DRRPT-OPEN             VALUE 'Y'.
002869 77  WS-RESHIP-OPEN-SW         PIC X(01) VALUE 'N'.
002870     88  WS-RESHIP-OPEN            VALUE 'Y'.
002871 01  WS-CURRENT-DATE.
002880     05  WS-CD-YY              PIC 9(02).
002890     05  WS-CD-MM              PIC 9(02).
002900     05  WS-CD-DD              PIC 9(02).
002910 01  WS-CURRENT-TIME.
002920     05  WS-CT-HH              PIC 9(02).
002930     05  WS-CT-MM              PIC 9(02).
002940     05  WS-CT-SS              PIC 9(02).
002950     05  WS-CT-HS              PIC 9(02).
002960 01  WS-RUN-DATE-DISPLAY       PIC X(08) VALUE SPACES.
002970 01  WS-RUN-TIME-DISPLAY       PIC X(08) VALUE SPACES.
002980 01  WS-RPT-HDR.
002990     05  FILLER                PIC X(01) VALUE SPACE.
003000     05  FILLER                PIC X(35) VALUE
003010         'QUINDRCN DR RECONCILIATION REPORT '.
003020     05  FILLER                PIC X(06) VALUE 'DATE: '.
003030     05  WRH-DATE              PIC X(08) VALUE SPACES.
003040     05  FILLER                PIC X(07) VALUE ' TIME: '.
003050     05  WRH-TIME              PIC X(08) VALUE SPACES.
003060 01  WS-RPT-COL-HDR.
003070     05  FILLER                PIC X(01) VALUE SPACE.
003080     05  FILLER                PIC X(09) VALUE 'STATUS'.
003090     05  FILLER                PIC X(09) VALUE 'MEMBER'.
003100     05  FILLER                PIC X(04) VALUE 'GEN'.
003110     05  FILLER                PIC X(07) VALUE 'DECK'.
003120     05  FILLER                PIC X(40) VALUE
003130         'PRODUCTION / DR'.
003140 01  WS-RPT-LINE.
003150     05  FILLER                PIC X(01) VALUE SPACE.
003160     05  WRL-TAG               PIC X(08).
003170     05  FILLER                PIC X(01) VALUE SPACE.
003180     05  WRL-MEMBER            PIC X(08).
003190     05  FILLER                PIC X(01) VALUE SPACE.
003200     05  WRL-GEN               PIC X(02).
003210     05  FILLER                PIC X(02) VALUE SPACES.
003220     05  WRL-DECK              PIC X(06).
003230     05  FILLER                PIC X(01) VALUE SPACE.
003240     05  WRL-TEXT              PIC X(102).
003250 01  WS-RPT-WORK               PIC X(132) VALUE SPACES.
003256 01  WS-LINE-TEXT              PIC X(102) VALUE SPACES.
003262 01  WS-LINE-NOTE              PIC X(28) VALUE SPACES.
003270 PROCEDURE DIVISION.
003280*--------------------------------------------------------------*
003290*    0000-MAINLINE - DRIVES THE OVERALL RUN                    *
003300*--------------------------------------------------------------*
003310 0000-MAINLINE.
003320     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
003330     IF NOT WS-ABEND-REQUESTED
003340         PERFORM 2000-RECONCILE THRU 2000-EXIT
003350     END-IF.
003360     IF NOT WS-ABEND-REQUESTED
003370         PERFORM 8500-WRITE-TOTALS THRU 8500-EXIT
003380     END-IF.
003390     PERFORM 9000-TERMINATE THRU 9000-EXIT.
003400     IF WS-ABEND-REQUESTED
003410         MOVE 16 TO RETURN-CODE
003420     ELSE
003430         IF WS-EXCP-CNT > 0
003440             MOVE 04 TO RETURN-CODE
003450         END-IF
003460     END-IF.
003470     STOP RUN.
003480*--------------------------------------------------------------*
003490*    1000-INITIALIZE - READS THE OPTIONAL CONTROL CARD AND     *
003500*    OPENS THE PRODUCTION VAULT, THE DR COPY, THE REPORT, AND  *
003510*    THE RESHIP DECK - ALL ARE REQUIRED                        *
003520*--------------------------------------------------------------*
003530 1000-INITIALIZE.
003540     ACCEPT WS-CURRENT-DATE FROM DATE.
003550     ACCEPT WS-CURRENT-TIME FROM TIME.
003560     STRING WS-CD-MM '/' WS-CD-DD '/' WS-CD-YY
003570         DELIMITED BY SIZE INTO WS-RUN-DATE-DISPLAY.
003580     STRING WS-CT-HH ':' WS-CT-MM ':' WS-CT-SS
003590         DELIMITED BY SIZE INTO WS-RUN-TIME-DISPLAY.
003600     OPEN INPUT DRCTL-FILE.
003610     IF WS-DRCTL-STATUS = '00'
003620         PERFORM 1050-READ-CTLCARD THRU 1050-EXIT
003630         CLOSE DRCTL-FILE
003640     END-IF.
003650     IF WS-ABEND-REQUESTED
003660         GO TO 1000-EXIT
003670     END-IF.
003680     OPEN INPUT VAULT-FILE.
003690     IF WS-VAULT-STATUS NOT = '00'
003700         DISPLAY 'QDRC0110S PRODUCTION VAULT DATASET '
003710             'UNAVAILABLE, STATUS ' WS-VAULT-STATUS
003720         SET WS-ABEND-REQUESTED TO TRUE
003730         GO TO 1000-EXIT
003740     END-IF.
003745     SET WS-VAULT-OPEN TO TRUE.
003750     IF WS-DR-IS-VAULT
003760         OPEN INPUT DRVAULT-FILE
003770         IF WS-DRVAULT-STATUS NOT = '00'
003780             DISPLAY 'QDRC0120S DR VAULT DATASET UNAVAILABLE, '
003790                 'STATUS ' WS-DRVAULT-STATUS
003800             SET WS-ABEND-REQUESTED TO TRUE
003810             GO TO 1000-EXIT
003820         END-IF
003825         SET WS-DRVAULT-OPEN TO TRUE
003830     ELSE
003840         OPEN INPUT XPORT-FILE
003850         IF WS-XPORT-STATUS NOT = '00'
003860             DISPLAY 'QDRC0130S TRANSPORT DATASET UNAVAILABLE, '
003870                 'STATUS ' WS-XPORT-STATUS
003880             SET WS-ABEND-REQUESTED TO TRUE
003890             GO TO 1000-EXIT
003900         END-IF
003905         SET WS-XPORT-OPEN TO TRUE
003910     END-IF.
003920     OPEN OUTPUT DRRPT-FILE.
003930     IF WS-DRRPT-STATUS NOT = '00'
003940         DISPLAY 'QDRC0140S REPORT DATASET UNAVAILABLE, '
003950             'STATUS ' WS-DRRPT-STATUS
003960         SET WS-ABEND-REQUESTED TO TRUE
003970         GO TO 1000-EXIT
003980     END-IF.
003985     SET WS-DRRPT-OPEN TO TRUE.
003990     OPEN OUTPUT RESHIP-FILE.
004000     IF WS-RESHIP-STATUS NOT = '00'
004010         DISPLAY 'QDRC0150S RESHIP DECK DATASET UNAVAILABLE, '
004020             'STATUS ' WS-RESHIP-STATUS
004030         SET WS-ABEND-REQUESTED TO TRUE
004040         GO TO 1000-EXIT
004050     END-IF.
004055     SET WS-RESHIP-OPEN TO TRUE.
004060     MOVE WS-RUN-DATE-DISPLAY TO WRH-DATE.
004070     MOVE WS-RUN-TIME-DISPLAY TO WRH-TIME.
004080     WRITE DRRPT-REC FROM WS-RPT-HDR.
004090     MOVE SPACES TO DRRPT-REC.
004100     WRITE DRRPT-REC.
004110     WRITE DRRPT-REC FROM WS-RPT-COL-HDR.
004120     MOVE SPACES TO DRRPT-REC.
004130     WRITE DRRPT-REC.
004140 1000-EXIT.
004150     EXIT.
004160*--------------------------------------------------------------*
004170*    1050-READ-CTLCARD - PICKS UP THE DR SOURCE, THE COMPARE   *
004180*    SCOPE, AND THE DECK SUBMITTER AND JOB NAME, IF GIVEN      *
004190*--------------------------------------------------------------*
004200 1050-READ-CTLCARD.
004210     READ DRCTL-FILE
004220         AT END
004230             GO TO 1050-EXIT
004240     END-READ.
004250     EVALUATE DC-SOURCE
004260         WHEN SPACES
004270         WHEN 'VAULT'
004280             SET WS-DR-IS-VAULT TO TRUE
004290             MOVE 'VAULT' TO WS-DR-SOURCE
004300         WHEN 'XPORT'
004310             SET WS-DR-IS-XPORT TO TRUE
004320             MOVE 'XPORT' TO WS-DR-SOURCE
004330         WHEN OTHER
004340             DISPLAY 'QDRC0100S DR SOURCE ' DC-SOURCE
004350                 ' IS NOT VAULT OR XPORT'
004360             SET WS-ABEND-REQUESTED TO TRUE
004370             GO TO 1050-EXIT
004380     END-EVALUATE.
004390     IF DC-SCOPE = 'C'
004400         SET WS-SCOPE-TEXT TO TRUE
004410         DISPLAY 'QDRC0160I TEXT ONLY COMPARED - UPDATE COUNT '
004420             'AND CHANGE DATE IGNORED'
004430     END-IF.
004440     MOVE DC-SUBMITTER TO WS-DECK-SUBMITTER.
004450     IF DC-JOB-NAME NOT = SPACES
004460         MOVE DC-JOB-NAME TO WS-DECK-JOB-NAME
004470     END-IF.
004480 1050-EXIT.
004490     EXIT.
004500*--------------------------------------------------------------*
004510*    2000/2010 - MATCHES THE TWO SITES ON MEMBER AND           *
004520*    GENERATION.  THE LOWER KEY IS MISSING FROM THE OTHER      *
004530*    SIDE; EQUAL KEYS ARE COMPARED FIELD BY FIELD              *
004540*--------------------------------------------------------------*
004550 2000-RECONCILE.
004560     MOVE LOW-VALUES TO VR-KEY.
004570     START VAULT-FILE KEY NOT LESS THAN VR-KEY
004580         INVALID KEY
004590             SET WS-PR-EOF TO TRUE
004600     END-START.
004610     IF WS-DR-IS-VAULT
004620         MOVE LOW-VALUES TO DV-KEY
004630         START DRVAULT-FILE KEY NOT LESS THAN DV-KEY
004640             INVALID KEY
004650                 SET WS-DR-EOF TO TRUE
004660         END-START
004670     ELSE
004680         PERFORM 3150-READ-XPORT-HEADER THRU 3150-EXIT
004690         IF WS-ABEND-REQUESTED
004700             GO TO 2000-EXIT
004710         END-IF
004720     END-IF.
004730     PERFORM 3000-NEXT-PROD THRU 3000-EXIT.
004740     PERFORM 3100-NEXT-DR THRU 3100-EXIT.
004750     PERFORM 2010-MATCH-ONE-KEY THRU 2010-EXIT
004760         UNTIL (WS-PR-EOF AND WS-DR-EOF) OR WS-ABEND-REQUESTED.
004770     DISPLAY 'QDRC0200I ' WS-PR-HDRS ' PRODUCTION AND '
004780         WS-DR-HDRS ' DR MEMBER GENERATION(S) COMPARED'.
004790 2000-EXIT.
004800     EXIT.
004810 2010-MATCH-ONE-KEY.
004820     IF WS-PR-KEY < WS-DR-KEY
004830         PERFORM 4000-MISSING-AT-DR THRU 4000-EXIT
004840         PERFORM 3000-NEXT-PROD THRU 3000-EXIT
004850         GO TO 2010-EXIT
004860     END-IF.
004870     IF WS-PR-KEY > WS-DR-KEY
004880         PERFORM 4100-EXTRA-AT-DR THRU 4100-EXIT
004890         PERFORM 3100-NEXT-DR THRU 3100-EXIT
004900         GO TO 2010-EXIT
004910     END-IF.
004920     PERFORM 4200-COMPARE-PAIR THRU 4200-EXIT.
004930     PERFORM 3000-NEXT-PROD THRU 3000-EXIT.
004940     PERFORM 3100-NEXT-DR THRU 3100-EXIT.
004950 2010-EXIT.
004960     EXIT.
004970*--------------------------------------------------------------*
004980*    3000/3010 - NEXT MEMBER HEADER FROM THE PRODUCTION VAULT. *
004990*    TEXT RECORDS AND THE *LOCK* CONTROL RECORD ARE PASSED     *
004996*    OVER.  AGAINST AN XPORT, OR WITH TEXT-ONLY SCOPE, ONLY    *
005002*    THE CURRENT GENERATION COUNTS                             *
005010*--------------------------------------------------------------*
005020 3000-NEXT-PROD.
005030     MOVE 'N' TO WS-RESHIP-SW.
005040     IF WS-PR-EOF
005050         MOVE HIGH-VALUES TO WS-PR-KEY
005060         GO TO 3000-EXIT
005070     END-IF.
005080     MOVE SPACES TO WS-PR-KEY.
005090     PERFORM 3010-READ-PROD-RECORD THRU 3010-EXIT
005100         UNTIL WS-PR-EOF OR WS-PR-KEY NOT = SPACES.
005110     IF WS-PR-EOF
005120         MOVE HIGH-VALUES TO WS-PR-KEY
005130     END-IF.
005140 3000-EXIT.
005150     EXIT.
005160 3010-READ-PROD-RECORD.
005170     READ VAULT-FILE NEXT RECORD
005180         AT END
005190             SET WS-PR-EOF TO TRUE
005200             GO TO 3010-EXIT
005210     END-READ.
005220     IF VR-SEQ NOT = 0 OR VR-TYPE NOT = 'H'
005230         GO TO 3010-EXIT
005240     END-IF.
005250     IF VR-MEMBER(1:1) = '*'
005260         GO TO 3010-EXIT
005270     END-IF.
005280     IF (WS-DR-IS-XPORT OR WS-SCOPE-TEXT) AND VR-GEN NOT = 0
005290         GO TO 3010-EXIT
005300     END-IF.
005310     ADD 1 TO WS-PR-HDRS.
005320     MOVE VH-MEMBER TO WS-PR-MEMBER.
005330     MOVE VH-GEN TO WS-PR-GEN.
005340     MOVE VH-LINE-CNT TO WS-PR-LINES.
005350     MOVE VH-CHECKSUM TO WS-PR-CKS.
005360     MOVE VH-UPD-CNT TO WS-PR-UPD.
005370     MOVE VH-CHG-DATE TO WS-PR-CHG-DATE.
005380     MOVE VH-CHG-TIME TO WS-PR-CHG-TIME.
005390     MOVE VH-CHG-DATE TO WS-STP-DATE.
005400     MOVE VH-CHG-TIME TO WS-STP-TIME.
005410     PERFORM 7000-BUILD-STAMP THRU 7000-EXIT.
005420     MOVE WS-STP-WORK-N TO WS-PR-STAMP.
005430 3010-EXIT.
005440     EXIT.
005450*--------------------------------------------------------------*
005460*    3100/3110/3120/3150 - NEXT MEMBER HEADER FROM THE DR COPY *
005470*    - THE DR VAULT READ LIKE THE PRODUCTION VAULT, OR THE     *
005475*    NEXT XPORT MEMBER, WHOSE FINGERPRINT IS ON ITS TRAILER.   *
005480*    WITH TEXT-ONLY SCOPE ONLY THE CURRENT GENERATION AT DR    *
005485*    COUNTS, AS ON THE PRODUCTION SIDE                         *
005490*--------------------------------------------------------------*
005500 3100-NEXT-DR.
005510     IF WS-DR-EOF
005520         MOVE HIGH-VALUES TO WS-DR-KEY
005530         GO TO 3100-EXIT
005540     END-IF.
005550     MOVE SPACES TO WS-DR-KEY.
005560     IF WS-DR-IS-VAULT
005570         PERFORM 3110-READ-DR-RECORD THRU 3110-EXIT
005580             UNTIL WS-DR-EOF OR WS-DR-KEY NOT = SPACES
005590     ELSE
005600         PERFORM 3120-READ-XPORT-MEMBER THRU 3120-EXIT
005610     END-IF.
005620     IF WS-DR-EOF
005630         MOVE HIGH-VALUES TO WS-DR-KEY
005640     END-IF.
005650 3100-EXIT.
005660     EXIT.
005670 3110-READ-DR-RECORD.
005680     READ DRVAULT-FILE NEXT RECORD
005690         AT END
005700             SET WS-DR-EOF TO TRUE
005710             GO TO 3110-EXIT
005720     END-READ.
005730     IF DV-SEQ NOT = 0 OR DV-TYPE NOT = 'H'
005740         GO TO 3110-EXIT
005750     END-IF.
005760     IF DV-MEMBER(1:1) = '*'
005762         GO TO 3110-EXIT
005764     END-IF.
005766     IF WS-SCOPE-TEXT AND DV-GEN NOT = 0
005770         GO TO 3110-EXIT
005780     END-IF.
005790     ADD 1 TO WS-DR-HDRS.
005800     MOVE DH-MEMBER TO WS-DR-MEMBER.
005810     MOVE DH-GEN TO WS-DR-GEN.
005820     MOVE DH-LINE-CNT TO WS-DR-LINES.
005830     MOVE DH-CHECKSUM TO WS-DR-CKS.
005840     MOVE DH-UPD-CNT TO WS-DR-UPD.
005850     MOVE DH-CHG-DATE TO WS-DR-CHG-DATE.
005860     MOVE DH-CHG-TIME TO WS-DR-CHG-TIME.
005870     MOVE DH-CHG-DATE TO WS-STP-DATE.
005880     MOVE DH-CHG-TIME TO WS-STP-TIME.
005890     PERFORM 7000-BUILD-STAMP THRU 7000-EXIT.
005900     MOVE WS-STP-WORK-N TO WS-DR-STAMP.
005910 3110-EXIT.
005920     EXIT.
005930 3120-READ-XPORT-MEMBER.
005940     READ XPORT-FILE
005950         AT END
005960             DISPLAY 'QDRC0320S TRANSPORT DATASET TRUNCATED'
005970             SET WS-ABEND-REQUESTED TO TRUE
005980             SET WS-DR-EOF TO TRUE
005990             GO TO 3120-EXIT
006000     END-READ.
006010     EVALUATE XP-TYPE
006020         WHEN 'M'
006030             CONTINUE
006040         WHEN 'Z'
006050             SET WS-DR-EOF TO TRUE
006060             GO TO 3120-EXIT
006070         WHEN OTHER
006080             DISPLAY 'QDRC0330S UNEXPECTED TRANSPORT RECORD '
006090                 'TYPE ' XP-TYPE
006100             SET WS-ABEND-REQUESTED TO TRUE
006110             SET WS-DR-EOF TO TRUE
006120             GO TO 3120-EXIT
006130     END-EVALUATE.
006140     ADD 1 TO WS-DR-HDRS.
006141*    THE WALK NEEDS THE MEMBERS IN KEY ORDER - AN XPORT FROM
006142*    AN UNSORTED UNLOAD DECK CANNOT BE RECONCILED
006143     IF XM-MEMBER NOT > WS-XP-CUR-MEMBER
006144         DISPLAY 'QDRC0350S TRANSPORT DATASET NOT IN MEMBER '
006145             'ORDER - ' XM-MEMBER ' FOLLOWS ' WS-XP-CUR-MEMBER
006146         SET WS-ABEND-REQUESTED TO TRUE
006147         SET WS-DR-EOF TO TRUE
006148         GO TO 3120-EXIT
006149     END-IF.
006150     ADD 1 TO WS-XP-MBR-CNT.
006160     MOVE XM-MEMBER TO WS-XP-CUR-MEMBER.
006170     MOVE XM-MEMBER TO WS-DR-MEMBER.
006180     MOVE 0 TO WS-DR-GEN.
006190     MOVE XM-LINE-CNT TO WS-DR-LINES.
006200     MOVE 0 TO WS-DR-CKS WS-DR-UPD WS-DR-STAMP.
006210     MOVE SPACES TO WS-DR-CHG-DATE WS-DR-CHG-TIME.
006220     MOVE 'N' TO WS-XP-END-SW.
006230     PERFORM 3125-SKIP-XPORT-TEXT THRU 3125-EXIT
006240         UNTIL WS-XP-END-FOUND OR WS-ABEND-REQUESTED.
006250     IF WS-ABEND-REQUESTED
006260         SET WS-DR-EOF TO TRUE
006270     END-IF.
006280 3120-EXIT.
006290     EXIT.
006300 3125-SKIP-XPORT-TEXT.
006310     READ XPORT-FILE
006320         AT END
006330             DISPLAY 'QDRC0320S TRANSPORT DATASET TRUNCATED'
006340             SET WS-ABEND-REQUESTED TO TRUE
006350             GO TO 3125-EXIT
006360     END-READ.
006370     EVALUATE XP-TYPE
006380         WHEN 'T'
006390             CONTINUE
006400         WHEN 'E'
006410             IF XE-MEMBER NOT = WS-XP-CUR-MEMBER
006420                 DISPLAY 'QDRC0340S TRAILER FOR ' XE-MEMBER
006430                     ' FOUND IN MEMBER ' WS-XP-CUR-MEMBER
006440                 SET WS-ABEND-REQUESTED TO TRUE
006450             END-IF
006460             MOVE XE-CHECKSUM TO WS-DR-CKS
006470             SET WS-XP-END-FOUND TO TRUE
006480         WHEN OTHER
006490             DISPLAY 'QDRC0330S UNEXPECTED TRANSPORT RECORD '
006500                 'TYPE ' XP-TYPE
006510             SET WS-ABEND-REQUESTED TO TRUE
006520     END-EVALUATE.
006530 3125-EXIT.
006540     EXIT.
006550 3150-READ-XPORT-HEADER.
006560     READ XPORT-FILE
006570         AT END
006580             DISPLAY 'QDRC0300S TRANSPORT DATASET EMPTY'
006590             SET WS-ABEND-REQUESTED TO TRUE
006600             GO TO 3150-EXIT
006610     END-READ.
006620     IF XP-TYPE NOT = 'F' OR XF-SYSTEM NOT = 'QUINE'
006630         DISPLAY 'QDRC0310S NOT A QUINE TRANSPORT DATASET'
006640         SET WS-ABEND-REQUESTED TO TRUE
006650         GO TO 3150-EXIT
006660     END-IF.
006670     MOVE XF-DATE TO WS-XP-DATE.
006680     MOVE XF-TIME TO WS-XP-TIME.
006690     MOVE SPACES TO WS-LINE-TEXT.
006700     STRING 'DR COPY IS THE UNLOAD OF ' WS-XP-DATE ' '
006710         WS-XP-TIME ' - CURRENT GENERATIONS ONLY'
006720         DELIMITED BY SIZE INTO WS-LINE-TEXT.
006730     MOVE 'BASE' TO WRL-TAG.
006740     MOVE SPACES TO WRL-MEMBER WRL-GEN WRL-DECK.
006750     PERFORM 8000-WRITE-LINE THRU 8000-EXIT.
006760 3150-EXIT.
006770     EXIT.
006780*--------------------------------------------------------------*
006790*    4000/4100 - A MEMBER GENERATION ON ONE SIDE ONLY          *
006800*--------------------------------------------------------------*
006810 4000-MISSING-AT-DR.
006820     ADD 1 TO WS-MISSING-CNT.
006830     MOVE SPACES TO WS-LINE-TEXT.
006840     STRING 'NOT AT DR - PRODUCTION LINES ' WS-PR-LINES
006850         ' FP ' WS-PR-CKS ' UPD ' WS-PR-UPD
006860         ' CHG ' WS-PR-CHG-DATE
006870         DELIMITED BY SIZE INTO WS-LINE-TEXT.
006880     MOVE 'MISSING' TO WRL-TAG.
006890     MOVE WS-PR-MEMBER TO WRL-MEMBER.
006900     MOVE WS-PR-GEN TO WRL-GEN.
006910     PERFORM 5000-PUNCH-RESHIP THRU 5000-EXIT.
006920     PERFORM 8050-WRITE-DIFFERENCE THRU 8050-EXIT.
006930 4000-EXIT.
006940     EXIT.
006950 4100-EXTRA-AT-DR.
006960     ADD 1 TO WS-EXTRA-CNT.
006970     MOVE SPACES TO WS-LINE-TEXT.
006980     IF WS-DR-IS-XPORT
006990         STRING 'NOT IN PRODUCTION - DR LINES ' WS-DR-LINES
007000             ' FP ' WS-DR-CKS
007010             DELIMITED BY SIZE INTO WS-LINE-TEXT
007020     ELSE
007030         STRING 'NOT IN PRODUCTION - DR LINES ' WS-DR-LINES
007040             ' FP ' WS-DR-CKS ' UPD ' WS-DR-UPD
007050             ' CHG ' WS-DR-CHG-DATE
007060             DELIMITED BY SIZE INTO WS-LINE-TEXT
007070     END-IF.
007080     MOVE 'EXTRA' TO WRL-TAG.
007090     MOVE WS-DR-MEMBER TO WRL-MEMBER.
007100     MOVE WS-DR-GEN TO WRL-GEN.
007110     MOVE SPACES TO WRL-DECK.
007120     PERFORM 8100-WRITE-EXCEPTION THRU 8100-EXIT.
007130 4100-EXIT.
007140     EXIT.
007150*--------------------------------------------------------------*
007160*    4200 - THE SAME MEMBER GENERATION AT BOTH SITES.  A ZERO  *
007170*    FINGERPRINT MARKS A HEADER WRITTEN BEFORE THE FIELD       *
007180*    EXISTED AND IS NOT COMPARED.  A DIFFERENCE IS STALE WHEN  *
007190*    PRODUCTION IS AHEAD - A HIGHER UPDATE COUNT, OR THE SAME  *
007200*    COUNT AND A LATER CHANGE - AND CHANGED OTHERWISE.  WITH   *
007210*    NO UPDATE COUNT OR CHANGE DATE AT DR TO GO BY (AN XPORT,  *
007214*    OR TEXT-ONLY SCOPE) A TEXT DIFFERENCE IS TAKEN AS STALE.  *
007218*    A CURRENT GENERATION STALE OR CHANGED AT DR HAS TO BE     *
007222*    DELETED THERE BEFORE THE RESHIP XPORT IS LOADED, AS LOAD  *
007226*    SKIPS A MEMBER ALREADY IN THE RECEIVING VAULT             *
007230*--------------------------------------------------------------*
007240 4200-COMPARE-PAIR.
007250     IF WS-PR-LINES = WS-DR-LINES AND
007260             (WS-PR-CKS = WS-DR-CKS OR WS-PR-CKS = 0
007270                 OR WS-DR-CKS = 0)
007280         IF WS-DR-IS-XPORT OR WS-SCOPE-TEXT
007290             ADD 1 TO WS-IN-STEP
007300             GO TO 4200-EXIT
007310         END-IF
007320         IF WS-PR-UPD = WS-DR-UPD AND
007330                 WS-PR-CHG-DATE = WS-DR-CHG-DATE
007340             ADD 1 TO WS-IN-STEP
007350             GO TO 4200-EXIT
007360         END-IF
007370     END-IF.
007380     MOVE SPACES TO WS-LINE-TEXT.
007382     MOVE SPACES TO WS-LINE-NOTE.
007384     IF WS-PR-GEN = 0
007386         MOVE ' - DELETE AT DR BEFORE LOAD' TO WS-LINE-NOTE
007388     END-IF.
007390     IF WS-DR-IS-XPORT OR WS-SCOPE-TEXT
007400         STRING 'LINES ' WS-PR-LINES '/' WS-DR-LINES
007410             ' FP ' WS-PR-CKS '/' WS-DR-CKS WS-LINE-NOTE
007420             DELIMITED BY SIZE INTO WS-LINE-TEXT
007430         MOVE 'STALE' TO WRL-TAG
007440     ELSE
007450         STRING 'LINES ' WS-PR-LINES '/' WS-DR-LINES
007460             ' FP ' WS-PR-CKS '/' WS-DR-CKS
007470             ' UPD ' WS-PR-UPD '/' WS-DR-UPD
007480             ' CHG ' WS-PR-CHG-DATE '/' WS-DR-CHG-DATE
007485             WS-LINE-NOTE
007490             DELIMITED BY SIZE INTO WS-LINE-TEXT
007500         IF WS-PR-UPD > WS-DR-UPD OR
007510                 (WS-PR-UPD = WS-DR-UPD AND
007520                     WS-PR-STAMP > WS-DR-STAMP)
007530             MOVE 'STALE' TO WRL-TAG
007540         ELSE
007550             MOVE 'CHANGED' TO WRL-TAG
007560         END-IF
007570     END-IF.
007580     IF WRL-TAG = 'STALE'
007590         ADD 1 TO WS-STALE-CNT
007600     ELSE
007610         ADD 1 TO WS-CHANGED-CNT
007620     END-IF.
007622     IF WS-PR-GEN = 0
007624         ADD 1 TO WS-DELETE-CNT
007626     END-IF.
007630     MOVE WS-PR-MEMBER TO WRL-MEMBER.
007640     MOVE WS-PR-GEN TO WRL-GEN.
007650     PERFORM 5000-PUNCH-RESHIP THRU 5000-EXIT.
007660     PERFORM 8050-WRITE-DIFFERENCE THRU 8050-EXIT.
007670 4200-EXIT.
007680     EXIT.
007690*--------------------------------------------------------------*
007700*    5000 - PUNCHES ONE UNLOAD CARD FOR THE PRODUCTION MEMBER  *
007710*    IN HAND.  ONLY A CURRENT-GENERATION DIFFERENCE CAN BE     *
007720*    REPAIRED BY SHIPPING, AND A MEMBER IS PUNCHED ONCE        *
007725*    - A STAGED VERSION IS LABELLED AS SUCH, NOT AS PRIOR      *
007730*--------------------------------------------------------------*
007740 5000-PUNCH-RESHIP.
007750     MOVE SPACES TO WRL-DECK.
007760     IF WS-PR-GEN NOT = 0
007770         MOVE 'PRIOR' TO WRL-DECK
007772*        GENERATION 99 IS A VERSION STAGED BUT NOT ACTIVATED
007774         IF WS-PR-GEN = 99
007776             MOVE 'STAGED' TO WRL-DECK
007778         END-IF
007780         GO TO 5000-EXIT
007790     END-IF.
007800     IF WS-RESHIP-MEMBER
007810         GO TO 5000-EXIT
007820     END-IF.
007830     MOVE SPACES TO RESHIP-CARD.
007840     MOVE WS-PR-MEMBER TO RC-MEMBER.
007850     MOVE 0 TO RC-START-IDX RC-END-IDX.
007860     MOVE WS-DECK-JOB-NAME TO RC-JOB-NAME.
007870     MOVE WS-DECK-SUBMITTER TO RC-SUBMITTER.
007880     MOVE 'UNLOAD' TO RC-ACTION.
007890     MOVE 0 TO RC-GEN RC-RETAIN RC-CUTOFF.
007900     WRITE RESHIP-CARD.
007910     SET WS-RESHIP-MEMBER TO TRUE.
007920     ADD 1 TO WS-RESHIP-CNT.
007930     MOVE 'RESHIP' TO WRL-DECK.
007940 5000-EXIT.
007950     EXIT.
007960*--------------------------------------------------------------*
007970*    7000 - TURNS WS-STP-DATE (MM/DD/YY) AND WS-STP-TIME       *
007980*    (HH:MM:SS) INTO THE CCYYMMDDHHMMSS WS-STP-WORK-N.  YEARS  *
007990*    70-99 ARE 19XX AND 00-69 20XX; A DATE THAT IS NOT IN THAT *
008000*    FORM GIVES ZERO                                           *
008010*--------------------------------------------------------------*
008020 7000-BUILD-STAMP.
008030     MOVE 0 TO WS-STP-WORK-N.
008040     IF WS-STP-DATE(1:2) IS NOT NUMERIC OR
008050             WS-STP-DATE(4:2) IS NOT NUMERIC OR
008060             WS-STP-DATE(7:2) IS NOT NUMERIC
008070         GO TO 7000-EXIT
008080     END-IF.
008090     MOVE WS-STP-DATE(7:2) TO WS-STP-YY.
008100     MOVE WS-STP-DATE(1:2) TO WS-STP-MM.
008110     MOVE WS-STP-DATE(4:2) TO WS-STP-DD.
008120     IF WS-STP-YY >= 70
008130         MOVE 19 TO WS-STP-CC
008140     ELSE
008150         MOVE 20 TO WS-STP-CC
008160     END-IF.
008170     IF WS-STP-TIME(1:2) IS NUMERIC AND
008180             WS-STP-TIME(4:2) IS NUMERIC AND
008190             WS-STP-TIME(7:2) IS NUMERIC
008200         MOVE WS-STP-TIME(1:2) TO WS-STP-HH
008210         MOVE WS-STP-TIME(4:2) TO WS-STP-MI
008220         MOVE WS-STP-TIME(7:2) TO WS-STP-SS
008230     END-IF.
008240 7000-EXIT.
008250     EXIT.
008260*--------------------------------------------------------------*
008265*    8000/8050/8100/8200 - ONE REPORT LINE.  8100 ALSO COUNTS  *
008270*    IT AS AN EXCEPTION AND TELLS THE OPERATOR.  8050 SENDS A  *
008275*    PRODUCTION-SIDE DIFFERENCE TO 8100, UNLESS IT IS IN A     *
008280*    PRIOR OR STAGED GENERATION THAT NO RESHIP CAN REPAIR -    *
008285*    8200 NOTES THAT FOR INFORMATION, NOT AS AN EXCEPTION      *
008290*--------------------------------------------------------------*
008300 8000-WRITE-LINE.
008310     MOVE WS-LINE-TEXT TO WRL-TEXT.
008320     MOVE WS-RPT-LINE TO WS-RPT-WORK.
008330     WRITE DRRPT-REC FROM WS-RPT-WORK.
008340 8000-EXIT.
008350     EXIT.
008351 8050-WRITE-DIFFERENCE.
008352     IF WS-PR-GEN NOT = 0
008353         PERFORM 8200-WRITE-NOTE THRU 8200-EXIT
008354     ELSE
008355         PERFORM 8100-WRITE-EXCEPTION THRU 8100-EXIT
008356     END-IF.
008357 8050-EXIT.
008358     EXIT.
008360 8100-WRITE-EXCEPTION.
008370     PERFORM 8000-WRITE-LINE THRU 8000-EXIT.
008380     ADD 1 TO WS-EXCP-CNT.
008390     DISPLAY 'QDRC0400W ' WRL-TAG ' ' WRL-MEMBER ' GEN '
008400         WRL-GEN ' - ' WS-LINE-TEXT.
008410 8100-EXIT.
008411     EXIT.
008412 8200-WRITE-NOTE.
008413     PERFORM 8000-WRITE-LINE THRU 8000-EXIT.
008414     ADD 1 TO WS-INFO-CNT.
008415     DISPLAY 'QDRC0405I ' WRL-TAG ' ' WRL-MEMBER ' GEN '
008416         WRL-GEN ' (' WRL-DECK ', NOT RESHIPPED) - ' WS-LINE-TEXT.
008417 8200-EXIT.
008420     EXIT.
008430*--------------------------------------------------------------*
008440*    8500-WRITE-TOTALS - REPORT TRAILER AND OPERATOR SUMMARY   *
008450*--------------------------------------------------------------*
008460 8500-WRITE-TOTALS.
008470     MOVE SPACES TO DRRPT-REC.
008480     WRITE DRRPT-REC.
008490     MOVE SPACES TO WS-RPT-WORK.
008500     STRING ' ' WS-PR-HDRS ' PRODUCTION AND ' WS-DR-HDRS
008510         ' DR (' WS-DR-SOURCE ') MEMBER GENERATION(S), '
008520         WS-IN-STEP ' IN STEP'
008530         DELIMITED BY SIZE INTO WS-RPT-WORK.
008540     WRITE DRRPT-REC FROM WS-RPT-WORK.
008550     MOVE SPACES TO WS-RPT-WORK.
008560     STRING ' ' WS-MISSING-CNT ' MISSING AT DR, '
008570         WS-EXTRA-CNT ' EXTRA AT DR, ' WS-STALE-CNT
008580         ' STALE AT DR, ' WS-CHANGED-CNT ' CHANGED AT DR; '
008590         WS-RESHIP-CNT ' MEMBER(S) PUNCHED FOR RESHIPPING'
008600         DELIMITED BY SIZE INTO WS-RPT-WORK.
008610     WRITE DRRPT-REC FROM WS-RPT-WORK.
008611     MOVE SPACES TO WS-RPT-WORK.
008612     STRING ' ' WS-DELETE-CNT ' STALE/CHANGED MEMBER(S)'
008613         ' TO DELETE AT DR BEFORE THE RESHIP LOAD; ' WS-INFO-CNT
008614         ' PRIOR/STAGED DIFFERENCE(S), FOR INFORMATION ONLY'
008615         DELIMITED BY SIZE INTO WS-RPT-WORK.
008616     WRITE DRRPT-REC FROM WS-RPT-WORK.
008620     IF WS-EXCP-CNT = 0
008630         DISPLAY 'QDRC0410I PRODUCTION AND DR ARE IN STEP - '
008640             WS-IN-STEP ' MEMBER GENERATION(S) MATCHED'
008650     ELSE
008660         DISPLAY 'QDRC0420W PRODUCTION AND DR OUT OF STEP - '
008670             WS-EXCP-CNT ' EXCEPTION(S), ' WS-RESHIP-CNT
008671             ' MEMBER(S) ON THE RESHIP DECK, SEE DRRPT'
008672         IF WS-DELETE-CNT > 0
008673             DISPLAY 'QDRC0420W DELETE THE ' WS-DELETE-CNT
008674                 ' STALE/CHANGED MEMBER(S) AT DR BEFORE LOADING'
008675                 ' THE RESHIP XPORT - LOAD SKIPS THEM OTHERWISE'
008676         END-IF
008677     END-IF.
008678     IF WS-INFO-CNT > 0
008679         DISPLAY 'QDRC0430I ' WS-INFO-CNT
008680             ' PRIOR/STAGED DIFFERENCE(S)'
008681             ' NOT RESHIPPABLE, REPORTED FOR INFORMATION ONLY'
008690     END-IF.
008700 8500-EXIT.
008710     EXIT.
008720*--------------------------------------------------------------*
008730*    9000-TERMINATE - CLOSES ALL DATASETS BEFORE STOP RUN      *
008740*--------------------------------------------------------------*
008750 9000-TERMINATE.
008760     IF WS-VAULT-OPEN
008770         CLOSE VAULT-FILE
008780     END-IF.
008790     IF WS-DRVAULT-OPEN
008800         CLOSE DRVAULT-FILE
008810     END-IF.
008820     IF WS-XPORT-OPEN
008830         CLOSE XPORT-FILE
008840     END-IF.
008850     IF WS-DRRPT-OPEN
008860         CLOSE DRRPT-FILE
008870     END-IF.
008880     IF WS-RESHIP-OPEN
008890         CLOSE RESHIP-FILE
008900     END-IF.
008910 9000-EXIT.
008920     EXIT.
