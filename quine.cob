001564*                   HEADER COUNT INTO ITS AUDIT RECORDS, AND   *
001566*                   A RETENTION COUNT ON THE CARD PRUNES ON    *
001568*                   THE SAME CYCLE INSTEAD OF THE NEXT ONE.    *
001569*   10/05/98  RLT   ADDED XREF ACTION - ++INCLUDE CROSS-       *
001570*                   REFERENCE OF THE CURRENT GENERATIONS TO    *
001571*                   XREFRPT, WHAT EACH MEMBER INCLUDES AND     *
001572*                   WHAT INCLUDES IT AT EVERY LEVEL, FLAGGING  *
001573*                   MISSING AND CIRCULAR INCLUDES, NESTING     *
001574*                   PAST 8 LEVELS, EXPANSIONS PAST 999         *
001575*                   LINES, AND UNUSED NEVER-RUN MEMBERS.       *
001576*                   REPLACE AND PROMOTE NOW LIST THE MEMBERS   *
001577*                   THAT INCLUDE THE CHANGED ONE ON DELTARPT   *
001579*   10/12/98  RLT   ADDED FIND ACTION - SEARCHES THE FULL      *
001581*                   80-BYTE TEXT OF EVERY MEMBER (OR THOSE     *
001583*                   WITH THE CARD'S PREFIX), CURRENT OR ALL    *
001585*                   GENERATIONS, FOR A STRING IN CARD          *
001587*                   COLUMNS 50-79.  HITS GO TO FINDRPT.        *
001589*   10/19/98  RLT   UPDATING CARDS (REPLACE, DELETE, ROLLBACK, *
001591*                   LOAD, PROMOTE INSTALL) NOW REQUIRE A       *
001593*                   CHANGE TICKET IN CARD COLUMNS 66-73 THAT   *
001595*                   THE NEW CHGREQ DATASET SHOWS APPROVED, IN  *
001597*                   ITS WINDOW, AND COVERING THE MEMBER AND    *
001599*                   ACTION - OTHERWISE THE CARD IS REFUSED     *
001601*                   (STATUS REFUSED, RC 8).  THE ACCEPTED      *
001603*                   TICKET IS KEPT IN THE MEMBER HEADER AND    *
001605*                   THE AUDIT RECORD, WHICH ALSO GAINS AN      *
001607*                   ACTION CODE.  CATRPT SHOWS THE TICKET.     *
001608*   10/26/98  RLT   EVERY VAULT RECORD ADDED, REWRITTEN, OR    *
001609*                   DELETED (BUILD, REPLACE, ROLLBACK, DELETE, *
001610*                   LOAD, PROMOTE INSTALL, GENERATION BUMP AND *
001611*                   PRUNE, RUN-COUNT BUMP) IS NOW WRITTEN TO   *
001612*                   THE NEW VJRNL JOURNAL WITH ITS BEFORE AND  *
001613*                   AFTER IMAGES, A RUNNING SEQUENCE NUMBER,   *
001614*                   AND THE JOB, CARD, DATE, AND TIME.  THE    *
001615*                   XPORT FILE HEADER CARRIES THE JOURNAL      *
001616*                   POSITION OF THE UNLOAD FOR QUINRCVR.       *
001618*   11/02/98  RLT   ADDED STDCHECK ACTION - CHECKS ONE MEMBER  *
001620*                   OR EVERY MEMBER OF THE VAULT (OR OF THE    *
001622*                   TEST VAULT WITH VAULTTST IN COLUMNS 50-57) *
001624*                   AGAINST THE SHOP CODING STANDARDS - COLUMN *
001626*                   1-6 SEQUENCE ORDER, TEXT IN 73-80, TABS,   *
001628*                   LOWER CASE IN AREA A, AND A MODIFICATION   *
001630*                   HISTORY NOT UPDATED FOR THE CHANGE.  RULES *
001632*                   ARE SWITCHED AND GRADED FROM THE NEW       *
001634*                   STDRULES DATASET; VIOLATIONS AND A SCORE   *
001636*                   PER MEMBER GO TO STDRPT.  PROMOTE INSTALL  *
001638*                   IS REFUSED WHEN THE TEST COPY HAS AN       *
001639*                   ERROR-SEVERITY VIOLATION (AUDITED          *
001640*                   PROMSTD).                                  *
001642*   11/09/98  RLT   STALE LOCK OVERRIDES, FINGERPRINT          *
001644*                   MISMATCHES ON LOAD AND TRANSPORT, SRCLIB   *
001646*                   DRIFT, AND THE BATCH-WINDOW CUTOFF ARE NOW *
001648*                   ALSO RAISED ON THE NEW ALERTS OPERATOR     *
001650*                   FEED SHARED WITH QUINRECN AND QUINAUD.     *
001652*                   THE LOWEST SEVERITY WRITTEN IS SET IN THE  *
001654*                   NEW ALRTCTL DATASET, AN EVENT IS RAISED    *
001656*                   ONCE A DAY PER MEMBER, AND THE DAY'S COUNT *
001658*                   BY SEVERITY IS WRITTEN TO RUNSUM.          *
001660*   11/16/98  RLT   EVERY CARD IS NOW CHECKED AGAINST THE NEW  *
001662*                   AUTHTBL DATASET BEFORE DISPATCH - ACTIONS  *
001664*                   AND MEMBER PATTERNS ARE GRANTED TO         *
001666*                   SUBMITTERS OR GROUPS.  AN UNAUTHORIZED     *
001668*                   CARD IS REFUSED, AUDITED VIOLATN AND       *
001670*                   ALERTED, AND THE BATCH CONTINUES.          *
001672*   11/30/98  RLT   ADDED STAGE, ACTIVATE, AND CANCEL ACTIONS. *
001674*                   A STAGE CARD HOLDS A NEW VERSION OF A      *
001676*                   MEMBER AS GENERATION 99 UNTIL AN EFFECTIVE *
001678*                   DATE AND TIME (COLUMNS 50-57 CCYYMMDD,     *
001680*                   74-77 HHMM) UNDER A CHANGE TICKET - A RUN  *
001682*                   STILL USES GENERATION 0.  ACTIVATE, RUN    *
001684*                   FROM THE NIGHTLY SCHEDULE, PROMOTES EVERY  *
001686*                   STAGED VERSION WHOSE TIME HAS PASSED,      *
001688*                   RETIRING THE OLD TEXT AS REPLACE DOES, AND *
001690*                   AUDITS EACH ONE (STATUS ACTIVATD).  CANCEL *
001692*                   WITHDRAWS A STAGED VERSION.  DIFF WITH     *
001694*                   *STAGED IN COLUMNS 50-57 COMPARES IT TO    *
001696*                   THE CURRENT TEXT, AND CATALOG AND VERIFY   *
001698*                   SHOW PENDING STAGED VERSIONS.  RETIRED     *
001700*                   GENERATIONS NOW STOP AT 98.                *
001702*   12/07/98  RLT   EVERY AUDIT RECORD NOW CARRIES A RUNNING   *
001704*                   SEQUENCE NUMBER AND A CHAIN VALUE TAKEN    *
001705*                   OVER ITS CONTENTS AND THE PREVIOUS         *
001706*                   RECORD'S CHAIN VALUE, SO A DELETED OR      *
001707*                   ALTERED RECORD SHOWS.  THE LAST SEQUENCE   *
001708*                   AND CHAIN ARE READ BACK FROM AUDITLOG AT   *
001709*                   START.                                     *
001710*   12/14/98  RLT   CONSECUTIVE UNLOAD CARDS NOW WRITE ONE     *
001711*                   XPORT - ONE FILE HEADER, EVERY MEMBER, AND *
001712*                   ONE TRAILER - SO A MULTI-MEMBER DECK SUCH  *
001713*                   AS THE QUINDRCN RESHIP DECK SHIPS ALL ITS  *
001714*                   MEMBERS.  UNLOAD IS NO LONGER SKIPPED ON   *
001715*                   RESTART.  A NEW AUDITLOG STARTS THE CHAIN  *
001716*                   AT 1; ONE THAT CANNOT BE READ OR EXTENDED  *
001717*                   ENDS THE RUN.  CATRPT STAGED HEADING       *
001718*                   ALIGNED.                                   *
001719*   12/21/98  RLT   CARDS THAT CHANGE THE VAULT ARE REFUSED    *
001720*                   WHILE VJRNL IS UNAVAILABLE, AND A VJRNL    *
001721*                   NOT YET CREATED IS OPENED AT SEQUENCE 0.   *
001722*                   A JOURNAL WRITE FAILURE NAMES THE CARD     *
001723*                   LEFT UNJOURNALED.  A STAGE TICKET'S WINDOW *
001724*                   IS CHECKED AT THE EFFECTIVE TIME, AND THE  *
001725*                   TICKET IS CHECKED AGAIN WHEN THE VERSION   *
001726*                   ACTIVATES.  A FAILED AUDITLOG WRITE ENDS   *
001727*                   THE RUN.                                   *
001728*--------------------------------------------------------------*
001729 ENVIRONMENT DIVISION.
001730 INPUT-OUTPUT SECTION.
001731 FILE-CONTROL.
001732     SELECT CTLCARD-FILE ASSIGN TO CTLCARD
001733         ORGANIZATION IS SEQUENTIAL
001734         FILE STATUS IS WS-CTLCARD-STATUS.
001735     SELECT QOUT-FILE ASSIGN TO QOUT
001736         ORGANIZATION IS SEQUENTIAL
001737         FILE STATUS IS WS-QOUT-STATUS.
001738     SELECT QPUNCH-FILE ASSIGN TO QPUNCH
001739         ORGANIZATION IS SEQUENTIAL
001740         FILE STATUS IS WS-QPUNCH-STATUS.
001741     SELECT VAULT-FILE ASSIGN TO VAULT
001742         ORGANIZATION IS INDEXED
001744         ACCESS MODE IS DYNAMIC
001746         RECORD KEY IS VR-KEY
001748         FILE STATUS IS WS-VAULT-STATUS.
001750     SELECT VAULTTST-FILE ASSIGN TO VAULTTST
001760         ORGANIZATION IS INDEXED
001770         ACCESS MODE IS DYNAMIC
001950     SELECT CATRPT-FILE ASSIGN TO CATRPT
001960         ORGANIZATION IS SEQUENTIAL
001970         FILE STATUS IS WS-CATRPT-STATUS.
001972     SELECT FINDRPT-FILE ASSIGN TO FINDRPT
001974         ORGANIZATION IS SEQUENTIAL
001976         FILE STATUS IS WS-FINDRPT-STATUS.
001978     SELECT XREFRPT-FILE ASSIGN TO XREFRPT
001980         ORGANIZATION IS SEQUENTIAL
001982         FILE STATUS IS WS-XREFRPT-STATUS.
001985     SELECT CHGREQ-FILE ASSIGN TO CHGREQ
001988         ORGANIZATION IS SEQUENTIAL
001991         FILE STATUS IS WS-CHGREQ-STATUS.
001993     SELECT VJRNL-FILE ASSIGN TO VJRNL
001995         ORGANIZATION IS SEQUENTIAL
001997         FILE STATUS IS WS-VJRNL-STATUS.
001999     SELECT STDRULES-FILE ASSIGN TO STDRULES
002001         ORGANIZATION IS SEQUENTIAL
002003         FILE STATUS IS WS-STDRULES-STATUS.
002005     SELECT STDRPT-FILE ASSIGN TO STDRPT
002007         ORGANIZATION IS SEQUENTIAL
002009         FILE STATUS IS WS-STDRPT-STATUS.
002011     SELECT ALERTS-FILE ASSIGN TO ALERTS
002013         ORGANIZATION IS SEQUENTIAL
002015         FILE STATUS IS WS-ALERTS-STATUS.
002017     SELECT ALRTCTL-FILE ASSIGN TO ALRTCTL
002019         ORGANIZATION IS SEQUENTIAL
002021         FILE STATUS IS WS-ALRTCTL-STATUS.
002022     SELECT AUTHTBL-FILE ASSIGN TO AUTHTBL
002023         ORGANIZATION IS SEQUENTIAL
002024         FILE STATUS IS WS-AUTHTBL-STATUS.
002025     SELECT RUNSUM-FILE ASSIGN TO RUNSUM
002026         ORGANIZATION IS SEQUENTIAL
002027         FILE STATUS IS WS-RUNSUM-STATUS.
002028     SELECT XPORT-FILE ASSIGN TO XPORT
002029         ORGANIZATION IS SEQUENTIAL
002030         FILE STATUS IS WS-XPORT-STATUS.
002040     SELECT CKPT-FILE ASSIGN TO CKPT
002050         ORGANIZATION IS SEQUENTIAL.
002060     SELECT AUDIT-FILE ASSIGN TO AUDITLOG
002066         ORGANIZATION IS SEQUENTIAL
002072         FILE STATUS IS WS-AUDIT-STATUS.
002080 DATA DIVISION.
002090 FILE SECTION.
002100*--------------------------------------------------------------*
002260     05  CTL-GEN               PIC 9(02).
002270     05  CTL-RETAIN            PIC 9(02).
002280     05  CTL-CUTOFF            PIC 9(04).
002283*    AN UPDATING CARD NAMES ITS CHANGE TICKET IN COLUMNS 66-73
002286     05  CTL-TICKET            PIC X(08).
002288*    A STAGE CARD CARRIES ITS EFFECTIVE TIME (HHMM) IN
002290*    COLUMNS 74-77 AND ITS EFFECTIVE DATE IN COLUMNS 50-57
002292     05  CTL-EFF-TIME          PIC X(04).
002294     05  FILLER                PIC X(03).
002296*    A FIND CARD CARRIES ITS SEARCH STRING IN COLUMNS 50-79
002298*    AND 'A' IN COLUMN 80 TO SEARCH EVERY RETAINED GENERATION;
002300*    CTL-MEMBER IS THEN AN OPTIONAL MEMBER-NAME PREFIX
002302 01  CTL-FIND-VIEW REDEFINES CTL-CARD.
002304     05  FILLER                PIC X(49).
002306     05  CTL-FIND-STRING       PIC X(30).
002308     05  CTL-FIND-SCOPE        PIC X(01).
002310*--------------------------------------------------------------*
002312*    ARCHIVE DATASET - MIRRORS S-TBL, ONE RECORD PER SOURCE LIN*
002320*--------------------------------------------------------------*
002330 FD  QOUT-FILE
002340     LABEL RECORDS ARE STANDARD
002830     05  VH-CHG-USER           PIC X(08).
002840     05  VH-UPD-CNT            PIC 9(04).
002850     05  VH-RUN-CNT            PIC 9(04).
002855     05  VH-CHG-TICKET         PIC X(08).
002860     05  FILLER                PIC X(03).
002862*    GENERATION 99 HOLDS A STAGED VERSION - ITS HEADER CARRIES
002864*    THE EFFECTIVE DATE AND TIME WHERE THE CURRENT HEADER KEEPS
002866*    ITS CREATED DATE AND RUN COUNT, AND THE RETENTION COUNT
002868*    FROM THE STAGE CARD (ZERO WHEN NONE WAS GIVEN)
002870 01  VAULT-STG-VIEW REDEFINES VAULT-REC.
002872     05  FILLER                PIC X(31).
002874     05  VS-EFF-DATE           PIC 9(08).
002876     05  FILLER                PIC X(36).
002878     05  VS-EFF-TIME           PIC 9(04).
002880     05  FILLER                PIC X(11).
002882 01  VAULT-TXT-VIEW REDEFINES VAULT-REC.
002884     05  VT-MEMBER             PIC X(08).
002890     05  VT-GEN                PIC 9(02).
002900     05  VT-SEQ                PIC 9(04).
002910     05  VT-SUB                PIC 9(01).
004150     05  VF-OFLOW-CNT          PIC 9(04).
004160     05  FILLER                PIC X(01).
004170     05  VF-CONDITION          PIC X(08).
004172*    A STAGED VERSION (GENERATION 99) SHOWS WHEN IT TAKES EFFECT
004174     05  FILLER                PIC X(01).
004176     05  VF-EFF-DATE           PIC X(08).
004178     05  FILLER                PIC X(01).
004180     05  VF-EFF-TIME           PIC X(04).
004182     05  FILLER                PIC X(31).
004190*--------------------------------------------------------------*
004200*    VAULT DIRECTORY REPORT - ONE RECORD PER MEMBER WITH THE   *
004210*    HEADER COUNTS AND LAST-CHANGE METADATA                    *
004240     LABEL RECORDS ARE STANDARD
004250     RECORD CONTAINS 132 CHARACTERS.
004260 01  CATRPT-REC                PIC X(132).
004261*--------------------------------------------------------------*
004262*    ++INCLUDE CROSS-REFERENCE REPORT - PER MEMBER, WHAT IT    *
004263*    INCLUDES AND WHAT INCLUDES IT AT ALL LEVELS, AND FLAGS    *
004264*--------------------------------------------------------------*
004265 FD  XREFRPT-FILE
004266     LABEL RECORDS ARE STANDARD
004267     RECORD CONTAINS 132 CHARACTERS.
004268 01  XREFRPT-REC               PIC X(132).
004270*--------------------------------------------------------------*
004272*    FIND REPORT - ONE LINE PER HIT WITH THE FULL SOURCE LINE, *
004274*    A HIT COUNT PER MEMBER, AND A GRAND TOTAL                 *
004276*--------------------------------------------------------------*
004278 FD  FINDRPT-FILE
004280     LABEL RECORDS ARE STANDARD
004282     RECORD CONTAINS 132 CHARACTERS.
004284 01  FINDRPT-REC               PIC X(132).
004286*--------------------------------------------------------------*
004288*    CHANGE REQUEST DATASET - ONE RECORD PER TICKET ENTRY.  A  *
004290*    TICKET MAY HAVE SEVERAL ENTRIES, EACH COVERING A MEMBER   *
004292*    NAME, A NAME PREFIX ENDING IN '*', OR '*' FOR EVERY       *
004294*    MEMBER, FOR UP TO THREE ACTIONS ('*' FOR ANY UPDATING     *
004296*    ACTION), WITHIN AN IMPLEMENTATION WINDOW (CCYYMMDD HHMM)  *
004298*--------------------------------------------------------------*
004300 FD  CHGREQ-FILE
004302     LABEL RECORDS ARE STANDARD
004304     RECORD CONTAINS 80 CHARACTERS.
004306 01  CHGREQ-REC.
004308     05  CR-TICKET             PIC X(08).
004310     05  CR-STATUS             PIC X(08).
004312     05  CR-FROM-DATE          PIC 9(08).
004314     05  CR-FROM-TIME          PIC 9(04).
004316     05  CR-TO-DATE            PIC 9(08).
004318     05  CR-TO-TIME            PIC 9(04).
004320     05  CR-APPROVER           PIC X(08).
004322     05  CR-MEMBER-PAT         PIC X(08).
004324     05  CR-ACTION             PIC X(08) OCCURS 3 TIMES.
004326*--------------------------------------------------------------*
004328*    VAULT UPDATE JOURNAL - ONE RECORD PER VAULT RECORD ADDED, *
004330*    REWRITTEN, OR DELETED, WITH ITS BEFORE AND AFTER IMAGES,  *
004332*    FOR FORWARD RECOVERY FROM THE LAST UNLOAD (QUINRCVR).     *
004334*    THE SEQUENCE NUMBER RUNS ON FROM JOB TO JOB, SO THE       *
004336*    DATASET IS EXTENDED, NEVER EMPTIED                        *
004338*--------------------------------------------------------------*
004340 FD  VJRNL-FILE
004342     LABEL RECORDS ARE STANDARD
004344     RECORD CONTAINS 240 CHARACTERS.
004346 01  VJRNL-REC.
004348     05  JR-SEQ                PIC 9(08).
004350*    DATE AS CCYYMMDD, TIME AS HHMMSS
004352     05  JR-DATE               PIC 9(08).
004354     05  JR-TIME               PIC 9(06).
004356     05  JR-JOB-NAME           PIC X(08).
004358     05  JR-JOBID              PIC X(08).
004360     05  JR-CARD-NO            PIC 9(04).
004362     05  JR-ACTION             PIC X(08).
004364*    A ADDED (AFTER IMAGE ONLY), R REWRITTEN (BOTH IMAGES),
004366*    D DELETED (BEFORE IMAGE ONLY)
004368     05  JR-OP                 PIC X(01).
004370     05  JR-BEFORE             PIC X(90).
004372     05  JR-AFTER              PIC X(90).
004374     05  FILLER                PIC X(09).
004376*--------------------------------------------------------------*
004378*    CODING-STANDARDS RULES - ONE RECORD PER RULE, SWITCHING   *
004380*    IT ON OR OFF (Y/N), SETTING ITS SEVERITY (E ERROR, W      *
004382*    WARNING, I INFORMATION) AND THE POINTS EACH VIOLATION     *
004384*    COSTS THE MEMBER'S SCORE.  A RULE NOT NAMED HERE KEEPS    *
004386*    ITS DEFAULT; '*' IN COLUMN 1 IS A COMMENT                 *
004388*--------------------------------------------------------------*
004390 FD  STDRULES-FILE
004392     LABEL RECORDS ARE STANDARD
004394     RECORD CONTAINS 80 CHARACTERS.
004396 01  STDRULES-REC.
004398     05  SR-RULE-ID            PIC X(08).
004400     05  FILLER                PIC X(01).
004402     05  SR-ENABLED            PIC X(01).
004404     05  FILLER                PIC X(01).
004406     05  SR-SEVERITY           PIC X(01).
004408     05  FILLER                PIC X(01).
004410     05  SR-POINTS             PIC X(02).
004412     05  FILLER                PIC X(65).
004414*--------------------------------------------------------------*
004416*    CODING-STANDARDS REPORT - ONE LINE PER VIOLATION AND A    *
004418*    SCORE LINE PER MEMBER CHECKED                             *
004420*--------------------------------------------------------------*
004422 FD  STDRPT-FILE
004424     LABEL RECORDS ARE STANDARD
004426     RECORD CONTAINS 132 CHARACTERS.
004428 01  STDRPT-REC                PIC X(132).
004429*--------------------------------------------------------------*
004430*    OPERATOR ALERT FEED - ONE RECORD PER EVENT, APPENDED BY   *
004431*    QUINE, QUINRECN AND QUINAUD ALIKE.  SEVERITY IS I, W, E   *
004432*    OR S.  DATE IS CCYYMMDD, TIME HHMMSS                      *
004433*--------------------------------------------------------------*
004434 FD  ALERTS-FILE
004435     LABEL RECORDS ARE STANDARD
004436     RECORD CONTAINS 120 CHARACTERS.
004437 01  ALERT-REC.
004438     05  AL-PROGRAM            PIC X(08).
004439     05  AL-EVENT              PIC X(08).
004440     05  AL-SEVERITY           PIC X(01).
004441     05  AL-MEMBER             PIC X(08).
004442     05  AL-JOB-NAME           PIC X(08).
004443     05  AL-JOBID              PIC X(08).
004444     05  AL-DATE               PIC X(08).
004445     05  AL-TIME               PIC X(06).
004446     05  AL-TEXT               PIC X(60).
004447     05  FILLER                PIC X(05).
004448*--------------------------------------------------------------*
004449*    ALERT THRESHOLDS - PROGRAM NAME (OR * FOR EVERY PROGRAM)  *
004450*    IN COLUMNS 1-8, LOWEST SEVERITY WRITTEN IN COLUMN 10      *
004451*--------------------------------------------------------------*
004452 FD  ALRTCTL-FILE
004453     LABEL RECORDS ARE STANDARD
004454     RECORD CONTAINS 80 CHARACTERS.
004455 01  ALRTCTL-REC.
004456     05  AT-PROGRAM            PIC X(08).
004457     05  FILLER                PIC X(01).
004458     05  AT-MIN-SEV            PIC X(01).
004459     05  FILLER                PIC X(70).
004460*--------------------------------------------------------------*
004461*    AUTHORITY TABLE - TYPE G PUTS SUBMITTER AH-VALUE IN GROUP *
004462*    AH-NAME; TYPE A GRANTS SUBMITTER OR GROUP AH-NAME (OR *   *
004463*    FOR EVERYONE) UP TO SEVEN ACTIONS (* FOR ANY) OVER THE    *
004464*    MEMBERS MATCHING PATTERN AH-VALUE                         *
004465*--------------------------------------------------------------*
004466 FD  AUTHTBL-FILE
004467     LABEL RECORDS ARE STANDARD
004468     RECORD CONTAINS 80 CHARACTERS.
004469 01  AUTHTBL-REC.
004470     05  AH-TYPE               PIC X(01).
004471     05  FILLER                PIC X(01).
004472     05  AH-NAME               PIC X(08).
004473     05  FILLER                PIC X(01).
004474     05  AH-VALUE              PIC X(08).
004475     05  FILLER                PIC X(01).
004476     05  AH-ACTIONS.
004477         10  AH-ACTION         PIC X(08) OCCURS 7 TIMES.
004478     05  FILLER                PIC X(04).
004479*--------------------------------------------------------------*
004480*    RUN SUMMARY - ONE LINE PER CARD PLUS A BATCH TRAILER,     *
004481*    FOR DOWNSTREAM JOBS TO BRANCH ON WITHOUT READING SYSOUT   *
004482*--------------------------------------------------------------*
004483 FD  RUNSUM-FILE
004484     LABEL RECORDS ARE STANDARD
004485     RECORD CONTAINS 132 CHARACTERS.
004486 01  RUNSUM-REC                PIC X(132).
004487*--------------------------------------------------------------*
004488*    TRANSPORT DATASET FOR UNLOAD/LOAD - SELF-DESCRIBING:      *
004489*    F FILE HEADER, M MEMBER HEADER, T TEXT, E MEMBER TRAILER  *
004490*    WITH RECORD COUNT, Z FILE TRAILER WITH MEMBER COUNT       *
004491*--------------------------------------------------------------*
004492 FD  XPORT-FILE
004493     LABEL RECORDS ARE STANDARD
004494     RECORD CONTAINS 90 CHARACTERS.
004495 01  XPORT-REC.
004496     05  XP-TYPE               PIC X(01).
004497     05  XP-BODY               PIC X(89).
004498 01  XPORT-FILE-HDR REDEFINES XPORT-REC.
004499     05  XF-TYPE               PIC X(01).
004500     05  XF-SYSTEM             PIC X(08).
004501     05  XF-DATE               PIC X(08).
004502     05  XF-TIME               PIC X(08).
004503*    THE LAST VAULT JOURNAL SEQUENCE NUMBER WRITTEN BEFORE
004504*    THE UNLOAD - ZERO FROM A RUN WITH NO JOURNAL
004506     05  XF-JRNL-SEQ           PIC 9(08).
004510     05  FILLER                PIC X(57).
004520 01  XPORT-MBR-HDR REDEFINES XPORT-REC.
004530     05  XM-TYPE               PIC X(01).
004540     05  XM-MEMBER             PIC X(08).
005100*    RECORD - THE RECONCILIATION WITNESS.  ZERO WHEN THE
005110*    ACTION CARRIES NO CREDIBLE COUNT
005120     05  AU-VAULT-CNT          PIC 9(04).
005122*    THE CHANGE TICKET THE CARD WAS ACCEPTED UNDER (OR OFFERED,
005124*    WHEN REFUSED) AND A ONE-LETTER CODE FOR THE CARD'S ACTION
005126     05  AU-TICKET             PIC X(08).
005128     05  AU-ACTION-CD          PIC X(01).
005130*    THE CHAIN - 'C' MARKS A CHAINED RECORD (OLDER RECORDS HAVE
005132*    NONE), THEN THE RUNNING SEQUENCE NUMBER AND THE CHAIN VALUE
005134*    TAKEN OVER THE FIRST 75 BYTES AND THE PRIOR CHAIN VALUE.
005136*    BINARY, SO BOTH FIT THE OLD TEN-BYTE FILLER
005138     05  AU-CHAIN-MARK         PIC X(01).
005140         88  AU-CHAINED            VALUE 'C'.
005142     05  AU-SEQ                PIC 9(09) COMP.
005144     05  AU-CHAIN              PIC 9(09) COMP.
005146     05  AU-SPARE              PIC X(01).
005148 01  AUDIT-CHAIN-VIEW REDEFINES AUDIT-REC.
005150     05  AC-BODY               PIC X(75).
005152     05  FILLER                PIC X(05).
005154 WORKING-STORAGE SECTION.
005156*--------------------------------------------------------------*
005160*    SOURCE TABLE FOR THE SELECTED MEMBER                      *
005170*--------------------------------------------------------------*
005180 01  S-TBL.
005960 77  WS-RUNSUM-STATUS          PIC X(02) VALUE SPACES.
005970 77  WS-RUNSUM-SW              PIC X(01) VALUE 'N'.
005980     88  WS-RUNSUM-UNAVAILABLE     VALUE 'Y'.
005982 77  WS-AUDIT-STATUS           PIC X(02) VALUE SPACES.
005984 77  WS-AUDIT-SW               PIC X(01) VALUE 'N'.
005986     88  WS-AUDIT-UNAVAILABLE      VALUE 'Y'.
005990 77  WS-NOTFND-SW              PIC X(01) VALUE 'N'.
006000     88  WS-NOTFND-FOUND           VALUE 'Y'.
006010 77  WS-CARD-RC                PIC 9(02) VALUE 0.
006090 77  WS-XP-EXP-CNT             PIC 9(04) VALUE 0.
006100 77  WS-XP-REC-CNT             PIC 9(04) VALUE 0.
006110 77  WS-XP-MBR-CNT             PIC 9(04) VALUE 0.
006112 77  WS-XP-RUN-CNT             PIC 9(04) VALUE 0.
006114 77  WS-XP-OPEN-SW             PIC X(01) VALUE 'N'.
006116     88  WS-XP-OPEN                VALUE 'Y'.
006120 77  WS-XP-LOADED              PIC 9(04) VALUE 0.
006130 77  WS-XP-SKIPPED             PIC 9(04) VALUE 0.
006140 77  WS-XP-HDR-SW              PIC X(01) VALUE 'N'.
006350 77  WS-SEL-GEN                PIC 9(02) VALUE 0.
006360 77  WS-RETAIN                 PIC 9(02) VALUE 0.
006370 77  WS-HDR-RETAIN             PIC 9(02) VALUE 03.
006372*    RETIRED GENERATIONS STOP AT 98 - GENERATION 99 IS KEPT
006374*    FOR A STAGED VERSION AND IS NEVER BUMPED OR PRUNED
006376 77  WS-GEN-MAX                PIC 9(02) VALUE 97.
006378 77  WS-STAGE-GEN              PIC 9(02) VALUE 99.
006380*    GENERATION 1450 WRITES (0, OR 99 FOR A STAGE) AND THE
006382*    GENERATION OF THE SECOND MEMBER A DIFF LOADS
006384 77  WS-OUT-GEN                PIC 9(02) VALUE 0.
006386 77  WS-D-GEN                  PIC 9(02) VALUE 0.
006390 77  WS-HI-GEN                 PIC 9(02) VALUE 0.
006400 77  WS-BUMP-GEN               PIC 9(02) VALUE 0.
006410 77  WS-BUMP-SEQ               PIC 9(04) VALUE 0.
006740 77  WS-CAT-OFLOW-CNT          PIC 9(04) VALUE 0.
006750 77  WS-CAT-HDR-SW             PIC X(01) VALUE 'N'.
006760     88  WS-CAT-HDR-PRESENT        VALUE 'Y'.
006761*    ++INCLUDE CROSS-REFERENCE WORK FIELDS - THE WALK STACK
006762*    LEVEL, TABLE SUBSCRIPTS, AND THE PER-MEMBER AND
006763*    PER-CARD FLAG COUNTS
006764 77  WS-XREFRPT-STATUS         PIC X(02) VALUE SPACES.
006765 77  WS-XR-MBR-CNT             PIC 9(04) VALUE 0.
006766 77  WS-XR-MBR-MAX             PIC 9(04) VALUE 0500.
006767 77  WS-XR-EDGE-TOT            PIC 9(04) VALUE 0.
006768 77  WS-XR-EDGE-MAX            PIC 9(04) VALUE 2000.
006769 77  WS-XR-STK-MAX             PIC 9(02) VALUE 20.
006770 77  WS-XR-LVL                 PIC 9(02) VALUE 0.
006771 77  WS-XR-STK-CHK             PIC 9(02) VALUE 0.
006772 77  WS-XR-IX                  PIC 9(04) VALUE 0.
006773 77  WS-XR-JX                  PIC 9(04) VALUE 0.
006774 77  WS-XR-KX                  PIC 9(04) VALUE 0.
006775 77  WS-XR-ROOT                PIC 9(04) VALUE 0.
006776 77  WS-XR-NEXT                PIC 9(04) VALUE 0.
006777 77  WS-XR-FOUND-IX            PIC 9(04) VALUE 0.
006778 77  WS-XR-CUR-NAME            PIC X(08) VALUE SPACES.
006779 77  WS-XR-EXP-TOTAL           PIC 9(07) VALUE 0.
006780 77  WS-XR-RPT-CNT             PIC 9(04) VALUE 0.
006781 77  WS-XR-IMPACT-CNT          PIC 9(04) VALUE 0.
006782 77  WS-XR-MISS-CNT            PIC 9(04) VALUE 0.
006783 77  WS-XR-CIRC-CNT            PIC 9(04) VALUE 0.
006784 77  WS-XR-DEEP-CNT            PIC 9(04) VALUE 0.
006785 77  WS-XR-BIG-CNT             PIC 9(04) VALUE 0.
006786 77  WS-XR-ORPHAN-CNT          PIC 9(04) VALUE 0.
006787 77  WS-XR-REL                 PIC X(12) VALUE SPACES.
006788 77  WS-XR-NOTE                PIC X(30) VALUE SPACES.
006789 77  WS-XR-OUTPUT-SW           PIC X(01) VALUE 'C'.
006790     88  WS-XR-TO-COUNT            VALUE 'C'.
006791     88  WS-XR-TO-REPORT           VALUE 'R'.
006792     88  WS-XR-TO-DELTA            VALUE 'D'.
006793 77  WS-XR-FULL-SW             PIC X(01) VALUE 'N'.
006794     88  WS-XR-TBL-FULL            VALUE 'Y'.
006795 77  WS-XR-STK-HIT-SW          PIC X(01) VALUE 'N'.
006796     88  WS-XR-ON-STACK            VALUE 'Y'.
006797 77  WS-XR-MISS-SW             PIC X(01) VALUE 'N'.
006798     88  WS-XR-MISSING             VALUE 'Y'.
006799 77  WS-XR-CIRC-SW             PIC X(01) VALUE 'N'.
006800     88  WS-XR-CIRCULAR            VALUE 'Y'.
006801 77  WS-XR-DEEP-SW             PIC X(01) VALUE 'N'.
006802     88  WS-XR-TOO-DEEP            VALUE 'Y'.
006804*    FIND ACTION WORK FIELDS - THE SEARCH ARGUMENT, THE LINE
006806*    BEING REASSEMBLED FROM ITS T AND C RECORDS, AND COUNTS
006808 77  WS-FINDRPT-STATUS         PIC X(02) VALUE SPACES.
006810 01  WS-FIND-STRING            PIC X(30) VALUE SPACES.
006812 77  WS-FIND-SCOPE             PIC X(01) VALUE SPACE.
006814     88  WS-FIND-ALL-GENS          VALUE 'A'.
006816 77  WS-FIND-PREFIX            PIC X(08) VALUE SPACES.
006818 77  WS-FIND-PFX-LEN           PIC 9(02) VALUE 0.
006820 77  WS-FIND-LEN               PIC 9(02) VALUE 0.
006822 77  WS-FIND-LAST-COL          PIC 9(02) VALUE 0.
006824 77  WS-FIND-COL               PIC 9(02) VALUE 0.
006826 01  WS-FIND-TEXT              PIC X(80) VALUE SPACES.
006828 77  WS-FIND-MEMBER            PIC X(08) VALUE SPACES.
006830 77  WS-FIND-GEN               PIC 9(02) VALUE 0.
006832 77  WS-FIND-SEQ               PIC 9(04) VALUE 0.
006834 77  WS-FIND-HITS              PIC 9(05) VALUE 0.
006836 77  WS-FIND-MBR-HITS          PIC 9(05) VALUE 0.
006838 77  WS-FIND-MBR-CNT           PIC 9(04) VALUE 0.
006840 77  WS-FIND-HIT-MBRS          PIC 9(04) VALUE 0.
006842 77  WS-FIND-PEND-SW           PIC X(01) VALUE 'N'.
006844     88  WS-FIND-PENDING           VALUE 'Y'.
006846*    CHANGE-TICKET GATE WORK FIELDS - THE TICKET ON THE CARD,
006848*    THE ONE ACCEPTED FOR IT, AND HOW FAR THE BEST CHGREQ
006850*    ENTRY GOT (0 NOT ON FILE, 1 NOT APPROVED, 2 OUTSIDE ITS
006852*    WINDOW, 3 DOES NOT COVER THE MEMBER/ACTION, 4 ACCEPTED)
006854 77  WS-CHGREQ-STATUS          PIC X(02) VALUE SPACES.
006856 77  WS-CHGREQ-EOF-SW          PIC X(01) VALUE 'N'.
006858     88  WS-CHGREQ-EOF             VALUE 'Y'.
006860 77  WS-CHGREQ-SW              PIC X(01) VALUE 'N'.
006862     88  WS-CHGREQ-UNAVAILABLE     VALUE 'Y'.
006864 77  WS-CR-COUNT               PIC 9(04) VALUE 0.
006866 77  WS-CR-MAX                 PIC 9(04) VALUE 0200.
006868 77  WS-CR-IX                  PIC 9(04) VALUE 0.
006870 77  WS-CR-AX                  PIC 9(01) VALUE 0.
006872 77  WS-CARD-TICKET            PIC X(08) VALUE SPACES.
006874 77  WS-CHG-TICKET             PIC X(08) VALUE SPACES.
006876 77  WS-TKT-MEMBER             PIC X(08) VALUE SPACES.
006878 77  WS-TKT-ACTION             PIC X(08) VALUE SPACES.
006880 77  WS-TKT-APPROVER           PIC X(08) VALUE SPACES.
006882 77  WS-TKT-PFX-LEN            PIC 9(02) VALUE 0.
006884 77  WS-TKT-STAGE              PIC 9(01) VALUE 0.
006886 77  WS-TKT-REC-STAGE          PIC 9(01) VALUE 0.
006888 77  WS-TKT-MBR-REFUSED        PIC 9(04) VALUE 0.
006890 77  WS-TKT-ANY-MBR-SW         PIC X(01) VALUE 'N'.
006892     88  WS-TKT-ANY-MEMBER         VALUE 'Y'.
006894 77  WS-TKT-MBR-OK-SW          PIC X(01) VALUE 'N'.
006896     88  WS-TKT-MBR-OK             VALUE 'Y'.
006897 77  WS-TKT-ACT-OK-SW          PIC X(01) VALUE 'N'.
006898     88  WS-TKT-ACT-OK             VALUE 'Y'.
006899 77  WS-REFUSE-SW              PIC X(01) VALUE 'N'.
006900     88  WS-CARD-REFUSED           VALUE 'Y'.
006901 77  WS-REFUSE-STATUS          PIC X(08) VALUE SPACES.
006902*    THE TICKET AND THE CCYYMMDDHHMM STAMP 0270 MATCHES - THE
006903*    CARD'S TICKET AT ITS EFFECTIVE TIME, OR A STAGED VERSION'S
006904*    TICKET AT ITS ACTIVATION
006905 77  WS-TKT-TICKET             PIC X(08) VALUE SPACES.
006906 77  WS-TKT-STAMP-N            PIC 9(12) VALUE 0.
006907*    THE CURRENT DATE AND TIME AS CCYYMMDDHHMM, FOR COMPARING
006908*    AGAINST A TICKET'S IMPLEMENTATION WINDOW
006909 01  WS-NOW-STAMP.
006910     05  WS-NS-CC              PIC 9(02).
006911     05  WS-NS-YYMMDD          PIC 9(06).
006912     05  WS-NS-HHMM            PIC 9(04).
006913 01  WS-NOW-STAMP-N REDEFINES WS-NOW-STAMP PIC 9(12).
006914 01  WS-CR-STAMP.
006915     05  WS-CRS-DATE           PIC 9(08).
006916     05  WS-CRS-TIME           PIC 9(04).
006917 01  WS-CR-STAMP-N REDEFINES WS-CR-STAMP PIC 9(12).
006918*    VAULT JOURNAL STATE - WS-JRNL-SEQ IS THE LAST SEQUENCE
006919*    NUMBER ON VJRNL, FOUND AT INITIALIZATION AND CARRIED ON
006920 77  WS-VJRNL-STATUS           PIC X(02) VALUE SPACES.
006921 77  WS-VJRNL-SW               PIC X(01) VALUE 'N'.
006922     88  WS-VJRNL-UNAVAILABLE      VALUE 'Y'.
006923 77  WS-VJRNL-OPEN-SW          PIC X(01) VALUE 'N'.
006924     88  WS-VJRNL-OPEN             VALUE 'Y'.
006925 77  WS-VJRNL-NEW-SW           PIC X(01) VALUE 'N'.
006926     88  WS-VJRNL-NEW              VALUE 'Y'.
006927 77  WS-VJRNL-EOF-SW           PIC X(01) VALUE 'N'.
006928     88  WS-VJRNL-EOF              VALUE 'Y'.
006929 77  WS-JRNL-SEQ               PIC 9(08) VALUE 0.
006930 77  WS-JRNL-WRITTEN           PIC 9(07) VALUE 0.
006931 77  WS-JRNL-OP                PIC X(01) VALUE SPACE.
006932 77  WS-JRNL-MEMBER            PIC X(08) VALUE SPACES.
006933 01  WS-JRNL-BEFORE            PIC X(90) VALUE SPACES.
006934 01  WS-JRNL-AFTER             PIC X(90) VALUE SPACES.
006935 01  WS-JRNL-DATE.
006936     05  WS-JD-CC              PIC 9(02).
006937     05  WS-JD-YYMMDD          PIC 9(06).
006938 01  WS-JRNL-CLOCK.
006939     05  WS-JC-HHMMSS          PIC 9(06).
006940     05  WS-JC-HS              PIC 9(02).
006941*    AUDIT LOG CHAIN STATE - WS-AUD-SEQ AND WS-AUD-CHAIN ARE THE
006942*    SEQUENCE NUMBER AND CHAIN VALUE OF THE LAST RECORD ON
006943*    AUDITLOG, FOUND AT INITIALIZATION AND CARRIED ON BY 8950
006944 77  WS-AUD-SEQ                PIC 9(09) VALUE 0.
006945 77  WS-AUD-CHAIN              PIC 9(09) VALUE 0.
006946 77  WS-AUD-SAVE-SEQ           PIC 9(09) VALUE 0.
006947 77  WS-AUD-SAVE-CHAIN         PIC 9(09) VALUE 0.
006948 77  WS-AUD-NEW-SW             PIC X(01) VALUE 'N'.
006949     88  WS-AUD-NEW                VALUE 'Y'.
006950 77  WS-AUDIT-OPEN-SW          PIC X(01) VALUE 'N'.
006951     88  WS-AUDIT-OPEN             VALUE 'Y'.
006952 77  WS-AUD-LEGACY             PIC 9(07) VALUE 0.
006953 77  WS-AUD-SCAN-EOF-SW        PIC X(01) VALUE 'N'.
006954     88  WS-AUD-SCAN-EOF           VALUE 'Y'.
006955 77  WS-CHN-COL                PIC 9(02) VALUE 0.
006956 77  WS-CHN-CHAR               PIC 9(03) VALUE 0.
006957 77  WS-CHN-WORK               PIC 9(18) VALUE 0.
006958 77  WS-CHN-QUOT               PIC 9(18) VALUE 0.
006959*    CODING-STANDARDS RULES - THE DEFAULTS BELOW, OVERRIDDEN
006960*    FROM STDRULES AT INITIALIZATION.  EACH ENTRY IS THE RULE
006961*    ID, 'Y' WHEN IN FORCE, THE SEVERITY, AND THE POINTS ONE
006962*    VIOLATION COSTS.  THE ORDER IS FIXED - 5840-5860 TEST
006963*    EACH RULE BY ITS POSITION
006964 01  WS-STD-RULE-DEFAULTS.
006965     05  FILLER                PIC X(12) VALUE 'SEQORDERYE10'.
006966     05  FILLER                PIC X(12) VALUE 'COL7380 YW05'.
006967     05  FILLER                PIC X(12) VALUE 'TABCHAR YE10'.
006968     05  FILLER                PIC X(12) VALUE 'LOWERA  YW02'.
006969     05  FILLER                PIC X(12) VALUE 'MODHIST YW05'.
006970 01  WS-STD-RULE-TBL REDEFINES WS-STD-RULE-DEFAULTS.
006971     05  WS-STD-RULE OCCURS 5 TIMES.
006972         10  WS-STD-RULE-ID    PIC X(08).
006973         10  WS-STD-RULE-ON    PIC X(01).
006974         10  WS-STD-RULE-SEV   PIC X(01).
006975         10  WS-STD-RULE-PTS   PIC 9(02).
006976 77  WS-STD-RULE-MAX           PIC 9(01) VALUE 5.
006977 77  WS-STD-RX                 PIC 9(01) VALUE 0.
006978 77  WS-STD-HIT                PIC 9(01) VALUE 0.
006979 77  WS-STDRULES-STATUS        PIC X(02) VALUE SPACES.
006980 77  WS-STDRULES-EOF-SW        PIC X(01) VALUE 'N'.
006981     88  WS-STDRULES-EOF           VALUE 'Y'.
006982 77  WS-STD-FOUND-SW           PIC X(01) VALUE 'N'.
006983     88  WS-STD-RULE-FOUND         VALUE 'Y'.
006984 77  WS-STDRPT-STATUS          PIC X(02) VALUE SPACES.
006985 77  WS-STDRPT-SW              PIC X(01) VALUE 'N'.
006986     88  WS-STDRPT-OPEN            VALUE 'Y'.
006987 77  WS-STD-TEST-SW            PIC X(01) VALUE 'N'.
006988     88  WS-STD-TEST-VAULT         VALUE 'Y'.
006989 77  WS-STD-BIG-SW             PIC X(01) VALUE 'N'.
006990     88  WS-STD-TOO-BIG            VALUE 'Y'.
006991 77  WS-STD-PRIOR-BIG-SW       PIC X(01) VALUE 'N'.
006992     88  WS-STD-PRIOR-TOO-BIG      VALUE 'Y'.
006993 77  WS-STD-DONE-SW            PIC X(01) VALUE 'N'.
006994     88  WS-STD-DONE               VALUE 'Y'.
006995 77  WS-STD-DIFFER-SW          PIC X(01) VALUE 'N'.
006996     88  WS-STD-DIFFERS            VALUE 'Y'.
006997 77  WS-STD-MEMBER             PIC X(08) VALUE SPACES.
006998 77  WS-STD-LINE               PIC 9(04) VALUE 0.
006999 77  WS-STD-IX                 PIC 9(04) VALUE 0.
007000 77  WS-STD-IX2                PIC 9(04) VALUE 0.
007001 77  WS-STD-HIST-D             PIC 9(04) VALUE 0.
007002 77  WS-STD-HIST-S             PIC 9(04) VALUE 0.
007003 77  WS-STD-HIST-LEN-D         PIC 9(04) VALUE 0.
007004 77  WS-STD-HIST-LEN-S         PIC 9(04) VALUE 0.
007005 77  WS-STD-CUR-SEQ            PIC 9(06) VALUE 0.
007006 77  WS-STD-PRIOR-SEQ          PIC 9(06) VALUE 0.
007007 77  WS-STD-TALLY              PIC 9(04) VALUE 0.
007008 77  WS-STD-COL                PIC 9(02) VALUE 0.
007009 77  WS-STD-ERRORS             PIC 9(04) VALUE 0.
007010 77  WS-STD-WARNINGS           PIC 9(04) VALUE 0.
007011 77  WS-STD-INFOS              PIC 9(04) VALUE 0.
007012 77  WS-STD-PENALTY            PIC 9(05) VALUE 0.
007013 77  WS-STD-SCORE              PIC 9(03) VALUE 0.
007014 77  WS-STD-MBR-CNT            PIC 9(04) VALUE 0.
007015 77  WS-STD-CLEAN-CNT          PIC 9(04) VALUE 0.
007016 77  WS-STD-ERR-MBRS           PIC 9(04) VALUE 0.
007017 77  WS-STD-TOT-VIOL           PIC 9(06) VALUE 0.
007018 01  WS-STD-AREA-A             PIC X(04) VALUE SPACES.
007019 01  WS-STD-TEXT               PIC X(60) VALUE SPACES.
007020 01  WS-STD-CMP-D              PIC X(66) VALUE SPACES.
007021*    ONE VAULT OR TEST-VAULT RECORD AS READ BY STDCHECK
007022 01  WS-STD-REC.
007023     05  WS-SR-MEMBER          PIC X(08).
007024     05  WS-SR-GEN             PIC 9(02).
007025     05  WS-SR-SEQ             PIC 9(04).
007026     05  WS-SR-SUB             PIC 9(01).
007027     05  WS-SR-TYPE            PIC X(01).
007028     05  WS-SR-TEXT            PIC X(70).
007029     05  WS-SR-OFLOW           PIC X(01).
007030     05  WS-SR-CONT            PIC X(01).
007031     05  FILLER                PIC X(02).
007032*    OPERATOR ALERT FEED - THE EVENTS THIS PROGRAM HAS ALREADY
007033*    RAISED TODAY (AN EVENT IS NOT RAISED TWICE IN ONE DAY FOR
007034*    THE SAME MEMBER), THE LOWEST SEVERITY WRITTEN, AND THE
007035*    DAY'S COUNTS BY SEVERITY RANK (1 I, 2 W, 3 E, 4 S)
007036 01  WS-ALT-TBL.
007037     05  WS-ALT-ENTRY          OCCURS 300 TIMES.
007038         10  WS-ALT-EVENT      PIC X(08).
007039         10  WS-ALT-MEMBER     PIC X(08).
007040 01  WS-ALT-DAY-COUNTS.
007041     05  WS-ALT-DAY-CNT        PIC 9(05) OCCURS 4 TIMES.
007042 77  WS-ALT-MAX                PIC 9(03) VALUE 300.
007043 77  WS-ALT-COUNT              PIC 9(03) VALUE 0.
007044 77  WS-ALT-IX                 PIC 9(03) VALUE 0.
007045 77  WS-ALT-WRITTEN            PIC 9(05) VALUE 0.
007046 77  WS-ALT-SUPPRESSED         PIC 9(05) VALUE 0.
007047 77  WS-ALT-FILTERED           PIC 9(05) VALUE 0.
007048 77  WS-ALT-HIT-SW             PIC X(01) VALUE 'N'.
007049     88  WS-ALT-HIT                VALUE 'Y'.
007050 77  WS-ALT-OWN-SW             PIC X(01) VALUE 'N'.
007051     88  WS-ALT-OWN-ENTRY          VALUE 'Y'.
007052 77  WS-ALERTS-STATUS          PIC X(02) VALUE SPACES.
007053 77  WS-ALERTS-EOF-SW          PIC X(01) VALUE 'N'.
007054     88  WS-ALERTS-EOF             VALUE 'Y'.
007055 77  WS-ALERTS-SW              PIC X(01) VALUE 'N'.
007056     88  WS-ALERTS-UNAVAILABLE     VALUE 'Y'.
007057 77  WS-ALRTCTL-STATUS         PIC X(02) VALUE SPACES.
007058 77  WS-ALRTCTL-EOF-SW         PIC X(01) VALUE 'N'.
007059     88  WS-ALRTCTL-EOF            VALUE 'Y'.
007060 77  WS-ALERT-PROGRAM          PIC X(08) VALUE 'QUINE'.
007061 77  WS-ALERT-MIN-SEV          PIC X(01) VALUE 'I'.
007062 77  WS-ALERT-MIN-RANK         PIC 9(01) VALUE 1.
007063 77  WS-ALERT-RANK             PIC 9(01) VALUE 0.
007064 77  WS-ALERT-EVENT            PIC X(08) VALUE SPACES.
007065 77  WS-ALERT-SEV              PIC X(01) VALUE SPACES.
007066 77  WS-ALERT-MEMBER           PIC X(08) VALUE SPACES.
007067 77  WS-ALERT-TEXT             PIC X(60) VALUE SPACES.
007068 77  WS-ALERT-CLOCK            PIC 9(08) VALUE 0.
007069 01  WS-ALERT-TODAY.
007070     05  WS-ALERT-CC           PIC X(02) VALUE '19'.
007071     05  WS-ALERT-YMD          PIC X(06) VALUE SPACES.
007072*    AUTHORITY TABLE - GRANTS AND GROUP MEMBERSHIPS FROM
007073*    AUTHTBL, AND THE STATE OF THE CHECK ON THE CURRENT CARD
007074 01  WS-AUTH-TBL.
007075     05  WS-AUTH-ENTRY         OCCURS 200 TIMES.
007076         10  WS-AUTH-SUBJECT   PIC X(08).
007077         10  WS-AUTH-MBR-PAT   PIC X(08).
007078         10  WS-AUTH-ACTIONS.
007079             15  WS-AUTH-ACTION PIC X(08) OCCURS 7 TIMES.
007080 01  WS-GRP-TBL.
007081     05  WS-GRP-ENTRY          OCCURS 200 TIMES.
007082         10  WS-GRP-NAME       PIC X(08).
007083         10  WS-GRP-USER       PIC X(08).
007084 77  WS-AUTH-MAX               PIC 9(03) VALUE 200.
007085 77  WS-AUTH-COUNT             PIC 9(03) VALUE 0.
007086 77  WS-AUTH-IX                PIC 9(03) VALUE 0.
007087 77  WS-AUTH-AX                PIC 9(01) VALUE 0.
007088 77  WS-GRP-MAX                PIC 9(03) VALUE 200.
007089 77  WS-GRP-COUNT              PIC 9(03) VALUE 0.
007090 77  WS-GRP-IX                 PIC 9(03) VALUE 0.
007091 77  WS-AUTH-PFX-LEN           PIC 9(02) VALUE 0.
007092 77  WS-AUTHTBL-STATUS         PIC X(02) VALUE SPACES.
007093 77  WS-AUTHTBL-EOF-SW         PIC X(01) VALUE 'N'.
007094     88  WS-AUTHTBL-EOF            VALUE 'Y'.
007095 77  WS-AUTHTBL-SW             PIC X(01) VALUE 'N'.
007096     88  WS-AUTHTBL-UNAVAILABLE    VALUE 'Y'.
007097 77  WS-AUTH-GRANTED-SW        PIC X(01) VALUE 'N'.
007098     88  WS-AUTH-GRANTED           VALUE 'Y'.
007099 77  WS-AUTH-SUBJ-SW           PIC X(01) VALUE 'N'.
007100     88  WS-AUTH-SUBJ-OK           VALUE 'Y'.
007101 77  WS-AUTH-VAULT-SW          PIC X(01) VALUE 'N'.
007102     88  WS-AUTH-VAULT-WIDE        VALUE 'Y'.
007103*    STAGE, ACTIVATE, AND CANCEL - THE STAGE CARD'S EFFECTIVE
007104*    STAMP (CCYYMMDDHHMM, COMPARED WITH WS-NOW-STAMP), THE
007105*    STAGED HEADER IN HAND, AND THE MEMBERS ACTIVATE FOUND DUE
007106 01  WS-STG-STAMP.
007107     05  WS-STG-EFF-DATE       PIC 9(08).
007108     05  WS-STG-EFF-TIME       PIC 9(04).
007109 01  WS-STG-STAMP-N REDEFINES WS-STG-STAMP PIC 9(12).
007110 01  WS-STG-STAMP-PARTS REDEFINES WS-STG-STAMP.
007111     05  WS-STG-CCYY           PIC 9(04).
007112     05  WS-STG-MM             PIC 9(02).
007113     05  WS-STG-DD             PIC 9(02).
007114     05  WS-STG-HH             PIC 9(02).
007115     05  WS-STG-MI             PIC 9(02).
007116 77  WS-STG-TICKET             PIC X(08) VALUE SPACES.
007117 77  WS-STG-RETAIN             PIC 9(02) VALUE 0.
007118 77  WS-STG-LINES              PIC 9(04) VALUE 0.
007119 01  WS-ACT-TBL.
007120     05  WS-ACT-ENTRY          OCCURS 200 TIMES.
007121         10  WS-ACT-MEMBER     PIC X(08).
007122 77  WS-ACT-MAX                PIC 9(03) VALUE 200.
007123 77  WS-ACT-COUNT              PIC 9(03) VALUE 0.
007124 77  WS-ACT-IX                 PIC 9(03) VALUE 0.
007125 77  WS-ACT-DONE               PIC 9(03) VALUE 0.
007126 77  WS-ACT-PENDING            PIC 9(03) VALUE 0.
007127 77  WS-ACT-DEFERRED           PIC 9(03) VALUE 0.
007128 77  WS-ACT-REFUSED-CNT        PIC 9(03) VALUE 0.
007129 77  WS-ACT-REFUSED-SW         PIC X(01) VALUE 'N'.
007130     88  WS-ACT-REFUSED            VALUE 'Y'.
007131 77  WS-ACT-SAVE-MEMBER        PIC X(08) VALUE SPACES.
007132 77  WS-ACT-EOF-SW             PIC X(01) VALUE 'N'.
007133     88  WS-ACT-EOF                VALUE 'Y'.
007134*    BATCH-POSITION RESTART STATE - WHICH CARD NUMBERS ALREADY
007135*    COMPLETED TODAY, AND THE BATCH-WINDOW CUTOFF TIME
007136 01  WS-DONE-CARD-TBL.
007137     05  WS-DONE-CARD          PIC X(01) OCCURS 100 TIMES.
007138 77  WS-DONE-CARD-MAX          PIC 9(03) VALUE 100.
007139 77  WS-CUTOFF-HHMM            PIC 9(04) VALUE 0.
007140 77  WS-NOW-HHMM               PIC 9(04) VALUE 0.
007141 77  WS-CUTOFF-HIT-SW          PIC X(01) VALUE 'N'.
007142     88  WS-CUTOFF-HIT             VALUE 'Y'.
007143 77  WS-SKIP-CARD-SW           PIC X(01) VALUE 'N'.
007144     88  WS-SKIP-CARD              VALUE 'Y'.
007145 77  WS-VAULTTST-STATUS        PIC X(02) VALUE SPACES.
007146 77  WS-PROM-AUTH-SW           PIC X(01) VALUE 'N'.
007147     88  WS-PROM-AUTHORIZED        VALUE 'Y'.
007148 77  WS-PROM-EXISTS-SW         PIC X(01) VALUE 'N'.
007149     88  WS-PROM-EXISTS            VALUE 'Y'.
007150 77  WS-PROM-STATUS            PIC X(08) VALUE SPACES.
007151 77  WS-PROM-IX                PIC 9(04) VALUE 0.
007152 77  WS-XP-TRL-CKS             PIC 9(09) VALUE 0.
007153 77  WS-XP-HDR-CKS             PIC 9(09) VALUE 0.
007154 77  WS-LOCK-HELD-SW           PIC X(01) VALUE 'N'.
007155     88  WS-LOCK-HELD              VALUE 'Y'.
007156 77  WS-LOCK-NAME              PIC X(08) VALUE '*LOCK*'.
007157 77  WS-LOCK-STATUS            PIC X(08) VALUE SPACES.
007158 77  WS-EXP-LINES              PIC 9(04) VALUE 0.
007159 77  WS-INC-LVL                PIC 9(02) VALUE 0.
007160 77  WS-INC-MAX                PIC 9(02) VALUE 08.
007161 77  WS-INC-CHK                PIC 9(02) VALUE 0.
007162 77  WS-INC-NAME               PIC X(08) VALUE SPACES.
007163 77  WS-INC-TEXT               PIC X(80) VALUE SPACES.
007164 77  WS-INC-CIRC-SW            PIC X(01) VALUE 'N'.
007165     88  WS-INC-CIRCULAR           VALUE 'Y'.
007166 77  WS-DELTA-STATUS           PIC X(02) VALUE SPACES.
007167 77  WS-DELTA-SW               PIC X(01) VALUE 'N'.
007168     88  WS-DELTA-UNAVAILABLE      VALUE 'Y'.
007169 77  WS-DELTA-COUNT            PIC 9(04) VALUE 0.
007170 77  WS-DELTA-LINE-NO          PIC 9(04) VALUE 0.
007171 77  WS-DELTA-FIRST            PIC 9(04) VALUE 0.
007172 77  WS-DRIFT-COUNT            PIC 9(04) VALUE 0.
007173 77  WS-CARDS-READ             PIC 9(04) VALUE 0.
007174 77  WS-CARDS-OK               PIC 9(04) VALUE 0.
007180 77  WS-CARDS-WARN             PIC 9(04) VALUE 0.
007190 77  WS-CARDS-FAIL             PIC 9(04) VALUE 0.
007200 77  WS-BATCH-ABEND-SW         PIC X(01) VALUE 'N'.
008150     05  RSB-FAIL              PIC 9(04).
008160     05  FILLER                PIC X(11) VALUE ' FAILED RC '.
008170     05  RSB-RC                PIC 9(02).
008172 01  WS-RSA-LINE.
008174     05  FILLER                PIC X(07) VALUE 'ALERTS '.
008176     05  RSA-DATE              PIC X(08).
008178     05  FILLER                PIC X(08) VALUE ' SEVERE '.
008180     05  RSA-SEVERE            PIC 9(05).
008182     05  FILLER                PIC X(07) VALUE ' ERROR '.
008184     05  RSA-ERROR             PIC 9(05).
008186     05  FILLER                PIC X(09) VALUE ' WARNING '.
008188     05  RSA-WARNING           PIC 9(05).
008190     05  FILLER                PIC X(06) VALUE ' INFO '.
008192     05  RSA-INFO              PIC 9(05).
008194     05  FILLER                PIC X(12) VALUE ' SUPPRESSED '.
008196     05  RSA-SUPPRESSED        PIC 9(05).
008198 01  WS-CAT-HDR-LINE.
008200     05  FILLER                PIC X(01) VALUE SPACE.
008202     05  FILLER                PIC X(09) VALUE 'MEMBER'.
008210     05  FILLER                PIC X(06) VALUE 'LINES'.
008220     05  FILLER                PIC X(06) VALUE 'OFLOW'.
008230     05  FILLER                PIC X(09) VALUE 'CREATED'.
008270     05  FILLER                PIC X(09) VALUE 'SUBMITTR'.
008280     05  FILLER                PIC X(05) VALUE 'UPDS'.
008290     05  FILLER                PIC X(04) VALUE 'RUNS'.
008293     05  FILLER                PIC X(01) VALUE SPACE.
008296     05  FILLER                PIC X(06) VALUE 'TICKET'.
008299     05  FILLER                PIC X(03) VALUE SPACES.
008302     05  FILLER                PIC X(10) VALUE 'STAGED FOR'.
008305 01  WS-CAT-LINE.
008310     05  FILLER                PIC X(01) VALUE SPACE.
008320     05  WCL-MEMBER            PIC X(08).
008330     05  FILLER                PIC X(01) VALUE SPACE.
008480     05  WCL-UPD-CNT           PIC 9(04).
008490     05  FILLER                PIC X(01) VALUE SPACE.
008500     05  WCL-RUN-CNT           PIC 9(04).
008501     05  FILLER                PIC X(01) VALUE SPACE.
008502     05  WCL-CHG-TICKET        PIC X(08).
008503     05  FILLER                PIC X(01) VALUE SPACE.
008504     05  WCL-STG-DATE          PIC X(08).
008505     05  FILLER                PIC X(01) VALUE SPACE.
008506     05  WCL-STG-TIME          PIC X(04).
008507*--------------------------------------------------------------*
008508*    ++INCLUDE CROSS-REFERENCE TABLES - ONE MEMBER ENTRY PER   *
008509*    CURRENT GENERATION AND ONE EDGE PER ++INCLUDE DIRECTIVE.  *
008510*    A MEMBER'S EDGES ARE CONTIGUOUS, IN VAULT KEY ORDER, AND  *
008511*    EACH EDGE CARRIES THE TABLE ENTRY OF THE MEMBER IT NAMES  *
008512*    (ZERO WHEN THAT MEMBER IS NOT IN THE VAULT)               *
008513*--------------------------------------------------------------*
008514 01  WS-XR-MBR-TBL.
008515     05  WS-XR-MBR-ENTRY OCCURS 500 TIMES.
008516         10  WS-XR-NAME        PIC X(08).
008517         10  WS-XR-LINE-CNT    PIC 9(04).
008518         10  WS-XR-OWN-CNT     PIC 9(04).
008519         10  WS-XR-RUN-CNT     PIC 9(04).
008520         10  WS-XR-FIRST-EDGE  PIC 9(04).
008521         10  WS-XR-EDGE-CNT    PIC 9(04).
008522         10  WS-XR-USED-CNT    PIC 9(04).
008523 01  WS-XR-EDGE-TBL.
008524     05  WS-XR-EDGE-ENTRY OCCURS 2000 TIMES.
008525         10  WS-XR-FROM        PIC 9(04).
008526         10  WS-XR-TO-NAME     PIC X(08).
008527         10  WS-XR-TO          PIC 9(04).
008528         10  WS-XR-AT-SEQ      PIC 9(04).
008529*    WALK STACK - ONE ENTRY PER LEVEL OF THE CHAIN BEING
008530*    FOLLOWED, WITH THE LAST EDGE TRIED AT THAT LEVEL
008531 01  WS-XR-STACK.
008532     05  WS-XR-STK-ENTRY OCCURS 20 TIMES.
008533         10  WS-XR-STK-NAME    PIC X(08).
008534         10  WS-XR-STK-MBR     PIC 9(04).
008535         10  WS-XR-STK-POS     PIC 9(04).
008536 01  WS-XRH-LINE.
008537     05  FILLER                PIC X(33) VALUE
008538         'QUINE ++INCLUDE CROSS-REFERENCE  '.
008539     05  FILLER                PIC X(05) VALUE 'DATE '.
008540     05  XRH-DATE              PIC X(08).
008541     05  FILLER                PIC X(06) VALUE ' TIME '.
008542     05  XRH-TIME              PIC X(08).
008543 01  WS-XRM-LINE.
008544     05  FILLER                PIC X(01) VALUE SPACE.
008545     05  FILLER                PIC X(07) VALUE 'MEMBER '.
008546     05  XRM-MEMBER            PIC X(08).
008547     05  FILLER                PIC X(07) VALUE ' LINES '.
008548     05  XRM-LINES             PIC 9(04).
008549     05  FILLER                PIC X(10) VALUE ' EXPANDED '.
008550     05  XRM-EXPANDED          PIC 9(07).
008551     05  FILLER                PIC X(06) VALUE ' RUNS '.
008552     05  XRM-RUNS              PIC 9(04).
008553     05  FILLER                PIC X(10) VALUE ' INCLUDES '.
008554     05  XRM-INCLUDES          PIC 9(04).
008555     05  FILLER                PIC X(13) VALUE ' INCLUDED BY '.
008556     05  XRM-USERS             PIC 9(04).
008557 01  WS-XRD-LINE.
008558     05  FILLER                PIC X(05) VALUE SPACES.
008559     05  XRD-RELATION          PIC X(12).
008560     05  FILLER                PIC X(06) VALUE 'LEVEL '.
008561     05  XRD-LEVEL             PIC 9(02).
008562     05  FILLER                PIC X(02) VALUE SPACES.
008563     05  XRD-MEMBER            PIC X(08).
008564     05  FILLER                PIC X(09) VALUE ' AT LINE '.
008565     05  XRD-AT-SEQ            PIC 9(04).
008566     05  FILLER                PIC X(02) VALUE SPACES.
008567     05  XRD-NOTE              PIC X(30).
008568 01  WS-XRF-LINE.
008569     05  FILLER                PIC X(05) VALUE SPACES.
008570     05  FILLER                PIC X(04) VALUE '*** '.
008571     05  XRF-TEXT              PIC X(60).
008572 01  WS-XRT-LINE.
008573     05  FILLER                PIC X(14) VALUE 'XREF TOTALS - '.
008574     05  XRT-MEMBERS           PIC 9(04).
008575     05  FILLER                PIC X(11) VALUE ' MEMBER(S) '.
008576     05  XRT-EDGES             PIC 9(04).
008577     05  FILLER                PIC X(12) VALUE ' INCLUDE(S) '.
008578     05  XRT-MISSING           PIC 9(04).
008579     05  FILLER                PIC X(09) VALUE ' MISSING '.
008580     05  XRT-CIRCULAR          PIC 9(04).
008581     05  FILLER                PIC X(10) VALUE ' CIRCULAR '.
008582     05  XRT-DEEP              PIC 9(04).
008583     05  FILLER                PIC X(10) VALUE ' TOO DEEP '.
008584     05  XRT-BIG               PIC 9(04).
008585     05  FILLER                PIC X(10) VALUE ' OVER 999 '.
008586     05  XRT-ORPHAN            PIC 9(04).
008587     05  FILLER                PIC X(07) VALUE ' UNUSED'.
008588*    IMPACT LIST TEXT - ONE DELTARPT RECORD PER MEMBER THAT
008589*    INCLUDES A REPLACED OR PROMOTED MEMBER
008590 01  WS-XRI-TEXT.
008591     05  FILLER                PIC X(06) VALUE 'LEVEL '.
008592     05  XRI-LEVEL             PIC 9(02).
008593     05  FILLER                PIC X(13) VALUE ' INCLUDED BY '.
008594     05  XRI-MEMBER            PIC X(08).
008595     05  FILLER                PIC X(09) VALUE ' AT LINE '.
008596     05  XRI-AT-SEQ            PIC 9(04).
008597     05  FILLER                PIC X(02) VALUE SPACES.
008598     05  XRI-NOTE              PIC X(30).
008599 01  WS-FDH-LINE.
008600     05  FILLER                PIC X(18) VALUE
008601         'QUINE FIND STRING '.
008602     05  FDH-STRING            PIC X(30).
008603     05  FILLER                PIC X(08) VALUE ' PREFIX '.
008604     05  FDH-PREFIX            PIC X(08).
008605     05  FILLER                PIC X(07) VALUE ' SCOPE '.
008606     05  FDH-SCOPE             PIC X(08).
008607     05  FILLER                PIC X(06) VALUE ' DATE '.
008608     05  FDH-DATE              PIC X(08).
008609     05  FILLER                PIC X(06) VALUE ' TIME '.
008610     05  FDH-TIME              PIC X(08).
008611 01  WS-FDC-LINE.
008612     05  FILLER                PIC X(01) VALUE SPACE.
008613     05  FILLER                PIC X(09) VALUE 'MEMBER'.
008614     05  FILLER                PIC X(04) VALUE 'GEN'.
008615     05  FILLER                PIC X(05) VALUE 'LINE'.
008616     05  FILLER                PIC X(04) VALUE 'COL'.
008617     05  FILLER                PIC X(04) VALUE 'TEXT'.
008618 01  WS-FDD-LINE.
008619     05  FILLER                PIC X(01) VALUE SPACE.
008620     05  FDD-MEMBER            PIC X(08).
008621     05  FILLER                PIC X(02) VALUE SPACES.
008622     05  FDD-GEN               PIC 9(02).
008623     05  FILLER                PIC X(01) VALUE SPACE.
008624     05  FDD-SEQ               PIC 9(04).
008625     05  FILLER                PIC X(02) VALUE SPACES.
008626     05  FDD-COL               PIC 9(02).
008627     05  FILLER                PIC X(01) VALUE SPACE.
008628     05  FDD-TEXT              PIC X(80).
008629 01  WS-FDM-LINE.
008630     05  FILLER                PIC X(01) VALUE SPACE.
008631     05  FDM-MEMBER            PIC X(08).
008632     05  FILLER                PIC X(02) VALUE SPACES.
008633     05  FDM-HITS              PIC 9(05).
008634     05  FILLER                PIC X(23) VALUE
008635         ' HIT(S) IN THIS MEMBER'.
008636 01  WS-FDT-LINE.
008637     05  FILLER                PIC X(13) VALUE 'FIND TOTAL - '.
008638     05  FDT-HITS              PIC 9(05).
008639     05  FILLER                PIC X(11) VALUE ' HIT(S) IN '.
008640     05  FDT-HIT-MBRS          PIC 9(04).
008641     05  FILLER                PIC X(14) VALUE ' MEMBER(S) OF '.
008642     05  FDT-MBR-CNT           PIC 9(04).
008643     05  FILLER                PIC X(09) VALUE ' SEARCHED'.
008644 01  WS-SDH-LINE.
008645     05  FILLER                PIC X(28) VALUE
008646         'QUINE CODING STANDARDS CHECK'.
008647     05  FILLER                PIC X(07) VALUE ' VAULT '.
008648     05  SDH-VAULT             PIC X(08).
008649     05  FILLER                PIC X(08) VALUE ' MEMBER '.
008650     05  SDH-MEMBER            PIC X(08).
008651     05  FILLER                PIC X(06) VALUE ' DATE '.
008652     05  SDH-DATE              PIC X(08).
008653     05  FILLER                PIC X(06) VALUE ' TIME '.
008654     05  SDH-TIME              PIC X(08).
008655 01  WS-SDR-LINE.
008656     05  FILLER                PIC X(06) VALUE ' RULE '.
008657     05  SDR-RULE-ID           PIC X(08).
008658     05  FILLER                PIC X(01) VALUE SPACE.
008659     05  SDR-STATE             PIC X(03).
008660     05  FILLER                PIC X(10) VALUE ' SEVERITY '.
008661     05  SDR-SEVERITY          PIC X(01).
008662     05  FILLER                PIC X(08) VALUE ' POINTS '.
008663     05  SDR-POINTS            PIC 9(02).
008664 01  WS-SDC-LINE.
008665     05  FILLER                PIC X(01) VALUE SPACE.
008666     05  FILLER                PIC X(10) VALUE 'MEMBER'.
008667     05  FILLER                PIC X(06) VALUE 'LINE'.
008668     05  FILLER                PIC X(09) VALUE 'RULE'.
008669     05  FILLER                PIC X(04) VALUE 'SEV'.
008670     05  FILLER                PIC X(04) VALUE 'TEXT'.
008671 01  WS-SDD-LINE.
008672     05  FILLER                PIC X(01) VALUE SPACE.
008673     05  SDD-MEMBER            PIC X(08).
008674     05  FILLER                PIC X(02) VALUE SPACES.
008675     05  SDD-LINE-NO           PIC 9(04).
008676     05  FILLER                PIC X(02) VALUE SPACES.
008677     05  SDD-RULE-ID           PIC X(08).
008678     05  FILLER                PIC X(01) VALUE SPACE.
008679     05  SDD-SEVERITY          PIC X(01).
008680     05  FILLER                PIC X(03) VALUE SPACES.
008681     05  SDD-TEXT              PIC X(60).
008682 01  WS-SDM-LINE.
008683     05  FILLER                PIC X(01) VALUE SPACE.
008684     05  SDM-MEMBER            PIC X(08).
008685     05  FILLER                PIC X(08) VALUE ' SCORE  '.
008686     05  SDM-SCORE             PIC 9(03).
008687     05  FILLER                PIC X(03) VALUE ' - '.
008688     05  SDM-ERRORS            PIC 9(04).
008689     05  FILLER                PIC X(11) VALUE ' ERROR(S), '.
008690     05  SDM-WARNINGS          PIC 9(04).
008691     05  FILLER                PIC X(13) VALUE ' WARNING(S), '.
008692     05  SDM-INFOS             PIC 9(04).
008693     05  FILLER                PIC X(09) VALUE ' INFO IN '.
008694     05  SDM-LINES             PIC 9(04).
008695     05  FILLER                PIC X(08) VALUE ' LINE(S)'.
008696 01  WS-SDT-LINE.
008697     05  FILLER                PIC X(18) VALUE
008698         'STANDARDS TOTAL - '.
008699     05  SDT-MBR-CNT           PIC 9(04).
008700     05  FILLER                PIC X(20) VALUE
008701         ' MEMBER(S) CHECKED, '.
008702     05  SDT-CLEAN-CNT         PIC 9(04).
008703     05  FILLER                PIC X(08) VALUE ' CLEAN, '.
008704     05  SDT-ERR-MBRS          PIC 9(04).
008705     05  FILLER                PIC X(15) VALUE ' WITH ERRORS, '.
008706     05  SDT-VIOL              PIC 9(06).
008707     05  FILLER                PIC X(13) VALUE ' VIOLATION(S)'.
008708*--------------------------------------------------------------*
008709*    CHANGE REQUEST TABLE - THE CHGREQ ENTRIES LOADED AT START *
008710*    WITH THEIR WINDOWS AS CCYYMMDDHHMM STAMPS                 *
008711*--------------------------------------------------------------*
008712 01  WS-CR-TBL.
008713     05  WS-CR-ENTRY OCCURS 200 TIMES.
008714         10  WS-CR-TICKET      PIC X(08).
008715         10  WS-CR-STATUS      PIC X(08).
008716         10  WS-CR-FROM        PIC 9(12).
008717         10  WS-CR-TO          PIC 9(12).
008718         10  WS-CR-APPROVER    PIC X(08).
008719         10  WS-CR-MBR-PAT     PIC X(08).
008720         10  WS-CR-ACTION      PIC X(08) OCCURS 3 TIMES.
008721 PROCEDURE DIVISION.
008722*--------------------------------------------------------------*
008723*    0000-MAINLINE - DRIVES THE OVERALL RUN                    *
008724*--------------------------------------------------------------*
008725 0000-MAINLINE.
008726     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
008727     IF WS-ABEND-REQUESTED
008728         SET WS-BATCH-ABEND TO TRUE
008729         MOVE 16 TO WS-MAX-RC
008730         PERFORM 8000-WRITE-AUDIT THRU 8000-EXIT
008731     ELSE
008732         PERFORM 0100-PROCESS-ONE-CARD THRU 0100-EXIT
008733             UNTIL WS-CTLCARD-EOF OR WS-CUTOFF-HIT
008734                 OR WS-AUDIT-UNAVAILABLE
008735*        A DECK REFUSED BY THE WINDOW CUTOFF BEFORE CARD 1 IS
008736*        NOT AN EMPTY DECK - NO DEFAULT RUN AFTER THE WINDOW
008737         IF WS-CARDS-READ = 0 AND NOT WS-CUTOFF-HIT
008738             PERFORM 0150-DEFAULT-CARD THRU 0150-EXIT
008739         END-IF
008740         IF WS-XP-OPEN
008741             PERFORM 6040-END-XPORT THRU 6040-EXIT
008742         END-IF
008743         PERFORM 0300-WRITE-BATCH-SUMMARY THRU 0300-EXIT
008744     END-IF.
008745     PERFORM 9000-TERMINATE THRU 9000-EXIT.
008746     MOVE WS-MAX-RC TO RETURN-CODE.
008747     STOP RUN.
008748*--------------------------------------------------------------*
008750*    0100-PROCESS-ONE-CARD - READS AND EXECUTES THE NEXT CARD  *
008760*--------------------------------------------------------------*
008770 0100-PROCESS-ONE-CARD.
008780     PERFORM 1050-READ-CTLCARD THRU 1050-EXIT.
008790     IF WS-CTLCARD-EOF
008800         GO TO 0100-EXIT
008801     END-IF.
008802*    A RUN OF UNLOAD CARDS SHARES ONE XPORT - ANY OTHER CARD
008803*    CLOSES IT FIRST
008804     IF WS-XP-OPEN AND WS-ACTION NOT = 'UNLOAD'
008805         PERFORM 6040-END-XPORT THRU 6040-EXIT
008810     END-IF.
008820*    THE BATCH WINDOW - ONCE THE CUTOFF TIME HAS PASSED, NO
008830*    FURTHER CARD IS LAUNCHED.  THE UNLAUNCHED CARDS HAVE NO
008930                 ' - CARD ' WS-CARDS-READ ' WAS THE LAST '
008940                 'LAUNCHED, REMAINDER LEFT RESTARTABLE'
008950             PERFORM 8200-WRITE-CUTOFF-AUDIT THRU 8200-EXIT
008952             MOVE 'CUTOFF' TO WS-ALERT-EVENT
008954             MOVE 'W' TO WS-ALERT-SEV
008956             MOVE '*BATCH*' TO WS-ALERT-MEMBER
008958             MOVE SPACES TO WS-ALERT-TEXT
008960             STRING 'WINDOW CUTOFF ' WS-CUTOFF-HHMM
008962                 ' REACHED AT ' WS-NOW-HHMM
008964                 ', REMAINDER RESTARTABLE'
008966                 DELIMITED BY SIZE INTO WS-ALERT-TEXT
008968             PERFORM 7700-RAISE-ALERT THRU 7700-EXIT
008970             IF WS-MAX-RC < 04
008972                 MOVE 04 TO WS-MAX-RC
008980             END-IF
008990             GO TO 0100-EXIT
009000         END-IF
009020     ADD 1 TO WS-CARDS-READ.
009030*    A CARD WHOSE RESTART SWITCH IS SET AND WHOSE NUMBER
009040*    ALREADY COMPLETED TODAY IS NOT RE-RUN - REPLACE AND LOAD
009045*    ARE NOT SAFE TO REPEAT.  UNLOAD ONLY READS THE VAULT AND
009050*    IS ALWAYS RE-RUN, SO THE XPORT IT SHARES WITH THE UNLOAD
009055*    CARDS AROUND IT IS WRITTEN WHOLE
009060     MOVE 'N' TO WS-SKIP-CARD-SW.
009070     IF WS-RESTART-REQUESTED AND
009076         WS-CARDS-READ <= WS-DONE-CARD-MAX AND
009082         WS-ACTION NOT = 'UNLOAD'
009090         IF WS-DONE-CARD(WS-CARDS-READ) = 'Y'
009100             SET WS-SKIP-CARD TO TRUE
009110         END-IF
009400     MOVE 0        TO WS-RETAIN.
009410     MOVE 'RUN'    TO WS-ACTION.
009420     MOVE 'UNKNOWN' TO WS-JOB-NAME WS-SUBMITTER WS-JOBID.
009425     MOVE SPACES TO WS-CARD-TICKET.
009430     ADD 1 TO WS-CARDS-READ.
009440     PERFORM 0200-EXECUTE-CARD THRU 0200-EXIT.
009450 0150-EXIT.
009500*--------------------------------------------------------------*
009510 0200-EXECUTE-CARD.
009520     PERFORM 0250-RESET-CARD-STATE THRU 0250-EXIT.
009522*    AN UPDATING CARD MUST CARRY AN APPROVED CHANGE TICKET
009524*    THAT COVERS IT - A REFUSED CARD IS NOT DISPATCHED
009526*    AND ITS SUBMITTER MUST HOLD AUTHTBL AUTHORITY FOR THE
009528*    ACTION OVER THE MEMBER
009530     PERFORM 0230-CHECK-AUTHORITY THRU 0230-EXIT.
009531     IF NOT WS-CARD-REFUSED
009532         PERFORM 0260-CHECK-CHANGE-TICKET THRU 0260-EXIT
009533     END-IF.
009534     IF NOT WS-CARD-REFUSED
009535         PERFORM 0265-CHECK-JOURNAL THRU 0265-EXIT
009536     END-IF.
009538     IF NOT WS-CARD-REFUSED
009540         EVALUATE WS-ACTION
009542             WHEN 'BUILD'
009550                 PERFORM 0400-DO-BUILD THRU 0400-EXIT
009560             WHEN 'REPLACE'
009570                 PERFORM 0410-DO-REPLACE THRU 0410-EXIT
009580             WHEN 'DELETE'
009590                 PERFORM 3000-DELETE-MEMBER THRU 3000-EXIT
009600             WHEN 'ROLLBACK'
009610                 PERFORM 0500-DO-ROLLBACK THRU 0500-EXIT
009620             WHEN 'UNLOCK'
009630                 PERFORM 0510-DO-UNLOCK THRU 0510-EXIT
009640             WHEN 'CATALOG'
009650                 PERFORM 0530-DO-CATALOG THRU 0530-EXIT
009660             WHEN 'PROMOTE'
009670                 PERFORM 0540-DO-PROMOTE THRU 0540-EXIT
009680             WHEN 'COMPRESS'
009690                 PERFORM 3200-COMPRESS-VAULT THRU 3200-EXIT
009700             WHEN 'DIFF'
009710                 PERFORM 0420-DO-DIFF THRU 0420-EXIT
009720             WHEN 'VERIFY'
009730                 PERFORM 0460-DO-VERIFY THRU 0460-EXIT
009740             WHEN 'UNLOAD'
009750                 PERFORM 0470-DO-UNLOAD THRU 0470-EXIT
009760             WHEN 'LOAD'
009770                 PERFORM 0480-DO-LOAD THRU 0480-EXIT
009773             WHEN 'XREF'
009776                 PERFORM 0550-DO-XREF THRU 0550-EXIT
009779             WHEN 'FIND'
009782                 PERFORM 0560-DO-FIND THRU 0560-EXIT
009784             WHEN 'STDCHECK'
009786                 PERFORM 0570-DO-STDCHECK THRU 0570-EXIT
009787             WHEN 'STAGE'
009788                 PERFORM 0580-DO-STAGE THRU 0580-EXIT
009789             WHEN 'ACTIVATE'
009790                 PERFORM 0590-DO-ACTIVATE THRU 0590-EXIT
009791             WHEN 'CANCEL'
009792                 PERFORM 0595-DO-CANCEL THRU 0595-EXIT
009793             WHEN OTHER
009794                 PERFORM 0450-DO-RUN THRU 0450-EXIT
009795         END-EVALUATE
009805     END-IF.
009810     PERFORM 8000-WRITE-AUDIT THRU 8000-EXIT.
009820     IF WS-ABEND-REQUESTED
009830         ADD 1 TO WS-CARDS-FAIL
009970         MOVE 16 TO WS-CARD-RC
009980     ELSE
009990         IF WS-CARD-STATUS = 'NOTFND' OR WS-VFY-ERROR-FOUND
009995                 OR WS-CARD-REFUSED
010000             MOVE 08 TO WS-CARD-RC
010010         ELSE
010020             IF WS-CARD-STATUS = 'WARNING'
010120     PERFORM 0350-WRITE-RUNSUM-LINE THRU 0350-EXIT.
010130 0200-EXIT.
010140     EXIT.
010141*--------------------------------------------------------------*
010142*    0230/0235/0240/0245 - AUTHORITY CHECK.  A CARD IS ONLY    *
010143*    DISPATCHED WHEN SOME AUTHTBL GRANT TO ITS SUBMITTER, TO A *
010144*    GROUP THE SUBMITTER IS IN, OR TO EVERYONE COVERS BOTH THE *
010145*    ACTION AND THE MEMBER.  A VAULT-WIDE CARD NEEDS A GRANT   *
010146*    OVER EVERY MEMBER (PATTERN *).  OTHERWISE THE CARD IS     *
010147*    REFUSED AND AUDITED AS VIOLATN, AND THE BATCH GOES ON     *
010148*--------------------------------------------------------------*
010149 0230-CHECK-AUTHORITY.
010150     IF WS-AUTHTBL-UNAVAILABLE
010151         DISPLAY 'QUINE2620E CARD ' WS-CARDS-READ ' (' WS-ACTION
010152             ' ' WS-SELECTED-MEMBER ') REFUSED - AUTHORITY '
010153             'TABLE UNAVAILABLE'
010154         PERFORM 0290-REFUSE-CARD THRU 0290-EXIT
010155         GO TO 0230-EXIT
010156     END-IF.
010157     MOVE 'N' TO WS-AUTH-VAULT-SW.
010158     IF WS-SELECTED-MEMBER = '*ALL'
010159         SET WS-AUTH-VAULT-WIDE TO TRUE
010160     END-IF.
010161     EVALUATE WS-ACTION
010162         WHEN 'UNLOCK'
010163         WHEN 'COMPRESS'
010164         WHEN 'CATALOG'
010165         WHEN 'VERIFY'
010166         WHEN 'LOAD'
010167             SET WS-AUTH-VAULT-WIDE TO TRUE
010168         WHEN OTHER
010169             CONTINUE
010170     END-EVALUATE.
010171     MOVE 'N' TO WS-AUTH-GRANTED-SW.
010172     PERFORM 0235-MATCH-ONE-GRANT THRU 0235-EXIT
010173         VARYING WS-AUTH-IX FROM 1 BY 1
010174         UNTIL WS-AUTH-IX > WS-AUTH-COUNT OR WS-AUTH-GRANTED.
010175     IF WS-AUTH-GRANTED
010176         GO TO 0230-EXIT
010177     END-IF.
010178     DISPLAY 'QUINE2630E CARD ' WS-CARDS-READ ' (' WS-ACTION
010179         ' ' WS-SELECTED-MEMBER ') REFUSED - SUBMITTER '
010180         WS-SUBMITTER ' NOT AUTHORIZED'.
010181     PERFORM 0290-REFUSE-CARD THRU 0290-EXIT.
010182     MOVE 'VIOLATN' TO WS-REFUSE-STATUS.
010183     MOVE 'VIOLATN' TO WS-ALERT-EVENT.
010184     MOVE 'E' TO WS-ALERT-SEV.
010185     MOVE WS-SELECTED-MEMBER TO WS-ALERT-MEMBER.
010186     MOVE SPACES TO WS-ALERT-TEXT.
010187     STRING 'SUBMITTER ' WS-SUBMITTER ' NOT AUTHORIZED FOR '
010188         WS-ACTION DELIMITED BY SIZE INTO WS-ALERT-TEXT.
010189     PERFORM 7700-RAISE-ALERT THRU 7700-EXIT.
010190 0230-EXIT.
010191     EXIT.
010192 0235-MATCH-ONE-GRANT.
010193     MOVE 'N' TO WS-AUTH-SUBJ-SW.
010194     IF WS-AUTH-SUBJECT(WS-AUTH-IX) = '*' OR
010195             WS-AUTH-SUBJECT(WS-AUTH-IX) = WS-SUBMITTER
010196         SET WS-AUTH-SUBJ-OK TO TRUE
010197     ELSE
010198         PERFORM 0240-MATCH-ONE-GROUP THRU 0240-EXIT
010199             VARYING WS-GRP-IX FROM 1 BY 1
010200             UNTIL WS-GRP-IX > WS-GRP-COUNT OR WS-AUTH-SUBJ-OK
010201     END-IF.
010202     IF NOT WS-AUTH-SUBJ-OK
010203         GO TO 0235-EXIT
010204     END-IF.
010205*    THE MEMBER PATTERN FOLLOWS THE CHGREQ RULES - AN EXACT
010206*    NAME, A PREFIX ENDING IN '*', OR '*' ALONE
010207     IF WS-AUTH-MBR-PAT(WS-AUTH-IX) NOT = '*'
010208         IF WS-AUTH-VAULT-WIDE
010209             GO TO 0235-EXIT
010210         END-IF
010211         IF WS-AUTH-MBR-PAT(WS-AUTH-IX) NOT = WS-SELECTED-MEMBER
010212             MOVE 0 TO WS-AUTH-PFX-LEN
010213             INSPECT WS-AUTH-MBR-PAT(WS-AUTH-IX) TALLYING
010214                 WS-AUTH-PFX-LEN FOR CHARACTERS
010215                 BEFORE INITIAL '*'
010216             IF WS-AUTH-PFX-LEN = 0 OR WS-AUTH-PFX-LEN > 7
010217                 GO TO 0235-EXIT
010218             END-IF
010219             IF WS-SELECTED-MEMBER(1:WS-AUTH-PFX-LEN) NOT =
010220                 WS-AUTH-MBR-PAT(WS-AUTH-IX)(1:WS-AUTH-PFX-LEN)
010221                 GO TO 0235-EXIT
010222             END-IF
010223         END-IF
010224     END-IF.
010225     PERFORM 0245-MATCH-GRANT-ACTION THRU 0245-EXIT
010226         VARYING WS-AUTH-AX FROM 1 BY 1
010227         UNTIL WS-AUTH-AX > 7 OR WS-AUTH-GRANTED.
010228 0235-EXIT.
010229     EXIT.
010230 0240-MATCH-ONE-GROUP.
010231     IF WS-GRP-NAME(WS-GRP-IX) = WS-AUTH-SUBJECT(WS-AUTH-IX) AND
010232             WS-GRP-USER(WS-GRP-IX) = WS-SUBMITTER
010233         SET WS-AUTH-SUBJ-OK TO TRUE
010234     END-IF.
010235 0240-EXIT.
010236     EXIT.
010237 0245-MATCH-GRANT-ACTION.
010238     IF WS-AUTH-ACTION(WS-AUTH-IX WS-AUTH-AX) = '*' OR
010239             WS-AUTH-ACTION(WS-AUTH-IX WS-AUTH-AX) = WS-ACTION
010240         SET WS-AUTH-GRANTED TO TRUE
010241     END-IF.
010242 0245-EXIT.
010243     EXIT.
010244*--------------------------------------------------------------*
010245*    0250-RESET-CARD-STATE - CLEARS THE PER-CARD SWITCHES AND  *
010246*    COUNTERS SO ONE CARD'S OUTCOME CANNOT LEAK INTO THE NEXT  *
010247*--------------------------------------------------------------*
010248 0250-RESET-CARD-STATE.
010249     MOVE 'N' TO WS-ABEND-SW WS-MISMATCH-SW WS-OVERFLOW-SW
010250         WS-MEMBER-FOUND-SW WS-VAULT-EOF-SW WS-SRCLIB-EOF-SW
010251         WS-SRCWIDE-EOF-SW WS-CKPT-EOF-SW WS-SRCLIB-SW
010252         WS-DELTA-SW WS-DEL-DONE-SW WS-GEN-DONE-SW
010253         WS-BUMP-DONE-SW
010254         WS-VAULTNEW-EOF-SW WS-DIR-EOF-SW.
010255     MOVE 0 TO WS-EMIT-COUNT WS-ACTUAL-LINES WS-EXPECTED-LINES
010256         WS-DELTA-COUNT WS-DROP-COUNT WS-KEEP-COUNT
010257         WS-LAST-CKPT-I WS-SRCLIB-LINE-NO WS-D-EXPECTED
010258         WS-D-LINES WS-DIFF-CHANGED WS-DIFF-ADDED
010259         WS-DIFF-REMOVED WS-DIFF-TOTAL WS-VFY-EXPECTED
010260         WS-VFY-ACTUAL WS-VFY-OFLOW-CNT WS-VFY-BAD-CNT
010261         WS-VFY-MEMBERS WS-VFY-ERRORS WS-VFY-WARNINGS
010262         WS-CKPT-COUNT WS-OFLOW-COUNT WS-CARD-RC WS-PAGE-NO
010263         WS-LINE-NO WS-LINES-ON-PAGE WS-LINES-SINCE-CKPT
010350         WS-XP-EXP-CNT WS-XP-REC-CNT WS-XP-MBR-CNT
010360         WS-XP-LOADED WS-XP-SKIPPED WS-DRIFT-COUNT
010370         WS-HI-GEN WS-BUMP-GEN WS-BUMP-SEQ WS-BUMP-CNT
010470         WS-PROM-EXISTS-SW.
010480     MOVE 'N' TO WS-XP-HDR-SW WS-XP-WARNED-SW WS-XP-DONE-SW
010490         WS-XP-END-SW WS-XP-PEND-SW.
010491     MOVE SPACES TO WS-XP-CUR-MEMBER.
010492     MOVE 'N' TO WS-VFY-HDR-SW WS-VFY-ERROR-SW WS-NOTFND-SW.
010493     MOVE SPACES TO WS-VFY-MEMBER.
010494     MOVE SPACES TO WS-CHG-TICKET WS-REFUSE-STATUS.
010495     MOVE 'N' TO WS-REFUSE-SW.
010496     MOVE 0 TO WS-TKT-MBR-REFUSED.
010497     MOVE 'N' TO WS-STD-TEST-SW.
010498     MOVE 0 TO WS-OUT-GEN WS-D-GEN WS-STG-LINES WS-STG-RETAIN
010499         WS-ACT-COUNT WS-ACT-DONE WS-ACT-PENDING
010500         WS-ACT-DEFERRED WS-ACT-REFUSED-CNT.
010501     MOVE SPACES TO WS-STG-TICKET.
010502 0250-EXIT.
010503     EXIT.
010504*--------------------------------------------------------------*
010505*    0260/0270/0275/0280/0285/0290 - CHANGE-TICKET GATE.  A    *
010506*    REPLACE, DELETE, ROLLBACK, LOAD, STAGE, OR PROMOTE        *
010507*    INSTALL CARD MUST NAME A CHGREQ TICKET THAT IS APPROVED,  *
010508*    IN ITS IMPLEMENTATION WINDOW WHEN THE CHANGE TAKES        *
010509*    EFFECT (NOW, OR A STAGE CARD'S EFFECTIVE TIME), AND       *
010510*    COVERS THE MEMBER AND THE ACTION.  OTHERWISE THE CARD IS  *
010511*    REFUSED - NOT DISPATCHED, AUDITED AS REFUSED, RETURN      *
010512*    CODE 8 - AND THE BATCH GOES ON.  A LOAD IS ACCEPTED HERE  *
010513*    ON ITS ACTION ALONE; EACH ARRIVING MEMBER IS CHECKED      *
010514*    AGAINST THE TICKET IN 6520.  ACTIVATE NEEDS NO TICKET OF  *
010515*    ITS OWN - 3870 RECHECKS EACH STAGED VERSION'S TICKET,     *
010516*    AS A REPLACE OF THE MEMBER, WHEN IT COMES DUE             *
010517*--------------------------------------------------------------*
010518 0260-CHECK-CHANGE-TICKET.
010519     EVALUATE WS-ACTION
010520         WHEN 'REPLACE'
010521         WHEN 'DELETE'
010522         WHEN 'ROLLBACK'
010523         WHEN 'LOAD'
010524         WHEN 'STAGE'
010525             CONTINUE
010526         WHEN 'PROMOTE'
010527             IF WS-MEMBER2 NOT = 'INSTALL'
010528                 GO TO 0260-EXIT
010529             END-IF
010530         WHEN OTHER
010531             GO TO 0260-EXIT
010532     END-EVALUATE.
010533     IF WS-CARD-TICKET = SPACES
010534         DISPLAY 'QUINE2230E CARD ' WS-CARDS-READ ' (' WS-ACTION
010535             ' ' WS-SELECTED-MEMBER ') REFUSED - NO CHANGE '
010536             'TICKET IN CARD COLUMNS 66-73'
010537         PERFORM 0290-REFUSE-CARD THRU 0290-EXIT
010538         GO TO 0260-EXIT
010539     END-IF.
010540     IF WS-CHGREQ-UNAVAILABLE
010541         DISPLAY 'QUINE2235E CARD ' WS-CARDS-READ ' (' WS-ACTION
010542             ' ' WS-SELECTED-MEMBER ') REFUSED - CHANGE '
010543             'REQUEST DATASET UNAVAILABLE'
010544         PERFORM 0290-REFUSE-CARD THRU 0290-EXIT
010545         GO TO 0260-EXIT
010546     END-IF.
010547     PERFORM 0262-SET-NOW-STAMP THRU 0262-EXIT.
010548     MOVE WS-CARD-TICKET TO WS-TKT-TICKET.
010549     MOVE WS-NOW-STAMP-N TO WS-TKT-STAMP-N.
010550     IF WS-ACTION = 'STAGE'
010551         MOVE WS-STG-STAMP-N TO WS-TKT-STAMP-N
010552     END-IF.
010553     MOVE WS-SELECTED-MEMBER TO WS-TKT-MEMBER.
010554     MOVE WS-ACTION TO WS-TKT-ACTION.
010555*    A STAGED VERSION IS A DEFERRED REPLACE - ITS TICKET MUST
010556*    COVER REPLACE FOR THE MEMBER
010557     IF WS-ACTION = 'STAGE'
010558         MOVE 'REPLACE' TO WS-TKT-ACTION
010559     END-IF.
010560     IF WS-ACTION = 'LOAD'
010561         SET WS-TKT-ANY-MEMBER TO TRUE
010562     ELSE
010563         MOVE 'N' TO WS-TKT-ANY-MBR-SW
010564     END-IF.
010565     PERFORM 0270-MATCH-TICKET THRU 0270-EXIT.
010566     MOVE 'N' TO WS-TKT-ANY-MBR-SW.
010567     EVALUATE WS-TKT-STAGE
010568         WHEN 4
010569             MOVE WS-CARD-TICKET TO WS-CHG-TICKET
010570             DISPLAY 'QUINE2280I CARD ' WS-CARDS-READ
010571                 ' ACCEPTED UNDER TICKET ' WS-CHG-TICKET
010572                 ' APPROVED BY ' WS-TKT-APPROVER
010573         WHEN 0
010574             DISPLAY 'QUINE2240E CARD ' WS-CARDS-READ ' ('
010575                 WS-ACTION ' ' WS-SELECTED-MEMBER ') REFUSED - '
010576                 'TICKET ' WS-CARD-TICKET ' NOT ON FILE'
010577         WHEN 1
010578             DISPLAY 'QUINE2250E CARD ' WS-CARDS-READ ' ('
010579                 WS-ACTION ' ' WS-SELECTED-MEMBER ') REFUSED - '
010580                 'TICKET ' WS-CARD-TICKET ' NOT APPROVED'
010581         WHEN 2
010582             DISPLAY 'QUINE2260E CARD ' WS-CARDS-READ ' ('
010583                 WS-ACTION ' ' WS-SELECTED-MEMBER ') REFUSED - '
010584                 'TICKET ' WS-CARD-TICKET ' OUTSIDE ITS '
010585                 'IMPLEMENTATION WINDOW AT ' WS-TKT-STAMP-N
010586         WHEN OTHER
010587             DISPLAY 'QUINE2270E CARD ' WS-CARDS-READ ' ('
010588                 WS-ACTION ' ' WS-SELECTED-MEMBER ') REFUSED - '
010589                 'TICKET ' WS-CARD-TICKET ' DOES NOT COVER '
010590                 'THIS MEMBER AND ACTION'
010591     END-EVALUATE.
010592     IF WS-TKT-STAGE NOT = 4
010593         PERFORM 0290-REFUSE-CARD THRU 0290-EXIT
010594     END-IF.
010595 0260-EXIT.
010596     EXIT.
010597*    THE CURRENT DATE AND TIME AS CCYYMMDDHHMM, FOR TICKET
010598*    WINDOWS AND STAGED EFFECTIVE TIMES
010599 0262-SET-NOW-STAMP.
010600     ACCEPT WS-CURRENT-TIME FROM TIME.
010601     IF WS-CD-YY >= 70
010602         MOVE 19 TO WS-NS-CC
010603     ELSE
010604         MOVE 20 TO WS-NS-CC
010605     END-IF.
010606     MOVE WS-CURRENT-DATE TO WS-NS-YYMMDD.
010607     COMPUTE WS-NS-HHMM = WS-CT-HH * 100 + WS-CT-MM.
010608 0262-EXIT.
010609     EXIT.
010610*    A CARD THAT WOULD CHANGE THE VAULT IS REFUSED WHILE THE
010611*    VAULT JOURNAL IS UNAVAILABLE - QUINRCVR COULD NOT ROLL THE
010612*    CHANGE FORWARD.  A RUN STILL EMITS; 2500 LEAVES ITS RUN
010613*    COUNT AS IT WAS
010614 0265-CHECK-JOURNAL.
010615     IF NOT WS-VJRNL-UNAVAILABLE
010616         GO TO 0265-EXIT
010617     END-IF.
010618     EVALUATE WS-ACTION
010619         WHEN 'BUILD'
010620         WHEN 'REPLACE'
010621         WHEN 'DELETE'
010622         WHEN 'ROLLBACK'
010623         WHEN 'LOAD'
010624         WHEN 'STAGE'
010625         WHEN 'ACTIVATE'
010626         WHEN 'CANCEL'
010627             CONTINUE
010628         WHEN 'PROMOTE'
010629             IF WS-MEMBER2 NOT = 'INSTALL'
010630                 GO TO 0265-EXIT
010631             END-IF
010632         WHEN OTHER
010633             GO TO 0265-EXIT
010634     END-EVALUATE.
010635     DISPLAY 'QUINE2340E CARD ' WS-CARDS-READ ' (' WS-ACTION
010636         ' ' WS-SELECTED-MEMBER ') REFUSED - VAULT JOURNAL '
010637         'UNAVAILABLE'.
010638     PERFORM 0290-REFUSE-CARD THRU 0290-EXIT.
010639 0265-EXIT.
010640     EXIT.
010644*    EVERY CHGREQ ENTRY FOR THE CARD'S TICKET IS TRIED; THE
010645*    FURTHEST ANY OF THEM GETS DECIDES THE REFUSAL REASON
010646 0270-MATCH-TICKET.
010647     MOVE 0 TO WS-TKT-STAGE.
010648     MOVE SPACES TO WS-TKT-APPROVER.
010649     PERFORM 0275-MATCH-ONE-ENTRY THRU 0275-EXIT
010650         VARYING WS-CR-IX FROM 1 BY 1
010651         UNTIL WS-CR-IX > WS-CR-COUNT OR WS-TKT-STAGE = 4.
010652 0270-EXIT.
010653     EXIT.
010654 0275-MATCH-ONE-ENTRY.
010655     IF WS-CR-TICKET(WS-CR-IX) NOT = WS-TKT-TICKET
010656         GO TO 0275-EXIT
010657     END-IF.
010658     MOVE 1 TO WS-TKT-REC-STAGE.
010659     IF WS-CR-STATUS(WS-CR-IX) = 'APPROVED' AND
010660             WS-CR-APPROVER(WS-CR-IX) NOT = SPACES
010661         MOVE 2 TO WS-TKT-REC-STAGE
010662     END-IF.
010663     IF WS-TKT-REC-STAGE = 2 AND
010664             WS-TKT-STAMP-N NOT < WS-CR-FROM(WS-CR-IX) AND
010665             WS-TKT-STAMP-N NOT > WS-CR-TO(WS-CR-IX)
010666         MOVE 3 TO WS-TKT-REC-STAGE
010667     END-IF.
010668     IF WS-TKT-REC-STAGE = 3
010669         PERFORM 0280-CHECK-COVERAGE THRU 0280-EXIT
010670         IF WS-TKT-MBR-OK AND WS-TKT-ACT-OK
010671             MOVE 4 TO WS-TKT-REC-STAGE
010672             MOVE WS-CR-APPROVER(WS-CR-IX) TO WS-TKT-APPROVER
010673         END-IF
010674     END-IF.
010675     IF WS-TKT-REC-STAGE > WS-TKT-STAGE
010676         MOVE WS-TKT-REC-STAGE TO WS-TKT-STAGE
010677     END-IF.
010678 0275-EXIT.
010679     EXIT.
010680*    A MEMBER PATTERN IS AN EXACT NAME, A PREFIX ENDING IN
010681*    '*', OR '*' ALONE FOR EVERY MEMBER
010682 0280-CHECK-COVERAGE.
010683     MOVE 'N' TO WS-TKT-MBR-OK-SW.
010684     MOVE 'N' TO WS-TKT-ACT-OK-SW.
010685     IF WS-TKT-ANY-MEMBER OR
010686             WS-CR-MBR-PAT(WS-CR-IX) = '*' OR
010687             WS-CR-MBR-PAT(WS-CR-IX) = WS-TKT-MEMBER
010688         SET WS-TKT-MBR-OK TO TRUE
010689     ELSE
010690         MOVE 0 TO WS-TKT-PFX-LEN
010691         INSPECT WS-CR-MBR-PAT(WS-CR-IX) TALLYING
010692             WS-TKT-PFX-LEN FOR CHARACTERS BEFORE INITIAL '*'
010693         IF WS-TKT-PFX-LEN > 0 AND WS-TKT-PFX-LEN < 8
010694             IF WS-TKT-MEMBER(1:WS-TKT-PFX-LEN) =
010695                 WS-CR-MBR-PAT(WS-CR-IX)(1:WS-TKT-PFX-LEN)
010696                 SET WS-TKT-MBR-OK TO TRUE
010697             END-IF
010698         END-IF
010699     END-IF.
010700     PERFORM 0285-MATCH-ONE-ACTION THRU 0285-EXIT
010701         VARYING WS-CR-AX FROM 1 BY 1 UNTIL WS-CR-AX > 3.
010702 0280-EXIT.
010703     EXIT.
010704 0285-MATCH-ONE-ACTION.
010705     IF WS-CR-ACTION(WS-CR-IX WS-CR-AX) = '*' OR
010706             WS-CR-ACTION(WS-CR-IX WS-CR-AX) = WS-TKT-ACTION
010707         SET WS-TKT-ACT-OK TO TRUE
010708     END-IF.
010709 0285-EXIT.
010710     EXIT.
010711 0290-REFUSE-CARD.
010712     SET WS-CARD-REFUSED TO TRUE.
010713     SET WS-ABEND-REQUESTED TO TRUE.
010714     MOVE 'REFUSED' TO WS-REFUSE-STATUS.
010715 0290-EXIT.
010716     EXIT.
010717*--------------------------------------------------------------*
010718*    0300-WRITE-BATCH-SUMMARY - ONE SUMMARY LINE AND ONE       *
010719*    *BATCH* AUDIT RECORD FOR THE WHOLE EXECUTION              *
010720*--------------------------------------------------------------*
010721 0300-WRITE-BATCH-SUMMARY.
010722     DISPLAY 'QUINE0720I BATCH SUMMARY - ' WS-CARDS-READ
010723         ' CARD(S): ' WS-CARDS-OK ' COMPLETE, ' WS-CARDS-WARN
010724         ' WARNING, ' WS-CARDS-FAIL ' FAILED'.
010725     MOVE WS-JOB-NAME TO AU-JOB-NAME.
010726     STRING WS-CD-MM WS-CD-DD WS-CD-YY
010727         DELIMITED BY SIZE INTO AU-DATE.
010728     STRING WS-CT-HH WS-CT-MM WS-CT-SS
010729         DELIMITED BY SIZE INTO AU-TIME.
010730     MOVE WS-SUBMITTER TO AU-SUBMITTER.
010731     MOVE WS-JOBID TO AU-JOBID.
010732     MOVE '*BATCH*' TO AU-MEMBER.
010733     MOVE WS-CARDS-READ TO AU-LINE-CNT.
010734     MOVE 0 TO AU-VAULT-CNT.
010735     IF WS-BATCH-ABEND
010736         MOVE 'ABEND' TO AU-STATUS
010750     ELSE
010760         IF WS-BATCH-WARN
010770             MOVE 'WARNING' TO AU-STATUS
010790             MOVE 'COMPLETE' TO AU-STATUS
010800         END-IF
010810     END-IF.
010820     PERFORM 8900-PUT-AUDIT-REC THRU 8900-EXIT.
010830     IF NOT WS-RUNSUM-UNAVAILABLE
010840         MOVE WS-CARDS-READ TO RSB-CARDS
010850         MOVE WS-CARDS-OK TO RSB-OK
010890         MOVE SPACES TO RUNSUM-REC
010900         WRITE RUNSUM-REC FROM WS-RSB-LINE
010910     END-IF.
010915     PERFORM 7740-WRITE-ALERT-COUNTS THRU 7740-EXIT.
010920 0300-EXIT.
010930     EXIT.
010940*--------------------------------------------------------------*
011520         SET WS-ABEND-REQUESTED TO TRUE
011530         GO TO 0410-EXIT
011540     END-IF.
011545     PERFORM 0440-OPEN-DELTA-REPORT THRU 0440-EXIT.
011550     PERFORM 3100-REPLACE-MEMBER THRU 3100-EXIT.
011560     CLOSE SRCWIDE-FILE.
011570 0410-EXIT.
011580     EXIT.
011590 0420-DO-DIFF.
011592*    *STAGED IN CARD COLUMNS 50-57 COMPARES THE MEMBER'S
011594*    CURRENT TEXT WITH ITS STAGED VERSION
011596     IF WS-MEMBER2 = '*STAGED'
011598         MOVE WS-SELECTED-MEMBER TO WS-MEMBER2
011600         MOVE 0 TO WS-SEL-GEN
011602         MOVE WS-STAGE-GEN TO WS-D-GEN
011604         DISPLAY 'QUINE2740I DIFF OF MEMBER ' WS-SELECTED-MEMBER
011606             ' - CURRENT TEXT AGAINST ITS STAGED VERSION'
011608     END-IF.
011610     IF WS-MEMBER2 = SPACES
011612         DISPLAY 'QUINE0820S DIFF REQUIRES A SECOND MEMBER IN '
011620             'CARD COLUMNS 50-57'
011630         SET WS-ABEND-REQUESTED TO TRUE
011640         GO TO 0420-EXIT
012180         SET WS-ABEND-REQUESTED TO TRUE
012190         GO TO 0470-EXIT
012200     END-IF.
012208*    THE FIRST OF A RUN OF UNLOAD CARDS OPENS THE XPORT AND
012216*    WRITES ITS FILE HEADER; THE TRAILER WAITS FOR THE END OF
012224*    THE RUN
012232     IF NOT WS-XP-OPEN
012240         PERFORM 6030-START-XPORT THRU 6030-EXIT
012248         IF WS-ABEND-REQUESTED
012256             CLOSE VAULT-FILE
012264             GO TO 0470-EXIT
012272         END-IF
012280     END-IF.
012290     PERFORM 6000-UNLOAD-VAULT THRU 6000-EXIT.
012300     CLOSE VAULT-FILE.
012320 0470-EXIT.
012330     EXIT.
012340 0480-DO-LOAD.
012560     MOVE WS-SELECTED-MEMBER TO WS-XP-SAVE-MEMBER.
012570     PERFORM 6500-LOAD-VAULT-XPORT THRU 6500-EXIT.
012580     MOVE WS-XP-SAVE-MEMBER TO WS-SELECTED-MEMBER.
012582     IF WS-TKT-MBR-REFUSED > 0 AND NOT WS-ABEND-REQUESTED
012584         DISPLAY 'QUINE2295E LOAD REFUSED FOR '
012586             WS-TKT-MBR-REFUSED ' MEMBER(S) NOT COVERED BY '
012588             'TICKET ' WS-CARD-TICKET
012590         PERFORM 0290-REFUSE-CARD THRU 0290-EXIT
012592     END-IF.
012594     CLOSE VAULT-FILE.
012600     CLOSE XPORT-FILE.
012610 0480-EXIT.
012620     EXIT.
012630 0500-DO-ROLLBACK.
012632     IF WS-SEL-GEN = WS-STAGE-GEN
012634         DISPLAY 'QUINE2715S GENERATION ' WS-STAGE-GEN
012636             ' HOLDS A STAGED VERSION - USE ACTIVATE OR CANCEL'
012638         SET WS-ABEND-REQUESTED TO TRUE
012640         GO TO 0500-EXIT
012642     END-IF.
012644     IF WS-SEL-GEN = 0
012650         DISPLAY 'QUINE1210S ROLLBACK REQUIRES A PRIOR '
012660             'GENERATION NUMBER IN CARD COLUMNS 58-59'
012670         SET WS-ABEND-REQUESTED TO TRUE
013500     CLOSE VAULTTST-FILE.
013510 0540-EXIT.
013520     EXIT.
013521 0550-DO-XREF.
013522     OPEN INPUT VAULT-FILE.
013523     IF WS-VAULT-STATUS NOT = '00'
013524         DISPLAY 'QUINE0360S VAULT DATASET '
013525             'UNAVAILABLE, STATUS ' WS-VAULT-STATUS
013526         SET WS-ABEND-REQUESTED TO TRUE
013527         GO TO 0550-EXIT
013528     END-IF.
013529     OPEN OUTPUT XREFRPT-FILE.
013530     IF WS-XREFRPT-STATUS NOT = '00'
013531         DISPLAY 'QUINE2000S CROSS-REFERENCE REPORT DATASET '
013532             'UNAVAILABLE, STATUS ' WS-XREFRPT-STATUS
013533         SET WS-ABEND-REQUESTED TO TRUE
013534         CLOSE VAULT-FILE
013535         GO TO 0550-EXIT
013536     END-IF.
013537     PERFORM 5600-XREF-VAULT THRU 5600-EXIT.
013538     CLOSE VAULT-FILE.
013539     CLOSE XREFRPT-FILE.
013540 0550-EXIT.
013541     EXIT.
013543 0560-DO-FIND.
013545     IF WS-FIND-STRING = SPACES
013547         DISPLAY 'QUINE2100S FIND REQUIRES A SEARCH STRING IN '
013549             'CARD COLUMNS 50-79'
013551         SET WS-ABEND-REQUESTED TO TRUE
013553         GO TO 0560-EXIT
013555     END-IF.
013557     OPEN INPUT VAULT-FILE.
013559     IF WS-VAULT-STATUS NOT = '00'
013561         DISPLAY 'QUINE0360S VAULT DATASET '
013563             'UNAVAILABLE, STATUS ' WS-VAULT-STATUS
013565         SET WS-ABEND-REQUESTED TO TRUE
013567         GO TO 0560-EXIT
013569     END-IF.
013571     OPEN OUTPUT FINDRPT-FILE.
013573     IF WS-FINDRPT-STATUS NOT = '00'
013575         DISPLAY 'QUINE2110S FIND REPORT DATASET '
013577             'UNAVAILABLE, STATUS ' WS-FINDRPT-STATUS
013579         SET WS-ABEND-REQUESTED TO TRUE
013581         CLOSE VAULT-FILE
013583         GO TO 0560-EXIT
013585     END-IF.
013587     PERFORM 5700-FIND-VAULT THRU 5700-EXIT.
013589     CLOSE VAULT-FILE.
013591     CLOSE FINDRPT-FILE.
013593 0560-EXIT.
013595     EXIT.
013597 0570-DO-STDCHECK.
013599     IF WS-MEMBER2 = 'VAULTTST'
013601         SET WS-STD-TEST-VAULT TO TRUE
013603         OPEN INPUT VAULTTST-FILE
013605         IF WS-VAULTTST-STATUS NOT = '00'
013607             DISPLAY 'QUINE1900S TEST VAULT DATASET '
013609                 'UNAVAILABLE, STATUS ' WS-VAULTTST-STATUS
013611             SET WS-ABEND-REQUESTED TO TRUE
013613             GO TO 0570-EXIT
013615         END-IF
013617     ELSE
013619         OPEN INPUT VAULT-FILE
013621         IF WS-VAULT-STATUS NOT = '00'
013623             DISPLAY 'QUINE0360S VAULT DATASET '
013625                 'UNAVAILABLE, STATUS ' WS-VAULT-STATUS
013627             SET WS-ABEND-REQUESTED TO TRUE
013629             GO TO 0570-EXIT
013631         END-IF
013633     END-IF.
013635     OPEN OUTPUT STDRPT-FILE.
013637     IF WS-STDRPT-STATUS NOT = '00'
013639         DISPLAY 'QUINE2430S STANDARDS REPORT DATASET '
013641             'UNAVAILABLE, STATUS ' WS-STDRPT-STATUS
013643         SET WS-ABEND-REQUESTED TO TRUE
013645         PERFORM 0575-CLOSE-STD-VAULT THRU 0575-EXIT
013647         GO TO 0570-EXIT
013649     END-IF.
013651     SET WS-STDRPT-OPEN TO TRUE.
013653     PERFORM 5800-STDCHECK-VAULT THRU 5800-EXIT.
013655     PERFORM 0575-CLOSE-STD-VAULT THRU 0575-EXIT.
013657     CLOSE STDRPT-FILE.
013659     MOVE 'N' TO WS-STDRPT-SW.
013661 0570-EXIT.
013663     EXIT.
013665 0575-CLOSE-STD-VAULT.
013667     IF WS-STD-TEST-VAULT
013669         CLOSE VAULTTST-FILE
013671     ELSE
013673         CLOSE VAULT-FILE
013675     END-IF.
013677 0575-EXIT.
013679     EXIT.
013680*--------------------------------------------------------------*
013681*    0580/0590/0595 - STAGE, ACTIVATE, AND CANCEL ACTIONS.  A  *
013682*    STAGED VERSION WAITS AS GENERATION 99 UNTIL ITS EFFECTIVE *
013683*    TIME; ONLY ACTIVATE MAKES IT GENERATION 0                 *
013684*--------------------------------------------------------------*
013685 0580-DO-STAGE.
013686     IF WS-STG-EFF-DATE = 0 OR WS-STG-CCYY < 1970 OR
013687             WS-STG-MM < 1 OR WS-STG-MM > 12 OR
013688             WS-STG-DD < 1 OR WS-STG-DD > 31 OR
013689             WS-STG-HH > 23 OR WS-STG-MI > 59
013690         DISPLAY 'QUINE2700S STAGE REQUIRES AN EFFECTIVE DATE '
013691             'CCYYMMDD IN CARD COLUMNS 50-57 AND TIME HHMM IN '
013692             'COLUMNS 74-77'
013693         SET WS-ABEND-REQUESTED TO TRUE
013694         GO TO 0580-EXIT
013695     END-IF.
013696     OPEN INPUT SRCWIDE-FILE.
013697     IF WS-SRCWIDE-STATUS NOT = '00'
013698         DISPLAY 'QUINE0350S WIDE SOURCE DATASET '
013699             'UNAVAILABLE, STATUS ' WS-SRCWIDE-STATUS
013700         SET WS-ABEND-REQUESTED TO TRUE
013701         GO TO 0580-EXIT
013702     END-IF.
013703     PERFORM 3800-STAGE-MEMBER THRU 3800-EXIT.
013704     CLOSE SRCWIDE-FILE.
013705 0580-EXIT.
013706     EXIT.
013707 0590-DO-ACTIVATE.
013708     OPEN I-O VAULT-FILE.
013709     IF WS-VAULT-STATUS NOT = '00'
013710         DISPLAY 'QUINE0360S VAULT DATASET '
013711             'UNAVAILABLE, STATUS ' WS-VAULT-STATUS
013712         SET WS-ABEND-REQUESTED TO TRUE
013713         GO TO 0590-EXIT
013714     END-IF.
013715     PERFORM 7000-ACQUIRE-LOCK THRU 7000-EXIT.
013716     IF WS-ABEND-REQUESTED
013717         CLOSE VAULT-FILE
013718         GO TO 0590-EXIT
013719     END-IF.
013720     PERFORM 0440-OPEN-DELTA-REPORT THRU 0440-EXIT.
013721     MOVE WS-SELECTED-MEMBER TO WS-ACT-SAVE-MEMBER.
013722     PERFORM 3850-ACTIVATE-STAGED THRU 3850-EXIT.
013723     MOVE WS-ACT-SAVE-MEMBER TO WS-SELECTED-MEMBER.
013724     CLOSE VAULT-FILE.
013725     IF WS-ACT-REFUSED-CNT > 0 AND NOT WS-ABEND-REQUESTED
013726         DISPLAY 'QUINE2739E ' WS-ACT-REFUSED-CNT
013727             ' DUE VERSION(S) LEFT STAGED - TICKET CHECK FAILED'
013728         PERFORM 0290-REFUSE-CARD THRU 0290-EXIT
013729     END-IF.
013730 0590-EXIT.
013731     EXIT.
013732 0595-DO-CANCEL.
013733     OPEN I-O VAULT-FILE.
013734     IF WS-VAULT-STATUS NOT = '00'
013735         DISPLAY 'QUINE0360S VAULT DATASET '
013736             'UNAVAILABLE, STATUS ' WS-VAULT-STATUS
013737         SET WS-ABEND-REQUESTED TO TRUE
013738         GO TO 0595-EXIT
013739     END-IF.
013740     PERFORM 3900-CANCEL-STAGED THRU 3900-EXIT.
013741     CLOSE VAULT-FILE.
013742 0595-EXIT.
013743     EXIT.
013744 0450-DO-RUN.
013745*    A STAGED VERSION IS NOT RUN BEFORE IT IS ACTIVATED
013746     IF WS-SEL-GEN = WS-STAGE-GEN
013747         DISPLAY 'QUINE2716S GENERATION ' WS-STAGE-GEN
013748             ' HOLDS A STAGED VERSION - USE DIFF WITH *STAGED '
013749             'TO REVIEW IT'
013750         SET WS-ABEND-REQUESTED TO TRUE
013751         GO TO 0450-EXIT
013752     END-IF.
013753     IF NOT WS-QOUT-OPEN
013754         IF WS-RESTART-REQUESTED
013755             OPEN EXTEND QOUT-FILE
013756         ELSE
013757             OPEN OUTPUT QOUT-FILE
013758         END-IF
013759         IF WS-RESTART-REQUESTED
013760             OPEN EXTEND QPUNCH-FILE
013761         ELSE
013762             OPEN OUTPUT QPUNCH-FILE
013763         END-IF
013764         SET WS-QOUT-OPEN TO TRUE
013765     END-IF.
013766*    OPENED I-O SO THE HEADER RUN COUNT CAN BE BUMPED WHEN
013767*    THE RUN COMPLETES
013768     OPEN I-O VAULT-FILE.
013769     IF WS-VAULT-STATUS NOT = '00'
013770         DISPLAY 'QUINE0360S VAULT DATASET '
013771             'UNAVAILABLE, STATUS ' WS-VAULT-STATUS
013772         SET WS-ABEND-REQUESTED TO TRUE
013773         GO TO 0450-EXIT
013774     END-IF.
013775     OPEN INPUT SRCLIB-FILE.
013776     IF WS-SRCLIB-STATUS NOT = '00'
013780         DISPLAY 'QUINE0330W PRODUCTION SOURCE '
013790             'LIBRARY UNAVAILABLE, STATUS ' WS-SRCLIB-STATUS
013800         DISPLAY 'QUINE0330W DRIFT CHECK SKIPPED FOR MEMBER '
014380     END-IF.
014390     MOVE ALL 'N' TO WS-DONE-CARD-TBL.
014400     PERFORM 1350-SCAN-DONE-CARDS THRU 1350-EXIT.
014402     PERFORM 1040-LOAD-AUTHTBL THRU 1040-EXIT.
014405     PERFORM 1060-LOAD-CHGREQ THRU 1060-EXIT.
014407     PERFORM 1070-OPEN-JOURNAL THRU 1070-EXIT.
014408     PERFORM 1080-LOAD-STDRULES THRU 1080-EXIT.
014412     PERFORM 1090-OPEN-ALERTS THRU 1090-EXIT.
014416     OPEN EXTEND CKPT-FILE.
014423     PERFORM 1077-OPEN-AUDIT-LOG THRU 1077-EXIT.
014430 1000-EXIT.
014440     EXIT.
014450*--------------------------------------------------------------*
014780         MOVE 0 TO WS-RETAIN
014790     END-IF.
014800     IF CTL-CUTOFF IS NUMERIC AND CTL-CUTOFF > 0
014805             AND WS-ACTION NOT = 'FIND'
014810         MOVE CTL-CUTOFF TO WS-CUTOFF-HHMM
014820     END-IF.
014822     IF WS-ACTION = 'FIND'
014824         MOVE CTL-FIND-STRING TO WS-FIND-STRING
014826         MOVE CTL-FIND-SCOPE TO WS-FIND-SCOPE
014828         MOVE CTL-MEMBER TO WS-FIND-PREFIX
014830         IF CTL-MEMBER = SPACES
014832             MOVE '*ALL' TO WS-SELECTED-MEMBER
014834         END-IF
014836         MOVE SPACES TO WS-MEMBER2
014838         MOVE 0 TO WS-SEL-GEN WS-RETAIN
014840     END-IF.
014842     IF WS-ACTION = 'STDCHECK' AND CTL-MEMBER = SPACES
014844         MOVE '*ALL' TO WS-SELECTED-MEMBER
014846     END-IF.
014848*    A STAGE CARD'S EFFECTIVE DATE OVERLAYS THE SECOND MEMBER
014850*    COLUMNS; AN ACTIVATE CARD WITH NO MEMBER TAKES THEM ALL
014852     IF WS-ACTION = 'STAGE'
014854         MOVE 0 TO WS-STG-STAMP-N
014856         IF CTL-MEMBER2 IS NUMERIC
014858             MOVE CTL-MEMBER2 TO WS-STG-EFF-DATE
014860         END-IF
014862         IF CTL-EFF-TIME IS NUMERIC
014864             MOVE CTL-EFF-TIME TO WS-STG-EFF-TIME
014866         END-IF
014868     END-IF.
014870     IF WS-ACTION = 'ACTIVATE' AND CTL-MEMBER = SPACES
014872         MOVE '*ALL' TO WS-SELECTED-MEMBER
014874     END-IF.
014876*    A FIND CARD'S SEARCH STRING OVERLAYS THE TICKET COLUMNS
014878     IF WS-ACTION = 'FIND'
014880         MOVE SPACES TO WS-CARD-TICKET
014882     ELSE
014884         MOVE CTL-TICKET TO WS-CARD-TICKET
014886     END-IF.
014888     MOVE CTL-END-IDX TO WS-END-IDX.
014890     MOVE CTL-RESTART-SW TO WS-RESTART-SW.
014892     IF CTL-JOB-NAME = SPACES
014894         MOVE 'UNKNOWN' TO WS-JOB-NAME
014896     ELSE
014898         MOVE CTL-JOB-NAME TO WS-JOB-NAME
014900     END-IF.
014902     IF CTL-SUBMITTER = SPACES
014910         MOVE 'UNKNOWN' TO WS-SUBMITTER
014920     ELSE
014930         MOVE CTL-SUBMITTER TO WS-SUBMITTER
014960         MOVE 'UNKNOWN' TO WS-JOBID
014970     ELSE
014980         MOVE CTL-JOBID TO WS-JOBID
014981     END-IF.
014982 1050-EXIT.
014983     EXIT.
014984*--------------------------------------------------------------*
014985*    1040/1045 - LOADS THE AUTHORITY TABLE.  WITHOUT AUTHTBL   *
014986*    NO SUBMITTER HOLDS ANY AUTHORITY AND EVERY CARD IS        *
014987*    REFUSED                                                   *
014988*--------------------------------------------------------------*
014989 1040-LOAD-AUTHTBL.
014990     MOVE 0 TO WS-AUTH-COUNT WS-GRP-COUNT.
014991     OPEN INPUT AUTHTBL-FILE.
014992     IF WS-AUTHTBL-STATUS NOT = '00'
014993         DISPLAY 'QUINE2600W AUTHORITY TABLE DATASET UNAVAILABLE,'
014994             ' STATUS ' WS-AUTHTBL-STATUS
014995         DISPLAY 'QUINE2600W EVERY CARD WILL BE REFUSED'
014996         SET WS-AUTHTBL-UNAVAILABLE TO TRUE
014997         GO TO 1040-EXIT
014998     END-IF.
014999     PERFORM 1045-LOAD-ONE-AUTH THRU 1045-EXIT
015000         UNTIL WS-AUTHTBL-EOF.
015001     CLOSE AUTHTBL-FILE.
015002     DISPLAY 'QUINE2605I ' WS-AUTH-COUNT ' AUTHORITY GRANT(S),'
015003         ' ' WS-GRP-COUNT ' GROUP MEMBERSHIP(S) LOADED'.
015004 1040-EXIT.
015005     EXIT.
015006 1045-LOAD-ONE-AUTH.
015007     READ AUTHTBL-FILE
015008         AT END
015009             SET WS-AUTHTBL-EOF TO TRUE
015010             GO TO 1045-EXIT
015011     END-READ.
015012     EVALUATE AH-TYPE
015013         WHEN 'G'
015014             IF WS-GRP-COUNT >= WS-GRP-MAX
015015                 DISPLAY 'QUINE2610W GROUP TABLE FULL AT '
015016                     WS-GRP-MAX ' ENTRIES, ' AH-VALUE
015017                     ' NOT ADDED TO GROUP ' AH-NAME
015018                 GO TO 1045-EXIT
015019             END-IF
015020             ADD 1 TO WS-GRP-COUNT
015021             MOVE AH-NAME TO WS-GRP-NAME(WS-GRP-COUNT)
015022             MOVE AH-VALUE TO WS-GRP-USER(WS-GRP-COUNT)
015023         WHEN 'A'
015024             IF WS-AUTH-COUNT >= WS-AUTH-MAX
015025                 DISPLAY 'QUINE2610W AUTHORITY TABLE FULL AT '
015026                     WS-AUTH-MAX ' ENTRIES, GRANT TO ' AH-NAME
015027                     ' IGNORED'
015028                 GO TO 1045-EXIT
015029             END-IF
015030             ADD 1 TO WS-AUTH-COUNT
015031             MOVE AH-NAME TO WS-AUTH-SUBJECT(WS-AUTH-COUNT)
015032             MOVE AH-VALUE TO WS-AUTH-MBR-PAT(WS-AUTH-COUNT)
015033             MOVE AH-ACTIONS TO WS-AUTH-ACTIONS(WS-AUTH-COUNT)
015034         WHEN SPACE
015035         WHEN '*'
015036             CONTINUE
015037         WHEN OTHER
015038             DISPLAY 'QUINE2615W AUTHORITY TABLE ENTRY TYPE '
015039                 AH-TYPE ' NOT KNOWN - IGNORED'
015040     END-EVALUATE.
015041 1045-EXIT.
015042     EXIT.
015043*--------------------------------------------------------------*
015044*    1060/1065 - LOADS THE CHANGE REQUEST DATASET INTO THE     *
015045*    TICKET TABLE.  WITHOUT IT NO UPDATING CARD CAN BE         *
015046*    ACCEPTED, BUT READ-ONLY CARDS STILL RUN                   *
015047*--------------------------------------------------------------*
015048 1060-LOAD-CHGREQ.
015049     MOVE 0 TO WS-CR-COUNT.
015050     OPEN INPUT CHGREQ-FILE.
015051     IF WS-CHGREQ-STATUS NOT = '00'
015052         DISPLAY 'QUINE2200W CHANGE REQUEST DATASET UNAVAILABLE,'
015053             ' STATUS ' WS-CHGREQ-STATUS
015054         DISPLAY 'QUINE2200W EVERY UPDATING CARD WILL BE REFUSED'
015055         SET WS-CHGREQ-UNAVAILABLE TO TRUE
015056         GO TO 1060-EXIT
015057     END-IF.
015058     PERFORM 1065-LOAD-ONE-CHGREQ THRU 1065-EXIT
015059         UNTIL WS-CHGREQ-EOF.
015060     CLOSE CHGREQ-FILE.
015061     DISPLAY 'QUINE2220I ' WS-CR-COUNT
015062         ' CHANGE REQUEST ENTRY(IES) LOADED'.
015063 1060-EXIT.
015064     EXIT.
015065 1065-LOAD-ONE-CHGREQ.
015066     READ CHGREQ-FILE
015067         AT END
015068             SET WS-CHGREQ-EOF TO TRUE
015069             GO TO 1065-EXIT
015070     END-READ.
015071     IF CR-TICKET = SPACES OR CR-TICKET(1:1) = '*'
015072         GO TO 1065-EXIT
015073     END-IF.
015074     IF WS-CR-COUNT >= WS-CR-MAX
015075         DISPLAY 'QUINE2210W CHANGE REQUEST TABLE FULL AT '
015076             WS-CR-MAX ' ENTRIES, TICKET ' CR-TICKET
015077             ' ENTRY IGNORED'
015078         GO TO 1065-EXIT
015079     END-IF.
015080     ADD 1 TO WS-CR-COUNT.
015081     MOVE WS-CR-COUNT TO WS-CR-IX.
015082     MOVE CR-TICKET TO WS-CR-TICKET(WS-CR-IX).
015083     MOVE CR-STATUS TO WS-CR-STATUS(WS-CR-IX).
015084     MOVE CR-APPROVER TO WS-CR-APPROVER(WS-CR-IX).
015085     MOVE CR-MEMBER-PAT TO WS-CR-MBR-PAT(WS-CR-IX).
015086     MOVE CR-ACTION(1) TO WS-CR-ACTION(WS-CR-IX 1).
015087     MOVE CR-ACTION(2) TO WS-CR-ACTION(WS-CR-IX 2).
015088     MOVE CR-ACTION(3) TO WS-CR-ACTION(WS-CR-IX 3).
015089*    AN ENTRY WITH AN UNREADABLE WINDOW IS KEPT SO ITS TICKET
015090*    IS STILL KNOWN, BUT IT IS NEVER IN EFFECT
015091     IF CR-FROM-DATE IS NUMERIC AND CR-FROM-TIME IS NUMERIC
015092             AND CR-TO-DATE IS NUMERIC AND CR-TO-TIME IS NUMERIC
015093         MOVE CR-FROM-DATE TO WS-CRS-DATE
015094         MOVE CR-FROM-TIME TO WS-CRS-TIME
015095         MOVE WS-CR-STAMP-N TO WS-CR-FROM(WS-CR-IX)
015096         MOVE CR-TO-DATE TO WS-CRS-DATE
015097         MOVE CR-TO-TIME TO WS-CRS-TIME
015098         MOVE WS-CR-STAMP-N TO WS-CR-TO(WS-CR-IX)
015099     ELSE
015100         DISPLAY 'QUINE2215W TICKET ' CR-TICKET
015101             ' HAS AN INVALID IMPLEMENTATION WINDOW'
015102         MOVE 999999999999 TO WS-CR-FROM(WS-CR-IX)
015103         MOVE 0 TO WS-CR-TO(WS-CR-IX)
015104     END-IF.
015105 1065-EXIT.
015106     EXIT.
015107*--------------------------------------------------------------*
015108*    1070/1075 - POSITIONS THE VAULT JOURNAL.  THE DATASET IS  *
015109*    READ ONCE FOR ITS LAST SEQUENCE NUMBER AND REOPENED FOR   *
015110*    EXTEND; ONE NOT YET CREATED IS OPENED AT SEQUENCE 0.  A   *
015111*    JOURNAL THAT CANNOT BE READ OR EXTENDED IS UNAVAILABLE,   *
015112*    AND 0265 REFUSES EVERY CARD THAT WOULD CHANGE THE VAULT - *
015113*    NOTHING IS UPDATED THAT QUINRCVR COULD NOT ROLL FORWARD   *
015114*--------------------------------------------------------------*
015115 1070-OPEN-JOURNAL.
015116     MOVE 0 TO WS-JRNL-SEQ.
015117     MOVE 'N' TO WS-VJRNL-EOF-SW.
015118     MOVE 'N' TO WS-VJRNL-NEW-SW.
015119     OPEN INPUT VJRNL-FILE.
015120     EVALUATE WS-VJRNL-STATUS
015121         WHEN '00'
015122             PERFORM 1075-SCAN-ONE-JOURNAL THRU 1075-EXIT
015123                 UNTIL WS-VJRNL-EOF
015124             CLOSE VJRNL-FILE
015125         WHEN '05'
015126             CLOSE VJRNL-FILE
015127             SET WS-VJRNL-NEW TO TRUE
015128         WHEN '35'
015129             SET WS-VJRNL-NEW TO TRUE
015130         WHEN OTHER
015131             DISPLAY 'QUINE2300E VAULT JOURNAL DATASET '
015132                 'UNREADABLE, STATUS ' WS-VJRNL-STATUS
015133             DISPLAY 'QUINE2300E CARDS THAT UPDATE THE VAULT '
015134                 'WILL BE REFUSED'
015135             SET WS-VJRNL-UNAVAILABLE TO TRUE
015136             GO TO 1070-EXIT
015137     END-EVALUATE.
015138     IF WS-VJRNL-NEW
015139         OPEN OUTPUT VJRNL-FILE
015140     ELSE
015141         OPEN EXTEND VJRNL-FILE
015142     END-IF.
015149     IF WS-VJRNL-STATUS NOT = '00'
015150         DISPLAY 'QUINE2300E VAULT JOURNAL DATASET UNAVAILABLE, '
015151             'STATUS ' WS-VJRNL-STATUS
015152         DISPLAY 'QUINE2300E CARDS THAT UPDATE THE VAULT WILL '
015153             'BE REFUSED'
015154         SET WS-VJRNL-UNAVAILABLE TO TRUE
015155         GO TO 1070-EXIT
015156     END-IF.
015157     SET WS-VJRNL-OPEN TO TRUE.
015158     DISPLAY 'QUINE2310I VAULT JOURNAL OPEN AT SEQUENCE '
015159         WS-JRNL-SEQ.
015160 1070-EXIT.
015161     EXIT.
015162 1075-SCAN-ONE-JOURNAL.
015163     READ VJRNL-FILE
015164         AT END
015165             SET WS-VJRNL-EOF TO TRUE
015166             GO TO 1075-EXIT
015167     END-READ.
015168     IF JR-SEQ IS NUMERIC AND JR-SEQ > WS-JRNL-SEQ
015169         MOVE JR-SEQ TO WS-JRNL-SEQ
015170     END-IF.
015171 1075-EXIT.
015172     EXIT.
015173*--------------------------------------------------------------*
015174*    1077/1078 - POSITIONS THE AUDIT LOG.  THE DATASET IS READ *
015175*    ONCE FOR THE SEQUENCE NUMBER AND CHAIN VALUE OF ITS LAST  *
015176*    CHAINED RECORD AND REOPENED FOR EXTEND.  A LOG WITH NO    *
015177*    CHAINED RECORD STARTS THE CHAIN AT SEQUENCE 1, AS DOES A  *
015178*    LOG NOT YET CREATED, WHICH IS OPENED FOR OUTPUT.  A LOG   *
015179*    THAT CANNOT BE READ, OPENED, OR WRITTEN ENDS THE RUN -    *
015180*    NOTHING IS DONE UNAUDITED                                 *
015181*--------------------------------------------------------------*
015182 1077-OPEN-AUDIT-LOG.
015183     MOVE 0 TO WS-AUD-SEQ.
015184     MOVE 0 TO WS-AUD-CHAIN.
015185     MOVE 0 TO WS-AUD-LEGACY.
015186     MOVE 'N' TO WS-AUD-SCAN-EOF-SW.
015187     MOVE 'N' TO WS-AUD-NEW-SW.
015188     OPEN INPUT AUDIT-FILE.
015189     EVALUATE WS-AUDIT-STATUS
015190         WHEN '00'
015191             PERFORM 1078-SCAN-ONE-AUDIT THRU 1078-EXIT
015192                 UNTIL WS-AUD-SCAN-EOF
015193             CLOSE AUDIT-FILE
015194         WHEN '05'
015195             CLOSE AUDIT-FILE
015196             SET WS-AUD-NEW TO TRUE
015197         WHEN '35'
015198             SET WS-AUD-NEW TO TRUE
015199         WHEN OTHER
015200             DISPLAY 'QUINE2810S AUDIT LOG DATASET UNREADABLE, '
015201                 'STATUS ' WS-AUDIT-STATUS
015202             SET WS-AUDIT-UNAVAILABLE TO TRUE
015203             SET WS-ABEND-REQUESTED TO TRUE
015204             GO TO 1077-EXIT
015205     END-EVALUATE.
015206     IF WS-AUD-NEW
015207         OPEN OUTPUT AUDIT-FILE
015208     ELSE
015209         OPEN EXTEND AUDIT-FILE
015210     END-IF.
015211     IF WS-AUDIT-STATUS NOT = '00'
015212         DISPLAY 'QUINE2810S AUDIT LOG DATASET UNAVAILABLE, '
015213             'STATUS ' WS-AUDIT-STATUS
015214         SET WS-AUDIT-UNAVAILABLE TO TRUE
015215         SET WS-ABEND-REQUESTED TO TRUE
015216         GO TO 1077-EXIT
015217     END-IF.
015218     SET WS-AUDIT-OPEN TO TRUE.
015222     IF WS-AUD-SEQ = 0
015223         DISPLAY 'QUINE2800I AUDIT LOG CHAIN STARTS AT SEQUENCE '
015224             '1, ' WS-AUD-LEGACY ' UNCHAINED RECORD(S) ON THE LOG'
015225     ELSE
015226         DISPLAY 'QUINE2805I AUDIT LOG OPEN AT SEQUENCE '
015227             WS-AUD-SEQ
015228     END-IF.
015229 1077-EXIT.
015230     EXIT.
015231 1078-SCAN-ONE-AUDIT.
015232     READ AUDIT-FILE
015233         AT END
015234             SET WS-AUD-SCAN-EOF TO TRUE
015235             GO TO 1078-EXIT
015236     END-READ.
015237     IF AU-CHAINED
015238         MOVE AU-SEQ TO WS-AUD-SEQ
015239         MOVE AU-CHAIN TO WS-AUD-CHAIN
015240     ELSE
015241         ADD 1 TO WS-AUD-LEGACY
015242     END-IF.
015243 1078-EXIT.
015244     EXIT.
015245*    THE STANDARDS RULES ARE OPTIONAL - WITHOUT STDRULES THE
015246*    DEFAULTS COMPILED INTO WS-STD-RULE-DEFAULTS APPLY
015247 1080-LOAD-STDRULES.
015248     MOVE 'N' TO WS-STDRULES-EOF-SW.
015249     OPEN INPUT STDRULES-FILE.
015250     IF WS-STDRULES-STATUS NOT = '00'
015251         DISPLAY 'QUINE2400W STANDARDS RULES DATASET '
015252             'UNAVAILABLE, STATUS ' WS-STDRULES-STATUS
015253             ' - DEFAULT RULES IN FORCE'
015254         GO TO 1080-EXIT
015255     END-IF.
015256     PERFORM 1085-LOAD-ONE-STDRULE THRU 1085-EXIT
015257         UNTIL WS-STDRULES-EOF.
015258     CLOSE STDRULES-FILE.
015259     DISPLAY 'QUINE2405I STANDARDS RULES LOADED FROM STDRULES'.
015260 1080-EXIT.
015261     EXIT.
015262 1085-LOAD-ONE-STDRULE.
015263     READ STDRULES-FILE
015264         AT END
015265             SET WS-STDRULES-EOF TO TRUE
015266             GO TO 1085-EXIT
015267     END-READ.
015268     IF SR-RULE-ID = SPACES OR SR-RULE-ID(1:1) = '*'
015269         GO TO 1085-EXIT
015270     END-IF.
015271     MOVE 'N' TO WS-STD-FOUND-SW.
015272     PERFORM 1087-MATCH-ONE-STDRULE THRU 1087-EXIT
015273         VARYING WS-STD-RX FROM 1 BY 1
015274         UNTIL WS-STD-RX > WS-STD-RULE-MAX.
015275     IF NOT WS-STD-RULE-FOUND
015276         DISPLAY 'QUINE2410W STANDARDS RULE ' SR-RULE-ID
015277             ' NOT KNOWN - IGNORED'
015278         GO TO 1085-EXIT
015279     END-IF.
015280     IF (SR-ENABLED NOT = 'Y' AND SR-ENABLED NOT = 'N') OR
015281             (SR-SEVERITY NOT = 'E' AND SR-SEVERITY NOT = 'W'
015282             AND SR-SEVERITY NOT = 'I') OR
015283             SR-POINTS IS NOT NUMERIC
015284         DISPLAY 'QUINE2415W STANDARDS RULE ' SR-RULE-ID
015285             ' HAS AN INVALID SWITCH, SEVERITY, OR POINTS - '
015286             'DEFAULT KEPT'
015287         GO TO 1085-EXIT
015288     END-IF.
015289     MOVE SR-ENABLED TO WS-STD-RULE-ON(WS-STD-HIT).
015290     MOVE SR-SEVERITY TO WS-STD-RULE-SEV(WS-STD-HIT).
015291     MOVE SR-POINTS TO WS-STD-RULE-PTS(WS-STD-HIT).
015292 1085-EXIT.
015293     EXIT.
015294 1087-MATCH-ONE-STDRULE.
015295     IF WS-STD-RULE-ID(WS-STD-RX) = SR-RULE-ID
015296         SET WS-STD-RULE-FOUND TO TRUE
015297         MOVE WS-STD-RX TO WS-STD-HIT
015298     END-IF.
015299 1087-EXIT.
015300     EXIT.
015301*--------------------------------------------------------------*
015302*    1090/1092/1095 - OPENS THE OPERATOR ALERT FEED.  ALRTCTL  *
015303*    SETS THE LOWEST SEVERITY WRITTEN, AND TODAY'S ALERTS FROM *
015304*    THIS PROGRAM ARE REREAD SO NONE IS RAISED TWICE IN A DAY. *
015305*    AN UNAVAILABLE FEED ONLY WARNS                            *
015306*--------------------------------------------------------------*
015307 1090-OPEN-ALERTS.
015308     MOVE WS-CURRENT-DATE TO WS-ALERT-YMD.
015309     IF WS-CD-YY < 70
015310         MOVE '20' TO WS-ALERT-CC
015311     END-IF.
015312     MOVE 0 TO WS-ALT-COUNT.
015313     MOVE ZEROS TO WS-ALT-DAY-COUNTS.
015314     MOVE 'N' TO WS-ALT-OWN-SW.
015315     MOVE 'N' TO WS-ALRTCTL-EOF-SW.
015316     OPEN INPUT ALRTCTL-FILE.
015317     IF WS-ALRTCTL-STATUS = '00'
015318         PERFORM 1092-LOAD-ONE-ALRTCTL THRU 1092-EXIT
015319             UNTIL WS-ALRTCTL-EOF
015320         CLOSE ALRTCTL-FILE
015321     END-IF.
015322     MOVE WS-ALERT-MIN-SEV TO WS-ALERT-SEV.
015323     PERFORM 7710-RANK-SEVERITY THRU 7710-EXIT.
015324     MOVE WS-ALERT-RANK TO WS-ALERT-MIN-RANK.
015325*    A FEED NOT YET CREATED SIMPLY HAS NOTHING RAISED TODAY
015326     MOVE 'N' TO WS-ALERTS-EOF-SW.
015327     OPEN INPUT ALERTS-FILE.
015328     IF WS-ALERTS-STATUS = '00'
015329         PERFORM 1095-SCAN-ONE-ALERT THRU 1095-EXIT
015330             UNTIL WS-ALERTS-EOF
015331         CLOSE ALERTS-FILE
015332     END-IF.
015333     OPEN EXTEND ALERTS-FILE.
015334     IF WS-ALERTS-STATUS NOT = '00'
015335         DISPLAY 'QUINE2500W ALERT DATASET UNAVAILABLE, STATUS '
015336             WS-ALERTS-STATUS ' - NO OPERATOR ALERTS WRITTEN'
015337         SET WS-ALERTS-UNAVAILABLE TO TRUE
015338         GO TO 1090-EXIT
015339     END-IF.
015340     DISPLAY 'QUINE2505I ALERT FEED OPEN, LOWEST SEVERITY '
015341         WS-ALERT-MIN-SEV ', ' WS-ALT-COUNT
015342         ' ALERT(S) ALREADY RAISED TODAY'.
015343 1090-EXIT.
015344     EXIT.
015345*    AN ALRTCTL ENTRY NAMING THIS PROGRAM OUTRANKS THE * ENTRY
015346 1092-LOAD-ONE-ALRTCTL.
015347     READ ALRTCTL-FILE
015348         AT END
015349             SET WS-ALRTCTL-EOF TO TRUE
015350             GO TO 1092-EXIT
015351     END-READ.
015352     IF AT-PROGRAM NOT = WS-ALERT-PROGRAM AND
015353             AT-PROGRAM NOT = '*'
015354         GO TO 1092-EXIT
015355     END-IF.
015356     IF AT-PROGRAM = '*' AND WS-ALT-OWN-ENTRY
015357         GO TO 1092-EXIT
015358     END-IF.
015359     IF AT-MIN-SEV NOT = 'I' AND AT-MIN-SEV NOT = 'W' AND
015360             AT-MIN-SEV NOT = 'E' AND AT-MIN-SEV NOT = 'S'
015361         DISPLAY 'QUINE2510W ALRTCTL ENTRY ' AT-PROGRAM
015362             ' HAS AN INVALID SEVERITY - IGNORED'
015363         GO TO 1092-EXIT
015364     END-IF.
015365     MOVE AT-MIN-SEV TO WS-ALERT-MIN-SEV.
015366     IF AT-PROGRAM = WS-ALERT-PROGRAM
015367         SET WS-ALT-OWN-ENTRY TO TRUE
015368     END-IF.
015369 1092-EXIT.
015370     EXIT.
015371 1095-SCAN-ONE-ALERT.
015372     READ ALERTS-FILE
015373         AT END
015374             SET WS-ALERTS-EOF TO TRUE
015375             GO TO 1095-EXIT
015376     END-READ.
015377     IF AL-PROGRAM NOT = WS-ALERT-PROGRAM OR
015378             AL-DATE NOT = WS-ALERT-TODAY
015379         GO TO 1095-EXIT
015380     END-IF.
015381     MOVE AL-SEVERITY TO WS-ALERT-SEV.
015382     PERFORM 7710-RANK-SEVERITY THRU 7710-EXIT.
015383     ADD 1 TO WS-ALT-DAY-CNT(WS-ALERT-RANK).
015384     MOVE AL-EVENT TO WS-ALERT-EVENT.
015385     MOVE AL-MEMBER TO WS-ALERT-MEMBER.
015386     PERFORM 7720-REMEMBER-ALERT THRU 7720-EXIT.
015387 1095-EXIT.
015388     EXIT.
015389*--------------------------------------------------------------*
015390*    1100-LOAD-VAULT - LOADS S-TBL FOR THE SELECTED MEMBER     *
015391*    DIRECTLY BY KEY, WITHOUT SCANNING THE REST OF THE VAULT   *
015392*--------------------------------------------------------------*
015393 1100-LOAD-VAULT.
015394     MOVE 0 TO WS-ACTUAL-LINES.
015395     MOVE WS-SELECTED-MEMBER TO VR-MEMBER.
015396     MOVE WS-SEL-GEN TO VR-GEN.
015397     MOVE 0 TO VR-SEQ.
015398     MOVE 0 TO VR-SUB.
015399     READ VAULT-FILE
015400         INVALID KEY
015401             IF WS-SEL-GEN = 0
015402                 DISPLAY 'QUINE0100S MEMBER NOT FOUND IN VAULT '
015403                     '- ' WS-SELECTED-MEMBER
015404             ELSE
015405                 DISPLAY 'QUINE1200S GENERATION ' WS-SEL-GEN
015406                     ' OF MEMBER ' WS-SELECTED-MEMBER
015407                     ' NOT IN VAULT'
015408             END-IF
015409             SET WS-NOTFND-FOUND TO TRUE
015410             SET WS-ABEND-REQUESTED TO TRUE
015411             GO TO 1100-EXIT
015412     END-READ.
015413     SET WS-MEMBER-FOUND TO TRUE.
015414     MOVE VH-LINE-CNT TO WS-EXPECTED-LINES.
015415     MOVE VH-CHECKSUM TO WS-HDR-CHECKSUM.
015416     IF WS-EXPECTED-LINES > WS-TBL-MAX
015417         DISPLAY 'QUINE0110S MEMBER ' WS-SELECTED-MEMBER
015418             ' EXCEEDS TABLE CAPACITY OF ' WS-TBL-MAX
015419             ' LINES'
015420         SET WS-ABEND-REQUESTED TO TRUE
015421         GO TO 1100-EXIT
015422     END-IF.
015423     MOVE 'N' TO WS-VAULT-EOF-SW.
015424     PERFORM 1110-LOAD-VAULT-RECORD THRU 1110-EXIT
015425         UNTIL WS-VAULT-EOF.
015426     MOVE WS-SELECTED-MEMBER TO VR-MEMBER.
015427     MOVE WS-SEL-GEN TO VR-GEN.
015428     COMPUTE VR-SEQ = WS-EXPECTED-LINES + 1.
015429     MOVE 0 TO VR-SUB.
015430     READ VAULT-FILE
015440         INVALID KEY
015450             CONTINUE
015600                 'MEMBER ' WS-SELECTED-MEMBER ' - HEADER '
015610                 WS-HDR-CHECKSUM ' COMPUTED ' WS-CKS-VALUE
015620             SET WS-ABEND-REQUESTED TO TRUE
015622             MOVE 'FINGERPR' TO WS-ALERT-EVENT
015624             MOVE 'S' TO WS-ALERT-SEV
015626             MOVE WS-SELECTED-MEMBER TO WS-ALERT-MEMBER
015628             MOVE 'VAULT TEXT DOES NOT MATCH HEADER FINGERPRINT'
015630                 TO WS-ALERT-TEXT
015632             PERFORM 7700-RAISE-ALERT THRU 7700-EXIT
015634         END-IF
015640     END-IF.
015650 1100-EXIT.
015660     EXIT.
018020 1420-WRITE-BUILD-LINE.
018030     MOVE SPACES TO VAULT-REC.
018040     MOVE WS-SELECTED-MEMBER TO VT-MEMBER.
018050     MOVE WS-OUT-GEN TO VT-GEN.
018060     SET VT-SEQ TO SX.
018070     MOVE 0 TO VT-SUB.
018080     MOVE 'T' TO VT-TYPE.
018200             SET WS-ABEND-REQUESTED TO TRUE
018210             GO TO 1420-EXIT
018220     END-WRITE.
018225     PERFORM 7610-JOURNAL-ADD THRU 7610-EXIT.
018230     IF S(SX)(71:10) NOT = SPACES
018240         PERFORM 1430-WRITE-CONTINUATION THRU 1430-EXIT
018250     END-IF.
018280 1430-WRITE-CONTINUATION.
018290     MOVE SPACES TO VAULT-REC.
018300     MOVE WS-SELECTED-MEMBER TO VC-MEMBER.
018310     MOVE WS-OUT-GEN TO VC-GEN.
018320     SET VC-SEQ TO SX.
018330     MOVE 1 TO VC-SUB.
018340     MOVE 'C' TO VC-TYPE.
018380             DISPLAY 'QUINE0420S DUPLICATE VAULT KEY FOR MEMBER '
018390                 WS-SELECTED-MEMBER ' LINE ' VC-SEQ
018400             SET WS-ABEND-REQUESTED TO TRUE
018405             GO TO 1430-EXIT
018410     END-WRITE.
018415     PERFORM 7610-JOURNAL-ADD THRU 7610-EXIT.
018420 1430-EXIT.
018430     EXIT.
018440*--------------------------------------------------------------*
018450*    1450-WRITE-VAULT-MEMBER - WRITES THE HEADER (SEQ 0) AND   *
018460*    TEXT RECORDS OF THE MEMBER HELD IN S-TBL UNDER ITS KEYS,  *
018465*    AS GENERATION WS-OUT-GEN (0, OR 99 FOR A STAGED VERSION). *
018470*    A DUPLICATE HEADER KEY MEANS THE MEMBER ALREADY EXISTS    *
018480*--------------------------------------------------------------*
018490 1450-WRITE-VAULT-MEMBER.
018500     MOVE SPACES TO VAULT-REC.
018510     MOVE WS-SELECTED-MEMBER TO VH-MEMBER.
018520     MOVE WS-OUT-GEN TO VH-GEN.
018530     MOVE 0 TO VH-SEQ.
018540     MOVE 0 TO VH-SUB.
018550     MOVE 'H' TO VH-TYPE.
018730     MOVE WS-RUN-TIME-DISPLAY TO VH-CHG-TIME.
018740     MOVE WS-JOB-NAME TO VH-CHG-JOB.
018750     MOVE WS-SUBMITTER TO VH-CHG-USER.
018755     MOVE WS-CHG-TICKET TO VH-CHG-TICKET.
018760     COMPUTE VH-UPD-CNT = WS-HDR-UPD-CNT + 1.
018770     MOVE WS-HDR-RUN-CNT TO VH-RUN-CNT.
018772*    A STAGED HEADER CARRIES ITS EFFECTIVE STAMP AND ONLY THE
018774*    RETENTION COUNT THE STAGE CARD ITSELF GAVE
018776     IF WS-OUT-GEN = WS-STAGE-GEN
018778         MOVE WS-STG-EFF-DATE TO VS-EFF-DATE
018780         MOVE WS-STG-EFF-TIME TO VS-EFF-TIME
018782         MOVE WS-RETAIN TO VH-RETAIN
018784     END-IF.
018786     WRITE VAULT-REC
018790         INVALID KEY
018800             DISPLAY 'QUINE0410S MEMBER ' WS-SELECTED-MEMBER
018810                 ' ALREADY IN VAULT, USE REPLACE'
018820             SET WS-ABEND-REQUESTED TO TRUE
018830             GO TO 1450-EXIT
018840     END-WRITE.
018845     PERFORM 7610-JOURNAL-ADD THRU 7610-EXIT.
018850     PERFORM 1420-WRITE-BUILD-LINE THRU 1420-EXIT
018860         VARYING SX FROM 1 BY 1 UNTIL SX > WS-ACTUAL-LINES
018870             OR WS-ABEND-REQUESTED.
021250     IF WS-MISMATCH-FOUND
021260         DISPLAY 'QUINE0300W SOURCE DRIFT DETECTED FOR MEMBER '
021270             WS-SELECTED-MEMBER
021272         MOVE 'SRCDRIFT' TO WS-ALERT-EVENT
021274         MOVE 'W' TO WS-ALERT-SEV
021276         MOVE WS-SELECTED-MEMBER TO WS-ALERT-MEMBER
021278         MOVE 'VAULT TEXT HAS DRIFTED FROM SRCLIB'
021280             TO WS-ALERT-TEXT
021282         PERFORM 7700-RAISE-ALERT THRU 7700-EXIT
021284         IF NOT WS-DELTA-UNAVAILABLE
021290             DISPLAY 'QUINE0380I ' WS-DELTA-COUNT
021300                 ' DELTA RECORD(S) WRITTEN TO DELTARPT'
021310         END-IF
022070*    2500-BUMP-RUN-COUNT - ADDS ONE TO THE RUN COUNT IN THE    *
022080*    MEMBER'S CURRENT-GENERATION HEADER AFTER A CLEAN RUN.  A  *
022090*    NON-NUMERIC COUNT MARKS A HEADER WRITTEN BEFORE THE FIELD *
022096*    EXISTED AND STARTS OVER AT ONE.  THE COUNT IS LEFT AS IT  *
022102*    WAS WHILE THE VAULT JOURNAL IS UNAVAILABLE                *
022110*--------------------------------------------------------------*
022120 2500-BUMP-RUN-COUNT.
022121     IF WS-VJRNL-UNAVAILABLE
022122         DISPLAY 'QUINE1715W RUN COUNT NOT UPDATED FOR MEMBER '
022123             WS-SELECTED-MEMBER ' - VAULT JOURNAL UNAVAILABLE'
022124         GO TO 2500-EXIT
022125     END-IF.
022130     MOVE WS-SELECTED-MEMBER TO VR-MEMBER.
022140     MOVE 0 TO VR-GEN.
022150     MOVE 0 TO VR-SEQ.
022180         INVALID KEY
022190             GO TO 2500-EXIT
022200     END-READ.
022205     MOVE VAULT-REC TO WS-JRNL-BEFORE.
022210     IF VH-RUN-CNT IS NUMERIC
022220         COMPUTE VH-RUN-CNT = VH-RUN-CNT + 1
022230     ELSE
022270         INVALID KEY
022280             DISPLAY 'QUINE1710W RUN COUNT NOT UPDATED FOR '
022290                 'MEMBER ' WS-SELECTED-MEMBER
022295             GO TO 2500-EXIT
022300     END-REWRITE.
022305     PERFORM 7630-JOURNAL-REWRITE THRU 7630-EXIT.
022310 2500-EXIT.
022320     EXIT.
022330*--------------------------------------------------------------*
023100         SET WS-DEL-DONE TO TRUE
023110         GO TO 3020-EXIT
023120     END-IF.
023125     MOVE VAULT-REC TO WS-JRNL-BEFORE.
023130     DELETE VAULT-FILE RECORD
023140         INVALID KEY
023150             DISPLAY 'QUINE0550S DELETE FAILED FOR MEMBER '
023180             SET WS-DEL-DONE TO TRUE
023190             GO TO 3020-EXIT
023200     END-DELETE.
023205     PERFORM 7620-JOURNAL-DELETE THRU 7620-EXIT.
023210     ADD 1 TO WS-DROP-COUNT.
023220 3020-EXIT.
023230     EXIT.
023940         GO TO 3100-EXIT
023950     END-IF.
023960     PERFORM 1450-WRITE-VAULT-MEMBER THRU 1450-EXIT.
023962     IF NOT WS-ABEND-REQUESTED
023964         PERFORM 5670-WRITE-IMPACT-LIST THRU 5670-EXIT
023966     END-IF.
023970     CLOSE VAULT-FILE.
023980     IF NOT WS-ABEND-REQUESTED
023990         DISPLAY 'QUINE0530I MEMBER ' WS-SELECTED-MEMBER
025300             SET WS-ABEND-REQUESTED TO TRUE
025310             GO TO 3640-EXIT
025320     END-DELETE.
025323     MOVE WS-SAVE-VAULT-REC TO WS-JRNL-BEFORE.
025326     PERFORM 7620-JOURNAL-DELETE THRU 7620-EXIT.
025330     MOVE WS-SAVE-VAULT-REC TO VAULT-REC.
025340     COMPUTE VR-GEN = WS-BUMP-GEN + 1.
025350     WRITE VAULT-REC
025370             DISPLAY 'QUINE0420S DUPLICATE VAULT KEY FOR MEMBER '
025380                 VR-MEMBER ' GENERATION ' VR-GEN ' LINE ' VR-SEQ
025390             SET WS-ABEND-REQUESTED TO TRUE
025395             GO TO 3640-EXIT
025400     END-WRITE.
025405     PERFORM 7610-JOURNAL-ADD THRU 7610-EXIT.
025410 3640-EXIT.
025420     EXIT.
025430*--------------------------------------------------------------*
025840     MOVE WS-PRUNE-GEN TO VR-GEN.
025850     MOVE WS-PRUNE-SEQ TO VR-SEQ.
025860     MOVE WS-PRUNE-SUB TO VR-SUB.
025862*    READ FIRST SO THE JOURNAL CARRIES THE BEFORE IMAGE
025864     READ VAULT-FILE
025866         INVALID KEY
025868             GO TO 3730-EXIT
025870     END-READ.
025872     MOVE VAULT-REC TO WS-JRNL-BEFORE.
025874     DELETE VAULT-FILE RECORD
025880         INVALID KEY
025890             GO TO 3730-EXIT
025900     END-DELETE.
025905     PERFORM 7620-JOURNAL-DELETE THRU 7620-EXIT.
025910 3730-EXIT.
025911     EXIT.
025912*--------------------------------------------------------------*
025913*    3800 - STAGE ACTION - BUILDS THE NEW TEXT FROM WIDE RAW   *
025914*    SOURCE IN MEMORY AS REPLACE DOES, BUT WRITES IT AS        *
025915*    GENERATION 99 WITH ITS EFFECTIVE DATE AND TIME, LEAVING   *
025916*    GENERATION 0 AND THE PRIOR GENERATIONS UNTOUCHED.  ONE    *
025917*    STAGED VERSION PER MEMBER - A SECOND MUST WAIT FOR THE    *
025918*    FIRST TO BE ACTIVATED OR CANCELLED                        *
025919*--------------------------------------------------------------*
025920 3800-STAGE-MEMBER.
025921     MOVE 0 TO WS-ACTUAL-LINES.
025922     PERFORM 1410-READ-BUILD-LINE THRU 1410-EXIT
025923         UNTIL WS-SRCWIDE-EOF.
025924     IF WS-ABEND-REQUESTED
025925         GO TO 3800-EXIT
025926     END-IF.
025927     IF WS-ACTUAL-LINES = 0
025928         DISPLAY 'QUINE2702S STAGED SOURCE FOR MEMBER '
025929             WS-SELECTED-MEMBER ' IS EMPTY'
025930         SET WS-ABEND-REQUESTED TO TRUE
025931         GO TO 3800-EXIT
025932     END-IF.
025933     OPEN I-O VAULT-FILE.
025934     IF WS-VAULT-STATUS NOT = '00'
025935         DISPLAY 'QUINE0360S VAULT DATASET '
025936             'UNAVAILABLE, STATUS ' WS-VAULT-STATUS
025937         SET WS-ABEND-REQUESTED TO TRUE
025938         GO TO 3800-EXIT
025939     END-IF.
025940     PERFORM 7000-ACQUIRE-LOCK THRU 7000-EXIT.
025941     IF WS-ABEND-REQUESTED
025942         CLOSE VAULT-FILE
025943         GO TO 3800-EXIT
025944     END-IF.
025945     MOVE WS-SELECTED-MEMBER TO VR-MEMBER.
025946     MOVE WS-STAGE-GEN TO VR-GEN.
025947     MOVE 0 TO VR-SEQ.
025948     MOVE 0 TO VR-SUB.
025949     READ VAULT-FILE
025950         INVALID KEY
025951             CONTINUE
025952         NOT INVALID KEY
025953             DISPLAY 'QUINE2705S MEMBER ' WS-SELECTED-MEMBER
025954                 ' ALREADY HAS A VERSION STAGED FOR '
025955                 VS-EFF-DATE ' ' VS-EFF-TIME
025956                 ' - CANCEL IT FIRST'
025957             SET WS-ABEND-REQUESTED TO TRUE
025958             CLOSE VAULT-FILE
025959             GO TO 3800-EXIT
025960     END-READ.
025961     PERFORM 0262-SET-NOW-STAMP THRU 0262-EXIT.
025962     IF WS-STG-STAMP-N NOT > WS-NOW-STAMP-N
025963         DISPLAY 'QUINE2708I EFFECTIVE TIME ' WS-STG-EFF-DATE
025964             ' ' WS-STG-EFF-TIME ' HAS ALREADY PASSED - THE '
025965             'NEXT ACTIVATE PROMOTES MEMBER ' WS-SELECTED-MEMBER
025966     END-IF.
025967     MOVE WS-STAGE-GEN TO WS-OUT-GEN.
025968     PERFORM 1450-WRITE-VAULT-MEMBER THRU 1450-EXIT.
025969     MOVE 0 TO WS-OUT-GEN.
025970     CLOSE VAULT-FILE.
025971     IF NOT WS-ABEND-REQUESTED
025972         DISPLAY 'QUINE2710I MEMBER ' WS-SELECTED-MEMBER
025973             ' STAGED WITH ' WS-ACTUAL-LINES ' LINE(S), '
025974             'EFFECTIVE ' WS-STG-EFF-DATE ' ' WS-STG-EFF-TIME
025975     END-IF.
025976 3800-EXIT.
025977     EXIT.
025978*--------------------------------------------------------------*
025979*    3850/3855/3860/3865 - ACTIVATE ACTION - ONE PASS OVER THE *
025980*    STAGED HEADERS (OR THE CARD'S MEMBER) LISTS EVERY STAGED  *
025981*    VERSION WHOSE EFFECTIVE TIME HAS PASSED; EACH IS THEN     *
025982*    PROMOTED BY KEY - THE CURRENT TEXT IS RETIRED AND PRUNED  *
025983*    EXACTLY AS REPLACE DOES, THE STAGED TEXT IS WRITTEN AS    *
025984*    GENERATION 0 UNDER THE TICKET IT WAS STAGED WITH, AND     *
025985*    THE STAGED COPY IS DROPPED.  A VERSION WHOSE TICKET NO    *
025986*    LONGER COVERS A REPLACE OF THE MEMBER NOW (3870) IS LEFT  *
025987*    STAGED AND AUDITED AS REFUSED, AND THE CARD ENDS WITH     *
025988*    RETURN CODE 8.  EACH ACTIVATION IS AUDITED                *
025995*--------------------------------------------------------------*
025996 3850-ACTIVATE-STAGED.
025997*    EACH STAGED VERSION CARRIES ITS OWN RETENTION COUNT
025998     MOVE 0 TO WS-RETAIN.
025999     PERFORM 0262-SET-NOW-STAMP THRU 0262-EXIT.
026000     MOVE 'N' TO WS-ACT-EOF-SW.
026001     IF WS-SELECTED-MEMBER = '*ALL'
026002         MOVE LOW-VALUES TO VR-KEY
026003         START VAULT-FILE KEY GREATER THAN VR-KEY
026004             INVALID KEY
026005                 SET WS-ACT-EOF TO TRUE
026006         END-START
026007     ELSE
026008         MOVE WS-SELECTED-MEMBER TO VR-MEMBER
026009         MOVE WS-STAGE-GEN TO VR-GEN
026010         MOVE 0 TO VR-SEQ
026011         MOVE 0 TO VR-SUB
026012         START VAULT-FILE KEY NOT LESS THAN VR-KEY
026013             INVALID KEY
026014                 SET WS-ACT-EOF TO TRUE
026015         END-START
026016     END-IF.
026017     PERFORM 3855-SCAN-ONE-STAGED THRU 3855-EXIT
026018         UNTIL WS-ACT-EOF.
026019     PERFORM 3860-ACTIVATE-ONE-MEMBER THRU 3860-EXIT
026020         VARYING WS-ACT-IX FROM 1 BY 1
026021         UNTIL WS-ACT-IX > WS-ACT-COUNT OR WS-ABEND-REQUESTED.
026022     DISPLAY 'QUINE2730I ACTIVATE - ' WS-ACT-DONE
026023         ' STAGED VERSION(S) ACTIVATED, ' WS-ACT-PENDING
026024         ' NOT YET DUE'.
026025     IF WS-ACT-DEFERRED > 0
026026         DISPLAY 'QUINE2735W ' WS-ACT-DEFERRED
026027             ' DUE VERSION(S) PAST THE ' WS-ACT-MAX
026028             '-ENTRY TABLE LEFT FOR THE NEXT ACTIVATE'
026029         SET WS-OVERFLOW-FOUND TO TRUE
026030     END-IF.
026031 3850-EXIT.
026032     EXIT.
026033*    READS ONE RECORD AND SKIPS STRAIGHT TO THE NEXT MEMBER'S
026034*    STAGED HEADER, SO ONLY HEADERS ARE EVER READ TWICE
026035 3855-SCAN-ONE-STAGED.
026036     READ VAULT-FILE NEXT RECORD
026037         AT END
026038             SET WS-ACT-EOF TO TRUE
026039             GO TO 3855-EXIT
026040     END-READ.
026041     IF WS-SELECTED-MEMBER NOT = '*ALL' AND
026042             VR-MEMBER NOT = WS-SELECTED-MEMBER
026043         SET WS-ACT-EOF TO TRUE
026044         GO TO 3855-EXIT
026045     END-IF.
026046     IF VR-GEN = WS-STAGE-GEN AND VR-SEQ = 0 AND
026047             VR-TYPE = 'H' AND VR-MEMBER NOT = WS-LOCK-NAME
026048         MOVE VS-EFF-DATE TO WS-STG-EFF-DATE
026049         MOVE VS-EFF-TIME TO WS-STG-EFF-TIME
026050         IF WS-STG-STAMP-N > WS-NOW-STAMP-N
026051             ADD 1 TO WS-ACT-PENDING
026052         ELSE
026053             IF WS-ACT-COUNT >= WS-ACT-MAX
026054                 ADD 1 TO WS-ACT-DEFERRED
026055             ELSE
026056                 ADD 1 TO WS-ACT-COUNT
026057                 MOVE VR-MEMBER TO WS-ACT-MEMBER(WS-ACT-COUNT)
026058             END-IF
026059         END-IF
026060     END-IF.
026061     IF VR-GEN < WS-STAGE-GEN
026062         MOVE WS-STAGE-GEN TO VR-GEN
026063         MOVE 0 TO VR-SEQ
026064         MOVE 0 TO VR-SUB
026065         START VAULT-FILE KEY NOT LESS THAN VR-KEY
026066             INVALID KEY
026067                 SET WS-ACT-EOF TO TRUE
026068         END-START
026069     ELSE
026070         MOVE 9999 TO VR-SEQ
026071         MOVE 9 TO VR-SUB
026072         START VAULT-FILE KEY GREATER THAN VR-KEY
026073             INVALID KEY
026074                 SET WS-ACT-EOF TO TRUE
026075         END-START
026076     END-IF.
026077 3855-EXIT.
026078     EXIT.
026079*    EVERY ATTEMPTED ACTIVATION IS AUDITED, FAILED OR NOT
026080 3860-ACTIVATE-ONE-MEMBER.
026081     MOVE WS-ACT-MEMBER(WS-ACT-IX) TO WS-SELECTED-MEMBER.
026082     MOVE 'N' TO WS-ACT-REFUSED-SW.
026083     PERFORM 3865-PROMOTE-STAGED THRU 3865-EXIT.
026084     PERFORM 8500-WRITE-ACTIVATE-AUDIT THRU 8500-EXIT.
026085     MOVE SPACES TO WS-CHG-TICKET.
026086 3860-EXIT.
026087     EXIT.
026088 3865-PROMOTE-STAGED.
026089     MOVE 0 TO WS-ACTUAL-LINES WS-EXPECTED-LINES WS-HDR-UPD-CNT
026090         WS-HDR-RUN-CNT WS-HDR-CHECKSUM.
026091     MOVE 03 TO WS-HDR-RETAIN.
026092     MOVE SPACES TO WS-HDR-CREATE-DATE.
026093     MOVE WS-SELECTED-MEMBER TO VR-MEMBER.
026094     MOVE WS-STAGE-GEN TO VR-GEN.
026095     MOVE 0 TO VR-SEQ.
026096     MOVE 0 TO VR-SUB.
026097     READ VAULT-FILE
026098         INVALID KEY
026099             DISPLAY 'QUINE2725S STAGED VERSION OF MEMBER '
026100                 WS-SELECTED-MEMBER ' NOT FOUND AT ACTIVATION'
026101             SET WS-ABEND-REQUESTED TO TRUE
026102             GO TO 3865-EXIT
026103     END-READ.
026104     MOVE VS-EFF-DATE TO WS-STG-EFF-DATE.
026105     MOVE VS-EFF-TIME TO WS-STG-EFF-TIME.
026106     MOVE VH-CHG-TICKET TO WS-STG-TICKET.
026107     MOVE VH-LINE-CNT TO WS-STG-LINES.
026108     IF VH-RETAIN IS NUMERIC
026109         MOVE VH-RETAIN TO WS-STG-RETAIN
026110     ELSE
026111         MOVE 0 TO WS-STG-RETAIN
026112     END-IF.
026113     PERFORM 3870-CHECK-STAGED-TICKET THRU 3870-EXIT.
026114     IF WS-ACT-REFUSED
026115         GO TO 3865-EXIT
026116     END-IF.
026117*    THE STAGED TEXT IS LOADED AND CHECKED AGAINST ITS HEADER
026118*    COUNT AND FINGERPRINT BEFORE ANYTHING IS RETIRED
026119     MOVE WS-STAGE-GEN TO WS-SEL-GEN.
026120     PERFORM 1100-LOAD-VAULT THRU 1100-EXIT.
026121     MOVE 0 TO WS-SEL-GEN.
026122     IF WS-ABEND-REQUESTED
026123         GO TO 3865-EXIT
026124     END-IF.
026125     IF WS-ACTUAL-LINES NOT = WS-EXPECTED-LINES
026126         DISPLAY 'QUINE0200S LINE COUNT MISMATCH FOR MEMBER '
026127             WS-SELECTED-MEMBER
026128         DISPLAY 'QUINE0200S EXPECTED ' WS-EXPECTED-LINES
026129             ' FOUND ' WS-ACTUAL-LINES
026130         SET WS-ABEND-REQUESTED TO TRUE
026131         GO TO 3865-EXIT
026132     END-IF.
026133     IF WS-STG-RETAIN > 0
026134         MOVE WS-STG-RETAIN TO WS-HDR-RETAIN
026135     END-IF.
026136     MOVE WS-SELECTED-MEMBER TO VR-MEMBER.
026137     MOVE 0 TO VR-GEN.
026138     MOVE 0 TO VR-SEQ.
026139     MOVE 0 TO VR-SUB.
026140     READ VAULT-FILE
026141         INVALID KEY
026142             CONTINUE
026143         NOT INVALID KEY
026144             IF VH-RETAIN > 0 AND WS-STG-RETAIN = 0
026145                 MOVE VH-RETAIN TO WS-HDR-RETAIN
026146             END-IF
026147             PERFORM 3050-CAPTURE-HDR-META THRU 3050-EXIT
026148             PERFORM 3600-BUMP-GENERATIONS THRU 3600-EXIT
026149             PERFORM 3700-PRUNE-GENERATIONS THRU 3700-EXIT
026150     END-READ.
026151     IF WS-ABEND-REQUESTED
026152         GO TO 3865-EXIT
026153     END-IF.
026154     MOVE WS-STG-TICKET TO WS-CHG-TICKET.
026155     MOVE 0 TO WS-OUT-GEN.
026156     PERFORM 1450-WRITE-VAULT-MEMBER THRU 1450-EXIT.
026157     IF WS-ABEND-REQUESTED
026158         GO TO 3865-EXIT
026159     END-IF.
026160     PERFORM 3950-DROP-STAGED THRU 3950-EXIT.
026161     PERFORM 5670-WRITE-IMPACT-LIST THRU 5670-EXIT.
026162     ADD 1 TO WS-ACT-DONE.
026163     DISPLAY 'QUINE2720I MEMBER ' WS-SELECTED-MEMBER
026164         ' ACTIVATED - VERSION STAGED FOR ' WS-STG-EFF-DATE
026165         ' ' WS-STG-EFF-TIME ' IS CURRENT, ' WS-ACTUAL-LINES
026166         ' LINE(S)'.
026167 3865-EXIT.
026168     EXIT.
026169*    THE TICKET A VERSION WAS STAGED UNDER MUST STILL BE
026170*    APPROVED, IN ITS WINDOW NOW, AND COVER A REPLACE OF THE
026171*    MEMBER - A TICKET WITHDRAWN OR EXPIRED SINCE THE STAGE CARD
026172*    LEAVES THE VERSION STAGED
026173 3870-CHECK-STAGED-TICKET.
026174     MOVE WS-STG-TICKET TO WS-CHG-TICKET.
026175     IF WS-CHGREQ-UNAVAILABLE
026176         DISPLAY 'QUINE2723E MEMBER ' WS-SELECTED-MEMBER
026177             ' NOT ACTIVATED - CHANGE REQUEST DATASET UNAVAILABLE'
026178         SET WS-ACT-REFUSED TO TRUE
026179         ADD 1 TO WS-ACT-REFUSED-CNT
026180         GO TO 3870-EXIT
026181     END-IF.
026182     PERFORM 0262-SET-NOW-STAMP THRU 0262-EXIT.
026183     MOVE WS-STG-TICKET TO WS-TKT-TICKET.
026184     MOVE WS-NOW-STAMP-N TO WS-TKT-STAMP-N.
026185     MOVE WS-SELECTED-MEMBER TO WS-TKT-MEMBER.
026186     MOVE 'REPLACE' TO WS-TKT-ACTION.
026187     MOVE 'N' TO WS-TKT-ANY-MBR-SW.
026188     PERFORM 0270-MATCH-TICKET THRU 0270-EXIT.
026189     EVALUATE WS-TKT-STAGE
026190         WHEN 4
026191             GO TO 3870-EXIT
026192         WHEN 0
026193             DISPLAY 'QUINE2723E MEMBER ' WS-SELECTED-MEMBER
026194                 ' NOT ACTIVATED - TICKET ' WS-STG-TICKET
026195                 ' NOT ON FILE'
026196         WHEN 1
026197             DISPLAY 'QUINE2723E MEMBER ' WS-SELECTED-MEMBER
026198                 ' NOT ACTIVATED - TICKET ' WS-STG-TICKET
026199                 ' NOT APPROVED'
026200         WHEN 2
026201             DISPLAY 'QUINE2723E MEMBER ' WS-SELECTED-MEMBER
026202                 ' NOT ACTIVATED - TICKET ' WS-STG-TICKET
026203                 ' OUTSIDE ITS IMPLEMENTATION WINDOW AT '
026204                 WS-TKT-STAMP-N
026205         WHEN OTHER
026206             DISPLAY 'QUINE2723E MEMBER ' WS-SELECTED-MEMBER
026207                 ' NOT ACTIVATED - TICKET ' WS-STG-TICKET
026208                 ' DOES NOT COVER REPLACE OF THIS MEMBER'
026209     END-EVALUATE.
026210     SET WS-ACT-REFUSED TO TRUE.
026211     ADD 1 TO WS-ACT-REFUSED-CNT.
026212 3870-EXIT.
026213     EXIT.
026214*--------------------------------------------------------------*
026215*    3900 - CANCEL ACTION - WITHDRAWS THE MEMBER'S STAGED      *
026216*    VERSION.  THE CURRENT TEXT IS NOT TOUCHED                 *
026217*--------------------------------------------------------------*
026218 3900-CANCEL-STAGED.
026219     MOVE WS-SELECTED-MEMBER TO VR-MEMBER.
026220     MOVE WS-STAGE-GEN TO VR-GEN.
026221     MOVE 0 TO VR-SEQ.
026222     MOVE 0 TO VR-SUB.
026223     READ VAULT-FILE
026224         INVALID KEY
026225             DISPLAY 'QUINE2750S MEMBER ' WS-SELECTED-MEMBER
026226                 ' HAS NO STAGED VERSION TO CANCEL'
026227             SET WS-NOTFND-FOUND TO TRUE
026228             SET WS-ABEND-REQUESTED TO TRUE
026229             GO TO 3900-EXIT
026230     END-READ.
026231     SET WS-MEMBER-FOUND TO TRUE.
026232     MOVE VH-LINE-CNT TO WS-STG-LINES.
026233     MOVE VS-EFF-DATE TO WS-STG-EFF-DATE.
026234     MOVE VS-EFF-TIME TO WS-STG-EFF-TIME.
026235     PERFORM 7000-ACQUIRE-LOCK THRU 7000-EXIT.
026236     IF WS-ABEND-REQUESTED
026237         GO TO 3900-EXIT
026238     END-IF.
026239     PERFORM 3950-DROP-STAGED THRU 3950-EXIT.
026240     DISPLAY 'QUINE2755I VERSION OF MEMBER ' WS-SELECTED-MEMBER
026241         ' STAGED FOR ' WS-STG-EFF-DATE ' ' WS-STG-EFF-TIME
026242         ' CANCELLED, ' WS-STG-LINES ' LINE(S)'.
026243 3900-EXIT.
026244     EXIT.
026245*    DROPS EVERY RECORD OF THE STAGED GENERATION THROUGH THE
026246*    JOURNALED PRUNE PATH; WS-STG-LINES IS ITS HEADER COUNT
026247 3950-DROP-STAGED.
026248     MOVE WS-STAGE-GEN TO WS-PRUNE-GEN.
026249     MOVE WS-STG-LINES TO WS-PRUNE-CNT.
026250     PERFORM 3720-PRUNE-ONE-RECORD THRU 3720-EXIT
026251         VARYING WS-PRUNE-SEQ FROM 0 BY 1
026252         UNTIL WS-PRUNE-SEQ > WS-PRUNE-CNT.
026253 3950-EXIT.
026254     EXIT.
026255*--------------------------------------------------------------*
026256*    3200/3210 - COMPRESS ACTION - UNLOADS EVERY VAULT RECORD  *
026257*    IN KEY ORDER TO THE WORK DATASET AND RELOADS THE VAULT    *
026258*    FROM IT, RECLAIMING THE SPACE OF DELETED RECORDS          *
026259*--------------------------------------------------------------*
026260 3200-COMPRESS-VAULT.
026261*    OPENED I-O SO THE UPDATE LOCK CAN BE TAKEN BEFORE THE
026262*    UNLOAD PASS - THE LOCK RECORD RIDES THROUGH THE RELOAD
026263     OPEN I-O VAULT-FILE.
026264     IF WS-VAULT-STATUS NOT = '00'
026265         DISPLAY 'QUINE0360S VAULT DATASET '
026266             'UNAVAILABLE, STATUS ' WS-VAULT-STATUS
026267         SET WS-ABEND-REQUESTED TO TRUE
026268         GO TO 3200-EXIT
026269     END-IF.
026270     PERFORM 7000-ACQUIRE-LOCK THRU 7000-EXIT.
026271     IF WS-ABEND-REQUESTED
026272         CLOSE VAULT-FILE
026273         GO TO 3200-EXIT
026274     END-IF.
026275     OPEN OUTPUT VAULTNEW-FILE.
026276     IF WS-VAULTNEW-STATUS NOT = '00'
026277         DISPLAY 'QUINE0500S VAULT WORK DATASET '
026278             'UNAVAILABLE, STATUS ' WS-VAULTNEW-STATUS
026279         SET WS-ABEND-REQUESTED TO TRUE
026280         CLOSE VAULT-FILE
026281         GO TO 3200-EXIT
026282     END-IF.
026283     MOVE 0 TO WS-KEEP-COUNT.
026284     MOVE 'N' TO WS-VAULT-EOF-SW.
026285     MOVE LOW-VALUES TO VR-KEY.
026286     START VAULT-FILE KEY GREATER THAN VR-KEY
026287         INVALID KEY
026288             SET WS-VAULT-EOF TO TRUE
026289     END-START.
026290     PERFORM 3210-COPY-OUT-RECORD THRU 3210-EXIT
026291         UNTIL WS-VAULT-EOF.
026300     CLOSE VAULT-FILE.
026310     CLOSE VAULTNEW-FILE.
026320     PERFORM 3500-SWAP-VAULTNEW THRU 3500-EXIT.
027360 4100-LOAD-SECOND-MEMBER.
027370     MOVE 0 TO WS-D-LINES.
027380     MOVE WS-MEMBER2 TO VR-MEMBER.
027390     MOVE WS-D-GEN TO VR-GEN.
027400     MOVE 0 TO VR-SEQ.
027410     MOVE 0 TO VR-SUB.
027420     READ VAULT-FILE
027430         INVALID KEY
027432             IF WS-D-GEN = WS-STAGE-GEN
027434                 DISPLAY 'QUINE2745S MEMBER ' WS-MEMBER2
027436                     ' HAS NO STAGED VERSION'
027438             ELSE
027440                 DISPLAY 'QUINE0100S MEMBER NOT FOUND IN VAULT - '
027450                     WS-MEMBER2
027455             END-IF
027460             SET WS-NOTFND-FOUND TO TRUE
027470             SET WS-ABEND-REQUESTED TO TRUE
027480             GO TO 4100-EXIT
027730         GO TO 4110-EXIT
027740     END-IF.
027750     MOVE WS-MEMBER2 TO VR-MEMBER.
027760     MOVE WS-D-GEN TO VR-GEN.
027770     COMPUTE VR-SEQ = WS-D-LINES + 1.
027780     MOVE 0 TO VR-SUB.
027790     READ VAULT-FILE
028980         DISPLAY 'QUINE0380I ' WS-DELTA-COUNT
028990             ' DELTA RECORD(S) WRITTEN TO DELTARPT'
029000     END-IF.
029005     PERFORM 5670-WRITE-IMPACT-LIST THRU 5670-EXIT.
029010     IF NOT WS-PROM-AUTHORIZED
029020         DISPLAY 'QUINE1930W PROMOTE OF ' WS-SELECTED-MEMBER
029030             ' NOT INSTALLED - CARD DOES NOT CARRY INSTALL '
029070         PERFORM 8400-WRITE-PROMOTE-AUDIT THRU 8400-EXIT
029080         GO TO 4300-EXIT
029090     END-IF.
029092*    THE TEST COPY MUST MEET THE CODING STANDARDS BEFORE IT
029094*    IS INSTALLED - AN ERROR-SEVERITY VIOLATION REFUSES THE
029096*    CARD THE WAY AN UNCOVERED CHANGE TICKET DOES
029098     MOVE WS-SELECTED-MEMBER TO WS-STD-MEMBER.
029100     MOVE 'N' TO WS-STD-PRIOR-BIG-SW.
029102     PERFORM 5830-CHECK-STANDARDS THRU 5830-EXIT.
029104     IF WS-STD-ERRORS > 0
029106         DISPLAY 'QUINE2470E PROMOTE OF ' WS-SELECTED-MEMBER
029108             ' REFUSED - TEST COPY HAS ' WS-STD-ERRORS
029110             ' CODING-STANDARDS ERROR(S)'
029112         MOVE 'PROMSTD' TO WS-PROM-STATUS
029114         PERFORM 8400-WRITE-PROMOTE-AUDIT THRU 8400-EXIT
029116         PERFORM 0290-REFUSE-CARD THRU 0290-EXIT
029118         GO TO 4300-EXIT
029120     END-IF.
029122     PERFORM 4380-INSTALL-TEST-MEMBER THRU 4380-EXIT.
029124     IF NOT WS-ABEND-REQUESTED
029126         DISPLAY 'QUINE1940I MEMBER ' WS-SELECTED-MEMBER
029130             ' PROMOTED TO PRODUCTION WITH ' WS-D-LINES
029140             ' LINE(S)'
029150         MOVE 'PROMOTED' TO WS-PROM-STATUS
030560*    IN KEY ORDER, TALLIES EACH MEMBER'S HEADER, TEXT RECORD   *
030570*    COUNT, RECORD TYPES, AND OVERFLOW FLAGS, AND WRITES ONE   *
030580*    STATUS RECORD PER MEMBER TO VFYRPT                        *
030583*    - A MEMBER WITH A STAGED VERSION SHOWS ITS EFFECTIVE      *
030586*    DATE AND TIME                                             *
030590*--------------------------------------------------------------*
030600 5000-VERIFY-VAULT.
030610     MOVE SPACES TO WS-VFY-MEMBER.
030760     DISPLAY 'QUINE0900I VAULT VERIFY - ' WS-VFY-MEMBERS
030770         ' MEMBER(S), ' WS-VFY-ERRORS ' ERROR(S), '
030780         WS-VFY-WARNINGS ' WARNING(S)'.
030782     IF WS-ACT-PENDING > 0
030784         DISPLAY 'QUINE2775I ' WS-ACT-PENDING
030786             ' STAGED VERSION(S) PENDING ACTIVATION'
030788     END-IF.
030790     IF WS-VFY-ERRORS > 0
030800         SET WS-VFY-ERROR-FOUND TO TRUE
030810         SET WS-MISMATCH-FOUND TO TRUE
031120         IF VR-TYPE = 'H'
031130             SET WS-VFY-HDR-PRESENT TO TRUE
031140             MOVE VH-LINE-CNT TO WS-VFY-EXPECTED
031142             IF VR-GEN = WS-STAGE-GEN
031144                 MOVE VS-EFF-DATE TO WS-STG-EFF-DATE
031146                 MOVE VS-EFF-TIME TO WS-STG-EFF-TIME
031148             END-IF
031150         ELSE
031160             ADD 1 TO WS-VFY-BAD-CNT
031170         END-IF
031390     MOVE WS-VFY-EXPECTED TO VF-EXPECTED.
031400     MOVE WS-VFY-ACTUAL TO VF-ACTUAL.
031410     MOVE WS-VFY-OFLOW-CNT TO VF-OFLOW-CNT.
031412     IF WS-VFY-GEN = WS-STAGE-GEN AND WS-VFY-HDR-PRESENT
031414         MOVE WS-STG-EFF-DATE TO VF-EFF-DATE
031416         MOVE WS-STG-EFF-TIME TO VF-EFF-TIME
031418         ADD 1 TO WS-ACT-PENDING
031420         DISPLAY 'QUINE2770I MEMBER ' WS-VFY-MEMBER
031422             ' HAS A STAGED VERSION EFFECTIVE '
031424             WS-STG-EFF-DATE ' ' WS-STG-EFF-TIME
031426     END-IF.
031428     IF NOT WS-VFY-HDR-PRESENT
031430         DISPLAY 'QUINE0910E MEMBER ' WS-VFY-MEMBER
031440             ' HAS TEXT RECORDS BUT NO HEADER'
031450     END-IF.
031700 5020-EXIT.
031710     EXIT.
031720*--------------------------------------------------------------*
031730*    5500-5520 - CATALOG ACTION - WALKS THE CURRENT            *
031740*    GENERATION OF EVERY MEMBER AND WRITES ONE DIRECTORY       *
031750*    RECORD PER MEMBER TO CATRPT - NAME, LINE AND OVERFLOW     *
031760*    COUNTS, CREATED DATE, LAST-CHANGE METADATA, AND THE RUN   *
031770*    COUNT - SO NOBODY HAS TO GREP THE AUDIT LOG FOR "WHO      *
031780*    LAST REPLACED THIS MEMBER AND WHEN"                       *
031783*    - PLUS THE EFFECTIVE TIME OF ANY VERSION STAGED BUT NOT   *
031786*    YET ACTIVATED                                             *
031790*--------------------------------------------------------------*
031800 5500-CATALOG-VAULT.
031810     MOVE SPACES TO WS-CAT-MEMBER.
031950     END-IF.
031960     DISPLAY 'QUINE1720I VAULT DIRECTORY - ' WS-VAULT-COUNT
031970         ' MEMBER(S) CATALOGED TO CATRPT'.
031972     IF WS-ACT-PENDING > 0
031974         DISPLAY 'QUINE2775I ' WS-ACT-PENDING
031976             ' STAGED VERSION(S) PENDING ACTIVATION'
031978     END-IF.
031980 5500-EXIT.
031990     EXIT.
031992 5505-START-CAT-MEMBER.
031994     IF WS-CAT-MEMBER NOT = SPACES
031996         PERFORM 5520-FINISH-CAT-MEMBER THRU 5520-EXIT
031998     END-IF.
032000     MOVE VR-MEMBER TO WS-CAT-MEMBER.
032002     MOVE 0 TO WS-CAT-OFLOW-CNT.
032004     MOVE 'N' TO WS-CAT-HDR-SW.
032006     MOVE 0 TO WCL-LINE-CNT.
032008     MOVE 0 TO WCL-UPD-CNT.
032010     MOVE 0 TO WCL-RUN-CNT.
032012     MOVE SPACES TO WCL-CREATED WCL-CHG-DATE WCL-CHG-TIME
032014         WCL-CHG-JOB WCL-CHG-USER WCL-CHG-TICKET
032016         WCL-STG-DATE WCL-STG-TIME.
032018 5505-EXIT.
032020     EXIT.
032022 5510-CATALOG-ONE-RECORD.
032024     READ VAULT-FILE NEXT RECORD
032026         AT END
032030             SET WS-VAULT-EOF TO TRUE
032040             GO TO 5510-EXIT
032050     END-READ.
032060*    THE *LOCK* CONTROL RECORD IS NOT A MEMBER, AND ONLY THE
032070*    CURRENT GENERATION IS CATALOGED - A STAGED VERSION ONLY
032075*    ADDS ITS EFFECTIVE DATE AND TIME TO ITS MEMBER'S LINE
032080     IF VR-MEMBER = WS-LOCK-NAME
032090         GO TO 5510-EXIT
032100     END-IF.
032102     IF VR-GEN = WS-STAGE-GEN AND VR-SEQ = 0 AND VR-TYPE = 'H'
032104         IF VR-MEMBER NOT = WS-CAT-MEMBER
032106             PERFORM 5505-START-CAT-MEMBER THRU 5505-EXIT
032108         END-IF
032110         MOVE VS-EFF-DATE TO WCL-STG-DATE
032112         MOVE VS-EFF-TIME TO WCL-STG-TIME
032114         ADD 1 TO WS-ACT-PENDING
032116         GO TO 5510-EXIT
032118     END-IF.
032120     IF VR-GEN NOT = 0
032122         GO TO 5510-EXIT
032130     END-IF.
032140     IF VR-MEMBER NOT = WS-CAT-MEMBER
032200         PERFORM 5505-START-CAT-MEMBER THRU 5505-EXIT
032260     END-IF.
032270     IF VR-SEQ = 0 AND VR-TYPE = 'H'
032280         SET WS-CAT-HDR-PRESENT TO TRUE
032320         MOVE VH-CHG-TIME TO WCL-CHG-TIME
032330         MOVE VH-CHG-JOB TO WCL-CHG-JOB
032340         MOVE VH-CHG-USER TO WCL-CHG-USER
032345         MOVE VH-CHG-TICKET TO WCL-CHG-TICKET
032350         IF VH-UPD-CNT IS NUMERIC
032360             MOVE VH-UPD-CNT TO WCL-UPD-CNT
032370         END-IF
032470     EXIT.
032480 5520-FINISH-CAT-MEMBER.
032490     ADD 1 TO WS-VAULT-COUNT.
032493*    A MEMBER STAGED BUT NOT YET IN THE VAULT HAS NO CURRENT
032496*    HEADER AND IS LISTED WITH ITS EFFECTIVE TIME ALONE
032500     IF NOT WS-CAT-HDR-PRESENT AND WCL-STG-DATE = SPACES
032510         DISPLAY 'QUINE1730W MEMBER ' WS-CAT-MEMBER
032520             ' HAS TEXT RECORDS BUT NO HEADER'
032530     END-IF.
032570     WRITE CATRPT-REC FROM WS-CAT-LINE.
032580 5520-EXIT.
032590     EXIT.
032591*--------------------------------------------------------------*
032592*    5600-5690 - XREF ACTION - ONE PASS OF THE CURRENT         *
032593*    GENERATIONS BUILDS A TABLE OF THE MEMBERS AND THEIR       *
032594*    ++INCLUDE DIRECTIVES.  EVERY MEMBER (OR THE ONE ON THE    *
032595*    CARD) IS THEN LISTED ON XREFRPT WITH WHAT IT INCLUDES     *
032596*    AND WHAT INCLUDES IT AT ALL LEVELS, AND FLAGGED WHEN A    *
032597*    RUN OF IT WOULD FAIL - AN INCLUDE NOT IN THE VAULT, A     *
032598*    CIRCULAR CHAIN, NESTING PAST 8 LEVELS, OR AN EXPANSION    *
032599*    PAST THE 999-LINE TABLE - OR WHEN NOTHING INCLUDES IT     *
032600*    AND IT HAS NEVER BEEN RUN                                 *
032601*--------------------------------------------------------------*
032602 5600-XREF-VAULT.
032603     MOVE 0 TO WS-XR-RPT-CNT WS-XR-MISS-CNT WS-XR-CIRC-CNT
032604         WS-XR-DEEP-CNT WS-XR-BIG-CNT WS-XR-ORPHAN-CNT.
032605     PERFORM 5610-BUILD-XREF-TABLES THRU 5610-EXIT.
032606     IF WS-SELECTED-MEMBER NOT = '*ALL'
032607         MOVE WS-SELECTED-MEMBER TO WS-XR-CUR-NAME
032608         PERFORM 5625-FIND-XREF-MEMBER THRU 5625-EXIT
032609         IF WS-XR-FOUND-IX = 0
032610             DISPLAY 'QUINE0100S MEMBER NOT FOUND IN VAULT '
032611                 '- ' WS-SELECTED-MEMBER
032612             SET WS-NOTFND-FOUND TO TRUE
032613             SET WS-ABEND-REQUESTED TO TRUE
032614             GO TO 5600-EXIT
032615         END-IF
032616     END-IF.
032617     MOVE WS-RUN-DATE-DISPLAY TO XRH-DATE.
032618     MOVE WS-RUN-TIME-DISPLAY TO XRH-TIME.
032619     MOVE SPACES TO XREFRPT-REC.
032620     WRITE XREFRPT-REC FROM WS-XRH-LINE.
032621     IF WS-SELECTED-MEMBER = '*ALL'
032622         PERFORM 5640-XREF-ONE-MEMBER THRU 5640-EXIT
032623             VARYING WS-XR-ROOT FROM 1 BY 1
032624             UNTIL WS-XR-ROOT > WS-XR-MBR-CNT
032625     ELSE
032626         MOVE WS-XR-FOUND-IX TO WS-XR-ROOT
032627         PERFORM 5640-XREF-ONE-MEMBER THRU 5640-EXIT
032628     END-IF.
032629     MOVE WS-XR-RPT-CNT TO XRT-MEMBERS.
032630     MOVE WS-XR-EDGE-TOT TO XRT-EDGES.
032631     MOVE WS-XR-MISS-CNT TO XRT-MISSING.
032632     MOVE WS-XR-CIRC-CNT TO XRT-CIRCULAR.
032633     MOVE WS-XR-DEEP-CNT TO XRT-DEEP.
032634     MOVE WS-XR-BIG-CNT TO XRT-BIG.
032635     MOVE WS-XR-ORPHAN-CNT TO XRT-ORPHAN.
032636     MOVE SPACES TO XREFRPT-REC.
032637     WRITE XREFRPT-REC FROM WS-XRT-LINE.
032638     DISPLAY 'QUINE2010I CROSS-REFERENCE - ' WS-XR-RPT-CNT
032639         ' MEMBER(S) LISTED TO XREFRPT, ' WS-XR-EDGE-TOT
032640         ' ++INCLUDE(S) IN THE VAULT'.
032641     IF WS-XR-MISS-CNT + WS-XR-CIRC-CNT + WS-XR-DEEP-CNT
032642             + WS-XR-BIG-CNT > 0
032643         DISPLAY 'QUINE2020W ++INCLUDE CHAINS THAT WILL NOT '
032644             'RUN - ' WS-XR-MISS-CNT ' MISSING, '
032645             WS-XR-CIRC-CNT ' CIRCULAR, ' WS-XR-DEEP-CNT
032646             ' TOO DEEP, ' WS-XR-BIG-CNT ' OVER 999 LINES'
032647         SET WS-MISMATCH-FOUND TO TRUE
032648     END-IF.
032649     IF WS-XR-ORPHAN-CNT > 0
032650         DISPLAY 'QUINE2030I ' WS-XR-ORPHAN-CNT
032651             ' MEMBER(S) NOT INCLUDED BY ANY MEMBER AND '
032652             'NEVER RUN'
032653     END-IF.
032654     IF WS-XR-TBL-FULL
032655         SET WS-MISMATCH-FOUND TO TRUE
032656     END-IF.
032657 5600-EXIT.
032658     EXIT.
032659 5610-BUILD-XREF-TABLES.
032660     MOVE 0 TO WS-XR-MBR-CNT WS-XR-EDGE-TOT.
032661     MOVE 'N' TO WS-XR-FULL-SW.
032662     MOVE 'N' TO WS-VAULT-EOF-SW.
032663     MOVE LOW-VALUES TO VR-KEY.
032664     START VAULT-FILE KEY GREATER THAN VR-KEY
032665         INVALID KEY
032666             SET WS-VAULT-EOF TO TRUE
032667     END-START.
032668     PERFORM 5615-XREF-ONE-RECORD THRU 5615-EXIT
032669         UNTIL WS-VAULT-EOF.
032670     PERFORM 5620-RESOLVE-XREF-EDGE THRU 5620-EXIT
032671         VARYING WS-XR-JX FROM 1 BY 1
032672         UNTIL WS-XR-JX > WS-XR-EDGE-TOT.
032673 5610-EXIT.
032674     EXIT.
032675 5615-XREF-ONE-RECORD.
032676     READ VAULT-FILE NEXT RECORD
032677         AT END
032678             SET WS-VAULT-EOF TO TRUE
032679             GO TO 5615-EXIT
032680     END-READ.
032681*    THE *LOCK* CONTROL RECORD IS NOT A MEMBER, AND ONLY THE
032682*    CURRENT GENERATION IS EVER PULLED IN BY AN INCLUDE
032683     IF VR-MEMBER = WS-LOCK-NAME
032684         GO TO 5615-EXIT
032685     END-IF.
032686     IF VR-GEN NOT = 0
032687         GO TO 5615-EXIT
032688     END-IF.
032689     IF VR-SEQ = 0 AND VR-TYPE = 'H'
032690         IF WS-XR-MBR-CNT NOT < WS-XR-MBR-MAX
032691             PERFORM 5618-XREF-TABLE-FULL THRU 5618-EXIT
032692             GO TO 5615-EXIT
032693         END-IF
032694         ADD 1 TO WS-XR-MBR-CNT
032695         MOVE VR-MEMBER TO WS-XR-NAME(WS-XR-MBR-CNT)
032696         MOVE VH-LINE-CNT TO WS-XR-LINE-CNT(WS-XR-MBR-CNT)
032697         MOVE 0 TO WS-XR-RUN-CNT(WS-XR-MBR-CNT)
032698         IF VH-RUN-CNT IS NUMERIC
032699             MOVE VH-RUN-CNT TO WS-XR-RUN-CNT(WS-XR-MBR-CNT)
032700         END-IF
032701         MOVE 0 TO WS-XR-OWN-CNT(WS-XR-MBR-CNT)
032702         MOVE 0 TO WS-XR-EDGE-CNT(WS-XR-MBR-CNT)
032703         MOVE 0 TO WS-XR-USED-CNT(WS-XR-MBR-CNT)
032704         COMPUTE WS-XR-FIRST-EDGE(WS-XR-MBR-CNT) =
032705             WS-XR-EDGE-TOT + 1
032706         GO TO 5615-EXIT
032707     END-IF.
032708*    TEXT RECORDS COUNT ONLY FOR THE MEMBER WHOSE HEADER WAS
032709*    JUST TABLED - A HEADERLESS MEMBER CANNOT BE INCLUDED
032710     IF WS-XR-MBR-CNT = 0
032711         GO TO 5615-EXIT
032712     END-IF.
032713     IF VR-MEMBER NOT = WS-XR-NAME(WS-XR-MBR-CNT)
032714             OR VR-TYPE NOT = 'T'
032715         GO TO 5615-EXIT
032716     END-IF.
032717     IF VT-TEXT(1:10) NOT = '++INCLUDE '
032718         ADD 1 TO WS-XR-OWN-CNT(WS-XR-MBR-CNT)
032719         GO TO 5615-EXIT
032720     END-IF.
032721     IF WS-XR-EDGE-TOT NOT < WS-XR-EDGE-MAX
032722         PERFORM 5618-XREF-TABLE-FULL THRU 5618-EXIT
032723         GO TO 5615-EXIT
032724     END-IF.
032725     ADD 1 TO WS-XR-EDGE-TOT.
032726     MOVE WS-XR-MBR-CNT TO WS-XR-FROM(WS-XR-EDGE-TOT).
032727     MOVE VT-TEXT(11:8) TO WS-XR-TO-NAME(WS-XR-EDGE-TOT).
032728     MOVE 0 TO WS-XR-TO(WS-XR-EDGE-TOT).
032729     MOVE VR-SEQ TO WS-XR-AT-SEQ(WS-XR-EDGE-TOT).
032730     ADD 1 TO WS-XR-EDGE-CNT(WS-XR-MBR-CNT).
032731 5615-EXIT.
032732     EXIT.
032733 5618-XREF-TABLE-FULL.
032734     IF NOT WS-XR-TBL-FULL
032735         DISPLAY 'QUINE2040W CROSS-REFERENCE TABLE FULL AT '
032736             WS-XR-MBR-CNT ' MEMBER(S), ' WS-XR-EDGE-TOT
032737             ' INCLUDE(S) - REMAINDER OF VAULT NOT TABLED'
032738         SET WS-XR-TBL-FULL TO TRUE
032739     END-IF.
032740 5618-EXIT.
032741     EXIT.
032742 5620-RESOLVE-XREF-EDGE.
032743     MOVE WS-XR-TO-NAME(WS-XR-JX) TO WS-XR-CUR-NAME.
032744     PERFORM 5625-FIND-XREF-MEMBER THRU 5625-EXIT.
032745     MOVE WS-XR-FOUND-IX TO WS-XR-TO(WS-XR-JX).
032746     IF WS-XR-FOUND-IX > 0
032747         ADD 1 TO WS-XR-USED-CNT(WS-XR-FOUND-IX)
032748     END-IF.
032749 5620-EXIT.
032750     EXIT.
032751 5625-FIND-XREF-MEMBER.
032752     MOVE 0 TO WS-XR-FOUND-IX.
032753     IF WS-XR-CUR-NAME = SPACES
032754         GO TO 5625-EXIT
032755     END-IF.
032756     PERFORM 5626-MATCH-XREF-MEMBER THRU 5626-EXIT
032757         VARYING WS-XR-KX FROM 1 BY 1
032758         UNTIL WS-XR-KX > WS-XR-MBR-CNT OR WS-XR-FOUND-IX > 0.
032759 5625-EXIT.
032760     EXIT.
032761 5626-MATCH-XREF-MEMBER.
032762     IF WS-XR-NAME(WS-XR-KX) = WS-XR-CUR-NAME
032763         MOVE WS-XR-KX TO WS-XR-FOUND-IX
032764     END-IF.
032765 5626-EXIT.
032766     EXIT.
032767*    ONE MEMBER'S ENTRY - A COUNTING PASS FIRST SO THE MEMBER
032768*    LINE CAN CARRY THE EXPANDED SIZE, THEN THE LISTING PASS
032769 5640-XREF-ONE-MEMBER.
032770     ADD 1 TO WS-XR-RPT-CNT.
032771     MOVE 'N' TO WS-XR-MISS-SW WS-XR-CIRC-SW WS-XR-DEEP-SW.
032772     SET WS-XR-TO-COUNT TO TRUE.
032773     PERFORM 5650-WALK-INCLUDES THRU 5650-EXIT.
032774     MOVE WS-XR-NAME(WS-XR-ROOT) TO XRM-MEMBER.
032775     MOVE WS-XR-LINE-CNT(WS-XR-ROOT) TO XRM-LINES.
032776     MOVE WS-XR-EXP-TOTAL TO XRM-EXPANDED.
032777     MOVE WS-XR-RUN-CNT(WS-XR-ROOT) TO XRM-RUNS.
032778     MOVE WS-XR-EDGE-CNT(WS-XR-ROOT) TO XRM-INCLUDES.
032779     MOVE WS-XR-USED-CNT(WS-XR-ROOT) TO XRM-USERS.
032780     MOVE SPACES TO XREFRPT-REC.
032781     WRITE XREFRPT-REC FROM WS-XRM-LINE.
032782     SET WS-XR-TO-REPORT TO TRUE.
032783     PERFORM 5650-WALK-INCLUDES THRU 5650-EXIT.
032784     MOVE WS-XR-NAME(WS-XR-ROOT) TO WS-XR-CUR-NAME.
032785     PERFORM 5660-WALK-USERS THRU 5660-EXIT.
032786     IF WS-XR-MISSING
032787         ADD 1 TO WS-XR-MISS-CNT
032788         MOVE 'INCLUDES A MEMBER THAT IS NOT IN THE VAULT'
032789             TO XRF-TEXT
032790         PERFORM 5690-WRITE-XREF-FLAG THRU 5690-EXIT
032791     END-IF.
032792     IF WS-XR-CIRCULAR
032793         ADD 1 TO WS-XR-CIRC-CNT
032794         MOVE 'CIRCULAR ++INCLUDE CHAIN' TO XRF-TEXT
032795         PERFORM 5690-WRITE-XREF-FLAG THRU 5690-EXIT
032796     END-IF.
032797     IF WS-XR-TOO-DEEP
032798         ADD 1 TO WS-XR-DEEP-CNT
032799         MOVE '++INCLUDE NESTING PAST 8 LEVELS' TO XRF-TEXT
032800         PERFORM 5690-WRITE-XREF-FLAG THRU 5690-EXIT
032801     END-IF.
032802     IF WS-XR-EXP-TOTAL > WS-TBL-MAX
032803         ADD 1 TO WS-XR-BIG-CNT
032804         MOVE 'EXPANDS PAST THE 999-LINE TABLE' TO XRF-TEXT
032805         PERFORM 5690-WRITE-XREF-FLAG THRU 5690-EXIT
032806     END-IF.
032807     IF WS-XR-USED-CNT(WS-XR-ROOT) = 0
032808             AND WS-XR-RUN-CNT(WS-XR-ROOT) = 0
032809         ADD 1 TO WS-XR-ORPHAN-CNT
032810         MOVE 'NOT INCLUDED BY ANY MEMBER AND NEVER RUN'
032811             TO XRF-TEXT
032812         PERFORM 5690-WRITE-XREF-FLAG THRU 5690-EXIT
032813     END-IF.
032814 5640-EXIT.
032815     EXIT.
032816*    DOWNWARD WALK - EVERYTHING THE ROOT MEMBER PULLS IN, THE
032817*    WAY 1500 WOULD EXPAND IT, TOTALLING THE EXPANDED LINES
032818 5650-WALK-INCLUDES.
032819     MOVE 1 TO WS-XR-LVL.
032820     MOVE WS-XR-NAME(WS-XR-ROOT) TO WS-XR-STK-NAME(1).
032821     MOVE WS-XR-ROOT TO WS-XR-STK-MBR(1).
032822     MOVE 0 TO WS-XR-STK-POS(1).
032823     MOVE WS-XR-OWN-CNT(WS-XR-ROOT) TO WS-XR-EXP-TOTAL.
032824     MOVE 'INCLUDES' TO WS-XR-REL.
032825     PERFORM 5655-STEP-INCLUDES THRU 5655-EXIT
032826         UNTIL WS-XR-LVL = 0.
032827 5650-EXIT.
032828     EXIT.
032829 5655-STEP-INCLUDES.
032830     MOVE WS-XR-STK-MBR(WS-XR-LVL) TO WS-XR-IX.
032831     IF WS-XR-STK-POS(WS-XR-LVL) NOT < WS-XR-EDGE-CNT(WS-XR-IX)
032832         SUBTRACT 1 FROM WS-XR-LVL
032833         GO TO 5655-EXIT
032834     END-IF.
032835     ADD 1 TO WS-XR-STK-POS(WS-XR-LVL).
032836     COMPUTE WS-XR-JX = WS-XR-FIRST-EDGE(WS-XR-IX)
032837         + WS-XR-STK-POS(WS-XR-LVL) - 1.
032838     MOVE WS-XR-TO-NAME(WS-XR-JX) TO WS-XR-CUR-NAME.
032839     MOVE WS-XR-TO(WS-XR-JX) TO WS-XR-NEXT.
032840     MOVE SPACES TO WS-XR-NOTE.
032841     IF WS-XR-NEXT = 0
032842         SET WS-XR-MISSING TO TRUE
032843         MOVE 'NOT IN VAULT' TO WS-XR-NOTE
032844         PERFORM 5680-WRITE-XREF-DETAIL THRU 5680-EXIT
032845         GO TO 5655-EXIT
032846     END-IF.
032847     PERFORM 5658-CHECK-XREF-STACK THRU 5658-EXIT.
032848     IF WS-XR-ON-STACK
032849         SET WS-XR-CIRCULAR TO TRUE
032850         MOVE 'CIRCULAR REFERENCE' TO WS-XR-NOTE
032851         PERFORM 5680-WRITE-XREF-DETAIL THRU 5680-EXIT
032852         GO TO 5655-EXIT
032853     END-IF.
032854     IF WS-XR-LVL > WS-INC-MAX
032855         SET WS-XR-TOO-DEEP TO TRUE
032856         MOVE 'NESTED PAST 8 LEVELS' TO WS-XR-NOTE
032857         PERFORM 5680-WRITE-XREF-DETAIL THRU 5680-EXIT
032858         GO TO 5655-EXIT
032859     END-IF.
032860     ADD WS-XR-OWN-CNT(WS-XR-NEXT) TO WS-XR-EXP-TOTAL.
032861     PERFORM 5680-WRITE-XREF-DETAIL THRU 5680-EXIT.
032862     ADD 1 TO WS-XR-LVL.
032863     MOVE WS-XR-CUR-NAME TO WS-XR-STK-NAME(WS-XR-LVL).
032864     MOVE WS-XR-NEXT TO WS-XR-STK-MBR(WS-XR-LVL).
032865     MOVE 0 TO WS-XR-STK-POS(WS-XR-LVL).
032866 5655-EXIT.
032867     EXIT.
032868 5658-CHECK-XREF-STACK.
032869     MOVE 'N' TO WS-XR-STK-HIT-SW.
032870     PERFORM 5659-MATCH-XREF-STACK THRU 5659-EXIT
032871         VARYING WS-XR-STK-CHK FROM 1 BY 1
032872         UNTIL WS-XR-STK-CHK > WS-XR-LVL OR WS-XR-ON-STACK.
032873 5658-EXIT.
032874     EXIT.
032875 5659-MATCH-XREF-STACK.
032876     IF WS-XR-STK-NAME(WS-XR-STK-CHK) = WS-XR-CUR-NAME
032877         SET WS-XR-ON-STACK TO TRUE
032878     END-IF.
032879 5659-EXIT.
032880     EXIT.
032881*    UPWARD WALK - EVERY MEMBER WHOSE EXPANSION PULLS IN THE
032882*    MEMBER NAMED IN WS-XR-CUR-NAME, WHICH NEED NOT BE IN THE
032883*    VAULT YET (A PROMOTE OF A NEW MEMBER OTHERS ALREADY NAME)
032884 5660-WALK-USERS.
032885     MOVE 1 TO WS-XR-LVL.
032886     MOVE WS-XR-CUR-NAME TO WS-XR-STK-NAME(1).
032887     MOVE 0 TO WS-XR-STK-MBR(1).
032888     MOVE 0 TO WS-XR-STK-POS(1).
032889     MOVE 'INCLUDED BY' TO WS-XR-REL.
032890     PERFORM 5665-STEP-USERS THRU 5665-EXIT
032891         UNTIL WS-XR-LVL = 0.
032892 5660-EXIT.
032893     EXIT.
032894 5665-STEP-USERS.
032895     IF WS-XR-STK-POS(WS-XR-LVL) NOT < WS-XR-EDGE-TOT
032896         SUBTRACT 1 FROM WS-XR-LVL
032897         GO TO 5665-EXIT
032898     END-IF.
032899     ADD 1 TO WS-XR-STK-POS(WS-XR-LVL).
032900     MOVE WS-XR-STK-POS(WS-XR-LVL) TO WS-XR-JX.
032901     IF WS-XR-TO-NAME(WS-XR-JX) NOT = WS-XR-STK-NAME(WS-XR-LVL)
032902         GO TO 5665-EXIT
032903     END-IF.
032904     MOVE WS-XR-FROM(WS-XR-JX) TO WS-XR-NEXT.
032905     MOVE WS-XR-NAME(WS-XR-NEXT) TO WS-XR-CUR-NAME.
032906     MOVE SPACES TO WS-XR-NOTE.
032907     PERFORM 5658-CHECK-XREF-STACK THRU 5658-EXIT.
032908     IF WS-XR-ON-STACK
032909         MOVE 'CIRCULAR REFERENCE' TO WS-XR-NOTE
032910         PERFORM 5680-WRITE-XREF-DETAIL THRU 5680-EXIT
032911         GO TO 5665-EXIT
032912     END-IF.
032913     IF WS-XR-LVL NOT < WS-XR-STK-MAX
032914         MOVE 'CHAIN NOT FOLLOWED FURTHER' TO WS-XR-NOTE
032915         PERFORM 5680-WRITE-XREF-DETAIL THRU 5680-EXIT
032916         GO TO 5665-EXIT
032917     END-IF.
032918     PERFORM 5680-WRITE-XREF-DETAIL THRU 5680-EXIT.
032919     ADD 1 TO WS-XR-LVL.
032920     MOVE WS-XR-CUR-NAME TO WS-XR-STK-NAME(WS-XR-LVL).
032921     MOVE WS-XR-NEXT TO WS-XR-STK-MBR(WS-XR-LVL).
032922     MOVE 0 TO WS-XR-STK-POS(WS-XR-LVL).
032923 5665-EXIT.
032924     EXIT.
032925*--------------------------------------------------------------*
032926*    5670 - IMPACT LIST FOR A REPLACE OR PROMOTE - EVERY       *
032927*    MEMBER THAT INCLUDES THE CHANGED MEMBER, AT ANY LEVEL,    *
032928*    GOES TO DELTARPT TAGGED IMPACT SO THE KNOCK-ON EFFECT     *
032929*    CAN BE REVIEWED BEFORE THOSE MEMBERS ARE NEXT RUN         *
032930*--------------------------------------------------------------*
032931 5670-WRITE-IMPACT-LIST.
032932     IF WS-DELTA-UNAVAILABLE OR NOT WS-DELTA-OPEN
032933         GO TO 5670-EXIT
032934     END-IF.
032935     MOVE 0 TO WS-XR-IMPACT-CNT.
032936     PERFORM 5610-BUILD-XREF-TABLES THRU 5610-EXIT.
032937     SET WS-XR-TO-DELTA TO TRUE.
032938     MOVE WS-SELECTED-MEMBER TO WS-XR-CUR-NAME.
032939     PERFORM 5660-WALK-USERS THRU 5660-EXIT.
032940     IF WS-XR-IMPACT-CNT > 0
032941         DISPLAY 'QUINE2050I MEMBER ' WS-SELECTED-MEMBER
032942             ' IS INCLUDED BY ' WS-XR-IMPACT-CNT
032943             ' MEMBER(S) - IMPACT LIST WRITTEN TO DELTARPT'
032944     END-IF.
032945 5670-EXIT.
032946     EXIT.
032947 5680-WRITE-XREF-DETAIL.
032948     IF WS-XR-TO-COUNT
032949         GO TO 5680-EXIT
032950     END-IF.
032951     IF WS-XR-TO-DELTA
032952         MOVE WS-XR-LVL TO XRI-LEVEL
032953         MOVE WS-XR-CUR-NAME TO XRI-MEMBER
032954         MOVE WS-XR-AT-SEQ(WS-XR-JX) TO XRI-AT-SEQ
032955         MOVE WS-XR-NOTE TO XRI-NOTE
032956         MOVE SPACES TO DELTA-REC
032957         MOVE WS-SELECTED-MEMBER TO DL-MEMBER
032958         MOVE 'IMPACT' TO DL-TAG
032959         MOVE WS-XR-LVL TO DL-LINE-NO
032960         MOVE WS-XRI-TEXT TO DL-VAULT-TEXT
032961         WRITE DELTA-REC
032962         ADD 1 TO WS-XR-IMPACT-CNT
032963         GO TO 5680-EXIT
032964     END-IF.
032965     MOVE WS-XR-REL TO XRD-RELATION.
032966     MOVE WS-XR-LVL TO XRD-LEVEL.
032967     MOVE WS-XR-CUR-NAME TO XRD-MEMBER.
032968     MOVE WS-XR-AT-SEQ(WS-XR-JX) TO XRD-AT-SEQ.
032969     MOVE WS-XR-NOTE TO XRD-NOTE.
032970     MOVE SPACES TO XREFRPT-REC.
032971     WRITE XREFRPT-REC FROM WS-XRD-LINE.
032972 5680-EXIT.
032973     EXIT.
032974 5690-WRITE-XREF-FLAG.
032975     MOVE SPACES TO XREFRPT-REC.
032976     WRITE XREFRPT-REC FROM WS-XRF-LINE.
032977 5690-EXIT.
032978     EXIT.
032979*--------------------------------------------------------------*
032980*    5700-5740 - FIND ACTION - READS THE VAULT IN KEY ORDER    *
032981*    FROM THE CARD'S MEMBER PREFIX (OR THE TOP WHEN THERE IS   *
032982*    NONE), REASSEMBLES EACH 80-BYTE LINE FROM ITS TEXT AND    *
032983*    CONTINUATION RECORDS, AND WRITES EVERY OCCURRENCE OF THE  *
032984*    SEARCH STRING TO FINDRPT.  ONLY GENERATION 0 IS SEARCHED  *
032985*    UNLESS THE CARD ASKS FOR ALL RETAINED GENERATIONS         *
032986*--------------------------------------------------------------*
032987 5700-FIND-VAULT.
032988     MOVE 0 TO WS-FIND-HITS WS-FIND-MBR-HITS WS-FIND-MBR-CNT
032989         WS-FIND-HIT-MBRS.
032990     MOVE SPACES TO WS-FIND-MEMBER.
032991     MOVE 'N' TO WS-FIND-PEND-SW.
032992     MOVE 'N' TO WS-VAULT-EOF-SW.
032993     MOVE 30 TO WS-FIND-LEN.
032994     PERFORM 5705-TRIM-FIND-STRING THRU 5705-EXIT
032995         UNTIL WS-FIND-STRING(WS-FIND-LEN:1) NOT = SPACE.
032996     COMPUTE WS-FIND-LAST-COL = 81 - WS-FIND-LEN.
032997     MOVE 0 TO WS-FIND-PFX-LEN.
032998     INSPECT WS-FIND-PREFIX TALLYING WS-FIND-PFX-LEN
032999         FOR CHARACTERS BEFORE INITIAL SPACE.
033000     MOVE WS-FIND-STRING TO FDH-STRING.
033001     MOVE WS-FIND-PREFIX TO FDH-PREFIX.
033002     IF WS-FIND-ALL-GENS
033003         MOVE 'ALL GENS' TO FDH-SCOPE
033004     ELSE
033005         MOVE 'CURRENT' TO FDH-SCOPE
033006     END-IF.
033007     MOVE WS-RUN-DATE-DISPLAY TO FDH-DATE.
033008     MOVE WS-RUN-TIME-DISPLAY TO FDH-TIME.
033009     MOVE SPACES TO FINDRPT-REC.
033010     WRITE FINDRPT-REC FROM WS-FDH-LINE.
033011     MOVE SPACES TO FINDRPT-REC.
033012     WRITE FINDRPT-REC FROM WS-FDC-LINE.
033013     MOVE LOW-VALUES TO VR-KEY.
033014     IF WS-FIND-PFX-LEN > 0
033015         MOVE WS-FIND-PREFIX TO VR-MEMBER
033016     END-IF.
033017     START VAULT-FILE KEY NOT LESS THAN VR-KEY
033018         INVALID KEY
033019             SET WS-VAULT-EOF TO TRUE
033020     END-START.
033021     PERFORM 5710-FIND-ONE-RECORD THRU 5710-EXIT
033022         UNTIL WS-VAULT-EOF.
033023     IF WS-FIND-PENDING
033024         PERFORM 5720-SEARCH-ONE-LINE THRU 5720-EXIT
033025     END-IF.
033026     IF WS-FIND-MEMBER NOT = SPACES
033027         PERFORM 5740-FINISH-FIND-MEMBER THRU 5740-EXIT
033028     END-IF.
033029     MOVE WS-FIND-HITS TO FDT-HITS.
033030     MOVE WS-FIND-HIT-MBRS TO FDT-HIT-MBRS.
033031     MOVE WS-FIND-MBR-CNT TO FDT-MBR-CNT.
033032     MOVE SPACES TO FINDRPT-REC.
033033     WRITE FINDRPT-REC FROM WS-FDT-LINE.
033034     DISPLAY 'QUINE2120I FIND - ' WS-FIND-HITS ' HIT(S) IN '
033035         WS-FIND-HIT-MBRS ' OF ' WS-FIND-MBR-CNT
033036         ' MEMBER(S) SEARCHED, WRITTEN TO FINDRPT'.
033037 5700-EXIT.
033038     EXIT.
033039 5705-TRIM-FIND-STRING.
033040     SUBTRACT 1 FROM WS-FIND-LEN.
033041 5705-EXIT.
033042     EXIT.
033043 5710-FIND-ONE-RECORD.
033044     READ VAULT-FILE NEXT RECORD
033045         AT END
033046             SET WS-VAULT-EOF TO TRUE
033047             GO TO 5710-EXIT
033048     END-READ.
033049*    THE VAULT IS IN MEMBER ORDER, SO THE FIRST MEMBER PAST
033050*    THE PREFIX ENDS THE SEARCH
033051     IF WS-FIND-PFX-LEN > 0
033052         IF VR-MEMBER(1:WS-FIND-PFX-LEN) NOT =
033053                 WS-FIND-PREFIX(1:WS-FIND-PFX-LEN)
033054             SET WS-VAULT-EOF TO TRUE
033055             GO TO 5710-EXIT
033056         END-IF
033057     END-IF.
033058*    A CONTINUATION RECORD COMPLETES THE LINE HELD FROM THE
033059*    TEXT RECORD JUST BEFORE IT
033060     IF VR-TYPE = 'C' AND WS-FIND-PENDING
033061         MOVE VC-TEXT TO WS-FIND-TEXT(71:10)
033062         PERFORM 5720-SEARCH-ONE-LINE THRU 5720-EXIT
033063         GO TO 5710-EXIT
033064     END-IF.
033065     IF WS-FIND-PENDING
033066         PERFORM 5720-SEARCH-ONE-LINE THRU 5720-EXIT
033067     END-IF.
033068     IF VR-MEMBER = WS-LOCK-NAME
033069         GO TO 5710-EXIT
033070     END-IF.
033071     IF VR-GEN NOT = 0 AND NOT WS-FIND-ALL-GENS
033072         GO TO 5710-EXIT
033073     END-IF.
033074     IF VR-MEMBER NOT = WS-FIND-MEMBER
033075         IF WS-FIND-MEMBER NOT = SPACES
033076             PERFORM 5740-FINISH-FIND-MEMBER THRU 5740-EXIT
033077         END-IF
033078         MOVE VR-MEMBER TO WS-FIND-MEMBER
033079         MOVE 0 TO WS-FIND-MBR-HITS
033080         ADD 1 TO WS-FIND-MBR-CNT
033081     END-IF.
033082     IF VR-TYPE NOT = 'T'
033083         GO TO 5710-EXIT
033084     END-IF.
033085     MOVE SPACES TO WS-FIND-TEXT.
033086     MOVE VT-TEXT TO WS-FIND-TEXT(1:70).
033087     MOVE VR-GEN TO WS-FIND-GEN.
033088     MOVE VR-SEQ TO WS-FIND-SEQ.
033089     IF VT-CONT = 'Y'
033090         SET WS-FIND-PENDING TO TRUE
033091     ELSE
033092         PERFORM 5720-SEARCH-ONE-LINE THRU 5720-EXIT
033093     END-IF.
033094 5710-EXIT.
033095     EXIT.
033096 5720-SEARCH-ONE-LINE.
033097     MOVE 'N' TO WS-FIND-PEND-SW.
033098     PERFORM 5730-MATCH-ONE-COLUMN THRU 5730-EXIT
033099         VARYING WS-FIND-COL FROM 1 BY 1
033100         UNTIL WS-FIND-COL > WS-FIND-LAST-COL.
033101 5720-EXIT.
033102     EXIT.
033103 5730-MATCH-ONE-COLUMN.
033104     IF WS-FIND-TEXT(WS-FIND-COL:WS-FIND-LEN) NOT =
033105             WS-FIND-STRING(1:WS-FIND-LEN)
033106         GO TO 5730-EXIT
033107     END-IF.
033108     ADD 1 TO WS-FIND-HITS.
033109     ADD 1 TO WS-FIND-MBR-HITS.
033110     MOVE WS-FIND-MEMBER TO FDD-MEMBER.
033111     MOVE WS-FIND-GEN TO FDD-GEN.
033112     MOVE WS-FIND-SEQ TO FDD-SEQ.
033113     MOVE WS-FIND-COL TO FDD-COL.
033114     MOVE WS-FIND-TEXT TO FDD-TEXT.
033115     MOVE SPACES TO FINDRPT-REC.
033116     WRITE FINDRPT-REC FROM WS-FDD-LINE.
033117 5730-EXIT.
033118     EXIT.
033119 5740-FINISH-FIND-MEMBER.
033120     IF WS-FIND-MBR-HITS = 0
033121         GO TO 5740-EXIT
033122     END-IF.
033123     ADD 1 TO WS-FIND-HIT-MBRS.
033124     MOVE WS-FIND-MEMBER TO FDM-MEMBER.
033125     MOVE WS-FIND-MBR-HITS TO FDM-HITS.
033126     MOVE SPACES TO FINDRPT-REC.
033127     WRITE FINDRPT-REC FROM WS-FDM-LINE.
033128 5740-EXIT.
033129     EXIT.
033130*--------------------------------------------------------------*
033131*    5800-5890 - STDCHECK ACTION - READS THE VAULT (OR TEST    *
033132*    VAULT) IN KEY ORDER, HOLDING EACH MEMBER'S CURRENT TEXT   *
033133*    IN D-TBL AND ITS PRIOR GENERATION IN S-TBL, AND CHECKS    *
033134*    THE CURRENT TEXT AGAINST EVERY RULE IN FORCE.  EACH       *
033135*    VIOLATION AND A SCORE LINE PER MEMBER GO TO STDRPT.       *
033136*    5830 ONWARD IS ALSO THE PROMOTE INSTALL GATE, WHICH       *
033137*    LEAVES THE TEST COPY IN D-TBL AND PRODUCTION IN S-TBL     *
033138*--------------------------------------------------------------*
033139 5800-STDCHECK-VAULT.
033140     MOVE 0 TO WS-STD-MBR-CNT WS-STD-CLEAN-CNT WS-STD-ERR-MBRS
033141         WS-STD-TOT-VIOL.
033142     MOVE SPACES TO WS-STD-MEMBER.
033143     MOVE 'N' TO WS-VAULT-EOF-SW.
033144     IF WS-STD-TEST-VAULT
033145         MOVE 'VAULTTST' TO SDH-VAULT
033146     ELSE
033147         MOVE 'VAULT' TO SDH-VAULT
033148     END-IF.
033149     MOVE WS-SELECTED-MEMBER TO SDH-MEMBER.
033150     MOVE WS-RUN-DATE-DISPLAY TO SDH-DATE.
033151     MOVE WS-RUN-TIME-DISPLAY TO SDH-TIME.
033152     MOVE SPACES TO STDRPT-REC.
033153     WRITE STDRPT-REC FROM WS-SDH-LINE.
033154     PERFORM 5805-WRITE-RULE-LINE THRU 5805-EXIT
033155         VARYING WS-STD-RX FROM 1 BY 1
033156         UNTIL WS-STD-RX > WS-STD-RULE-MAX.
033157     MOVE SPACES TO STDRPT-REC.
033158     WRITE STDRPT-REC FROM WS-SDC-LINE.
033159     IF WS-STD-TEST-VAULT
033160         MOVE LOW-VALUES TO WT-KEY
033161         IF WS-SELECTED-MEMBER NOT = '*ALL'
033162             MOVE WS-SELECTED-MEMBER TO WT-MEMBER
033163         END-IF
033164         START VAULTTST-FILE KEY NOT LESS THAN WT-KEY
033165             INVALID KEY
033166                 SET WS-VAULT-EOF TO TRUE
033167         END-START
033168     ELSE
033169         MOVE LOW-VALUES TO VR-KEY
033170         IF WS-SELECTED-MEMBER NOT = '*ALL'
033171             MOVE WS-SELECTED-MEMBER TO VR-MEMBER
033172         END-IF
033173         START VAULT-FILE KEY NOT LESS THAN VR-KEY
033174             INVALID KEY
033175                 SET WS-VAULT-EOF TO TRUE
033176         END-START
033177     END-IF.
033178     PERFORM 5810-STD-ONE-RECORD THRU 5810-EXIT
033179         UNTIL WS-VAULT-EOF.
033180     IF WS-STD-MEMBER NOT = SPACES
033181         PERFORM 5820-FINISH-STD-MEMBER THRU 5820-EXIT
033182     END-IF.
033183     IF WS-SELECTED-MEMBER NOT = '*ALL' AND WS-STD-MBR-CNT = 0
033184         DISPLAY 'QUINE0100S MEMBER NOT FOUND IN ' SDH-VAULT
033185             ' - ' WS-SELECTED-MEMBER
033186         SET WS-NOTFND-FOUND TO TRUE
033187         SET WS-ABEND-REQUESTED TO TRUE
033188     END-IF.
033189     MOVE WS-STD-MBR-CNT TO SDT-MBR-CNT.
033190     MOVE WS-STD-CLEAN-CNT TO SDT-CLEAN-CNT.
033191     MOVE WS-STD-ERR-MBRS TO SDT-ERR-MBRS.
033192     MOVE WS-STD-TOT-VIOL TO SDT-VIOL.
033193     MOVE SPACES TO STDRPT-REC.
033194     WRITE STDRPT-REC FROM WS-SDT-LINE.
033195     DISPLAY 'QUINE2440I STDCHECK - ' WS-STD-TOT-VIOL
033196         ' VIOLATION(S) IN ' WS-STD-MBR-CNT
033197         ' MEMBER(S), ' WS-STD-ERR-MBRS ' WITH ERRORS, '
033198         'WRITTEN TO STDRPT'.
033199     IF WS-STD-ERR-MBRS > 0
033200         SET WS-VFY-ERROR-FOUND TO TRUE
033201         SET WS-MISMATCH-FOUND TO TRUE
033202     ELSE
033203         IF WS-STD-TOT-VIOL > 0
033204             SET WS-MISMATCH-FOUND TO TRUE
033205         END-IF
033206     END-IF.
033207 5800-EXIT.
033208     EXIT.
033209 5805-WRITE-RULE-LINE.
033210     MOVE WS-STD-RULE-ID(WS-STD-RX) TO SDR-RULE-ID.
033211     IF WS-STD-RULE-ON(WS-STD-RX) = 'Y'
033212         MOVE 'ON' TO SDR-STATE
033213     ELSE
033214         MOVE 'OFF' TO SDR-STATE
033215     END-IF.
033216     MOVE WS-STD-RULE-SEV(WS-STD-RX) TO SDR-SEVERITY.
033217     MOVE WS-STD-RULE-PTS(WS-STD-RX) TO SDR-POINTS.
033218     MOVE SPACES TO STDRPT-REC.
033219     WRITE STDRPT-REC FROM WS-SDR-LINE.
033220 5805-EXIT.
033221     EXIT.
033222 5810-STD-ONE-RECORD.
033223     IF WS-STD-TEST-VAULT
033224         READ VAULTTST-FILE NEXT RECORD
033225             AT END
033226                 SET WS-VAULT-EOF TO TRUE
033227                 GO TO 5810-EXIT
033228         END-READ
033229         MOVE VAULTTST-REC TO WS-STD-REC
033230     ELSE
033231         READ VAULT-FILE NEXT RECORD
033232             AT END
033233                 SET WS-VAULT-EOF TO TRUE
033234                 GO TO 5810-EXIT
033235         END-READ
033236         MOVE VAULT-REC TO WS-STD-REC
033237     END-IF.
033238*    THE VAULT IS IN MEMBER ORDER, SO A SINGLE-MEMBER CHECK
033239*    ENDS AT THE FIRST RECORD OF ANY OTHER MEMBER
033240     IF WS-SELECTED-MEMBER NOT = '*ALL' AND
033241             WS-SR-MEMBER NOT = WS-SELECTED-MEMBER
033242         SET WS-VAULT-EOF TO TRUE
033243         GO TO 5810-EXIT
033244     END-IF.
033245     IF WS-SR-MEMBER(1:1) = '*'
033246         GO TO 5810-EXIT
033247     END-IF.
033248     IF WS-SR-MEMBER NOT = WS-STD-MEMBER
033249         IF WS-STD-MEMBER NOT = SPACES
033250             PERFORM 5820-FINISH-STD-MEMBER THRU 5820-EXIT
033251         END-IF
033252         MOVE WS-SR-MEMBER TO WS-STD-MEMBER
033253         MOVE 0 TO WS-D-LINES WS-ACTUAL-LINES
033254         MOVE 'N' TO WS-STD-BIG-SW WS-STD-PRIOR-BIG-SW
033255     END-IF.
033256     IF WS-SR-GEN > 1
033257         GO TO 5810-EXIT
033258     END-IF.
033259     IF WS-SR-TYPE = 'T'
033260         PERFORM 5812-STD-TEXT-RECORD THRU 5812-EXIT
033261     END-IF.
033262     IF WS-SR-TYPE = 'C'
033263         PERFORM 5814-STD-CONT-RECORD THRU 5814-EXIT
033264     END-IF.
033265 5810-EXIT.
033266     EXIT.
033267 5812-STD-TEXT-RECORD.
033268     IF WS-SR-GEN = 0
033269         IF WS-D-LINES NOT < WS-TBL-MAX
033270             SET WS-STD-TOO-BIG TO TRUE
033271             GO TO 5812-EXIT
033272         END-IF
033273         ADD 1 TO WS-D-LINES
033274         MOVE WS-SR-TEXT TO D(WS-D-LINES)
033275     ELSE
033276         IF WS-ACTUAL-LINES NOT < WS-TBL-MAX
033277             SET WS-STD-PRIOR-TOO-BIG TO TRUE
033278             GO TO 5812-EXIT
033279         END-IF
033280         ADD 1 TO WS-ACTUAL-LINES
033281         MOVE WS-SR-TEXT TO S(WS-ACTUAL-LINES)
033282     END-IF.
033283 5812-EXIT.
033284     EXIT.
033285*    A CONTINUATION RECORD CARRIES COLUMNS 71-80 OF THE LINE
033286*    LOADED JUST BEFORE IT
033287 5814-STD-CONT-RECORD.
033288     IF WS-SR-GEN = 0
033289         IF WS-D-LINES > 0 AND NOT WS-STD-TOO-BIG
033290             MOVE WS-SR-TEXT(1:10) TO D(WS-D-LINES)(71:10)
033291         END-IF
033292     ELSE
033293         IF WS-ACTUAL-LINES > 0 AND NOT WS-STD-PRIOR-TOO-BIG
033294             MOVE WS-SR-TEXT(1:10) TO S(WS-ACTUAL-LINES)(71:10)
033295         END-IF
033296     END-IF.
033297 5814-EXIT.
033298     EXIT.
033299 5820-FINISH-STD-MEMBER.
033300     ADD 1 TO WS-STD-MBR-CNT.
033301     IF WS-STD-TOO-BIG
033302         DISPLAY 'QUINE2435W MEMBER ' WS-STD-MEMBER
033303             ' EXCEEDS TABLE CAPACITY OF ' WS-TBL-MAX
033304             ' LINES - NOT CHECKED'
033305         SET WS-OVERFLOW-FOUND TO TRUE
033306         GO TO 5820-EXIT
033307     END-IF.
033308     PERFORM 5830-CHECK-STANDARDS THRU 5830-EXIT.
033309     PERFORM 5890-WRITE-STD-SCORE THRU 5890-EXIT.
033310     IF WS-STD-ERRORS > 0
033311         ADD 1 TO WS-STD-ERR-MBRS
033312     END-IF.
033313     IF WS-STD-ERRORS = 0 AND WS-STD-WARNINGS = 0 AND
033314             WS-STD-INFOS = 0
033315         ADD 1 TO WS-STD-CLEAN-CNT
033316     END-IF.
033317 5820-EXIT.
033318     EXIT.
033319*    CHECKS D-TBL (WS-D-LINES LINES) FOR WS-STD-MEMBER.  S-TBL
033320*    HOLDS THE VERSION IT REPLACES, OR WS-ACTUAL-LINES IS ZERO
033321*    WHEN THERE IS NONE
033322 5830-CHECK-STANDARDS.
033323     MOVE 0 TO WS-STD-ERRORS WS-STD-WARNINGS WS-STD-INFOS
033324         WS-STD-PENALTY WS-STD-PRIOR-SEQ.
033325     PERFORM 5840-CHECK-ONE-LINE THRU 5840-EXIT
033326         VARYING WS-STD-LINE FROM 1 BY 1
033327         UNTIL WS-STD-LINE > WS-D-LINES.
033328     IF WS-STD-RULE-ON(5) = 'Y'
033329         PERFORM 5860-CHECK-MOD-HISTORY THRU 5860-EXIT
033330     END-IF.
033331     IF WS-STD-PENALTY > 100
033332         MOVE 0 TO WS-STD-SCORE
033333     ELSE
033334         COMPUTE WS-STD-SCORE = 100 - WS-STD-PENALTY
033335     END-IF.
033336 5830-EXIT.
033337     EXIT.
033338 5840-CHECK-ONE-LINE.
033339     PERFORM 5841-CHECK-SEQUENCE THRU 5841-EXIT.
033340     PERFORM 5842-CHECK-COL-73-80 THRU 5842-EXIT.
033341     PERFORM 5843-CHECK-TABS THRU 5843-EXIT.
033342     PERFORM 5844-CHECK-AREA-A THRU 5844-EXIT.
033343 5840-EXIT.
033344     EXIT.
033345*    COLUMNS 1-6 MAY BE BLANK, BUT WHEN PRESENT MUST BE A
033346*    NUMBER ABOVE THE LAST ONE IN THE MEMBER
033347 5841-CHECK-SEQUENCE.
033348     IF WS-STD-RULE-ON(1) NOT = 'Y' OR
033349             D(WS-STD-LINE)(1:6) = SPACES
033350         GO TO 5841-EXIT
033351     END-IF.
033352     MOVE 1 TO WS-STD-RX.
033353     IF D(WS-STD-LINE)(1:6) IS NOT NUMERIC
033354         MOVE 'SEQUENCE FIELD IN COLUMNS 1-6 NOT NUMERIC'
033355             TO WS-STD-TEXT
033356         PERFORM 5850-RECORD-VIOLATION THRU 5850-EXIT
033357         GO TO 5841-EXIT
033358     END-IF.
033359     MOVE D(WS-STD-LINE)(1:6) TO WS-STD-CUR-SEQ.
033360     IF WS-STD-CUR-SEQ NOT > WS-STD-PRIOR-SEQ
033361         MOVE SPACES TO WS-STD-TEXT
033362         STRING 'SEQUENCE ' WS-STD-CUR-SEQ
033363             ' NOT ABOVE PRIOR SEQUENCE ' WS-STD-PRIOR-SEQ
033364             DELIMITED BY SIZE INTO WS-STD-TEXT
033365         PERFORM 5850-RECORD-VIOLATION THRU 5850-EXIT
033366     END-IF.
033367     MOVE WS-STD-CUR-SEQ TO WS-STD-PRIOR-SEQ.
033368 5841-EXIT.
033369     EXIT.
033370 5842-CHECK-COL-73-80.
033371     IF WS-STD-RULE-ON(2) NOT = 'Y' OR
033372             D(WS-STD-LINE)(73:8) = SPACES
033373         GO TO 5842-EXIT
033374     END-IF.
033375     MOVE 2 TO WS-STD-RX.
033376     MOVE 'TEXT IN COLUMNS 73-80' TO WS-STD-TEXT.
033377     PERFORM 5850-RECORD-VIOLATION THRU 5850-EXIT.
033378 5842-EXIT.
033379     EXIT.
033380 5843-CHECK-TABS.
033381     IF WS-STD-RULE-ON(3) NOT = 'Y'
033382         GO TO 5843-EXIT
033383     END-IF.
033384     MOVE 0 TO WS-STD-TALLY.
033385     INSPECT D(WS-STD-LINE) TALLYING WS-STD-TALLY
033386         FOR ALL X'09'.
033387     IF WS-STD-TALLY = 0
033388         GO TO 5843-EXIT
033389     END-IF.
033390     MOVE 0 TO WS-STD-TALLY.
033391     INSPECT D(WS-STD-LINE) TALLYING WS-STD-TALLY
033392         FOR CHARACTERS BEFORE INITIAL X'09'.
033393     COMPUTE WS-STD-COL = WS-STD-TALLY + 1.
033394     MOVE 3 TO WS-STD-RX.
033395     MOVE SPACES TO WS-STD-TEXT.
033396     STRING 'TAB CHARACTER AT COLUMN ' WS-STD-COL
033397         DELIMITED BY SIZE INTO WS-STD-TEXT.
033398     PERFORM 5850-RECORD-VIOLATION THRU 5850-EXIT.
033399 5843-EXIT.
033400     EXIT.
033401*    COMMENT, PAGE-EJECT, AND CONTINUATION LINES ARE EXEMPT
033402 5844-CHECK-AREA-A.
033403     IF WS-STD-RULE-ON(4) NOT = 'Y' OR
033404             D(WS-STD-LINE)(7:1) = '*' OR
033405             D(WS-STD-LINE)(7:1) = '/' OR
033406             D(WS-STD-LINE)(7:1) = '-'
033407         GO TO 5844-EXIT
033408     END-IF.
033409     MOVE D(WS-STD-LINE)(8:4) TO WS-STD-AREA-A.
033410     INSPECT WS-STD-AREA-A CONVERTING
033411         'abcdefghijklmnopqrstuvwxyz' TO
033412         'ABCDEFGHIJKLMNOPQRSTUVWXYZ'.
033413     IF WS-STD-AREA-A = D(WS-STD-LINE)(8:4)
033414         GO TO 5844-EXIT
033415     END-IF.
033416     MOVE 4 TO WS-STD-RX.
033417     MOVE 'LOWER CASE IN AREA A (COLUMNS 8-11)' TO WS-STD-TEXT.
033418     PERFORM 5850-RECORD-VIOLATION THRU 5850-EXIT.
033419 5844-EXIT.
033420     EXIT.
033421*    COUNTS ONE VIOLATION OF RULE WS-STD-RX AT LINE
033422*    WS-STD-LINE.  OUTSIDE STDCHECK THERE IS NO STDRPT, SO
033423*    THE VIOLATION GOES TO THE JOB LOG
033424 5850-RECORD-VIOLATION.
033425     ADD 1 TO WS-STD-TOT-VIOL.
033426     EVALUATE WS-STD-RULE-SEV(WS-STD-RX)
033427         WHEN 'E'
033428             ADD 1 TO WS-STD-ERRORS
033429         WHEN 'W'
033430             ADD 1 TO WS-STD-WARNINGS
033431         WHEN OTHER
033432             ADD 1 TO WS-STD-INFOS
033433     END-EVALUATE.
033434     ADD WS-STD-RULE-PTS(WS-STD-RX) TO WS-STD-PENALTY.
033435     IF NOT WS-STDRPT-OPEN
033436         DISPLAY 'QUINE2460W ' WS-STD-MEMBER ' LINE '
033437             WS-STD-LINE ' ' WS-STD-RULE-ID(WS-STD-RX) ' '
033438             WS-STD-RULE-SEV(WS-STD-RX) ' ' WS-STD-TEXT
033439         GO TO 5850-EXIT
033440     END-IF.
033441     MOVE WS-STD-MEMBER TO SDD-MEMBER.
033442     MOVE WS-STD-LINE TO SDD-LINE-NO.
033443     MOVE WS-STD-RULE-ID(WS-STD-RX) TO SDD-RULE-ID.
033444     MOVE WS-STD-RULE-SEV(WS-STD-RX) TO SDD-SEVERITY.
033445     MOVE WS-STD-TEXT TO SDD-TEXT.
033446     MOVE SPACES TO STDRPT-REC.
033447     WRITE STDRPT-REC FROM WS-SDD-LINE.
033448 5850-EXIT.
033449     EXIT.
033450*    A CHANGED MEMBER THAT KEEPS A MODIFICATION HISTORY BLOCK
033451*    (THE MARKER LINE AND THE COMMENT LINES UNDER IT) MUST
033452*    SHOW THAT BLOCK CHANGED FROM THE PRIOR VERSION.  A NEW
033453*    MEMBER, OR ONE WHOSE PRIOR VERSION HAD NO BLOCK, PASSES
033454 5860-CHECK-MOD-HISTORY.
033455     IF WS-ACTUAL-LINES = 0 OR WS-STD-PRIOR-TOO-BIG
033456         GO TO 5860-EXIT
033457     END-IF.
033458     MOVE 'N' TO WS-STD-DIFFER-SW.
033459     IF WS-ACTUAL-LINES NOT = WS-D-LINES
033460         SET WS-STD-DIFFERS TO TRUE
033461     ELSE
033462         PERFORM 5862-COMPARE-ONE-LINE THRU 5862-EXIT
033463             VARYING WS-STD-IX FROM 1 BY 1
033464             UNTIL WS-STD-IX > WS-D-LINES
033465     END-IF.
033466     IF NOT WS-STD-DIFFERS
033467         GO TO 5860-EXIT
033468     END-IF.
033469     MOVE 0 TO WS-STD-HIST-D WS-STD-HIST-S.
033470     PERFORM 5864-FIND-HISTORY-MARKER THRU 5864-EXIT
033471         VARYING WS-STD-IX FROM 1 BY 1
033472         UNTIL WS-STD-IX > WS-D-LINES.
033473     IF WS-STD-HIST-D = 0 OR WS-STD-HIST-S = 0
033474         GO TO 5860-EXIT
033475     END-IF.
033476     MOVE 0 TO WS-STD-HIST-LEN-D.
033477     MOVE WS-STD-HIST-D TO WS-STD-IX.
033478     MOVE 'N' TO WS-STD-DONE-SW.
033479     PERFORM 5866-MEASURE-D-HISTORY THRU 5866-EXIT
033480         UNTIL WS-STD-DONE.
033481     MOVE 0 TO WS-STD-HIST-LEN-S.
033482     MOVE WS-STD-HIST-S TO WS-STD-IX.
033483     MOVE 'N' TO WS-STD-DONE-SW.
033484     PERFORM 5867-MEASURE-S-HISTORY THRU 5867-EXIT
033485         UNTIL WS-STD-DONE.
033486     IF WS-STD-HIST-LEN-D NOT = WS-STD-HIST-LEN-S
033487         GO TO 5860-EXIT
033488     END-IF.
033489     MOVE 'N' TO WS-STD-DIFFER-SW.
033490     PERFORM 5868-COMPARE-HISTORY-LINE THRU 5868-EXIT
033491         VARYING WS-STD-IX FROM 0 BY 1
033492         UNTIL WS-STD-IX NOT < WS-STD-HIST-LEN-D.
033493     IF WS-STD-DIFFERS
033494         GO TO 5860-EXIT
033495     END-IF.
033496     MOVE 5 TO WS-STD-RX.
033497     MOVE WS-STD-HIST-D TO WS-STD-LINE.
033498     MOVE 'MEMBER CHANGED BUT MODIFICATION HISTORY NOT UPDATED'
033499         TO WS-STD-TEXT.
033500     PERFORM 5850-RECORD-VIOLATION THRU 5850-EXIT.
033501 5860-EXIT.
033502     EXIT.
033503 5862-COMPARE-ONE-LINE.
033504     IF D(WS-STD-IX) NOT = S(WS-STD-IX)
033505         SET WS-STD-DIFFERS TO TRUE
033506     END-IF.
033507 5862-EXIT.
033508     EXIT.
033509*    NOTES THE FIRST MARKER LINE IN EACH VERSION - S-TBL IS
033510*    SCANNED AS FAR AS IT GOES WITHIN THE SAME LOOP
033511 5864-FIND-HISTORY-MARKER.
033512     IF WS-STD-HIST-D = 0
033513         MOVE 0 TO WS-STD-TALLY
033514         INSPECT D(WS-STD-IX) TALLYING WS-STD-TALLY
033515             FOR ALL 'MODIFICATION HISTORY'
033516         IF WS-STD-TALLY > 0
033517             MOVE WS-STD-IX TO WS-STD-HIST-D
033518         END-IF
033519     END-IF.
033520     IF WS-STD-HIST-S = 0 AND WS-STD-IX NOT > WS-ACTUAL-LINES
033521         MOVE 0 TO WS-STD-TALLY
033522         INSPECT S(WS-STD-IX) TALLYING WS-STD-TALLY
033523             FOR ALL 'MODIFICATION HISTORY'
033524         IF WS-STD-TALLY > 0
033525             MOVE WS-STD-IX TO WS-STD-HIST-S
033526         END-IF
033527     END-IF.
033528 5864-EXIT.
033529     EXIT.
033530 5866-MEASURE-D-HISTORY.
033531     ADD 1 TO WS-STD-HIST-LEN-D.
033532     ADD 1 TO WS-STD-IX.
033533     IF WS-STD-IX > WS-D-LINES
033534         SET WS-STD-DONE TO TRUE
033535         GO TO 5866-EXIT
033536     END-IF.
033537     IF D(WS-STD-IX)(7:1) NOT = '*'
033538         SET WS-STD-DONE TO TRUE
033539     END-IF.
033540 5866-EXIT.
033541     EXIT.
033542 5867-MEASURE-S-HISTORY.
033543     ADD 1 TO WS-STD-HIST-LEN-S.
033544     ADD 1 TO WS-STD-IX.
033545     IF WS-STD-IX > WS-ACTUAL-LINES
033546         SET WS-STD-DONE TO TRUE
033547         GO TO 5867-EXIT
033548     END-IF.
033549     IF S(WS-STD-IX)(7:1) NOT = '*'
033550         SET WS-STD-DONE TO TRUE
033551     END-IF.
033552 5867-EXIT.
033553     EXIT.
033554*    SEQUENCE NUMBERS ARE IGNORED - A RENUMBERED BLOCK IS NOT
033555*    AN UPDATED ONE
033556 5868-COMPARE-HISTORY-LINE.
033557     COMPUTE WS-STD-IX2 = WS-STD-HIST-D + WS-STD-IX.
033558     MOVE D(WS-STD-IX2)(7:66) TO WS-STD-CMP-D.
033559     COMPUTE WS-STD-IX2 = WS-STD-HIST-S + WS-STD-IX.
033560     IF WS-STD-CMP-D NOT = S(WS-STD-IX2)(7:66)
033561         SET WS-STD-DIFFERS TO TRUE
033562     END-IF.
033563 5868-EXIT.
033564     EXIT.
033565 5890-WRITE-STD-SCORE.
033566     MOVE WS-STD-MEMBER TO SDM-MEMBER.
033567     MOVE WS-STD-SCORE TO SDM-SCORE.
033568     MOVE WS-STD-ERRORS TO SDM-ERRORS.
033569     MOVE WS-STD-WARNINGS TO SDM-WARNINGS.
033570     MOVE WS-STD-INFOS TO SDM-INFOS.
033571     MOVE WS-D-LINES TO SDM-LINES.
033572     MOVE SPACES TO STDRPT-REC.
033573     WRITE STDRPT-REC FROM WS-SDM-LINE.
033574 5890-EXIT.
033575     EXIT.
033576*--------------------------------------------------------------*
033577*    6000/6010/6020 - UNLOAD ACTION - WRITES THE SELECTED      *
033578*    MEMBER (OR THE WHOLE VAULT WHEN THE CARD SAYS *ALL) TO    *
033579*    THE SELF-DESCRIBING XPORT TRANSPORT DATASET.  6030 AND    *
033580*    6040 WRITE THE FILE HEADER AND TRAILER AROUND A RUN OF    *
033581*    CONSECUTIVE UNLOAD CARDS                                  *
033582*--------------------------------------------------------------*
033583 6000-UNLOAD-VAULT.
033584     MOVE 0 TO WS-XP-MBR-CNT.
033585     MOVE 0 TO WS-XP-REC-CNT.
033586     MOVE SPACES TO WS-XP-CUR-MEMBER.
033587     MOVE 'N' TO WS-XP-HDR-SW.
033588     MOVE 'N' TO WS-VAULT-EOF-SW.
033596     IF WS-SELECTED-MEMBER = '*ALL'
033597         MOVE LOW-VALUES TO VR-KEY
033598     ELSE
033599         MOVE WS-SELECTED-MEMBER TO VR-MEMBER
033600         MOVE 0 TO VR-GEN
033601         MOVE 0 TO VR-SEQ
033602         MOVE 0 TO VR-SUB
033603     END-IF.
033604     START VAULT-FILE KEY NOT LESS THAN VR-KEY
033605         INVALID KEY
033606             SET WS-VAULT-EOF TO TRUE
033607     END-START.
033608     PERFORM 6010-UNLOAD-ONE-RECORD THRU 6010-EXIT
033609         UNTIL WS-VAULT-EOF.
033610     IF WS-XP-HDR-PRESENT
033611         PERFORM 6020-WRITE-MBR-TRAILER THRU 6020-EXIT
033612     END-IF.
033613     IF WS-SELECTED-MEMBER NOT = '*ALL' AND WS-XP-MBR-CNT = 0
033614         DISPLAY 'QUINE0100S MEMBER NOT FOUND IN VAULT - '
033615             WS-SELECTED-MEMBER
033616         SET WS-NOTFND-FOUND TO TRUE
033617         SET WS-ABEND-REQUESTED TO TRUE
033618         GO TO 6000-EXIT
033619     END-IF.
033621     ADD WS-XP-MBR-CNT TO WS-XP-RUN-CNT.
033624     DISPLAY 'QUINE1000I ' WS-XP-MBR-CNT
033625         ' MEMBER(S) UNLOADED TO XPORT'.
033626 6000-EXIT.
033627     EXIT.
033628 6010-UNLOAD-ONE-RECORD.
033629     READ VAULT-FILE NEXT RECORD
033630         AT END
033631             SET WS-VAULT-EOF TO TRUE
033632             GO TO 6010-EXIT
033633     END-READ.
033634     IF WS-SELECTED-MEMBER NOT = '*ALL' AND
033635         VR-MEMBER NOT = WS-SELECTED-MEMBER
033636         SET WS-VAULT-EOF TO TRUE
033637         GO TO 6010-EXIT
033638     END-IF.
033639*    THE *LOCK* CONTROL RECORD NEVER TRAVELS
033640     IF VR-MEMBER = WS-LOCK-NAME
033641         GO TO 6010-EXIT
033642     END-IF.
033643*    ONLY THE CURRENT GENERATION TRAVELS TO THE DR SITE
033644     IF VR-GEN NOT = 0
033645         GO TO 6010-EXIT
033646     END-IF.
033647     IF VR-MEMBER NOT = WS-XP-CUR-MEMBER
033648         IF WS-XP-HDR-PRESENT
033649             PERFORM 6020-WRITE-MBR-TRAILER THRU 6020-EXIT
033650         END-IF
033651         MOVE VR-MEMBER TO WS-XP-CUR-MEMBER
033652         MOVE 0 TO WS-XP-REC-CNT
033653         MOVE 'N' TO WS-XP-HDR-SW
033654         MOVE 'N' TO WS-XP-WARNED-SW
033655     END-IF.
033656     IF VR-SEQ = 0 AND VR-TYPE = 'H'
033657         MOVE SPACES TO XPORT-REC
033658         MOVE 'M' TO XM-TYPE
033659         MOVE VH-MEMBER TO XM-MEMBER
033660         MOVE VH-LINE-CNT TO XM-LINE-CNT
033661         MOVE VH-CHECKSUM TO WS-XP-HDR-CKS
033662         WRITE XPORT-REC
033663         SET WS-XP-HDR-PRESENT TO TRUE
033664         ADD 1 TO WS-XP-MBR-CNT
033665     ELSE
033666         IF WS-XP-HDR-PRESENT
033667             PERFORM 6015-UNLOAD-TEXT-RECORD THRU 6015-EXIT
033668         ELSE
033669             IF NOT WS-XP-WARNED
033670                 DISPLAY 'QUINE1030W MEMBER ' VR-MEMBER
033671                     ' HAS NO HEADER, NOT TRANSPORTED'
033672                 SET WS-XP-WARNED TO TRUE
033673                 SET WS-OVERFLOW-FOUND TO TRUE
033674             END-IF
033675         END-IF
033676     END-IF.
033677 6010-EXIT.
033678     EXIT.
033679*--------------------------------------------------------------*
033680*    6015 - REASSEMBLES A VAULT TEXT RECORD AND ITS OPTIONAL   *
033681*    CONTINUATION INTO ONE FULL-WIDTH TRANSPORT TEXT RECORD.   *
033682*    A 'T' THAT FLAGS A CONTINUATION IS HELD UNTIL ITS 'C'     *
033683*    SUB-RECORD ARRIVES ON THE NEXT READ                       *
033684*--------------------------------------------------------------*
033685 6015-UNLOAD-TEXT-RECORD.
033686     IF VR-TYPE = 'C'
033687         IF WS-XP-PENDING
033690             MOVE VC-TEXT TO WS-XP-HOLD-TEXT(71:10)
033700             PERFORM 6018-WRITE-XPORT-TEXT THRU 6018-EXIT
033710             MOVE 'N' TO WS-XP-PEND-SW
034120     MOVE WS-XP-HDR-CKS TO XE-CHECKSUM.
034130     WRITE XPORT-REC.
034140 6020-EXIT.
034141     EXIT.
034142 6030-START-XPORT.
034143     OPEN OUTPUT XPORT-FILE.
034144     IF WS-XPORT-STATUS NOT = '00'
034145         DISPLAY 'QUINE1100S TRANSPORT DATASET '
034146             'UNAVAILABLE, STATUS ' WS-XPORT-STATUS
034147         SET WS-ABEND-REQUESTED TO TRUE
034148         GO TO 6030-EXIT
034149     END-IF.
034150     SET WS-XP-OPEN TO TRUE.
034151     MOVE 0 TO WS-XP-RUN-CNT.
034152     MOVE SPACES TO XPORT-REC.
034153     MOVE 'F' TO XF-TYPE.
034154     MOVE 'QUINE' TO XF-SYSTEM.
034155     MOVE WS-RUN-DATE-DISPLAY TO XF-DATE.
034156     MOVE WS-RUN-TIME-DISPLAY TO XF-TIME.
034157*    THE JOURNAL POSITION LETS QUINRCVR SKIP WHAT THE UNLOAD
034158*    ALREADY HOLDS
034159     MOVE WS-JRNL-SEQ TO XF-JRNL-SEQ.
034160     WRITE XPORT-REC.
034161 6030-EXIT.
034162     EXIT.
034163 6040-END-XPORT.
034164     MOVE SPACES TO XPORT-REC.
034165     MOVE 'Z' TO XZ-TYPE.
034166     MOVE WS-XP-RUN-CNT TO XZ-MBR-CNT.
034167     WRITE XPORT-REC.
034168     CLOSE XPORT-FILE.
034169     MOVE 'N' TO WS-XP-OPEN-SW.
034170     DISPLAY 'QUINE1005I XPORT CLOSED WITH ' WS-XP-RUN-CNT
034171         ' MEMBER(S)'.
034172 6040-EXIT.
034173     EXIT.
034174*--------------------------------------------------------------*
034175*    6500/6510/6520/6530 - LOAD ACTION - READS THE TRANSPORT   *
034180*    DATASET ON THE RECEIVING SYSTEM, VALIDATES THE HEADER,    *
034190*    COUNTS, AND TRUNCATION FLAGS OF EVERY MEMBER BEFORE       *
034200*    ACCEPTING IT, AND WRITES IT INTO THE RECEIVING VAULT      *
035070                 ' - TRAILER ' WS-XP-TRL-CKS ' COMPUTED '
035080                 WS-CKS-VALUE
035090             SET WS-ABEND-REQUESTED TO TRUE
035092             MOVE 'XPORTFP' TO WS-ALERT-EVENT
035094             MOVE 'E' TO WS-ALERT-SEV
035096             MOVE WS-XP-CUR-MEMBER TO WS-ALERT-MEMBER
035098             MOVE 'TRANSPORT TEXT DOES NOT MATCH TRAILER'
035100                 TO WS-ALERT-TEXT
035102             PERFORM 7700-RAISE-ALERT THRU 7700-EXIT
035104             GO TO 6520-EXIT
035110         END-IF
035120     END-IF.
035122*    EACH ARRIVING MEMBER MUST BE COVERED BY THE CARD'S TICKET;
035124*    ONE THAT IS NOT IS LEFT OUT AND THE CARD ENDS REFUSED
035126     MOVE WS-XP-CUR-MEMBER TO WS-TKT-MEMBER.
035128     MOVE 'LOAD' TO WS-TKT-ACTION.
035130     PERFORM 0270-MATCH-TICKET THRU 0270-EXIT.
035132     IF WS-TKT-STAGE NOT = 4
035134         DISPLAY 'QUINE2290W MEMBER ' WS-XP-CUR-MEMBER
035136             ' NOT LOADED - TICKET ' WS-CARD-TICKET
035138             ' DOES NOT COVER IT'
035140         ADD 1 TO WS-XP-SKIPPED
035142         ADD 1 TO WS-TKT-MBR-REFUSED
035144         GO TO 6520-EXIT
035146     END-IF.
035148     MOVE WS-XP-CUR-MEMBER TO VR-MEMBER.
035150     MOVE 0 TO VR-GEN.
035152     MOVE 0 TO VR-SEQ.
035160     MOVE 0 TO VR-SUB.
035170     READ VAULT-FILE
035180         INVALID KEY
036470             GO TO 7050-EXIT
036480     END-DELETE.
036490     MOVE 'LOCKOVRD' TO WS-LOCK-STATUS.
036492     MOVE 'LOCKOVRD' TO WS-ALERT-EVENT.
036494     MOVE 'W' TO WS-ALERT-SEV.
036496     MOVE WS-LOCK-NAME TO WS-ALERT-MEMBER.
036498     MOVE SPACES TO WS-ALERT-TEXT.
036500     STRING 'STALE LOCK FROM JOB ' VL-JOB-NAME ' DATED ' VL-DATE
036502         ' OVERRIDDEN' DELIMITED BY SIZE INTO WS-ALERT-TEXT.
036504     PERFORM 7700-RAISE-ALERT THRU 7700-EXIT.
036506     PERFORM 8100-WRITE-LOCK-AUDIT THRU 8100-EXIT.
036510     PERFORM 7020-BUILD-LOCK-RECORD THRU 7020-EXIT.
036520     WRITE VAULT-REC
036530         INVALID KEY
037460         GIVING WS-CKS-QUOT REMAINDER WS-CKS-VALUE.
037470 7520-EXIT.
037480     EXIT.
037482*--------------------------------------------------------------*
037484*    7600/7610/7620/7630 - VAULT UPDATE JOURNAL.  EVERY VAULT  *
037486*    RECORD ADDED, REWRITTEN, OR DELETED GOES TO VJRNL WITH    *
037488*    ITS BEFORE AND AFTER IMAGES UNDER THE NEXT SEQUENCE       *
037490*    NUMBER, SO QUINRCVR CAN ROLL THE LAST UNLOAD FORWARD.     *
037492*    7610 JOURNALS THE RECORD JUST WRITTEN FROM VAULT-REC;     *
037494*    FOR 7620 AND 7630 THE CALLER SAVES THE BEFORE IMAGE IN    *
037495*    WS-JRNL-BEFORE FIRST.  A WRITE FAILURE STOPS JOURNALING   *
037496*    FOR THE REST OF THE RUN - THE CARD IN HAND FINISHES WITH  *
037497*    THE WARNING RETURN CODE AND AN ALERT, SINCE ITS CHANGE    *
037498*    IS IN THE VAULT BUT NOT ON VJRNL AND A FRESH UNLOAD IS    *
037499*    NEEDED, AND 0265 REFUSES THE LATER VAULT-CHANGING CARDS   *
037500*--------------------------------------------------------------*
037502 7600-WRITE-JOURNAL.
037504     IF WS-VJRNL-UNAVAILABLE
037506         GO TO 7600-EXIT
037508     END-IF.
037510     ADD 1 TO WS-JRNL-SEQ.
037512     ACCEPT WS-JRNL-CLOCK FROM TIME.
037514     IF WS-CD-YY >= 70
037516         MOVE 19 TO WS-JD-CC
037518     ELSE
037520         MOVE 20 TO WS-JD-CC
037522     END-IF.
037524     MOVE WS-CURRENT-DATE TO WS-JD-YYMMDD.
037526     MOVE SPACES TO VJRNL-REC.
037528     MOVE WS-JRNL-SEQ TO JR-SEQ.
037530     MOVE WS-JRNL-DATE TO JR-DATE.
037532     MOVE WS-JC-HHMMSS TO JR-TIME.
037534     MOVE WS-JOB-NAME TO JR-JOB-NAME.
037536     MOVE WS-JOBID TO JR-JOBID.
037538     MOVE WS-CARDS-READ TO JR-CARD-NO.
037540     MOVE WS-ACTION TO JR-ACTION.
037541     MOVE WS-JRNL-OP TO JR-OP.
037542     MOVE WS-JRNL-BEFORE TO JR-BEFORE.
037543     MOVE WS-JRNL-AFTER TO JR-AFTER.
037544     WRITE VJRNL-REC.
037545     IF WS-VJRNL-STATUS NOT = '00'
037546         DISPLAY 'QUINE2320W VAULT JOURNAL WRITE FAILED, STATUS '
037547             WS-VJRNL-STATUS ' - JOURNALING STOPPED AT '
037548             'SEQUENCE ' WS-JRNL-SEQ
037549         IF WS-JRNL-OP = 'D'
037550             MOVE WS-JRNL-BEFORE(1:8) TO WS-JRNL-MEMBER
037551         ELSE
037552             MOVE WS-JRNL-AFTER(1:8) TO WS-JRNL-MEMBER
037553         END-IF
037554         DISPLAY 'QUINE2320W CARD ' WS-CARDS-READ ' (' WS-ACTION
037555             ' ' WS-SELECTED-MEMBER ') CHANGED MEMBER '
037556             WS-JRNL-MEMBER ' BUT IS NOT JOURNALED - TAKE A '
037557             'FRESH UNLOAD'
037558         SUBTRACT 1 FROM WS-JRNL-SEQ
037559         SET WS-VJRNL-UNAVAILABLE TO TRUE
037560         SET WS-OVERFLOW-FOUND TO TRUE
037561         MOVE 'JRNLFAIL' TO WS-ALERT-EVENT
037562         MOVE 'E' TO WS-ALERT-SEV
037563         MOVE WS-JRNL-MEMBER TO WS-ALERT-MEMBER
037564         MOVE 'CHANGE NOT JOURNALED - TAKE A NEW UNLOAD'
037565             TO WS-ALERT-TEXT
037566         PERFORM 7700-RAISE-ALERT THRU 7700-EXIT
037567         GO TO 7600-EXIT
037568     END-IF.
037569     ADD 1 TO WS-JRNL-WRITTEN.
037570 7600-EXIT.
037572     EXIT.
037574 7610-JOURNAL-ADD.
037576     MOVE 'A' TO WS-JRNL-OP.
037578     MOVE SPACES TO WS-JRNL-BEFORE.
037580     MOVE VAULT-REC TO WS-JRNL-AFTER.
037582     PERFORM 7600-WRITE-JOURNAL THRU 7600-EXIT.
037584 7610-EXIT.
037586     EXIT.
037588 7620-JOURNAL-DELETE.
037590     MOVE 'D' TO WS-JRNL-OP.
037592     MOVE SPACES TO WS-JRNL-AFTER.
037594     PERFORM 7600-WRITE-JOURNAL THRU 7600-EXIT.
037596 7620-EXIT.
037598     EXIT.
037600 7630-JOURNAL-REWRITE.
037602     MOVE 'R' TO WS-JRNL-OP.
037604     MOVE VAULT-REC TO WS-JRNL-AFTER.
037606     PERFORM 7600-WRITE-JOURNAL THRU 7600-EXIT.
037608 7630-EXIT.
037610     EXIT.
037611*--------------------------------------------------------------*
037612*    7700-RAISE-ALERT - APPENDS ONE RECORD TO THE OPERATOR     *
037613*    ALERT FEED FOR WS-ALERT-EVENT/-SEV/-MEMBER/-TEXT, UNLESS  *
037614*    IT IS BELOW THE ALRTCTL SEVERITY OR THE SAME EVENT WAS    *
037615*    ALREADY RAISED FOR THE MEMBER TODAY                       *
037616*--------------------------------------------------------------*
037617 7700-RAISE-ALERT.
037618     IF WS-ALERTS-UNAVAILABLE
037619         GO TO 7700-EXIT
037620     END-IF.
037621     PERFORM 7710-RANK-SEVERITY THRU 7710-EXIT.
037622     IF WS-ALERT-RANK < WS-ALERT-MIN-RANK
037623         ADD 1 TO WS-ALT-FILTERED
037624         GO TO 7700-EXIT
037625     END-IF.
037626     MOVE 'N' TO WS-ALT-HIT-SW.
037627     PERFORM 7730-MATCH-ONE-ALERT THRU 7730-EXIT
037628         VARYING WS-ALT-IX FROM 1 BY 1
037629         UNTIL WS-ALT-IX > WS-ALT-COUNT OR WS-ALT-HIT.
037630     IF WS-ALT-HIT
037631         ADD 1 TO WS-ALT-SUPPRESSED
037632         GO TO 7700-EXIT
037633     END-IF.
037634     ACCEPT WS-ALERT-CLOCK FROM TIME.
037635     MOVE SPACES TO ALERT-REC.
037636     MOVE WS-ALERT-PROGRAM TO AL-PROGRAM.
037637     MOVE WS-ALERT-EVENT TO AL-EVENT.
037638     MOVE WS-ALERT-SEV TO AL-SEVERITY.
037639     MOVE WS-ALERT-MEMBER TO AL-MEMBER.
037640     MOVE WS-JOB-NAME TO AL-JOB-NAME.
037641     MOVE WS-JOBID TO AL-JOBID.
037642     MOVE WS-ALERT-TODAY TO AL-DATE.
037643     MOVE WS-ALERT-CLOCK(1:6) TO AL-TIME.
037644     MOVE WS-ALERT-TEXT TO AL-TEXT.
037645     WRITE ALERT-REC.
037646     IF WS-ALERTS-STATUS NOT = '00'
037647         DISPLAY 'QUINE2520W ALERT WRITE FAILED, STATUS '
037648             WS-ALERTS-STATUS ', EVENT ' WS-ALERT-EVENT
037649             ' MEMBER ' WS-ALERT-MEMBER
037650         GO TO 7700-EXIT
037651     END-IF.
037652     ADD 1 TO WS-ALT-WRITTEN.
037653     ADD 1 TO WS-ALT-DAY-CNT(WS-ALERT-RANK).
037654     PERFORM 7720-REMEMBER-ALERT THRU 7720-EXIT.
037655     DISPLAY 'QUINE2530I ALERT ' WS-ALERT-EVENT ' ('
037656         WS-ALERT-SEV ') RAISED FOR ' WS-ALERT-MEMBER.
037657 7700-EXIT.
037658     EXIT.
037659*    AN UNKNOWN SEVERITY RANKS AS A WARNING
037660 7710-RANK-SEVERITY.
037661     EVALUATE WS-ALERT-SEV
037662         WHEN 'I'
037663             MOVE 1 TO WS-ALERT-RANK
037664         WHEN 'E'
037665             MOVE 3 TO WS-ALERT-RANK
037666         WHEN 'S'
037667             MOVE 4 TO WS-ALERT-RANK
037668         WHEN OTHER
037669             MOVE 2 TO WS-ALERT-RANK
037670     END-EVALUATE.
037671 7710-EXIT.
037672     EXIT.
037673*    A FULL TABLE ONLY MEANS LATER REPEATS ARE NOT CAUGHT
037674 7720-REMEMBER-ALERT.
037675     IF WS-ALT-COUNT >= WS-ALT-MAX
037676         GO TO 7720-EXIT
037677     END-IF.
037678     ADD 1 TO WS-ALT-COUNT.
037679     MOVE WS-ALERT-EVENT TO WS-ALT-EVENT(WS-ALT-COUNT).
037680     MOVE WS-ALERT-MEMBER TO WS-ALT-MEMBER(WS-ALT-COUNT).
037681 7720-EXIT.
037682     EXIT.
037683 7730-MATCH-ONE-ALERT.
037684     IF WS-ALT-EVENT(WS-ALT-IX) = WS-ALERT-EVENT AND
037685             WS-ALT-MEMBER(WS-ALT-IX) = WS-ALERT-MEMBER
037686         SET WS-ALT-HIT TO TRUE
037687     END-IF.
037688 7730-EXIT.
037689     EXIT.
037690*    7740 - THE DAY'S ALERT COUNTS BY SEVERITY, WRITTEN AFTER
037691*    THE BATCH TRAILER ON RUNSUM
037692 7740-WRITE-ALERT-COUNTS.
037693     DISPLAY 'QUINE2540I ALERTS RAISED TODAY - SEVERE '
037694         WS-ALT-DAY-CNT(4) ' ERROR ' WS-ALT-DAY-CNT(3)
037695         ' WARNING ' WS-ALT-DAY-CNT(2) ' INFO '
037696         WS-ALT-DAY-CNT(1) ', ' WS-ALT-SUPPRESSED
037697         ' REPEAT(S) SUPPRESSED'.
037698     IF WS-RUNSUM-UNAVAILABLE
037699         GO TO 7740-EXIT
037700     END-IF.
037701     MOVE WS-ALERT-TODAY TO RSA-DATE.
037702     MOVE WS-ALT-DAY-CNT(4) TO RSA-SEVERE.
037703     MOVE WS-ALT-DAY-CNT(3) TO RSA-ERROR.
037704     MOVE WS-ALT-DAY-CNT(2) TO RSA-WARNING.
037705     MOVE WS-ALT-DAY-CNT(1) TO RSA-INFO.
037706     MOVE WS-ALT-SUPPRESSED TO RSA-SUPPRESSED.
037707     MOVE SPACES TO RUNSUM-REC.
037708     WRITE RUNSUM-REC FROM WS-RSA-LINE.
037709 7740-EXIT.
037710     EXIT.
037711*--------------------------------------------------------------*
037712*    8000-WRITE-AUDIT - APPENDS ONE AUDIT RECORD FOR THIS RUN  *
037713*--------------------------------------------------------------*
037714 8000-WRITE-AUDIT.
037715     MOVE WS-JOB-NAME TO AU-JOB-NAME.
037716     STRING WS-CD-MM WS-CD-DD WS-CD-YY
037717         DELIMITED BY SIZE INTO AU-DATE.
037718     STRING WS-CT-HH WS-CT-MM WS-CT-SS
037719         DELIMITED BY SIZE INTO AU-TIME.
037720     MOVE WS-SUBMITTER TO AU-SUBMITTER.
037721     MOVE WS-JOBID TO AU-JOBID.
037722     MOVE WS-SELECTED-MEMBER TO AU-MEMBER.
037723     MOVE 0 TO AU-VAULT-CNT.
037724     EVALUATE WS-ACTION
037725         WHEN 'BUILD'
037726         WHEN 'REPLACE'
037727         WHEN 'ROLLBACK'
037728             MOVE WS-ACTUAL-LINES TO AU-LINE-CNT
037729             MOVE WS-ACTUAL-LINES TO AU-VAULT-CNT
037730         WHEN 'DIFF'
037731             MOVE WS-DIFF-TOTAL TO AU-LINE-CNT
037732         WHEN 'VERIFY'
037733             MOVE WS-VFY-MEMBERS TO AU-LINE-CNT
037734         WHEN 'CATALOG'
037735             MOVE WS-VAULT-COUNT TO AU-LINE-CNT
037740         WHEN 'PROMOTE'
037750             MOVE WS-D-LINES TO AU-LINE-CNT
037751*            AN INSTALLED PROMOTE MADE THE TEST COPY THE
037770             MOVE WS-XP-MBR-CNT TO AU-LINE-CNT
037780         WHEN 'LOAD'
037790             MOVE WS-XP-LOADED TO AU-LINE-CNT
037793         WHEN 'XREF'
037796             MOVE WS-XR-RPT-CNT TO AU-LINE-CNT
037799         WHEN 'FIND'
037802             MOVE WS-FIND-HITS TO AU-LINE-CNT
037804         WHEN 'STDCHECK'
037806             MOVE WS-STD-MBR-CNT TO AU-LINE-CNT
037808*        STAGE AND CANCEL LEAVE GENERATION 0 AS IT WAS, AND
037810*        EACH ACTIVATION CARRIES ITS OWN 8500 RECORD
037812         WHEN 'STAGE'
037814             MOVE WS-ACTUAL-LINES TO AU-LINE-CNT
037816         WHEN 'CANCEL'
037818             MOVE WS-STG-LINES TO AU-LINE-CNT
037820         WHEN 'ACTIVATE'
037822             MOVE WS-ACT-DONE TO AU-LINE-CNT
037824         WHEN OTHER
037826             MOVE WS-EMIT-COUNT TO AU-LINE-CNT
037828*            A RUN'S EMIT COUNT IS THE EXPANDED (AND POSSIBLY
037830*            RANGED) COUNT - THE HEADER COUNT LOADED FOR THE
037840*            CURRENT GENERATION IS THE CREDIBLE WITNESS
037850             IF WS-SEL-GEN = 0
037900         IF WS-NOTFND-FOUND
037910             MOVE 'NOTFND' TO AU-STATUS
037920         ELSE
037922             IF WS-CARD-REFUSED
037924                 MOVE WS-REFUSE-STATUS TO AU-STATUS
037926             ELSE
037930                 MOVE 'ABEND' TO AU-STATUS
037935             END-IF
037940         END-IF
037950     ELSE
037960         IF WS-MISMATCH-FOUND OR WS-OVERFLOW-FOUND
038000         END-IF
038010     END-IF.
038020     MOVE AU-STATUS TO WS-CARD-STATUS.
038030     PERFORM 8900-PUT-AUDIT-REC THRU 8900-EXIT.
038040 8000-EXIT.
038050     EXIT.
038060*--------------------------------------------------------------*
038190     MOVE 0 TO AU-LINE-CNT.
038200     MOVE 0 TO AU-VAULT-CNT.
038210     MOVE WS-LOCK-STATUS TO AU-STATUS.
038220     PERFORM 8900-PUT-AUDIT-REC THRU 8900-EXIT.
038230 8100-EXIT.
038240     EXIT.
038250*--------------------------------------------------------------*
038390     MOVE WS-CARDS-READ TO AU-LINE-CNT.
038400     MOVE 0 TO AU-VAULT-CNT.
038410     MOVE 'CUTOFF' TO AU-STATUS.
038420     PERFORM 8900-PUT-AUDIT-REC THRU 8900-EXIT.
038430 8200-EXIT.
038440     EXIT.
038450 8300-WRITE-SKIP-AUDIT.
038540     MOVE 0 TO AU-LINE-CNT.
038550     MOVE 0 TO AU-VAULT-CNT.
038560     MOVE 'SKIPPED' TO AU-STATUS.
038570     PERFORM 8900-PUT-AUDIT-REC THRU 8900-EXIT.
038580 8300-EXIT.
038590     EXIT.
038600*--------------------------------------------------------------*
038746         MOVE WS-EXPECTED-LINES TO AU-VAULT-CNT
038748     END-IF.
038750     MOVE WS-PROM-STATUS TO AU-STATUS.
038760     PERFORM 8900-PUT-AUDIT-REC THRU 8900-EXIT.
038770 8400-EXIT.
038771     EXIT.
038772*--------------------------------------------------------------*
038773*    8500-WRITE-ACTIVATE-AUDIT - ONE AUDIT RECORD PER STAGED   *
038774*    VERSION ACTIVATED (OR REFUSED BY 3870), UNDER THE TICKET  *
038775*    IT WAS STAGED WITH                                        *
038776*--------------------------------------------------------------*
038777 8500-WRITE-ACTIVATE-AUDIT.
038778     MOVE WS-JOB-NAME TO AU-JOB-NAME.
038779     STRING WS-CD-MM WS-CD-DD WS-CD-YY
038780         DELIMITED BY SIZE INTO AU-DATE.
038781     STRING WS-CT-HH WS-CT-MM WS-CT-SS
038782         DELIMITED BY SIZE INTO AU-TIME.
038783     MOVE WS-SUBMITTER TO AU-SUBMITTER.
038784     MOVE WS-JOBID TO AU-JOBID.
038785     MOVE WS-SELECTED-MEMBER TO AU-MEMBER.
038786     MOVE WS-ACTUAL-LINES TO AU-LINE-CNT.
038787     IF WS-ABEND-REQUESTED
038788         MOVE 0 TO AU-VAULT-CNT
038789         MOVE 'ABEND' TO AU-STATUS
038790     ELSE
038791         IF WS-ACT-REFUSED
038792             MOVE WS-STG-LINES TO AU-LINE-CNT
038793             MOVE 0 TO AU-VAULT-CNT
038794             MOVE 'REFUSED' TO AU-STATUS
038795         ELSE
038796             MOVE WS-ACTUAL-LINES TO AU-VAULT-CNT
038797             MOVE 'ACTIVATD' TO AU-STATUS
038798         END-IF
038799     END-IF.
038800     PERFORM 8900-PUT-AUDIT-REC THRU 8900-EXIT.
038801 8500-EXIT.
038802     EXIT.
038803*--------------------------------------------------------------*
038804*    8900-PUT-AUDIT-REC - COMPLETES AND APPENDS AN AUDIT       *
038805*    RECORD BUILT BY 0300 OR ONE OF THE 8000-8500 WRITERS -    *
038806*    STAMPS THE CARD'S ACTION CODE AND ITS CHANGE TICKET.      *
038807*    BATCH-LEVEL RECORDS BELONG TO NO ONE CARD.  A FAILED      *
038808*    WRITE LEAVES THE CHAIN AT THE LAST RECORD ON THE LOG AND  *
038809*    ENDS THE RUN                                              *
038810*--------------------------------------------------------------*
038811 8900-PUT-AUDIT-REC.
038812     EVALUATE WS-ACTION
038813         WHEN 'BUILD'
038814             MOVE 'A' TO AU-ACTION-CD
038815         WHEN 'REPLACE'
038816             MOVE 'R' TO AU-ACTION-CD
038817         WHEN 'DELETE'
038818             MOVE 'D' TO AU-ACTION-CD
038819         WHEN 'ROLLBACK'
038820             MOVE 'B' TO AU-ACTION-CD
038821         WHEN 'UNLOCK'
038822             MOVE 'U' TO AU-ACTION-CD
038823         WHEN 'CATALOG'
038824             MOVE 'K' TO AU-ACTION-CD
038825         WHEN 'PROMOTE'
038826             MOVE 'P' TO AU-ACTION-CD
038827         WHEN 'COMPRESS'
038828             MOVE 'C' TO AU-ACTION-CD
038830         WHEN 'DIFF'
038832             MOVE 'I' TO AU-ACTION-CD
038834         WHEN 'VERIFY'
038836             MOVE 'V' TO AU-ACTION-CD
038838         WHEN 'UNLOAD'
038840             MOVE 'O' TO AU-ACTION-CD
038842         WHEN 'LOAD'
038844             MOVE 'L' TO AU-ACTION-CD
038846         WHEN 'XREF'
038848             MOVE 'X' TO AU-ACTION-CD
038850         WHEN 'FIND'
038852             MOVE 'F' TO AU-ACTION-CD
038853         WHEN 'STDCHECK'
038854             MOVE 'S' TO AU-ACTION-CD
038855         WHEN 'STAGE'
038856             MOVE 'G' TO AU-ACTION-CD
038857         WHEN 'ACTIVATE'
038858             MOVE 'T' TO AU-ACTION-CD
038859         WHEN 'CANCEL'
038860             MOVE 'Q' TO AU-ACTION-CD
038861         WHEN OTHER
038862             MOVE 'N' TO AU-ACTION-CD
038863     END-EVALUATE.
038864     IF WS-CHG-TICKET NOT = SPACES
038865         MOVE WS-CHG-TICKET TO AU-TICKET
038866     ELSE
038867         IF WS-CARD-REFUSED
038868             MOVE WS-CARD-TICKET TO AU-TICKET
038869         ELSE
038870             MOVE SPACES TO AU-TICKET
038871         END-IF
038872     END-IF.
038873     IF AU-MEMBER = '*BATCH*'
038874         MOVE '*' TO AU-ACTION-CD
038875         MOVE SPACES TO AU-TICKET
038876     END-IF.
038877     IF WS-AUDIT-UNAVAILABLE
038878         GO TO 8900-EXIT
038879     END-IF.
038880     MOVE WS-AUD-SEQ TO WS-AUD-SAVE-SEQ.
038881     MOVE WS-AUD-CHAIN TO WS-AUD-SAVE-CHAIN.
038882     PERFORM 8950-CHAIN-AUDIT-REC THRU 8950-EXIT.
038883     WRITE AUDIT-REC.
038884     IF WS-AUDIT-STATUS NOT = '00'
038885         MOVE WS-AUD-SAVE-SEQ TO WS-AUD-SEQ
038886         MOVE WS-AUD-SAVE-CHAIN TO WS-AUD-CHAIN
038887         DISPLAY 'QUINE2815S AUDIT LOG WRITE FAILED, STATUS '
038888             WS-AUDIT-STATUS ' - MEMBER ' AU-MEMBER ' STATUS '
038889             AU-STATUS ' NOT AUDITED'
038890         DISPLAY 'QUINE2815S NO FURTHER CARDS WILL BE RUN'
038891         SET WS-AUDIT-UNAVAILABLE TO TRUE
038892         SET WS-ABEND-REQUESTED TO TRUE
038893         MOVE 16 TO WS-MAX-RC
038894     END-IF.
038895 8900-EXIT.
038896     EXIT.
038897*--------------------------------------------------------------*
038898*    8950/8960 - CHAINS THE AUDIT RECORD ABOUT TO BE WRITTEN - *
038899*    THE NEXT SEQUENCE NUMBER, THEN THE SAME ROLLING           *
038900*    PRODUCT-SUM AS THE MEMBER FINGERPRINT, SEEDED WITH THE    *
038901*    PREVIOUS RECORD'S CHAIN VALUE AND TAKEN OVER THE FIRST 75 *
038902*    BYTES.  QUINRECN RECOMPUTES IT THE SAME WAY               *
038903*--------------------------------------------------------------*
038904 8950-CHAIN-AUDIT-REC.
038905     ADD 1 TO WS-AUD-SEQ.
038906     SET AU-CHAINED TO TRUE.
038907     MOVE WS-AUD-SEQ TO AU-SEQ.
038908     MOVE SPACE TO AU-SPARE.
038909     PERFORM 8960-CHAIN-ONE-CHAR THRU 8960-EXIT
038910         VARYING WS-CHN-COL FROM 1 BY 1
038911         UNTIL WS-CHN-COL > 75.
038912     MOVE WS-AUD-CHAIN TO AU-CHAIN.
038913 8950-EXIT.
038914     EXIT.
038915 8960-CHAIN-ONE-CHAR.
038916     COMPUTE WS-CHN-CHAR =
038917         FUNCTION ORD(AC-BODY(WS-CHN-COL:1)).
038918     COMPUTE WS-CHN-WORK = WS-AUD-CHAIN * 31 + WS-CHN-CHAR.
038919     DIVIDE WS-CHN-WORK BY WS-CKS-MODULUS
038920         GIVING WS-CHN-QUOT REMAINDER WS-AUD-CHAIN.
038921 8960-EXIT.
038922     EXIT.
038923*--------------------------------------------------------------*
038924*    9000-TERMINATE - CLOSES ALL DATASETS BEFORE STOP RUN      *
038925*--------------------------------------------------------------*
038926 9000-TERMINATE.
038927     PERFORM 7100-RELEASE-LOCK THRU 7100-EXIT.
038928     CLOSE CTLCARD-FILE.
038929     IF WS-QOUT-OPEN
038930         CLOSE QOUT-FILE
038931         CLOSE QPUNCH-FILE
038932     END-IF.
038933     IF WS-DELTA-OPEN
038934         CLOSE DELTA-FILE
038935     END-IF.
038936     IF NOT WS-RUNSUM-UNAVAILABLE
038937         CLOSE RUNSUM-FILE
038940     END-IF.
038950     CLOSE CKPT-FILE.
038953     IF WS-AUDIT-OPEN
038956         CLOSE AUDIT-FILE
038959     END-IF.
038961     IF WS-VJRNL-OPEN
038964         CLOSE VJRNL-FILE
038966         DISPLAY 'QUINE2330I ' WS-JRNL-WRITTEN ' VAULT JOURNAL '
038968             'RECORD(S) WRITTEN, LAST SEQUENCE ' WS-JRNL-SEQ
038970     END-IF.
038972     IF NOT WS-ALERTS-UNAVAILABLE
038974         CLOSE ALERTS-FILE
038976     END-IF.
038978 9000-EXIT.
038980     EXIT.
