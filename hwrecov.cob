000100 IDENTIFICATION DIVISION.
000110 PROGRAM-ID. HWRECOV.
000120 AUTHOR. R L MARTIN.
000130 INSTALLATION. DATA PROCESSING - BATCH SYSTEMS.
000140 DATE-WRITTEN. 10/15/2026.
000150 DATE-COMPILED.
000160*--------------------------------------------------------------*
000170* MODIFICATION HISTORY                                        *
000180*    DATE       INIT  DESCRIPTION                              *
000190*    ---------- ----  ------------------------------------    *
000200*    10/15/2026 RLM   ORIGINAL PROGRAM.  RECOVERY UTILITY FOR  *
000210*                     THE RUN-ID COUNTER (CTRFILE) AND THE     *
000220*                     SAME-DAY CHECKPOINTS (CHKFILE): REBUILDS *
000230*                     BOTH FROM THE HEARTBEAT AND RUN-EVENT    *
000240*                     HISTORY, COMPARES THE RESULT WITH THE    *
000250*                     LIVE FILES, AND PRINTS A BEFORE/AFTER    *
000260*                     LISTING FOR SIGN-OFF.  REPLACES HAND-    *
000270*                     EDITING THE CLUSTERS AFTER ONE IS LOST   *
000280*                     OR RESTORED FROM A STALE BACKUP.         *
000290*--------------------------------------------------------------*
000300*--------------------------------------------------------------*
000310* PARM: COMPARE OR REBUILD                                     *
000320*    COMPARE  (THE DEFAULT) LIST EVERY DIFFERENCE BETWEEN THE  *
000330*             HISTORY AND THE LIVE FILES AND CHANGE NOTHING    *
000340*    REBUILD  LIST THE SAME DIFFERENCES AND APPLY THE ADD AND  *
000350*             REPLACE LINES TO CTRFILE AND CHKFILE             *
000360*--------------------------------------------------------------*
000370* HISTORY: HBFILE AND EVTFILE ARE ALWAYS READ; HBARCH AND      *
000380* EVTARCH ARE READ WHEN THE JCL SUPPLIES THEM, WHICH IS NEEDED *
000390* WHENEVER HWHSKP HAS ROLLED RECORDS OLDER THAN THE LIVE LOGS  *
000400* THAT THE CHECKPOINTS MUST STILL COVER.  RECORDS WITH RUN-ID  *
000410* ZERO (SKIPPED, HELD, OR AN ABEND BEFORE THE ID WAS TAKEN)    *
000420* CONSUMED NOTHING AND ARE PASSED OVER.                        *
000430*                                                              *
000440* COUNTER: THE HIGHEST RUN-ID SEEN FOR EACH MODE/SITE, WITH    *
000450* THE RUN DATE IT WAS TAKEN ON.                                *
000460* CHECKPOINT: ONE PER RUN DATE/MODE/SITE CARRYING THE LATEST   *
000470* RUN-ID FOR THAT DATE -- 'COMPLETE' WHEN A HEARTBEAT OR A     *
000480* NON-ABEND EVENT SHOWS THE RUN FINISHED, 'RUNID' WHEN ONLY AN *
000490* ABEND EVENT EXISTS (AN ABEND NEVER RESTARTED).               *
000500*                                                              *
000510* A REBUILD ONLY ADDS MISSING RECORDS AND MOVES EXISTING ONES  *
000520* FORWARD.  A LIVE COUNTER ABOVE THE HISTORY, OR A LIVE        *
000530* CHECKPOINT FURTHER ON THAN THE HISTORY SHOWS, IS LISTED AS   *
000540* LIVE AHEAD AND KEPT, SINCE A RUN CAN TAKE ITS ID OR FINISH   *
000550* AND THEN FAIL BEFORE ITS HEARTBEAT IS LOGGED; LOWERING THE   *
000560* COUNTER WOULD REISSUE THAT ID.  LIVE RECORDS WITH NO HISTORY *
000570* AT ALL ARE LISTED AND KEPT.  CHKWORK IS A SCRATCH KEYED FILE *
000580* THE HISTORY CHECKPOINTS ARE GATHERED IN.  HELLO-WORLD MUST   *
000590* NOT RUN WHILE A REBUILD IS IN PROGRESS.                      *
000600*--------------------------------------------------------------*
000610* RETURN-CODE LEGEND:                                          *
000620*    00  LIVE FILES AGREE WITH THE HISTORY                     *
000630*    04  DIFFERENCES LISTED (COMPARE) OR LISTED AND APPLIED    *
000640*        (REBUILD)                                             *
000650*    08  INVALID PARM, OR MORE MODE/SITES THAN THE COUNTER     *
000660*        TABLE HOLDS - NOTHING CHANGED                         *
000670*    16  ABEND - UNEXPECTED FILE STATUS ON A FILE OPERATION    *
000680*--------------------------------------------------------------*
000690 ENVIRONMENT DIVISION.
000700 INPUT-OUTPUT SECTION.
000710 FILE-CONTROL.
000720     SELECT OPTIONAL HB-FILE ASSIGN TO HBFILE
000730         ORGANIZATION IS LINE SEQUENTIAL
000740         FILE STATUS IS RV-HBT-STATUS.
000750
000760     SELECT OPTIONAL HBA-FILE ASSIGN TO HBARCH
000770         ORGANIZATION IS LINE SEQUENTIAL
000780         FILE STATUS IS RV-HBA-STATUS.
000790
000800     SELECT OPTIONAL EVT-FILE ASSIGN TO EVTFILE
000810         ORGANIZATION IS LINE SEQUENTIAL
000820         FILE STATUS IS RV-EVT-STATUS.
000830
000840     SELECT OPTIONAL EVA-FILE ASSIGN TO EVTARCH
000850         ORGANIZATION IS LINE SEQUENTIAL
000860         FILE STATUS IS RV-EVA-STATUS.
000870
000880     SELECT OPTIONAL CTR-FILE ASSIGN TO CTRFILE
000890         ORGANIZATION IS INDEXED
000900         ACCESS MODE IS DYNAMIC
000910         RECORD KEY IS CTR-KEY
000920         FILE STATUS IS RV-CTR-STATUS.
000930
000940     SELECT OPTIONAL CHK-FILE ASSIGN TO CHKFILE
000950         ORGANIZATION IS INDEXED
000960         ACCESS MODE IS DYNAMIC
000970         RECORD KEY IS CHK-KEY
000980         FILE STATUS IS RV-CHK-STATUS.
000990
001000     SELECT CKW-FILE ASSIGN TO CHKWORK
001010         ORGANIZATION IS INDEXED
001020         ACCESS MODE IS DYNAMIC
001030         RECORD KEY IS CKW-KEY
001040         FILE STATUS IS RV-CKW-STATUS.
001050
001060     SELECT RPT-FILE ASSIGN TO RCVRPT
001070         ORGANIZATION IS LINE SEQUENTIAL
001080         FILE STATUS IS RV-RPT-STATUS.
001090*
001100 DATA DIVISION.
001110 FILE SECTION.
001120 FD  HB-FILE
001130     LABEL RECORDS ARE STANDARD
001140     RECORD CONTAINS 80 CHARACTERS.
001150 01  HBF-RECORD                  PIC X(80).
001160*
001170 FD  HBA-FILE
001180     LABEL RECORDS ARE STANDARD
001190     RECORD CONTAINS 80 CHARACTERS.
001200 01  HBA-RECORD                  PIC X(80).
001210*
001220 FD  EVT-FILE
001230     LABEL RECORDS ARE STANDARD
001240     RECORD CONTAINS 80 CHARACTERS.
001250 01  EVF-RECORD                  PIC X(80).
001260*
001270 FD  EVA-FILE
001280     LABEL RECORDS ARE STANDARD
001290     RECORD CONTAINS 80 CHARACTERS.
001300 01  EVA-RECORD                  PIC X(80).
001310*
001320 FD  CTR-FILE
001330     LABEL RECORDS ARE STANDARD.
001340 COPY HWCTRREC.
001350*
001360 FD  CHK-FILE
001370     LABEL RECORDS ARE STANDARD.
001380 COPY HWCHKREC.
001390*
001400*    CHECKPOINT WORK FILE - THE SAME LAYOUT AS HWCHKREC
001410 FD  CKW-FILE
001420     LABEL RECORDS ARE STANDARD.
001430 01  CKW-RECORD.
001440     05  CKW-KEY.
001450         10  CKW-DATE            PIC 9(08).
001460         10  CKW-APP-ID          PIC X(08).
001470         10  CKW-SITE            PIC X(08).
001480     05  CKW-RUN-ID              PIC 9(09).
001490     05  CKW-TIME                PIC X(06).
001500     05  CKW-STEP                PIC X(08).
001510*
001520 FD  RPT-FILE
001530     LABEL RECORDS ARE STANDARD
001540     RECORD CONTAINS 80 CHARACTERS.
001550 01  RPT-RECORD                  PIC X(80).
001560*
001570 WORKING-STORAGE SECTION.
001580 77  RV-HBT-STATUS               PIC X(02) VALUE '00'.
001590 77  RV-HBA-STATUS               PIC X(02) VALUE '00'.
001600 77  RV-EVT-STATUS               PIC X(02) VALUE '00'.
001610 77  RV-EVA-STATUS               PIC X(02) VALUE '00'.
001620 77  RV-CTR-STATUS               PIC X(02) VALUE '00'.
001630 77  RV-CHK-STATUS               PIC X(02) VALUE '00'.
001640 77  RV-CKW-STATUS               PIC X(02) VALUE '00'.
001650 77  RV-RPT-STATUS               PIC X(02) VALUE '00'.
001660 77  RV-HIST-CNT                 PIC 9(07) COMP VALUE ZERO.
001670 77  RV-USED-CNT                 PIC 9(07) COMP VALUE ZERO.
001680 77  RV-CHK-MATCH-CNT            PIC 9(07) COMP VALUE ZERO.
001690 77  RV-CHK-ADD-CNT              PIC 9(07) COMP VALUE ZERO.
001700 77  RV-CHK-REPL-CNT             PIC 9(07) COMP VALUE ZERO.
001710 77  RV-CHK-AHEAD-CNT            PIC 9(07) COMP VALUE ZERO.
001720 77  RV-CHK-NOHIST-CNT           PIC 9(07) COMP VALUE ZERO.
001730 77  RV-CTR-MATCH-CNT            PIC 9(07) COMP VALUE ZERO.
001740 77  RV-CTR-ADD-CNT              PIC 9(07) COMP VALUE ZERO.
001750 77  RV-CTR-REPL-CNT             PIC 9(07) COMP VALUE ZERO.
001760 77  RV-CTR-AHEAD-CNT            PIC 9(07) COMP VALUE ZERO.
001770 77  RV-CTR-NOHIST-CNT           PIC 9(07) COMP VALUE ZERO.
001780 77  RV-CTR-CNT                  PIC 9(02) COMP VALUE ZERO.
001790 77  RV-SUB                      PIC 9(02) COMP VALUE ZERO.
001800 77  RV-HIT-SUB                  PIC 9(02) COMP VALUE ZERO.
001810 77  RV-LIVE-RANK                PIC 9(01) VALUE ZERO.
001820 77  RV-HIST-RANK                PIC 9(01) VALUE ZERO.
001830 01  RV-EOF-SW                   PIC X(01) VALUE 'N'.
001840     88  RV-EOF                            VALUE 'Y'.
001850     88  RV-NOT-EOF                        VALUE 'N'.
001860 01  RV-FOUND-SW                 PIC X(01) VALUE 'N'.
001870     88  RV-FOUND                          VALUE 'Y'.
001880     88  RV-NOT-FOUND                      VALUE 'N'.
001890 01  RV-CTR-OPEN-SW              PIC X(01) VALUE 'N'.
001900     88  RV-CTR-PRESENT                    VALUE 'Y'.
001910 01  RV-CHK-OPEN-SW              PIC X(01) VALUE 'N'.
001920     88  RV-CHK-PRESENT                    VALUE 'Y'.
001930 01  RV-TBLFULL-SW               PIC X(01) VALUE 'N'.
001940     88  RV-TABLE-FULL                     VALUE 'Y'.
001950 01  RV-RUN-SW                   PIC X(01) VALUE 'C'.
001960     88  RV-COMPARE                        VALUE 'C'.
001970     88  RV-REBUILD                        VALUE 'R'.
001980 01  RV-ABEND-FILE               PIC X(08).
001990 01  RV-ABEND-OP                 PIC X(12).
002000 01  RV-ABEND-STATUS             PIC X(02).
002010 01  RV-CURR-DATE                PIC 9(08) VALUE ZERO.
002020 01  RV-PARM-OPT                 PIC X(08) VALUE SPACES.
002030*
002040*--------------------------------------------------------------*
002050* HISTORY RECORD WORK AREAS.  THE LOGS AND THEIR ARCHIVES ARE  *
002060* READ INTO THE SAME LAYOUTS, AND EACH USABLE RECORD IS BOILED *
002070* DOWN TO ONE POSTING FOR 2500-POST-HISTORY.                   *
002080*--------------------------------------------------------------*
002090 COPY HWHBREC.
002100 COPY HWEVTREC.
002110 01  RV-POST-AREA.
002120     05  RV-POST-DATE            PIC 9(08).
002130     05  RV-POST-TIME            PIC X(06).
002140     05  RV-POST-MODE            PIC X(08).
002150     05  RV-POST-SITE            PIC X(08).
002160     05  RV-POST-RUN-ID          PIC 9(09).
002170     05  RV-POST-STEP            PIC X(08).
002180*
002190*--------------------------------------------------------------*
002200* COUNTER TABLE -- ONE ENTRY PER MODE/SITE SEEN IN THE         *
002210* HISTORY, LIKE THE HWSEQAUD AUDIT TABLE                       *
002220*--------------------------------------------------------------*
002230 01  RV-CTR-TABLE.
002240     05  RV-CTR-ENTRY OCCURS 20 TIMES.
002250         10  RV-CT-MODE          PIC X(08).
002260         10  RV-CT-SITE          PIC X(08).
002270         10  RV-CT-RUN-ID        PIC 9(09).
002280         10  RV-CT-RUN-DATE      PIC 9(08).
002290*
002300*--------------------------------------------------------------*
002310* RECOVERY REPORT LINES                                        *
002320*--------------------------------------------------------------*
002330 01  RV-RPT-HDR-1.
002340     05  FILLER                  PIC X(01) VALUE SPACE.
002350     05  FILLER                  PIC X(40)
002360             VALUE 'HWRECOV COUNTER/CHECKPOINT RECOVERY'.
002370     05  FILLER                  PIC X(09) VALUE 'PRINTED: '.
002380     05  RV-RPT-DATE             PIC 9(08).
002390     05  FILLER                  PIC X(22) VALUE SPACES.
002400 01  RV-RPT-HDR-2.
002410     05  FILLER                  PIC X(01) VALUE SPACE.
002420     05  FILLER                  PIC X(06) VALUE 'MODE: '.
002430     05  RV-RPT-MODE-TEXT        PIC X(50).
002440     05  FILLER                  PIC X(23) VALUE SPACES.
002450 01  RV-RPT-SEC-1.
002460     05  FILLER                  PIC X(01) VALUE SPACE.
002470     05  RV-RPT-SEC-LBL          PIC X(40).
002480     05  FILLER                  PIC X(39) VALUE SPACES.
002490 01  RV-RPT-CTR-HDR.
002500     05  FILLER                  PIC X(01) VALUE SPACE.
002510     05  FILLER                  PIC X(11) VALUE 'ACTION'.
002520     05  FILLER                  PIC X(09) VALUE 'MODE'.
002530     05  FILLER                  PIC X(09) VALUE 'SITE'.
002540     05  FILLER                  PIC X(10) VALUE 'BEFORE ID'.
002550     05  FILLER                  PIC X(09) VALUE 'DATE'.
002560     05  FILLER                  PIC X(10) VALUE 'AFTER ID'.
002570     05  FILLER                  PIC X(21) VALUE 'DATE'.
002580 01  RV-RPT-CTR-1.
002590     05  FILLER                  PIC X(01) VALUE SPACE.
002600     05  RV-CT-ACTION-OUT        PIC X(10).
002610     05  FILLER                  PIC X(01) VALUE SPACE.
002620     05  RV-CT-MODE-OUT          PIC X(08).
002630     05  FILLER                  PIC X(01) VALUE SPACE.
002640     05  RV-CT-SITE-OUT          PIC X(08).
002650     05  FILLER                  PIC X(01) VALUE SPACE.
002660     05  RV-CT-BEF-ID-OUT        PIC X(09).
002670     05  FILLER                  PIC X(01) VALUE SPACE.
002680     05  RV-CT-BEF-DATE-OUT      PIC X(08).
002690     05  FILLER                  PIC X(01) VALUE SPACE.
002700     05  RV-CT-AFT-ID-OUT        PIC X(09).
002710     05  FILLER                  PIC X(01) VALUE SPACE.
002720     05  RV-CT-AFT-DATE-OUT      PIC X(08).
002730     05  FILLER                  PIC X(13) VALUE SPACES.
002740 01  RV-RPT-CHK-HDR.
002750     05  FILLER                  PIC X(01) VALUE SPACE.
002760     05  FILLER                  PIC X(11) VALUE 'ACTION'.
002770     05  FILLER                  PIC X(09) VALUE 'DATE'.
002780     05  FILLER                  PIC X(09) VALUE 'MODE'.
002790     05  FILLER                  PIC X(09) VALUE 'SITE'.
002800     05  FILLER                  PIC X(10) VALUE 'BEFORE ID'.
002810     05  FILLER                  PIC X(09) VALUE 'STEP'.
002820     05  FILLER                  PIC X(10) VALUE 'AFTER ID'.
002830     05  FILLER                  PIC X(12) VALUE 'STEP'.
002840 01  RV-RPT-CHK-1.
002850     05  FILLER                  PIC X(01) VALUE SPACE.
002860     05  RV-CK-ACTION-OUT        PIC X(10).
002870     05  FILLER                  PIC X(01) VALUE SPACE.
002880     05  RV-CK-DATE-OUT          PIC X(08).
002890     05  FILLER                  PIC X(01) VALUE SPACE.
002900     05  RV-CK-MODE-OUT          PIC X(08).
002910     05  FILLER                  PIC X(01) VALUE SPACE.
002920     05  RV-CK-SITE-OUT          PIC X(08).
002930     05  FILLER                  PIC X(01) VALUE SPACE.
002940     05  RV-CK-BEF-ID-OUT        PIC X(09).
002950     05  FILLER                  PIC X(01) VALUE SPACE.
002960     05  RV-CK-BEF-STEP-OUT      PIC X(08).
002970     05  FILLER                  PIC X(01) VALUE SPACE.
002980     05  RV-CK-AFT-ID-OUT        PIC X(09).
002990     05  FILLER                  PIC X(01) VALUE SPACE.
003000     05  RV-CK-AFT-STEP-OUT      PIC X(08).
003010     05  FILLER                  PIC X(04) VALUE SPACES.
003020 01  RV-RPT-MSG-1.
003030     05  FILLER                  PIC X(05) VALUE ' *** '.
003040     05  RV-MSG-TEXT             PIC X(50).
003050     05  FILLER                  PIC X(25) VALUE SPACES.
003060 01  RV-RPT-TOT-1.
003070     05  FILLER                  PIC X(01) VALUE SPACE.
003080     05  RV-RPT-TOT-LBL          PIC X(16).
003090     05  RV-RPT-TOT-CNT          PIC ZZZZZZ9.
003100     05  FILLER                  PIC X(56) VALUE SPACES.
003110*
003120 LINKAGE SECTION.
003130 01  RV-PARM-AREA.
003140     05  RV-PARM-LEN             PIC S9(04) COMP.
003150     05  RV-PARM-TEXT            PIC X(80).
003160*
003170 PROCEDURE DIVISION USING RV-PARM-AREA.
003180*--------------------------------------------------------------*
003190* 0000-MAINLINE                                                *
003200*--------------------------------------------------------------*
003210 0000-MAINLINE.
003220     PERFORM 1000-GET-PARM THRU 1000-EXIT.
003230     PERFORM 1100-INITIALIZE THRU 1100-EXIT.
003240     PERFORM 2000-SCAN-HEARTBEATS THRU 2000-EXIT.
003250     PERFORM 2200-SCAN-EVENTS THRU 2200-EXIT.
003260     PERFORM 2800-CHECK-TABLE THRU 2800-EXIT.
003270     PERFORM 3000-COMPARE-COUNTERS THRU 3000-EXIT.
003280     PERFORM 4000-COMPARE-CHECKPOINTS THRU 4000-EXIT.
003290     PERFORM 8000-PRINT-TOTALS THRU 8000-EXIT.
003300     PERFORM 9000-TERMINATE THRU 9000-EXIT.
003310     STOP RUN.
003320*
003330*--------------------------------------------------------------*
003340* 1000-GET-PARM - COMPARE (THE DEFAULT) OR REBUILD.  A BAD PARM *
003350*                 ENDS THE RUN BEFORE ANY FILE OPENS.           *
003360*--------------------------------------------------------------*
003370 1000-GET-PARM.
003380     IF RV-PARM-LEN > ZERO
003390         UNSTRING RV-PARM-TEXT DELIMITED BY ALL SPACE
003400             INTO RV-PARM-OPT
003410     END-IF.
003420     EVALUATE RV-PARM-OPT
003430         WHEN SPACES
003440         WHEN 'COMPARE'
003450             SET RV-COMPARE TO TRUE
003460         WHEN 'REBUILD'
003470             SET RV-REBUILD TO TRUE
003480         WHEN OTHER
003490             DISPLAY 'HWRECOV INVALID PARM: ' RV-PARM-OPT
003500             MOVE 8 TO RETURN-CODE
003510             STOP RUN
003520     END-EVALUATE.
003530 1000-EXIT.
003540     EXIT.
003550*
003560*--------------------------------------------------------------*
003570* 1100-INITIALIZE - OPEN FILES AND WRITE THE HEADINGS.  THE     *
003580*                   LIVE FILES ARE OPENED INPUT FOR A COMPARE   *
003590*                   AND I-O FOR A REBUILD; A REBUILD OF A LOST  *
003600*                   CLUSTER CREATES IT.  THE WORK FILE IS       *
003610*                   CREATED EMPTY, THEN REOPENED I-O.           *
003620*--------------------------------------------------------------*
003630 1100-INITIALIZE.
003640     ACCEPT RV-CURR-DATE FROM DATE YYYYMMDD.
003650     IF RV-REBUILD
003660         OPEN I-O CTR-FILE
003670         MOVE 'OPEN I-O' TO RV-ABEND-OP
003680     ELSE
003690         OPEN INPUT CTR-FILE
003700         MOVE 'OPEN INPUT' TO RV-ABEND-OP
003710     END-IF.
003720     EVALUATE TRUE
003730         WHEN RV-CTR-STATUS = '00'
003740             SET RV-CTR-PRESENT TO TRUE
003750         WHEN RV-CTR-STATUS = '05' AND RV-REBUILD
003760             SET RV-CTR-PRESENT TO TRUE
003770         WHEN RV-CTR-STATUS = '05'
003780             CONTINUE
003790         WHEN OTHER
003800             MOVE 'CTR-FILE' TO RV-ABEND-FILE
003810             MOVE RV-CTR-STATUS TO RV-ABEND-STATUS
003820             GO TO 9900-ABEND
003830     END-EVALUATE.
003840     IF RV-REBUILD
003850         OPEN I-O CHK-FILE
003860         MOVE 'OPEN I-O' TO RV-ABEND-OP
003870     ELSE
003880         OPEN INPUT CHK-FILE
003890         MOVE 'OPEN INPUT' TO RV-ABEND-OP
003900     END-IF.
003910     EVALUATE TRUE
003920         WHEN RV-CHK-STATUS = '00'
003930             SET RV-CHK-PRESENT TO TRUE
003940         WHEN RV-CHK-STATUS = '05' AND RV-REBUILD
003950             SET RV-CHK-PRESENT TO TRUE
003960         WHEN RV-CHK-STATUS = '05'
003970             CONTINUE
003980         WHEN OTHER
003990             MOVE 'CHK-FILE' TO RV-ABEND-FILE
004000             MOVE RV-CHK-STATUS TO RV-ABEND-STATUS
004010             GO TO 9900-ABEND
004020     END-EVALUATE.
004030     OPEN OUTPUT CKW-FILE.
004040     IF RV-CKW-STATUS NOT = '00'
004050         MOVE 'CKW-FILE' TO RV-ABEND-FILE
004060         MOVE 'OPEN OUTPUT' TO RV-ABEND-OP
004070         MOVE RV-CKW-STATUS TO RV-ABEND-STATUS
004080         GO TO 9900-ABEND
004090     END-IF.
004100     CLOSE CKW-FILE.
004110     OPEN I-O CKW-FILE.
004120     IF RV-CKW-STATUS NOT = '00'
004130         MOVE 'CKW-FILE' TO RV-ABEND-FILE
004140         MOVE 'OPEN I-O' TO RV-ABEND-OP
004150         MOVE RV-CKW-STATUS TO RV-ABEND-STATUS
004160         GO TO 9900-ABEND
004170     END-IF.
004180     OPEN OUTPUT RPT-FILE.
004190     IF RV-RPT-STATUS NOT = '00'
004200         MOVE 'RPT-FILE' TO RV-ABEND-FILE
004210         MOVE 'OPEN OUTPUT' TO RV-ABEND-OP
004220         MOVE RV-RPT-STATUS TO RV-ABEND-STATUS
004230         GO TO 9900-ABEND
004240     END-IF.
004250     MOVE RV-CURR-DATE TO RV-RPT-DATE.
004260     WRITE RPT-RECORD FROM RV-RPT-HDR-1.
004270     PERFORM 5900-CHECK-RPT-STATUS THRU 5900-EXIT.
004280     IF RV-REBUILD
004290         MOVE 'REBUILD - ADD AND REPLACE LINES ARE APPLIED'
004300             TO RV-RPT-MODE-TEXT
004310     ELSE
004320         MOVE 'COMPARE ONLY - THE LIVE FILES ARE NOT CHANGED'
004330             TO RV-RPT-MODE-TEXT
004340     END-IF.
004350     WRITE RPT-RECORD FROM RV-RPT-HDR-2.
004360     PERFORM 5900-CHECK-RPT-STATUS THRU 5900-EXIT.
004370 1100-EXIT.
004380     EXIT.
004390*
004400*--------------------------------------------------------------*
004410* 2000-SCAN-HEARTBEATS - POST EVERY HEARTBEAT FROM THE LIVE LOG *
004420*                        AND THE ARCHIVE.  A HEARTBEAT IS ONLY  *
004430*                        WRITTEN WHEN THE CYCLE FINISHED.       *
004440*--------------------------------------------------------------*
004450 2000-SCAN-HEARTBEATS.
004460     OPEN INPUT HB-FILE.
004470     IF RV-HBT-STATUS NOT = '00' AND RV-HBT-STATUS NOT = '05'
004480         MOVE 'HB-FILE' TO RV-ABEND-FILE
004490         MOVE 'OPEN INPUT' TO RV-ABEND-OP
004500         MOVE RV-HBT-STATUS TO RV-ABEND-STATUS
004510         GO TO 9900-ABEND
004520     END-IF.
004530     SET RV-NOT-EOF TO TRUE.
004540     PERFORM 2910-READ-HB THRU 2910-EXIT.
004550     PERFORM 2010-HB-LIVE-LOOP THRU 2010-EXIT
004560         UNTIL RV-EOF.
004570     CLOSE HB-FILE.
004580     IF RV-HBT-STATUS NOT = '00'
004590         MOVE 'HB-FILE' TO RV-ABEND-FILE
004600         MOVE 'CLOSE' TO RV-ABEND-OP
004610         MOVE RV-HBT-STATUS TO RV-ABEND-STATUS
004620         GO TO 9900-ABEND
004630     END-IF.
004640     OPEN INPUT HBA-FILE.
004650     IF RV-HBA-STATUS NOT = '00' AND RV-HBA-STATUS NOT = '05'
004660         MOVE 'HBA-FILE' TO RV-ABEND-FILE
004670         MOVE 'OPEN INPUT' TO RV-ABEND-OP
004680         MOVE RV-HBA-STATUS TO RV-ABEND-STATUS
004690         GO TO 9900-ABEND
004700     END-IF.
004710     SET RV-NOT-EOF TO TRUE.
004720     PERFORM 2920-READ-HBA THRU 2920-EXIT.
004730     PERFORM 2020-HB-ARCH-LOOP THRU 2020-EXIT
004740         UNTIL RV-EOF.
004750     CLOSE HBA-FILE.
004760     IF RV-HBA-STATUS NOT = '00'
004770         MOVE 'HBA-FILE' TO RV-ABEND-FILE
004780         MOVE 'CLOSE' TO RV-ABEND-OP
004790         MOVE RV-HBA-STATUS TO RV-ABEND-STATUS
004800         GO TO 9900-ABEND
004810     END-IF.
004820 2000-EXIT.
004830     EXIT.
004840*
004850*--------------------------------------------------------------*
004860* 2010-HB-LIVE-LOOP - TAKE ONE LIVE HEARTBEAT, READ THE NEXT    *
004870*--------------------------------------------------------------*
004880 2010-HB-LIVE-LOOP.
004890     PERFORM 2100-TAKE-HEARTBEAT THRU 2100-EXIT.
004900     PERFORM 2910-READ-HB THRU 2910-EXIT.
004910 2010-EXIT.
004920     EXIT.
004930*
004940*--------------------------------------------------------------*
004950* 2020-HB-ARCH-LOOP - TAKE ONE ARCHIVED HEARTBEAT, READ THE     *
004960*                     NEXT                                      *
004970*--------------------------------------------------------------*
004980 2020-HB-ARCH-LOOP.
004990     PERFORM 2100-TAKE-HEARTBEAT THRU 2100-EXIT.
005000     PERFORM 2920-READ-HBA THRU 2920-EXIT.
005010 2020-EXIT.
005020     EXIT.
005030*
005040*--------------------------------------------------------------*
005050* 2100-TAKE-HEARTBEAT - POST ONE HEARTBEAT AS A COMPLETED RUN   *
005060*--------------------------------------------------------------*
005070 2100-TAKE-HEARTBEAT.
005080     ADD 1 TO RV-HIST-CNT.
005090     IF HB-RUN-DATE NOT NUMERIC OR HB-RUN-ID NOT NUMERIC
005100         GO TO 2100-EXIT
005110     END-IF.
005120     IF HB-RUN-ID = ZERO
005130         GO TO 2100-EXIT
005140     END-IF.
005150     MOVE HB-RUN-DATE TO RV-POST-DATE.
005160     MOVE HB-RUN-TIME TO RV-POST-TIME.
005170     MOVE HB-RUN-MODE TO RV-POST-MODE.
005180     MOVE HB-RUN-SITE TO RV-POST-SITE.
005190     MOVE HB-RUN-ID TO RV-POST-RUN-ID.
005200     MOVE 'COMPLETE' TO RV-POST-STEP.
005210     PERFORM 2500-POST-HISTORY THRU 2500-EXIT.
005220 2100-EXIT.
005230     EXIT.
005240*
005250*--------------------------------------------------------------*
005260* 2200-SCAN-EVENTS - POST EVERY RUN EVENT FROM THE LIVE LOG AND *
005270*                    THE ARCHIVE                                *
005280*--------------------------------------------------------------*
005290 2200-SCAN-EVENTS.
005300     OPEN INPUT EVT-FILE.
005310     IF RV-EVT-STATUS NOT = '00' AND RV-EVT-STATUS NOT = '05'
005320         MOVE 'EVT-FILE' TO RV-ABEND-FILE
005330         MOVE 'OPEN INPUT' TO RV-ABEND-OP
005340         MOVE RV-EVT-STATUS TO RV-ABEND-STATUS
005350         GO TO 9900-ABEND
005360     END-IF.
005370     SET RV-NOT-EOF TO TRUE.
005380     PERFORM 2930-READ-EVT THRU 2930-EXIT.
005390     PERFORM 2210-EVT-LIVE-LOOP THRU 2210-EXIT
005400         UNTIL RV-EOF.
005410     CLOSE EVT-FILE.
005420     IF RV-EVT-STATUS NOT = '00'
005430         MOVE 'EVT-FILE' TO RV-ABEND-FILE
005440         MOVE 'CLOSE' TO RV-ABEND-OP
005450         MOVE RV-EVT-STATUS TO RV-ABEND-STATUS
005460         GO TO 9900-ABEND
005470     END-IF.
005480     OPEN INPUT EVA-FILE.
005490     IF RV-EVA-STATUS NOT = '00' AND RV-EVA-STATUS NOT = '05'
005500         MOVE 'EVA-FILE' TO RV-ABEND-FILE
005510         MOVE 'OPEN INPUT' TO RV-ABEND-OP
005520         MOVE RV-EVA-STATUS TO RV-ABEND-STATUS
005530         GO TO 9900-ABEND
005540     END-IF.
005550     SET RV-NOT-EOF TO TRUE.
005560     PERFORM 2940-READ-EVA THRU 2940-EXIT.
005570     PERFORM 2220-EVT-ARCH-LOOP THRU 2220-EXIT
005580         UNTIL RV-EOF.
005590     CLOSE EVA-FILE.
005600     IF RV-EVA-STATUS NOT = '00'
005610         MOVE 'EVA-FILE' TO RV-ABEND-FILE
005620         MOVE 'CLOSE' TO RV-ABEND-OP
005630         MOVE RV-EVA-STATUS TO RV-ABEND-STATUS
005640         GO TO 9900-ABEND
005650     END-IF.
005660 2200-EXIT.
005670     EXIT.
005680*
005690*--------------------------------------------------------------*
005700* 2210-EVT-LIVE-LOOP - TAKE ONE LIVE EVENT, READ THE NEXT       *
005710*--------------------------------------------------------------*
005720 2210-EVT-LIVE-LOOP.
005730     PERFORM 2300-TAKE-EVENT THRU 2300-EXIT.
005740     PERFORM 2930-READ-EVT THRU 2930-EXIT.
005750 2210-EXIT.
005760     EXIT.
005770*
005780*--------------------------------------------------------------*
005790* 2220-EVT-ARCH-LOOP - TAKE ONE ARCHIVED EVENT, READ THE NEXT   *
005800*--------------------------------------------------------------*
005810 2220-EVT-ARCH-LOOP.
005820     PERFORM 2300-TAKE-EVENT THRU 2300-EXIT.
005830     PERFORM 2940-READ-EVA THRU 2940-EXIT.
005840 2220-EXIT.
005850     EXIT.
005860*
005870*--------------------------------------------------------------*
005880* 2300-TAKE-EVENT - POST ONE EVENT: AN ABEND SHOWS ONLY THAT    *
005890*                   THE RUN-ID WAS TAKEN, ANY OTHER OUTCOME     *
005900*                   THAT THE RUN FINISHED                       *
005910*--------------------------------------------------------------*
005920 2300-TAKE-EVENT.
005930     ADD 1 TO RV-HIST-CNT.
005940     IF EVT-RUN-DATE NOT NUMERIC OR EVT-RUN-ID NOT NUMERIC
005950         GO TO 2300-EXIT
005960     END-IF.
005970     IF EVT-RUN-ID = ZERO
005980         GO TO 2300-EXIT
005990     END-IF.
006000     MOVE EVT-RUN-DATE TO RV-POST-DATE.
006010     MOVE EVT-RUN-TIME TO RV-POST-TIME.
006020     MOVE EVT-RUN-MODE TO RV-POST-MODE.
006030     MOVE EVT-RUN-SITE TO RV-POST-SITE.
006040     MOVE EVT-RUN-ID TO RV-POST-RUN-ID.
006050     IF EVT-RUN-STATUS = 'ABEND'
006060         MOVE 'RUNID' TO RV-POST-STEP
006070     ELSE
006080         MOVE 'COMPLETE' TO RV-POST-STEP
006090     END-IF.
006100     PERFORM 2500-POST-HISTORY THRU 2500-EXIT.
006110 2300-EXIT.
006120     EXIT.
006130*
006140*--------------------------------------------------------------*
006150* 2500-POST-HISTORY - FOLD ONE POSTING INTO THE COUNTER TABLE   *
006160*                     AND THE CHECKPOINT WORK FILE.  A HIGHER   *
006170*                     RUN-ID FOR THE DATE REPLACES THE WORK     *
006180*                     CHECKPOINT; THE SAME RUN-ID ONLY EVER     *
006190*                     MOVES IT FORWARD FROM RUNID TO COMPLETE,  *
006200*                     SO A RESTART THAT FINISHED READS AS       *
006210*                     COMPLETE WHATEVER ORDER THE LOGS ARE IN.  *
006220*--------------------------------------------------------------*
006230 2500-POST-HISTORY.
006240     ADD 1 TO RV-USED-CNT.
006250     PERFORM 2600-FIND-CTR-ENTRY THRU 2600-EXIT.
006260     IF RV-HIT-SUB NOT = ZERO
006270         IF RV-POST-RUN-ID > RV-CT-RUN-ID(RV-HIT-SUB)
006280             MOVE RV-POST-RUN-ID TO RV-CT-RUN-ID(RV-HIT-SUB)
006290             MOVE RV-POST-DATE TO RV-CT-RUN-DATE(RV-HIT-SUB)
006300         END-IF
006310     END-IF.
006320     MOVE RV-POST-DATE TO CKW-DATE.
006330     MOVE RV-POST-MODE TO CKW-APP-ID.
006340     MOVE RV-POST-SITE TO CKW-SITE.
006350     READ CKW-FILE
006360         INVALID KEY
006370             MOVE RV-POST-RUN-ID TO CKW-RUN-ID
006380             MOVE RV-POST-TIME TO CKW-TIME
006390             MOVE RV-POST-STEP TO CKW-STEP
006400             WRITE CKW-RECORD
006410             END-WRITE
006420             MOVE 'WRITE' TO RV-ABEND-OP
006430         NOT INVALID KEY
006440             EVALUATE TRUE
006450                 WHEN RV-POST-RUN-ID > CKW-RUN-ID
006460                     MOVE RV-POST-RUN-ID TO CKW-RUN-ID
006470                     MOVE RV-POST-TIME TO CKW-TIME
006480                     MOVE RV-POST-STEP TO CKW-STEP
006490                     REWRITE CKW-RECORD
006500                     END-REWRITE
006510                 WHEN RV-POST-RUN-ID = CKW-RUN-ID
006520                         AND RV-POST-STEP = 'COMPLETE'
006530                         AND CKW-STEP = 'RUNID'
006540                     MOVE 'COMPLETE' TO CKW-STEP
006550                     REWRITE CKW-RECORD
006560                     END-REWRITE
006570                 WHEN OTHER
006580                     CONTINUE
006590             END-EVALUATE
006600             MOVE 'REWRITE' TO RV-ABEND-OP
006610     END-READ.
006620     IF RV-CKW-STATUS NOT = '00'
006630         MOVE 'CKW-FILE' TO RV-ABEND-FILE
006640         MOVE RV-CKW-STATUS TO RV-ABEND-STATUS
006650         GO TO 9900-ABEND
006660     END-IF.
006670 2500-EXIT.
006680     EXIT.
006690*
006700*--------------------------------------------------------------*
006710* 2600-FIND-CTR-ENTRY - LOCATE OR ADD THE MODE/SITE COUNTER     *
006720*                       ENTRY.  RV-HIT-SUB IS ZERO WHEN THE     *
006730*                       TABLE IS FULL.                          *
006740*--------------------------------------------------------------*
006750 2600-FIND-CTR-ENTRY.
006760     MOVE ZERO TO RV-HIT-SUB.
006770     MOVE 1 TO RV-SUB.
006780     PERFORM 2610-TEST-CTR-ENTRY THRU 2610-EXIT
006790         UNTIL RV-SUB > RV-CTR-CNT OR RV-HIT-SUB NOT = ZERO.
006800     IF RV-HIT-SUB = ZERO
006810         IF RV-CTR-CNT < 20
006820             ADD 1 TO RV-CTR-CNT
006830             MOVE RV-CTR-CNT TO RV-HIT-SUB
006840             MOVE RV-POST-MODE TO RV-CT-MODE(RV-HIT-SUB)
006850             MOVE RV-POST-SITE TO RV-CT-SITE(RV-HIT-SUB)
006860             MOVE ZERO TO RV-CT-RUN-ID(RV-HIT-SUB)
006870             MOVE ZERO TO RV-CT-RUN-DATE(RV-HIT-SUB)
006880         ELSE
006890             SET RV-TABLE-FULL TO TRUE
006900         END-IF
006910     END-IF.
006920 2600-EXIT.
006930     EXIT.
006940*
006950*--------------------------------------------------------------*
006960* 2610-TEST-CTR-ENTRY - COMPARE ONE TABLE ENTRY                 *
006970*--------------------------------------------------------------*
006980 2610-TEST-CTR-ENTRY.
006990     IF RV-CT-MODE(RV-SUB) = RV-POST-MODE
007000             AND RV-CT-SITE(RV-SUB) = RV-POST-SITE
007010         MOVE RV-SUB TO RV-HIT-SUB
007020     END-IF.
007030     ADD 1 TO RV-SUB.
007040 2610-EXIT.
007050     EXIT.
007060*
007070*--------------------------------------------------------------*
007080* 2800-CHECK-TABLE - A HISTORY WITH MORE MODE/SITES THAN THE    *
007090*                    COUNTER TABLE HOLDS CANNOT BE TRUSTED TO   *
007100*                    REBUILD THE COUNTERS, SO THE RUN FALLS     *
007110*                    BACK TO A COMPARE AND ENDS WITH RC 8       *
007120*--------------------------------------------------------------*
007130 2800-CHECK-TABLE.
007140     IF RV-TABLE-FULL
007150         MOVE 'MORE THAN 20 MODE/SITES - NOTHING WILL BE CHANGED'
007160             TO RV-MSG-TEXT
007170         WRITE RPT-RECORD FROM RV-RPT-MSG-1
007180         PERFORM 5900-CHECK-RPT-STATUS THRU 5900-EXIT
007190         SET RV-COMPARE TO TRUE
007200     END-IF.
007210 2800-EXIT.
007220     EXIT.
007230*
007240*--------------------------------------------------------------*
007250* 2910-READ-HB - READ THE NEXT LIVE HEARTBEAT OR SET EOF        *
007260*--------------------------------------------------------------*
007270 2910-READ-HB.
007280     READ HB-FILE INTO HB-RECORD
007290         AT END
007300             SET RV-EOF TO TRUE
007310     END-READ.
007320     IF RV-HBT-STATUS NOT = '00' AND RV-HBT-STATUS NOT = '10'
007330         MOVE 'HB-FILE' TO RV-ABEND-FILE
007340         MOVE 'READ' TO RV-ABEND-OP
007350         MOVE RV-HBT-STATUS TO RV-ABEND-STATUS
007360         GO TO 9900-ABEND
007370     END-IF.
007380 2910-EXIT.
007390     EXIT.
007400*
007410*--------------------------------------------------------------*
007420* 2920-READ-HBA - READ THE NEXT ARCHIVED HEARTBEAT OR SET EOF   *
007430*--------------------------------------------------------------*
007440 2920-READ-HBA.
007450     READ HBA-FILE INTO HB-RECORD
007460         AT END
007470             SET RV-EOF TO TRUE
007480     END-READ.
007490     IF RV-HBA-STATUS NOT = '00' AND RV-HBA-STATUS NOT = '10'
007500         MOVE 'HBA-FILE' TO RV-ABEND-FILE
007510         MOVE 'READ' TO RV-ABEND-OP
007520         MOVE RV-HBA-STATUS TO RV-ABEND-STATUS
007530         GO TO 9900-ABEND
007540     END-IF.
007550 2920-EXIT.
007560     EXIT.
007570*
007580*--------------------------------------------------------------*
007590* 2930-READ-EVT - READ THE NEXT LIVE EVENT OR SET EOF           *
007600*--------------------------------------------------------------*
007610 2930-READ-EVT.
007620     READ EVT-FILE INTO EVT-RECORD
007630         AT END
007640             SET RV-EOF TO TRUE
007650     END-READ.
007660     IF RV-EVT-STATUS NOT = '00' AND RV-EVT-STATUS NOT = '10'
007670         MOVE 'EVT-FILE' TO RV-ABEND-FILE
007680         MOVE 'READ' TO RV-ABEND-OP
007690         MOVE RV-EVT-STATUS TO RV-ABEND-STATUS
007700         GO TO 9900-ABEND
007710     END-IF.
007720 2930-EXIT.
007730     EXIT.
007740*
007750*--------------------------------------------------------------*
007760* 2940-READ-EVA - READ THE NEXT ARCHIVED EVENT OR SET EOF       *
007770*--------------------------------------------------------------*
007780 2940-READ-EVA.
007790     READ EVA-FILE INTO EVT-RECORD
007800         AT END
007810             SET RV-EOF TO TRUE
007820     END-READ.
007830     IF RV-EVA-STATUS NOT = '00' AND RV-EVA-STATUS NOT = '10'
007840         MOVE 'EVA-FILE' TO RV-ABEND-FILE
007850         MOVE 'READ' TO RV-ABEND-OP
007860         MOVE RV-EVA-STATUS TO RV-ABEND-STATUS
007870         GO TO 9900-ABEND
007880     END-IF.
007890 2940-EXIT.
007900     EXIT.
007910*
007920*--------------------------------------------------------------*
007930* 3000-COMPARE-COUNTERS - LIST EVERY COUNTER BEFORE AND AFTER.  *
007940*                         LIVE COUNTERS WITH NO HISTORY ARE     *
007950*                         FOUND FIRST, IN A READ-ONLY PASS, SO  *
007960*                         THE KEYED UPDATES THAT FOLLOW CANNOT  *
007970*                         DISTURB A SEQUENTIAL READ.            *
007980*--------------------------------------------------------------*
007990 3000-COMPARE-COUNTERS.
008000     MOVE 'RUN-ID COUNTERS (CTRFILE)' TO RV-RPT-SEC-LBL.
008010     WRITE RPT-RECORD FROM RV-RPT-SEC-1.
008020     PERFORM 5900-CHECK-RPT-STATUS THRU 5900-EXIT.
008030     WRITE RPT-RECORD FROM RV-RPT-CTR-HDR.
008040     PERFORM 5900-CHECK-RPT-STATUS THRU 5900-EXIT.
008050     IF RV-CTR-PRESENT
008060         SET RV-NOT-EOF TO TRUE
008070         MOVE LOW-VALUES TO CTR-KEY
008080         START CTR-FILE KEY NOT < CTR-KEY
008090             INVALID KEY
008100                 SET RV-EOF TO TRUE
008110         END-START
008120         IF RV-CTR-STATUS NOT = '00' AND RV-CTR-STATUS NOT = '23'
008130             MOVE 'CTR-FILE' TO RV-ABEND-FILE
008140             MOVE 'START' TO RV-ABEND-OP
008150             MOVE RV-CTR-STATUS TO RV-ABEND-STATUS
008160             GO TO 9900-ABEND
008170         END-IF
008180         IF RV-NOT-EOF
008190             PERFORM 3950-READ-NEXT-CTR THRU 3950-EXIT
008200         END-IF
008210         PERFORM 3100-TEST-LIVE-CTR THRU 3100-EXIT
008220             UNTIL RV-EOF
008230     END-IF.
008240     MOVE 1 TO RV-SUB.
008250     PERFORM 3200-TEST-HIST-CTR THRU 3200-EXIT
008260         UNTIL RV-SUB > RV-CTR-CNT.
008270 3000-EXIT.
008280     EXIT.
008290*
008300*--------------------------------------------------------------*
008310* 3100-TEST-LIVE-CTR - LIST A LIVE COUNTER WITH NO HISTORY,     *
008320*                      THEN READ THE NEXT                       *
008330*--------------------------------------------------------------*
008340 3100-TEST-LIVE-CTR.
008350     MOVE CTR-MODE TO RV-POST-MODE.
008360     MOVE CTR-SITE TO RV-POST-SITE.
008370     MOVE ZERO TO RV-HIT-SUB.
008380     MOVE 1 TO RV-SUB.
008390     PERFORM 2610-TEST-CTR-ENTRY THRU 2610-EXIT
008400         UNTIL RV-SUB > RV-CTR-CNT OR RV-HIT-SUB NOT = ZERO.
008410     IF RV-HIT-SUB = ZERO
008420         MOVE 'NO HISTORY' TO RV-CT-ACTION-OUT
008430         MOVE CTR-MODE TO RV-CT-MODE-OUT
008440         MOVE CTR-SITE TO RV-CT-SITE-OUT
008450         MOVE CTR-LAST-RUN-ID TO RV-CT-BEF-ID-OUT
008460         MOVE CTR-LAST-RUN-DATE TO RV-CT-BEF-DATE-OUT
008470         MOVE CTR-LAST-RUN-ID TO RV-CT-AFT-ID-OUT
008480         MOVE CTR-LAST-RUN-DATE TO RV-CT-AFT-DATE-OUT
008490         WRITE RPT-RECORD FROM RV-RPT-CTR-1
008500         PERFORM 5900-CHECK-RPT-STATUS THRU 5900-EXIT
008510         ADD 1 TO RV-CTR-NOHIST-CNT
008520     END-IF.
008530     PERFORM 3950-READ-NEXT-CTR THRU 3950-EXIT.
008540 3100-EXIT.
008550     EXIT.
008560*
008570*--------------------------------------------------------------*
008580* 3200-TEST-HIST-CTR - COMPARE ONE REBUILT COUNTER WITH THE     *
008590*                      LIVE ONE, LIST IT, AND ON A REBUILD      *
008600*                      APPLY AN ADD OR A RAISE                  *
008610*--------------------------------------------------------------*
008620 3200-TEST-HIST-CTR.
008630     MOVE RV-CT-MODE(RV-SUB) TO CTR-MODE.
008640     MOVE RV-CT-SITE(RV-SUB) TO CTR-SITE.
008650     SET RV-NOT-FOUND TO TRUE.
008660     IF RV-CTR-PRESENT
008670         READ CTR-FILE
008680             INVALID KEY
008690                 SET RV-NOT-FOUND TO TRUE
008700             NOT INVALID KEY
008710                 SET RV-FOUND TO TRUE
008720         END-READ
008730         IF RV-CTR-STATUS NOT = '00' AND RV-CTR-STATUS NOT = '23'
008740             MOVE 'CTR-FILE' TO RV-ABEND-FILE
008750             MOVE 'READ' TO RV-ABEND-OP
008760             MOVE RV-CTR-STATUS TO RV-ABEND-STATUS
008770             GO TO 9900-ABEND
008780         END-IF
008790     END-IF.
008800     MOVE RV-CT-MODE(RV-SUB) TO RV-CT-MODE-OUT.
008810     MOVE RV-CT-SITE(RV-SUB) TO RV-CT-SITE-OUT.
008820     MOVE RV-CT-RUN-ID(RV-SUB) TO RV-CT-AFT-ID-OUT.
008830     MOVE RV-CT-RUN-DATE(RV-SUB) TO RV-CT-AFT-DATE-OUT.
008840     IF RV-NOT-FOUND
008850         MOVE 'ADD' TO RV-CT-ACTION-OUT
008860         MOVE SPACES TO RV-CT-BEF-ID-OUT
008870         MOVE SPACES TO RV-CT-BEF-DATE-OUT
008880         ADD 1 TO RV-CTR-ADD-CNT
008890         IF RV-REBUILD
008900             MOVE RV-CT-RUN-ID(RV-SUB) TO CTR-LAST-RUN-ID
008910             MOVE RV-CT-RUN-DATE(RV-SUB) TO CTR-LAST-RUN-DATE
008920             WRITE CTR-RECORD
008930             END-WRITE
008940             IF RV-CTR-STATUS NOT = '00'
008950                 MOVE 'CTR-FILE' TO RV-ABEND-FILE
008960                 MOVE 'WRITE' TO RV-ABEND-OP
008970                 MOVE RV-CTR-STATUS TO RV-ABEND-STATUS
008980                 GO TO 9900-ABEND
008990             END-IF
009000         END-IF
009010         GO TO 3200-PRINT
009020     END-IF.
009030     MOVE CTR-LAST-RUN-ID TO RV-CT-BEF-ID-OUT.
009040     MOVE CTR-LAST-RUN-DATE TO RV-CT-BEF-DATE-OUT.
009050     EVALUATE TRUE
009060         WHEN RV-CT-RUN-ID(RV-SUB) = CTR-LAST-RUN-ID
009070             MOVE 'MATCH' TO RV-CT-ACTION-OUT
009080             ADD 1 TO RV-CTR-MATCH-CNT
009090         WHEN RV-CT-RUN-ID(RV-SUB) < CTR-LAST-RUN-ID
009100             MOVE 'LIVE AHEAD' TO RV-CT-ACTION-OUT
009110             MOVE CTR-LAST-RUN-ID TO RV-CT-AFT-ID-OUT
009120             MOVE CTR-LAST-RUN-DATE TO RV-CT-AFT-DATE-OUT
009130             ADD 1 TO RV-CTR-AHEAD-CNT
009140         WHEN OTHER
009150             MOVE 'REPLACE' TO RV-CT-ACTION-OUT
009160             ADD 1 TO RV-CTR-REPL-CNT
009170             IF RV-REBUILD
009180                 MOVE RV-CT-RUN-ID(RV-SUB) TO CTR-LAST-RUN-ID
009190                 MOVE RV-CT-RUN-DATE(RV-SUB) TO CTR-LAST-RUN-DATE
009200                 REWRITE CTR-RECORD
009210                 END-REWRITE
009220                 IF RV-CTR-STATUS NOT = '00'
009230                     MOVE 'CTR-FILE' TO RV-ABEND-FILE
009240                     MOVE 'REWRITE' TO RV-ABEND-OP
009250                     MOVE RV-CTR-STATUS TO RV-ABEND-STATUS
009260                     GO TO 9900-ABEND
009270                 END-IF
009280             END-IF
009290     END-EVALUATE.
009300 3200-PRINT.
009310     WRITE RPT-RECORD FROM RV-RPT-CTR-1.
009320     PERFORM 5900-CHECK-RPT-STATUS THRU 5900-EXIT.
009330     ADD 1 TO RV-SUB.
009340 3200-EXIT.
009350     EXIT.
009360*
009370*--------------------------------------------------------------*
009380* 3950-READ-NEXT-CTR - READ THE NEXT LIVE COUNTER OR SET EOF    *
009390*--------------------------------------------------------------*
009400 3950-READ-NEXT-CTR.
009410     READ CTR-FILE NEXT RECORD
009420         AT END
009430             SET RV-EOF TO TRUE
009440     END-READ.
009450     IF RV-CTR-STATUS NOT = '00' AND RV-CTR-STATUS NOT = '10'
009460         MOVE 'CTR-FILE' TO RV-ABEND-FILE
009470         MOVE 'READ NEXT' TO RV-ABEND-OP
009480         MOVE RV-CTR-STATUS TO RV-ABEND-STATUS
009490         GO TO 9900-ABEND
009500     END-IF.
009510 3950-EXIT.
009520     EXIT.
009530*
009540*--------------------------------------------------------------*
009550* 4000-COMPARE-CHECKPOINTS - LIST EVERY CHECKPOINT THAT DIFFERS *
009560*                            FROM THE HISTORY; MATCHES ARE ONLY *
009570*                            COUNTED.  AS FOR THE COUNTERS,     *
009580*                            LIVE RECORDS WITH NO HISTORY ARE   *
009590*                            FOUND FIRST IN A READ-ONLY PASS.   *
009600*--------------------------------------------------------------*
009610 4000-COMPARE-CHECKPOINTS.
009620     MOVE 'SAME-DAY CHECKPOINTS (CHKFILE)' TO RV-RPT-SEC-LBL.
009630     WRITE RPT-RECORD FROM RV-RPT-SEC-1.
009640     PERFORM 5900-CHECK-RPT-STATUS THRU 5900-EXIT.
009650     WRITE RPT-RECORD FROM RV-RPT-CHK-HDR.
009660     PERFORM 5900-CHECK-RPT-STATUS THRU 5900-EXIT.
009670     IF RV-CHK-PRESENT
009680         SET RV-NOT-EOF TO TRUE
009690         MOVE LOW-VALUES TO CHK-KEY
009700         START CHK-FILE KEY NOT < CHK-KEY
009710             INVALID KEY
009720                 SET RV-EOF TO TRUE
009730         END-START
009740         IF RV-CHK-STATUS NOT = '00' AND RV-CHK-STATUS NOT = '23'
009750             MOVE 'CHK-FILE' TO RV-ABEND-FILE
009760             MOVE 'START' TO RV-ABEND-OP
009770             MOVE RV-CHK-STATUS TO RV-ABEND-STATUS
009780             GO TO 9900-ABEND
009790         END-IF
009800         IF RV-NOT-EOF
009810             PERFORM 4950-READ-NEXT-CHK THRU 4950-EXIT
009820         END-IF
009830         PERFORM 4100-TEST-LIVE-CHK THRU 4100-EXIT
009840             UNTIL RV-EOF
009850     END-IF.
009860     SET RV-NOT-EOF TO TRUE.
009870     MOVE LOW-VALUES TO CKW-KEY.
009880     START CKW-FILE KEY NOT < CKW-KEY
009890         INVALID KEY
009900             SET RV-EOF TO TRUE
009910     END-START.
009920     IF RV-CKW-STATUS NOT = '00' AND RV-CKW-STATUS NOT = '23'
009930         MOVE 'CKW-FILE' TO RV-ABEND-FILE
009940         MOVE 'START' TO RV-ABEND-OP
009950         MOVE RV-CKW-STATUS TO RV-ABEND-STATUS
009960         GO TO 9900-ABEND
009970     END-IF.
009980     IF RV-NOT-EOF
009990         PERFORM 4960-READ-NEXT-CKW THRU 4960-EXIT
010000     END-IF.
010010     PERFORM 4200-TEST-HIST-CHK THRU 4200-EXIT
010020         UNTIL RV-EOF.
010030 4000-EXIT.
010040     EXIT.
010050*
010060*--------------------------------------------------------------*
010070* 4100-TEST-LIVE-CHK - LIST A LIVE CHECKPOINT WITH NO HISTORY,  *
010080*                      THEN READ THE NEXT                       *
010090*--------------------------------------------------------------*
010100 4100-TEST-LIVE-CHK.
010110     MOVE CHK-KEY TO CKW-KEY.
010120     READ CKW-FILE
010130         INVALID KEY
010140             MOVE 'NO HISTORY' TO RV-CK-ACTION-OUT
010150             MOVE CHK-DATE TO RV-CK-DATE-OUT
010160             MOVE CHK-APP-ID TO RV-CK-MODE-OUT
010170             MOVE CHK-SITE TO RV-CK-SITE-OUT
010180             MOVE CHK-RUN-ID TO RV-CK-BEF-ID-OUT
010190             MOVE CHK-STEP TO RV-CK-BEF-STEP-OUT
010200             MOVE CHK-RUN-ID TO RV-CK-AFT-ID-OUT
010210             MOVE CHK-STEP TO RV-CK-AFT-STEP-OUT
010220             WRITE RPT-RECORD FROM RV-RPT-CHK-1
010230             PERFORM 5900-CHECK-RPT-STATUS THRU 5900-EXIT
010240             ADD 1 TO RV-CHK-NOHIST-CNT
010250     END-READ.
010260     IF RV-CKW-STATUS NOT = '00' AND RV-CKW-STATUS NOT = '23'
010270         MOVE 'CKW-FILE' TO RV-ABEND-FILE
010280         MOVE 'READ' TO RV-ABEND-OP
010290         MOVE RV-CKW-STATUS TO RV-ABEND-STATUS
010300         GO TO 9900-ABEND
010310     END-IF.
010320     PERFORM 4950-READ-NEXT-CHK THRU 4950-EXIT.
010330 4100-EXIT.
010340     EXIT.
010350*
010360*--------------------------------------------------------------*
010370* 4200-TEST-HIST-CHK - COMPARE ONE REBUILT CHECKPOINT WITH THE  *
010380*                      LIVE ONE AND ON A REBUILD APPLY AN ADD   *
010390*                      OR A REPLACE, THEN READ THE NEXT.  A     *
010400*                      BLANK LIVE STEP COUNTS AS COMPLETE, AS   *
010410*                      IT DOES IN HELLO-WORLD.                  *
010420*--------------------------------------------------------------*
010430 4200-TEST-HIST-CHK.
010440     MOVE CKW-KEY TO CHK-KEY.
010450     SET RV-NOT-FOUND TO TRUE.
010460     IF RV-CHK-PRESENT
010470         READ CHK-FILE
010480             INVALID KEY
010490                 SET RV-NOT-FOUND TO TRUE
010500             NOT INVALID KEY
010510                 SET RV-FOUND TO TRUE
010520         END-READ
010530         IF RV-CHK-STATUS NOT = '00' AND RV-CHK-STATUS NOT = '23'
010540             MOVE 'CHK-FILE' TO RV-ABEND-FILE
010550             MOVE 'READ' TO RV-ABEND-OP
010560             MOVE RV-CHK-STATUS TO RV-ABEND-STATUS
010570             GO TO 9900-ABEND
010580         END-IF
010590     END-IF.
010600     MOVE CKW-DATE TO RV-CK-DATE-OUT.
010610     MOVE CKW-APP-ID TO RV-CK-MODE-OUT.
010620     MOVE CKW-SITE TO RV-CK-SITE-OUT.
010630     MOVE CKW-RUN-ID TO RV-CK-AFT-ID-OUT.
010640     MOVE CKW-STEP TO RV-CK-AFT-STEP-OUT.
010650     IF RV-NOT-FOUND
010660         MOVE 'ADD' TO RV-CK-ACTION-OUT
010670         MOVE SPACES TO RV-CK-BEF-ID-OUT
010680         MOVE SPACES TO RV-CK-BEF-STEP-OUT
010690         ADD 1 TO RV-CHK-ADD-CNT
010700         IF RV-REBUILD
010710             MOVE CKW-RECORD TO CHK-RECORD
010720             WRITE CHK-RECORD
010730             END-WRITE
010740             IF RV-CHK-STATUS NOT = '00'
010750                 MOVE 'CHK-FILE' TO RV-ABEND-FILE
010760                 MOVE 'WRITE' TO RV-ABEND-OP
010770                 MOVE RV-CHK-STATUS TO RV-ABEND-STATUS
010780                 GO TO 9900-ABEND
010790             END-IF
010800         END-IF
010810         GO TO 4200-PRINT
010820     END-IF.
010830     MOVE CHK-RUN-ID TO RV-CK-BEF-ID-OUT.
010840     MOVE CHK-STEP TO RV-CK-BEF-STEP-OUT.
010850     IF CHK-STEP = 'RUNID'
010860         MOVE 1 TO RV-LIVE-RANK
010870     ELSE
010880         MOVE 2 TO RV-LIVE-RANK
010890     END-IF.
010900     IF CKW-STEP = 'RUNID'
010910         MOVE 1 TO RV-HIST-RANK
010920     ELSE
010930         MOVE 2 TO RV-HIST-RANK
010940     END-IF.
010950     EVALUATE TRUE
010960         WHEN CKW-RUN-ID = CHK-RUN-ID
010970                 AND RV-HIST-RANK = RV-LIVE-RANK
010980             ADD 1 TO RV-CHK-MATCH-CNT
010990             GO TO 4200-NEXT
011000         WHEN CKW-RUN-ID > CHK-RUN-ID
011010         WHEN CKW-RUN-ID = CHK-RUN-ID
011020                 AND RV-HIST-RANK > RV-LIVE-RANK
011030             MOVE 'REPLACE' TO RV-CK-ACTION-OUT
011040             ADD 1 TO RV-CHK-REPL-CNT
011050             IF RV-REBUILD
011060                 MOVE CKW-RECORD TO CHK-RECORD
011070                 REWRITE CHK-RECORD
011080                 END-REWRITE
011090                 IF RV-CHK-STATUS NOT = '00'
011100                     MOVE 'CHK-FILE' TO RV-ABEND-FILE
011110                     MOVE 'REWRITE' TO RV-ABEND-OP
011120                     MOVE RV-CHK-STATUS TO RV-ABEND-STATUS
011130                     GO TO 9900-ABEND
011140                 END-IF
011150             END-IF
011160         WHEN OTHER
011170             MOVE 'LIVE AHEAD' TO RV-CK-ACTION-OUT
011180             MOVE CHK-RUN-ID TO RV-CK-AFT-ID-OUT
011190             MOVE CHK-STEP TO RV-CK-AFT-STEP-OUT
011200             ADD 1 TO RV-CHK-AHEAD-CNT
011210     END-EVALUATE.
011220 4200-PRINT.
011230     WRITE RPT-RECORD FROM RV-RPT-CHK-1.
011240     PERFORM 5900-CHECK-RPT-STATUS THRU 5900-EXIT.
011250 4200-NEXT.
011260     PERFORM 4960-READ-NEXT-CKW THRU 4960-EXIT.
011270 4200-EXIT.
011280     EXIT.
011290*
011300*--------------------------------------------------------------*
011310* 4950-READ-NEXT-CHK - READ THE NEXT LIVE CHECKPOINT OR SET EOF *
011320*--------------------------------------------------------------*
011330 4950-READ-NEXT-CHK.
011340     READ CHK-FILE NEXT RECORD
011350         AT END
011360             SET RV-EOF TO TRUE
011370     END-READ.
011380     IF RV-CHK-STATUS NOT = '00' AND RV-CHK-STATUS NOT = '10'
011390         MOVE 'CHK-FILE' TO RV-ABEND-FILE
011400         MOVE 'READ NEXT' TO RV-ABEND-OP
011410         MOVE RV-CHK-STATUS TO RV-ABEND-STATUS
011420         GO TO 9900-ABEND
011430     END-IF.
011440 4950-EXIT.
011450     EXIT.
011460*
011470*--------------------------------------------------------------*
011480* 4960-READ-NEXT-CKW - READ THE NEXT WORK CHECKPOINT OR SET EOF *
011490*--------------------------------------------------------------*
011500 4960-READ-NEXT-CKW.
011510     READ CKW-FILE NEXT RECORD
011520         AT END
011530             SET RV-EOF TO TRUE
011540     END-READ.
011550     IF RV-CKW-STATUS NOT = '00' AND RV-CKW-STATUS NOT = '10'
011560         MOVE 'CKW-FILE' TO RV-ABEND-FILE
011570         MOVE 'READ NEXT' TO RV-ABEND-OP
011580         MOVE RV-CKW-STATUS TO RV-ABEND-STATUS
011590         GO TO 9900-ABEND
011600     END-IF.
011610 4960-EXIT.
011620     EXIT.
011630*
011640*--------------------------------------------------------------*
011650* 5900-CHECK-RPT-STATUS - COMMON STATUS CHECK AFTER EACH        *
011660*                         REPORT LINE WRITE                     *
011670*--------------------------------------------------------------*
011680 5900-CHECK-RPT-STATUS.
011690     IF RV-RPT-STATUS NOT = '00'
011700         MOVE 'RPT-FILE' TO RV-ABEND-FILE
011710         MOVE 'WRITE' TO RV-ABEND-OP
011720         MOVE RV-RPT-STATUS TO RV-ABEND-STATUS
011730         GO TO 9900-ABEND
011740     END-IF.
011750 5900-EXIT.
011760     EXIT.
011770*
011780*--------------------------------------------------------------*
011790* 8000-PRINT-TOTALS - COUNTS BY ACTION AND THE FINAL            *
011800*                     DISPOSITION                               *
011810*--------------------------------------------------------------*
011820 8000-PRINT-TOTALS.
011830     MOVE 'TOTALS' TO RV-RPT-SEC-LBL.
011840     WRITE RPT-RECORD FROM RV-RPT-SEC-1.
011850     PERFORM 5900-CHECK-RPT-STATUS THRU 5900-EXIT.
011860     MOVE 'HISTORY READ:   ' TO RV-RPT-TOT-LBL.
011870     MOVE RV-HIST-CNT TO RV-RPT-TOT-CNT.
011880     WRITE RPT-RECORD FROM RV-RPT-TOT-1.
011890     PERFORM 5900-CHECK-RPT-STATUS THRU 5900-EXIT.
011900     MOVE 'HISTORY USED:   ' TO RV-RPT-TOT-LBL.
011910     MOVE RV-USED-CNT TO RV-RPT-TOT-CNT.
011920     WRITE RPT-RECORD FROM RV-RPT-TOT-1.
011930     PERFORM 5900-CHECK-RPT-STATUS THRU 5900-EXIT.
011940     MOVE 'CTR MATCHED:    ' TO RV-RPT-TOT-LBL.
011950     MOVE RV-CTR-MATCH-CNT TO RV-RPT-TOT-CNT.
011960     WRITE RPT-RECORD FROM RV-RPT-TOT-1.
011970     PERFORM 5900-CHECK-RPT-STATUS THRU 5900-EXIT.
011980     MOVE 'CTR ADD:        ' TO RV-RPT-TOT-LBL.
011990     MOVE RV-CTR-ADD-CNT TO RV-RPT-TOT-CNT.
012000     WRITE RPT-RECORD FROM RV-RPT-TOT-1.
012010     PERFORM 5900-CHECK-RPT-STATUS THRU 5900-EXIT.
012020     MOVE 'CTR REPLACE:    ' TO RV-RPT-TOT-LBL.
012030     MOVE RV-CTR-REPL-CNT TO RV-RPT-TOT-CNT.
012040     WRITE RPT-RECORD FROM RV-RPT-TOT-1.
012050     PERFORM 5900-CHECK-RPT-STATUS THRU 5900-EXIT.
012060     MOVE 'CTR LIVE AHEAD: ' TO RV-RPT-TOT-LBL.
012070     MOVE RV-CTR-AHEAD-CNT TO RV-RPT-TOT-CNT.
012080     WRITE RPT-RECORD FROM RV-RPT-TOT-1.
012090     PERFORM 5900-CHECK-RPT-STATUS THRU 5900-EXIT.
012100     MOVE 'CTR NO HISTORY: ' TO RV-RPT-TOT-LBL.
012110     MOVE RV-CTR-NOHIST-CNT TO RV-RPT-TOT-CNT.
012120     WRITE RPT-RECORD FROM RV-RPT-TOT-1.
012130     PERFORM 5900-CHECK-RPT-STATUS THRU 5900-EXIT.
012140     MOVE 'CHK MATCHED:    ' TO RV-RPT-TOT-LBL.
012150     MOVE RV-CHK-MATCH-CNT TO RV-RPT-TOT-CNT.
012160     WRITE RPT-RECORD FROM RV-RPT-TOT-1.
012170     PERFORM 5900-CHECK-RPT-STATUS THRU 5900-EXIT.
012180     MOVE 'CHK ADD:        ' TO RV-RPT-TOT-LBL.
012190     MOVE RV-CHK-ADD-CNT TO RV-RPT-TOT-CNT.
012200     WRITE RPT-RECORD FROM RV-RPT-TOT-1.
012210     PERFORM 5900-CHECK-RPT-STATUS THRU 5900-EXIT.
012220     MOVE 'CHK REPLACE:    ' TO RV-RPT-TOT-LBL.
012230     MOVE RV-CHK-REPL-CNT TO RV-RPT-TOT-CNT.
012240     WRITE RPT-RECORD FROM RV-RPT-TOT-1.
012250     PERFORM 5900-CHECK-RPT-STATUS THRU 5900-EXIT.
012260     MOVE 'CHK LIVE AHEAD: ' TO RV-RPT-TOT-LBL.
012270     MOVE RV-CHK-AHEAD-CNT TO RV-RPT-TOT-CNT.
012280     WRITE RPT-RECORD FROM RV-RPT-TOT-1.
012290     PERFORM 5900-CHECK-RPT-STATUS THRU 5900-EXIT.
012300     MOVE 'CHK NO HISTORY: ' TO RV-RPT-TOT-LBL.
012310     MOVE RV-CHK-NOHIST-CNT TO RV-RPT-TOT-CNT.
012320     WRITE RPT-RECORD FROM RV-RPT-TOT-1.
012330     PERFORM 5900-CHECK-RPT-STATUS THRU 5900-EXIT.
012340     EVALUATE TRUE
012350         WHEN RV-TABLE-FULL
012360             MOVE 'NOTHING CHANGED - COUNTER TABLE OVERFLOWED'
012370                 TO RV-MSG-TEXT
012380             MOVE 8 TO RETURN-CODE
012390         WHEN RV-CTR-ADD-CNT + RV-CTR-REPL-CNT + RV-CTR-AHEAD-CNT
012400                 + RV-CTR-NOHIST-CNT + RV-CHK-ADD-CNT
012410                 + RV-CHK-REPL-CNT + RV-CHK-AHEAD-CNT
012420                 + RV-CHK-NOHIST-CNT = ZERO
012430             MOVE 'LIVE FILES AGREE WITH THE HISTORY'
012440                 TO RV-MSG-TEXT
012450         WHEN RV-REBUILD
012460             MOVE 'ADD AND REPLACE LINES APPLIED - SIGN OFF ABOVE'
012470                 TO RV-MSG-TEXT
012480             MOVE 4 TO RETURN-CODE
012490         WHEN OTHER
012500             MOVE 'DIFFERENCES LISTED - LIVE FILES NOT CHANGED'
012510                 TO RV-MSG-TEXT
012520             MOVE 4 TO RETURN-CODE
012530     END-EVALUATE.
012540     WRITE RPT-RECORD FROM RV-RPT-MSG-1.
012550     PERFORM 5900-CHECK-RPT-STATUS THRU 5900-EXIT.
012560 8000-EXIT.
012570     EXIT.
012580*
012590*--------------------------------------------------------------*
012600* 9000-TERMINATE - CLOSE ALL FILES STILL OPEN                   *
012610*--------------------------------------------------------------*
012620 9000-TERMINATE.
012630     IF RV-CTR-PRESENT
012640         CLOSE CTR-FILE
012650         IF RV-CTR-STATUS NOT = '00'
012660             MOVE 'CTR-FILE' TO RV-ABEND-FILE
012670             MOVE 'CLOSE' TO RV-ABEND-OP
012680             MOVE RV-CTR-STATUS TO RV-ABEND-STATUS
012690             GO TO 9900-ABEND
012700         END-IF
012710     END-IF.
012720     IF RV-CHK-PRESENT
012730         CLOSE CHK-FILE
012740         IF RV-CHK-STATUS NOT = '00'
012750             MOVE 'CHK-FILE' TO RV-ABEND-FILE
012760             MOVE 'CLOSE' TO RV-ABEND-OP
012770             MOVE RV-CHK-STATUS TO RV-ABEND-STATUS
012780             GO TO 9900-ABEND
012790         END-IF
012800     END-IF.
012810     CLOSE CKW-FILE.
012820     IF RV-CKW-STATUS NOT = '00'
012830         MOVE 'CKW-FILE' TO RV-ABEND-FILE
012840         MOVE 'CLOSE' TO RV-ABEND-OP
012850         MOVE RV-CKW-STATUS TO RV-ABEND-STATUS
012860         GO TO 9900-ABEND
012870     END-IF.
012880     CLOSE RPT-FILE.
012890     IF RV-RPT-STATUS NOT = '00'
012900         MOVE 'RPT-FILE' TO RV-ABEND-FILE
012910         MOVE 'CLOSE' TO RV-ABEND-OP
012920         MOVE RV-RPT-STATUS TO RV-ABEND-STATUS
012930         GO TO 9900-ABEND
012940     END-IF.
012950 9000-EXIT.
012960     EXIT.
012970*
012980*--------------------------------------------------------------*
012990* 9900-ABEND - COMMON FILE-ERROR HANDLER, MATCHING THE          *
013000*              CONVENTION USED BY HELLO-WORLD                   *
013010*--------------------------------------------------------------*
013020 9900-ABEND.
013030     DISPLAY 'HWRECOV FILE ERROR - FILE: ' RV-ABEND-FILE
013040         ' OPERATION: ' RV-ABEND-OP ' STATUS: ' RV-ABEND-STATUS.
013050     MOVE 16 TO RETURN-CODE.
013060     STOP RUN.
