000100 IDENTIFICATION DIVISION.
000110 PROGRAM-ID. HWTMLINE.
000120 AUTHOR. R L MARTIN.
000130 INSTALLATION. DATA PROCESSING - BATCH SYSTEMS.
000140 DATE-WRITTEN. 10/15/2026.
000150 DATE-COMPILED.
000160*--------------------------------------------------------------*
000170* MODIFICATION HISTORY                                        *
000180*    DATE       INIT  DESCRIPTION                              *
000190*    ---------- ----  ------------------------------------    *
000200*    10/15/2026 RLM   ORIGINAL PROGRAM.  CROSS-SITE TIMELINE:  *
000210*                     EVERY HBFILE HEARTBEAT, EVTFILE EVENT,   *
000220*                     ALTFILE ALERT, ALTSTAT ACKNOWLEDGMENT,   *
000230*                     AND CHGLOG HOLD CHANGE FOR A DATE RANGE, *
000240*                     ALL SITES MERGED INTO ONE LIST IN UTC    *
000250*                     ORDER WITH EACH SITE'S LOCAL TIME        *
000260*                     ALONGSIDE, USING THE UTC OFFSET AND      *
000270*                     DAYLIGHT-SAVING RULE ON THE SITE MASTER  *
000280*                     (SEE HWSITREC).  FOR INCIDENT POST-      *
000290*                     MORTEMS AND THE CROSS-SITE DAY-CLOSE     *
000300*                     REVIEW, WHERE LOCAL TIMES FROM TWO       *
000310*                     SITES CANNOT BE COMPARED BY EYE.         *
000320*--------------------------------------------------------------*
000330*--------------------------------------------------------------*
000340* PARM: FROM-DATE TO-DATE                                      *
000350*    FROM-DATE, TO-DATE  CCYYMMDD UTC DATES, BOTH REQUIRED,    *
000360*                        INCLUSIVE                             *
000370*    FOR EXAMPLE '20261014 20261015'.                          *
000380*--------------------------------------------------------------*
000390* EVERY TIME ON THE LOGS IS THE SITE'S LOCAL TIME.  A LOCAL    *
000400* TIME IS TURNED INTO UTC BY TAKING AWAY THE SITE'S STANDARD   *
000410* OFFSET, AND ONE HOUR MORE WHILE ITS DAYLIGHT-SAVING RULE IS  *
000420* IN FORCE.  IN THE REPEATED HOUR WHEN DAYLIGHT SAVING ENDS A  *
000430* LOCAL TIME IS TAKEN AS THE FIRST (DAYLIGHT) OCCURRENCE.  A   *
000440* HOLD CHANGE IS TIMED BY ITS CHGLOG ENTRY, IN THE HELD        *
000450* SITE'S LOCAL TIME.  AN ALERT WRITTEN BEFORE THE ALERT SITE   *
000460* FIELD EXISTED IS PLACED BY ITS ROUTING CODE.  A SITE WITH    *
000470* NO OFFSET ON THE MASTER IS LISTED AS IF IT WERE ON UTC AND   *
000480* ITS LINES ARE MARKED '?'.  ONLY THE LIVE LOGS ARE READ --    *
000490* RECORDS ROLLED TO HBARCH/EVTARCH/ALTARCH BY HWHSKP ARE       *
000500* OUTSIDE THE TIMELINE.                                        *
000510*--------------------------------------------------------------*
000520* RETURN-CODE LEGEND:                                          *
000530*    00  TIMELINE PRODUCED                                     *
000540*    04  TIMELINE PRODUCED, BUT A SITE HAD NO UTC OFFSET OR A  *
000550*        TABLE FILLED AND SOME ACTIVITY IS NOT LISTED          *
000560*    08  INVALID PARM - NO TIMELINE PRODUCED                   *
000570*    16  ABEND - UNEXPECTED FILE STATUS ON A FILE OPERATION    *
000580*--------------------------------------------------------------*
000590 ENVIRONMENT DIVISION.
000600 INPUT-OUTPUT SECTION.
000610 FILE-CONTROL.
000620     SELECT SIT-FILE ASSIGN TO SITFILE
000630         ORGANIZATION IS INDEXED
000640         ACCESS MODE IS DYNAMIC
000650         RECORD KEY IS SIT-KEY
000660         FILE STATUS IS TL-SIT-STATUS.
000670
000680     SELECT OPTIONAL HB-FILE ASSIGN TO HBFILE
000690         ORGANIZATION IS LINE SEQUENTIAL
000700         FILE STATUS IS TL-HBT-STATUS.
000710
000720     SELECT OPTIONAL EVT-FILE ASSIGN TO EVTFILE
000730         ORGANIZATION IS LINE SEQUENTIAL
000740         FILE STATUS IS TL-EVT-STATUS.
000750
000760     SELECT OPTIONAL ALT-FILE ASSIGN TO ALTFILE
000770         ORGANIZATION IS LINE SEQUENTIAL
000780         FILE STATUS IS TL-ALT-STATUS.
000790
000800     SELECT OPTIONAL ALS-FILE ASSIGN TO ALTSTAT
000810         ORGANIZATION IS INDEXED
000820         ACCESS MODE IS DYNAMIC
000830         RECORD KEY IS ALS-KEY
000840         FILE STATUS IS TL-ALS-STATUS.
000850
000860     SELECT OPTIONAL CHG-FILE ASSIGN TO CHGLOG
000870         ORGANIZATION IS LINE SEQUENTIAL
000880         FILE STATUS IS TL-CHG-STATUS.
000890
000900     SELECT RPT-FILE ASSIGN TO TMLRPT
000910         ORGANIZATION IS LINE SEQUENTIAL
000920         FILE STATUS IS TL-RPT-STATUS.
000930*
000940 DATA DIVISION.
000950 FILE SECTION.
000960 FD  SIT-FILE
000970     LABEL RECORDS ARE STANDARD.
000980 COPY HWSITREC.
000990*
001000 FD  HB-FILE
001010     LABEL RECORDS ARE STANDARD
001020     RECORD CONTAINS 80 CHARACTERS.
001030 COPY HWHBREC.
001040*
001050 FD  EVT-FILE
001060     LABEL RECORDS ARE STANDARD
001070     RECORD CONTAINS 80 CHARACTERS.
001080 COPY HWEVTREC.
001090*
001100 FD  ALT-FILE
001110     LABEL RECORDS ARE STANDARD
001120     RECORD CONTAINS 132 CHARACTERS.
001130 COPY HWALTREC.
001140*
001150 FD  ALS-FILE
001160     LABEL RECORDS ARE STANDARD.
001170 COPY HWALSREC.
001180*
001190 FD  CHG-FILE
001200     LABEL RECORDS ARE STANDARD
001210     RECORD CONTAINS 500 CHARACTERS.
001220 COPY HWCHGREC.
001230*
001240 FD  RPT-FILE
001250     LABEL RECORDS ARE STANDARD
001260     RECORD CONTAINS 80 CHARACTERS.
001270 01  RPT-RECORD                  PIC X(80).
001280*
001290 WORKING-STORAGE SECTION.
001300 77  TL-SIT-STATUS               PIC X(02) VALUE '00'.
001310 77  TL-HBT-STATUS               PIC X(02) VALUE '00'.
001320 77  TL-EVT-STATUS               PIC X(02) VALUE '00'.
001330 77  TL-ALT-STATUS               PIC X(02) VALUE '00'.
001340 77  TL-ALS-STATUS               PIC X(02) VALUE '00'.
001350 77  TL-CHG-STATUS               PIC X(02) VALUE '00'.
001360 77  TL-RPT-STATUS               PIC X(02) VALUE '00'.
001370 77  TL-HB-CNT                   PIC 9(05) COMP VALUE ZERO.
001380 77  TL-EVT-CNT                  PIC 9(05) COMP VALUE ZERO.
001390 77  TL-ALT-CNT                  PIC 9(05) COMP VALUE ZERO.
001400 77  TL-ACK-CNT                  PIC 9(05) COMP VALUE ZERO.
001410 77  TL-HLD-CNT                  PIC 9(05) COMP VALUE ZERO.
001420 77  TL-NOZONE-CNT               PIC 9(05) COMP VALUE ZERO.
001430 77  TL-DROP-CNT                 PIC 9(05) COMP VALUE ZERO.
001440 77  TL-PRT-CNT                  PIC 9(05) COMP VALUE ZERO.
001450 77  TL-SITE-CNT                 PIC 9(05) COMP VALUE ZERO.
001460 77  TL-SITE-SUB                 PIC 9(05) COMP VALUE ZERO.
001470 77  TL-ENT-CNT                  PIC 9(05) COMP VALUE ZERO.
001480 77  TL-ENT-SUB                  PIC 9(05) COMP VALUE ZERO.
001490 77  TL-LOW-SUB                  PIC 9(05) COMP VALUE ZERO.
001500 01  TL-EOF-SW                   PIC X(01) VALUE 'N'.
001510     88  TL-EOF                            VALUE 'Y'.
001520     88  TL-NOT-EOF                        VALUE 'N'.
001530 01  TL-ALS-OPEN-SW              PIC X(01) VALUE 'N'.
001540     88  TL-ALS-PRESENT                    VALUE 'Y'.
001550 01  TL-FOUND-SW                 PIC X(01) VALUE 'N'.
001560     88  TL-FOUND                          VALUE 'Y'.
001570     88  TL-NOT-FOUND                      VALUE 'N'.
001580 01  TL-SITE-FULL-SW             PIC X(01) VALUE 'N'.
001590     88  TL-SITE-TABLE-FULL                VALUE 'Y'.
001600 01  TL-DST-SW                   PIC X(01) VALUE 'N'.
001610     88  TL-IN-DST                         VALUE 'Y'.
001620     88  TL-NOT-IN-DST                     VALUE 'N'.
001630 01  TL-ABEND-FILE               PIC X(08).
001640 01  TL-ABEND-OP                 PIC X(12).
001650 01  TL-ABEND-STATUS             PIC X(02).
001660 01  TL-CURR-DATE                PIC 9(08) VALUE ZERO.
001670*
001680*--------------------------------------------------------------*
001690* PARM WORK AREA.  THE LOGS ARE READ FOR LOCAL DATES ONE DAY   *
001700* EITHER SIDE OF THE UTC RANGE, SINCE NO SITE IS MORE THAN 14  *
001710* HOURS FROM UTC; EACH LINE IS THEN KEPT BY ITS UTC DATE.      *
001720*--------------------------------------------------------------*
001730 01  TL-PARM-FROM                PIC X(08) VALUE SPACES.
001740 01  TL-PARM-FROM-NUM REDEFINES TL-PARM-FROM
001750                                 PIC 9(08).
001760 01  TL-PARM-TO                  PIC X(08) VALUE SPACES.
001770 01  TL-PARM-TO-NUM REDEFINES TL-PARM-TO
001780                                 PIC 9(08).
001790 01  TL-FROM-INT                 PIC S9(09) COMP VALUE ZERO.
001800 01  TL-TO-INT                   PIC S9(09) COMP VALUE ZERO.
001810*
001820*--------------------------------------------------------------*
001830* SITE ZONE TABLE, LOADED FROM THE SITE MASTER.  THE OFFSET IS *
001840* HELD IN SIGNED MINUTES EAST OF UTC.  8 ENTRIES, THE SAME     *
001850* LIMIT AS HELLO-WORLD'S SITE TABLE.                           *
001860*--------------------------------------------------------------*
001870 01  TL-SITE-TABLE.
001880     05  TL-SITE-ENTRY OCCURS 8 TIMES.
001890         10  TL-ST-CODE          PIC X(08).
001900         10  TL-ST-ROUTE         PIC X(08).
001910         10  TL-ST-OFFSET        PIC X(05).
001920         10  TL-ST-OFS-MIN       PIC S9(05) COMP.
001930         10  TL-ST-DST-RULE      PIC X(02).
001940         10  TL-ST-ZONE-SW       PIC X(01).
001950             88  TL-ST-ZONE-KNOWN          VALUE 'Y'.
001960*
001970*--------------------------------------------------------------*
001980* TIMELINE TABLE.  EVERY LINE IN THE RANGE IS HELD HERE AND    *
001990* PRINTED IN UTC ORDER BY 7000-PRINT-TIMELINE; LINES WITH THE  *
002000* SAME UTC TIME KEEP THE ORDER THEY WERE LOADED IN.  LINES     *
002010* BEYOND 2000 ARE COUNTED AS NOT LISTED.                       *
002020*--------------------------------------------------------------*
002030 01  TL-TIMELINE-TABLE.
002040     05  TL-EV-ENTRY OCCURS 2000 TIMES.
002050         10  TL-EV-UTC.
002060             15  TL-EV-UTC-DATE  PIC 9(08).
002070             15  TL-EV-UTC-TIME  PIC X(06).
002080         10  TL-EV-SITE          PIC X(08).
002090         10  TL-EV-LOC-DATE      PIC 9(08).
002100         10  TL-EV-LOC-TIME      PIC X(06).
002110         10  TL-EV-ZONE-FLAG     PIC X(01).
002120         10  TL-EV-SOURCE        PIC X(05).
002130         10  TL-EV-TEXT          PIC X(32).
002140         10  TL-EV-DONE-SW       PIC X(01).
002150             88  TL-EV-DONE                VALUE 'Y'.
002160*
002170*--------------------------------------------------------------*
002180* NEW-LINE AND UTC CONVERSION WORK AREA.  THE CALLER OF        *
002190* 5000-ADD-ENTRY SETS THE SITE, LOCAL DATE AND TIME, SOURCE,   *
002200* AND TEXT.  MOMENTS ARE COUNTED IN MINUTES FROM THE START OF  *
002210* THE INTEGER-OF-DATE CALENDAR; SECONDS ARE CARRIED ACROSS     *
002220* UNCHANGED.                                                   *
002230*--------------------------------------------------------------*
002240 01  TL-NEW-SITE                 PIC X(08) VALUE SPACES.
002250 01  TL-NEW-LOC-DATE             PIC 9(08) VALUE ZERO.
002260 01  TL-NEW-LOC-TIME             PIC X(06) VALUE SPACES.
002270 01  TL-NEW-LOC-TIME-R REDEFINES TL-NEW-LOC-TIME.
002280     05  TL-NEW-LOC-HH           PIC 9(02).
002290     05  TL-NEW-LOC-MI           PIC 9(02).
002300     05  TL-NEW-LOC-SS           PIC X(02).
002310 01  TL-NEW-SOURCE               PIC X(05) VALUE SPACES.
002320 01  TL-NEW-TEXT                 PIC X(32) VALUE SPACES.
002330 01  TL-NEW-ZONE-FLAG            PIC X(01) VALUE SPACE.
002340 01  TL-UTC-DATE                 PIC 9(08) VALUE ZERO.
002350 01  TL-UTC-TIME.
002360     05  TL-UTC-HH               PIC 9(02).
002370     05  TL-UTC-MI               PIC 9(02).
002380     05  TL-UTC-SS               PIC X(02).
002390 01  TL-OFS-MIN                  PIC S9(05) COMP VALUE ZERO.
002400 01  TL-DST-RULE                 PIC X(02) VALUE SPACES.
002410     88  TL-DST-US                         VALUE 'US'.
002420     88  TL-DST-EU                         VALUE 'EU'.
002430 01  TL-LOC-INT                  PIC S9(09) COMP VALUE ZERO.
002440 01  TL-LOC-MIN                  PIC S9(11) COMP VALUE ZERO.
002450 01  TL-UTC-MIN                  PIC S9(11) COMP VALUE ZERO.
002460 01  TL-UTC-INT                  PIC S9(09) COMP VALUE ZERO.
002470 01  TL-MIN-OF-DAY               PIC S9(05) COMP VALUE ZERO.
002480 01  TL-DST-START                PIC S9(11) COMP VALUE ZERO.
002490 01  TL-DST-END                  PIC S9(11) COMP VALUE ZERO.
002500 01  TL-SUNDAY-INT               PIC S9(09) COMP VALUE ZERO.
002510 01  TL-DOW-QUOT                 PIC S9(09) COMP VALUE ZERO.
002520 01  TL-DOW-REM                  PIC S9(04) COMP VALUE ZERO.
002530 01  TL-RULE-DATE                PIC 9(08) VALUE ZERO.
002540 01  TL-RULE-DATE-R REDEFINES TL-RULE-DATE.
002550     05  TL-RULE-CCYY            PIC 9(04).
002560     05  TL-RULE-MM              PIC 9(02).
002570     05  TL-RULE-DD              PIC 9(02).
002580 01  TL-LOC-DATE-R.
002590     05  TL-LOC-CCYY             PIC 9(04).
002600     05  TL-LOC-MMDD             PIC 9(04).
002610 01  TL-ROUTE-SITE               PIC X(08) VALUE SPACES.
002620*
002630*--------------------------------------------------------------*
002640* HOLD IMAGE FROM THE CHANGE LOG (BEFORE IMAGE FOR A RELEASE,  *
002650* AFTER IMAGE FOR A HOLD)                                      *
002660*--------------------------------------------------------------*
002670 COPY HWHLDREC.
002680*
002690*--------------------------------------------------------------*
002700* TIMELINE REPORT LINES                                        *
002710*--------------------------------------------------------------*
002720 01  TL-RPT-HDR-1.
002730     05  FILLER                  PIC X(01) VALUE SPACE.
002740     05  FILLER                  PIC X(40)
002750             VALUE 'HWTMLINE CROSS-SITE TIMELINE (UTC)'.
002760     05  FILLER                  PIC X(09) VALUE 'PRINTED: '.
002770     05  TL-RPT-DATE             PIC 9(08).
002780     05  FILLER                  PIC X(22) VALUE SPACES.
002790 01  TL-RPT-HDR-2.
002800     05  FILLER                  PIC X(01) VALUE SPACE.
002810     05  FILLER                  PIC X(16)
002820             VALUE 'UTC DATES FROM: '.
002830     05  TL-RPT-FROM             PIC 9(08).
002840     05  FILLER                  PIC X(06) VALUE '  TO: '.
002850     05  TL-RPT-TO               PIC 9(08).
002860     05  FILLER                  PIC X(41) VALUE SPACES.
002870 01  TL-RPT-SEC-1.
002880     05  FILLER                  PIC X(01) VALUE SPACE.
002890     05  TL-RPT-SEC-LBL          PIC X(40).
002900     05  FILLER                  PIC X(39) VALUE SPACES.
002910 01  TL-RPT-ZONE-1.
002920     05  FILLER                  PIC X(03) VALUE SPACES.
002930     05  TL-ZONE-SITE-OUT        PIC X(08).
002940     05  FILLER                  PIC X(06) VALUE '  UTC '.
002950     05  TL-ZONE-OFFSET-OUT      PIC X(05).
002960     05  FILLER                  PIC X(07) VALUE '  DST: '.
002970     05  TL-ZONE-DST-OUT         PIC X(02).
002980     05  FILLER                  PIC X(02) VALUE SPACES.
002990     05  TL-ZONE-NOTE-OUT        PIC X(30).
003000     05  FILLER                  PIC X(17) VALUE SPACES.
003010 01  TL-RPT-COL-1.
003020     05  FILLER                  PIC X(01) VALUE SPACE.
003030     05  FILLER                  PIC X(40)
003040             VALUE 'UTC DATE TIME   SITE     LOCAL    TIME  '.
003050     05  FILLER                  PIC X(39)
003060             VALUE ' SOURCE DETAIL'.
003070 01  TL-RPT-DTL-1.
003080     05  TL-DTL-FLAG             PIC X(01).
003090     05  TL-DTL-UTC-DATE         PIC 9(08).
003100     05  FILLER                  PIC X(01) VALUE SPACE.
003110     05  TL-DTL-UTC-TIME         PIC X(06).
003120     05  FILLER                  PIC X(01) VALUE SPACE.
003130     05  TL-DTL-SITE             PIC X(08).
003140     05  FILLER                  PIC X(01) VALUE SPACE.
003150     05  TL-DTL-LOC-DATE         PIC 9(08).
003160     05  FILLER                  PIC X(01) VALUE SPACE.
003170     05  TL-DTL-LOC-TIME         PIC X(06).
003180     05  FILLER                  PIC X(01) VALUE SPACE.
003190     05  TL-DTL-SOURCE           PIC X(05).
003200     05  FILLER                  PIC X(01) VALUE SPACE.
003210     05  TL-DTL-TEXT             PIC X(32).
003220 01  TL-RPT-MSG-1.
003230     05  FILLER                  PIC X(05) VALUE ' *** '.
003240     05  TL-MSG-TEXT             PIC X(50).
003250     05  FILLER                  PIC X(25) VALUE SPACES.
003260 01  TL-RPT-TOT-1.
003270     05  FILLER                  PIC X(01) VALUE SPACE.
003280     05  TL-RPT-TOT-LBL          PIC X(16).
003290     05  TL-RPT-TOT-CNT          PIC ZZZZ9.
003300     05  FILLER                  PIC X(58) VALUE SPACES.
003310*
003320 LINKAGE SECTION.
003330 01  TL-PARM-AREA.
003340     05  TL-PARM-LEN             PIC S9(04) COMP.
003350     05  TL-PARM-TEXT            PIC X(80).
003360*
003370 PROCEDURE DIVISION USING TL-PARM-AREA.
003380*--------------------------------------------------------------*
003390* 0000-MAINLINE                                                *
003400*--------------------------------------------------------------*
003410 0000-MAINLINE.
003420     PERFORM 1000-GET-PARM THRU 1000-EXIT.
003430     PERFORM 1100-INITIALIZE THRU 1100-EXIT.
003440     PERFORM 1200-LOAD-SITES THRU 1200-EXIT.
003450     PERFORM 2000-LOAD-HEARTBEATS THRU 2000-EXIT.
003460     PERFORM 2500-LOAD-EVENTS THRU 2500-EXIT.
003470     PERFORM 3000-LOAD-ALERTS THRU 3000-EXIT.
003480     PERFORM 3500-LOAD-ACKS THRU 3500-EXIT.
003490     PERFORM 4000-LOAD-HOLDS THRU 4000-EXIT.
003500     PERFORM 7000-PRINT-TIMELINE THRU 7000-EXIT.
003510     PERFORM 8000-PRINT-TOTALS THRU 8000-EXIT.
003520     PERFORM 9000-TERMINATE THRU 9000-EXIT.
003530     STOP RUN.
003540*
003550*--------------------------------------------------------------*
003560* 1000-GET-PARM - BOTH DATES ARE REQUIRED AND MUST BE REAL      *
003570*                 CALENDAR DATES.  A BAD PARM ENDS THE RUN      *
003580*                 BEFORE ANY FILE OPENS.                        *
003590*--------------------------------------------------------------*
003600 1000-GET-PARM.
003610     IF TL-PARM-LEN > ZERO
003620         UNSTRING TL-PARM-TEXT DELIMITED BY ALL SPACE
003630             INTO TL-PARM-FROM TL-PARM-TO
003640     END-IF.
003650     IF TL-PARM-FROM NOT NUMERIC OR TL-PARM-TO NOT NUMERIC
003660         DISPLAY 'HWTMLINE INVALID PARM DATE RANGE: '
003670             TL-PARM-FROM ' ' TL-PARM-TO
003680         MOVE 8 TO RETURN-CODE
003690         STOP RUN
003700     END-IF.
003710     COMPUTE TL-FROM-INT =
003720         FUNCTION INTEGER-OF-DATE(TL-PARM-FROM-NUM).
003730     COMPUTE TL-TO-INT =
003740         FUNCTION INTEGER-OF-DATE(TL-PARM-TO-NUM).
003750     IF TL-FROM-INT = ZERO OR TL-TO-INT = ZERO
003760         DISPLAY 'HWTMLINE INVALID PARM DATE RANGE: '
003770             TL-PARM-FROM ' ' TL-PARM-TO
003780         MOVE 8 TO RETURN-CODE
003790         STOP RUN
003800     END-IF.
003810     IF TL-FROM-INT > TL-TO-INT
003820         DISPLAY 'HWTMLINE INVALID PARM - FROM DATE AFTER TO DATE'
003830         MOVE 8 TO RETURN-CODE
003840         STOP RUN
003850     END-IF.
003860 1000-EXIT.
003870     EXIT.
003880*
003890*--------------------------------------------------------------*
003900* 1100-INITIALIZE - OPEN FILES AND WRITE THE HEADINGS.  AN      *
003910*                   ABSENT LOG SIMPLY CONTRIBUTES NOTHING.      *
003920*--------------------------------------------------------------*
003930 1100-INITIALIZE.
003940     ACCEPT TL-CURR-DATE FROM DATE YYYYMMDD.
003950     OPEN INPUT SIT-FILE.
003960     IF TL-SIT-STATUS NOT = '00'
003970         MOVE 'SIT-FILE' TO TL-ABEND-FILE
003980         MOVE 'OPEN INPUT' TO TL-ABEND-OP
003990         MOVE TL-SIT-STATUS TO TL-ABEND-STATUS
004000         GO TO 9900-ABEND
004010     END-IF.
004020     OPEN INPUT HB-FILE.
004030     IF TL-HBT-STATUS NOT = '00' AND TL-HBT-STATUS NOT = '05'
004040         MOVE 'HB-FILE' TO TL-ABEND-FILE
004050         MOVE 'OPEN INPUT' TO TL-ABEND-OP
004060         MOVE TL-HBT-STATUS TO TL-ABEND-STATUS
004070         GO TO 9900-ABEND
004080     END-IF.
004090     OPEN INPUT EVT-FILE.
004100     IF TL-EVT-STATUS NOT = '00' AND TL-EVT-STATUS NOT = '05'
004110         MOVE 'EVT-FILE' TO TL-ABEND-FILE
004120         MOVE 'OPEN INPUT' TO TL-ABEND-OP
004130         MOVE TL-EVT-STATUS TO TL-ABEND-STATUS
004140         GO TO 9900-ABEND
004150     END-IF.
004160     OPEN INPUT ALT-FILE.
004170     IF TL-ALT-STATUS NOT = '00' AND TL-ALT-STATUS NOT = '05'
004180         MOVE 'ALT-FILE' TO TL-ABEND-FILE
004190         MOVE 'OPEN INPUT' TO TL-ABEND-OP
004200         MOVE TL-ALT-STATUS TO TL-ABEND-STATUS
004210         GO TO 9900-ABEND
004220     END-IF.
004230     OPEN INPUT ALS-FILE.
004240     EVALUATE TRUE
004250         WHEN TL-ALS-STATUS = '00'
004260             SET TL-ALS-PRESENT TO TRUE
004270         WHEN TL-ALS-STATUS = '05'
004280             CONTINUE
004290         WHEN OTHER
004300             MOVE 'ALS-FILE' TO TL-ABEND-FILE
004310             MOVE 'OPEN INPUT' TO TL-ABEND-OP
004320             MOVE TL-ALS-STATUS TO TL-ABEND-STATUS
004330             GO TO 9900-ABEND
004340     END-EVALUATE.
004350     OPEN INPUT CHG-FILE.
004360     IF TL-CHG-STATUS NOT = '00' AND TL-CHG-STATUS NOT = '05'
004370         MOVE 'CHG-FILE' TO TL-ABEND-FILE
004380         MOVE 'OPEN INPUT' TO TL-ABEND-OP
004390         MOVE TL-CHG-STATUS TO TL-ABEND-STATUS
004400         GO TO 9900-ABEND
004410     END-IF.
004420     OPEN OUTPUT RPT-FILE.
004430     IF TL-RPT-STATUS NOT = '00'
004440         MOVE 'RPT-FILE' TO TL-ABEND-FILE
004450         MOVE 'OPEN OUTPUT' TO TL-ABEND-OP
004460         MOVE TL-RPT-STATUS TO TL-ABEND-STATUS
004470         GO TO 9900-ABEND
004480     END-IF.
004490     MOVE TL-CURR-DATE TO TL-RPT-DATE.
004500     WRITE RPT-RECORD FROM TL-RPT-HDR-1.
004510     PERFORM 5900-CHECK-RPT-STATUS THRU 5900-EXIT.
004520     MOVE TL-PARM-FROM-NUM TO TL-RPT-FROM.
004530     MOVE TL-PARM-TO-NUM TO TL-RPT-TO.
004540     WRITE RPT-RECORD FROM TL-RPT-HDR-2.
004550     PERFORM 5900-CHECK-RPT-STATUS THRU 5900-EXIT.
004560 1100-EXIT.
004570     EXIT.
004580*
004590*--------------------------------------------------------------*
004600* 1200-LOAD-SITES - LOAD EVERY SITE'S ZONE FROM THE SITE MASTER *
004610*                   AND LIST THEM, SO THE READER SEES WHICH     *
004620*                   OFFSET EACH SITE'S LOCAL TIMES WERE TAKEN   *
004630*                   FROM                                        *
004640*--------------------------------------------------------------*
004650 1200-LOAD-SITES.
004660     MOVE 'SITE TIME ZONES (SITFILE)' TO TL-RPT-SEC-LBL.
004670     WRITE RPT-RECORD FROM TL-RPT-SEC-1.
004680     PERFORM 5900-CHECK-RPT-STATUS THRU 5900-EXIT.
004690     SET TL-NOT-EOF TO TRUE.
004700     PERFORM 1290-READ-SITE THRU 1290-EXIT.
004710     PERFORM 1210-LOAD-ONE-SITE THRU 1210-EXIT
004720         UNTIL TL-EOF.
004730     IF TL-SITE-TABLE-FULL
004740         MOVE 'MORE THAN 8 SITES - LATER SITES LISTED AS UTC'
004750             TO TL-MSG-TEXT
004760         WRITE RPT-RECORD FROM TL-RPT-MSG-1
004770         PERFORM 5900-CHECK-RPT-STATUS THRU 5900-EXIT
004780     END-IF.
004790 1200-EXIT.
004800     EXIT.
004810*
004820*--------------------------------------------------------------*
004830* 1210-LOAD-ONE-SITE - TABLE AND LIST ONE SITE, THEN READ THE   *
004840*                      NEXT.  A SITE WITHOUT A VALID OFFSET IS  *
004850*                      TABLED AS UTC WITH ITS ZONE UNKNOWN.     *
004860*--------------------------------------------------------------*
004870 1210-LOAD-ONE-SITE.
004880     IF TL-SITE-CNT NOT < 8
004890         SET TL-SITE-TABLE-FULL TO TRUE
004900         GO TO 1210-NEXT
004910     END-IF.
004920     ADD 1 TO TL-SITE-CNT.
004930     MOVE SIT-CODE TO TL-ST-CODE(TL-SITE-CNT).
004940     MOVE SIT-ROUTE-CD TO TL-ST-ROUTE(TL-SITE-CNT).
004950     MOVE SIT-UTC-OFFSET TO TL-ST-OFFSET(TL-SITE-CNT).
004960     MOVE SPACES TO TL-ZONE-NOTE-OUT.
004970     IF SIT-UTC-SIGN-OK AND SIT-UTC-HH NUMERIC
004980             AND SIT-UTC-MM NUMERIC
004990         MOVE 'Y' TO TL-ST-ZONE-SW(TL-SITE-CNT)
005000         COMPUTE TL-ST-OFS-MIN(TL-SITE-CNT) =
005010             (SIT-UTC-HH * 60) + SIT-UTC-MM
005020         IF SIT-UTC-SIGN = '-'
005030             COMPUTE TL-ST-OFS-MIN(TL-SITE-CNT) =
005040                 ZERO - TL-ST-OFS-MIN(TL-SITE-CNT)
005050         END-IF
005060         IF SIT-DST-RULE-OK
005070             MOVE SIT-DST-RULE TO TL-ST-DST-RULE(TL-SITE-CNT)
005080         ELSE
005090             MOVE 'NO' TO TL-ST-DST-RULE(TL-SITE-CNT)
005100         END-IF
005110     ELSE
005120         MOVE 'N' TO TL-ST-ZONE-SW(TL-SITE-CNT)
005130         MOVE ZERO TO TL-ST-OFS-MIN(TL-SITE-CNT)
005140         MOVE 'NO' TO TL-ST-DST-RULE(TL-SITE-CNT)
005150         MOVE 'NO OFFSET - LISTED AS UTC (?)' TO TL-ZONE-NOTE-OUT
005160     END-IF.
005170     MOVE SIT-CODE TO TL-ZONE-SITE-OUT.
005180     MOVE TL-ST-OFFSET(TL-SITE-CNT) TO TL-ZONE-OFFSET-OUT.
005190     MOVE TL-ST-DST-RULE(TL-SITE-CNT) TO TL-ZONE-DST-OUT.
005200     WRITE RPT-RECORD FROM TL-RPT-ZONE-1.
005210     PERFORM 5900-CHECK-RPT-STATUS THRU 5900-EXIT.
005220 1210-NEXT.
005230     PERFORM 1290-READ-SITE THRU 1290-EXIT.
005240 1210-EXIT.
005250     EXIT.
005260*
005270*--------------------------------------------------------------*
005280* 1290-READ-SITE - READ THE NEXT SITE OR SET EOF                *
005290*--------------------------------------------------------------*
005300 1290-READ-SITE.
005310     READ SIT-FILE NEXT RECORD
005320         AT END
005330             SET TL-EOF TO TRUE
005340     END-READ.
005350     IF TL-SIT-STATUS NOT = '00' AND TL-SIT-STATUS NOT = '10'
005360         MOVE 'SIT-FILE' TO TL-ABEND-FILE
005370         MOVE 'READ NEXT' TO TL-ABEND-OP
005380         MOVE TL-SIT-STATUS TO TL-ABEND-STATUS
005390         GO TO 9900-ABEND
005400     END-IF.
005410 1290-EXIT.
005420     EXIT.
005430*
005440*--------------------------------------------------------------*
005450* 2000-LOAD-HEARTBEATS - ONE LINE PER HBFILE HEARTBEAT, TIMED   *
005460*                        AT THE CYCLE START                     *
005470*--------------------------------------------------------------*
005480 2000-LOAD-HEARTBEATS.
005490     SET TL-NOT-EOF TO TRUE.
005500     PERFORM 2900-READ-HEARTBEAT THRU 2900-EXIT.
005510     PERFORM 2100-TAKE-HEARTBEAT THRU 2100-EXIT
005520         UNTIL TL-EOF.
005530 2000-EXIT.
005540     EXIT.
005550*
005560*--------------------------------------------------------------*
005570* 2100-TAKE-HEARTBEAT - OFFER ONE HEARTBEAT, THEN READ THE NEXT *
005580*--------------------------------------------------------------*
005590 2100-TAKE-HEARTBEAT.
005600     MOVE HB-RUN-SITE TO TL-NEW-SITE.
005610     MOVE HB-RUN-DATE TO TL-NEW-LOC-DATE.
005620     MOVE HB-RUN-TIME TO TL-NEW-LOC-TIME.
005630     MOVE 'HBEAT' TO TL-NEW-SOURCE.
005640     MOVE SPACES TO TL-NEW-TEXT.
005650     STRING HB-RUN-MODE DELIMITED BY SPACE
005660            ' ' DELIMITED BY SIZE
005670            HB-RUN-ID DELIMITED BY SIZE
005680            ' ' DELIMITED BY SIZE
005690            HB-RUN-STATUS DELIMITED BY SPACE
005700            ' END ' DELIMITED BY SIZE
005710            HB-END-TIME DELIMITED BY SIZE
005720         INTO TL-NEW-TEXT.
005730     PERFORM 5000-ADD-ENTRY THRU 5000-EXIT.
005740     IF TL-FOUND
005750         ADD 1 TO TL-HB-CNT
005760     END-IF.
005770     PERFORM 2900-READ-HEARTBEAT THRU 2900-EXIT.
005780 2100-EXIT.
005790     EXIT.
005800*
005810*--------------------------------------------------------------*
005820* 2500-LOAD-EVENTS - ONE LINE PER EVTFILE EVENT.  AN ABEND      *
005830*                    CARRIES ITS FAILING FILE AND STATUS.       *
005840*--------------------------------------------------------------*
005850 2500-LOAD-EVENTS.
005860     SET TL-NOT-EOF TO TRUE.
005870     PERFORM 2950-READ-EVENT THRU 2950-EXIT.
005880     PERFORM 2600-TAKE-EVENT THRU 2600-EXIT
005890         UNTIL TL-EOF.
005900 2500-EXIT.
005910     EXIT.
005920*
005930*--------------------------------------------------------------*
005940* 2600-TAKE-EVENT - OFFER ONE EVENT, THEN READ THE NEXT         *
005950*--------------------------------------------------------------*
005960 2600-TAKE-EVENT.
005970     MOVE EVT-RUN-SITE TO TL-NEW-SITE.
005980     MOVE EVT-RUN-DATE TO TL-NEW-LOC-DATE.
005990     MOVE EVT-RUN-TIME TO TL-NEW-LOC-TIME.
006000     MOVE 'EVENT' TO TL-NEW-SOURCE.
006010     MOVE SPACES TO TL-NEW-TEXT.
006020     IF EVT-RUN-STATUS = 'ABEND'
006030         STRING EVT-RUN-MODE DELIMITED BY SPACE
006040                ' ' DELIMITED BY SIZE
006050                EVT-RUN-ID DELIMITED BY SIZE
006060                ' ABEND ' DELIMITED BY SIZE
006070                EVT-ABEND-FILE DELIMITED BY SPACE
006080                ' ' DELIMITED BY SIZE
006090                EVT-ABEND-STATUS DELIMITED BY SIZE
006100             INTO TL-NEW-TEXT
006110     ELSE
006120         STRING EVT-RUN-MODE DELIMITED BY SPACE
006130                ' ' DELIMITED BY SIZE
006140                EVT-RUN-ID DELIMITED BY SIZE
006150                ' ' DELIMITED BY SIZE
006160                EVT-RUN-STATUS DELIMITED BY SPACE
006170             INTO TL-NEW-TEXT
006180     END-IF.
006190     PERFORM 5000-ADD-ENTRY THRU 5000-EXIT.
006200     IF TL-FOUND
006210         ADD 1 TO TL-EVT-CNT
006220     END-IF.
006230     PERFORM 2950-READ-EVENT THRU 2950-EXIT.
006240 2600-EXIT.
006250     EXIT.
006260*
006270*--------------------------------------------------------------*
006280* 2900-READ-HEARTBEAT - READ THE NEXT RECORD OR SET EOF         *
006290*--------------------------------------------------------------*
006300 2900-READ-HEARTBEAT.
006310     READ HB-FILE
006320         AT END
006330             SET TL-EOF TO TRUE
006340     END-READ.
006350     IF TL-HBT-STATUS NOT = '00' AND TL-HBT-STATUS NOT = '10'
006360         MOVE 'HB-FILE' TO TL-ABEND-FILE
006370         MOVE 'READ' TO TL-ABEND-OP
006380         MOVE TL-HBT-STATUS TO TL-ABEND-STATUS
006390         GO TO 9900-ABEND
006400     END-IF.
006410 2900-EXIT.
006420     EXIT.
006430*
006440*--------------------------------------------------------------*
006450* 2950-READ-EVENT - READ THE NEXT RECORD OR SET EOF             *
006460*--------------------------------------------------------------*
006470 2950-READ-EVENT.
006480     READ EVT-FILE
006490         AT END
006500             SET TL-EOF TO TRUE
006510     END-READ.
006520     IF TL-EVT-STATUS NOT = '00' AND TL-EVT-STATUS NOT = '10'
006530         MOVE 'EVT-FILE' TO TL-ABEND-FILE
006540         MOVE 'READ' TO TL-ABEND-OP
006550         MOVE TL-EVT-STATUS TO TL-ABEND-STATUS
006560         GO TO 9900-ABEND
006570     END-IF.
006580 2950-EXIT.
006590     EXIT.
006600*
006610*--------------------------------------------------------------*
006620* 3000-LOAD-ALERTS - ONE LINE PER ALTFILE ALERT, SHOWING ITS    *
006630*                    SEVERITY, WHETHER IT PAGED OR WAS          *
006640*                    SUPPRESSED BY A MAINTENANCE WINDOW, AND    *
006650*                    AS MUCH OF ITS TEXT AS FITS                *
006660*--------------------------------------------------------------*
006670 3000-LOAD-ALERTS.
006680     SET TL-NOT-EOF TO TRUE.
006690     PERFORM 3900-READ-ALERT THRU 3900-EXIT.
006700     PERFORM 3100-TAKE-ALERT THRU 3100-EXIT
006710         UNTIL TL-EOF.
006720 3000-EXIT.
006730     EXIT.
006740*
006750*--------------------------------------------------------------*
006760* 3100-TAKE-ALERT - OFFER ONE ALERT, THEN READ THE NEXT.  AN    *
006770*                   ALERT WITH NO SITE IS PLACED BY ITS         *
006780*                   ROUTING CODE.                               *
006790*--------------------------------------------------------------*
006800 3100-TAKE-ALERT.
006810     IF ALT-RUN-SITE = SPACES
006820         PERFORM 3150-FIND-ROUTE-SITE THRU 3150-EXIT
006830         MOVE TL-ROUTE-SITE TO TL-NEW-SITE
006840     ELSE
006850         MOVE ALT-RUN-SITE TO TL-NEW-SITE
006860     END-IF.
006870     MOVE ALT-RUN-DATE TO TL-NEW-LOC-DATE.
006880     MOVE ALT-RUN-TIME TO TL-NEW-LOC-TIME.
006890     MOVE 'ALERT' TO TL-NEW-SOURCE.
006900     MOVE SPACES TO TL-NEW-TEXT.
006910     EVALUATE TRUE
006920         WHEN ALT-MAINT-SUPPRESSED
006930             STRING 'SEV' DELIMITED BY SIZE
006940                    ALT-SEVERITY DELIMITED BY SIZE
006950                    ' MAINT ' DELIMITED BY SIZE
006960                    ALT-TEXT DELIMITED BY SIZE
006970                 INTO TL-NEW-TEXT
006980         WHEN ALT-PAGE-SW = 'Y'
006990             STRING 'SEV' DELIMITED BY SIZE
007000                    ALT-SEVERITY DELIMITED BY SIZE
007010                    ' PAGED ' DELIMITED BY SIZE
007020                    ALT-TEXT DELIMITED BY SIZE
007030                 INTO TL-NEW-TEXT
007040         WHEN OTHER
007050             STRING 'SEV' DELIMITED BY SIZE
007060                    ALT-SEVERITY DELIMITED BY SIZE
007070                    ' ' DELIMITED BY SIZE
007080                    ALT-TEXT DELIMITED BY SIZE
007090                 INTO TL-NEW-TEXT
007100     END-EVALUATE.
007110     PERFORM 5000-ADD-ENTRY THRU 5000-EXIT.
007120     IF TL-FOUND
007130         ADD 1 TO TL-ALT-CNT
007140     END-IF.
007150     PERFORM 3900-READ-ALERT THRU 3900-EXIT.
007160 3100-EXIT.
007170     EXIT.
007180*
007190*--------------------------------------------------------------*
007200* 3150-FIND-ROUTE-SITE - THE SITE WHOSE ON-CALL ROUTING CODE    *
007210*                        THE ALERT WAS SENT TO, OR SPACES       *
007220*--------------------------------------------------------------*
007230 3150-FIND-ROUTE-SITE.
007240     MOVE SPACES TO TL-ROUTE-SITE.
007250     MOVE 1 TO TL-SITE-SUB.
007260     PERFORM 3160-TEST-ROUTE THRU 3160-EXIT
007270         UNTIL TL-SITE-SUB > TL-SITE-CNT
007280            OR TL-ROUTE-SITE NOT = SPACES.
007290 3150-EXIT.
007300     EXIT.
007310*
007320*--------------------------------------------------------------*
007330* 3160-TEST-ROUTE - COMPARE ONE SITE'S ROUTING CODE             *
007340*--------------------------------------------------------------*
007350 3160-TEST-ROUTE.
007360     IF TL-ST-ROUTE(TL-SITE-SUB) = ALT-ROUTE-CD
007370         MOVE TL-ST-CODE(TL-SITE-SUB) TO TL-ROUTE-SITE
007380     END-IF.
007390     ADD 1 TO TL-SITE-SUB.
007400 3160-EXIT.
007410     EXIT.
007420*
007430*--------------------------------------------------------------*
007440* 3500-LOAD-ACKS - ONE LINE PER ACKNOWLEDGED ALERT ON ALTSTAT,  *
007450*                  TIMED AT THE ACKNOWLEDGMENT                  *
007460*--------------------------------------------------------------*
007470 3500-LOAD-ACKS.
007480     IF NOT TL-ALS-PRESENT
007490         GO TO 3500-EXIT
007500     END-IF.
007510     SET TL-NOT-EOF TO TRUE.
007520     MOVE LOW-VALUES TO ALS-KEY.
007530     START ALS-FILE KEY NOT < ALS-KEY
007540         INVALID KEY
007550             SET TL-EOF TO TRUE
007560     END-START.
007570     IF TL-ALS-STATUS NOT = '00' AND TL-ALS-STATUS NOT = '23'
007580         MOVE 'ALS-FILE' TO TL-ABEND-FILE
007590         MOVE 'START' TO TL-ABEND-OP
007600         MOVE TL-ALS-STATUS TO TL-ABEND-STATUS
007610         GO TO 9900-ABEND
007620     END-IF.
007630     IF TL-NOT-EOF
007640         PERFORM 3950-READ-ACK THRU 3950-EXIT
007650     END-IF.
007660     PERFORM 3600-TAKE-ACK THRU 3600-EXIT
007670         UNTIL TL-EOF.
007680 3500-EXIT.
007690     EXIT.
007700*
007710*--------------------------------------------------------------*
007720* 3600-TAKE-ACK - OFFER ONE ACKNOWLEDGMENT, THEN READ THE NEXT  *
007730*--------------------------------------------------------------*
007740 3600-TAKE-ACK.
007750     IF ALS-ACK-OPER = SPACES OR ALS-ACK-DATE NOT NUMERIC
007760             OR ALS-ACK-DATE = ZERO
007770         GO TO 3600-NEXT
007780     END-IF.
007790     MOVE ALS-SITE TO TL-NEW-SITE.
007800     MOVE ALS-ACK-DATE TO TL-NEW-LOC-DATE.
007810     MOVE ALS-ACK-TIME TO TL-NEW-LOC-TIME.
007820     MOVE 'ACK' TO TL-NEW-SOURCE.
007830     MOVE SPACES TO TL-NEW-TEXT.
007840     STRING 'SEV' DELIMITED BY SIZE
007850            ALS-SEVERITY DELIMITED BY SIZE
007860            ' BY ' DELIMITED BY SIZE
007870            ALS-ACK-OPER DELIMITED BY SPACE
007880            ' RAISED ' DELIMITED BY SIZE
007890            ALS-TIME DELIMITED BY SIZE
007900         INTO TL-NEW-TEXT.
007910     PERFORM 5000-ADD-ENTRY THRU 5000-EXIT.
007920     IF TL-FOUND
007930         ADD 1 TO TL-ACK-CNT
007940     END-IF.
007950 3600-NEXT.
007960     PERFORM 3950-READ-ACK THRU 3950-EXIT.
007970 3600-EXIT.
007980     EXIT.
007990*
008000*--------------------------------------------------------------*
008010* 3900-READ-ALERT - READ THE NEXT RECORD OR SET EOF             *
008020*--------------------------------------------------------------*
008030 3900-READ-ALERT.
008040     READ ALT-FILE
008050         AT END
008060             SET TL-EOF TO TRUE
008070     END-READ.
008080     IF TL-ALT-STATUS NOT = '00' AND TL-ALT-STATUS NOT = '10'
008090         MOVE 'ALT-FILE' TO TL-ABEND-FILE
008100         MOVE 'READ' TO TL-ABEND-OP
008110         MOVE TL-ALT-STATUS TO TL-ABEND-STATUS
008120         GO TO 9900-ABEND
008130     END-IF.
008140 3900-EXIT.
008150     EXIT.
008160*
008170*--------------------------------------------------------------*
008180* 3950-READ-ACK - READ THE NEXT ALERT STATUS OR SET EOF         *
008190*--------------------------------------------------------------*
008200 3950-READ-ACK.
008210     READ ALS-FILE NEXT RECORD
008220         AT END
008230             SET TL-EOF TO TRUE
008240     END-READ.
008250     IF TL-ALS-STATUS NOT = '00' AND TL-ALS-STATUS NOT = '10'
008260         MOVE 'ALS-FILE' TO TL-ABEND-FILE
008270         MOVE 'READ NEXT' TO TL-ABEND-OP
008280         MOVE TL-ALS-STATUS TO TL-ABEND-STATUS
008290         GO TO 9900-ABEND
008300     END-IF.
008310 3950-EXIT.
008320     EXIT.
008330*
008340*--------------------------------------------------------------*
008350* 4000-LOAD-HOLDS - ONE LINE PER HOLD SET OR RELEASED, FROM THE *
008360*                   HLDFILE ENTRIES ON THE CHANGE LOG           *
008370*--------------------------------------------------------------*
008380 4000-LOAD-HOLDS.
008390     SET TL-NOT-EOF TO TRUE.
008400     PERFORM 4900-READ-CHANGE THRU 4900-EXIT.
008410     PERFORM 4100-TAKE-HOLD THRU 4100-EXIT
008420         UNTIL TL-EOF.
008430 4000-EXIT.
008440     EXIT.
008450*
008460*--------------------------------------------------------------*
008470* 4100-TAKE-HOLD - OFFER ONE HOLD CHANGE, THEN READ THE NEXT.   *
008480*                  THE HELD MODE AND SITE COME FROM THE AFTER   *
008490*                  IMAGE OF A HOLD AND THE BEFORE IMAGE OF A    *
008500*                  RELEASE.                                     *
008510*--------------------------------------------------------------*
008520 4100-TAKE-HOLD.
008530     IF CHG-MASTER NOT = 'HLDFILE'
008540         GO TO 4100-NEXT
008550     END-IF.
008560     IF CHG-ACTION = 'HLD'
008570         MOVE CHG-AFTER TO HLD-RECORD
008580     ELSE
008590         MOVE CHG-BEFORE TO HLD-RECORD
008600     END-IF.
008610     IF HLD-SITE = SPACES
008620         GO TO 4100-NEXT
008630     END-IF.
008640     MOVE HLD-SITE TO TL-NEW-SITE.
008650     MOVE CHG-DATE TO TL-NEW-LOC-DATE.
008660     MOVE CHG-TIME TO TL-NEW-LOC-TIME.
008670     MOVE 'HOLD' TO TL-NEW-SOURCE.
008680     MOVE SPACES TO TL-NEW-TEXT.
008690     IF CHG-ACTION = 'HLD'
008700         STRING 'HELD ' DELIMITED BY SIZE
008710                HLD-MODE DELIMITED BY SPACE
008720                ' BY ' DELIMITED BY SIZE
008730                CHG-OPER DELIMITED BY SPACE
008740                ' ' DELIMITED BY SIZE
008750                HLD-REASON DELIMITED BY SIZE
008760             INTO TL-NEW-TEXT
008770     ELSE
008780         STRING 'RELEASED ' DELIMITED BY SIZE
008790                HLD-MODE DELIMITED BY SPACE
008800                ' BY ' DELIMITED BY SIZE
008810                CHG-OPER DELIMITED BY SPACE
008820             INTO TL-NEW-TEXT
008830     END-IF.
008840     PERFORM 5000-ADD-ENTRY THRU 5000-EXIT.
008850     IF TL-FOUND
008860         ADD 1 TO TL-HLD-CNT
008870     END-IF.
008880 4100-NEXT.
008890     PERFORM 4900-READ-CHANGE THRU 4900-EXIT.
008900 4100-EXIT.
008910     EXIT.
008920*
008930*--------------------------------------------------------------*
008940* 4900-READ-CHANGE - READ THE NEXT RECORD OR SET EOF            *
008950*--------------------------------------------------------------*
008960 4900-READ-CHANGE.
008970     READ CHG-FILE
008980         AT END
008990             SET TL-EOF TO TRUE
009000     END-READ.
009010     IF TL-CHG-STATUS NOT = '00' AND TL-CHG-STATUS NOT = '10'
009020         MOVE 'CHG-FILE' TO TL-ABEND-FILE
009030         MOVE 'READ' TO TL-ABEND-OP
009040         MOVE TL-CHG-STATUS TO TL-ABEND-STATUS
009050         GO TO 9900-ABEND
009060     END-IF.
009070 4900-EXIT.
009080     EXIT.
009090*
009100*--------------------------------------------------------------*
009110* 5000-ADD-ENTRY - CONVERT THE NEW LINE'S LOCAL TIME TO UTC AND *
009120*                  TABLE IT WHEN ITS UTC DATE IS IN THE RANGE.  *
009130*                  TL-FOUND IS SET WHEN THE LINE WAS TABLED.    *
009140*                  A LOCAL DATE OUTSIDE THE ONE-DAY MARGIN IS   *
009150*                  PASSED OVER WITHOUT CONVERTING IT.           *
009160*--------------------------------------------------------------*
009170 5000-ADD-ENTRY.
009180     SET TL-NOT-FOUND TO TRUE.
009190     IF TL-NEW-LOC-DATE NOT NUMERIC
009200             OR TL-NEW-LOC-TIME NOT NUMERIC
009210         GO TO 5000-EXIT
009220     END-IF.
009230     MOVE TL-NEW-LOC-DATE TO TL-LOC-DATE-R.
009240     IF TL-LOC-CCYY < 1601
009250         GO TO 5000-EXIT
009260     END-IF.
009270     COMPUTE TL-LOC-INT =
009280         FUNCTION INTEGER-OF-DATE(TL-NEW-LOC-DATE).
009290     IF TL-LOC-INT = ZERO
009300             OR TL-LOC-INT < TL-FROM-INT - 1
009310             OR TL-LOC-INT > TL-TO-INT + 1
009320         GO TO 5000-EXIT
009330     END-IF.
009340     PERFORM 6000-CONVERT-TO-UTC THRU 6000-EXIT.
009350     IF TL-UTC-DATE < TL-PARM-FROM-NUM
009360             OR TL-UTC-DATE > TL-PARM-TO-NUM
009370         GO TO 5000-EXIT
009380     END-IF.
009390     IF TL-ENT-CNT NOT < 2000
009400         ADD 1 TO TL-DROP-CNT
009410         GO TO 5000-EXIT
009420     END-IF.
009430     ADD 1 TO TL-ENT-CNT.
009440     MOVE TL-UTC-DATE TO TL-EV-UTC-DATE(TL-ENT-CNT).
009450     MOVE TL-UTC-TIME TO TL-EV-UTC-TIME(TL-ENT-CNT).
009460     MOVE TL-NEW-SITE TO TL-EV-SITE(TL-ENT-CNT).
009470     MOVE TL-NEW-LOC-DATE TO TL-EV-LOC-DATE(TL-ENT-CNT).
009480     MOVE TL-NEW-LOC-TIME TO TL-EV-LOC-TIME(TL-ENT-CNT).
009490     MOVE TL-NEW-ZONE-FLAG TO TL-EV-ZONE-FLAG(TL-ENT-CNT).
009500     MOVE TL-NEW-SOURCE TO TL-EV-SOURCE(TL-ENT-CNT).
009510     MOVE TL-NEW-TEXT TO TL-EV-TEXT(TL-ENT-CNT).
009520     MOVE 'N' TO TL-EV-DONE-SW(TL-ENT-CNT).
009530     IF TL-NEW-ZONE-FLAG NOT = SPACE
009540         ADD 1 TO TL-NOZONE-CNT
009550     END-IF.
009560     SET TL-FOUND TO TRUE.
009570 5000-EXIT.
009580     EXIT.
009590*
009600*--------------------------------------------------------------*
009610* 5900-CHECK-RPT-STATUS - COMMON STATUS CHECK AFTER EACH        *
009620*                         REPORT LINE WRITE                     *
009630*--------------------------------------------------------------*
009640 5900-CHECK-RPT-STATUS.
009650     IF TL-RPT-STATUS NOT = '00'
009660         MOVE 'RPT-FILE' TO TL-ABEND-FILE
009670         MOVE 'WRITE' TO TL-ABEND-OP
009680         MOVE TL-RPT-STATUS TO TL-ABEND-STATUS
009690         GO TO 9900-ABEND
009700     END-IF.
009710 5900-EXIT.
009720     EXIT.
009730*
009740*--------------------------------------------------------------*
009750* 6000-CONVERT-TO-UTC - TURN THE NEW LINE'S LOCAL DATE AND TIME *
009760*                       INTO TL-UTC-DATE AND TL-UTC-TIME FROM   *
009770*                       ITS SITE'S OFFSET AND DAYLIGHT-SAVING   *
009780*                       RULE.  TL-LOC-INT IS ALREADY SET.       *
009790*--------------------------------------------------------------*
009800 6000-CONVERT-TO-UTC.
009810     PERFORM 6100-FIND-ZONE THRU 6100-EXIT.
009820     COMPUTE TL-LOC-MIN = (TL-LOC-INT * 1440)
009830         + (TL-NEW-LOC-HH * 60) + TL-NEW-LOC-MI.
009840     SET TL-NOT-IN-DST TO TRUE.
009850     IF TL-DST-US
009860         PERFORM 6200-CHECK-US-DST THRU 6200-EXIT
009870     END-IF.
009880     IF TL-DST-EU
009890         PERFORM 6300-CHECK-EU-DST THRU 6300-EXIT
009900     END-IF.
009910     COMPUTE TL-UTC-MIN = TL-LOC-MIN - TL-OFS-MIN.
009920     IF TL-IN-DST
009930         SUBTRACT 60 FROM TL-UTC-MIN
009940     END-IF.
009950     DIVIDE TL-UTC-MIN BY 1440
009960         GIVING TL-UTC-INT REMAINDER TL-MIN-OF-DAY.
009970     COMPUTE TL-UTC-DATE =
009980         FUNCTION DATE-OF-INTEGER(TL-UTC-INT).
009990     DIVIDE TL-MIN-OF-DAY BY 60
010000         GIVING TL-UTC-HH REMAINDER TL-UTC-MI.
010010     MOVE TL-NEW-LOC-SS TO TL-UTC-SS.
010020 6000-EXIT.
010030     EXIT.
010040*
010050*--------------------------------------------------------------*
010060* 6100-FIND-ZONE - THE NEW LINE'S SITE OFFSET AND DAYLIGHT-     *
010070*                  SAVING RULE.  A SITE NOT IN THE TABLE, OR    *
010080*                  ONE WITH NO OFFSET, IS TAKEN AS UTC AND ITS  *
010090*                  LINE IS MARKED '?'.                          *
010100*--------------------------------------------------------------*
010110 6100-FIND-ZONE.
010120     MOVE ZERO TO TL-OFS-MIN.
010130     MOVE 'NO' TO TL-DST-RULE.
010140     MOVE '?' TO TL-NEW-ZONE-FLAG.
010150     SET TL-NOT-FOUND TO TRUE.
010160     MOVE 1 TO TL-SITE-SUB.
010170     PERFORM 6110-TEST-ZONE THRU 6110-EXIT
010180         UNTIL TL-SITE-SUB > TL-SITE-CNT
010190            OR TL-FOUND.
010200     SET TL-NOT-FOUND TO TRUE.
010210 6100-EXIT.
010220     EXIT.
010230*
010240*--------------------------------------------------------------*
010250* 6110-TEST-ZONE - COMPARE ONE TABLED SITE                      *
010260*--------------------------------------------------------------*
010270 6110-TEST-ZONE.
010280     IF TL-ST-CODE(TL-SITE-SUB) = TL-NEW-SITE
010290         SET TL-FOUND TO TRUE
010300         IF TL-ST-ZONE-KNOWN(TL-SITE-SUB)
010310             MOVE TL-ST-OFS-MIN(TL-SITE-SUB) TO TL-OFS-MIN
010320             MOVE TL-ST-DST-RULE(TL-SITE-SUB) TO TL-DST-RULE
010330             MOVE SPACE TO TL-NEW-ZONE-FLAG
010340         END-IF
010350     END-IF.
010360     ADD 1 TO TL-SITE-SUB.
010370 6110-EXIT.
010380     EXIT.
010390*
010400*--------------------------------------------------------------*
010410* 6200-CHECK-US-DST - US RULE: DAYLIGHT SAVING FROM 02:00 LOCAL *
010420*                     ON THE SECOND SUNDAY OF MARCH UNTIL 02:00 *
010430*                     LOCAL ON THE FIRST SUNDAY OF NOVEMBER     *
010440*--------------------------------------------------------------*
010450 6200-CHECK-US-DST.
010460     MOVE TL-LOC-CCYY TO TL-RULE-CCYY.
010470     MOVE 03 TO TL-RULE-MM.
010480     MOVE 01 TO TL-RULE-DD.
010490     PERFORM 6400-SUNDAY-ON-OR-AFTER THRU 6400-EXIT.
010500     COMPUTE TL-DST-START = ((TL-SUNDAY-INT + 7) * 1440) + 120.
010510     MOVE 11 TO TL-RULE-MM.
010520     MOVE 01 TO TL-RULE-DD.
010530     PERFORM 6400-SUNDAY-ON-OR-AFTER THRU 6400-EXIT.
010540     COMPUTE TL-DST-END = (TL-SUNDAY-INT * 1440) + 120.
010550     IF TL-LOC-MIN NOT < TL-DST-START
010560             AND TL-LOC-MIN < TL-DST-END
010570         SET TL-IN-DST TO TRUE
010580     END-IF.
010590 6200-EXIT.
010600     EXIT.
010610*
010620*--------------------------------------------------------------*
010630* 6300-CHECK-EU-DST - EU RULE: DAYLIGHT SAVING FROM 01:00 UTC   *
010640*                     ON THE LAST SUNDAY OF MARCH UNTIL 01:00   *
010650*                     UTC ON THE LAST SUNDAY OF OCTOBER, BOTH   *
010660*                     TURNED INTO LOCAL WALL-CLOCK TIME FIRST   *
010670*--------------------------------------------------------------*
010680 6300-CHECK-EU-DST.
010690     MOVE TL-LOC-CCYY TO TL-RULE-CCYY.
010700     MOVE 03 TO TL-RULE-MM.
010710     MOVE 31 TO TL-RULE-DD.
010720     PERFORM 6450-SUNDAY-ON-OR-BEFORE THRU 6450-EXIT.
010730     COMPUTE TL-DST-START =
010740         (TL-SUNDAY-INT * 1440) + 60 + TL-OFS-MIN.
010750     MOVE 10 TO TL-RULE-MM.
010760     MOVE 31 TO TL-RULE-DD.
010770     PERFORM 6450-SUNDAY-ON-OR-BEFORE THRU 6450-EXIT.
010780     COMPUTE TL-DST-END =
010790         (TL-SUNDAY-INT * 1440) + 120 + TL-OFS-MIN.
010800     IF TL-LOC-MIN NOT < TL-DST-START
010810             AND TL-LOC-MIN < TL-DST-END
010820         SET TL-IN-DST TO TRUE
010830     END-IF.
010840 6300-EXIT.
010850     EXIT.
010860*
010870*--------------------------------------------------------------*
010880* 6400-SUNDAY-ON-OR-AFTER - THE FIRST SUNDAY ON OR AFTER        *
010890*                           TL-RULE-DATE, AS AN INTEGER DATE.   *
010900*                           DAY 1 OF THE INTEGER CALENDAR IS A  *
010910*                           MONDAY, SO A REMAINDER OF ZERO BY 7 *
010920*                           IS A SUNDAY, AS IN HWBUSDAY.        *
010930*--------------------------------------------------------------*
010940 6400-SUNDAY-ON-OR-AFTER.
010950     COMPUTE TL-SUNDAY-INT =
010960         FUNCTION INTEGER-OF-DATE(TL-RULE-DATE).
010970     DIVIDE TL-SUNDAY-INT BY 7
010980         GIVING TL-DOW-QUOT REMAINDER TL-DOW-REM.
010990     IF TL-DOW-REM NOT = ZERO
011000         COMPUTE TL-SUNDAY-INT = TL-SUNDAY-INT + 7 - TL-DOW-REM
011010     END-IF.
011020 6400-EXIT.
011030     EXIT.
011040*
011050*--------------------------------------------------------------*
011060* 6450-SUNDAY-ON-OR-BEFORE - THE LAST SUNDAY ON OR BEFORE       *
011070*                            TL-RULE-DATE, AS AN INTEGER DATE   *
011080*--------------------------------------------------------------*
011090 6450-SUNDAY-ON-OR-BEFORE.
011100     COMPUTE TL-SUNDAY-INT =
011110         FUNCTION INTEGER-OF-DATE(TL-RULE-DATE).
011120     DIVIDE TL-SUNDAY-INT BY 7
011130         GIVING TL-DOW-QUOT REMAINDER TL-DOW-REM.
011140     SUBTRACT TL-DOW-REM FROM TL-SUNDAY-INT.
011150 6450-EXIT.
011160     EXIT.
011170*
011180*--------------------------------------------------------------*
011190* 7000-PRINT-TIMELINE - PRINT THE TABLED LINES IN UTC ORDER,    *
011200*                       EACH PASS TAKING THE EARLIEST LINE NOT  *
011210*                       YET PRINTED                             *
011220*--------------------------------------------------------------*
011230 7000-PRINT-TIMELINE.
011240     MOVE 'TIMELINE' TO TL-RPT-SEC-LBL.
011250     WRITE RPT-RECORD FROM TL-RPT-SEC-1.
011260     PERFORM 5900-CHECK-RPT-STATUS THRU 5900-EXIT.
011270     IF TL-ENT-CNT = ZERO
011280         MOVE 'NO ACTIVITY IN THE DATE RANGE' TO TL-MSG-TEXT
011290         WRITE RPT-RECORD FROM TL-RPT-MSG-1
011300         PERFORM 5900-CHECK-RPT-STATUS THRU 5900-EXIT
011310         GO TO 7000-EXIT
011320     END-IF.
011330     WRITE RPT-RECORD FROM TL-RPT-COL-1.
011340     PERFORM 5900-CHECK-RPT-STATUS THRU 5900-EXIT.
011350     PERFORM 7100-PRINT-NEXT THRU 7100-EXIT
011360         UNTIL TL-PRT-CNT NOT < TL-ENT-CNT.
011370 7000-EXIT.
011380     EXIT.
011390*
011400*--------------------------------------------------------------*
011410* 7100-PRINT-NEXT - FIND AND PRINT THE EARLIEST UNPRINTED LINE  *
011420*--------------------------------------------------------------*
011430 7100-PRINT-NEXT.
011440     MOVE ZERO TO TL-LOW-SUB.
011450     MOVE 1 TO TL-ENT-SUB.
011460     PERFORM 7110-TEST-ENTRY THRU 7110-EXIT
011470         UNTIL TL-ENT-SUB > TL-ENT-CNT.
011480     MOVE TL-EV-ZONE-FLAG(TL-LOW-SUB) TO TL-DTL-FLAG.
011490     MOVE TL-EV-UTC-DATE(TL-LOW-SUB) TO TL-DTL-UTC-DATE.
011500     MOVE TL-EV-UTC-TIME(TL-LOW-SUB) TO TL-DTL-UTC-TIME.
011510     MOVE TL-EV-SITE(TL-LOW-SUB) TO TL-DTL-SITE.
011520     MOVE TL-EV-LOC-DATE(TL-LOW-SUB) TO TL-DTL-LOC-DATE.
011530     MOVE TL-EV-LOC-TIME(TL-LOW-SUB) TO TL-DTL-LOC-TIME.
011540     MOVE TL-EV-SOURCE(TL-LOW-SUB) TO TL-DTL-SOURCE.
011550     MOVE TL-EV-TEXT(TL-LOW-SUB) TO TL-DTL-TEXT.
011560     WRITE RPT-RECORD FROM TL-RPT-DTL-1.
011570     PERFORM 5900-CHECK-RPT-STATUS THRU 5900-EXIT.
011580     MOVE 'Y' TO TL-EV-DONE-SW(TL-LOW-SUB).
011590     ADD 1 TO TL-PRT-CNT.
011600 7100-EXIT.
011610     EXIT.
011620*
011630*--------------------------------------------------------------*
011640* 7110-TEST-ENTRY - KEEP THE ENTRY IF IT IS UNPRINTED AND       *
011650*                   EARLIER THAN THE EARLIEST SEEN SO FAR       *
011660*--------------------------------------------------------------*
011670 7110-TEST-ENTRY.
011680     IF NOT TL-EV-DONE(TL-ENT-SUB)
011690         IF TL-LOW-SUB = ZERO
011700             MOVE TL-ENT-SUB TO TL-LOW-SUB
011710         ELSE
011720             IF TL-EV-UTC(TL-ENT-SUB) < TL-EV-UTC(TL-LOW-SUB)
011730                 MOVE TL-ENT-SUB TO TL-LOW-SUB
011740             END-IF
011750         END-IF
011760     END-IF.
011770     ADD 1 TO TL-ENT-SUB.
011780 7110-EXIT.
011790     EXIT.
011800*
011810*--------------------------------------------------------------*
011820* 8000-PRINT-TOTALS - LINES BY SOURCE AND THE FINAL DISPOSITION *
011830*--------------------------------------------------------------*
011840 8000-PRINT-TOTALS.
011850     MOVE 'HEARTBEATS:     ' TO TL-RPT-TOT-LBL.
011860     MOVE TL-HB-CNT TO TL-RPT-TOT-CNT.
011870     WRITE RPT-RECORD FROM TL-RPT-TOT-1.
011880     PERFORM 5900-CHECK-RPT-STATUS THRU 5900-EXIT.
011890     MOVE 'EVENTS:         ' TO TL-RPT-TOT-LBL.
011900     MOVE TL-EVT-CNT TO TL-RPT-TOT-CNT.
011910     WRITE RPT-RECORD FROM TL-RPT-TOT-1.
011920     PERFORM 5900-CHECK-RPT-STATUS THRU 5900-EXIT.
011930     MOVE 'ALERTS:         ' TO TL-RPT-TOT-LBL.
011940     MOVE TL-ALT-CNT TO TL-RPT-TOT-CNT.
011950     WRITE RPT-RECORD FROM TL-RPT-TOT-1.
011960     PERFORM 5900-CHECK-RPT-STATUS THRU 5900-EXIT.
011970     MOVE 'ACKNOWLEDGMENTS:' TO TL-RPT-TOT-LBL.
011980     MOVE TL-ACK-CNT TO TL-RPT-TOT-CNT.
011990     WRITE RPT-RECORD FROM TL-RPT-TOT-1.
012000     PERFORM 5900-CHECK-RPT-STATUS THRU 5900-EXIT.
012010     MOVE 'HOLD CHANGES:   ' TO TL-RPT-TOT-LBL.
012020     MOVE TL-HLD-CNT TO TL-RPT-TOT-CNT.
012030     WRITE RPT-RECORD FROM TL-RPT-TOT-1.
012040     PERFORM 5900-CHECK-RPT-STATUS THRU 5900-EXIT.
012050     MOVE 'NO ZONE (?):    ' TO TL-RPT-TOT-LBL.
012060     MOVE TL-NOZONE-CNT TO TL-RPT-TOT-CNT.
012070     WRITE RPT-RECORD FROM TL-RPT-TOT-1.
012080     PERFORM 5900-CHECK-RPT-STATUS THRU 5900-EXIT.
012090     MOVE 'NOT LISTED:     ' TO TL-RPT-TOT-LBL.
012100     MOVE TL-DROP-CNT TO TL-RPT-TOT-CNT.
012110     WRITE RPT-RECORD FROM TL-RPT-TOT-1.
012120     PERFORM 5900-CHECK-RPT-STATUS THRU 5900-EXIT.
012130     IF TL-DROP-CNT > ZERO
012140         MOVE 'MORE THAN 2000 LINES - NARROW THE DATE RANGE'
012150             TO TL-MSG-TEXT
012160         WRITE RPT-RECORD FROM TL-RPT-MSG-1
012170         PERFORM 5900-CHECK-RPT-STATUS THRU 5900-EXIT
012180     END-IF.
012190     IF TL-NOZONE-CNT > ZERO OR TL-DROP-CNT > ZERO
012200             OR TL-SITE-TABLE-FULL
012210         IF RETURN-CODE < 4
012220             MOVE 4 TO RETURN-CODE
012230         END-IF
012240     END-IF.
012250 8000-EXIT.
012260     EXIT.
012270*
012280*--------------------------------------------------------------*
012290* 9000-TERMINATE - CLOSE ALL FILES                              *
012300*--------------------------------------------------------------*
012310 9000-TERMINATE.
012320     CLOSE SIT-FILE.
012330     IF TL-SIT-STATUS NOT = '00'
012340         MOVE 'SIT-FILE' TO TL-ABEND-FILE
012350         MOVE 'CLOSE' TO TL-ABEND-OP
012360         MOVE TL-SIT-STATUS TO TL-ABEND-STATUS
012370         GO TO 9900-ABEND
012380     END-IF.
012390     CLOSE HB-FILE.
012400     IF TL-HBT-STATUS NOT = '00'
012410         MOVE 'HB-FILE' TO TL-ABEND-FILE
012420         MOVE 'CLOSE' TO TL-ABEND-OP
012430         MOVE TL-HBT-STATUS TO TL-ABEND-STATUS
012440         GO TO 9900-ABEND
012450     END-IF.
012460     CLOSE EVT-FILE.
012470     IF TL-EVT-STATUS NOT = '00'
012480         MOVE 'EVT-FILE' TO TL-ABEND-FILE
012490         MOVE 'CLOSE' TO TL-ABEND-OP
012500         MOVE TL-EVT-STATUS TO TL-ABEND-STATUS
012510         GO TO 9900-ABEND
012520     END-IF.
012530     CLOSE ALT-FILE.
012540     IF TL-ALT-STATUS NOT = '00'
012550         MOVE 'ALT-FILE' TO TL-ABEND-FILE
012560         MOVE 'CLOSE' TO TL-ABEND-OP
012570         MOVE TL-ALT-STATUS TO TL-ABEND-STATUS
012580         GO TO 9900-ABEND
012590     END-IF.
012600     IF TL-ALS-PRESENT
012610         CLOSE ALS-FILE
012620         IF TL-ALS-STATUS NOT = '00'
012630             MOVE 'ALS-FILE' TO TL-ABEND-FILE
012640             MOVE 'CLOSE' TO TL-ABEND-OP
012650             MOVE TL-ALS-STATUS TO TL-ABEND-STATUS
012660             GO TO 9900-ABEND
012670         END-IF
012680     END-IF.
012690     CLOSE CHG-FILE.
012700     IF TL-CHG-STATUS NOT = '00'
012710         MOVE 'CHG-FILE' TO TL-ABEND-FILE
012720         MOVE 'CLOSE' TO TL-ABEND-OP
012730         MOVE TL-CHG-STATUS TO TL-ABEND-STATUS
012740         GO TO 9900-ABEND
012750     END-IF.
012760     CLOSE RPT-FILE.
012770     IF TL-RPT-STATUS NOT = '00'
012780         MOVE 'RPT-FILE' TO TL-ABEND-FILE
012790         MOVE 'CLOSE' TO TL-ABEND-OP
012800         MOVE TL-RPT-STATUS TO TL-ABEND-STATUS
012810         GO TO 9900-ABEND
012820     END-IF.
012830 9000-EXIT.
012840     EXIT.
012850*
012860*--------------------------------------------------------------*
012870* 9900-ABEND - COMMON FILE-ERROR HANDLER, MATCHING THE          *
012880*              CONVENTION USED BY HELLO-WORLD                   *
012890*--------------------------------------------------------------*
012900 9900-ABEND.
012910     DISPLAY 'HWTMLINE FILE ERROR - FILE: ' TL-ABEND-FILE
012920         ' OPERATION: ' TL-ABEND-OP ' STATUS: ' TL-ABEND-STATUS.
012930     MOVE 16 TO RETURN-CODE.
012940     STOP RUN.
