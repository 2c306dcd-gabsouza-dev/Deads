000100 IDENTIFICATION DIVISION.
000110 PROGRAM-ID. HWINTCHK.
000120 AUTHOR. R L MARTIN.
000130 INSTALLATION. DATA PROCESSING - BATCH SYSTEMS.
000140 DATE-WRITTEN. 10/15/2026.
000150 DATE-COMPILED.
000160*--------------------------------------------------------------*
000170* MODIFICATION HISTORY                                        *
000180*    DATE       INIT  DESCRIPTION                              *
000190*    ---------- ----  ------------------------------------    *
000200*    10/15/2026 RLM   ORIGINAL PROGRAM.  CROSS-FILE SITE      *
000210*                     INTEGRITY SWEEP OVER THE SITE MASTER:    *
000220*                     EVERY CALFILE, HLDFILE, CTRFILE, AND     *
000230*                     CHKFILE RECORD, EVERY UNCLOSED ALTSTAT   *
000240*                     ALERT, AND EVERY PARMFILE BATCH-WINDOW   *
000250*                     KEYWORD MUST NAME A SITE ON SITFILE      *
000260*                     (AN ORPHAN OTHERWISE), AND EVERY SITE    *
000270*                     ON SITFILE MUST HAVE ALL FOUR WINDOW     *
000280*                     KEYWORDS AND A HOLIDAY LOADED FOR THE    *
000290*                     COMING YEAR (A GAP OTHERWISE).  RUN      *
000300*                     AHEAD OF THE NIGHTLY CYCLE AFTER ANY     *
000310*                     MASTER-FILE MAINTENANCE SO AN ORPHAN IS  *
000320*                     CAUGHT HERE AND NOT AT CYCLE STARTUP.    *
000330*--------------------------------------------------------------*
000340*--------------------------------------------------------------*
000350* PARM: [HHH]                                                  *
000360*    HHH  CALENDAR HORIZON IN DAYS (ZERO PADDED, DEFAULT 365). *
000370*         A SITE WITH NO HOLIDAY DATED AFTER TODAY AND NOT     *
000380*         AFTER TODAY PLUS HHH DAYS IS A CALENDAR GAP.         *
000390*--------------------------------------------------------------*
000400* RETURN-CODE LEGEND:                                          *
000410*    00  NO ORPHANS AND NO GAPS                                *
000420*    04  CALENDAR GAPS ONLY - THE CYCLE WILL RUN BUT WILL      *
000430*        TREAT THE MISSING HOLIDAYS AS BUSINESS DAYS           *
000440*    08  AN ORPHAN RECORD OR A MISSING WINDOW KEYWORD - THE    *
000450*        SCHEDULE SHOULD STOP AHEAD OF THE NIGHTLY CYCLE;      *
000460*        ALSO AN INVALID PARM (NOTHING CHECKED)                *
000470*    16  ABEND - UNEXPECTED FILE STATUS ON A FILE OPERATION    *
000480*--------------------------------------------------------------*
000490 ENVIRONMENT DIVISION.
000500 INPUT-OUTPUT SECTION.
000510 FILE-CONTROL.
000520     SELECT SIT-FILE ASSIGN TO SITFILE
000530         ORGANIZATION IS INDEXED
000540         ACCESS MODE IS DYNAMIC
000550         RECORD KEY IS SIT-KEY
000560         FILE STATUS IS IC-SIT-STATUS.
000570
000580     SELECT OPTIONAL CAL-FILE ASSIGN TO CALFILE
000590         ORGANIZATION IS INDEXED
000600         ACCESS MODE IS DYNAMIC
000610         RECORD KEY IS CAL-KEY
000620         FILE STATUS IS IC-CAL-STATUS.
000630
000640     SELECT OPTIONAL HLD-FILE ASSIGN TO HLDFILE
000650         ORGANIZATION IS INDEXED
000660         ACCESS MODE IS DYNAMIC
000670         RECORD KEY IS HLD-KEY
000680         FILE STATUS IS IC-HLD-STATUS.
000690
000700     SELECT OPTIONAL CTR-FILE ASSIGN TO CTRFILE
000710         ORGANIZATION IS INDEXED
000720         ACCESS MODE IS DYNAMIC
000730         RECORD KEY IS CTR-KEY
000740         FILE STATUS IS IC-CTR-STATUS.
000750
000760     SELECT OPTIONAL CHK-FILE ASSIGN TO CHKFILE
000770         ORGANIZATION IS INDEXED
000780         ACCESS MODE IS DYNAMIC
000790         RECORD KEY IS CHK-KEY
000800         FILE STATUS IS IC-CHK-STATUS.
000810
000820     SELECT OPTIONAL ALS-FILE ASSIGN TO ALTSTAT
000830         ORGANIZATION IS INDEXED
000840         ACCESS MODE IS DYNAMIC
000850         RECORD KEY IS ALS-KEY
000860         FILE STATUS IS IC-ALS-STATUS.
000870
000880     SELECT OPTIONAL PRM-FILE ASSIGN TO PARMFILE
000890         ORGANIZATION IS LINE SEQUENTIAL
000900         FILE STATUS IS IC-PRM-STATUS.
000910
000920     SELECT RPT-FILE ASSIGN TO INTRPT
000930         ORGANIZATION IS LINE SEQUENTIAL
000940         FILE STATUS IS IC-RPT-STATUS.
000950*
000960 DATA DIVISION.
000970 FILE SECTION.
000980 FD  SIT-FILE
000990     LABEL RECORDS ARE STANDARD.
001000 COPY HWSITREC.
001010*
001020 FD  CAL-FILE
001030     LABEL RECORDS ARE STANDARD.
001040 COPY HWCALREC.
001050*
001060 FD  HLD-FILE
001070     LABEL RECORDS ARE STANDARD.
001080 COPY HWHLDREC.
001090*
001100 FD  CTR-FILE
001110     LABEL RECORDS ARE STANDARD.
001120 COPY HWCTRREC.
001130*
001140 FD  CHK-FILE
001150     LABEL RECORDS ARE STANDARD.
001160 COPY HWCHKREC.
001170*
001180 FD  ALS-FILE
001190     LABEL RECORDS ARE STANDARD.
001200 COPY HWALSREC.
001210*
001220 FD  PRM-FILE
001230     LABEL RECORDS ARE STANDARD
001240     RECORD CONTAINS 80 CHARACTERS.
001250 01  PRM-RECORD                  PIC X(80).
001260 01  PRM-RECORD-X.
001270     05  PRM-REC-BYTE-1          PIC X(01).
001280     05  FILLER                  PIC X(79).
001290*
001300 FD  RPT-FILE
001310     LABEL RECORDS ARE STANDARD
001320     RECORD CONTAINS 80 CHARACTERS.
001330 01  RPT-RECORD                  PIC X(80).
001340*
001350 WORKING-STORAGE SECTION.
001360 77  IC-SIT-STATUS               PIC X(02) VALUE '00'.
001370 77  IC-CAL-STATUS               PIC X(02) VALUE '00'.
001380 77  IC-HLD-STATUS               PIC X(02) VALUE '00'.
001390 77  IC-CTR-STATUS               PIC X(02) VALUE '00'.
001400 77  IC-CHK-STATUS               PIC X(02) VALUE '00'.
001410 77  IC-ALS-STATUS               PIC X(02) VALUE '00'.
001420 77  IC-PRM-STATUS               PIC X(02) VALUE '00'.
001430 77  IC-RPT-STATUS               PIC X(02) VALUE '00'.
001440 77  IC-READ-CNT                 PIC 9(07) COMP VALUE ZERO.
001450 77  IC-ORPHAN-CNT               PIC 9(05) COMP VALUE ZERO.
001460 77  IC-WIN-GAP-CNT              PIC 9(05) COMP VALUE ZERO.
001470 77  IC-CAL-GAP-CNT              PIC 9(05) COMP VALUE ZERO.
001480 01  IC-EOF-SW                   PIC X(01) VALUE 'N'.
001490     88  IC-EOF                            VALUE 'Y'.
001500     88  IC-NOT-EOF                        VALUE 'N'.
001510 01  IC-ABEND-FILE               PIC X(08).
001520 01  IC-ABEND-OP                 PIC X(12).
001530 01  IC-ABEND-STATUS             PIC X(02).
001540 01  IC-CURR-DATE                PIC 9(08) VALUE ZERO.
001550 01  IC-HORIZON-DAYS             PIC 9(03) VALUE 365.
001560 01  IC-HORIZON-INT              PIC S9(09) COMP VALUE ZERO.
001570 01  IC-HORIZON-DATE             PIC 9(08) VALUE ZERO.
001580 01  IC-SEL-HORIZ                PIC X(08) VALUE SPACES.
001590 01  IC-SEL-HORIZ-X REDEFINES IC-SEL-HORIZ.
001600     05  IC-SEL-HHH              PIC X(03).
001610     05  IC-SEL-HHH-N REDEFINES IC-SEL-HHH
001620                                 PIC 9(03).
001630     05  FILLER                  PIC X(05).
001640*
001650*--------------------------------------------------------------*
001660* FINDING WORK AREA.  EACH CHECK FILLS IN THE FILE, THE KEY IN  *
001670* THE SAME SLASH-SEPARATED FORM THE CHANGE LOG USES (SEE        *
001680* HWCHGREC), AND THE REASON, THEN WRITES THE FINDING.           *
001690*--------------------------------------------------------------*
001700 01  IC-FND-FILE                 PIC X(08) VALUE SPACES.
001710 01  IC-FND-KEY                  PIC X(40) VALUE SPACES.
001720 01  IC-FND-TEXT                 PIC X(22) VALUE SPACES.
001730*
001740*--------------------------------------------------------------*
001750* PARMFILE KEYWORD WORK AREA.  THE REDEFINES GIVE THE FOUR      *
001760* BATCH-WINDOW KEYWORD PREFIXES HELLO-WORLD BUILDS FROM EACH    *
001770* SITE'S WINDOW TOKEN; ANY OTHER KEYWORD IS NOT SITE-KEYED AND  *
001780* IS NOT CHECKED HERE.                                          *
001790*--------------------------------------------------------------*
001800 01  IC-PRM-KEYWORD              PIC X(28) VALUE SPACES.
001810 01  IC-PRM-KW-DS REDEFINES IC-PRM-KEYWORD.
001820     05  IC-PRM-PFX-DS           PIC X(16).
001830         88  IC-KW-DAILY-START             VALUE
001840                                 'DAILY-WIN-START-'.
001850     05  FILLER                  PIC X(12).
001860 01  IC-PRM-KW-DE REDEFINES IC-PRM-KEYWORD.
001870     05  IC-PRM-PFX-DE           PIC X(14).
001880         88  IC-KW-DAILY-END               VALUE
001890                                 'DAILY-WIN-END-'.
001900     05  FILLER                  PIC X(14).
001910 01  IC-PRM-KW-MS REDEFINES IC-PRM-KEYWORD.
001920     05  IC-PRM-PFX-MS           PIC X(19).
001930         88  IC-KW-ME-START                VALUE
001940                                 'MONTHEND-WIN-START-'.
001950     05  FILLER                  PIC X(09).
001960 01  IC-PRM-KW-ME REDEFINES IC-PRM-KEYWORD.
001970     05  IC-PRM-PFX-ME           PIC X(17).
001980         88  IC-KW-ME-END                  VALUE
001990                                 'MONTHEND-WIN-END-'.
002000     05  FILLER                  PIC X(11).
002010 01  IC-PRM-VALUE                PIC X(20) VALUE SPACES.
002020 01  IC-PRM-CAND                 PIC X(28) VALUE SPACES.
002030*
002040*--------------------------------------------------------------*
002050* SITE TABLE, LOADED FROM THE SITFILE SITE MASTER BY            *
002060* 1200-LOAD-SITE-MASTER WITH THE SAME EIGHT-ENTRY LIMIT AS      *
002070* HELLO-WORLD.  THE SWITCHES RECORD WHAT THE FORWARD CHECKS     *
002080* FOUND FOR EACH SITE, FOR THE REVERSE (GAP) CHECKS AT THE END. *
002090*--------------------------------------------------------------*
002100 01  IC-SITE-CNT                 PIC 9(02) COMP VALUE ZERO.
002110 01  IC-SITE-SUB                 PIC 9(02) COMP VALUE ZERO.
002120 01  IC-SITE-HIT                 PIC 9(02) COMP VALUE ZERO.
002130 01  IC-LOOK-SITE                PIC X(08) VALUE SPACES.
002140 01  IC-SITE-TABLE.
002150     05  IC-SITE-ENTRY OCCURS 8 TIMES.
002160         10  IC-SIT-CODE         PIC X(08).
002170         10  IC-SIT-WIN-TOKEN    PIC X(08).
002180         10  IC-SIT-DS-SW        PIC X(01).
002190         10  IC-SIT-DE-SW        PIC X(01).
002200         10  IC-SIT-MS-SW        PIC X(01).
002210         10  IC-SIT-ME-SW        PIC X(01).
002220         10  IC-SIT-HOL-SW       PIC X(01).
002230*
002240*--------------------------------------------------------------*
002250* INTEGRITY REPORT LINES                                       *
002260*--------------------------------------------------------------*
002270 01  IC-RPT-HDR-1.
002280     05  FILLER                  PIC X(01) VALUE SPACE.
002290     05  FILLER                  PIC X(44)
002300             VALUE 'HWINTCHK SITE REFERENTIAL INTEGRITY'.
002310     05  FILLER                  PIC X(09) VALUE 'PRINTED: '.
002320     05  IC-RPT-DATE             PIC 9(08).
002330     05  FILLER                  PIC X(18) VALUE SPACES.
002340 01  IC-RPT-SEC-1.
002350     05  FILLER                  PIC X(01) VALUE SPACE.
002360     05  IC-RPT-SEC-LBL          PIC X(60).
002370     05  FILLER                  PIC X(19) VALUE SPACES.
002380 01  IC-RPT-FND-1.
002390     05  FILLER                  PIC X(01) VALUE SPACE.
002400     05  IC-FND-TYPE-OUT         PIC X(06).
002410     05  FILLER                  PIC X(01) VALUE SPACE.
002420     05  IC-FND-FILE-OUT         PIC X(08).
002430     05  FILLER                  PIC X(01) VALUE SPACE.
002440     05  IC-FND-KEY-OUT          PIC X(40).
002450     05  FILLER                  PIC X(01) VALUE SPACE.
002460     05  IC-FND-TEXT-OUT         PIC X(22).
002470 01  IC-RPT-TOT-1.
002480     05  FILLER                  PIC X(01) VALUE SPACE.
002490     05  IC-RPT-TOT-LBL          PIC X(16).
002500     05  IC-RPT-TOT-CNT          PIC ZZZZZZ9.
002510     05  FILLER                  PIC X(56) VALUE SPACES.
002520*
002530 LINKAGE SECTION.
002540 01  IC-PARM-AREA.
002550     05  IC-PARM-LEN             PIC S9(04) COMP.
002560     05  IC-PARM-TEXT            PIC X(80).
002570*
002580 PROCEDURE DIVISION USING IC-PARM-AREA.
002590*--------------------------------------------------------------*
002600* 0000-MAINLINE                                                *
002610*--------------------------------------------------------------*
002620 0000-MAINLINE.
002630     PERFORM 1000-GET-PARM THRU 1000-EXIT.
002640     PERFORM 1100-INITIALIZE THRU 1100-EXIT.
002650     PERFORM 1200-LOAD-SITE-MASTER THRU 1200-EXIT.
002660     MOVE 'ORPHANS - RECORDS NAMING A SITE NOT ON SITFILE'
002670         TO IC-RPT-SEC-LBL.
002680     WRITE RPT-RECORD FROM IC-RPT-SEC-1.
002690     PERFORM 5900-CHECK-RPT-STATUS THRU 5900-EXIT.
002700     PERFORM 2000-CHECK-CALENDAR THRU 2000-EXIT.
002710     PERFORM 2200-CHECK-HOLDS THRU 2200-EXIT.
002720     PERFORM 2300-CHECK-COUNTERS THRU 2300-EXIT.
002730     PERFORM 2400-CHECK-CHECKPOINTS THRU 2400-EXIT.
002740     PERFORM 2500-CHECK-ALERTS THRU 2500-EXIT.
002750     PERFORM 2600-CHECK-RUN-CONTROLS THRU 2600-EXIT.
002760     IF IC-ORPHAN-CNT = ZERO
002770         MOVE 'NO ORPHANS FOUND' TO IC-RPT-SEC-LBL
002780         WRITE RPT-RECORD FROM IC-RPT-SEC-1
002790         PERFORM 5900-CHECK-RPT-STATUS THRU 5900-EXIT
002800     END-IF.
002810     PERFORM 3000-CHECK-SITE-GAPS THRU 3000-EXIT.
002820     PERFORM 8000-PRINT-TOTALS THRU 8000-EXIT.
002830     PERFORM 9000-TERMINATE THRU 9000-EXIT.
002840     STOP RUN.
002850*
002860*--------------------------------------------------------------*
002870* 1000-GET-PARM - AN OPTIONAL CALENDAR HORIZON IN DAYS.  A BAD  *
002880*                 PARM ENDS THE RUN BEFORE ANY FILE OPENS.      *
002890*--------------------------------------------------------------*
002900 1000-GET-PARM.
002910     ACCEPT IC-CURR-DATE FROM DATE YYYYMMDD.
002920     IF IC-PARM-LEN > ZERO
002930         UNSTRING IC-PARM-TEXT DELIMITED BY ALL SPACE
002940             INTO IC-SEL-HORIZ
002950     END-IF.
002960     IF IC-SEL-HORIZ NOT = SPACES
002970         IF IC-SEL-HHH NOT NUMERIC OR IC-SEL-HHH-N = ZERO
002980             DISPLAY 'HWINTCHK INVALID PARM HORIZON: '
002990                 IC-SEL-HORIZ
003000             MOVE 8 TO RETURN-CODE
003010             STOP RUN
003020         END-IF
003030         MOVE IC-SEL-HHH-N TO IC-HORIZON-DAYS
003040     END-IF.
003050     COMPUTE IC-HORIZON-INT =
003060         FUNCTION INTEGER-OF-DATE(IC-CURR-DATE)
003070         + IC-HORIZON-DAYS.
003080     COMPUTE IC-HORIZON-DATE =
003090         FUNCTION DATE-OF-INTEGER(IC-HORIZON-INT).
003100 1000-EXIT.
003110     EXIT.
003120*
003130*--------------------------------------------------------------*
003140* 1100-INITIALIZE - OPEN THE REPORT AND WRITE THE HEADING       *
003150*--------------------------------------------------------------*
003160 1100-INITIALIZE.
003170     OPEN OUTPUT RPT-FILE.
003180     IF IC-RPT-STATUS NOT = '00'
003190         MOVE 'RPT-FILE' TO IC-ABEND-FILE
003200         MOVE 'OPEN OUTPUT' TO IC-ABEND-OP
003210         MOVE IC-RPT-STATUS TO IC-ABEND-STATUS
003220         GO TO 9900-ABEND
003230     END-IF.
003240     MOVE IC-CURR-DATE TO IC-RPT-DATE.
003250     WRITE RPT-RECORD FROM IC-RPT-HDR-1.
003260     PERFORM 5900-CHECK-RPT-STATUS THRU 5900-EXIT.
003270 1100-EXIT.
003280     EXIT.
003290*
003300*--------------------------------------------------------------*
003310* 1200-LOAD-SITE-MASTER - LOAD THE SITE TABLE FROM THE SITFILE  *
003320*                         SITE MASTER, AS HELLO-WORLD DOES AT   *
003330*                         ITS OWN STARTUP                       *
003340*--------------------------------------------------------------*
003350 1200-LOAD-SITE-MASTER.
003360     OPEN INPUT SIT-FILE.
003370     IF IC-SIT-STATUS NOT = '00'
003380         MOVE 'SIT-FILE' TO IC-ABEND-FILE
003390         MOVE 'OPEN INPUT' TO IC-ABEND-OP
003400         MOVE IC-SIT-STATUS TO IC-ABEND-STATUS
003410         GO TO 9900-ABEND
003420     END-IF.
003430     SET IC-NOT-EOF TO TRUE.
003440     MOVE SPACES TO SIT-CODE.
003450     START SIT-FILE KEY NOT < SIT-KEY
003460         INVALID KEY
003470             SET IC-EOF TO TRUE
003480     END-START.
003490     IF IC-SIT-STATUS NOT = '00' AND IC-SIT-STATUS NOT = '23'
003500             AND IC-SIT-STATUS NOT = '46'
003510         MOVE 'SIT-FILE' TO IC-ABEND-FILE
003520         MOVE 'START' TO IC-ABEND-OP
003530         MOVE IC-SIT-STATUS TO IC-ABEND-STATUS
003540         GO TO 9900-ABEND
003550     END-IF.
003560     PERFORM 1210-LOAD-SITE-ENTRY THRU 1210-EXIT
003570         UNTIL IC-EOF.
003580     CLOSE SIT-FILE.
003590     IF IC-SIT-STATUS NOT = '00'
003600         MOVE 'SIT-FILE' TO IC-ABEND-FILE
003610         MOVE 'CLOSE' TO IC-ABEND-OP
003620         MOVE IC-SIT-STATUS TO IC-ABEND-STATUS
003630         GO TO 9900-ABEND
003640     END-IF.
003650 1200-EXIT.
003660     EXIT.
003670*
003680*--------------------------------------------------------------*
003690* 1210-LOAD-SITE-ENTRY - ADD ONE SITE MASTER RECORD TO THE      *
003700*                        SITE TABLE WITH NOTHING YET FOUND      *
003710*--------------------------------------------------------------*
003720 1210-LOAD-SITE-ENTRY.
003730     READ SIT-FILE NEXT
003740         AT END
003750             SET IC-EOF TO TRUE
003760             GO TO 1210-EXIT
003770     END-READ.
003780     IF IC-SIT-STATUS NOT = '00'
003790         MOVE 'SIT-FILE' TO IC-ABEND-FILE
003800         MOVE 'READ NEXT' TO IC-ABEND-OP
003810         MOVE IC-SIT-STATUS TO IC-ABEND-STATUS
003820         GO TO 9900-ABEND
003830     END-IF.
003840     IF IC-SITE-CNT NOT < 8
003850         DISPLAY 'HWINTCHK SITE TABLE FULL'
003860         MOVE 'SIT-FILE' TO IC-ABEND-FILE
003870         MOVE 'TABLE LOAD' TO IC-ABEND-OP
003880         MOVE 'FL' TO IC-ABEND-STATUS
003890         GO TO 9900-ABEND
003900     END-IF.
003910     ADD 1 TO IC-SITE-CNT.
003920     MOVE SIT-CODE TO IC-SIT-CODE(IC-SITE-CNT).
003930     MOVE SIT-WIN-TOKEN TO IC-SIT-WIN-TOKEN(IC-SITE-CNT).
003940     MOVE 'N' TO IC-SIT-DS-SW(IC-SITE-CNT).
003950     MOVE 'N' TO IC-SIT-DE-SW(IC-SITE-CNT).
003960     MOVE 'N' TO IC-SIT-MS-SW(IC-SITE-CNT).
003970     MOVE 'N' TO IC-SIT-ME-SW(IC-SITE-CNT).
003980     MOVE 'N' TO IC-SIT-HOL-SW(IC-SITE-CNT).
003990 1210-EXIT.
004000     EXIT.
004010*
004020*--------------------------------------------------------------*
004030* 2000-CHECK-CALENDAR - EVERY HOLIDAY MUST BELONG TO A SITE ON  *
004040*                       THE MASTER.  A HOLIDAY OF A KNOWN SITE  *
004050*                       INSIDE THE HORIZON MARKS THAT SITE'S    *
004060*                       COMING YEAR AS COVERED.                 *
004070*--------------------------------------------------------------*
004080 2000-CHECK-CALENDAR.
004090     MOVE 'CALFILE' TO IC-FND-FILE.
004100     SET IC-NOT-EOF TO TRUE.
004110     OPEN INPUT CAL-FILE.
004120     EVALUATE TRUE
004130         WHEN IC-CAL-STATUS = '00'
004140             MOVE SPACES TO CAL-SITE
004150             MOVE ZERO TO CAL-DATE
004160             START CAL-FILE KEY NOT < CAL-KEY
004170                 INVALID KEY
004180                     SET IC-EOF TO TRUE
004190             END-START
004200         WHEN IC-CAL-STATUS = '05'
004210             SET IC-EOF TO TRUE
004220         WHEN OTHER
004230             MOVE 'CAL-FILE' TO IC-ABEND-FILE
004240             MOVE 'OPEN INPUT' TO IC-ABEND-OP
004250             MOVE IC-CAL-STATUS TO IC-ABEND-STATUS
004260             GO TO 9900-ABEND
004270     END-EVALUATE.
004280     IF IC-CAL-STATUS NOT = '00' AND IC-CAL-STATUS NOT = '05'
004290             AND IC-CAL-STATUS NOT = '23'
004300             AND IC-CAL-STATUS NOT = '46'
004310         MOVE 'CAL-FILE' TO IC-ABEND-FILE
004320         MOVE 'START' TO IC-ABEND-OP
004330         MOVE IC-CAL-STATUS TO IC-ABEND-STATUS
004340         GO TO 9900-ABEND
004350     END-IF.
004360     PERFORM 2100-CHECK-ONE-HOLIDAY THRU 2100-EXIT
004370         UNTIL IC-EOF.
004380     CLOSE CAL-FILE.
004390     IF IC-CAL-STATUS NOT = '00'
004400         MOVE 'CAL-FILE' TO IC-ABEND-FILE
004410         MOVE 'CLOSE' TO IC-ABEND-OP
004420         MOVE IC-CAL-STATUS TO IC-ABEND-STATUS
004430         GO TO 9900-ABEND
004440     END-IF.
004450 2000-EXIT.
004460     EXIT.
004470*
004480*--------------------------------------------------------------*
004490* 2100-CHECK-ONE-HOLIDAY - READ AND CHECK THE NEXT HOLIDAY      *
004500*--------------------------------------------------------------*
004510 2100-CHECK-ONE-HOLIDAY.
004520     READ CAL-FILE NEXT
004530         AT END
004540             SET IC-EOF TO TRUE
004550             GO TO 2100-EXIT
004560     END-READ.
004570     IF IC-CAL-STATUS NOT = '00'
004580         MOVE 'CAL-FILE' TO IC-ABEND-FILE
004590         MOVE 'READ NEXT' TO IC-ABEND-OP
004600         MOVE IC-CAL-STATUS TO IC-ABEND-STATUS
004610         GO TO 9900-ABEND
004620     END-IF.
004630     ADD 1 TO IC-READ-CNT.
004640     MOVE CAL-SITE TO IC-LOOK-SITE.
004650     PERFORM 4000-FIND-SITE THRU 4000-EXIT.
004660     IF IC-SITE-HIT = ZERO
004670         MOVE SPACES TO IC-FND-KEY
004680         STRING CAL-SITE DELIMITED BY SPACE
004690             '/' DELIMITED BY SIZE
004700             CAL-DATE DELIMITED BY SIZE
004710             INTO IC-FND-KEY
004720         MOVE 'SITE NOT ON MASTER' TO IC-FND-TEXT
004730         PERFORM 5000-WRITE-ORPHAN THRU 5000-EXIT
004740         GO TO 2100-EXIT
004750     END-IF.
004760     IF CAL-DATE > IC-CURR-DATE AND CAL-DATE NOT > IC-HORIZON-DATE
004770         MOVE 'Y' TO IC-SIT-HOL-SW(IC-SITE-HIT)
004780     END-IF.
004790 2100-EXIT.
004800     EXIT.
004810*
004820*--------------------------------------------------------------*
004830* 2200-CHECK-HOLDS - EVERY OPERATOR HOLD MUST BE FOR A SITE ON  *
004840*                    THE MASTER                                 *
004850*--------------------------------------------------------------*
004860 2200-CHECK-HOLDS.
004870     MOVE 'HLDFILE' TO IC-FND-FILE.
004880     SET IC-NOT-EOF TO TRUE.
004890     OPEN INPUT HLD-FILE.
004900     EVALUATE TRUE
004910         WHEN IC-HLD-STATUS = '00'
004920             MOVE SPACES TO HLD-KEY
004930             START HLD-FILE KEY NOT < HLD-KEY
004940                 INVALID KEY
004950                     SET IC-EOF TO TRUE
004960             END-START
004970         WHEN IC-HLD-STATUS = '05'
004980             SET IC-EOF TO TRUE
004990         WHEN OTHER
005000             MOVE 'HLD-FILE' TO IC-ABEND-FILE
005010             MOVE 'OPEN INPUT' TO IC-ABEND-OP
005020             MOVE IC-HLD-STATUS TO IC-ABEND-STATUS
005030             GO TO 9900-ABEND
005040     END-EVALUATE.
005050     IF IC-HLD-STATUS NOT = '00' AND IC-HLD-STATUS NOT = '05'
005060             AND IC-HLD-STATUS NOT = '23'
005070             AND IC-HLD-STATUS NOT = '46'
005080         MOVE 'HLD-FILE' TO IC-ABEND-FILE
005090         MOVE 'START' TO IC-ABEND-OP
005100         MOVE IC-HLD-STATUS TO IC-ABEND-STATUS
005110         GO TO 9900-ABEND
005120     END-IF.
005130     PERFORM 2210-CHECK-ONE-HOLD THRU 2210-EXIT
005140         UNTIL IC-EOF.
005150     CLOSE HLD-FILE.
005160     IF IC-HLD-STATUS NOT = '00'
005170         MOVE 'HLD-FILE' TO IC-ABEND-FILE
005180         MOVE 'CLOSE' TO IC-ABEND-OP
005190         MOVE IC-HLD-STATUS TO IC-ABEND-STATUS
005200         GO TO 9900-ABEND
005210     END-IF.
005220 2200-EXIT.
005230     EXIT.
005240*
005250*--------------------------------------------------------------*
005260* 2210-CHECK-ONE-HOLD - READ AND CHECK THE NEXT HOLD            *
005270*--------------------------------------------------------------*
005280 2210-CHECK-ONE-HOLD.
005290     READ HLD-FILE NEXT
005300         AT END
005310             SET IC-EOF TO TRUE
005320             GO TO 2210-EXIT
005330     END-READ.
005340     IF IC-HLD-STATUS NOT = '00'
005350         MOVE 'HLD-FILE' TO IC-ABEND-FILE
005360         MOVE 'READ NEXT' TO IC-ABEND-OP
005370         MOVE IC-HLD-STATUS TO IC-ABEND-STATUS
005380         GO TO 9900-ABEND
005390     END-IF.
005400     ADD 1 TO IC-READ-CNT.
005410     MOVE HLD-SITE TO IC-LOOK-SITE.
005420     PERFORM 4000-FIND-SITE THRU 4000-EXIT.
005430     IF IC-SITE-HIT = ZERO
005440         MOVE SPACES TO IC-FND-KEY
005450         STRING HLD-MODE DELIMITED BY SPACE
005460             '/' DELIMITED BY SIZE
005470             HLD-SITE DELIMITED BY SPACE
005480             INTO IC-FND-KEY
005490         MOVE 'SITE NOT ON MASTER' TO IC-FND-TEXT
005500         PERFORM 5000-WRITE-ORPHAN THRU 5000-EXIT
005510     END-IF.
005520 2210-EXIT.
005530     EXIT.
005540*
005550*--------------------------------------------------------------*
005560* 2300-CHECK-COUNTERS - EVERY RUN-ID COUNTER MUST BE FOR A      *
005570*                       SITE ON THE MASTER                      *
005580*--------------------------------------------------------------*
005590 2300-CHECK-COUNTERS.
005600     MOVE 'CTRFILE' TO IC-FND-FILE.
005610     SET IC-NOT-EOF TO TRUE.
005620     OPEN INPUT CTR-FILE.
005630     EVALUATE TRUE
005640         WHEN IC-CTR-STATUS = '00'
005650             MOVE SPACES TO CTR-KEY
005660             START CTR-FILE KEY NOT < CTR-KEY
005670                 INVALID KEY
005680                     SET IC-EOF TO TRUE
005690             END-START
005700         WHEN IC-CTR-STATUS = '05'
005710             SET IC-EOF TO TRUE
005720         WHEN OTHER
005730             MOVE 'CTR-FILE' TO IC-ABEND-FILE
005740             MOVE 'OPEN INPUT' TO IC-ABEND-OP
005750             MOVE IC-CTR-STATUS TO IC-ABEND-STATUS
005760             GO TO 9900-ABEND
005770     END-EVALUATE.
005780     IF IC-CTR-STATUS NOT = '00' AND IC-CTR-STATUS NOT = '05'
005790             AND IC-CTR-STATUS NOT = '23'
005800             AND IC-CTR-STATUS NOT = '46'
005810         MOVE 'CTR-FILE' TO IC-ABEND-FILE
005820         MOVE 'START' TO IC-ABEND-OP
005830         MOVE IC-CTR-STATUS TO IC-ABEND-STATUS
005840         GO TO 9900-ABEND
005850     END-IF.
005860     PERFORM 2310-CHECK-ONE-COUNTER THRU 2310-EXIT
005870         UNTIL IC-EOF.
005880     CLOSE CTR-FILE.
005890     IF IC-CTR-STATUS NOT = '00'
005900         MOVE 'CTR-FILE' TO IC-ABEND-FILE
005910         MOVE 'CLOSE' TO IC-ABEND-OP
005920         MOVE IC-CTR-STATUS TO IC-ABEND-STATUS
005930         GO TO 9900-ABEND
005940     END-IF.
005950 2300-EXIT.
005960     EXIT.
005970*
005980*--------------------------------------------------------------*
005990* 2310-CHECK-ONE-COUNTER - READ AND CHECK THE NEXT COUNTER      *
006000*--------------------------------------------------------------*
006010 2310-CHECK-ONE-COUNTER.
006020     READ CTR-FILE NEXT
006030         AT END
006040             SET IC-EOF TO TRUE
006050             GO TO 2310-EXIT
006060     END-READ.
006070     IF IC-CTR-STATUS NOT = '00'
006080         MOVE 'CTR-FILE' TO IC-ABEND-FILE
006090         MOVE 'READ NEXT' TO IC-ABEND-OP
006100         MOVE IC-CTR-STATUS TO IC-ABEND-STATUS
006110         GO TO 9900-ABEND
006120     END-IF.
006130     ADD 1 TO IC-READ-CNT.
006140     MOVE CTR-SITE TO IC-LOOK-SITE.
006150     PERFORM 4000-FIND-SITE THRU 4000-EXIT.
006160     IF IC-SITE-HIT = ZERO
006170         MOVE SPACES TO IC-FND-KEY
006180         STRING CTR-MODE DELIMITED BY SPACE
006190             '/' DELIMITED BY SIZE
006200             CTR-SITE DELIMITED BY SPACE
006210             INTO IC-FND-KEY
006220         MOVE 'SITE NOT ON MASTER' TO IC-FND-TEXT
006230         PERFORM 5000-WRITE-ORPHAN THRU 5000-EXIT
006240     END-IF.
006250 2310-EXIT.
006260     EXIT.
006270*
006280*--------------------------------------------------------------*
006290* 2400-CHECK-CHECKPOINTS - EVERY SAME-DAY CHECKPOINT MUST BE    *
006300*                          FOR A SITE ON THE MASTER             *
006310*--------------------------------------------------------------*
006320 2400-CHECK-CHECKPOINTS.
006330     MOVE 'CHKFILE' TO IC-FND-FILE.
006340     SET IC-NOT-EOF TO TRUE.
006350     OPEN INPUT CHK-FILE.
006360     EVALUATE TRUE
006370         WHEN IC-CHK-STATUS = '00'
006380             MOVE ZERO TO CHK-DATE
006390             MOVE SPACES TO CHK-APP-ID
006400             MOVE SPACES TO CHK-SITE
006410             START CHK-FILE KEY NOT < CHK-KEY
006420                 INVALID KEY
006430                     SET IC-EOF TO TRUE
006440             END-START
006450         WHEN IC-CHK-STATUS = '05'
006460             SET IC-EOF TO TRUE
006470         WHEN OTHER
006480             MOVE 'CHK-FILE' TO IC-ABEND-FILE
006490             MOVE 'OPEN INPUT' TO IC-ABEND-OP
006500             MOVE IC-CHK-STATUS TO IC-ABEND-STATUS
006510             GO TO 9900-ABEND
006520     END-EVALUATE.
006530     IF IC-CHK-STATUS NOT = '00' AND IC-CHK-STATUS NOT = '05'
006540             AND IC-CHK-STATUS NOT = '23'
006550             AND IC-CHK-STATUS NOT = '46'
006560         MOVE 'CHK-FILE' TO IC-ABEND-FILE
006570         MOVE 'START' TO IC-ABEND-OP
006580         MOVE IC-CHK-STATUS TO IC-ABEND-STATUS
006590         GO TO 9900-ABEND
006600     END-IF.
006610     PERFORM 2410-CHECK-ONE-CHECKPOINT THRU 2410-EXIT
006620         UNTIL IC-EOF.
006630     CLOSE CHK-FILE.
006640     IF IC-CHK-STATUS NOT = '00'
006650         MOVE 'CHK-FILE' TO IC-ABEND-FILE
006660         MOVE 'CLOSE' TO IC-ABEND-OP
006670         MOVE IC-CHK-STATUS TO IC-ABEND-STATUS
006680         GO TO 9900-ABEND
006690     END-IF.
006700 2400-EXIT.
006710     EXIT.
006720*
006730*--------------------------------------------------------------*
006740* 2410-CHECK-ONE-CHECKPOINT - READ AND CHECK THE NEXT           *
006750*                             CHECKPOINT                        *
006760*--------------------------------------------------------------*
006770 2410-CHECK-ONE-CHECKPOINT.
006780     READ CHK-FILE NEXT
006790         AT END
006800             SET IC-EOF TO TRUE
006810             GO TO 2410-EXIT
006820     END-READ.
006830     IF IC-CHK-STATUS NOT = '00'
006840         MOVE 'CHK-FILE' TO IC-ABEND-FILE
006850         MOVE 'READ NEXT' TO IC-ABEND-OP
006860         MOVE IC-CHK-STATUS TO IC-ABEND-STATUS
006870         GO TO 9900-ABEND
006880     END-IF.
006890     ADD 1 TO IC-READ-CNT.
006900     MOVE CHK-SITE TO IC-LOOK-SITE.
006910     PERFORM 4000-FIND-SITE THRU 4000-EXIT.
006920     IF IC-SITE-HIT = ZERO
006930         MOVE SPACES TO IC-FND-KEY
006940         STRING CHK-DATE DELIMITED BY SIZE
006950             '/' DELIMITED BY SIZE
006960             CHK-APP-ID DELIMITED BY SPACE
006970             '/' DELIMITED BY SIZE
006980             CHK-SITE DELIMITED BY SPACE
006990             INTO IC-FND-KEY
007000         MOVE 'SITE NOT ON MASTER' TO IC-FND-TEXT
007010         PERFORM 5000-WRITE-ORPHAN THRU 5000-EXIT
007020     END-IF.
007030 2410-EXIT.
007040     EXIT.
007050*
007060*--------------------------------------------------------------*
007070* 2500-CHECK-ALERTS - EVERY ALERT STILL OPEN OR ACKED MUST BE   *
007080*                     FOR A SITE ON THE MASTER, OR NOBODY CAN   *
007090*                     BE PAGED FOR IT.  CLOSED ALERTS ARE       *
007100*                     HISTORY AND ARE NOT CHECKED.              *
007110*--------------------------------------------------------------*
007120 2500-CHECK-ALERTS.
007130     MOVE 'ALTSTAT' TO IC-FND-FILE.
007140     SET IC-NOT-EOF TO TRUE.
007150     OPEN INPUT ALS-FILE.
007160     EVALUATE TRUE
007170         WHEN IC-ALS-STATUS = '00'
007180             MOVE ZERO TO ALS-DATE
007190             MOVE SPACES TO ALS-TIME
007200             MOVE SPACES TO ALS-SITE
007210             MOVE ZERO TO ALS-SEVERITY
007220             START ALS-FILE KEY NOT < ALS-KEY
007230                 INVALID KEY
007240                     SET IC-EOF TO TRUE
007250             END-START
007260         WHEN IC-ALS-STATUS = '05'
007270             SET IC-EOF TO TRUE
007280         WHEN OTHER
007290             MOVE 'ALS-FILE' TO IC-ABEND-FILE
007300             MOVE 'OPEN INPUT' TO IC-ABEND-OP
007310             MOVE IC-ALS-STATUS TO IC-ABEND-STATUS
007320             GO TO 9900-ABEND
007330     END-EVALUATE.
007340     IF IC-ALS-STATUS NOT = '00' AND IC-ALS-STATUS NOT = '05'
007350             AND IC-ALS-STATUS NOT = '23'
007360             AND IC-ALS-STATUS NOT = '46'
007370         MOVE 'ALS-FILE' TO IC-ABEND-FILE
007380         MOVE 'START' TO IC-ABEND-OP
007390         MOVE IC-ALS-STATUS TO IC-ABEND-STATUS
007400         GO TO 9900-ABEND
007410     END-IF.
007420     PERFORM 2510-CHECK-ONE-ALERT THRU 2510-EXIT
007430         UNTIL IC-EOF.
007440     CLOSE ALS-FILE.
007450     IF IC-ALS-STATUS NOT = '00'
007460         MOVE 'ALS-FILE' TO IC-ABEND-FILE
007470         MOVE 'CLOSE' TO IC-ABEND-OP
007480         MOVE IC-ALS-STATUS TO IC-ABEND-STATUS
007490         GO TO 9900-ABEND
007500     END-IF.
007510 2500-EXIT.
007520     EXIT.
007530*
007540*--------------------------------------------------------------*
007550* 2510-CHECK-ONE-ALERT - READ THE NEXT ALERT STATUS AND CHECK   *
007560*                        IT WHEN IT IS NOT CLOSED               *
007570*--------------------------------------------------------------*
007580 2510-CHECK-ONE-ALERT.
007590     READ ALS-FILE NEXT
007600         AT END
007610             SET IC-EOF TO TRUE
007620             GO TO 2510-EXIT
007630     END-READ.
007640     IF IC-ALS-STATUS NOT = '00'
007650         MOVE 'ALS-FILE' TO IC-ABEND-FILE
007660         MOVE 'READ NEXT' TO IC-ABEND-OP
007670         MOVE IC-ALS-STATUS TO IC-ABEND-STATUS
007680         GO TO 9900-ABEND
007690     END-IF.
007700     IF ALS-CLOSED
007710         GO TO 2510-EXIT
007720     END-IF.
007730     ADD 1 TO IC-READ-CNT.
007740     MOVE ALS-SITE TO IC-LOOK-SITE.
007750     PERFORM 4000-FIND-SITE THRU 4000-EXIT.
007760     IF IC-SITE-HIT = ZERO
007770         MOVE SPACES TO IC-FND-KEY
007780         STRING ALS-DATE DELIMITED BY SIZE
007790             '/' DELIMITED BY SIZE
007800             ALS-TIME DELIMITED BY SIZE
007810             '/' DELIMITED BY SIZE
007820             ALS-SITE DELIMITED BY SPACE
007830             '/' DELIMITED BY SIZE
007840             ALS-SEVERITY DELIMITED BY SIZE
007850             INTO IC-FND-KEY
007860         MOVE 'SITE NOT ON MASTER' TO IC-FND-TEXT
007870         PERFORM 5000-WRITE-ORPHAN THRU 5000-EXIT
007880     END-IF.
007890 2510-EXIT.
007900     EXIT.
007910*
007920*--------------------------------------------------------------*
007930* 2600-CHECK-RUN-CONTROLS - EVERY BATCH-WINDOW KEYWORD ON THE   *
007940*                           PARMFILE MUST CARRY THE WINDOW      *
007950*                           TOKEN OF A SITE ON THE MASTER.  A   *
007960*                           MATCHED KEYWORD IS TICKED OFF IN    *
007970*                           THE SITE TABLE FOR THE GAP CHECK.   *
007980*--------------------------------------------------------------*
007990 2600-CHECK-RUN-CONTROLS.
008000     MOVE 'PARMFILE' TO IC-FND-FILE.
008010     SET IC-NOT-EOF TO TRUE.
008020     OPEN INPUT PRM-FILE.
008030     EVALUATE TRUE
008040         WHEN IC-PRM-STATUS = '00'
008050             PERFORM 2690-READ-RUN-CONTROL THRU 2690-EXIT
008060         WHEN IC-PRM-STATUS = '05'
008070             SET IC-EOF TO TRUE
008080         WHEN OTHER
008090             MOVE 'PRM-FILE' TO IC-ABEND-FILE
008100             MOVE 'OPEN INPUT' TO IC-ABEND-OP
008110             MOVE IC-PRM-STATUS TO IC-ABEND-STATUS
008120             GO TO 9900-ABEND
008130     END-EVALUATE.
008140     PERFORM 2610-CHECK-ONE-CONTROL THRU 2610-EXIT
008150         UNTIL IC-EOF.
008160     CLOSE PRM-FILE.
008170     IF IC-PRM-STATUS NOT = '00'
008180         MOVE 'PRM-FILE' TO IC-ABEND-FILE
008190         MOVE 'CLOSE' TO IC-ABEND-OP
008200         MOVE IC-PRM-STATUS TO IC-ABEND-STATUS
008210         GO TO 9900-ABEND
008220     END-IF.
008230 2600-EXIT.
008240     EXIT.
008250*
008260*--------------------------------------------------------------*
008270* 2610-CHECK-ONE-CONTROL - CHECK ONE KEYWORD=VALUE RECORD, THEN *
008280*                          READ THE NEXT.  BLANK RECORDS, '*'   *
008290*                          COMMENTS, AND KEYWORDS THAT ARE NOT  *
008300*                          BATCH-WINDOW KEYWORDS ARE SKIPPED.   *
008310*--------------------------------------------------------------*
008320 2610-CHECK-ONE-CONTROL.
008330     IF PRM-RECORD = SPACES OR PRM-REC-BYTE-1 = '*'
008340         GO TO 2610-NEXT
008350     END-IF.
008360     MOVE SPACES TO IC-PRM-KEYWORD.
008370     MOVE SPACES TO IC-PRM-VALUE.
008380     UNSTRING PRM-RECORD DELIMITED BY '='
008390         INTO IC-PRM-KEYWORD IC-PRM-VALUE.
008400     IF NOT IC-KW-DAILY-START AND NOT IC-KW-DAILY-END
008410             AND NOT IC-KW-ME-START AND NOT IC-KW-ME-END
008420         GO TO 2610-NEXT
008430     END-IF.
008440     ADD 1 TO IC-READ-CNT.
008450     MOVE ZERO TO IC-SITE-HIT.
008460     MOVE ZERO TO IC-SITE-SUB.
008470     PERFORM 2620-MATCH-SITE-KEYWORD THRU 2620-EXIT
008480         UNTIL IC-SITE-HIT > ZERO
008490             OR IC-SITE-SUB NOT < IC-SITE-CNT.
008500     IF IC-SITE-HIT = ZERO
008510         MOVE IC-PRM-KEYWORD TO IC-FND-KEY
008520         MOVE 'TOKEN MATCHES NO SITE' TO IC-FND-TEXT
008530         PERFORM 5000-WRITE-ORPHAN THRU 5000-EXIT
008540     END-IF.
008550 2610-NEXT.
008560     PERFORM 2690-READ-RUN-CONTROL THRU 2690-EXIT.
008570 2610-EXIT.
008580     EXIT.
008590*
008600*--------------------------------------------------------------*
008610* 2620-MATCH-SITE-KEYWORD - TEST THE KEYWORD AGAINST THE FOUR   *
008620*                           WINDOW KEYWORDS OF THE NEXT SITE    *
008630*                           TABLE ENTRY, BUILT AS HELLO-WORLD   *
008640*                           BUILDS THEM, AND TICK OFF A MATCH   *
008650*--------------------------------------------------------------*
008660 2620-MATCH-SITE-KEYWORD.
008670     ADD 1 TO IC-SITE-SUB.
008680     MOVE SPACES TO IC-PRM-CAND.
008690     STRING 'DAILY-WIN-START-' DELIMITED BY SIZE
008700         IC-SIT-WIN-TOKEN(IC-SITE-SUB) DELIMITED BY SPACE
008710         INTO IC-PRM-CAND.
008720     IF IC-PRM-KEYWORD = IC-PRM-CAND
008730         MOVE IC-SITE-SUB TO IC-SITE-HIT
008740         MOVE 'Y' TO IC-SIT-DS-SW(IC-SITE-SUB)
008750         GO TO 2620-EXIT
008760     END-IF.
008770     MOVE SPACES TO IC-PRM-CAND.
008780     STRING 'DAILY-WIN-END-' DELIMITED BY SIZE
008790         IC-SIT-WIN-TOKEN(IC-SITE-SUB) DELIMITED BY SPACE
008800         INTO IC-PRM-CAND.
008810     IF IC-PRM-KEYWORD = IC-PRM-CAND
008820         MOVE IC-SITE-SUB TO IC-SITE-HIT
008830         MOVE 'Y' TO IC-SIT-DE-SW(IC-SITE-SUB)
008840         GO TO 2620-EXIT
008850     END-IF.
008860     MOVE SPACES TO IC-PRM-CAND.
008870     STRING 'MONTHEND-WIN-START-' DELIMITED BY SIZE
008880         IC-SIT-WIN-TOKEN(IC-SITE-SUB) DELIMITED BY SPACE
008890         INTO IC-PRM-CAND.
008900     IF IC-PRM-KEYWORD = IC-PRM-CAND
008910         MOVE IC-SITE-SUB TO IC-SITE-HIT
008920         MOVE 'Y' TO IC-SIT-MS-SW(IC-SITE-SUB)
008930         GO TO 2620-EXIT
008940     END-IF.
008950     MOVE SPACES TO IC-PRM-CAND.
008960     STRING 'MONTHEND-WIN-END-' DELIMITED BY SIZE
008970         IC-SIT-WIN-TOKEN(IC-SITE-SUB) DELIMITED BY SPACE
008980         INTO IC-PRM-CAND.
008990     IF IC-PRM-KEYWORD = IC-PRM-CAND
009000         MOVE IC-SITE-SUB TO IC-SITE-HIT
009010         MOVE 'Y' TO IC-SIT-ME-SW(IC-SITE-SUB)
009020     END-IF.
009030 2620-EXIT.
009040     EXIT.
009050*
009060*--------------------------------------------------------------*
009070* 2690-READ-RUN-CONTROL - READ THE NEXT RUN-CONTROL RECORD OR   *
009080*                         SET EOF                               *
009090*--------------------------------------------------------------*
009100 2690-READ-RUN-CONTROL.
009110     READ PRM-FILE
009120         AT END
009130             SET IC-EOF TO TRUE
009140     END-READ.
009150     IF IC-PRM-STATUS NOT = '00' AND IC-PRM-STATUS NOT = '10'
009160         MOVE 'PRM-FILE' TO IC-ABEND-FILE
009170         MOVE 'READ' TO IC-ABEND-OP
009180         MOVE IC-PRM-STATUS TO IC-ABEND-STATUS
009190         GO TO 9900-ABEND
009200     END-IF.
009210 2690-EXIT.
009220     EXIT.
009230*
009240*--------------------------------------------------------------*
009250* 3000-CHECK-SITE-GAPS - THE REVERSE DIRECTION: EVERY SITE ON   *
009260*                        THE MASTER MUST HAVE ALL FOUR BATCH-   *
009270*                        WINDOW KEYWORDS (HELLO-WORLD REFUSES   *
009280*                        TO RUN WITHOUT THEM) AND A HOLIDAY     *
009290*                        LOADED INSIDE THE HORIZON              *
009300*--------------------------------------------------------------*
009310 3000-CHECK-SITE-GAPS.
009320     MOVE 'GAPS - SITES ON SITFILE MISSING A REQUIRED ENTRY'
009330         TO IC-RPT-SEC-LBL.
009340     WRITE RPT-RECORD FROM IC-RPT-SEC-1.
009350     PERFORM 5900-CHECK-RPT-STATUS THRU 5900-EXIT.
009360     MOVE ZERO TO IC-SITE-SUB.
009370     PERFORM 3100-CHECK-ONE-SITE THRU 3100-EXIT
009380         UNTIL IC-SITE-SUB NOT < IC-SITE-CNT.
009390     IF IC-WIN-GAP-CNT = ZERO AND IC-CAL-GAP-CNT = ZERO
009400         MOVE 'NO GAPS FOUND' TO IC-RPT-SEC-LBL
009410         WRITE RPT-RECORD FROM IC-RPT-SEC-1
009420         PERFORM 5900-CHECK-RPT-STATUS THRU 5900-EXIT
009430     END-IF.
009440 3000-EXIT.
009450     EXIT.
009460*
009470*--------------------------------------------------------------*
009480* 3100-CHECK-ONE-SITE - REPORT EACH MISSING WINDOW KEYWORD BY   *
009490*                       THE KEYWORD THAT SHOULD SUPPLY IT, AND  *
009500*                       A MISSING COMING-YEAR CALENDAR          *
009510*--------------------------------------------------------------*
009520 3100-CHECK-ONE-SITE.
009530     ADD 1 TO IC-SITE-SUB.
009540     MOVE 'PARMFILE' TO IC-FND-FILE.
009550     MOVE 'KEYWORD MISSING' TO IC-FND-TEXT.
009560     IF IC-SIT-DS-SW(IC-SITE-SUB) NOT = 'Y'
009570         MOVE SPACES TO IC-FND-KEY
009580         STRING 'DAILY-WIN-START-' DELIMITED BY SIZE
009590             IC-SIT-WIN-TOKEN(IC-SITE-SUB) DELIMITED BY SPACE
009600             INTO IC-FND-KEY
009610         PERFORM 5100-WRITE-WINDOW-GAP THRU 5100-EXIT
009620     END-IF.
009630     IF IC-SIT-DE-SW(IC-SITE-SUB) NOT = 'Y'
009640         MOVE SPACES TO IC-FND-KEY
009650         STRING 'DAILY-WIN-END-' DELIMITED BY SIZE
009660             IC-SIT-WIN-TOKEN(IC-SITE-SUB) DELIMITED BY SPACE
009670             INTO IC-FND-KEY
009680         PERFORM 5100-WRITE-WINDOW-GAP THRU 5100-EXIT
009690     END-IF.
009700     IF IC-SIT-MS-SW(IC-SITE-SUB) NOT = 'Y'
009710         MOVE SPACES TO IC-FND-KEY
009720         STRING 'MONTHEND-WIN-START-' DELIMITED BY SIZE
009730             IC-SIT-WIN-TOKEN(IC-SITE-SUB) DELIMITED BY SPACE
009740             INTO IC-FND-KEY
009750         PERFORM 5100-WRITE-WINDOW-GAP THRU 5100-EXIT
009760     END-IF.
009770     IF IC-SIT-ME-SW(IC-SITE-SUB) NOT = 'Y'
009780         MOVE SPACES TO IC-FND-KEY
009790         STRING 'MONTHEND-WIN-END-' DELIMITED BY SIZE
009800             IC-SIT-WIN-TOKEN(IC-SITE-SUB) DELIMITED BY SPACE
009810             INTO IC-FND-KEY
009820         PERFORM 5100-WRITE-WINDOW-GAP THRU 5100-EXIT
009830     END-IF.
009840     IF IC-SIT-HOL-SW(IC-SITE-SUB) NOT = 'Y'
009850         MOVE 'CALFILE' TO IC-FND-FILE
009860         MOVE IC-SIT-CODE(IC-SITE-SUB) TO IC-FND-KEY
009870         MOVE 'NO HOLIDAY IN HORIZON' TO IC-FND-TEXT
009880         PERFORM 5200-WRITE-CALENDAR-GAP THRU 5200-EXIT
009890     END-IF.
009900 3100-EXIT.
009910     EXIT.
009920*
009930*--------------------------------------------------------------*
009940* 4000-FIND-SITE - LOCATE IC-LOOK-SITE IN THE SITE TABLE;       *
009950*                  IC-SITE-HIT IS ZERO WHEN IT IS NOT THERE     *
009960*--------------------------------------------------------------*
009970 4000-FIND-SITE.
009980     MOVE ZERO TO IC-SITE-HIT.
009990     MOVE ZERO TO IC-SITE-SUB.
010000     PERFORM 4010-MATCH-SITE THRU 4010-EXIT
010010         UNTIL IC-SITE-HIT > ZERO
010020             OR IC-SITE-SUB NOT < IC-SITE-CNT.
010030 4000-EXIT.
010040     EXIT.
010050*
010060*--------------------------------------------------------------*
010070* 4010-MATCH-SITE - TEST THE NEXT SITE TABLE ENTRY              *
010080*--------------------------------------------------------------*
010090 4010-MATCH-SITE.
010100     ADD 1 TO IC-SITE-SUB.
010110     IF IC-SIT-CODE(IC-SITE-SUB) = IC-LOOK-SITE
010120         MOVE IC-SITE-SUB TO IC-SITE-HIT
010130     END-IF.
010140 4010-EXIT.
010150     EXIT.
010160*
010170*--------------------------------------------------------------*
010180* 5000-WRITE-ORPHAN - LIST ONE ORPHAN AND RAISE THE RETURN CODE *
010190*                     TO 8 SO THE SCHEDULE STOPS                *
010200*--------------------------------------------------------------*
010210 5000-WRITE-ORPHAN.
010220     ADD 1 TO IC-ORPHAN-CNT.
010230     MOVE 'ORPHAN' TO IC-FND-TYPE-OUT.
010240     PERFORM 5500-WRITE-FINDING THRU 5500-EXIT.
010250     IF RETURN-CODE < 8
010260         MOVE 8 TO RETURN-CODE
010270     END-IF.
010280 5000-EXIT.
010290     EXIT.
010300*
010310*--------------------------------------------------------------*
010320* 5100-WRITE-WINDOW-GAP - LIST ONE MISSING WINDOW KEYWORD AND   *
010330*                         RAISE THE RETURN CODE TO 8, SINCE THE *
010340*                         NIGHTLY CYCLE WILL NOT START WITHOUT  *
010350*                         IT                                    *
010360*--------------------------------------------------------------*
010370 5100-WRITE-WINDOW-GAP.
010380     ADD 1 TO IC-WIN-GAP-CNT.
010390     MOVE 'GAP' TO IC-FND-TYPE-OUT.
010400     PERFORM 5500-WRITE-FINDING THRU 5500-EXIT.
010410     IF RETURN-CODE < 8
010420         MOVE 8 TO RETURN-CODE
010430     END-IF.
010440 5100-EXIT.
010450     EXIT.
010460*
010470*--------------------------------------------------------------*
010480* 5200-WRITE-CALENDAR-GAP - LIST ONE SITE WITHOUT A COMING-YEAR *
010490*                           CALENDAR AND RAISE THE RETURN CODE  *
010500*                           TO 4                                *
010510*--------------------------------------------------------------*
010520 5200-WRITE-CALENDAR-GAP.
010530     ADD 1 TO IC-CAL-GAP-CNT.
010540     MOVE 'GAP' TO IC-FND-TYPE-OUT.
010550     PERFORM 5500-WRITE-FINDING THRU 5500-EXIT.
010560     IF RETURN-CODE < 4
010570         MOVE 4 TO RETURN-CODE
010580     END-IF.
010590 5200-EXIT.
010600     EXIT.
010610*
010620*--------------------------------------------------------------*
010630* 5500-WRITE-FINDING - WRITE THE FINDING LINE FROM THE WORK     *
010640*                      AREA                                     *
010650*--------------------------------------------------------------*
010660 5500-WRITE-FINDING.
010670     MOVE IC-FND-FILE TO IC-FND-FILE-OUT.
010680     MOVE IC-FND-KEY TO IC-FND-KEY-OUT.
010690     MOVE IC-FND-TEXT TO IC-FND-TEXT-OUT.
010700     WRITE RPT-RECORD FROM IC-RPT-FND-1.
010710     PERFORM 5900-CHECK-RPT-STATUS THRU 5900-EXIT.
010720 5500-EXIT.
010730     EXIT.
010740*
010750*--------------------------------------------------------------*
010760* 5900-CHECK-RPT-STATUS - COMMON STATUS CHECK AFTER EACH        *
010770*                         REPORT LINE WRITE                     *
010780*--------------------------------------------------------------*
010790 5900-CHECK-RPT-STATUS.
010800     IF IC-RPT-STATUS NOT = '00'
010810         MOVE 'RPT-FILE' TO IC-ABEND-FILE
010820         MOVE 'WRITE' TO IC-ABEND-OP
010830         MOVE IC-RPT-STATUS TO IC-ABEND-STATUS
010840         GO TO 9900-ABEND
010850     END-IF.
010860 5900-EXIT.
010870     EXIT.
010880*
010890*--------------------------------------------------------------*
010900* 8000-PRINT-TOTALS - SWEEP COUNTS                              *
010910*--------------------------------------------------------------*
010920 8000-PRINT-TOTALS.
010930     MOVE 'SITES ON MASTER:' TO IC-RPT-TOT-LBL.
010940     MOVE IC-SITE-CNT TO IC-RPT-TOT-CNT.
010950     WRITE RPT-RECORD FROM IC-RPT-TOT-1.
010960     PERFORM 5900-CHECK-RPT-STATUS THRU 5900-EXIT.
010970     MOVE 'RECORDS CHECKED:' TO IC-RPT-TOT-LBL.
010980     MOVE IC-READ-CNT TO IC-RPT-TOT-CNT.
010990     WRITE RPT-RECORD FROM IC-RPT-TOT-1.
011000     PERFORM 5900-CHECK-RPT-STATUS THRU 5900-EXIT.
011010     MOVE 'ORPHANS:        ' TO IC-RPT-TOT-LBL.
011020     MOVE IC-ORPHAN-CNT TO IC-RPT-TOT-CNT.
011030     WRITE RPT-RECORD FROM IC-RPT-TOT-1.
011040     PERFORM 5900-CHECK-RPT-STATUS THRU 5900-EXIT.
011050     MOVE 'WINDOW GAPS:    ' TO IC-RPT-TOT-LBL.
011060     MOVE IC-WIN-GAP-CNT TO IC-RPT-TOT-CNT.
011070     WRITE RPT-RECORD FROM IC-RPT-TOT-1.
011080     PERFORM 5900-CHECK-RPT-STATUS THRU 5900-EXIT.
011090     MOVE 'CALENDAR GAPS:  ' TO IC-RPT-TOT-LBL.
011100     MOVE IC-CAL-GAP-CNT TO IC-RPT-TOT-CNT.
011110     WRITE RPT-RECORD FROM IC-RPT-TOT-1.
011120     PERFORM 5900-CHECK-RPT-STATUS THRU 5900-EXIT.
011130 8000-EXIT.
011140     EXIT.
011150*
011160*--------------------------------------------------------------*
011170* 9000-TERMINATE - CLOSE THE REPORT                             *
011180*--------------------------------------------------------------*
011190 9000-TERMINATE.
011200     CLOSE RPT-FILE.
011210     IF IC-RPT-STATUS NOT = '00'
011220         MOVE 'RPT-FILE' TO IC-ABEND-FILE
011230         MOVE 'CLOSE' TO IC-ABEND-OP
011240         MOVE IC-RPT-STATUS TO IC-ABEND-STATUS
011250         GO TO 9900-ABEND
011260     END-IF.
011270 9000-EXIT.
011280     EXIT.
011290*
011300*--------------------------------------------------------------*
011310* 9900-ABEND - COMMON FILE-ERROR HANDLER, MATCHING THE          *
011320*              CONVENTION USED BY HELLO-WORLD                   *
011330*--------------------------------------------------------------*
011340 9900-ABEND.
011350     DISPLAY 'HWINTCHK FILE ERROR - FILE: ' IC-ABEND-FILE
011360         ' OPERATION: ' IC-ABEND-OP ' STATUS: ' IC-ABEND-STATUS.
011370     MOVE 16 TO RETURN-CODE.
011380     STOP RUN.
