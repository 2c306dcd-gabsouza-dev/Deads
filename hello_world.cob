001600*    09/03/2026 RLM   RESEQUENCED THE SOURCE LINE NUMBERS,     *
001610*                     WHICH HAD FALLEN OUT OF ORDER ACROSS     *
001620*                     THE RECENT CHANGES.                      *
001630*    10/15/2026 RLM   ADDED A CATCHUP RUN MODE FOR RECOVERY    *
001640*                     AFTER AN OUTAGE: EVERY BUSINESS DATE     *
001650*                     MISSED SINCE THE COUNTER'S LAST RUN      *
001660*                     DATE (PER HWBUSDAY) GETS ITS OWN         *
001670*                     BACKDATED DAILY CYCLE, IN DATE ORDER,    *
001680*                     WITH ITS OWN RUN-ID, CHECKPOINT,         *
001690*                     HEARTBEAT, EVENT, AND ARCHIVED REPORT,   *
001700*                     HONORING THE HOLD AND DUPLICATE CHECKS   *
001710*                     PER DATE, FOLLOWED BY ONE SUMMARY.       *
001720*    10/15/2026 RLM   RESEQUENCED THE SOURCE LINE NUMBERS.     *
001730*    10/15/2026 RLM   CHECKPOINT RECORD LAYOUT MOVED TO THE    *
001740*                     HWCHKREC COPYBOOK NOW THAT THE HWDOSINQ  *
001750*                     RUN DOSSIER READS CHKFILE AS WELL.       *
001760*    10/15/2026 RLM   ADDED THE PLANNED MAINTENANCE WINDOW     *
001770*                     CHECK (SEE HWMWNREC/HWMWNMNT): A         *
001780*                     SEVERITY 08 OR 12 ALERT RAISED WHILE A   *
001790*                     WINDOW IS ACTIVE FOR THE RUN'S SITE IS   *
001800*                     STILL WRITTEN, BUT WITH THE PAGE SWITCH  *
001810*                     FORCED OFF AND MARKED SUPPRESSED; THE    *
001820*                     CYCLE ITSELF RUNS AS NORMAL, AND AN      *
001830*                     ABEND STILL PAGES.  SOURCE RESEQUENCED.  *
001831*    10/15/2026 RLM   A CATCHUP RUN NOW OPENS THE REPORT ONLY  *
001832*                     WHEN ITS FIRST MISSED DATE PASSES THE    *
001833*                     HOLD AND DUPLICATE CHECKS, SO A CATCHUP  *
001834*                     WITH NOTHING TO RUN NO LONGER TRUNCATES  *
001835*                     RPTFILE; ITS SUMMARY THEN GOES TO SYSOUT *
001836*                     ONLY.                                    *
001840*--------------------------------------------------------------*
001850*--------------------------------------------------------------*
001860* RETURN-CODE LEGEND -- THE HIGHEST CODE SET DURING THE RUN     *
001870* WINS.  CODES ARE NOT CUMULATIVE; A CHECK ONLY RAISES THE      *
001880* RETURN CODE, IT NEVER LOWERS ONE ALREADY SET BY AN EARLIER    *
001890* CHECK.                                                        *
001900*    00  NORMAL COMPLETION                                      *
001910*    02  RUN HELD BY OPERATOR CONTROL - NO CYCLE RUN             *
001920*    04  RUN STARTED OUTSIDE ITS APPROVED BATCH WINDOW           *
001930*    08  RUN SKIPPED - CHECKPOINT MARKER ALREADY EXISTS TODAY    *
001940*    12  RECONCILIATION WARNING - RUN-ID/DATE GAP BY MODE        *
001950*    16  ABEND - UNEXPECTED FILE STATUS ON A FILE OPERATION      *
001960* A CATCHUP RUN RETURNS THE HIGHEST CODE SET BY ANY OF THE      *
001970* BACKDATED CYCLES IT RAN.                                      *
001980*--------------------------------------------------------------*
001990 ENVIRONMENT DIVISION.
002000 INPUT-OUTPUT SECTION.
002010 FILE-CONTROL.
002020     SELECT RPT-FILE ASSIGN TO RPTFILE
002030         ORGANIZATION IS LINE SEQUENTIAL
002040         FILE STATUS IS HW-RPT-STATUS.
002050
002060     SELECT CTR-FILE ASSIGN TO CTRFILE
002070         ORGANIZATION IS INDEXED
002080         ACCESS MODE IS DYNAMIC
002090         RECORD KEY IS CTR-KEY
002100         FILE STATUS IS HW-CTR-STATUS.
002110
002120     SELECT CHK-FILE ASSIGN TO CHKFILE
002130         ORGANIZATION IS INDEXED
002140         ACCESS MODE IS DYNAMIC
002150         RECORD KEY IS CHK-KEY
002160         FILE STATUS IS HW-CHK-STATUS.
002170
002180     SELECT HB-FILE ASSIGN TO HBFILE
002190         ORGANIZATION IS LINE SEQUENTIAL
002200         FILE STATUS IS HW-HBT-STATUS.
002210
002220     SELECT PRM-FILE ASSIGN TO PARMFILE
002230         ORGANIZATION IS LINE SEQUENTIAL
002240         FILE STATUS IS HW-PRM-STATUS.
002250
002260     SELECT OPTIONAL RPA-FILE ASSIGN TO RPAFILE
002270         ORGANIZATION IS INDEXED
002280         ACCESS MODE IS DYNAMIC
002290         RECORD KEY IS RPA-KEY
002300         FILE STATUS IS HW-RPA-STATUS.
002310
002320     SELECT EVT-FILE ASSIGN TO EVTFILE
002330         ORGANIZATION IS LINE SEQUENTIAL
002340         FILE STATUS IS HW-EVT-STATUS.
002350
002360     SELECT ALT-FILE ASSIGN TO ALTFILE
002370         ORGANIZATION IS LINE SEQUENTIAL
002380         FILE STATUS IS HW-ALT-STATUS.
002390
002400     SELECT SIT-FILE ASSIGN TO SITFILE
002410         ORGANIZATION IS INDEXED
002420         ACCESS MODE IS DYNAMIC
002430         RECORD KEY IS SIT-KEY
002440         FILE STATUS IS HW-SIT-STATUS.
002450
002460     SELECT OPTIONAL STS-FILE ASSIGN TO STSFILE
002470         ORGANIZATION IS INDEXED
002480         ACCESS MODE IS DYNAMIC
002490         RECORD KEY IS STS-KEY
002500         FILE STATUS IS HW-STS-STATUS.
002510
002520     SELECT OPTIONAL HLD-FILE ASSIGN TO HLDFILE
002530         ORGANIZATION IS INDEXED
002540         ACCESS MODE IS DYNAMIC
002550         RECORD KEY IS HLD-KEY
002560         FILE STATUS IS HW-HLD-STATUS.
002570
002580     SELECT OPTIONAL MWN-FILE ASSIGN TO MNTWIN
002590         ORGANIZATION IS INDEXED
002600         ACCESS MODE IS DYNAMIC
002610         RECORD KEY IS MWN-KEY
002620         FILE STATUS IS HW-MWN-STATUS.
002630*
002640 DATA DIVISION.
002650 FILE SECTION.
002660 FD  RPT-FILE
002670     LABEL RECORDS ARE STANDARD
002680     RECORD CONTAINS 80 CHARACTERS.
002690 01  RPT-RECORD                  PIC X(80).
002700*
002710 FD  CTR-FILE
002720     LABEL RECORDS ARE STANDARD.
002730 COPY HWCTRREC.
002740*
002750 FD  CHK-FILE
002760     LABEL RECORDS ARE STANDARD.
002770 COPY HWCHKREC.
002780*
002790 FD  HB-FILE
002800     LABEL RECORDS ARE STANDARD
002810     RECORD CONTAINS 80 CHARACTERS.
002820 COPY HWHBREC.
002830*
002840 FD  PRM-FILE
002850     LABEL RECORDS ARE STANDARD
002860     RECORD CONTAINS 80 CHARACTERS.
002870 01  PRM-RECORD                  PIC X(80).
002880 01  PRM-RECORD-X.
002890     05  PRM-REC-BYTE-1          PIC X(01).
002900     05  FILLER                  PIC X(79).
002910*
002920 FD  RPA-FILE
002930     LABEL RECORDS ARE STANDARD.
002940 COPY HWRPAREC.
002950*
002960 FD  EVT-FILE
002970     LABEL RECORDS ARE STANDARD
002980     RECORD CONTAINS 80 CHARACTERS.
002990 COPY HWEVTREC.
003000*
003010 FD  ALT-FILE
003020     LABEL RECORDS ARE STANDARD
003030     RECORD CONTAINS 132 CHARACTERS.
003040 COPY HWALTREC.
003050*
003060 FD  SIT-FILE
003070     LABEL RECORDS ARE STANDARD.
003080 COPY HWSITREC.
003090*
003100 FD  STS-FILE
003110     LABEL RECORDS ARE STANDARD.
003120 COPY HWSTSREC.
003130*
003140 FD  HLD-FILE
003150     LABEL RECORDS ARE STANDARD.
003160 COPY HWHLDREC.
003170*
003180 FD  MWN-FILE
003190     LABEL RECORDS ARE STANDARD.
003200 COPY HWMWNREC.
003210*
003220 WORKING-STORAGE SECTION.
003230 01  CURRENT-DATE                PIC 9(08) VALUE ZERO.
003240 01  CURRENT-TIME                PIC X(06) VALUE SPACES.
003250 01  HW-TIME-NUM REDEFINES CURRENT-TIME
003260                             PIC 9(06).
003270 01  HW-RUN-ID                   PIC 9(09) VALUE ZERO.
003280 01  HW-RUN-MODE                 PIC X(08) VALUE 'DAILY'.
003290     88  HW-MODE-DAILY                     VALUE 'DAILY'.
003300     88  HW-MODE-MONTHEND                  VALUE 'MONTHEND'.
003310     88  HW-MODE-ADHOC                     VALUE 'ADHOC'.
003320 01  HW-RUN-SITE                 PIC X(08) VALUE SPACES.
003330 01  HW-PREFLIGHT-SW             PIC X(01) VALUE 'N'.
003340     88  HW-PREFLIGHT                      VALUE 'Y'.
003350     88  HW-NOT-PREFLIGHT                  VALUE 'N'.
003360 01  HW-RESTART-SW               PIC X(01) VALUE 'N'.
003370     88  HW-RESTART                        VALUE 'Y'.
003380     88  HW-NOT-RESTART                    VALUE 'N'.
003390 01  HW-HELD-SW                  PIC X(01) VALUE 'N'.
003400     88  HW-HELD                           VALUE 'Y'.
003410     88  HW-NOT-HELD                       VALUE 'N'.
003420 01  HW-CATCHUP-SW               PIC X(01) VALUE 'N'.
003430     88  HW-CATCHUP                        VALUE 'Y'.
003440 01  HW-CHK-STEP                 PIC X(08) VALUE SPACES.
003450*
003460*--------------------------------------------------------------*
003470* APPROVED BATCH WINDOW BY RUN MODE (HHMMSS, OVERNIGHT SPANS    *
003480* MIDNIGHT) -- ADHOC RUNS ARE NOT WINDOW-CHECKED.  THE PER-SITE *
003490* VALUES, IN EACH SITE'S LOCAL TIME, ARE LOADED FROM THE        *
003500* PARMFILE RUN-CONTROL FILE BY 1020-LOAD-RUN-CONTROLS INTO THE  *
003510* SITE TABLE; THE 999999 SENTINEL MARKS A CONTROL NOT YET       *
003520* SUPPLIED, AND 1040-VALIDATE-RUN-CONTROLS REFUSES TO RUN WITH  *
003530* ONE.  THE ACTIVE FIELDS ARE SET BY 1070-SET-SITE-WINDOW.      *
003540*--------------------------------------------------------------*
003550 01  HW-DAILY-WIN-START          PIC 9(06) VALUE 999999.
003560 01  HW-DAILY-WIN-END            PIC 9(06) VALUE 999999.
003570 01  HW-MONTHEND-WIN-START       PIC 9(06) VALUE 999999.
003580 01  HW-MONTHEND-WIN-END         PIC 9(06) VALUE 999999.
003590*
003600*--------------------------------------------------------------*
003610* SITE TABLE, LOADED FROM THE SITFILE SITE MASTER BY            *
003620* 1005-LOAD-SITE-MASTER.  EVERY SITE EDIT, LOCALE-TO-SITE       *
003630* DEFAULT, BATCH-WINDOW KEYWORD, AND ALERT ROUTING CODE IS      *
003640* RESOLVED AGAINST IT, SO A NEW SITE IS A DATA LOAD AND NOT A   *
003650* PROGRAM CHANGE.  EIGHT ENTRIES LEAVE ROOM OVER THE SITES ON   *
003660* FILE; A NINTH SITE IS REFUSED RATHER THAN DROPPED SILENTLY.   *
003670*--------------------------------------------------------------*
003680 01  HW-SITE-CNT                 PIC 9(02) COMP VALUE ZERO.
003690 01  HW-SITE-SUB                 PIC 9(02) COMP VALUE ZERO.
003700 01  HW-SITE-HIT                 PIC 9(02) COMP VALUE ZERO.
003710 01  HW-SITE-TABLE.
003720     05  HW-SITE-ENTRY OCCURS 8 TIMES.
003730         10  HW-SIT-CODE         PIC X(08).
003740         10  HW-SIT-LOCALE       PIC X(02).
003750         10  HW-SIT-ROUTE        PIC X(08).
003760         10  HW-SIT-WIN-TOKEN    PIC X(08).
003770         10  HW-SIT-DAILY-START  PIC 9(06).
003780         10  HW-SIT-DAILY-END    PIC 9(06).
003790         10  HW-SIT-ME-START     PIC 9(06).
003800         10  HW-SIT-ME-END       PIC 9(06).
003810*
003820*--------------------------------------------------------------*
003830* RUN-CONTROL FILE WORK AREA.  KEYWORD=VALUE RECORDS; '*' IN    *
003840* COLUMN 1 IS A COMMENT.  VALUES ARE FIXED WIDTH AND ZERO       *
003850* PADDED: TIMES HHMMSS, GAP TOLERANCES 3 DIGITS, LOCALE 2.      *
003860*--------------------------------------------------------------*
003870 01  HW-PRM-KEYWORD              PIC X(28).
003880 01  HW-PRM-VALUE                PIC X(20).
003890 01  HW-PRM-VALUE-6 REDEFINES HW-PRM-VALUE.
003900     05  HW-PRM-VAL6             PIC 9(06).
003910     05  FILLER                  PIC X(14).
003920 01  HW-PRM-VALUE-3 REDEFINES HW-PRM-VALUE.
003930     05  HW-PRM-VAL3             PIC 9(03).
003940     05  FILLER                  PIC X(17).
003950 01  HW-PRM-VALUE-2 REDEFINES HW-PRM-VALUE.
003960     05  HW-PRM-VAL2             PIC X(02).
003970     05  FILLER                  PIC X(18).
003980 01  HW-PRM-EOF-SW               PIC X(01) VALUE 'N'.
003990     88  HW-PRM-EOF                        VALUE 'Y'.
004000 01  HW-SIT-EOF-SW               PIC X(01) VALUE 'N'.
004010     88  HW-SIT-EOF                        VALUE 'Y'.
004020 01  HW-KEYWORD-HIT-SW           PIC X(01) VALUE 'N'.
004030     88  HW-KEYWORD-HIT                    VALUE 'Y'.
004040 01  HW-PRM-CAND                 PIC X(28) VALUE SPACES.
004050 01  HW-PRM-ERR-CNT              PIC 9(03) COMP VALUE ZERO.
004060 01  HW-PRM-ERR-KEY              PIC X(28).
004070 01  HW-ME-GAP-MIN               PIC 9(03) VALUE 999.
004080 01  HW-ME-GAP-MAX               PIC 9(03) VALUE 999.
004090 01  HW-DAILY-GAP-EXP            PIC 9(03) VALUE 999.
004100 01  HW-RC-LOCALE-DFT            PIC X(02) VALUE SPACES.
004110 01  HW-WINDOW-SW                PIC X(01) VALUE 'Y'.
004120     88  HW-WINDOW-OK                      VALUE 'Y'.
004130     88  HW-WINDOW-LATE                    VALUE 'N'.
004140 01  HW-LOCALE-CD                PIC X(02) VALUE SPACES.
004150     88  HW-LOCALE-PT                      VALUE 'PT'.
004160     88  HW-LOCALE-EN                      VALUE 'EN'.
004170*
004180 COPY HWMSGS.
004190*
004200 01  HW-MSG-ACTIVE.
004210     05  HW-GREETING             PIC X(16).
004220     05  HW-SFX-DAILY            PIC X(40).
004230     05  HW-SFX-MONTHEND         PIC X(40).
004240     05  HW-SFX-ADHOC            PIC X(40).
004250     05  HW-LBL-DATE             PIC X(11).
004260     05  HW-LBL-TIME             PIC X(11).
004270     05  HW-LBL-MODE             PIC X(11).
004280     05  HW-LBL-CTL              PIC X(16).
004290     05  HW-WARN-DUP             PIC X(55).
004300     05  HW-WARN-CHK             PIC X(55).
004310     05  HW-WARN-WINDOW          PIC X(55).
004320     05  HW-WARN-RECON           PIC X(55).
004330     05  HW-LBL-DUPDT            PIC X(09).
004340     05  HW-LBL-WINTM            PIC X(16).
004350     05  HW-LBL-GAPDY            PIC X(22).
004360     05  HW-WARN-NONBUS          PIC X(55).
004370     05  HW-LBL-SITE             PIC X(11).
004380     05  HW-LBL-WINDOW           PIC X(11).
004390     05  HW-LBL-GAPTOL           PIC X(11).
004400     05  HW-TXT-NOCHK            PIC X(14).
004410     05  HW-TXT-PREFLT           PIC X(40).
004420     05  HW-WARN-RESTART         PIC X(55).
004430     05  HW-WARN-HELD            PIC X(55).
004440     05  HW-TXT-CATCHUP          PIC X(40).
004450     05  HW-TXT-NOMISS           PIC X(40).
004460     05  HW-LBL-RECOV            PIC X(16).
004470     05  HW-TXT-NOTRUN           PIC X(08).
004480 01  HW-DUPLICATE-SW             PIC X(01) VALUE 'N'.
004490     88  HW-DUPLICATE-RUN                  VALUE 'Y'.
004500     88  HW-NOT-DUPLICATE                  VALUE 'N'.
004510 01  HW-RPT-OPEN-SW              PIC X(01) VALUE 'N'.
004520     88  HW-RPT-OPEN                       VALUE 'Y'.
004530*
004540*--------------------------------------------------------------*
004550* FILE STATUS FIELDS AND ABEND WORK AREA                        *
004560*--------------------------------------------------------------*
004570 01  HW-RPT-STATUS               PIC X(02) VALUE '00'.
004580 01  HW-CTR-STATUS               PIC X(02) VALUE '00'.
004590 01  HW-CHK-STATUS               PIC X(02) VALUE '00'.
004600 01  HW-HBT-STATUS               PIC X(02) VALUE '00'.
004610 01  HW-SIT-STATUS               PIC X(02) VALUE '00'.
004620 01  HW-STS-STATUS               PIC X(02) VALUE '00'.
004630 01  HW-HLD-STATUS               PIC X(02) VALUE '00'.
004640 01  HW-ALT-STATUS               PIC X(02) VALUE '00'.
004650 01  HW-MWN-STATUS               PIC X(02) VALUE '00'.
004660 01  HW-EVT-STATUS               PIC X(02) VALUE '00'.
004670 01  HW-PRM-STATUS               PIC X(02) VALUE '00'.
004680 01  HW-RPA-STATUS               PIC X(02) VALUE '00'.
004690 01  HW-RPA-LINE-CNT             PIC 9(04) COMP VALUE ZERO.
004700 01  HW-ABEND-FILE               PIC X(08).
004710 01  HW-ABEND-OP                 PIC X(12).
004720 01  HW-ABEND-STATUS             PIC X(02).
004730 01  HW-HB-RESULT                PIC X(08) VALUE SPACES.
004740*
004750*--------------------------------------------------------------*
004760* RUN COMPLETION WORK AREA.  THE END TIME IS TAKEN AS THE       *
004770* HEARTBEAT IS WRITTEN; AN END TIME EARLIER THAN THE START      *
004780* MEANS THE RUN CROSSED MIDNIGHT AND A DAY OF SECONDS IS        *
004790* ADDED BEFORE THE ELAPSED TIME IS COMPUTED.                    *
004800*--------------------------------------------------------------*
004810 01  HW-END-TIME                 PIC X(06) VALUE SPACES.
004820 01  HW-TIME-PARTS.
004830     05  HW-TP-HH                PIC 9(02).
004840     05  HW-TP-MM                PIC 9(02).
004850     05  HW-TP-SS                PIC 9(02).
004860 01  HW-START-SEC                PIC S9(09) COMP VALUE ZERO.
004870 01  HW-END-SEC                  PIC S9(09) COMP VALUE ZERO.
004880 01  HW-ELAPSED-SEC              PIC 9(06) VALUE ZERO.
004890 01  HW-ABENDING-SW              PIC X(01) VALUE 'N'.
004900     88  HW-ABENDING                       VALUE 'Y'.
004910*
004920*--------------------------------------------------------------*
004930* ALERT WORK AREA.  THE CALLER OF 8600-WRITE-ALERT SETS THE     *
004940* SEVERITY AND TEXT; THE ROUTING CODE AND PAGE SWITCH ARE       *
004950* DERIVED THERE.  THE ABEND TEXT GROUP FORMATS THE FAILING      *
004960* FILE/OPERATION/STATUS FOR A SEVERITY-16 ALERT.                *
004970*--------------------------------------------------------------*
004980 01  HW-ALT-SEV                  PIC 9(02) VALUE ZERO.
004990 01  HW-ALT-TEXT                 PIC X(55) VALUE SPACES.
005000 01  HW-ABEND-TEXT.
005010     05  FILLER                  PIC X(05) VALUE 'FILE '.
005020     05  HW-ABT-FILE             PIC X(08).
005030     05  FILLER                  PIC X(04) VALUE ' OP '.
005040     05  HW-ABT-OP               PIC X(12).
005050     05  FILLER                  PIC X(08) VALUE ' STATUS '.
005060     05  HW-ABT-STATUS           PIC X(02).
005070*
005080*--------------------------------------------------------------*
005090* MAINTENANCE WINDOW WORK AREA.  THE WINDOW IS TESTED AGAINST   *
005100* THE CLOCK WHEN THE ALERT IS RAISED, NOT THE CYCLE'S BUSINESS  *
005110* DATE, SO A BACKDATED CATCHUP CYCLE IS SUPPRESSED ONLY WHILE   *
005120* THE WINDOW IS REALLY IN FORCE.                                *
005130*--------------------------------------------------------------*
005140 01  HW-MWN-NOW.
005150     05  HW-MWN-NOW-DATE         PIC 9(08).
005160     05  HW-MWN-NOW-TIME         PIC X(06).
005170 01  HW-MWN-EOF-SW               PIC X(01) VALUE 'N'.
005180     88  HW-MWN-EOF                        VALUE 'Y'.
005190     88  HW-MWN-NOT-EOF                    VALUE 'N'.
005200 01  HW-MAINT-SW                 PIC X(01) VALUE 'N'.
005210     88  HW-IN-MAINT                       VALUE 'Y'.
005220     88  HW-NOT-IN-MAINT                   VALUE 'N'.
005230*
005240*--------------------------------------------------------------*
005250* RUN-ID / DATE RECONCILIATION WORK AREA                        *
005260*--------------------------------------------------------------*
005270 01  HW-PRIOR-RUN-DATE           PIC 9(08) VALUE ZERO.
005280 01  HW-RECON-GAP                PIC S9(05) COMP.
005290 01  HW-RECON-SW                 PIC X(01) VALUE 'N'.
005300     88  HW-RECON-BAD                      VALUE 'Y'.
005310     88  HW-RECON-OK                       VALUE 'N'.
005320*
005330*--------------------------------------------------------------*
005340* BUSINESS-DAY QUERY WORK AREA.  THE WEEKEND MATH AND THE       *
005350* PER-SITE CAL-FILE HOLIDAY LOOKUP LIVE IN THE HWBUSDAY         *
005360* SUBPROGRAM; 2500-CHECK-BUS-DAY AND 2600-COUNT-BUS-DAYS CALL   *
005370* IT WITH THE HWBUSDYC PARM AREA.                               *
005380*--------------------------------------------------------------*
005390 01  HW-CBD-DATE                 PIC 9(08).
005400 01  HW-CBD-SW                   PIC X(01) VALUE 'Y'.
005410     88  HW-CBD-BUSINESS                   VALUE 'Y'.
005420     88  HW-CBD-NONBUS                     VALUE 'N'.
005430 01  HW-BUS-GAP                  PIC S9(05) COMP.
005440*
005450*--------------------------------------------------------------*
005460* CATCH-UP WORK AREA.  THE BUSINESS DATES MISSED SINCE THE      *
005470* COUNTER'S LAST RUN DATE ARE COLLECTED IN DATE ORDER, EACH     *
005480* RUN AS A BACKDATED DAILY CYCLE WITH CURRENT-DATE SET TO IT,   *
005490* AND THE OUTCOME KEPT FOR THE CLOSING SUMMARY.  A LONGER       *
005500* OUTAGE THAN THE TABLE HOLDS IS FINISHED BY A SECOND CATCHUP   *
005510* RUN, WHICH STARTS WHERE THE COUNTER NOW STANDS.               *
005520*--------------------------------------------------------------*
005530 01  HW-CUP-TODAY-DATE           PIC 9(08) VALUE ZERO.
005540 01  HW-CUP-TODAY-TIME           PIC X(06) VALUE SPACES.
005550 01  HW-CUP-SCAN-DATE            PIC 9(08) VALUE ZERO.
005560 01  HW-CUP-CNT                  PIC 9(02) COMP VALUE ZERO.
005570 01  HW-CUP-SUB                  PIC 9(02) COMP VALUE ZERO.
005580 01  HW-CUP-RECOV-CNT            PIC 9(02) COMP VALUE ZERO.
005590 01  HW-CUP-SCAN-SW              PIC X(01) VALUE 'N'.
005600     88  HW-CUP-SCAN-DONE                  VALUE 'Y'.
005610 01  HW-CUP-STOP-SW              PIC X(01) VALUE 'N'.
005620     88  HW-CUP-STOPPED                    VALUE 'Y'.
005630 01  HW-CUP-TABLE.
005640     05  HW-CUP-ENTRY OCCURS 31 TIMES.
005650         10  HW-CUP-DATE         PIC 9(08).
005660         10  HW-CUP-RUN-ID       PIC 9(09).
005670         10  HW-CUP-RESULT       PIC X(08).
005680*
005690 COPY HWBUSDYC.
005700*
005710*--------------------------------------------------------------*
005720* DAILY JOB-START REPORT LINES                                 *
005730*--------------------------------------------------------------*
005740 01  HW-RPT-HDR-1.
005750     05  FILLER                  PIC X(01) VALUE SPACE.
005760     05  FILLER                  PIC X(30)
005770             VALUE 'HELLO-WORLD JOB-START REPORT'.
005780     05  FILLER                  PIC X(49) VALUE SPACES.
005790 01  HW-RPT-HDR-2.
005800     05  FILLER                  PIC X(01) VALUE SPACE.
005810     05  HW-RPT-LBL-DATE         PIC X(11).
005820     05  HW-RPT-DATE-OUT         PIC 9(08).
005830     05  FILLER                  PIC X(05) VALUE SPACES.
005840     05  HW-RPT-LBL-TIME         PIC X(11).
005850     05  HW-RPT-TIME-OUT         PIC X(06).
005860     05  FILLER                  PIC X(38) VALUE SPACES.
005870 01  HW-RPT-DTL-1.
005880     05  FILLER                  PIC X(01) VALUE SPACE.
005890     05  HW-RPT-LBL-CTL          PIC X(16).
005900     05  HW-RPT-CTL-OUT          PIC 9(09).
005910     05  FILLER                  PIC X(54) VALUE SPACES.
005920 01  HW-RPT-HDR-3.
005930     05  FILLER                  PIC X(01) VALUE SPACE.
005940     05  HW-RPT-LBL-MODE         PIC X(11).
005950     05  HW-RPT-MODE-OUT         PIC X(08).
005960     05  FILLER                  PIC X(60) VALUE SPACES.
005970 01  HW-RPT-HDR-4.
005980     05  FILLER                  PIC X(01) VALUE SPACE.
005990     05  HW-RPT-LBL-SITE         PIC X(11).
006000     05  HW-RPT-SITE-OUT         PIC X(08).
006010     05  FILLER                  PIC X(60) VALUE SPACES.
006020 01  HW-RPT-CTL-2.
006030     05  FILLER                  PIC X(01) VALUE SPACE.
006040     05  HW-RPT-LBL-WINDOW       PIC X(11).
006050     05  HW-RPT-WIN-TEXT         PIC X(14).
006060     05  FILLER                  PIC X(54) VALUE SPACES.
006070 01  HW-RPT-CTL-3.
006080     05  FILLER                  PIC X(01) VALUE SPACE.
006090     05  HW-RPT-LBL-GAPTOL       PIC X(11).
006100     05  HW-RPT-GAP-TEXT         PIC X(14).
006110     05  FILLER                  PIC X(54) VALUE SPACES.
006120 01  HW-WIN-TEXT.
006130     05  HW-WIN-TEXT-START       PIC 9(06).
006140     05  FILLER                  PIC X(01) VALUE '-'.
006150     05  HW-WIN-TEXT-END         PIC 9(06).
006160 01  HW-GAP-TEXT.
006170     05  HW-GAP-TEXT-MIN         PIC 9(03).
006180     05  FILLER                  PIC X(01) VALUE '-'.
006190     05  HW-GAP-TEXT-MAX         PIC 9(03).
006200     05  FILLER                  PIC X(07) VALUE SPACES.
006210 01  HW-RPT-CUP-1.
006220     05  FILLER                  PIC X(01) VALUE SPACE.
006230     05  HW-RPT-CUP-TITLE        PIC X(40).
006240     05  FILLER                  PIC X(39) VALUE SPACES.
006250 01  HW-RPT-CUP-2.
006260     05  FILLER                  PIC X(01) VALUE SPACE.
006270     05  HW-RPT-CUP-DATE         PIC 9(08).
006280     05  FILLER                  PIC X(02) VALUE SPACES.
006290     05  HW-RPT-CUP-LBL-CTL      PIC X(16).
006300     05  HW-RPT-CUP-RUN-ID       PIC 9(09).
006310     05  FILLER                  PIC X(02) VALUE SPACES.
006320     05  HW-RPT-CUP-RESULT       PIC X(08).
006330     05  FILLER                  PIC X(34) VALUE SPACES.
006340 01  HW-RPT-CUP-3.
006350     05  FILLER                  PIC X(01) VALUE SPACE.
006360     05  HW-RPT-CUP-LBL-RECOV    PIC X(16).
006370     05  HW-RPT-CUP-RECOV-CNT    PIC ZZZZ9.
006380     05  FILLER                  PIC X(58) VALUE SPACES.
006390*
006400 LINKAGE SECTION.
006410 01  HW-PARM-AREA.
006420     05  HW-PARM-LEN             PIC S9(04) COMP.
006430     05  HW-PARM-TEXT            PIC X(80).
006440*
006450 PROCEDURE DIVISION USING HW-PARM-AREA.
006460*--------------------------------------------------------------*
006470* 0000-MAINLINE                                                *
006480*--------------------------------------------------------------*
006490 0000-MAINLINE.
006500     PERFORM 1000-GET-PARM THRU 1000-EXIT.
006510     PERFORM 1005-LOAD-SITE-MASTER THRU 1005-EXIT.
006520     PERFORM 1020-LOAD-RUN-CONTROLS THRU 1020-EXIT.
006530     PERFORM 1050-SET-LOCALE THRU 1050-EXIT.
006540     PERFORM 1070-SET-SITE-WINDOW THRU 1070-EXIT.
006550     PERFORM 1100-INITIALIZE THRU 1100-EXIT.
006560     IF HW-CATCHUP
006570         PERFORM 3000-RUN-CATCHUP THRU 3000-EXIT
006580         PERFORM 9000-TERMINATE THRU 9000-EXIT
006590         STOP RUN
006600     END-IF.
006610     PERFORM 1300-CHECK-HOLD THRU 1300-EXIT.
006620     IF HW-NOT-HELD
006630         PERFORM 1500-CHECK-IDEMPOTENCY THRU 1500-EXIT
006640         PERFORM 1700-VALIDATE-WINDOW THRU 1700-EXIT
006650     END-IF.
006660     IF HW-NOT-DUPLICATE AND HW-NOT-HELD
006670         IF HW-PREFLIGHT
006680             IF HW-NOT-RESTART
006690                 PERFORM 2000-GET-RUN-ID THRU 2000-EXIT
006700                 PERFORM 2700-RECONCILE-RUN-ID THRU 2700-EXIT
006710             END-IF
006720             PERFORM 5200-DISPLAY-PREFLIGHT THRU 5200-EXIT
006730         ELSE
006740             PERFORM 1900-OPEN-REPORT THRU 1900-EXIT
006750             IF HW-NOT-RESTART
006760                 PERFORM 2000-GET-RUN-ID THRU 2000-EXIT
006770                 MOVE 'RUNID' TO HW-CHK-STEP
006780                 PERFORM 6000-WRITE-CHECKPOINT THRU 6000-EXIT
006790                 PERFORM 2700-RECONCILE-RUN-ID THRU 2700-EXIT
006800             END-IF
006810             PERFORM 5000-WRITE-REPORT THRU 5000-EXIT
006820             MOVE 'COMPLETE' TO HW-CHK-STEP
006830             PERFORM 6000-WRITE-CHECKPOINT THRU 6000-EXIT
006840         END-IF
006850     END-IF.
006860     IF HW-NOT-PREFLIGHT
006870         PERFORM 8000-WRITE-HEARTBEAT THRU 8000-EXIT
006880         PERFORM 8500-WRITE-RUN-EVENT THRU 8500-EXIT
006890     END-IF.
006900     PERFORM 9000-TERMINATE THRU 9000-EXIT.
006910     STOP RUN.
006920*
006930*--------------------------------------------------------------*
006940* 1000-GET-PARM - ESTABLISH THE RUN MODE, LOCALE, AND SITE FROM *
006950*                 THE CALLER'S PARM (MODE DAILY/MONTHEND/ADHOC, *
006960*                 LOCALE PT/EN, SITE FROM THE SITE MASTER).     *
006970*                 AN ABSENT OR INVALID LOCALE OR SITE IS LEFT   *
006980*                 BLANK HERE AND RESOLVED AGAINST THE RUN-      *
006990*                 CONTROL DEFAULTS BY 1020-LOAD-RUN-CONTROLS,   *
007000*                 AS OLDER JCL STILL SUPPLIES ONLY TWO TOKENS.  *
007010*                 THE SITE TOKEN ITSELF IS EDITED AGAINST THE   *
007020*                 SITE MASTER BY 1005-LOAD-SITE-MASTER.         *
007030*--------------------------------------------------------------*
007040 1000-GET-PARM.
007050     MOVE SPACES TO HW-LOCALE-CD.
007060     MOVE SPACES TO HW-RUN-SITE.
007070     IF HW-PARM-LEN > ZERO
007080         UNSTRING HW-PARM-TEXT DELIMITED BY ALL SPACE
007090             INTO HW-RUN-MODE HW-LOCALE-CD HW-RUN-SITE
007100     END-IF.
007110*    THE PREFLIGHT TOKEN ARRIVES AS 'PREFLIGH' -- THE MODE
007120*    FIELD IS EIGHT BYTES -- AND REHEARSES THE DAILY CYCLE:
007130*    EVERY CHECK RUNS UNDER THE DAILY KEYS, READ-ONLY.
007140     IF HW-RUN-MODE = 'PREFLIGH'
007150         SET HW-PREFLIGHT TO TRUE
007160         MOVE 'DAILY' TO HW-RUN-MODE
007170     END-IF.
007180*    CATCHUP RUNS A BACKDATED DAILY CYCLE FOR EACH BUSINESS
007190*    DATE MISSED DURING AN OUTAGE, UNDER THE DAILY KEYS.
007200     IF HW-RUN-MODE = 'CATCHUP'
007210         SET HW-CATCHUP TO TRUE
007220         MOVE 'DAILY' TO HW-RUN-MODE
007230     END-IF.
007240     IF NOT HW-MODE-DAILY
007250             AND NOT HW-MODE-MONTHEND
007260             AND NOT HW-MODE-ADHOC
007270         MOVE 'DAILY' TO HW-RUN-MODE
007280     END-IF.
007290     IF NOT HW-LOCALE-PT AND NOT HW-LOCALE-EN
007300         MOVE SPACES TO HW-LOCALE-CD
007310     END-IF.
007320 1000-EXIT.
007330     EXIT.
007340*
007350*--------------------------------------------------------------*
007360* 1005-LOAD-SITE-MASTER - LOAD THE SITE TABLE FROM THE SITFILE  *
007370*                         SITE MASTER AND EDIT THE PARM SITE    *
007380*                         AGAINST IT.  A SITE TOKEN NOT ON THE  *
007390*                         MASTER IS BLANKED AND RESOLVED BY     *
007400*                         THE RUN-CONTROL DEFAULT, LIKE A BAD   *
007410*                         LOCALE.  AN ABSENT OR EMPTY MASTER    *
007420*                         ENDS THE RUN -- NOTHING CAN VALIDATE  *
007430*                         WITHOUT IT.                           *
007440*--------------------------------------------------------------*
007450 1005-LOAD-SITE-MASTER.
007460     OPEN INPUT SIT-FILE.
007470     IF HW-SIT-STATUS NOT = '00'
007480         MOVE 'SIT-FILE' TO HW-ABEND-FILE
007490         MOVE 'OPEN INPUT' TO HW-ABEND-OP
007500         MOVE HW-SIT-STATUS TO HW-ABEND-STATUS
007510         GO TO 9900-ABEND
007520     END-IF.
007530     MOVE SPACES TO SIT-CODE.
007540     START SIT-FILE KEY NOT < SIT-KEY
007550         INVALID KEY
007560             SET HW-SIT-EOF TO TRUE
007570     END-START.
007580     IF HW-SIT-STATUS NOT = '00' AND HW-SIT-STATUS NOT = '23'
007590             AND HW-SIT-STATUS NOT = '46'
007600         MOVE 'SIT-FILE' TO HW-ABEND-FILE
007610         MOVE 'START' TO HW-ABEND-OP
007620         MOVE HW-SIT-STATUS TO HW-ABEND-STATUS
007630         GO TO 9900-ABEND
007640     END-IF.
007650     PERFORM 1007-LOAD-SITE-ENTRY THRU 1007-EXIT
007660         UNTIL HW-SIT-EOF.
007670     CLOSE SIT-FILE.
007680     IF HW-SIT-STATUS NOT = '00'
007690         MOVE 'SIT-FILE' TO HW-ABEND-FILE
007700         MOVE 'CLOSE' TO HW-ABEND-OP
007710         MOVE HW-SIT-STATUS TO HW-ABEND-STATUS
007720         GO TO 9900-ABEND
007730     END-IF.
007740     IF HW-SITE-CNT = ZERO
007750         DISPLAY 'HELLO-WORLD SITE MASTER EMPTY'
007760         MOVE 'SIT-FILE' TO HW-ABEND-FILE
007770         MOVE 'LOAD' TO HW-ABEND-OP
007780         MOVE 'EM' TO HW-ABEND-STATUS
007790         GO TO 9900-ABEND
007800     END-IF.
007810     IF HW-RUN-SITE NOT = SPACES
007820         PERFORM 1008-FIND-SITE THRU 1008-EXIT
007830         IF HW-SITE-HIT = ZERO
007840             MOVE SPACES TO HW-RUN-SITE
007850         END-IF
007860     END-IF.
007870 1005-EXIT.
007880     EXIT.
007890*
007900*--------------------------------------------------------------*
007910* 1007-LOAD-SITE-ENTRY - ADD ONE SITE MASTER RECORD TO THE      *
007920*                        SITE TABLE, WINDOWS AT THE NOT-YET-    *
007930*                        SUPPLIED SENTINEL                      *
007940*--------------------------------------------------------------*
007950 1007-LOAD-SITE-ENTRY.
007960     READ SIT-FILE NEXT
007970         AT END
007980             SET HW-SIT-EOF TO TRUE
007990             GO TO 1007-EXIT
008000     END-READ.
008010     IF HW-SIT-STATUS NOT = '00'
008020         MOVE 'SIT-FILE' TO HW-ABEND-FILE
008030         MOVE 'READ NEXT' TO HW-ABEND-OP
008040         MOVE HW-SIT-STATUS TO HW-ABEND-STATUS
008050         GO TO 9900-ABEND
008060     END-IF.
008070     IF HW-SITE-CNT NOT < 8
008080         DISPLAY 'HELLO-WORLD SITE TABLE FULL'
008090         MOVE 'SIT-FILE' TO HW-ABEND-FILE
008100         MOVE 'TABLE LOAD' TO HW-ABEND-OP
008110         MOVE 'FL' TO HW-ABEND-STATUS
008120         GO TO 9900-ABEND
008130     END-IF.
008140     ADD 1 TO HW-SITE-CNT.
008150     MOVE SIT-CODE TO HW-SIT-CODE(HW-SITE-CNT).
008160     MOVE SIT-LOCALE TO HW-SIT-LOCALE(HW-SITE-CNT).
008170     MOVE SIT-ROUTE-CD TO HW-SIT-ROUTE(HW-SITE-CNT).
008180     MOVE SIT-WIN-TOKEN TO HW-SIT-WIN-TOKEN(HW-SITE-CNT).
008190     MOVE 999999 TO HW-SIT-DAILY-START(HW-SITE-CNT).
008200     MOVE 999999 TO HW-SIT-DAILY-END(HW-SITE-CNT).
008210     MOVE 999999 TO HW-SIT-ME-START(HW-SITE-CNT).
008220     MOVE 999999 TO HW-SIT-ME-END(HW-SITE-CNT).
008230 1007-EXIT.
008240     EXIT.
008250*
008260*--------------------------------------------------------------*
008270* 1008-FIND-SITE - LOCATE THE CURRENT RUN SITE IN THE SITE      *
008280*                  TABLE; HW-SITE-HIT IS ZERO WHEN IT IS NOT    *
008290*                  THERE                                        *
008300*--------------------------------------------------------------*
008310 1008-FIND-SITE.
008320     MOVE ZERO TO HW-SITE-SUB.
008330     MOVE ZERO TO HW-SITE-HIT.
008340     PERFORM 1009-MATCH-SITE-ENTRY THRU 1009-EXIT
008350         UNTIL HW-SITE-HIT > ZERO
008360             OR HW-SITE-SUB NOT < HW-SITE-CNT.
008370 1008-EXIT.
008380     EXIT.
008390*
008400*--------------------------------------------------------------*
008410* 1009-MATCH-SITE-ENTRY - TEST THE NEXT SITE TABLE ENTRY        *
008420*                         AGAINST THE RUN SITE                  *
008430*--------------------------------------------------------------*
008440 1009-MATCH-SITE-ENTRY.
008450     ADD 1 TO HW-SITE-SUB.
008460     IF HW-SIT-CODE(HW-SITE-SUB) = HW-RUN-SITE
008470         MOVE HW-SITE-SUB TO HW-SITE-HIT
008480     END-IF.
008490 1009-EXIT.
008500     EXIT.
008510*
008520*--------------------------------------------------------------*
008530* 1020-LOAD-RUN-CONTROLS - READ THE KEYWORD=VALUE RUN-CONTROL   *
008540*                          FILE, VALIDATE EVERY CONTROL, AND    *
008550*                          RESOLVE THE LOCALE AND SITE          *
008560*                          DEFAULTS.  A BAD OR MISSING CONTROL  *
008570*                          IS REPORTED BY KEYWORD AND THE RUN   *
008580*                          ENDS THROUGH THE ABEND PATH RATHER   *
008590*                          THAN ENFORCING LIMITS NOBODY SET.    *
008600*--------------------------------------------------------------*
008610 1020-LOAD-RUN-CONTROLS.
008620     OPEN INPUT PRM-FILE.
008630     IF HW-PRM-STATUS NOT = '00'
008640         MOVE 'PRM-FILE' TO HW-ABEND-FILE
008650         MOVE 'OPEN INPUT' TO HW-ABEND-OP
008660         MOVE HW-PRM-STATUS TO HW-ABEND-STATUS
008670         GO TO 9900-ABEND
008680     END-IF.
008690     PERFORM 1025-READ-RUN-CONTROL THRU 1025-EXIT.
008700     PERFORM 1030-APPLY-RUN-CONTROL THRU 1030-EXIT
008710         UNTIL HW-PRM-EOF.
008720     CLOSE PRM-FILE.
008730     IF HW-PRM-STATUS NOT = '00'
008740         MOVE 'PRM-FILE' TO HW-ABEND-FILE
008750         MOVE 'CLOSE' TO HW-ABEND-OP
008760         MOVE HW-PRM-STATUS TO HW-ABEND-STATUS
008770         GO TO 9900-ABEND
008780     END-IF.
008790     PERFORM 1040-VALIDATE-RUN-CONTROLS THRU 1040-EXIT.
008800     IF HW-PRM-ERR-CNT > ZERO
008810         DISPLAY 'HELLO-WORLD RUN-CONTROL ERRORS: '
008820             HW-PRM-ERR-CNT
008830         MOVE 'PRM-FILE' TO HW-ABEND-FILE
008840         MOVE 'PARM EDIT' TO HW-ABEND-OP
008850         MOVE 'PE' TO HW-ABEND-STATUS
008860         GO TO 9900-ABEND
008870     END-IF.
008880     IF NOT HW-LOCALE-PT AND NOT HW-LOCALE-EN
008890         MOVE HW-RC-LOCALE-DFT TO HW-LOCALE-CD
008900     END-IF.
008910     IF HW-RUN-SITE = SPACES
008920         PERFORM 1022-DEFAULT-SITE THRU 1022-EXIT
008930     END-IF.
008940 1020-EXIT.
008950     EXIT.
008960*
008970*--------------------------------------------------------------*
008980* 1022-DEFAULT-SITE - RESOLVE A BLANK RUN SITE TO THE FIRST     *
008990*                     SITE MASTER ENTRY WHOSE LOCALE MATCHES    *
009000*                     THE RUN LOCALE, FALLING BACK TO THE       *
009010*                     FIRST SITE ON FILE                        *
009020*--------------------------------------------------------------*
009030 1022-DEFAULT-SITE.
009040     MOVE ZERO TO HW-SITE-SUB.
009050     MOVE ZERO TO HW-SITE-HIT.
009060     PERFORM 1023-MATCH-LOCALE-SITE THRU 1023-EXIT
009070         UNTIL HW-SITE-HIT > ZERO
009080             OR HW-SITE-SUB NOT < HW-SITE-CNT.
009090     IF HW-SITE-HIT > ZERO
009100         MOVE HW-SIT-CODE(HW-SITE-HIT) TO HW-RUN-SITE
009110     ELSE
009120         MOVE HW-SIT-CODE(1) TO HW-RUN-SITE
009130     END-IF.
009140 1022-EXIT.
009150     EXIT.
009160*
009170*--------------------------------------------------------------*
009180* 1023-MATCH-LOCALE-SITE - TEST THE NEXT SITE TABLE ENTRY       *
009190*                          AGAINST THE RUN LOCALE               *
009200*--------------------------------------------------------------*
009210 1023-MATCH-LOCALE-SITE.
009220     ADD 1 TO HW-SITE-SUB.
009230     IF HW-SIT-LOCALE(HW-SITE-SUB) = HW-LOCALE-CD
009240         MOVE HW-SITE-SUB TO HW-SITE-HIT
009250     END-IF.
009260 1023-EXIT.
009270     EXIT.
009280*
009290*--------------------------------------------------------------*
009300* 1025-READ-RUN-CONTROL - READ THE NEXT RUN-CONTROL RECORD OR   *
009310*                         SET EOF                               *
009320*--------------------------------------------------------------*
009330 1025-READ-RUN-CONTROL.
009340     READ PRM-FILE
009350         AT END
009360             SET HW-PRM-EOF TO TRUE
009370     END-READ.
009380     IF HW-PRM-STATUS NOT = '00' AND HW-PRM-STATUS NOT = '10'
009390         MOVE 'PRM-FILE' TO HW-ABEND-FILE
009400         MOVE 'READ' TO HW-ABEND-OP
009410         MOVE HW-PRM-STATUS TO HW-ABEND-STATUS
009420         GO TO 9900-ABEND
009430     END-IF.
009440 1025-EXIT.
009450     EXIT.
009460*
009470*--------------------------------------------------------------*
009480* 1030-APPLY-RUN-CONTROL - PARSE AND APPLY ONE KEYWORD=VALUE    *
009490*                          RECORD, THEN READ THE NEXT.  BLANK   *
009500*                          RECORDS AND '*' COMMENTS ARE         *
009510*                          SKIPPED; AN UNKNOWN KEYWORD OR A     *
009520*                          NON-NUMERIC VALUE IS AN ERROR.       *
009530*--------------------------------------------------------------*
009540 1030-APPLY-RUN-CONTROL.
009550     IF PRM-RECORD = SPACES OR PRM-REC-BYTE-1 = '*'
009560         GO TO 1030-NEXT
009570     END-IF.
009580     MOVE SPACES TO HW-PRM-KEYWORD.
009590     MOVE SPACES TO HW-PRM-VALUE.
009600     UNSTRING PRM-RECORD DELIMITED BY '='
009610         INTO HW-PRM-KEYWORD HW-PRM-VALUE.
009620     EVALUATE HW-PRM-KEYWORD
009630         WHEN 'RECON-MONTHEND-GAP-MIN'
009640             PERFORM 1037-EDIT-GAP-VALUE THRU 1037-EXIT
009650             MOVE HW-PRM-VAL3 TO HW-ME-GAP-MIN
009660         WHEN 'RECON-MONTHEND-GAP-MAX'
009670             PERFORM 1037-EDIT-GAP-VALUE THRU 1037-EXIT
009680             MOVE HW-PRM-VAL3 TO HW-ME-GAP-MAX
009690         WHEN 'RECON-DAILY-GAP'
009700             PERFORM 1037-EDIT-GAP-VALUE THRU 1037-EXIT
009710             MOVE HW-PRM-VAL3 TO HW-DAILY-GAP-EXP
009720         WHEN 'LOCALE-DEFAULT'
009730             IF HW-PRM-VAL2 = 'PT' OR HW-PRM-VAL2 = 'EN'
009740                 MOVE HW-PRM-VAL2 TO HW-RC-LOCALE-DFT
009750             ELSE
009760                 MOVE HW-PRM-KEYWORD TO HW-PRM-ERR-KEY
009770                 PERFORM 1045-FLAG-CONTROL-ERROR THRU 1045-EXIT
009780             END-IF
009790         WHEN OTHER
009800             PERFORM 1032-APPLY-SITE-WINDOW THRU 1032-EXIT
009810     END-EVALUATE.
009820 1030-NEXT.
009830     PERFORM 1025-READ-RUN-CONTROL THRU 1025-EXIT.
009840 1030-EXIT.
009850     EXIT.
009860*
009870*--------------------------------------------------------------*
009880* 1032-APPLY-SITE-WINDOW - MATCH A KEYWORD THAT IS NOT A FIXED  *
009890*                          CONTROL AGAINST THE PER-SITE BATCH-  *
009900*                          WINDOW KEYWORDS BUILT FROM THE SITE  *
009910*                          TABLE'S WINDOW TOKENS.  A KEYWORD    *
009920*                          THAT MATCHES NO SITE IS AN ERROR,    *
009930*                          AS AN UNKNOWN KEYWORD ALWAYS WAS.    *
009940*--------------------------------------------------------------*
009950 1032-APPLY-SITE-WINDOW.
009960     MOVE 'N' TO HW-KEYWORD-HIT-SW.
009970     MOVE ZERO TO HW-SITE-SUB.
009980     PERFORM 1033-MATCH-SITE-WINDOW THRU 1033-EXIT
009990         UNTIL HW-KEYWORD-HIT
010000             OR HW-SITE-SUB NOT < HW-SITE-CNT.
010010     IF NOT HW-KEYWORD-HIT
010020         MOVE HW-PRM-KEYWORD TO HW-PRM-ERR-KEY
010030         PERFORM 1045-FLAG-CONTROL-ERROR THRU 1045-EXIT
010040     END-IF.
010050 1032-EXIT.
010060     EXIT.
010070*
010080*--------------------------------------------------------------*
010090* 1033-MATCH-SITE-WINDOW - TEST THE KEYWORD AGAINST THE FOUR    *
010100*                          WINDOW KEYWORDS OF THE NEXT SITE     *
010110*                          TABLE ENTRY AND APPLY THE VALUE ON   *
010120*                          A MATCH                              *
010130*--------------------------------------------------------------*
010140 1033-MATCH-SITE-WINDOW.
010150     ADD 1 TO HW-SITE-SUB.
010160     MOVE SPACES TO HW-PRM-CAND.
010170     STRING 'DAILY-WIN-START-' DELIMITED BY SIZE
010180         HW-SIT-WIN-TOKEN(HW-SITE-SUB) DELIMITED BY SPACE
010190         INTO HW-PRM-CAND.
010200     IF HW-PRM-KEYWORD = HW-PRM-CAND
010210         SET HW-KEYWORD-HIT TO TRUE
010220         PERFORM 1035-EDIT-TIME-VALUE THRU 1035-EXIT
010230         MOVE HW-PRM-VAL6 TO HW-SIT-DAILY-START(HW-SITE-SUB)
010240         GO TO 1033-EXIT
010250     END-IF.
010260     MOVE SPACES TO HW-PRM-CAND.
010270     STRING 'DAILY-WIN-END-' DELIMITED BY SIZE
010280         HW-SIT-WIN-TOKEN(HW-SITE-SUB) DELIMITED BY SPACE
010290         INTO HW-PRM-CAND.
010300     IF HW-PRM-KEYWORD = HW-PRM-CAND
010310         SET HW-KEYWORD-HIT TO TRUE
010320         PERFORM 1035-EDIT-TIME-VALUE THRU 1035-EXIT
010330         MOVE HW-PRM-VAL6 TO HW-SIT-DAILY-END(HW-SITE-SUB)
010340         GO TO 1033-EXIT
010350     END-IF.
010360     MOVE SPACES TO HW-PRM-CAND.
010370     STRING 'MONTHEND-WIN-START-' DELIMITED BY SIZE
010380         HW-SIT-WIN-TOKEN(HW-SITE-SUB) DELIMITED BY SPACE
010390         INTO HW-PRM-CAND.
010400     IF HW-PRM-KEYWORD = HW-PRM-CAND
010410         SET HW-KEYWORD-HIT TO TRUE
010420         PERFORM 1035-EDIT-TIME-VALUE THRU 1035-EXIT
010430         MOVE HW-PRM-VAL6 TO HW-SIT-ME-START(HW-SITE-SUB)
010440         GO TO 1033-EXIT
010450     END-IF.
010460     MOVE SPACES TO HW-PRM-CAND.
010470     STRING 'MONTHEND-WIN-END-' DELIMITED BY SIZE
010480         HW-SIT-WIN-TOKEN(HW-SITE-SUB) DELIMITED BY SPACE
010490         INTO HW-PRM-CAND.
010500     IF HW-PRM-KEYWORD = HW-PRM-CAND
010510         SET HW-KEYWORD-HIT TO TRUE
010520         PERFORM 1035-EDIT-TIME-VALUE THRU 1035-EXIT
010530         MOVE HW-PRM-VAL6 TO HW-SIT-ME-END(HW-SITE-SUB)
010540     END-IF.
010550 1033-EXIT.
010560     EXIT.
010570*
010580*--------------------------------------------------------------*
010590* 1035-EDIT-TIME-VALUE - A WINDOW VALUE MUST BE A NUMERIC       *
010600*                        HHMMSS NO LATER THAN 235959            *
010610*--------------------------------------------------------------*
010620 1035-EDIT-TIME-VALUE.
010630     IF HW-PRM-VAL6 NOT NUMERIC OR HW-PRM-VAL6 > 235959
010640         MOVE HW-PRM-KEYWORD TO HW-PRM-ERR-KEY
010650         PERFORM 1045-FLAG-CONTROL-ERROR THRU 1045-EXIT
010660         MOVE ZERO TO HW-PRM-VAL6
010670     END-IF.
010680 1035-EXIT.
010690     EXIT.
010700*
010710*--------------------------------------------------------------*
010720* 1037-EDIT-GAP-VALUE - A GAP TOLERANCE MUST BE NUMERIC         *
010730*--------------------------------------------------------------*
010740 1037-EDIT-GAP-VALUE.
010750     IF HW-PRM-VAL3 NOT NUMERIC
010760         MOVE HW-PRM-KEYWORD TO HW-PRM-ERR-KEY
010770         PERFORM 1045-FLAG-CONTROL-ERROR THRU 1045-EXIT
010780         MOVE ZERO TO HW-PRM-VAL3
010790     END-IF.
010800 1037-EXIT.
010810     EXIT.
010820*
010830*--------------------------------------------------------------*
010840* 1040-VALIDATE-RUN-CONTROLS - EVERY CONTROL MUST HAVE BEEN     *
010850*                              SUPPLIED; THE SENTINEL VALUES    *
010860*                              SET AT COMPILE TIME MARK THE     *
010870*                              ONES THAT WERE NOT               *
010880*--------------------------------------------------------------*
010890 1040-VALIDATE-RUN-CONTROLS.
010900     MOVE ZERO TO HW-SITE-SUB.
010910     PERFORM 1042-VALIDATE-SITE-WINDOW THRU 1042-EXIT
010920         UNTIL HW-SITE-SUB NOT < HW-SITE-CNT.
010930     IF HW-ME-GAP-MIN = 999
010940         MOVE 'RECON-MONTHEND-GAP-MIN' TO HW-PRM-ERR-KEY
010950         PERFORM 1045-FLAG-CONTROL-ERROR THRU 1045-EXIT
010960     END-IF.
010970     IF HW-ME-GAP-MAX = 999
010980         MOVE 'RECON-MONTHEND-GAP-MAX' TO HW-PRM-ERR-KEY
010990         PERFORM 1045-FLAG-CONTROL-ERROR THRU 1045-EXIT
011000     END-IF.
011010     IF HW-DAILY-GAP-EXP = 999
011020         MOVE 'RECON-DAILY-GAP' TO HW-PRM-ERR-KEY
011030         PERFORM 1045-FLAG-CONTROL-ERROR THRU 1045-EXIT
011040     END-IF.
011050     IF HW-RC-LOCALE-DFT NOT = 'PT'
011060             AND HW-RC-LOCALE-DFT NOT = 'EN'
011070         MOVE 'LOCALE-DEFAULT' TO HW-PRM-ERR-KEY
011080         PERFORM 1045-FLAG-CONTROL-ERROR THRU 1045-EXIT
011090     END-IF.
011100 1040-EXIT.
011110     EXIT.
011120*
011130*--------------------------------------------------------------*
011140* 1042-VALIDATE-SITE-WINDOW - EVERY SITE ON THE MASTER MUST     *
011150*                             HAVE ALL FOUR WINDOW CONTROLS;    *
011160*                             A MISSING ONE IS FLAGGED BY THE   *
011170*                             KEYWORD THAT SHOULD HAVE          *
011180*                             SUPPLIED IT                       *
011190*--------------------------------------------------------------*
011200 1042-VALIDATE-SITE-WINDOW.
011210     ADD 1 TO HW-SITE-SUB.
011220     IF HW-SIT-DAILY-START(HW-SITE-SUB) = 999999
011230         MOVE SPACES TO HW-PRM-ERR-KEY
011240         STRING 'DAILY-WIN-START-' DELIMITED BY SIZE
011250             HW-SIT-WIN-TOKEN(HW-SITE-SUB) DELIMITED BY SPACE
011260             INTO HW-PRM-ERR-KEY
011270         PERFORM 1045-FLAG-CONTROL-ERROR THRU 1045-EXIT
011280     END-IF.
011290     IF HW-SIT-DAILY-END(HW-SITE-SUB) = 999999
011300         MOVE SPACES TO HW-PRM-ERR-KEY
011310         STRING 'DAILY-WIN-END-' DELIMITED BY SIZE
011320             HW-SIT-WIN-TOKEN(HW-SITE-SUB) DELIMITED BY SPACE
011330             INTO HW-PRM-ERR-KEY
011340         PERFORM 1045-FLAG-CONTROL-ERROR THRU 1045-EXIT
011350     END-IF.
011360     IF HW-SIT-ME-START(HW-SITE-SUB) = 999999
011370         MOVE SPACES TO HW-PRM-ERR-KEY
011380         STRING 'MONTHEND-WIN-START-' DELIMITED BY SIZE
011390             HW-SIT-WIN-TOKEN(HW-SITE-SUB) DELIMITED BY SPACE
011400             INTO HW-PRM-ERR-KEY
011410         PERFORM 1045-FLAG-CONTROL-ERROR THRU 1045-EXIT
011420     END-IF.
011430     IF HW-SIT-ME-END(HW-SITE-SUB) = 999999
011440         MOVE SPACES TO HW-PRM-ERR-KEY
011450         STRING 'MONTHEND-WIN-END-' DELIMITED BY SIZE
011460             HW-SIT-WIN-TOKEN(HW-SITE-SUB) DELIMITED BY SPACE
011470             INTO HW-PRM-ERR-KEY
011480         PERFORM 1045-FLAG-CONTROL-ERROR THRU 1045-EXIT
011490     END-IF.
011500 1042-EXIT.
011510     EXIT.
011520*
011530*--------------------------------------------------------------*
011540* 1045-FLAG-CONTROL-ERROR - REPORT ONE BAD OR MISSING RUN       *
011550*                           CONTROL BY ITS KEYWORD              *
011560*--------------------------------------------------------------*
011570 1045-FLAG-CONTROL-ERROR.
011580     DISPLAY 'HELLO-WORLD RUN-CONTROL BAD OR MISSING: '
011590         HW-PRM-ERR-KEY.
011600     ADD 1 TO HW-PRM-ERR-CNT.
011610 1045-EXIT.
011620     EXIT.
011630*
011640*--------------------------------------------------------------*
011650* 1050-SET-LOCALE - LOAD THE ACTIVE MESSAGE TEXT FOR THE        *
011660*                   SELECTED LOCALE                             *
011670*--------------------------------------------------------------*
011680 1050-SET-LOCALE.
011690     IF HW-LOCALE-EN
011700         MOVE HW-MSG-EN TO HW-MSG-ACTIVE
011710     ELSE
011720         MOVE HW-MSG-PT TO HW-MSG-ACTIVE
011730     END-IF.
011740 1050-EXIT.
011750     EXIT.
011760*
011770*--------------------------------------------------------------*
011780* 1070-SET-SITE-WINDOW - LOAD THE ACTIVE BATCH WINDOWS FROM     *
011790*                        THIS SITE'S LOCAL-TIME VALUES          *
011800*--------------------------------------------------------------*
011810 1070-SET-SITE-WINDOW.
011820     PERFORM 1008-FIND-SITE THRU 1008-EXIT.
011830     IF HW-SITE-HIT = ZERO
011840         MOVE 'SIT-FILE' TO HW-ABEND-FILE
011850         MOVE 'SITE LOOKUP' TO HW-ABEND-OP
011860         MOVE 'NF' TO HW-ABEND-STATUS
011870         GO TO 9900-ABEND
011880     END-IF.
011890     MOVE HW-SIT-DAILY-START(HW-SITE-HIT) TO HW-DAILY-WIN-START.
011900     MOVE HW-SIT-DAILY-END(HW-SITE-HIT) TO HW-DAILY-WIN-END.
011910     MOVE HW-SIT-ME-START(HW-SITE-HIT) TO HW-MONTHEND-WIN-START.
011920     MOVE HW-SIT-ME-END(HW-SITE-HIT) TO HW-MONTHEND-WIN-END.
011930 1070-EXIT.
011940     EXIT.
011950*
011960*--------------------------------------------------------------*
011970* 1100-INITIALIZE - OPEN THE CONTROL FILES AND OBTAIN THE RUN   *
011980*                   DATE/TIME.  THE REPORT FILE IS OPENED LATER *
011990*                   BY 1900-OPEN-REPORT, ONLY ONCE WE KNOW THIS  *
012000*                   RUN IS NOT A SAME-DAY DUPLICATE -- OPENING   *
012010*                   IT HERE WOULD TRUNCATE A REPORT THE FIRST    *
012020*                   RUN OF THE DAY ALREADY WROTE.                *
012030*--------------------------------------------------------------*
012040 1100-INITIALIZE.
012050     OPEN I-O CTR-FILE.
012060     IF HW-CTR-STATUS NOT = '00'
012070         MOVE 'CTR-FILE' TO HW-ABEND-FILE
012080         MOVE 'OPEN I-O' TO HW-ABEND-OP
012090         MOVE HW-CTR-STATUS TO HW-ABEND-STATUS
012100         GO TO 9900-ABEND
012110     END-IF.
012120     OPEN I-O CHK-FILE.
012130     IF HW-CHK-STATUS NOT = '00'
012140         MOVE 'CHK-FILE' TO HW-ABEND-FILE
012150         MOVE 'OPEN I-O' TO HW-ABEND-OP
012160         MOVE HW-CHK-STATUS TO HW-ABEND-STATUS
012170         GO TO 9900-ABEND
012180     END-IF.
012190     EVALUATE TRUE
012200         WHEN HW-MODE-DAILY
012210             DISPLAY HW-GREETING HW-SFX-DAILY
012220         WHEN HW-MODE-MONTHEND
012230             DISPLAY HW-GREETING HW-SFX-MONTHEND
012240         WHEN HW-MODE-ADHOC
012250             DISPLAY HW-GREETING HW-SFX-ADHOC
012260     END-EVALUATE.
012270     IF HW-PREFLIGHT
012280         DISPLAY HW-TXT-PREFLT
012290     END-IF.
012300     IF HW-CATCHUP
012310         DISPLAY HW-TXT-CATCHUP
012320     END-IF.
012330     ACCEPT CURRENT-DATE FROM DATE YYYYMMDD.
012340     ACCEPT CURRENT-TIME FROM TIME.
012350     DISPLAY HW-LBL-DATE CURRENT-DATE.
012360     DISPLAY HW-LBL-TIME CURRENT-TIME.
012370     DISPLAY HW-LBL-SITE HW-RUN-SITE.
012380 1100-EXIT.
012390     EXIT.
012400*
012410*--------------------------------------------------------------*
012420* 1300-CHECK-HOLD - END A HELD CYCLE CLEANLY BEFORE ANY CHECK   *
012430*                   RUNS OR A RUN-ID IS CONSUMED.  A HOLD IS A  *
012440*                   RECORD ON THE HOLD CONTROL FILE FOR THIS    *
012450*                   MODE AND SITE, SET AND RELEASED BY          *
012460*                   HWHLDMNT; THE HELD RUN STILL WRITES ITS     *
012470*                   'HELD' HEARTBEAT AND EVENT SO THE POLLERS   *
012480*                   SEE WHY NOTHING RAN.  AN ABSENT HOLD FILE   *
012490*                   MEANS NO HOLDS.                             *
012500*--------------------------------------------------------------*
012510 1300-CHECK-HOLD.
012520     OPEN INPUT HLD-FILE.
012530     IF HW-HLD-STATUS NOT = '00' AND HW-HLD-STATUS NOT = '05'
012540         MOVE 'HLD-FILE' TO HW-ABEND-FILE
012550         MOVE 'OPEN INPUT' TO HW-ABEND-OP
012560         MOVE HW-HLD-STATUS TO HW-ABEND-STATUS
012570         GO TO 9900-ABEND
012580     END-IF.
012590     MOVE HW-RUN-MODE TO HLD-MODE.
012600     MOVE HW-RUN-SITE TO HLD-SITE.
012610     READ HLD-FILE
012620         INVALID KEY
012630             CONTINUE
012640         NOT INVALID KEY
012650             SET HW-HELD TO TRUE
012660             IF RETURN-CODE < 2
012670                 MOVE 2 TO RETURN-CODE
012680             END-IF
012690             DISPLAY HW-WARN-HELD
012700             DISPLAY 'HELLO-WORLD HOLD SET BY ' HLD-OPER
012710                 ' ON ' HLD-DATE ' AT ' HLD-TIME
012720                 ' - ' HLD-REASON
012730     END-READ.
012740     IF HW-HLD-STATUS NOT = '00' AND HW-HLD-STATUS NOT = '23'
012750             AND HW-HLD-STATUS NOT = '05'
012760         MOVE 'HLD-FILE' TO HW-ABEND-FILE
012770         MOVE 'READ' TO HW-ABEND-OP
012780         MOVE HW-HLD-STATUS TO HW-ABEND-STATUS
012790         GO TO 9900-ABEND
012800     END-IF.
012810     CLOSE HLD-FILE.
012820     IF HW-HLD-STATUS NOT = '00'
012830         MOVE 'HLD-FILE' TO HW-ABEND-FILE
012840         MOVE 'CLOSE' TO HW-ABEND-OP
012850         MOVE HW-HLD-STATUS TO HW-ABEND-STATUS
012860         GO TO 9900-ABEND
012870     END-IF.
012880 1300-EXIT.
012890     EXIT.
012900*
012910*--------------------------------------------------------------*
012920* 1500-CHECK-IDEMPOTENCY - REJECT A SECOND RUN FOR THE SAME     *
012930*                          BUSINESS DATE.  A CHECKPOINT WHOSE    *
012940*                          STEP MARKER SHOWS THE PRIOR RUN       *
012950*                          NEVER FINISHED IS A RESTART, NOT A    *
012960*                          DUPLICATE: ITS RUN-ID IS REUSED AND   *
012970*                          THE COMPLETED STEPS ARE SKIPPED.      *
012980*                          AD-HOC RUNS ARE MANUAL RERUNS BY      *
012990*                          DESIGN AND ARE EXEMPT, LIKE THE       *
013000*                          WINDOW AND RECONCILIATION CHECKS.     *
013010*--------------------------------------------------------------*
013020 1500-CHECK-IDEMPOTENCY.
013030     IF HW-MODE-ADHOC
013040         SET HW-NOT-DUPLICATE TO TRUE
013050         GO TO 1500-EXIT
013060     END-IF.
013070     MOVE CURRENT-DATE TO CHK-DATE.
013080     MOVE HW-RUN-MODE TO CHK-APP-ID.
013090     MOVE HW-RUN-SITE TO CHK-SITE.
013100     READ CHK-FILE
013110         INVALID KEY
013120             SET HW-NOT-DUPLICATE TO TRUE
013130         NOT INVALID KEY
013140             IF CHK-STEP = 'COMPLETE' OR CHK-STEP = SPACES
013150                 SET HW-DUPLICATE-RUN TO TRUE
013160                 IF RETURN-CODE < 8
013170                     MOVE 8 TO RETURN-CODE
013180                 END-IF
013190                 DISPLAY HW-WARN-DUP HW-LBL-DUPDT CHK-DATE
013200                 MOVE 8 TO HW-ALT-SEV
013210                 MOVE HW-WARN-DUP TO HW-ALT-TEXT
013220                 PERFORM 8600-WRITE-ALERT THRU 8600-EXIT
013230             ELSE
013240                 SET HW-RESTART TO TRUE
013250                 SET HW-NOT-DUPLICATE TO TRUE
013260                 MOVE CHK-RUN-ID TO HW-RUN-ID
013270                 DISPLAY HW-WARN-RESTART
013280                 DISPLAY HW-LBL-CTL HW-RUN-ID
013290             END-IF
013300     END-READ.
013310     IF HW-CHK-STATUS NOT = '00' AND HW-CHK-STATUS NOT = '23'
013320         MOVE 'CHK-FILE' TO HW-ABEND-FILE
013330         MOVE 'READ' TO HW-ABEND-OP
013340         MOVE HW-CHK-STATUS TO HW-ABEND-STATUS
013350         GO TO 9900-ABEND
013360     END-IF.
013370 1500-EXIT.
013380     EXIT.
013390*
013400*--------------------------------------------------------------*
013410* 1700-VALIDATE-WINDOW - FLAG A DAILY OR MONTH-END CYCLE THAT   *
013420*                        STARTED OUTSIDE ITS APPROVED WINDOW    *
013430*--------------------------------------------------------------*
013440 1700-VALIDATE-WINDOW.
013450     SET HW-WINDOW-OK TO TRUE.
013460     EVALUATE TRUE
013470         WHEN HW-MODE-DAILY
013480             IF HW-TIME-NUM < HW-DAILY-WIN-START
013490                     AND HW-TIME-NUM > HW-DAILY-WIN-END
013500                 SET HW-WINDOW-LATE TO TRUE
013510             END-IF
013520         WHEN HW-MODE-MONTHEND
013530             IF HW-TIME-NUM < HW-MONTHEND-WIN-START
013540                     AND HW-TIME-NUM > HW-MONTHEND-WIN-END
013550                 SET HW-WINDOW-LATE TO TRUE
013560             END-IF
013570     END-EVALUATE.
013580     IF HW-WINDOW-LATE
013590         IF RETURN-CODE < 4
013600             MOVE 4 TO RETURN-CODE
013610         END-IF
013620         DISPLAY HW-WARN-WINDOW HW-LBL-WINTM CURRENT-TIME
013630         MOVE 4 TO HW-ALT-SEV
013640         MOVE HW-WARN-WINDOW TO HW-ALT-TEXT
013650         PERFORM 8600-WRITE-ALERT THRU 8600-EXIT
013660     END-IF.
013670     IF HW-MODE-DAILY OR HW-MODE-MONTHEND
013680         PERFORM 1750-CHECK-CYCLE-DATE THRU 1750-EXIT
013690     END-IF.
013700 1700-EXIT.
013710     EXIT.
013720*
013730*--------------------------------------------------------------*
013740* 1750-CHECK-CYCLE-DATE - FLAG A SCHEDULED CYCLE LAUNCHED ON A  *
013750*                         NON-BUSINESS DAY.  A START IN THE      *
013760*                         AFTER-MIDNIGHT LEG OF AN OVERNIGHT     *
013770*                         WINDOW MAY BELONG TO THE PRIOR         *
013780*                         CALENDAR DAY'S CYCLE, SO SUCH A START  *
013790*                         IS ACCEPTED IF EITHER THE RUN DATE OR  *
013800*                         THE PRIOR DAY IS A BUSINESS DAY.       *
013810*--------------------------------------------------------------*
013820 1750-CHECK-CYCLE-DATE.
013830     MOVE CURRENT-DATE TO HW-CBD-DATE.
013840     PERFORM 2500-CHECK-BUS-DAY THRU 2500-EXIT.
013850     IF HW-CBD-BUSINESS
013860         GO TO 1750-EXIT
013870     END-IF.
013880     EVALUATE TRUE
013890         WHEN HW-MODE-DAILY
013900                 AND HW-TIME-NUM NOT > HW-DAILY-WIN-END
013910             COMPUTE HW-CBD-DATE = FUNCTION DATE-OF-INTEGER(
013920                 FUNCTION INTEGER-OF-DATE(CURRENT-DATE) - 1)
013930             PERFORM 2500-CHECK-BUS-DAY THRU 2500-EXIT
013940         WHEN HW-MODE-MONTHEND
013950                 AND HW-TIME-NUM NOT > HW-MONTHEND-WIN-END
013960             COMPUTE HW-CBD-DATE = FUNCTION DATE-OF-INTEGER(
013970                 FUNCTION INTEGER-OF-DATE(CURRENT-DATE) - 1)
013980             PERFORM 2500-CHECK-BUS-DAY THRU 2500-EXIT
013990     END-EVALUATE.
014000     IF HW-CBD-NONBUS
014010         SET HW-WINDOW-LATE TO TRUE
014020         IF RETURN-CODE < 4
014030             MOVE 4 TO RETURN-CODE
014040         END-IF
014050         DISPLAY HW-WARN-NONBUS HW-LBL-DUPDT HW-CBD-DATE
014060         MOVE 4 TO HW-ALT-SEV
014070         MOVE HW-WARN-NONBUS TO HW-ALT-TEXT
014080         PERFORM 8600-WRITE-ALERT THRU 8600-EXIT
014090     END-IF.
014100 1750-EXIT.
014110     EXIT.
014120*
014130*--------------------------------------------------------------*
014140* 1900-OPEN-REPORT - OPEN THE JOB-START REPORT FOR THIS RUN.    *
014150*                    ONLY REACHED WHEN THE DUPLICATE-RUN CHECK  *
014160*                    HAS ALREADY PASSED, SO A SECOND SAME-DAY   *
014170*                    INVOCATION CAN NEVER TRUNCATE A REPORT A   *
014180*                    PRIOR RUN ALREADY WROTE.                   *
014190*--------------------------------------------------------------*
014200 1900-OPEN-REPORT.
014210     OPEN OUTPUT RPT-FILE.
014220     IF HW-RPT-STATUS NOT = '00'
014230         MOVE 'RPT-FILE' TO HW-ABEND-FILE
014240         MOVE 'OPEN OUTPUT' TO HW-ABEND-OP
014250         MOVE HW-RPT-STATUS TO HW-ABEND-STATUS
014260         GO TO 9900-ABEND
014270     END-IF.
014280     SET HW-RPT-OPEN TO TRUE.
014290     OPEN I-O RPA-FILE.
014300     IF HW-RPA-STATUS NOT = '00' AND HW-RPA-STATUS NOT = '05'
014310         MOVE 'RPA-FILE' TO HW-ABEND-FILE
014320         MOVE 'OPEN I-O' TO HW-ABEND-OP
014330         MOVE HW-RPA-STATUS TO HW-ABEND-STATUS
014340         GO TO 9900-ABEND
014350     END-IF.
014360 1900-EXIT.
014370     EXIT.
014380*
014390*--------------------------------------------------------------*
014400* 2000-GET-RUN-ID - READ, INCREMENT, AND REWRITE THE RUN-ID     *
014410*                   COUNTER RECORD                              *
014420*--------------------------------------------------------------*
014430 2000-GET-RUN-ID.
014440     MOVE HW-RUN-MODE TO CTR-MODE.
014450     MOVE HW-RUN-SITE TO CTR-SITE.
014460     READ CTR-FILE
014470         INVALID KEY
014480             MOVE ZERO TO CTR-LAST-RUN-ID
014490             MOVE ZERO TO CTR-LAST-RUN-DATE
014500     END-READ.
014510     IF HW-CTR-STATUS NOT = '00' AND HW-CTR-STATUS NOT = '23'
014520         MOVE 'CTR-FILE' TO HW-ABEND-FILE
014530         MOVE 'READ' TO HW-ABEND-OP
014540         MOVE HW-CTR-STATUS TO HW-ABEND-STATUS
014550         GO TO 9900-ABEND
014560     END-IF.
014570     MOVE CTR-LAST-RUN-DATE TO HW-PRIOR-RUN-DATE.
014580     COMPUTE HW-RUN-ID = CTR-LAST-RUN-ID + 1.
014590*    A PREFLIGHT REHEARSAL ONLY SHOWS THE RUN-ID THAT WOULD BE
014600*    ASSIGNED; THE COUNTER RECORD IS LEFT UNTOUCHED.
014610     IF HW-PREFLIGHT
014620         GO TO 2000-SHOW
014630     END-IF.
014640     MOVE HW-RUN-MODE TO CTR-MODE.
014650     MOVE HW-RUN-SITE TO CTR-SITE.
014660     MOVE HW-RUN-ID TO CTR-LAST-RUN-ID.
014670     MOVE CURRENT-DATE TO CTR-LAST-RUN-DATE.
014680     REWRITE CTR-RECORD
014690         INVALID KEY
014700             WRITE CTR-RECORD
014710     END-REWRITE.
014720     IF HW-CTR-STATUS NOT = '00'
014730         MOVE 'CTR-FILE' TO HW-ABEND-FILE
014740         MOVE 'REWRITE' TO HW-ABEND-OP
014750         MOVE HW-CTR-STATUS TO HW-ABEND-STATUS
014760         GO TO 9900-ABEND
014770     END-IF.
014780 2000-SHOW.
014790     DISPLAY HW-LBL-CTL HW-RUN-ID.
014800 2000-EXIT.
014810     EXIT.
014820*
014830*--------------------------------------------------------------*
014840* 2500-CHECK-BUS-DAY - DECIDE WHETHER HW-CBD-DATE IS A BUSINESS *
014850*                      DAY FOR THIS SITE BY CALLING THE SHARED   *
014860*                      HWBUSDAY SUBPROGRAM.  AN ERROR RETURNED   *
014870*                      IN THE PARM AREA TAKES THE ABEND PATH A   *
014880*                      DIRECT CAL-FILE ERROR ALWAYS TOOK.        *
014890*--------------------------------------------------------------*
014900 2500-CHECK-BUS-DAY.
014910     MOVE 'ISBUS' TO BDY-IN-FUNC.
014920     MOVE HW-RUN-SITE TO BDY-IN-SITE.
014930     MOVE HW-CBD-DATE TO BDY-IN-DATE.
014940     MOVE ZERO TO BDY-IN-DATE-2.
014950     CALL 'HWBUSDAY' USING BDY-PARM.
014960     IF BDY-OUT-RETURN NOT = '00'
014970         MOVE 'CAL-FILE' TO HW-ABEND-FILE
014980         MOVE 'BUSDAY CALL' TO HW-ABEND-OP
014990         MOVE BDY-OUT-RETURN TO HW-ABEND-STATUS
015000         GO TO 9900-ABEND
015010     END-IF.
015020     IF BDY-OUT-BUSINESS
015030         SET HW-CBD-BUSINESS TO TRUE
015040     ELSE
015050         SET HW-CBD-NONBUS TO TRUE
015060     END-IF.
015070 2500-EXIT.
015080     EXIT.
015090*
015100*--------------------------------------------------------------*
015110* 2600-COUNT-BUS-DAYS - COUNT THE BUSINESS DAYS AFTER THE PRIOR *
015120*                       RUN DATE UP TO AND INCLUDING TODAY,      *
015130*                       THROUGH THE SHARED HWBUSDAY SUBPROGRAM.  *
015140*                       A CYCLE THAT RAN EVERY PROCESSING DAY    *
015150*                       YIELDS EXACTLY 1; A GAP BEYOND ANY       *
015160*                       PLAUSIBLE OUTAGE COMES BACK AS 999.      *
015170*--------------------------------------------------------------*
015180 2600-COUNT-BUS-DAYS.
015190     MOVE 'COUNT' TO BDY-IN-FUNC.
015200     MOVE HW-RUN-SITE TO BDY-IN-SITE.
015210     MOVE HW-PRIOR-RUN-DATE TO BDY-IN-DATE.
015220     MOVE CURRENT-DATE TO BDY-IN-DATE-2.
015230     CALL 'HWBUSDAY' USING BDY-PARM.
015240     IF BDY-OUT-RETURN NOT = '00'
015250         MOVE 'CAL-FILE' TO HW-ABEND-FILE
015260         MOVE 'BUSDAY CALL' TO HW-ABEND-OP
015270         MOVE BDY-OUT-RETURN TO HW-ABEND-STATUS
015280         GO TO 9900-ABEND
015290     END-IF.
015300     MOVE BDY-OUT-COUNT TO HW-BUS-GAP.
015310 2600-EXIT.
015320     EXIT.
015330*
015340*--------------------------------------------------------------*
015350* 2700-RECONCILE-RUN-ID - COMPARE TODAY'S RUN AGAINST THE LAST   *
015360*                         RECORDED RUN FOR THIS MODE AND FLAG A  *
015370*                         MISSED OR DUPLICATE CYCLE DAY.  THE    *
015380*                         DAILY GAP IS MEASURED IN BUSINESS      *
015390*                         DAYS, SO A WEEKEND OR A HOLIDAY ON     *
015400*                         THE SITE'S CALENDAR DOES NOT RAISE A   *
015410*                         WARNING.  THE FIRST EVER RUN FOR A     *
015420*                         MODE HAS NOTHING TO RECONCILE AGAINST  *
015430*                         AND IS SKIPPED.                        *
015440*--------------------------------------------------------------*
015450 2700-RECONCILE-RUN-ID.
015460     SET HW-RECON-OK TO TRUE.
015470     IF HW-PRIOR-RUN-DATE = ZERO OR HW-MODE-ADHOC
015480         GO TO 2700-EXIT
015490     END-IF.
015500     COMPUTE HW-RECON-GAP =
015510         FUNCTION INTEGER-OF-DATE(CURRENT-DATE)
015520         - FUNCTION INTEGER-OF-DATE(HW-PRIOR-RUN-DATE).
015530     IF HW-MODE-DAILY
015540         PERFORM 2600-COUNT-BUS-DAYS THRU 2600-EXIT
015550         MOVE HW-BUS-GAP TO HW-RECON-GAP
015560     END-IF.
015570     EVALUATE TRUE
015580         WHEN HW-MODE-DAILY
015590                 AND HW-RECON-GAP NOT = HW-DAILY-GAP-EXP
015600             SET HW-RECON-BAD TO TRUE
015610         WHEN HW-MODE-MONTHEND
015620                 AND (HW-RECON-GAP < HW-ME-GAP-MIN
015630                     OR HW-RECON-GAP > HW-ME-GAP-MAX)
015640             SET HW-RECON-BAD TO TRUE
015650     END-EVALUATE.
015660     IF HW-RECON-BAD
015670         IF RETURN-CODE < 12
015680             MOVE 12 TO RETURN-CODE
015690         END-IF
015700         DISPLAY HW-WARN-RECON HW-LBL-GAPDY HW-RECON-GAP
015710         MOVE 12 TO HW-ALT-SEV
015720         MOVE HW-WARN-RECON TO HW-ALT-TEXT
015730         PERFORM 8600-WRITE-ALERT THRU 8600-EXIT
015740     END-IF.
015750 2700-EXIT.
015760     EXIT.
015770*
015780*--------------------------------------------------------------*
015790* 3000-RUN-CATCHUP - RECOVER THE BUSINESS DATES MISSED DURING   *
015800*                    AN OUTAGE.  EACH MISSED DATE, OLDEST       *
015810*                    FIRST, RUNS AS A BACKDATED DAILY CYCLE     *
015820*                    UNDER ITS OWN RUN-ID, AND ONE SUMMARY OF   *
015830*                    THE DATES RECOVERED CLOSES THE REPORT.     *
015840*                    THE REPORT IS OPENED BY 3200 ON THE        *
015850*                    FIRST DATE THAT ACTUALLY RUNS.  THE REAL   *
015851*                    RUN DATE AND TIME ARE RESTORED BEFORE      *
015852*                    THE SUMMARY IS WRITTEN.                    *
015860*--------------------------------------------------------------*
015870 3000-RUN-CATCHUP.
015880     MOVE CURRENT-DATE TO HW-CUP-TODAY-DATE.
015890     MOVE CURRENT-TIME TO HW-CUP-TODAY-TIME.
015900     PERFORM 3100-BUILD-CATCHUP-LIST THRU 3100-EXIT.
015920     MOVE ZERO TO HW-CUP-SUB.
015930     PERFORM 3200-CATCHUP-ONE-DATE THRU 3200-EXIT
015940         UNTIL HW-CUP-SUB NOT < HW-CUP-CNT
015950             OR HW-CUP-STOPPED.
015960     MOVE HW-CUP-TODAY-DATE TO CURRENT-DATE.
015970     MOVE HW-CUP-TODAY-TIME TO CURRENT-TIME.
015980     PERFORM 3500-PRINT-CATCHUP-SUMMARY THRU 3500-EXIT.
015990 3000-EXIT.
016000     EXIT.
016010*
016020*--------------------------------------------------------------*
016030* 3100-BUILD-CATCHUP-LIST - COLLECT, IN DATE ORDER, EVERY       *
016040*                           BUSINESS DATE AFTER THE COUNTER'S   *
016050*                           LAST RUN DATE AND BEFORE TODAY.     *
016060*                           TODAY IS NOT MISSED -- ITS OWN      *
016070*                           DAILY CYCLE RUNS AS SCHEDULED.  A   *
016080*                           MODE/SITE THAT HAS NEVER RUN HAS    *
016090*                           NO OUTAGE TO MEASURE AND YIELDS AN  *
016100*                           EMPTY LIST.                         *
016110*--------------------------------------------------------------*
016120 3100-BUILD-CATCHUP-LIST.
016130     MOVE ZERO TO HW-CUP-CNT.
016140     MOVE HW-RUN-MODE TO CTR-MODE.
016150     MOVE HW-RUN-SITE TO CTR-SITE.
016160     READ CTR-FILE
016170         INVALID KEY
016180             MOVE ZERO TO CTR-LAST-RUN-DATE
016190     END-READ.
016200     IF HW-CTR-STATUS NOT = '00' AND HW-CTR-STATUS NOT = '23'
016210         MOVE 'CTR-FILE' TO HW-ABEND-FILE
016220         MOVE 'READ' TO HW-ABEND-OP
016230         MOVE HW-CTR-STATUS TO HW-ABEND-STATUS
016240         GO TO 9900-ABEND
016250     END-IF.
016260     IF CTR-LAST-RUN-DATE = ZERO
016270         GO TO 3100-EXIT
016280     END-IF.
016290*    A CATCH-UP CYCLE THAT ABENDED AFTER CONSUMING ITS RUN-ID
016300*    LEFT THE COUNTER ON ITS DATE WITH A 'RUNID' CHECKPOINT;
016310*    THAT DATE IS TAKEN FIRST SO THE RESTART FINISHES IT UNDER
016320*    THE SAME RUN-ID.
016330     MOVE CTR-LAST-RUN-DATE TO HW-CUP-SCAN-DATE.
016340     IF HW-CUP-SCAN-DATE < HW-CUP-TODAY-DATE
016350         MOVE HW-CUP-SCAN-DATE TO CHK-DATE
016360         MOVE HW-RUN-MODE TO CHK-APP-ID
016370         MOVE HW-RUN-SITE TO CHK-SITE
016380         READ CHK-FILE
016390             INVALID KEY
016400                 CONTINUE
016410             NOT INVALID KEY
016420                 IF CHK-STEP = 'RUNID'
016430                     PERFORM 3150-ADD-CATCHUP-DATE THRU 3150-EXIT
016440                 END-IF
016450         END-READ
016460         IF HW-CHK-STATUS NOT = '00' AND HW-CHK-STATUS NOT = '23'
016470             MOVE 'CHK-FILE' TO HW-ABEND-FILE
016480             MOVE 'READ' TO HW-ABEND-OP
016490             MOVE HW-CHK-STATUS TO HW-ABEND-STATUS
016500             GO TO 9900-ABEND
016510         END-IF
016520     END-IF.
016530     MOVE 'N' TO HW-CUP-SCAN-SW.
016540     PERFORM 3120-FIND-NEXT-MISSED THRU 3120-EXIT
016550         UNTIL HW-CUP-SCAN-DONE.
016560 3100-EXIT.
016570     EXIT.
016580*
016590*--------------------------------------------------------------*
016600* 3120-FIND-NEXT-MISSED - ASK HWBUSDAY FOR THE NEXT BUSINESS    *
016610*                         DATE AFTER THE SCAN DATE AND ADD IT   *
016620*                         UNLESS IT HAS REACHED TODAY           *
016630*--------------------------------------------------------------*
016640 3120-FIND-NEXT-MISSED.
016650     MOVE 'NEXT' TO BDY-IN-FUNC.
016660     MOVE HW-RUN-SITE TO BDY-IN-SITE.
016670     MOVE HW-CUP-SCAN-DATE TO BDY-IN-DATE.
016680     MOVE ZERO TO BDY-IN-DATE-2.
016690     CALL 'HWBUSDAY' USING BDY-PARM.
016700     IF BDY-OUT-RETURN NOT = '00'
016710         MOVE 'CAL-FILE' TO HW-ABEND-FILE
016720         MOVE 'BUSDAY CALL' TO HW-ABEND-OP
016730         MOVE BDY-OUT-RETURN TO HW-ABEND-STATUS
016740         GO TO 9900-ABEND
016750     END-IF.
016760     IF BDY-OUT-DATE NOT < HW-CUP-TODAY-DATE
016770         SET HW-CUP-SCAN-DONE TO TRUE
016780         GO TO 3120-EXIT
016790     END-IF.
016800     MOVE BDY-OUT-DATE TO HW-CUP-SCAN-DATE.
016810     PERFORM 3150-ADD-CATCHUP-DATE THRU 3150-EXIT.
016820 3120-EXIT.
016830     EXIT.
016840*
016850*--------------------------------------------------------------*
016860* 3150-ADD-CATCHUP-DATE - ADD THE SCAN DATE TO THE CATCH-UP     *
016870*                         TABLE AS NOT YET RUN.  A FULL TABLE   *
016880*                         ENDS THE SCAN; THE DATES LEFT OVER    *
016890*                         ARE PICKED UP BY THE NEXT CATCHUP     *
016900*                         RUN.                                  *
016910*--------------------------------------------------------------*
016920 3150-ADD-CATCHUP-DATE.
016930     IF HW-CUP-CNT NOT < 31
016940         DISPLAY 'HELLO-WORLD CATCH-UP LIMITED TO 31 DATES - '
016950             'RERUN CATCHUP FOR THE REST'
016960         SET HW-CUP-SCAN-DONE TO TRUE
016970         GO TO 3150-EXIT
016980     END-IF.
016990     ADD 1 TO HW-CUP-CNT.
017000     MOVE HW-CUP-SCAN-DATE TO HW-CUP-DATE(HW-CUP-CNT).
017010     MOVE ZERO TO HW-CUP-RUN-ID(HW-CUP-CNT).
017020     MOVE HW-TXT-NOTRUN TO HW-CUP-RESULT(HW-CUP-CNT).
017030 3150-EXIT.
017040     EXIT.
017050*
017060*--------------------------------------------------------------*
017070* 3200-CATCHUP-ONE-DATE - RUN ONE BACKDATED DAILY CYCLE.  THE    *
017080*                         RUN SWITCHES ARE RESET, CURRENT-DATE  *
017090*                         BECOMES THE MISSED DATE, AND THE      *
017100*                         NORMAL HOLD, DUPLICATE, RUN-ID,       *
017110*                         CHECKPOINT, RECONCILIATION, REPORT,   *
017120*                         HEARTBEAT, AND EVENT STEPS RUN FOR    *
017130*                         IT; THE FIRST DATE TO GET THIS FAR    *
017131*                         OPENS THE REPORT.  THE WINDOW         *
017132*                         CHECK IS NOT MADE --                  *
017140*                         A BACKDATED CYCLE IS OUTSIDE ITS      *
017150*                         WINDOW BY DEFINITION.  A HOLD STOPS   *
017160*                         THE CATCH-UP AT THAT DATE, SINCE THE  *
017170*                         LATER DATES CANNOT RUN OUT OF ORDER.  *
017180*--------------------------------------------------------------*
017190 3200-CATCHUP-ONE-DATE.
017200     ADD 1 TO HW-CUP-SUB.
017210     MOVE HW-CUP-DATE(HW-CUP-SUB) TO CURRENT-DATE.
017220     ACCEPT CURRENT-TIME FROM TIME.
017230     MOVE ZERO TO HW-RUN-ID.
017240     MOVE ZERO TO HW-RPA-LINE-CNT.
017250     SET HW-NOT-HELD TO TRUE.
017260     SET HW-NOT-DUPLICATE TO TRUE.
017270     SET HW-NOT-RESTART TO TRUE.
017280     SET HW-RECON-OK TO TRUE.
017290     SET HW-WINDOW-OK TO TRUE.
017300     DISPLAY HW-LBL-DATE CURRENT-DATE.
017310     PERFORM 1300-CHECK-HOLD THRU 1300-EXIT.
017320     IF HW-HELD
017330         SET HW-CUP-STOPPED TO TRUE
017340     ELSE
017350         PERFORM 1500-CHECK-IDEMPOTENCY THRU 1500-EXIT
017360     END-IF.
017370     IF HW-NOT-DUPLICATE AND HW-NOT-HELD
017371         IF NOT HW-RPT-OPEN
017372             PERFORM 1900-OPEN-REPORT THRU 1900-EXIT
017373         END-IF
017380         IF HW-NOT-RESTART
017390             PERFORM 2000-GET-RUN-ID THRU 2000-EXIT
017400             MOVE 'RUNID' TO HW-CHK-STEP
017410             PERFORM 6000-WRITE-CHECKPOINT THRU 6000-EXIT
017420             PERFORM 2700-RECONCILE-RUN-ID THRU 2700-EXIT
017430         END-IF
017440         PERFORM 5000-WRITE-REPORT THRU 5000-EXIT
017450         MOVE 'COMPLETE' TO HW-CHK-STEP
017460         PERFORM 6000-WRITE-CHECKPOINT THRU 6000-EXIT
017470     END-IF.
017480     PERFORM 8000-WRITE-HEARTBEAT THRU 8000-EXIT.
017490     PERFORM 8500-WRITE-RUN-EVENT THRU 8500-EXIT.
017500     MOVE HW-RUN-ID TO HW-CUP-RUN-ID(HW-CUP-SUB).
017510     MOVE HW-HB-RESULT TO HW-CUP-RESULT(HW-CUP-SUB).
017520     IF NOT HW-HELD AND NOT HW-DUPLICATE-RUN
017530         ADD 1 TO HW-CUP-RECOV-CNT
017540     END-IF.
017550 3200-EXIT.
017560     EXIT.
017570*
017580*--------------------------------------------------------------*
017590* 3500-PRINT-CATCHUP-SUMMARY - ONE SUMMARY OF THE CATCH-UP ON    *
017600*                              THE REPORT, WHEN A DATE RAN,     *
017610*                              AND SYSOUT: EVERY MISSED DATE    *
017620*                              WITH ITS RUN-ID AND OUTCOME,     *
017630*                              AND THE COUNT OF DATES           *
017631*                              ACTUALLY RECOVERED               *
017640*--------------------------------------------------------------*
017650 3500-PRINT-CATCHUP-SUMMARY.
017660     MOVE HW-TXT-CATCHUP TO HW-RPT-CUP-TITLE.
017670     IF HW-RPT-OPEN
017671         WRITE RPT-RECORD FROM HW-RPT-CUP-1
017680         PERFORM 5900-CHECK-RPT-STATUS THRU 5900-EXIT
017681     END-IF.
017690     DISPLAY HW-TXT-CATCHUP.
017700     IF HW-CUP-CNT = ZERO
017710         MOVE HW-TXT-NOMISS TO HW-RPT-CUP-TITLE
017720         IF HW-RPT-OPEN
017721             WRITE RPT-RECORD FROM HW-RPT-CUP-1
017730             PERFORM 5900-CHECK-RPT-STATUS THRU 5900-EXIT
017731         END-IF
017740         DISPLAY HW-TXT-NOMISS
017750     END-IF.
017760     MOVE ZERO TO HW-CUP-SUB.
017770     PERFORM 3550-PRINT-CATCHUP-LINE THRU 3550-EXIT
017780         UNTIL HW-CUP-SUB NOT < HW-CUP-CNT.
017790     MOVE HW-LBL-RECOV TO HW-RPT-CUP-LBL-RECOV.
017800     MOVE HW-CUP-RECOV-CNT TO HW-RPT-CUP-RECOV-CNT.
017810     IF HW-RPT-OPEN
017811         WRITE RPT-RECORD FROM HW-RPT-CUP-3
017820         PERFORM 5900-CHECK-RPT-STATUS THRU 5900-EXIT
017821     END-IF.
017830     DISPLAY HW-RPT-CUP-3.
017840 3500-EXIT.
017850     EXIT.
017860*
017870*--------------------------------------------------------------*
017880* 3550-PRINT-CATCHUP-LINE - ONE SUMMARY LINE PER MISSED DATE     *
017890*--------------------------------------------------------------*
017900 3550-PRINT-CATCHUP-LINE.
017910     ADD 1 TO HW-CUP-SUB.
017920     MOVE HW-CUP-DATE(HW-CUP-SUB) TO HW-RPT-CUP-DATE.
017930     MOVE HW-LBL-CTL TO HW-RPT-CUP-LBL-CTL.
017940     MOVE HW-CUP-RUN-ID(HW-CUP-SUB) TO HW-RPT-CUP-RUN-ID.
017950     MOVE HW-CUP-RESULT(HW-CUP-SUB) TO HW-RPT-CUP-RESULT.
017960     IF HW-RPT-OPEN
017961         WRITE RPT-RECORD FROM HW-RPT-CUP-2
017970         PERFORM 5900-CHECK-RPT-STATUS THRU 5900-EXIT
017971     END-IF.
017980     DISPLAY HW-RPT-CUP-2.
017990 3550-EXIT.
018000     EXIT.
018010*
018020*--------------------------------------------------------------*
018030* 5000-WRITE-REPORT - BUILD AND WRITE THE JOB-START REPORT      *
018040*--------------------------------------------------------------*
018050 5000-WRITE-REPORT.
018060     WRITE RPT-RECORD FROM HW-RPT-HDR-1.
018070     PERFORM 5900-CHECK-RPT-STATUS THRU 5900-EXIT.
018080     PERFORM 5800-ARCHIVE-RPT-LINE THRU 5800-EXIT.
018090     MOVE HW-LBL-DATE TO HW-RPT-LBL-DATE.
018100     MOVE CURRENT-DATE TO HW-RPT-DATE-OUT.
018110     MOVE HW-LBL-TIME TO HW-RPT-LBL-TIME.
018120     MOVE CURRENT-TIME TO HW-RPT-TIME-OUT.
018130     WRITE RPT-RECORD FROM HW-RPT-HDR-2.
018140     PERFORM 5900-CHECK-RPT-STATUS THRU 5900-EXIT.
018150     PERFORM 5800-ARCHIVE-RPT-LINE THRU 5800-EXIT.
018160     MOVE HW-LBL-MODE TO HW-RPT-LBL-MODE.
018170     MOVE HW-RUN-MODE TO HW-RPT-MODE-OUT.
018180     WRITE RPT-RECORD FROM HW-RPT-HDR-3.
018190     PERFORM 5900-CHECK-RPT-STATUS THRU 5900-EXIT.
018200     PERFORM 5800-ARCHIVE-RPT-LINE THRU 5800-EXIT.
018210     MOVE HW-LBL-SITE TO HW-RPT-LBL-SITE.
018220     MOVE HW-RUN-SITE TO HW-RPT-SITE-OUT.
018230     WRITE RPT-RECORD FROM HW-RPT-HDR-4.
018240     PERFORM 5900-CHECK-RPT-STATUS THRU 5900-EXIT.
018250     PERFORM 5800-ARCHIVE-RPT-LINE THRU 5800-EXIT.
018260     MOVE HW-LBL-CTL TO HW-RPT-LBL-CTL.
018270     MOVE HW-RUN-ID TO HW-RPT-CTL-OUT.
018280     WRITE RPT-RECORD FROM HW-RPT-DTL-1.
018290     PERFORM 5900-CHECK-RPT-STATUS THRU 5900-EXIT.
018300     PERFORM 5800-ARCHIVE-RPT-LINE THRU 5800-EXIT.
018310     PERFORM 5100-ECHO-RUN-CONTROLS THRU 5100-EXIT.
018320 5000-EXIT.
018330     EXIT.
018340*
018350*--------------------------------------------------------------*
018360* 5100-ECHO-RUN-CONTROLS - DOCUMENT ON THE JOB-START REPORT THE *
018370*                          WINDOW AND RECONCILIATION LIMITS     *
018380*                          THIS RUN ACTUALLY ENFORCED.  AD-HOC  *
018390*                          RUNS CHECK NEITHER AND SAY SO.       *
018400*--------------------------------------------------------------*
018410 5100-ECHO-RUN-CONTROLS.
018420     PERFORM 5105-FORMAT-RUN-CONTROLS THRU 5105-EXIT.
018430     WRITE RPT-RECORD FROM HW-RPT-CTL-2.
018440     PERFORM 5900-CHECK-RPT-STATUS THRU 5900-EXIT.
018450     PERFORM 5800-ARCHIVE-RPT-LINE THRU 5800-EXIT.
018460     WRITE RPT-RECORD FROM HW-RPT-CTL-3.
018470     PERFORM 5900-CHECK-RPT-STATUS THRU 5900-EXIT.
018480     PERFORM 5800-ARCHIVE-RPT-LINE THRU 5800-EXIT.
018490 5100-EXIT.
018500     EXIT.
018510*
018520*--------------------------------------------------------------*
018530* 5105-FORMAT-RUN-CONTROLS - FORMAT THE WINDOW AND GAP LIMIT    *
018540*                            TEXTS FOR THIS RUN'S MODE, SHARED  *
018550*                            BY THE REPORT ECHO AND THE         *
018560*                            PREFLIGHT DISPLAY                  *
018570*--------------------------------------------------------------*
018580 5105-FORMAT-RUN-CONTROLS.
018590     MOVE HW-LBL-WINDOW TO HW-RPT-LBL-WINDOW.
018600     MOVE HW-LBL-GAPTOL TO HW-RPT-LBL-GAPTOL.
018610     EVALUATE TRUE
018620         WHEN HW-MODE-DAILY
018630             MOVE HW-DAILY-WIN-START TO HW-WIN-TEXT-START
018640             MOVE HW-DAILY-WIN-END TO HW-WIN-TEXT-END
018650             MOVE HW-WIN-TEXT TO HW-RPT-WIN-TEXT
018660             MOVE HW-DAILY-GAP-EXP TO HW-GAP-TEXT-MIN
018670             MOVE HW-DAILY-GAP-EXP TO HW-GAP-TEXT-MAX
018680             MOVE HW-GAP-TEXT TO HW-RPT-GAP-TEXT
018690         WHEN HW-MODE-MONTHEND
018700             MOVE HW-MONTHEND-WIN-START TO HW-WIN-TEXT-START
018710             MOVE HW-MONTHEND-WIN-END TO HW-WIN-TEXT-END
018720             MOVE HW-WIN-TEXT TO HW-RPT-WIN-TEXT
018730             MOVE HW-ME-GAP-MIN TO HW-GAP-TEXT-MIN
018740             MOVE HW-ME-GAP-MAX TO HW-GAP-TEXT-MAX
018750             MOVE HW-GAP-TEXT TO HW-RPT-GAP-TEXT
018760         WHEN OTHER
018770             MOVE HW-TXT-NOCHK TO HW-RPT-WIN-TEXT
018780             MOVE HW-TXT-NOCHK TO HW-RPT-GAP-TEXT
018790     END-EVALUATE.
018800 5105-EXIT.
018810     EXIT.
018820*
018830*--------------------------------------------------------------*
018840* 5200-DISPLAY-PREFLIGHT - THE WOULD-BE JOB-START REPORT FOR A  *
018850*                          PREFLIGHT REHEARSAL, DISPLAYED ON    *
018860*                          SYSOUT INSTEAD OF WRITTEN, SO THE    *
018870*                          REAL REPORT AND ITS ARCHIVE ARE      *
018880*                          UNTOUCHED                            *
018890*--------------------------------------------------------------*
018900 5200-DISPLAY-PREFLIGHT.
018910     DISPLAY HW-TXT-PREFLT.
018920     DISPLAY HW-LBL-MODE HW-RUN-MODE.
018930     DISPLAY HW-LBL-SITE HW-RUN-SITE.
018940     PERFORM 5105-FORMAT-RUN-CONTROLS THRU 5105-EXIT.
018950     DISPLAY HW-LBL-WINDOW HW-RPT-WIN-TEXT.
018960     DISPLAY HW-LBL-GAPTOL HW-RPT-GAP-TEXT.
018970 5200-EXIT.
018980     EXIT.
018990*
019000*--------------------------------------------------------------*
019010* 5800-ARCHIVE-RPT-LINE - KEEP THE REPORT LINE JUST WRITTEN IN  *
019020*                         THE REPORT ARCHIVE UNDER THIS RUN'S   *
019030*                         DATE, MODE, AND SITE.  AN AD-HOC      *
019040*                         RERUN'S LINES LAND ON EXISTING KEYS   *
019050*                         AND ARE REWRITTEN, MIRRORING THE      *
019060*                         CHECKPOINT REWRITE CONVENTION.        *
019070*--------------------------------------------------------------*
019080 5800-ARCHIVE-RPT-LINE.
019090     ADD 1 TO HW-RPA-LINE-CNT.
019100     MOVE CURRENT-DATE TO RPA-RUN-DATE.
019110     MOVE HW-RUN-MODE TO RPA-RUN-MODE.
019120     MOVE HW-RUN-SITE TO RPA-RUN-SITE.
019130     MOVE HW-RPA-LINE-CNT TO RPA-LINE-NO.
019140     MOVE RPT-RECORD TO RPA-LINE.
019150     WRITE RPA-RECORD
019160         INVALID KEY
019170             REWRITE RPA-RECORD
019180     END-WRITE.
019190     IF HW-RPA-STATUS NOT = '00'
019200         MOVE 'RPA-FILE' TO HW-ABEND-FILE
019210         MOVE 'WRITE' TO HW-ABEND-OP
019220         MOVE HW-RPA-STATUS TO HW-ABEND-STATUS
019230         GO TO 9900-ABEND
019240     END-IF.
019250 5800-EXIT.
019260     EXIT.
019270*
019280*--------------------------------------------------------------*
019290* 5900-CHECK-RPT-STATUS - COMMON STATUS CHECK AFTER EACH        *
019300*                         REPORT LINE WRITE                     *
019310*--------------------------------------------------------------*
019320 5900-CHECK-RPT-STATUS.
019330     IF HW-RPT-STATUS NOT = '00'
019340         MOVE 'RPT-FILE' TO HW-ABEND-FILE
019350         MOVE 'WRITE' TO HW-ABEND-OP
019360         MOVE HW-RPT-STATUS TO HW-ABEND-STATUS
019370         GO TO 9900-ABEND
019380     END-IF.
019390 5900-EXIT.
019400     EXIT.
019410*
019420*--------------------------------------------------------------*
019430* 6000-WRITE-CHECKPOINT - RECORD THE STEP THIS RUN HAS REACHED  *
019440*                         (HW-CHK-STEP) ON TODAY'S CHECKPOINT.   *
019450*                         THE 'RUNID' WRITE CREATES THE RECORD   *
019460*                         AND THE 'COMPLETE' WRITE EXPECTS TO    *
019470*                         REWRITE IT, SO ONLY THE FIRST WARNS    *
019480*                         WHEN A RECORD IS ALREADY ON FILE (AN   *
019490*                         AD-HOC RERUN), MIRRORING THE REWRITE/  *
019500*                         WRITE FALLBACK ALREADY USED FOR        *
019510*                         CTR-FILE IN 2000-GET-RUN-ID.           *
019520*--------------------------------------------------------------*
019530 6000-WRITE-CHECKPOINT.
019540     MOVE CURRENT-DATE TO CHK-DATE.
019550     MOVE HW-RUN-MODE TO CHK-APP-ID.
019560     MOVE HW-RUN-SITE TO CHK-SITE.
019570     MOVE HW-RUN-ID TO CHK-RUN-ID.
019580     MOVE CURRENT-TIME TO CHK-TIME.
019590     MOVE HW-CHK-STEP TO CHK-STEP.
019600     WRITE CHK-RECORD
019610         INVALID KEY
019620             IF HW-CHK-STEP = 'RUNID'
019630                 DISPLAY HW-WARN-CHK
019640             END-IF
019650             REWRITE CHK-RECORD
019660     END-WRITE.
019670     IF HW-CHK-STATUS NOT = '00'
019680         MOVE 'CHK-FILE' TO HW-ABEND-FILE
019690         MOVE 'WRITE' TO HW-ABEND-OP
019700         MOVE HW-CHK-STATUS TO HW-ABEND-STATUS
019710         GO TO 9900-ABEND
019720     END-IF.
019730 6000-EXIT.
019740     EXIT.
019750*
019760*--------------------------------------------------------------*
019770* 7900-SET-END-TIME - CAPTURE THE RUN'S END TIME AND COMPUTE    *
019780*                     THE ELAPSED SECONDS FROM THE START TIME,  *
019790*                     ADDING A DAY WHEN THE RUN CROSSED         *
019800*                     MIDNIGHT                                  *
019810*--------------------------------------------------------------*
019820 7900-SET-END-TIME.
019830     ACCEPT HW-END-TIME FROM TIME.
019840     MOVE CURRENT-TIME TO HW-TIME-PARTS.
019850     COMPUTE HW-START-SEC =
019860         (HW-TP-HH * 3600) + (HW-TP-MM * 60) + HW-TP-SS.
019870     MOVE HW-END-TIME TO HW-TIME-PARTS.
019880     COMPUTE HW-END-SEC =
019890         (HW-TP-HH * 3600) + (HW-TP-MM * 60) + HW-TP-SS.
019900     IF HW-END-SEC < HW-START-SEC
019910         ADD 86400 TO HW-END-SEC
019920     END-IF.
019930     COMPUTE HW-ELAPSED-SEC = HW-END-SEC - HW-START-SEC.
019940 7900-EXIT.
019950     EXIT.
019960*
019970*--------------------------------------------------------------*
019980* 8000-WRITE-HEARTBEAT - APPEND A STATUS RECORD TO THE SHARED   *
019990*                        HEARTBEAT FILE SO OTHER JOBS IN THE    *
020000*                        SCHEDULE CAN POLL OUR OUTCOME.  A      *
020010*                        RECONCILIATION WARNING OUTRANKS A      *
020020*                        LATE START, SINCE IT MEANS A PRIOR     *
020030*                        CYCLE DAY MAY HAVE BEEN MISSED.        *
020040*--------------------------------------------------------------*
020050 8000-WRITE-HEARTBEAT.
020060     PERFORM 7900-SET-END-TIME THRU 7900-EXIT.
020070     EVALUATE TRUE
020080         WHEN HW-HELD
020090             MOVE 'HELD' TO HW-HB-RESULT
020100         WHEN HW-DUPLICATE-RUN
020110             MOVE 'SKIPPED' TO HW-HB-RESULT
020120         WHEN HW-RECON-BAD
020130             MOVE 'RECON' TO HW-HB-RESULT
020140         WHEN HW-WINDOW-LATE
020150             MOVE 'LATE' TO HW-HB-RESULT
020160         WHEN OTHER
020170             MOVE 'OK' TO HW-HB-RESULT
020180     END-EVALUATE.
020190     OPEN EXTEND HB-FILE.
020200     IF HW-HBT-STATUS NOT = '00'
020210         MOVE 'HB-FILE' TO HW-ABEND-FILE
020220         MOVE 'OPEN EXTEND' TO HW-ABEND-OP
020230         MOVE HW-HBT-STATUS TO HW-ABEND-STATUS
020240         GO TO 9900-ABEND
020250     END-IF.
020260     MOVE SPACES TO HB-RECORD.
020270     MOVE CURRENT-DATE TO HB-RUN-DATE.
020280     MOVE CURRENT-TIME TO HB-RUN-TIME.
020290     MOVE HW-RUN-MODE TO HB-RUN-MODE.
020300     MOVE HW-RUN-ID TO HB-RUN-ID.
020310     MOVE HW-HB-RESULT TO HB-RUN-STATUS.
020320     MOVE HW-RUN-SITE TO HB-RUN-SITE.
020330     MOVE HW-END-TIME TO HB-END-TIME.
020340     MOVE HW-ELAPSED-SEC TO HB-ELAPSED-NUM.
020350     WRITE HB-RECORD.
020360     IF HW-HBT-STATUS NOT = '00'
020370         MOVE 'HB-FILE' TO HW-ABEND-FILE
020380         MOVE 'WRITE' TO HW-ABEND-OP
020390         MOVE HW-HBT-STATUS TO HW-ABEND-STATUS
020400         GO TO 9900-ABEND
020410     END-IF.
020420     CLOSE HB-FILE.
020430     IF HW-HBT-STATUS NOT = '00'
020440         MOVE 'HB-FILE' TO HW-ABEND-FILE
020450         MOVE 'CLOSE' TO HW-ABEND-OP
020460         MOVE HW-HBT-STATUS TO HW-ABEND-STATUS
020470         GO TO 9900-ABEND
020480     END-IF.
020490     PERFORM 8100-UPDATE-CURR-STATUS THRU 8100-EXIT.
020500 8000-EXIT.
020510     EXIT.
020520*
020530*--------------------------------------------------------------*
020540* 8100-UPDATE-CURR-STATUS - UPSERT THE KEYED CURRENT-STATUS     *
020550*                           RECORD FOR THIS DATE/MODE/SITE SO   *
020560*                           HWSTQRY CAN ANSWER THE SUITE POLLS  *
020570*                           WITH A DIRECT READ.  A RERUN'S      *
020580*                           RECORD LANDS ON THE EXISTING KEY    *
020590*                           AND IS REWRITTEN -- THE LATEST      *
020600*                           OUTCOME WINS, AS IT DOES ON THE    *
020610*                           HEARTBEAT SCAN.                     *
020620*--------------------------------------------------------------*
020630 8100-UPDATE-CURR-STATUS.
020640     OPEN I-O STS-FILE.
020650     IF HW-STS-STATUS NOT = '00' AND HW-STS-STATUS NOT = '05'
020660         MOVE 'STS-FILE' TO HW-ABEND-FILE
020670         MOVE 'OPEN I-O' TO HW-ABEND-OP
020680         MOVE HW-STS-STATUS TO HW-ABEND-STATUS
020690         GO TO 9900-ABEND
020700     END-IF.
020710     MOVE CURRENT-DATE TO STS-RUN-DATE.
020720     MOVE HW-RUN-MODE TO STS-RUN-MODE.
020730     MOVE HW-RUN-SITE TO STS-RUN-SITE.
020740     MOVE HW-RUN-ID TO STS-RUN-ID.
020750     MOVE CURRENT-TIME TO STS-RUN-TIME.
020760     MOVE HW-HB-RESULT TO STS-RUN-STATUS.
020770     MOVE HW-END-TIME TO STS-END-TIME.
020780     MOVE HW-ELAPSED-SEC TO STS-ELAPSED-SEC.
020790     WRITE STS-RECORD
020800         INVALID KEY
020810             REWRITE STS-RECORD
020820     END-WRITE.
020830     IF HW-STS-STATUS NOT = '00'
020840         MOVE 'STS-FILE' TO HW-ABEND-FILE
020850         MOVE 'WRITE' TO HW-ABEND-OP
020860         MOVE HW-STS-STATUS TO HW-ABEND-STATUS
020870         GO TO 9900-ABEND
020880     END-IF.
020890     CLOSE STS-FILE.
020900     IF HW-STS-STATUS NOT = '00'
020910         MOVE 'STS-FILE' TO HW-ABEND-FILE
020920         MOVE 'CLOSE' TO HW-ABEND-OP
020930         MOVE HW-STS-STATUS TO HW-ABEND-STATUS
020940         GO TO 9900-ABEND
020950     END-IF.
020960 8100-EXIT.
020970     EXIT.
020980*
020990*--------------------------------------------------------------*
021000* 8500-WRITE-RUN-EVENT - APPEND THIS RUN'S OUTCOME TO THE       *
021010*                        PERSISTENT RUN-EVENT LOG.  ON THE      *
021020*                        ABEND PATH THE STATUS IS 'ABEND' WITH  *
021030*                        THE FAILING FILE/OPERATION/STATUS, AND *
021040*                        AN ERROR ON THE LOG ITSELF IS IGNORED  *
021050*                        RATHER THAN ALLOWED TO RE-ABEND THE    *
021060*                        ABEND HANDLER.                         *
021070*--------------------------------------------------------------*
021080 8500-WRITE-RUN-EVENT.
021090     IF CURRENT-DATE = ZERO
021100         ACCEPT CURRENT-DATE FROM DATE YYYYMMDD
021110         ACCEPT CURRENT-TIME FROM TIME
021120     END-IF.
021130     OPEN EXTEND EVT-FILE.
021140     IF HW-EVT-STATUS NOT = '00'
021150         IF HW-ABENDING
021160             GO TO 8500-EXIT
021170         ELSE
021180             MOVE 'EVT-FILE' TO HW-ABEND-FILE
021190             MOVE 'OPEN EXTEND' TO HW-ABEND-OP
021200             MOVE HW-EVT-STATUS TO HW-ABEND-STATUS
021210             GO TO 9900-ABEND
021220         END-IF
021230     END-IF.
021240     MOVE SPACES TO EVT-RECORD.
021250     MOVE CURRENT-DATE TO EVT-RUN-DATE.
021260     MOVE CURRENT-TIME TO EVT-RUN-TIME.
021270     MOVE HW-RUN-MODE TO EVT-RUN-MODE.
021280     MOVE HW-RUN-SITE TO EVT-RUN-SITE.
021290     MOVE HW-RUN-ID TO EVT-RUN-ID.
021300     IF HW-ABENDING
021310         MOVE 'ABEND' TO EVT-RUN-STATUS
021320         MOVE HW-ABEND-FILE TO EVT-ABEND-FILE
021330         MOVE HW-ABEND-OP TO EVT-ABEND-OP
021340         MOVE HW-ABEND-STATUS TO EVT-ABEND-STATUS
021350     ELSE
021360         MOVE HW-HB-RESULT TO EVT-RUN-STATUS
021370     END-IF.
021380     WRITE EVT-RECORD.
021390     IF HW-EVT-STATUS NOT = '00' AND NOT HW-ABENDING
021400         MOVE 'EVT-FILE' TO HW-ABEND-FILE
021410         MOVE 'WRITE' TO HW-ABEND-OP
021420         MOVE HW-EVT-STATUS TO HW-ABEND-STATUS
021430         GO TO 9900-ABEND
021440     END-IF.
021450     CLOSE EVT-FILE.
021460     IF HW-EVT-STATUS NOT = '00' AND NOT HW-ABENDING
021470         MOVE 'EVT-FILE' TO HW-ABEND-FILE
021480         MOVE 'CLOSE' TO HW-ABEND-OP
021490         MOVE HW-EVT-STATUS TO HW-ABEND-STATUS
021500         GO TO 9900-ABEND
021510     END-IF.
021520 8500-EXIT.
021530     EXIT.
021540*
021550*--------------------------------------------------------------*
021560* 8600-WRITE-ALERT - APPEND ONE ALERT FOR THE PAGING BRIDGE.    *
021570*                    THE CALLER SETS HW-ALT-SEV AND             *
021580*                    HW-ALT-TEXT; SEVERITY 8 AND UP IS          *
021590*                    PAGEABLE, 4 IS LOGGED ONLY, AND THE        *
021600*                    ROUTING CODE SELECTS THE SITE'S ON-CALL    *
021610*                    LIST.  A PREFLIGHT REHEARSAL RAISES NO     *
021620*                    ALERTS (AN ABEND DURING ONE STILL DOES),   *
021630*                    AND AN ALERT-FILE ERROR WHILE ABENDING IS  *
021640*                    IGNORED LIKE THE EVENT-LOG ONE.            *
021650*                    A PAGEABLE ALERT SHORT OF AN ABEND, RAISED *
021660*                    INSIDE A MAINTENANCE WINDOW FOR THE SITE,  *
021670*                    IS WRITTEN WITH PAGING SUPPRESSED.         *
021680*--------------------------------------------------------------*
021690 8600-WRITE-ALERT.
021700     IF HW-PREFLIGHT AND NOT HW-ABENDING
021710         GO TO 8600-EXIT
021720     END-IF.
021730     SET HW-NOT-IN-MAINT TO TRUE.
021740     IF HW-ALT-SEV NOT < 8 AND HW-ALT-SEV < 16
021750         PERFORM 8650-CHECK-MAINT-WINDOW THRU 8650-EXIT
021760     END-IF.
021770     OPEN EXTEND ALT-FILE.
021780     IF HW-ALT-STATUS NOT = '00'
021790         IF HW-ABENDING
021800             GO TO 8600-EXIT
021810         ELSE
021820             MOVE 'ALT-FILE' TO HW-ABEND-FILE
021830             MOVE 'OPEN EXTEND' TO HW-ABEND-OP
021840             MOVE HW-ALT-STATUS TO HW-ABEND-STATUS
021850             GO TO 9900-ABEND
021860         END-IF
021870     END-IF.
021880     MOVE SPACES TO ALT-RECORD.
021890     MOVE HW-ALT-SEV TO ALT-SEVERITY.
021900     IF HW-ALT-SEV < 8
021910         MOVE 'N' TO ALT-PAGE-SW
021920     ELSE
021930         MOVE 'Y' TO ALT-PAGE-SW
021940     END-IF.
021950     IF HW-IN-MAINT
021960         MOVE 'N' TO ALT-PAGE-SW
021970         SET ALT-MAINT-SUPPRESSED TO TRUE
021980     ELSE
021990         MOVE 'N' TO ALT-MAINT-SW
022000     END-IF.
022010*    THE ROUTING CODE COMES FROM THE SITE MASTER.  AN ABEND
022020*    BEFORE THE SITE IS RESOLVED (OR BEFORE THE TABLE LOADS)
022030*    ROUTES TO THE FIRST SITE ON FILE, AND AS A LAST RESORT TO
022040*    THE SAO PAULO LIST THE BRIDGE HAS ALWAYS DEFAULTED TO.
022050     PERFORM 1008-FIND-SITE THRU 1008-EXIT.
022060     EVALUATE TRUE
022070         WHEN HW-SITE-HIT > ZERO
022080             MOVE HW-SIT-ROUTE(HW-SITE-HIT) TO ALT-ROUTE-CD
022090         WHEN HW-SITE-CNT > ZERO
022100             MOVE HW-SIT-ROUTE(1) TO ALT-ROUTE-CD
022110         WHEN OTHER
022120             MOVE 'SPONCALL' TO ALT-ROUTE-CD
022130     END-EVALUATE.
022140     MOVE CURRENT-DATE TO ALT-RUN-DATE.
022150     MOVE CURRENT-TIME TO ALT-RUN-TIME.
022160     MOVE HW-RUN-MODE TO ALT-RUN-MODE.
022170     MOVE HW-RUN-SITE TO ALT-RUN-SITE.
022180     MOVE HW-RUN-ID TO ALT-RUN-ID.
022190     MOVE HW-ALT-TEXT TO ALT-TEXT.
022200     WRITE ALT-RECORD.
022210     IF HW-ALT-STATUS NOT = '00' AND NOT HW-ABENDING
022220         MOVE 'ALT-FILE' TO HW-ABEND-FILE
022230         MOVE 'WRITE' TO HW-ABEND-OP
022240         MOVE HW-ALT-STATUS TO HW-ABEND-STATUS
022250         GO TO 9900-ABEND
022260     END-IF.
022270     CLOSE ALT-FILE.
022280     IF HW-ALT-STATUS NOT = '00' AND NOT HW-ABENDING
022290         MOVE 'ALT-FILE' TO HW-ABEND-FILE
022300         MOVE 'CLOSE' TO HW-ABEND-OP
022310         MOVE HW-ALT-STATUS TO HW-ABEND-STATUS
022320         GO TO 9900-ABEND
022330     END-IF.
022340 8600-EXIT.
022350     EXIT.
022360*
022370*--------------------------------------------------------------*
022380* 8650-CHECK-MAINT-WINDOW - SET HW-IN-MAINT WHEN A MAINTENANCE  *
022390*                           WINDOW FOR THE RUN'S SITE COVERS    *
022400*                           THE CURRENT DATE AND TIME.  THE     *
022410*                           SITE'S WINDOWS ARE READ IN START    *
022420*                           ORDER UNTIL ONE COVERS NOW OR ONE   *
022430*                           STARTS AFTER NOW.  AN ABSENT WINDOW *
022440*                           FILE MEANS NO WINDOWS.              *
022450*--------------------------------------------------------------*
022460 8650-CHECK-MAINT-WINDOW.
022470     ACCEPT HW-MWN-NOW-DATE FROM DATE YYYYMMDD.
022480     ACCEPT HW-MWN-NOW-TIME FROM TIME.
022490     SET HW-MWN-NOT-EOF TO TRUE.
022500     OPEN INPUT MWN-FILE.
022510     IF HW-MWN-STATUS = '05'
022520         GO TO 8650-CLOSE
022530     END-IF.
022540     IF HW-MWN-STATUS NOT = '00'
022550         MOVE 'MWN-FILE' TO HW-ABEND-FILE
022560         MOVE 'OPEN INPUT' TO HW-ABEND-OP
022570         MOVE HW-MWN-STATUS TO HW-ABEND-STATUS
022580         GO TO 9900-ABEND
022590     END-IF.
022600     MOVE HW-RUN-SITE TO MWN-SITE.
022610     MOVE ZERO TO MWN-START-DATE.
022620     MOVE SPACES TO MWN-START-TIME.
022630     START MWN-FILE KEY NOT < MWN-KEY
022640         INVALID KEY
022650             SET HW-MWN-EOF TO TRUE
022660     END-START.
022670     IF HW-MWN-STATUS NOT = '00' AND HW-MWN-STATUS NOT = '23'
022680         MOVE 'MWN-FILE' TO HW-ABEND-FILE
022690         MOVE 'START' TO HW-ABEND-OP
022700         MOVE HW-MWN-STATUS TO HW-ABEND-STATUS
022710         GO TO 9900-ABEND
022720     END-IF.
022730     PERFORM 8660-TEST-MAINT-WINDOW THRU 8660-EXIT
022740         UNTIL HW-MWN-EOF OR HW-IN-MAINT.
022750 8650-CLOSE.
022760     CLOSE MWN-FILE.
022770     IF HW-MWN-STATUS NOT = '00'
022780         MOVE 'MWN-FILE' TO HW-ABEND-FILE
022790         MOVE 'CLOSE' TO HW-ABEND-OP
022800         MOVE HW-MWN-STATUS TO HW-ABEND-STATUS
022810         GO TO 9900-ABEND
022820     END-IF.
022830     IF HW-IN-MAINT
022840         DISPLAY 'HELLO-WORLD ALERT PAGING SUPPRESSED - '
022850             'MAINTENANCE WINDOW SET BY ' MWN-OPER
022860             ' UNTIL ' MWN-END-DATE ' ' MWN-END-TIME
022870             ' - ' MWN-REASON
022880     END-IF.
022890 8650-EXIT.
022900     EXIT.
022910*
022920*--------------------------------------------------------------*
022930* 8660-TEST-MAINT-WINDOW - READ THE SITE'S NEXT WINDOW AND TEST *
022940*                          WHETHER IT COVERS NOW                *
022950*--------------------------------------------------------------*
022960 8660-TEST-MAINT-WINDOW.
022970     READ MWN-FILE NEXT
022980         AT END
022990             SET HW-MWN-EOF TO TRUE
023000             GO TO 8660-EXIT
023010     END-READ.
023020     IF HW-MWN-STATUS NOT = '00'
023030         MOVE 'MWN-FILE' TO HW-ABEND-FILE
023040         MOVE 'READ NEXT' TO HW-ABEND-OP
023050         MOVE HW-MWN-STATUS TO HW-ABEND-STATUS
023060         GO TO 9900-ABEND
023070     END-IF.
023080     IF MWN-SITE NOT = HW-RUN-SITE OR MWN-START > HW-MWN-NOW
023090         SET HW-MWN-EOF TO TRUE
023100         GO TO 8660-EXIT
023110     END-IF.
023120     IF MWN-END NOT < HW-MWN-NOW
023130         SET HW-IN-MAINT TO TRUE
023140     END-IF.
023150 8660-EXIT.
023160     EXIT.
023170*
023180*--------------------------------------------------------------*
023190* 9000-TERMINATE - CLOSE FILES.  RPT-FILE IS ONLY CLOSED IF     *
023200*                  1900-OPEN-REPORT ACTUALLY OPENED IT -- A     *
023210*                  DUPLICATE-RUN NEVER OPENS IT.                *
023220*--------------------------------------------------------------*
023230 9000-TERMINATE.
023240     IF HW-RPT-OPEN
023250         CLOSE RPT-FILE
023260         IF HW-RPT-STATUS NOT = '00'
023270             MOVE 'RPT-FILE' TO HW-ABEND-FILE
023280             MOVE 'CLOSE' TO HW-ABEND-OP
023290             MOVE HW-RPT-STATUS TO HW-ABEND-STATUS
023300             GO TO 9900-ABEND
023310         END-IF
023320         CLOSE RPA-FILE
023330         IF HW-RPA-STATUS NOT = '00'
023340             MOVE 'RPA-FILE' TO HW-ABEND-FILE
023350             MOVE 'CLOSE' TO HW-ABEND-OP
023360             MOVE HW-RPA-STATUS TO HW-ABEND-STATUS
023370             GO TO 9900-ABEND
023380         END-IF
023390     END-IF.
023400     CLOSE CTR-FILE.
023410     IF HW-CTR-STATUS NOT = '00'
023420         MOVE 'CTR-FILE' TO HW-ABEND-FILE
023430         MOVE 'CLOSE' TO HW-ABEND-OP
023440         MOVE HW-CTR-STATUS TO HW-ABEND-STATUS
023450         GO TO 9900-ABEND
023460     END-IF.
023470     CLOSE CHK-FILE.
023480     IF HW-CHK-STATUS NOT = '00'
023490         MOVE 'CHK-FILE' TO HW-ABEND-FILE
023500         MOVE 'CLOSE' TO HW-ABEND-OP
023510         MOVE HW-CHK-STATUS TO HW-ABEND-STATUS
023520         GO TO 9900-ABEND
023530     END-IF.
023540 9000-EXIT.
023550     EXIT.
023560*
023570*--------------------------------------------------------------*
023580* 9900-ABEND - COMMON FILE-ERROR HANDLER.  DISPLAYS THE FAILING *
023590*              FILE, OPERATION, AND STATUS CODE, SETS A         *
023600*              DISTINGUISHABLE RETURN CODE, RECORDS AN ABEND    *
023610*              EVENT ON THE RUN-EVENT LOG FOR THE MORNING       *
023620*              OPERATOR, AND ENDS THE RUN WITHOUT ATTEMPTING    *
023630*              ANY OTHER FILE I/O.                              *
023640*--------------------------------------------------------------*
023650 9900-ABEND.
023660     DISPLAY 'HELLO-WORLD FILE ERROR - FILE: ' HW-ABEND-FILE
023670         ' OPERATION: ' HW-ABEND-OP ' STATUS: ' HW-ABEND-STATUS.
023680     MOVE 16 TO RETURN-CODE.
023690     SET HW-ABENDING TO TRUE.
023700     PERFORM 8500-WRITE-RUN-EVENT THRU 8500-EXIT.
023710     MOVE 16 TO HW-ALT-SEV.
023720     MOVE HW-ABEND-FILE TO HW-ABT-FILE.
023730     MOVE HW-ABEND-OP TO HW-ABT-OP.
023740     MOVE HW-ABEND-STATUS TO HW-ABT-STATUS.
023750     MOVE HW-ABEND-TEXT TO HW-ALT-TEXT.
023760     PERFORM 8600-WRITE-ALERT THRU 8600-EXIT.
023770     STOP RUN.
