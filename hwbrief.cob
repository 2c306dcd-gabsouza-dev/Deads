000100 IDENTIFICATION DIVISION.
000110 PROGRAM-ID. HWBRIEF.
000120 AUTHOR. R L MARTIN.
000130 INSTALLATION. DATA PROCESSING - BATCH SYSTEMS.
000140 DATE-WRITTEN. 10/15/2026.
000150 DATE-COMPILED.
000160*--------------------------------------------------------------*
000170* MODIFICATION HISTORY                                         *
000180*    DATE       INIT  DESCRIPTION                              *
000190*    ---------- ----  ------------------------------------     *
000200*    10/15/2026 RLM   ORIGINAL PROGRAM.  MORNING OPERATIONS    *
000210*                     BRIEFING FOR THE 06:00 SHIFT TURNOVER:   *
000220*                     ONE SECTION PER SITE, IN THE SITE'S OWN  *
000230*                     LOCALE (HWMSGS), WITH THE PRIOR BUSINESS *
000240*                     DATE'S CYCLE OUTCOMES AND ELAPSED TIME   *
000250*                     AGAINST THE SLA, THE HOLDS IN FORCE, THE *
000260*                     ALERTS NOT YET CLOSED, THE DCLFILE DAY-  *
000270*                     CLOSE STATUS, THE CALENDAR COVERAGE, AND *
000280*                     TONIGHT'S EXPECTED CYCLES, ENDING IN ONE *
000290*                     RED/AMBER/GREEN STATUS PER SITE.         *
000300*                     REPLACES STITCHING TOGETHER THE HWEVINQ, *
000310*                     HWALTMNT, HWDAYCLS, HWCALINQ, AND        *
000320*                     HWHLDMNT REPORTS EVERY MORNING.          *
000330*    10/15/2026 RLM   AN OPEN ALERT WHOSE PAGING A MAINTENANCE *
000340*                     WINDOW SUPPRESSED IS FLAGGED MAINT.  THE *
000350*                     BRIEFING TEXT NOW LOADS FROM ITS OWN     *
000360*                     HWMSGS GROUPS.                           *
000370*--------------------------------------------------------------*
000380*--------------------------------------------------------------*
000390* PARM: [BRIEF-DATE [SSSSS [HHH]]]                             *
000400*    BRIEF-DATE  CCYYMMDD, THE MORNING OF THE BRIEFING.        *
000410*                BLANK OR 'TODAY' IS TODAY.  EACH SITE IS      *
000420*                BRIEFED ON ITS OWN PRIOR BUSINESS DATE (VIA   *
000430*                HWBUSDAY) AND ON THE CYCLES IT OWES TONIGHT,  *
000440*                THE BRIEF-DATE ITSELF.                        *
000450*    SSSSS       SLA IN WHOLE SECONDS OF ELAPSED RUN TIME, AS  *
000460*                ON HWSLARPT (ZERO PADDED, DEFAULT 99999).     *
000470*    HHH         CALENDAR COVERAGE HORIZON IN DAYS, AS ON      *
000480*                HWCALINQ (ZERO PADDED, DEFAULT 180).          *
000490*    FOR EXAMPLE 'TODAY 03600 090'.                            *
000500*--------------------------------------------------------------*
000510* SITE STATUS:                                                 *
000520*    RED    AN EXPECTED CYCLE IS MISSING, OR ABENDED AND WAS   *
000530*           NOT RERUN; OR AN ALERT IS ESCALATED, OR PAGEABLE   *
000540*           AND STILL UNACKNOWLEDGED.                          *
000550*    AMBER  ANY OTHER CYCLE THAT DID NOT END 'OK' INSIDE THE   *
000560*           SLA, A HOLD IN FORCE, ANY OTHER ALERT NOT CLOSED,  *
000570*           THE DAY NOT CLOSED ON DCLFILE, OR A CALENDAR       *
000580*           COVERAGE WARNING.                                  *
000590*    GREEN  NONE OF THE ABOVE.                                 *
000600* ONLY THE LIVE HBFILE AND EVTFILE ARE READ, NOT THE HWHSKP    *
000610* ARCHIVES.                                                    *
000620*--------------------------------------------------------------*
000630* RETURN-CODE LEGEND:                                          *
000640*    00  BRIEFING PRODUCED - EVERY SITE GREEN                  *
000650*    04  BRIEFING PRODUCED - AT LEAST ONE SITE AMBER, NONE RED *
000660*    08  BRIEFING PRODUCED - AT LEAST ONE SITE RED, OR         *
000670*        INVALID PARM - NOTHING DONE                           *
000680*    16  ABEND - UNEXPECTED FILE STATUS ON A FILE OPERATION    *
000690*--------------------------------------------------------------*
000700 ENVIRONMENT DIVISION.
000710 INPUT-OUTPUT SECTION.
000720 FILE-CONTROL.
000730     SELECT SIT-FILE ASSIGN TO SITFILE
000740         ORGANIZATION IS INDEXED
000750         ACCESS MODE IS DYNAMIC
000760         RECORD KEY IS SIT-KEY
000770         FILE STATUS IS BF-SIT-STATUS.
000780
000790     SELECT OPTIONAL HB-FILE ASSIGN TO HBFILE
000800         ORGANIZATION IS LINE SEQUENTIAL
000810         FILE STATUS IS BF-HBT-STATUS.
000820
000830     SELECT OPTIONAL EVT-FILE ASSIGN TO EVTFILE
000840         ORGANIZATION IS LINE SEQUENTIAL
000850         FILE STATUS IS BF-EVT-STATUS.
000860
000870     SELECT OPTIONAL HLD-FILE ASSIGN TO HLDFILE
000880         ORGANIZATION IS INDEXED
000890         ACCESS MODE IS DYNAMIC
000900         RECORD KEY IS HLD-KEY
000910         FILE STATUS IS BF-HLD-STATUS.
000920
000930     SELECT OPTIONAL ALS-FILE ASSIGN TO ALTSTAT
000940         ORGANIZATION IS INDEXED
000950         ACCESS MODE IS DYNAMIC
000960         RECORD KEY IS ALS-KEY
000970         FILE STATUS IS BF-ALS-STATUS.
000980
000990     SELECT OPTIONAL DCL-FILE ASSIGN TO DCLFILE
001000         ORGANIZATION IS INDEXED
001010         ACCESS MODE IS DYNAMIC
001020         RECORD KEY IS DCL-KEY
001030         FILE STATUS IS BF-DCL-STATUS.
001040
001050     SELECT OPTIONAL CAL-FILE ASSIGN TO CALFILE
001060         ORGANIZATION IS INDEXED
001070         ACCESS MODE IS DYNAMIC
001080         RECORD KEY IS CAL-KEY
001090         FILE STATUS IS BF-CAL-STATUS.
001100
001110     SELECT RPT-FILE ASSIGN TO BRFRPT
001120         ORGANIZATION IS LINE SEQUENTIAL
001130         FILE STATUS IS BF-RPT-STATUS.
001140*
001150 DATA DIVISION.
001160 FILE SECTION.
001170 FD  SIT-FILE
001180     LABEL RECORDS ARE STANDARD.
001190 COPY HWSITREC.
001200*
001210 FD  HB-FILE
001220     LABEL RECORDS ARE STANDARD
001230     RECORD CONTAINS 80 CHARACTERS.
001240 COPY HWHBREC.
001250*
001260 FD  EVT-FILE
001270     LABEL RECORDS ARE STANDARD
001280     RECORD CONTAINS 80 CHARACTERS.
001290 COPY HWEVTREC.
001300*
001310 FD  HLD-FILE
001320     LABEL RECORDS ARE STANDARD.
001330 COPY HWHLDREC.
001340*
001350 FD  ALS-FILE
001360     LABEL RECORDS ARE STANDARD.
001370 COPY HWALSREC.
001380*
001390 FD  DCL-FILE
001400     LABEL RECORDS ARE STANDARD.
001410 COPY HWDCLREC.
001420*
001430 FD  CAL-FILE
001440     LABEL RECORDS ARE STANDARD.
001450 COPY HWCALREC.
001460*
001470 FD  RPT-FILE
001480     LABEL RECORDS ARE STANDARD
001490     RECORD CONTAINS 80 CHARACTERS.
001500 01  RPT-RECORD                  PIC X(80).
001510*
001520 WORKING-STORAGE SECTION.
001530 77  BF-SIT-STATUS               PIC X(02) VALUE '00'.
001540 77  BF-HBT-STATUS               PIC X(02) VALUE '00'.
001550 77  BF-EVT-STATUS               PIC X(02) VALUE '00'.
001560 77  BF-HLD-STATUS               PIC X(02) VALUE '00'.
001570 77  BF-ALS-STATUS               PIC X(02) VALUE '00'.
001580 77  BF-DCL-STATUS               PIC X(02) VALUE '00'.
001590 77  BF-CAL-STATUS               PIC X(02) VALUE '00'.
001600 77  BF-RPT-STATUS               PIC X(02) VALUE '00'.
001610 77  BF-SITE-CNT                 PIC 9(05) COMP VALUE ZERO.
001620 77  BF-GREEN-CNT                PIC 9(05) COMP VALUE ZERO.
001630 77  BF-AMBER-CNT                PIC 9(05) COMP VALUE ZERO.
001640 77  BF-RED-CNT                  PIC 9(05) COMP VALUE ZERO.
001650 77  BF-LINE-CNT                 PIC 9(05) COMP VALUE ZERO.
001660 77  BF-HOL-CNT                  PIC 9(05) COMP VALUE ZERO.
001670 01  BF-SIT-EOF-SW               PIC X(01) VALUE 'N'.
001680     88  BF-SIT-EOF                        VALUE 'Y'.
001690 01  BF-EOF-SW                   PIC X(01) VALUE 'N'.
001700     88  BF-EOF                            VALUE 'Y'.
001710     88  BF-NOT-EOF                        VALUE 'N'.
001720 01  BF-HLD-OPEN-SW              PIC X(01) VALUE 'N'.
001730     88  BF-HLD-PRESENT                    VALUE 'Y'.
001740 01  BF-ALS-OPEN-SW              PIC X(01) VALUE 'N'.
001750     88  BF-ALS-PRESENT                    VALUE 'Y'.
001760 01  BF-DCL-OPEN-SW              PIC X(01) VALUE 'N'.
001770     88  BF-DCL-PRESENT                    VALUE 'Y'.
001780 01  BF-CAL-OPEN-SW              PIC X(01) VALUE 'N'.
001790     88  BF-CAL-PRESENT                    VALUE 'Y'.
001800 01  BF-FOUND-SW                 PIC X(01) VALUE 'N'.
001810     88  BF-FOUND                          VALUE 'Y'.
001820     88  BF-NOT-FOUND                      VALUE 'N'.
001830 01  BF-ABEND-FILE               PIC X(08).
001840 01  BF-ABEND-OP                 PIC X(12).
001850 01  BF-ABEND-STATUS             PIC X(02).
001860*
001870*--------------------------------------------------------------*
001880* PARM AND DATE WORK AREA                                      *
001890*--------------------------------------------------------------*
001900 01  BF-SEL-DATE                 PIC X(08) VALUE SPACES.
001910 01  BF-SEL-DATE-NUM REDEFINES BF-SEL-DATE
001920                                 PIC 9(08).
001930 01  BF-SEL-SLA                  PIC X(05) VALUE SPACES.
001940 01  BF-SEL-SLA-N REDEFINES BF-SEL-SLA
001950                                 PIC 9(05).
001960 01  BF-SEL-HHH                  PIC X(03) VALUE SPACES.
001970 01  BF-SEL-HHH-N REDEFINES BF-SEL-HHH
001980                                 PIC 9(03).
001990 01  BF-SLA-SEC                  PIC 9(05) VALUE 99999.
002000 01  BF-HORIZON-DAYS             PIC 9(03) VALUE 180.
002010 01  BF-HORIZON-DATE             PIC 9(08) VALUE ZERO.
002020 01  BF-HORIZON-INT              PIC S9(09) COMP VALUE ZERO.
002030 01  BF-BRF-DATE                 PIC 9(08) VALUE ZERO.
002040 01  BF-BRF-DATE-X REDEFINES BF-BRF-DATE.
002050     05  BF-BRF-CCYYMM           PIC X(06).
002060     05  BF-BRF-DD               PIC X(02).
002070 01  BF-BRF-INT                  PIC S9(09) COMP VALUE ZERO.
002080 01  BF-PRIOR-DATE               PIC 9(08) VALUE ZERO.
002090 01  BF-PRIOR-DATE-X REDEFINES BF-PRIOR-DATE.
002100     05  BF-PRIOR-CCYYMM         PIC X(06).
002110     05  BF-PRIOR-DD             PIC X(02).
002120 01  BF-NEXT-DATE                PIC 9(08) VALUE ZERO.
002130 01  BF-NEXT-DATE-X REDEFINES BF-NEXT-DATE.
002140     05  BF-NEXT-CCYYMM          PIC X(06).
002150     05  BF-NEXT-DD              PIC X(02).
002160 01  BF-CURR-DATE                PIC 9(08) VALUE ZERO.
002170 01  BF-CURR-TIME                PIC X(06) VALUE SPACES.
002180 01  BF-CURR-TIME-R REDEFINES BF-CURR-TIME.
002190     05  BF-CURR-HH              PIC 9(02).
002200     05  BF-CURR-MISS            PIC X(04).
002210 01  BF-HLD-TIME-WORK            PIC X(06) VALUE SPACES.
002220 01  BF-HLD-TIME-R REDEFINES BF-HLD-TIME-WORK.
002230     05  BF-HLD-HH               PIC 9(02).
002240     05  BF-HLD-MISS             PIC X(04).
002250 01  BF-HLD-INT                  PIC S9(09) COMP VALUE ZERO.
002260 01  BF-CURR-INT                 PIC S9(09) COMP VALUE ZERO.
002270 01  BF-AGE-HRS                  PIC S9(07) COMP VALUE ZERO.
002280 01  BF-SITE-MAX-DATE            PIC 9(08) VALUE ZERO.
002290 01  BF-TONITE-MODE              PIC X(08) VALUE SPACES.
002300*
002310*--------------------------------------------------------------*
002320* PER-SITE FINDINGS.  THE SITE LEVEL ONLY EVER RISES WHILE THE *
002330* SITE IS BRIEFED: GREEN TO AMBER TO RED.                      *
002340*--------------------------------------------------------------*
002350 01  BF-SITE-LEVEL               PIC 9(02) VALUE ZERO.
002360     88  BF-SITE-GREEN                     VALUE 00.
002370     88  BF-SITE-AMBER                     VALUE 04.
002380     88  BF-SITE-RED                       VALUE 08.
002390 01  BF-PRIOR-ME-SW              PIC X(01) VALUE 'N'.
002400     88  BF-PRIOR-MONTHEND                 VALUE 'Y'.
002410 01  BF-TONITE-BUS-SW            PIC X(01) VALUE 'N'.
002420     88  BF-TONITE-BUSINESS                VALUE 'Y'.
002430 01  BF-TONITE-ME-SW             PIC X(01) VALUE 'N'.
002440     88  BF-TONITE-MONTHEND                VALUE 'Y'.
002450 01  BF-CYCLE-SEEN.
002460     05  BF-HB-DLY-SW            PIC X(01).
002470         88  BF-HB-DAILY                   VALUE 'Y'.
002480     05  BF-HB-ME-SW             PIC X(01).
002490         88  BF-HB-MONTHEND                VALUE 'Y'.
002500     05  BF-HB-ADH-SW            PIC X(01).
002510         88  BF-HB-ADHOC                   VALUE 'Y'.
002520     05  BF-ABD-DLY-SW           PIC X(01).
002530         88  BF-ABD-DAILY                  VALUE 'Y'.
002540     05  BF-ABD-ME-SW            PIC X(01).
002550         88  BF-ABD-MONTHEND               VALUE 'Y'.
002560     05  BF-ABD-ADH-SW           PIC X(01).
002570         88  BF-ABD-ADHOC                  VALUE 'Y'.
002580*
002590 COPY HWBUSDYC.
002600*
002610 COPY HWMSGS.
002620*
002630*--------------------------------------------------------------*
002640* ACTIVE BRIEFING TEXT, LOADED PER SITE BY A GROUP MOVE OF THE *
002650* HWMSGS HW-BRF- GROUP FOR THE SITE'S LOCALE.                  *
002660*--------------------------------------------------------------*
002670 01  BF-MSG-ACTIVE.
002680     05  BF-TITLE                PIC X(30).
002690     05  BF-LBL-BUSDT            PIC X(22).
002700     05  BF-SEC-CYCLE            PIC X(30).
002710     05  BF-SEC-HOLD             PIC X(30).
002720     05  BF-SEC-ALERT            PIC X(30).
002730     05  BF-SEC-DAYCLS           PIC X(30).
002740     05  BF-SEC-CALCOV           PIC X(30).
002750     05  BF-SEC-TONITE           PIC X(30).
002760     05  BF-SEC-STATUS           PIC X(30).
002770     05  BF-TXT-NONE             PIC X(40).
002780     05  BF-TXT-MISSING          PIC X(08).
002790     05  BF-TXT-OVERSLA          PIC X(09).
002800     05  BF-TXT-ESCAL            PIC X(09).
002810     05  BF-TXT-HELD             PIC X(09).
002820     05  BF-WARN-NODCL           PIC X(40).
002830     05  BF-WARN-NOHOL           PIC X(40).
002840     05  BF-WARN-HZN             PIC X(40).
002850     05  BF-TXT-CALOK            PIC X(40).
002860     05  BF-TXT-NONBUS           PIC X(40).
002870     05  BF-LBL-ELAPS            PIC X(06).
002880     05  BF-LBL-AGE              PIC X(09).
002890     05  BF-LBL-EXP              PIC X(11).
002900     05  BF-LBL-DSC              PIC X(15).
002910     05  BF-TXT-MAINT            PIC X(09).
002920*
002930*--------------------------------------------------------------*
002940* BRIEFING REPORT LINES.  THE HEADINGS AND TOTALS ARE FOR THE  *
002950* WHOLE RUN; EVERYTHING BETWEEN THEM IS IN EACH SITE'S LOCALE. *
002960*--------------------------------------------------------------*
002970 01  BF-RPT-HDR-1.
002980     05  FILLER                  PIC X(01) VALUE SPACE.
002990     05  FILLER                  PIC X(40)
003000             VALUE 'HWBRIEF MORNING OPERATIONS BRIEFING'.
003010     05  FILLER                  PIC X(09) VALUE 'PRINTED: '.
003020     05  BF-RPT-DATE             PIC 9(08).
003030     05  FILLER                  PIC X(01) VALUE SPACE.
003040     05  BF-RPT-TIME             PIC X(06).
003050     05  FILLER                  PIC X(15) VALUE SPACES.
003060 01  BF-RPT-HDR-2.
003070     05  FILLER                  PIC X(01) VALUE SPACE.
003080     05  FILLER                  PIC X(15)
003090             VALUE 'BRIEFING DATE: '.
003100     05  BF-RPT-BRF-DATE         PIC 9(08).
003110     05  FILLER                  PIC X(14) VALUE '   SLA (SEC): '.
003120     05  BF-RPT-SLA              PIC 9(05).
003130     05  FILLER                  PIC X(18)
003140             VALUE '   HORIZON DAYS: '.
003150     05  BF-RPT-HZN              PIC 9(03).
003160     05  FILLER                  PIC X(16) VALUE SPACES.
003170 01  BF-RPT-BLANK                PIC X(80) VALUE SPACES.
003180 01  BF-RPT-SITE-1.
003190     05  FILLER                  PIC X(01) VALUE SPACE.
003200     05  BF-RPT-TITLE            PIC X(30).
003210     05  FILLER                  PIC X(01) VALUE SPACE.
003220     05  BF-RPT-SITE             PIC X(08).
003230     05  FILLER                  PIC X(01) VALUE SPACE.
003240     05  BF-RPT-LBL-BUSDT        PIC X(22).
003250     05  BF-RPT-PRIOR            PIC 9(08).
003260     05  FILLER                  PIC X(09) VALUE SPACES.
003270 01  BF-RPT-SEC-1.
003280     05  FILLER                  PIC X(01) VALUE SPACE.
003290     05  BF-RPT-SEC-LBL          PIC X(30).
003300     05  FILLER                  PIC X(49) VALUE SPACES.
003310 01  BF-RPT-NOTE-1.
003320     05  FILLER                  PIC X(05) VALUE SPACES.
003330     05  BF-NOTE-TEXT            PIC X(40).
003340     05  FILLER                  PIC X(01) VALUE SPACE.
003350     05  BF-NOTE-DATE            PIC X(08).
003360     05  FILLER                  PIC X(26) VALUE SPACES.
003370 01  BF-RPT-MSG-1.
003380     05  FILLER                  PIC X(05) VALUE ' *** '.
003390     05  BF-MSG-TEXT             PIC X(40).
003400     05  FILLER                  PIC X(01) VALUE SPACE.
003410     05  BF-MSG-DATE             PIC X(08).
003420     05  FILLER                  PIC X(26) VALUE SPACES.
003430 01  BF-RPT-CYC-1.
003440     05  FILLER                  PIC X(01) VALUE SPACE.
003450     05  BF-CYC-MODE             PIC X(08).
003460     05  FILLER                  PIC X(01) VALUE SPACE.
003470     05  BF-CYC-STATUS           PIC X(08).
003480     05  FILLER                  PIC X(01) VALUE SPACE.
003490     05  BF-CYC-RUN-ID           PIC 9(09).
003500     05  FILLER                  PIC X(01) VALUE SPACE.
003510     05  BF-CYC-START            PIC X(06).
003520     05  FILLER                  PIC X(01) VALUE '-'.
003530     05  BF-CYC-END              PIC X(06).
003540     05  FILLER                  PIC X(01) VALUE SPACE.
003550     05  BF-CYC-LBL-ELAPS        PIC X(06).
003560     05  BF-CYC-ELAPSED          PIC ZZZZZ9.
003570     05  BF-CYC-ELAPSED-X REDEFINES BF-CYC-ELAPSED
003580                                 PIC X(06).
003590     05  FILLER                  PIC X(01) VALUE SPACE.
003600     05  BF-CYC-FLAG             PIC X(09).
003610     05  FILLER                  PIC X(01) VALUE SPACE.
003620     05  BF-CYC-NOTE             PIC X(14).
003630 01  BF-RPT-HLD-1.
003640     05  FILLER                  PIC X(01) VALUE SPACE.
003650     05  BF-HLD-MODE             PIC X(08).
003660     05  FILLER                  PIC X(01) VALUE SPACE.
003670     05  BF-HLD-OPER             PIC X(08).
003680     05  FILLER                  PIC X(01) VALUE SPACE.
003690     05  BF-HLD-DATE             PIC 9(08).
003700     05  FILLER                  PIC X(01) VALUE SPACE.
003710     05  BF-HLD-TIME             PIC X(06).
003720     05  FILLER                  PIC X(01) VALUE SPACE.
003730     05  BF-HLD-LBL-AGE          PIC X(09).
003740     05  BF-HLD-AGE              PIC ZZZZ9.
003750     05  FILLER                  PIC X(01) VALUE SPACE.
003760     05  BF-HLD-REASON           PIC X(30).
003770 01  BF-RPT-ALS-1.
003780     05  FILLER                  PIC X(01) VALUE SPACE.
003790     05  BF-ALS-DATE             PIC 9(08).
003800     05  FILLER                  PIC X(01) VALUE SPACE.
003810     05  BF-ALS-TIME             PIC X(06).
003820     05  FILLER                  PIC X(01) VALUE SPACE.
003830     05  BF-ALS-SEV              PIC 9(02).
003840     05  FILLER                  PIC X(01) VALUE SPACE.
003850     05  BF-ALS-STS-OUT          PIC X(08).
003860     05  FILLER                  PIC X(01) VALUE SPACE.
003870     05  BF-ALS-FLAG             PIC X(09).
003880     05  FILLER                  PIC X(01) VALUE SPACE.
003890     05  BF-ALS-ACK-OPER         PIC X(08).
003900     05  FILLER                  PIC X(01) VALUE SPACE.
003910     05  BF-ALS-TEXT             PIC X(32).
003920 01  BF-RPT-DCL-1.
003930     05  FILLER                  PIC X(01) VALUE SPACE.
003940     05  BF-DCL-STS-OUT          PIC X(08).
003950     05  FILLER                  PIC X(01) VALUE SPACE.
003960     05  BF-DCL-LBL-EXP          PIC X(11).
003970     05  BF-DCL-EXP              PIC ZZ9.
003980     05  FILLER                  PIC X(01) VALUE SPACE.
003990     05  BF-DCL-LBL-DSC          PIC X(15).
004000     05  BF-DCL-DSC              PIC ZZ9.
004010     05  FILLER                  PIC X(01) VALUE SPACE.
004020     05  BF-DCL-CHK-DATE         PIC 9(08).
004030     05  FILLER                  PIC X(01) VALUE SPACE.
004040     05  BF-DCL-CHK-TIME         PIC X(06).
004050     05  FILLER                  PIC X(21) VALUE SPACES.
004060 01  BF-RPT-TNT-1.
004070     05  FILLER                  PIC X(01) VALUE SPACE.
004080     05  BF-TNT-MODE             PIC X(08).
004090     05  FILLER                  PIC X(01) VALUE SPACE.
004100     05  BF-TNT-DATE             PIC 9(08).
004110     05  FILLER                  PIC X(01) VALUE SPACE.
004120     05  BF-TNT-FLAG             PIC X(09).
004130     05  FILLER                  PIC X(52) VALUE SPACES.
004140 01  BF-RPT-STS-1.
004150     05  FILLER                  PIC X(01) VALUE SPACE.
004160     05  BF-STS-LBL              PIC X(30).
004170     05  FILLER                  PIC X(01) VALUE SPACE.
004180     05  BF-STS-CODE             PIC X(05).
004190     05  FILLER                  PIC X(43) VALUE SPACES.
004200 01  BF-RPT-TOT-1.
004210     05  FILLER                  PIC X(01) VALUE SPACE.
004220     05  BF-RPT-TOT-LBL          PIC X(16).
004230     05  BF-RPT-TOT-CNT          PIC ZZZZ9.
004240     05  FILLER                  PIC X(58) VALUE SPACES.
004250*
004260 LINKAGE SECTION.
004270 01  BF-PARM-AREA.
004280     05  BF-PARM-LEN             PIC S9(04) COMP.
004290     05  BF-PARM-TEXT            PIC X(80).
004300*
004310 PROCEDURE DIVISION USING BF-PARM-AREA.
004320*--------------------------------------------------------------*
004330* 0000-MAINLINE                                                 *
004340*--------------------------------------------------------------*
004350 0000-MAINLINE.
004360     PERFORM 1000-GET-PARM THRU 1000-EXIT.
004370     PERFORM 1100-INITIALIZE THRU 1100-EXIT.
004380     PERFORM 2000-BRIEF-ONE-SITE THRU 2000-EXIT
004390         UNTIL BF-SIT-EOF.
004400     PERFORM 8000-PRINT-TOTALS THRU 8000-EXIT.
004410     PERFORM 9000-TERMINATE THRU 9000-EXIT.
004420     STOP RUN.
004430*
004440*--------------------------------------------------------------*
004450* 1000-GET-PARM - ESTABLISH THE BRIEFING DATE, SLA, AND         *
004460*                 HORIZON.  A BAD PARM ENDS THE RUN BEFORE ANY  *
004470*                 FILE IS OPENED.                               *
004480*--------------------------------------------------------------*
004490 1000-GET-PARM.
004500     ACCEPT BF-CURR-DATE FROM DATE YYYYMMDD.
004510     ACCEPT BF-CURR-TIME FROM TIME.
004520     IF BF-PARM-LEN > ZERO
004530         UNSTRING BF-PARM-TEXT DELIMITED BY ALL SPACE
004540             INTO BF-SEL-DATE BF-SEL-SLA BF-SEL-HHH
004550     END-IF.
004560     IF BF-SEL-DATE = SPACES OR BF-SEL-DATE = 'TODAY'
004570         MOVE BF-CURR-DATE TO BF-SEL-DATE-NUM
004580     END-IF.
004590     IF BF-SEL-DATE NOT NUMERIC
004600         DISPLAY 'HWBRIEF INVALID PARM DATE: ' BF-SEL-DATE
004610         MOVE 8 TO RETURN-CODE
004620         STOP RUN
004630     END-IF.
004640     MOVE BF-SEL-DATE-NUM TO BF-BRF-DATE.
004650     COMPUTE BF-BRF-INT = FUNCTION INTEGER-OF-DATE(BF-BRF-DATE).
004660     IF BF-BRF-INT = ZERO
004670         DISPLAY 'HWBRIEF INVALID PARM DATE: ' BF-SEL-DATE
004680         MOVE 8 TO RETURN-CODE
004690         STOP RUN
004700     END-IF.
004710     IF BF-SEL-SLA NOT = SPACES
004720         IF BF-SEL-SLA NOT NUMERIC
004730             DISPLAY 'HWBRIEF INVALID PARM SLA: ' BF-SEL-SLA
004740             MOVE 8 TO RETURN-CODE
004750             STOP RUN
004760         END-IF
004770         MOVE BF-SEL-SLA-N TO BF-SLA-SEC
004780     END-IF.
004790     IF BF-SEL-HHH NOT = SPACES
004800         IF BF-SEL-HHH NOT NUMERIC
004810             DISPLAY 'HWBRIEF INVALID PARM HORIZON: ' BF-SEL-HHH
004820             MOVE 8 TO RETURN-CODE
004830             STOP RUN
004840         END-IF
004850         MOVE BF-SEL-HHH-N TO BF-HORIZON-DAYS
004860     END-IF.
004870     COMPUTE BF-HORIZON-INT = BF-BRF-INT + BF-HORIZON-DAYS.
004880     COMPUTE BF-HORIZON-DATE =
004890         FUNCTION DATE-OF-INTEGER(BF-HORIZON-INT).
004900     COMPUTE BF-CURR-INT = FUNCTION INTEGER-OF-DATE(BF-CURR-DATE).
004910 1000-EXIT.
004920     EXIT.
004930*
004940*--------------------------------------------------------------*
004950* 1100-INITIALIZE - OPEN THE KEYED FILES AND THE REPORT, WRITE  *
004960*                   THE HEADINGS, AND POSITION AT THE FIRST     *
004970*                   SITE.  AN ABSENT OPTIONAL FILE IS BRIEFED   *
004980*                   AS HOLDING NOTHING; THE TWO LOGS ARE        *
004990*                   OPENED AFRESH FOR EACH SITE.                *
005000*--------------------------------------------------------------*
005010 1100-INITIALIZE.
005020     OPEN INPUT SIT-FILE.
005030     IF BF-SIT-STATUS NOT = '00'
005040         MOVE 'SIT-FILE' TO BF-ABEND-FILE
005050         MOVE 'OPEN INPUT' TO BF-ABEND-OP
005060         MOVE BF-SIT-STATUS TO BF-ABEND-STATUS
005070         GO TO 9900-ABEND
005080     END-IF.
005090     OPEN INPUT HLD-FILE.
005100     EVALUATE TRUE
005110         WHEN BF-HLD-STATUS = '00'
005120             SET BF-HLD-PRESENT TO TRUE
005130         WHEN BF-HLD-STATUS = '05'
005140             CONTINUE
005150         WHEN OTHER
005160             MOVE 'HLD-FILE' TO BF-ABEND-FILE
005170             MOVE 'OPEN INPUT' TO BF-ABEND-OP
005180             MOVE BF-HLD-STATUS TO BF-ABEND-STATUS
005190             GO TO 9900-ABEND
005200     END-EVALUATE.
005210     OPEN INPUT ALS-FILE.
005220     EVALUATE TRUE
005230         WHEN BF-ALS-STATUS = '00'
005240             SET BF-ALS-PRESENT TO TRUE
005250         WHEN BF-ALS-STATUS = '05'
005260             CONTINUE
005270         WHEN OTHER
005280             MOVE 'ALS-FILE' TO BF-ABEND-FILE
005290             MOVE 'OPEN INPUT' TO BF-ABEND-OP
005300             MOVE BF-ALS-STATUS TO BF-ABEND-STATUS
005310             GO TO 9900-ABEND
005320     END-EVALUATE.
005330     OPEN INPUT DCL-FILE.
005340     EVALUATE TRUE
005350         WHEN BF-DCL-STATUS = '00'
005360             SET BF-DCL-PRESENT TO TRUE
005370         WHEN BF-DCL-STATUS = '05'
005380             CONTINUE
005390         WHEN OTHER
005400             MOVE 'DCL-FILE' TO BF-ABEND-FILE
005410             MOVE 'OPEN INPUT' TO BF-ABEND-OP
005420             MOVE BF-DCL-STATUS TO BF-ABEND-STATUS
005430             GO TO 9900-ABEND
005440     END-EVALUATE.
005450     OPEN INPUT CAL-FILE.
005460     EVALUATE TRUE
005470         WHEN BF-CAL-STATUS = '00'
005480             SET BF-CAL-PRESENT TO TRUE
005490         WHEN BF-CAL-STATUS = '05'
005500             CONTINUE
005510         WHEN OTHER
005520             MOVE 'CAL-FILE' TO BF-ABEND-FILE
005530             MOVE 'OPEN INPUT' TO BF-ABEND-OP
005540             MOVE BF-CAL-STATUS TO BF-ABEND-STATUS
005550             GO TO 9900-ABEND
005560     END-EVALUATE.
005570     OPEN OUTPUT RPT-FILE.
005580     IF BF-RPT-STATUS NOT = '00'
005590         MOVE 'RPT-FILE' TO BF-ABEND-FILE
005600         MOVE 'OPEN OUTPUT' TO BF-ABEND-OP
005610         MOVE BF-RPT-STATUS TO BF-ABEND-STATUS
005620         GO TO 9900-ABEND
005630     END-IF.
005640     MOVE BF-CURR-DATE TO BF-RPT-DATE.
005650     MOVE BF-CURR-TIME TO BF-RPT-TIME.
005660     WRITE RPT-RECORD FROM BF-RPT-HDR-1.
005670     PERFORM 5900-CHECK-RPT-STATUS THRU 5900-EXIT.
005680     MOVE BF-BRF-DATE TO BF-RPT-BRF-DATE.
005690     MOVE BF-SLA-SEC TO BF-RPT-SLA.
005700     MOVE BF-HORIZON-DAYS TO BF-RPT-HZN.
005710     WRITE RPT-RECORD FROM BF-RPT-HDR-2.
005720     PERFORM 5900-CHECK-RPT-STATUS THRU 5900-EXIT.
005730     MOVE SPACES TO SIT-CODE.
005740     START SIT-FILE KEY NOT < SIT-KEY
005750         INVALID KEY
005760             SET BF-SIT-EOF TO TRUE
005770     END-START.
005780     IF BF-SIT-STATUS NOT = '00' AND BF-SIT-STATUS NOT = '23'
005790             AND BF-SIT-STATUS NOT = '46'
005800         MOVE 'SIT-FILE' TO BF-ABEND-FILE
005810         MOVE 'START' TO BF-ABEND-OP
005820         MOVE BF-SIT-STATUS TO BF-ABEND-STATUS
005830         GO TO 9900-ABEND
005840     END-IF.
005850 1100-EXIT.
005860     EXIT.
005870*
005880*--------------------------------------------------------------*
005890* 2000-BRIEF-ONE-SITE - READ THE NEXT SITE AND BRIEF IT, EVERY  *
005900*                       SECTION IN THE SITE'S LOCALE            *
005910*--------------------------------------------------------------*
005920 2000-BRIEF-ONE-SITE.
005930     READ SIT-FILE NEXT
005940         AT END
005950             SET BF-SIT-EOF TO TRUE
005960             GO TO 2000-EXIT
005970     END-READ.
005980     IF BF-SIT-STATUS NOT = '00'
005990         MOVE 'SIT-FILE' TO BF-ABEND-FILE
006000         MOVE 'READ NEXT' TO BF-ABEND-OP
006010         MOVE BF-SIT-STATUS TO BF-ABEND-STATUS
006020         GO TO 9900-ABEND
006030     END-IF.
006040     ADD 1 TO BF-SITE-CNT.
006050     SET BF-SITE-GREEN TO TRUE.
006060*    THE SAME RULE AS HELLO-WORLD: ONLY AN 'EN' SITE IS
006070*    BRIEFED IN ENGLISH, ANY OTHER LOCALE IN PORTUGUESE.
006080     IF SIT-LOCALE = 'EN'
006090         MOVE HW-BRF-EN TO BF-MSG-ACTIVE
006100     ELSE
006110         MOVE HW-BRF-PT TO BF-MSG-ACTIVE
006120     END-IF.
006130     PERFORM 2200-FIND-DATES THRU 2200-EXIT.
006140     WRITE RPT-RECORD FROM BF-RPT-BLANK.
006150     PERFORM 5900-CHECK-RPT-STATUS THRU 5900-EXIT.
006160     MOVE BF-TITLE TO BF-RPT-TITLE.
006170     MOVE SIT-CODE TO BF-RPT-SITE.
006180     MOVE BF-LBL-BUSDT TO BF-RPT-LBL-BUSDT.
006190     MOVE BF-PRIOR-DATE TO BF-RPT-PRIOR.
006200     WRITE RPT-RECORD FROM BF-RPT-SITE-1.
006210     PERFORM 5900-CHECK-RPT-STATUS THRU 5900-EXIT.
006220     PERFORM 3000-REPORT-CYCLES THRU 3000-EXIT.
006230     PERFORM 4000-REPORT-HOLDS THRU 4000-EXIT.
006240     PERFORM 4500-REPORT-ALERTS THRU 4500-EXIT.
006250     PERFORM 5000-REPORT-DAY-CLOSE THRU 5000-EXIT.
006260     PERFORM 5500-REPORT-COVERAGE THRU 5500-EXIT.
006270     PERFORM 6000-REPORT-TONIGHT THRU 6000-EXIT.
006280     PERFORM 7000-REPORT-SITE-STATUS THRU 7000-EXIT.
006290 2000-EXIT.
006300     EXIT.
006310*
006320*--------------------------------------------------------------*
006330* 2200-FIND-DATES - THE SITE'S PRIOR BUSINESS DATE AND WHETHER  *
006340*                   IT OWED A MONTHEND CYCLE, AND WHICH CYCLES  *
006350*                   THE SITE OWES TONIGHT -- THE SAME RULES AS  *
006360*                   HWDAYCLS: DAILY ON A BUSINESS DAY, MONTHEND *
006370*                   WHEN THE NEXT BUSINESS DAY FALLS IN THE     *
006380*                   FOLLOWING MONTH                             *
006390*--------------------------------------------------------------*
006400 2200-FIND-DATES.
006410     MOVE 'N' TO BF-PRIOR-ME-SW.
006420     MOVE 'N' TO BF-TONITE-BUS-SW.
006430     MOVE 'N' TO BF-TONITE-ME-SW.
006440     MOVE 'PREV' TO BDY-IN-FUNC.
006450     MOVE BF-BRF-DATE TO BDY-IN-DATE.
006460     PERFORM 2900-CALL-BUSDAY THRU 2900-EXIT.
006470     MOVE BDY-OUT-DATE TO BF-PRIOR-DATE.
006480     MOVE 'NEXT' TO BDY-IN-FUNC.
006490     MOVE BF-PRIOR-DATE TO BDY-IN-DATE.
006500     PERFORM 2900-CALL-BUSDAY THRU 2900-EXIT.
006510     MOVE BDY-OUT-DATE TO BF-NEXT-DATE.
006520     IF BF-NEXT-CCYYMM NOT = BF-PRIOR-CCYYMM
006530         SET BF-PRIOR-MONTHEND TO TRUE
006540     END-IF.
006550     MOVE 'ISBUS' TO BDY-IN-FUNC.
006560     MOVE BF-BRF-DATE TO BDY-IN-DATE.
006570     PERFORM 2900-CALL-BUSDAY THRU 2900-EXIT.
006580     IF BDY-OUT-NONBUS
006590         GO TO 2200-EXIT
006600     END-IF.
006610     SET BF-TONITE-BUSINESS TO TRUE.
006620     MOVE 'NEXT' TO BDY-IN-FUNC.
006630     MOVE BF-BRF-DATE TO BDY-IN-DATE.
006640     PERFORM 2900-CALL-BUSDAY THRU 2900-EXIT.
006650     MOVE BDY-OUT-DATE TO BF-NEXT-DATE.
006660     IF BF-NEXT-CCYYMM NOT = BF-BRF-CCYYMM
006670         SET BF-TONITE-MONTHEND TO TRUE
006680     END-IF.
006690 2200-EXIT.
006700     EXIT.
006710*
006720*--------------------------------------------------------------*
006730* 2900-CALL-BUSDAY - ONE HWBUSDAY CALL FOR THE CURRENT SITE.    *
006740*                    THE CALLER SETS THE FUNCTION AND DATE.     *
006750*--------------------------------------------------------------*
006760 2900-CALL-BUSDAY.
006770     MOVE SIT-CODE TO BDY-IN-SITE.
006780     MOVE ZERO TO BDY-IN-DATE-2.
006790     CALL 'HWBUSDAY' USING BDY-PARM.
006800     IF BDY-OUT-RETURN NOT = '00'
006810         MOVE 'CAL-FILE' TO BF-ABEND-FILE
006820         MOVE 'BUSDAY CALL' TO BF-ABEND-OP
006830         MOVE BDY-OUT-RETURN TO BF-ABEND-STATUS
006840         GO TO 9900-ABEND
006850     END-IF.
006860 2900-EXIT.
006870     EXIT.
006880*
006890*--------------------------------------------------------------*
006900* 3000-REPORT-CYCLES - EVERY HEARTBEAT AND ABEND EVENT FOR THE  *
006910*                      SITE ON ITS PRIOR BUSINESS DATE, THEN    *
006920*                      THE JUDGEMENT ON THE EXPECTED CYCLES     *
006930*--------------------------------------------------------------*
006940 3000-REPORT-CYCLES.
006950     MOVE BF-SEC-CYCLE TO BF-RPT-SEC-LBL.
006960     WRITE RPT-RECORD FROM BF-RPT-SEC-1.
006970     PERFORM 5900-CHECK-RPT-STATUS THRU 5900-EXIT.
006980     MOVE ALL 'N' TO BF-CYCLE-SEEN.
006990     MOVE ZERO TO BF-LINE-CNT.
007000     OPEN INPUT HB-FILE.
007010     IF BF-HBT-STATUS NOT = '00' AND BF-HBT-STATUS NOT = '05'
007020         MOVE 'HB-FILE' TO BF-ABEND-FILE
007030         MOVE 'OPEN INPUT' TO BF-ABEND-OP
007040         MOVE BF-HBT-STATUS TO BF-ABEND-STATUS
007050         GO TO 9900-ABEND
007060     END-IF.
007070     SET BF-NOT-EOF TO TRUE.
007080     PERFORM 3900-READ-HEARTBEAT THRU 3900-EXIT.
007090     PERFORM 3100-TAKE-HEARTBEAT THRU 3100-EXIT
007100         UNTIL BF-EOF.
007110     CLOSE HB-FILE.
007120     IF BF-HBT-STATUS NOT = '00'
007130         MOVE 'HB-FILE' TO BF-ABEND-FILE
007140         MOVE 'CLOSE' TO BF-ABEND-OP
007150         MOVE BF-HBT-STATUS TO BF-ABEND-STATUS
007160         GO TO 9900-ABEND
007170     END-IF.
007180     OPEN INPUT EVT-FILE.
007190     IF BF-EVT-STATUS NOT = '00' AND BF-EVT-STATUS NOT = '05'
007200         MOVE 'EVT-FILE' TO BF-ABEND-FILE
007210         MOVE 'OPEN INPUT' TO BF-ABEND-OP
007220         MOVE BF-EVT-STATUS TO BF-ABEND-STATUS
007230         GO TO 9900-ABEND
007240     END-IF.
007250     SET BF-NOT-EOF TO TRUE.
007260     PERFORM 3950-READ-EVENT THRU 3950-EXIT.
007270     PERFORM 3200-TAKE-EVENT THRU 3200-EXIT
007280         UNTIL BF-EOF.
007290     CLOSE EVT-FILE.
007300     IF BF-EVT-STATUS NOT = '00'
007310         MOVE 'EVT-FILE' TO BF-ABEND-FILE
007320         MOVE 'CLOSE' TO BF-ABEND-OP
007330         MOVE BF-EVT-STATUS TO BF-ABEND-STATUS
007340         GO TO 9900-ABEND
007350     END-IF.
007360     PERFORM 3300-JUDGE-CYCLES THRU 3300-EXIT.
007370     IF BF-LINE-CNT = ZERO
007380         MOVE BF-TXT-NONE TO BF-NOTE-TEXT
007390         MOVE SPACES TO BF-NOTE-DATE
007400         WRITE RPT-RECORD FROM BF-RPT-NOTE-1
007410         PERFORM 5900-CHECK-RPT-STATUS THRU 5900-EXIT
007420     END-IF.
007430 3000-EXIT.
007440     EXIT.
007450*
007460*--------------------------------------------------------------*
007470* 3100-TAKE-HEARTBEAT - LIST ONE OF THE SITE'S HEARTBEATS FOR   *
007480*                       THE DATE WITH ITS ELAPSED TIME, THEN    *
007490*                       READ THE NEXT.  ANYTHING BUT AN 'OK'    *
007500*                       INSIDE THE SLA MAKES THE SITE AMBER.    *
007510*--------------------------------------------------------------*
007520 3100-TAKE-HEARTBEAT.
007530     IF HB-RUN-DATE NOT = BF-PRIOR-DATE
007540             OR HB-RUN-SITE NOT = SIT-CODE
007550         GO TO 3100-NEXT
007560     END-IF.
007570     EVALUATE HB-RUN-MODE
007580         WHEN 'DAILY'
007590             SET BF-HB-DAILY TO TRUE
007600         WHEN 'MONTHEND'
007610             SET BF-HB-MONTHEND TO TRUE
007620         WHEN 'ADHOC'
007630             SET BF-HB-ADHOC TO TRUE
007640     END-EVALUATE.
007650     MOVE HB-RUN-MODE TO BF-CYC-MODE.
007660     MOVE HB-RUN-STATUS TO BF-CYC-STATUS.
007670     MOVE HB-RUN-ID TO BF-CYC-RUN-ID.
007680     MOVE HB-RUN-TIME TO BF-CYC-START.
007690     MOVE HB-END-TIME TO BF-CYC-END.
007700     MOVE BF-LBL-ELAPS TO BF-CYC-LBL-ELAPS.
007710     MOVE SPACES TO BF-CYC-FLAG.
007720     MOVE SPACES TO BF-CYC-NOTE.
007730     IF HB-ELAPSED-SEC NUMERIC
007740         MOVE HB-ELAPSED-NUM TO BF-CYC-ELAPSED
007750         IF HB-ELAPSED-NUM > BF-SLA-SEC
007760             MOVE BF-TXT-OVERSLA TO BF-CYC-FLAG
007770             IF BF-SITE-GREEN
007780                 SET BF-SITE-AMBER TO TRUE
007790             END-IF
007800         END-IF
007810     ELSE
007820         MOVE SPACES TO BF-CYC-ELAPSED-X
007830     END-IF.
007840     IF HB-RUN-STATUS NOT = 'OK'
007850         IF BF-SITE-GREEN
007860             SET BF-SITE-AMBER TO TRUE
007870         END-IF
007880     END-IF.
007890     ADD 1 TO BF-LINE-CNT.
007900     WRITE RPT-RECORD FROM BF-RPT-CYC-1.
007910     PERFORM 5900-CHECK-RPT-STATUS THRU 5900-EXIT.
007920 3100-NEXT.
007930     PERFORM 3900-READ-HEARTBEAT THRU 3900-EXIT.
007940 3100-EXIT.
007950     EXIT.
007960*
007970*--------------------------------------------------------------*
007980* 3200-TAKE-EVENT - LIST ONE OF THE SITE'S ABEND EVENTS FOR THE *
007990*                   DATE WITH ITS FAILING FILE AND STATUS, THEN *
008000*                   READ THE NEXT.  THE OTHER OUTCOMES ARE      *
008010*                   ALREADY LISTED FROM THEIR HEARTBEATS.       *
008020*--------------------------------------------------------------*
008030 3200-TAKE-EVENT.
008040     IF EVT-RUN-DATE NOT = BF-PRIOR-DATE
008050             OR EVT-RUN-SITE NOT = SIT-CODE
008060             OR EVT-RUN-STATUS NOT = 'ABEND'
008070         GO TO 3200-NEXT
008080     END-IF.
008090     EVALUATE EVT-RUN-MODE
008100         WHEN 'DAILY'
008110             SET BF-ABD-DAILY TO TRUE
008120         WHEN 'MONTHEND'
008130             SET BF-ABD-MONTHEND TO TRUE
008140         WHEN 'ADHOC'
008150             SET BF-ABD-ADHOC TO TRUE
008160     END-EVALUATE.
008170     MOVE EVT-RUN-MODE TO BF-CYC-MODE.
008180     MOVE EVT-RUN-STATUS TO BF-CYC-STATUS.
008190     MOVE EVT-RUN-ID TO BF-CYC-RUN-ID.
008200     MOVE EVT-RUN-TIME TO BF-CYC-START.
008210     MOVE SPACES TO BF-CYC-END.
008220     MOVE SPACES TO BF-CYC-LBL-ELAPS.
008230     MOVE SPACES TO BF-CYC-ELAPSED-X.
008240     MOVE SPACES TO BF-CYC-FLAG.
008250     MOVE SPACES TO BF-CYC-NOTE.
008260     STRING EVT-ABEND-FILE DELIMITED BY SPACE
008270            ' ' DELIMITED BY SIZE
008280            EVT-ABEND-STATUS DELIMITED BY SIZE
008290         INTO BF-CYC-NOTE.
008300     ADD 1 TO BF-LINE-CNT.
008310     WRITE RPT-RECORD FROM BF-RPT-CYC-1.
008320     PERFORM 5900-CHECK-RPT-STATUS THRU 5900-EXIT.
008330 3200-NEXT.
008340     PERFORM 3950-READ-EVENT THRU 3950-EXIT.
008350 3200-EXIT.
008360     EXIT.
008370*
008380*--------------------------------------------------------------*
008390* 3300-JUDGE-CYCLES - AN EXPECTED CYCLE WITH NEITHER HEARTBEAT  *
008400*                     NOR ABEND IS LISTED MISSING.  A MISSING   *
008410*                     CYCLE, OR AN ABEND NOT FOLLOWED BY A      *
008420*                     HEARTBEAT FROM A RERUN, MAKES THE SITE    *
008430*                     RED; AN ABEND THAT WAS RERUN, AMBER.      *
008440*--------------------------------------------------------------*
008450 3300-JUDGE-CYCLES.
008460     IF NOT BF-HB-DAILY AND NOT BF-ABD-DAILY
008470         MOVE 'DAILY' TO BF-CYC-MODE
008480         PERFORM 3400-LIST-MISSING THRU 3400-EXIT
008490     END-IF.
008500     IF BF-PRIOR-MONTHEND
008510             AND NOT BF-HB-MONTHEND AND NOT BF-ABD-MONTHEND
008520         MOVE 'MONTHEND' TO BF-CYC-MODE
008530         PERFORM 3400-LIST-MISSING THRU 3400-EXIT
008540     END-IF.
008550     IF (BF-ABD-DAILY AND NOT BF-HB-DAILY)
008560             OR (BF-ABD-MONTHEND AND NOT BF-HB-MONTHEND)
008570             OR (BF-ABD-ADHOC AND NOT BF-HB-ADHOC)
008580         SET BF-SITE-RED TO TRUE
008590         GO TO 3300-EXIT
008600     END-IF.
008610     IF BF-ABD-DAILY OR BF-ABD-MONTHEND OR BF-ABD-ADHOC
008620         IF BF-SITE-GREEN
008630             SET BF-SITE-AMBER TO TRUE
008640         END-IF
008650     END-IF.
008660 3300-EXIT.
008670     EXIT.
008680*
008690*--------------------------------------------------------------*
008700* 3400-LIST-MISSING - LIST ONE EXPECTED CYCLE THAT LEFT NO      *
008710*                     TRACE AND MAKE THE SITE RED               *
008720*--------------------------------------------------------------*
008730 3400-LIST-MISSING.
008740     MOVE BF-TXT-MISSING TO BF-CYC-STATUS.
008750     MOVE ZERO TO BF-CYC-RUN-ID.
008760     MOVE SPACES TO BF-CYC-START.
008770     MOVE SPACES TO BF-CYC-END.
008780     MOVE SPACES TO BF-CYC-LBL-ELAPS.
008790     MOVE SPACES TO BF-CYC-ELAPSED-X.
008800     MOVE SPACES TO BF-CYC-FLAG.
008810     MOVE SPACES TO BF-CYC-NOTE.
008820     ADD 1 TO BF-LINE-CNT.
008830     WRITE RPT-RECORD FROM BF-RPT-CYC-1.
008840     PERFORM 5900-CHECK-RPT-STATUS THRU 5900-EXIT.
008850     SET BF-SITE-RED TO TRUE.
008860 3400-EXIT.
008870     EXIT.
008880*
008890*--------------------------------------------------------------*
008900* 3900-READ-HEARTBEAT - READ THE NEXT RECORD OR SET EOF         *
008910*--------------------------------------------------------------*
008920 3900-READ-HEARTBEAT.
008930     READ HB-FILE
008940         AT END
008950             SET BF-EOF TO TRUE
008960     END-READ.
008970     IF BF-HBT-STATUS NOT = '00' AND BF-HBT-STATUS NOT = '10'
008980         MOVE 'HB-FILE' TO BF-ABEND-FILE
008990         MOVE 'READ' TO BF-ABEND-OP
009000         MOVE BF-HBT-STATUS TO BF-ABEND-STATUS
009010         GO TO 9900-ABEND
009020     END-IF.
009030 3900-EXIT.
009040     EXIT.
009050*
009060*--------------------------------------------------------------*
009070* 3950-READ-EVENT - READ THE NEXT RECORD OR SET EOF             *
009080*--------------------------------------------------------------*
009090 3950-READ-EVENT.
009100     READ EVT-FILE
009110         AT END
009120             SET BF-EOF TO TRUE
009130     END-READ.
009140     IF BF-EVT-STATUS NOT = '00' AND BF-EVT-STATUS NOT = '10'
009150         MOVE 'EVT-FILE' TO BF-ABEND-FILE
009160         MOVE 'READ' TO BF-ABEND-OP
009170         MOVE BF-EVT-STATUS TO BF-ABEND-STATUS
009180         GO TO 9900-ABEND
009190     END-IF.
009200 3950-EXIT.
009210     EXIT.
009220*
009230*--------------------------------------------------------------*
009240* 4000-REPORT-HOLDS - EVERY HOLD IN FORCE FOR THE SITE, WHO SET *
009250*                     IT, AND HOW MANY HOURS AGO.  ANY HOLD     *
009260*                     MAKES THE SITE AMBER.                     *
009270*--------------------------------------------------------------*
009280 4000-REPORT-HOLDS.
009290     MOVE BF-SEC-HOLD TO BF-RPT-SEC-LBL.
009300     WRITE RPT-RECORD FROM BF-RPT-SEC-1.
009310     PERFORM 5900-CHECK-RPT-STATUS THRU 5900-EXIT.
009320     MOVE ZERO TO BF-LINE-CNT.
009330     IF NOT BF-HLD-PRESENT
009340         GO TO 4000-NONE
009350     END-IF.
009360     MOVE LOW-VALUES TO HLD-KEY.
009370     SET BF-NOT-EOF TO TRUE.
009380     START HLD-FILE KEY NOT < HLD-KEY
009390         INVALID KEY
009400             SET BF-EOF TO TRUE
009410     END-START.
009420     IF BF-HLD-STATUS NOT = '00' AND BF-HLD-STATUS NOT = '23'
009430         MOVE 'HLD-FILE' TO BF-ABEND-FILE
009440         MOVE 'START' TO BF-ABEND-OP
009450         MOVE BF-HLD-STATUS TO BF-ABEND-STATUS
009460         GO TO 9900-ABEND
009470     END-IF.
009480     PERFORM 4100-TAKE-HOLD THRU 4100-EXIT
009490         UNTIL BF-EOF.
009500 4000-NONE.
009510     IF BF-LINE-CNT = ZERO
009520         MOVE BF-TXT-NONE TO BF-NOTE-TEXT
009530         MOVE SPACES TO BF-NOTE-DATE
009540         WRITE RPT-RECORD FROM BF-RPT-NOTE-1
009550         PERFORM 5900-CHECK-RPT-STATUS THRU 5900-EXIT
009560     END-IF.
009570 4000-EXIT.
009580     EXIT.
009590*
009600*--------------------------------------------------------------*
009610* 4100-TAKE-HOLD - READ THE NEXT HOLD AND LIST IT IF IT IS THE  *
009620*                  SITE'S.  THE AGE IS IN WHOLE HOURS FROM THE  *
009630*                  HOUR THE HOLD WAS SET TO THE HOUR NOW.       *
009640*--------------------------------------------------------------*
009650 4100-TAKE-HOLD.
009660     READ HLD-FILE NEXT
009670         AT END
009680             SET BF-EOF TO TRUE
009690             GO TO 4100-EXIT
009700     END-READ.
009710     IF BF-HLD-STATUS NOT = '00'
009720         MOVE 'HLD-FILE' TO BF-ABEND-FILE
009730         MOVE 'READ NEXT' TO BF-ABEND-OP
009740         MOVE BF-HLD-STATUS TO BF-ABEND-STATUS
009750         GO TO 9900-ABEND
009760     END-IF.
009770     IF HLD-SITE NOT = SIT-CODE
009780         GO TO 4100-EXIT
009790     END-IF.
009800     MOVE ZERO TO BF-AGE-HRS.
009810     MOVE HLD-TIME TO BF-HLD-TIME-WORK.
009820     IF HLD-DATE NUMERIC AND BF-HLD-HH NUMERIC
009830         COMPUTE BF-HLD-INT = FUNCTION INTEGER-OF-DATE(HLD-DATE)
009840         IF BF-HLD-INT > ZERO
009850             COMPUTE BF-AGE-HRS =
009860                 ((BF-CURR-INT - BF-HLD-INT) * 24)
009870                 + BF-CURR-HH - BF-HLD-HH
009880         END-IF
009890     END-IF.
009900     IF BF-AGE-HRS < ZERO
009910         MOVE ZERO TO BF-AGE-HRS
009920     END-IF.
009930     IF BF-AGE-HRS > 99999
009940         MOVE 99999 TO BF-AGE-HRS
009950     END-IF.
009960     MOVE HLD-MODE TO BF-HLD-MODE.
009970     MOVE HLD-OPER TO BF-HLD-OPER.
009980     MOVE HLD-DATE TO BF-HLD-DATE.
009990     MOVE HLD-TIME TO BF-HLD-TIME.
010000     MOVE BF-LBL-AGE TO BF-HLD-LBL-AGE.
010010     MOVE BF-AGE-HRS TO BF-HLD-AGE.
010020     MOVE HLD-REASON TO BF-HLD-REASON.
010030     ADD 1 TO BF-LINE-CNT.
010040     WRITE RPT-RECORD FROM BF-RPT-HLD-1.
010050     PERFORM 5900-CHECK-RPT-STATUS THRU 5900-EXIT.
010060     IF BF-SITE-GREEN
010070         SET BF-SITE-AMBER TO TRUE
010080     END-IF.
010090 4100-EXIT.
010100     EXIT.
010110*
010120*--------------------------------------------------------------*
010130* 4500-REPORT-ALERTS - EVERY ALERT FOR THE SITE STILL OPEN OR   *
010140*                      ACKED.  AN ESCALATED ALERT, OR A         *
010150*                      PAGEABLE ONE NOBODY HAS ACKNOWLEDGED,    *
010160*                      MAKES THE SITE RED; ANY OTHER, AMBER.    *
010170*--------------------------------------------------------------*
010180 4500-REPORT-ALERTS.
010190     MOVE BF-SEC-ALERT TO BF-RPT-SEC-LBL.
010200     WRITE RPT-RECORD FROM BF-RPT-SEC-1.
010210     PERFORM 5900-CHECK-RPT-STATUS THRU 5900-EXIT.
010220     MOVE ZERO TO BF-LINE-CNT.
010230     IF NOT BF-ALS-PRESENT
010240         GO TO 4500-NONE
010250     END-IF.
010260     MOVE LOW-VALUES TO ALS-KEY.
010270     SET BF-NOT-EOF TO TRUE.
010280     START ALS-FILE KEY NOT < ALS-KEY
010290         INVALID KEY
010300             SET BF-EOF TO TRUE
010310     END-START.
010320     IF BF-ALS-STATUS NOT = '00' AND BF-ALS-STATUS NOT = '23'
010330         MOVE 'ALS-FILE' TO BF-ABEND-FILE
010340         MOVE 'START' TO BF-ABEND-OP
010350         MOVE BF-ALS-STATUS TO BF-ABEND-STATUS
010360         GO TO 9900-ABEND
010370     END-IF.
010380     PERFORM 4600-TAKE-ALERT THRU 4600-EXIT
010390         UNTIL BF-EOF.
010400 4500-NONE.
010410     IF BF-LINE-CNT = ZERO
010420         MOVE BF-TXT-NONE TO BF-NOTE-TEXT
010430         MOVE SPACES TO BF-NOTE-DATE
010440         WRITE RPT-RECORD FROM BF-RPT-NOTE-1
010450         PERFORM 5900-CHECK-RPT-STATUS THRU 5900-EXIT
010460     END-IF.
010470 4500-EXIT.
010480     EXIT.
010490*
010500*--------------------------------------------------------------*
010510* 4600-TAKE-ALERT - READ THE NEXT ALERT AND LIST IT IF IT IS    *
010520*                   THE SITE'S AND NOT YET CLOSED               *
010530*--------------------------------------------------------------*
010540 4600-TAKE-ALERT.
010550     READ ALS-FILE NEXT
010560         AT END
010570             SET BF-EOF TO TRUE
010580             GO TO 4600-EXIT
010590     END-READ.
010600     IF BF-ALS-STATUS NOT = '00'
010610         MOVE 'ALS-FILE' TO BF-ABEND-FILE
010620         MOVE 'READ NEXT' TO BF-ABEND-OP
010630         MOVE BF-ALS-STATUS TO BF-ABEND-STATUS
010640         GO TO 9900-ABEND
010650     END-IF.
010660     IF ALS-SITE NOT = SIT-CODE OR ALS-CLOSED
010670         GO TO 4600-EXIT
010680     END-IF.
010690     MOVE SPACES TO BF-ALS-FLAG.
010700     IF ALS-ESCALATED
010710         MOVE BF-TXT-ESCAL TO BF-ALS-FLAG
010720         SET BF-SITE-RED TO TRUE
010730     ELSE
010740         IF ALS-OPEN AND ALS-PAGE-SW = 'Y'
010750                 AND NOT ALS-MAINT-SUPPRESSED
010760             SET BF-SITE-RED TO TRUE
010770         ELSE
010780             IF ALS-MAINT-SUPPRESSED
010790                 MOVE BF-TXT-MAINT TO BF-ALS-FLAG
010800             END-IF
010810             IF BF-SITE-GREEN
010820                 SET BF-SITE-AMBER TO TRUE
010830             END-IF
010840         END-IF
010850     END-IF.
010860     MOVE ALS-DATE TO BF-ALS-DATE.
010870     MOVE ALS-TIME TO BF-ALS-TIME.
010880     MOVE ALS-SEVERITY TO BF-ALS-SEV.
010890     MOVE ALS-STATUS TO BF-ALS-STS-OUT.
010900     MOVE ALS-ACK-OPER TO BF-ALS-ACK-OPER.
010910     MOVE ALS-TEXT TO BF-ALS-TEXT.
010920     ADD 1 TO BF-LINE-CNT.
010930     WRITE RPT-RECORD FROM BF-RPT-ALS-1.
010940     PERFORM 5900-CHECK-RPT-STATUS THRU 5900-EXIT.
010950 4600-EXIT.
010960     EXIT.
010970*
010980*--------------------------------------------------------------*
010990* 5000-REPORT-DAY-CLOSE - THE DCLFILE RECORD FOR THE SITE'S     *
011000*                         PRIOR BUSINESS DATE.  A DAY NOT       *
011010*                         CLOSED, OR NOT CONSOLIDATED AT ALL,   *
011020*                         MAKES THE SITE AMBER.                 *
011030*--------------------------------------------------------------*
011040 5000-REPORT-DAY-CLOSE.
011050     MOVE BF-SEC-DAYCLS TO BF-RPT-SEC-LBL.
011060     WRITE RPT-RECORD FROM BF-RPT-SEC-1.
011070     PERFORM 5900-CHECK-RPT-STATUS THRU 5900-EXIT.
011080     SET BF-NOT-FOUND TO TRUE.
011090     IF BF-DCL-PRESENT
011100         MOVE BF-PRIOR-DATE TO DCL-DATE
011110         SET BF-FOUND TO TRUE
011120         READ DCL-FILE
011130             INVALID KEY
011140                 SET BF-NOT-FOUND TO TRUE
011150         END-READ
011160         IF BF-DCL-STATUS NOT = '00' AND BF-DCL-STATUS NOT = '23'
011170             MOVE 'DCL-FILE' TO BF-ABEND-FILE
011180             MOVE 'READ' TO BF-ABEND-OP
011190             MOVE BF-DCL-STATUS TO BF-ABEND-STATUS
011200             GO TO 9900-ABEND
011210         END-IF
011220     END-IF.
011230     IF BF-NOT-FOUND
011240         MOVE BF-WARN-NODCL TO BF-MSG-TEXT
011250         MOVE BF-PRIOR-DATE TO BF-MSG-DATE
011260         WRITE RPT-RECORD FROM BF-RPT-MSG-1
011270         PERFORM 5900-CHECK-RPT-STATUS THRU 5900-EXIT
011280         IF BF-SITE-GREEN
011290             SET BF-SITE-AMBER TO TRUE
011300         END-IF
011310         GO TO 5000-EXIT
011320     END-IF.
011330     MOVE DCL-STATUS TO BF-DCL-STS-OUT.
011340     MOVE BF-LBL-EXP TO BF-DCL-LBL-EXP.
011350     MOVE DCL-EXP-CNT TO BF-DCL-EXP.
011360     MOVE BF-LBL-DSC TO BF-DCL-LBL-DSC.
011370     MOVE DCL-DSC-CNT TO BF-DCL-DSC.
011380     MOVE DCL-CHK-DATE TO BF-DCL-CHK-DATE.
011390     MOVE DCL-CHK-TIME TO BF-DCL-CHK-TIME.
011400     WRITE RPT-RECORD FROM BF-RPT-DCL-1.
011410     PERFORM 5900-CHECK-RPT-STATUS THRU 5900-EXIT.
011420     IF NOT DCL-CLOSED
011430         IF BF-SITE-GREEN
011440             SET BF-SITE-AMBER TO TRUE
011450         END-IF
011460     END-IF.
011470 5000-EXIT.
011480     EXIT.
011490*
011500*--------------------------------------------------------------*
011510* 5500-REPORT-COVERAGE - THE HWCALINQ COVERAGE CHECK FOR THE    *
011520*                        SITE: A WARNING WHEN IT HAS NO HOLIDAY *
011530*                        LOADED AT ALL, OR NONE BEYOND THE      *
011540*                        HORIZON DATE, EITHER OF WHICH MAKES    *
011550*                        THE SITE AMBER                         *
011560*--------------------------------------------------------------*
011570 5500-REPORT-COVERAGE.
011580     MOVE BF-SEC-CALCOV TO BF-RPT-SEC-LBL.
011590     WRITE RPT-RECORD FROM BF-RPT-SEC-1.
011600     PERFORM 5900-CHECK-RPT-STATUS THRU 5900-EXIT.
011610     MOVE ZERO TO BF-HOL-CNT.
011620     MOVE ZERO TO BF-SITE-MAX-DATE.
011630     IF NOT BF-CAL-PRESENT
011640         GO TO 5500-JUDGE
011650     END-IF.
011660     MOVE SIT-CODE TO CAL-SITE.
011670     MOVE ZERO TO CAL-DATE.
011680     SET BF-NOT-EOF TO TRUE.
011690     START CAL-FILE KEY NOT < CAL-KEY
011700         INVALID KEY
011710             SET BF-EOF TO TRUE
011720     END-START.
011730     IF BF-CAL-STATUS NOT = '00' AND BF-CAL-STATUS NOT = '23'
011740         MOVE 'CAL-FILE' TO BF-ABEND-FILE
011750         MOVE 'START' TO BF-ABEND-OP
011760         MOVE BF-CAL-STATUS TO BF-ABEND-STATUS
011770         GO TO 9900-ABEND
011780     END-IF.
011790     PERFORM 5600-TAKE-HOLIDAY THRU 5600-EXIT
011800         UNTIL BF-EOF.
011810 5500-JUDGE.
011820     IF BF-HOL-CNT = ZERO
011830         MOVE BF-WARN-NOHOL TO BF-MSG-TEXT
011840         MOVE BF-HORIZON-DATE TO BF-MSG-DATE
011850         WRITE RPT-RECORD FROM BF-RPT-MSG-1
011860         PERFORM 5900-CHECK-RPT-STATUS THRU 5900-EXIT
011870         IF BF-SITE-GREEN
011880             SET BF-SITE-AMBER TO TRUE
011890         END-IF
011900         GO TO 5500-EXIT
011910     END-IF.
011920     IF BF-SITE-MAX-DATE < BF-HORIZON-DATE
011930         MOVE BF-WARN-HZN TO BF-MSG-TEXT
011940         MOVE BF-HORIZON-DATE TO BF-MSG-DATE
011950         WRITE RPT-RECORD FROM BF-RPT-MSG-1
011960         PERFORM 5900-CHECK-RPT-STATUS THRU 5900-EXIT
011970         IF BF-SITE-GREEN
011980             SET BF-SITE-AMBER TO TRUE
011990         END-IF
012000         GO TO 5500-EXIT
012010     END-IF.
012020     MOVE BF-TXT-CALOK TO BF-NOTE-TEXT.
012030     MOVE BF-SITE-MAX-DATE TO BF-NOTE-DATE.
012040     WRITE RPT-RECORD FROM BF-RPT-NOTE-1.
012050     PERFORM 5900-CHECK-RPT-STATUS THRU 5900-EXIT.
012060 5500-EXIT.
012070     EXIT.
012080*
012090*--------------------------------------------------------------*
012100* 5600-TAKE-HOLIDAY - READ THE NEXT CALENDAR RECORD, STOP AT    *
012110*                     THE NEXT SITE, AND TRACK THE SITE'S       *
012120*                     LATEST LOADED DATE                        *
012130*--------------------------------------------------------------*
012140 5600-TAKE-HOLIDAY.
012150     READ CAL-FILE NEXT
012160         AT END
012170             SET BF-EOF TO TRUE
012180             GO TO 5600-EXIT
012190     END-READ.
012200     IF BF-CAL-STATUS NOT = '00'
012210         MOVE 'CAL-FILE' TO BF-ABEND-FILE
012220         MOVE 'READ NEXT' TO BF-ABEND-OP
012230         MOVE BF-CAL-STATUS TO BF-ABEND-STATUS
012240         GO TO 9900-ABEND
012250     END-IF.
012260     IF CAL-SITE NOT = SIT-CODE
012270         SET BF-EOF TO TRUE
012280         GO TO 5600-EXIT
012290     END-IF.
012300     ADD 1 TO BF-HOL-CNT.
012310     IF CAL-DATE > BF-SITE-MAX-DATE
012320         MOVE CAL-DATE TO BF-SITE-MAX-DATE
012330     END-IF.
012340 5600-EXIT.
012350     EXIT.
012360*
012370*--------------------------------------------------------------*
012380* 5900-CHECK-RPT-STATUS - COMMON STATUS CHECK AFTER EACH        *
012390*                         REPORT LINE WRITE                     *
012400*--------------------------------------------------------------*
012410 5900-CHECK-RPT-STATUS.
012420     IF BF-RPT-STATUS NOT = '00'
012430         MOVE 'RPT-FILE' TO BF-ABEND-FILE
012440         MOVE 'WRITE' TO BF-ABEND-OP
012450         MOVE BF-RPT-STATUS TO BF-ABEND-STATUS
012460         GO TO 9900-ABEND
012470     END-IF.
012480 5900-EXIT.
012490     EXIT.
012500*
012510*--------------------------------------------------------------*
012520* 6000-REPORT-TONIGHT - THE CYCLES THE SITE OWES ON THE         *
012530*                       BRIEFING DATE, EACH MARKED IF A HOLD    *
012540*                       WILL STOP IT                            *
012550*--------------------------------------------------------------*
012560 6000-REPORT-TONIGHT.
012570     MOVE BF-SEC-TONITE TO BF-RPT-SEC-LBL.
012580     WRITE RPT-RECORD FROM BF-RPT-SEC-1.
012590     PERFORM 5900-CHECK-RPT-STATUS THRU 5900-EXIT.
012600     IF NOT BF-TONITE-BUSINESS
012610         MOVE BF-TXT-NONBUS TO BF-NOTE-TEXT
012620         MOVE BF-BRF-DATE TO BF-NOTE-DATE
012630         WRITE RPT-RECORD FROM BF-RPT-NOTE-1
012640         PERFORM 5900-CHECK-RPT-STATUS THRU 5900-EXIT
012650         GO TO 6000-EXIT
012660     END-IF.
012670     MOVE 'DAILY' TO BF-TONITE-MODE.
012680     PERFORM 6100-LIST-TONIGHT THRU 6100-EXIT.
012690     IF BF-TONITE-MONTHEND
012700         MOVE 'MONTHEND' TO BF-TONITE-MODE
012710         PERFORM 6100-LIST-TONIGHT THRU 6100-EXIT
012720     END-IF.
012730 6000-EXIT.
012740     EXIT.
012750*
012760*--------------------------------------------------------------*
012770* 6100-LIST-TONIGHT - LIST ONE EXPECTED CYCLE, LOOKING UP ITS   *
012780*                     MODE/SITE ON THE HOLD FILE                *
012790*--------------------------------------------------------------*
012800 6100-LIST-TONIGHT.
012810     MOVE SPACES TO BF-TNT-FLAG.
012820     IF BF-HLD-PRESENT
012830         MOVE BF-TONITE-MODE TO HLD-MODE
012840         MOVE SIT-CODE TO HLD-SITE
012850         SET BF-FOUND TO TRUE
012860         READ HLD-FILE
012870             INVALID KEY
012880                 SET BF-NOT-FOUND TO TRUE
012890         END-READ
012900         IF BF-HLD-STATUS NOT = '00' AND BF-HLD-STATUS NOT = '23'
012910             MOVE 'HLD-FILE' TO BF-ABEND-FILE
012920             MOVE 'READ' TO BF-ABEND-OP
012930             MOVE BF-HLD-STATUS TO BF-ABEND-STATUS
012940             GO TO 9900-ABEND
012950         END-IF
012960         IF BF-FOUND
012970             MOVE BF-TXT-HELD TO BF-TNT-FLAG
012980         END-IF
012990     END-IF.
013000     MOVE BF-TONITE-MODE TO BF-TNT-MODE.
013010     MOVE BF-BRF-DATE TO BF-TNT-DATE.
013020     WRITE RPT-RECORD FROM BF-RPT-TNT-1.
013030     PERFORM 5900-CHECK-RPT-STATUS THRU 5900-EXIT.
013040 6100-EXIT.
013050     EXIT.
013060*
013070*--------------------------------------------------------------*
013080* 7000-REPORT-SITE-STATUS - THE SITE'S SINGLE OVERALL STATUS    *
013090*--------------------------------------------------------------*
013100 7000-REPORT-SITE-STATUS.
013110     EVALUATE TRUE
013120         WHEN BF-SITE-RED
013130             MOVE 'RED' TO BF-STS-CODE
013140             ADD 1 TO BF-RED-CNT
013150         WHEN BF-SITE-AMBER
013160             MOVE 'AMBER' TO BF-STS-CODE
013170             ADD 1 TO BF-AMBER-CNT
013180         WHEN OTHER
013190             MOVE 'GREEN' TO BF-STS-CODE
013200             ADD 1 TO BF-GREEN-CNT
013210     END-EVALUATE.
013220     MOVE BF-SEC-STATUS TO BF-STS-LBL.
013230     WRITE RPT-RECORD FROM BF-RPT-STS-1.
013240     PERFORM 5900-CHECK-RPT-STATUS THRU 5900-EXIT.
013250 7000-EXIT.
013260     EXIT.
013270*
013280*--------------------------------------------------------------*
013290* 8000-PRINT-TOTALS - SITES BY STATUS AND THE RETURN CODE       *
013300*--------------------------------------------------------------*
013310 8000-PRINT-TOTALS.
013320     WRITE RPT-RECORD FROM BF-RPT-BLANK.
013330     PERFORM 5900-CHECK-RPT-STATUS THRU 5900-EXIT.
013340     IF BF-SITE-CNT = ZERO
013350         MOVE 'NO SITES ON THE SITE MASTER' TO BF-MSG-TEXT
013360         MOVE SPACES TO BF-MSG-DATE
013370         WRITE RPT-RECORD FROM BF-RPT-MSG-1
013380         PERFORM 5900-CHECK-RPT-STATUS THRU 5900-EXIT
013390     END-IF.
013400     MOVE 'SITES BRIEFED:  ' TO BF-RPT-TOT-LBL.
013410     MOVE BF-SITE-CNT TO BF-RPT-TOT-CNT.
013420     WRITE RPT-RECORD FROM BF-RPT-TOT-1.
013430     PERFORM 5900-CHECK-RPT-STATUS THRU 5900-EXIT.
013440     MOVE 'GREEN:          ' TO BF-RPT-TOT-LBL.
013450     MOVE BF-GREEN-CNT TO BF-RPT-TOT-CNT.
013460     WRITE RPT-RECORD FROM BF-RPT-TOT-1.
013470     PERFORM 5900-CHECK-RPT-STATUS THRU 5900-EXIT.
013480     MOVE 'AMBER:          ' TO BF-RPT-TOT-LBL.
013490     MOVE BF-AMBER-CNT TO BF-RPT-TOT-CNT.
013500     WRITE RPT-RECORD FROM BF-RPT-TOT-1.
013510     PERFORM 5900-CHECK-RPT-STATUS THRU 5900-EXIT.
013520     MOVE 'RED:            ' TO BF-RPT-TOT-LBL.
013530     MOVE BF-RED-CNT TO BF-RPT-TOT-CNT.
013540     WRITE RPT-RECORD FROM BF-RPT-TOT-1.
013550     PERFORM 5900-CHECK-RPT-STATUS THRU 5900-EXIT.
013560     IF BF-RED-CNT > ZERO
013570         MOVE 8 TO RETURN-CODE
013580     ELSE
013590         IF BF-AMBER-CNT > ZERO
013600             MOVE 4 TO RETURN-CODE
013610         END-IF
013620     END-IF.
013630 8000-EXIT.
013640     EXIT.
013650*
013660*--------------------------------------------------------------*
013670* 9000-TERMINATE - CLOSE ALL FILES                              *
013680*--------------------------------------------------------------*
013690 9000-TERMINATE.
013700     CLOSE SIT-FILE.
013710     IF BF-SIT-STATUS NOT = '00'
013720         MOVE 'SIT-FILE' TO BF-ABEND-FILE
013730         MOVE 'CLOSE' TO BF-ABEND-OP
013740         MOVE BF-SIT-STATUS TO BF-ABEND-STATUS
013750         GO TO 9900-ABEND
013760     END-IF.
013770     IF BF-HLD-PRESENT
013780         CLOSE HLD-FILE
013790         IF BF-HLD-STATUS NOT = '00'
013800             MOVE 'HLD-FILE' TO BF-ABEND-FILE
013810             MOVE 'CLOSE' TO BF-ABEND-OP
013820             MOVE BF-HLD-STATUS TO BF-ABEND-STATUS
013830             GO TO 9900-ABEND
013840         END-IF
013850     END-IF.
013860     IF BF-ALS-PRESENT
013870         CLOSE ALS-FILE
013880         IF BF-ALS-STATUS NOT = '00'
013890             MOVE 'ALS-FILE' TO BF-ABEND-FILE
013900             MOVE 'CLOSE' TO BF-ABEND-OP
013910             MOVE BF-ALS-STATUS TO BF-ABEND-STATUS
013920             GO TO 9900-ABEND
013930         END-IF
013940     END-IF.
013950     IF BF-DCL-PRESENT
013960         CLOSE DCL-FILE
013970         IF BF-DCL-STATUS NOT = '00'
013980             MOVE 'DCL-FILE' TO BF-ABEND-FILE
013990             MOVE 'CLOSE' TO BF-ABEND-OP
014000             MOVE BF-DCL-STATUS TO BF-ABEND-STATUS
014010             GO TO 9900-ABEND
014020         END-IF
014030     END-IF.
014040     IF BF-CAL-PRESENT
014050         CLOSE CAL-FILE
014060         IF BF-CAL-STATUS NOT = '00'
014070             MOVE 'CAL-FILE' TO BF-ABEND-FILE
014080             MOVE 'CLOSE' TO BF-ABEND-OP
014090             MOVE BF-CAL-STATUS TO BF-ABEND-STATUS
014100             GO TO 9900-ABEND
014110         END-IF
014120     END-IF.
014130     CLOSE RPT-FILE.
014140     IF BF-RPT-STATUS NOT = '00'
014150         MOVE 'RPT-FILE' TO BF-ABEND-FILE
014160         MOVE 'CLOSE' TO BF-ABEND-OP
014170         MOVE BF-RPT-STATUS TO BF-ABEND-STATUS
014180         GO TO 9900-ABEND
014190     END-IF.
014200 9000-EXIT.
014210     EXIT.
014220*
014230*--------------------------------------------------------------*
014240* 9900-ABEND - COMMON FILE-ERROR HANDLER, MATCHING THE          *
014250*              CONVENTION USED BY HELLO-WORLD                   *
014260*--------------------------------------------------------------*
014270 9900-ABEND.
014280     DISPLAY 'HWBRIEF FILE ERROR - FILE: ' BF-ABEND-FILE
014290         ' OPERATION: ' BF-ABEND-OP ' STATUS: ' BF-ABEND-STATUS.
014300     MOVE 16 TO RETURN-CODE.
014310     STOP RUN.
