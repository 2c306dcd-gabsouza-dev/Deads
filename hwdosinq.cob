000100 IDENTIFICATION DIVISION.
000110 PROGRAM-ID. HWDOSINQ.
000120 AUTHOR. R L MARTIN.
000130 INSTALLATION. DATA PROCESSING - BATCH SYSTEMS.
000140 DATE-WRITTEN. 10/15/2026.
000150 DATE-COMPILED.
000160*--------------------------------------------------------------*
000170* MODIFICATION HISTORY                                        *
000180*    DATE       INIT  DESCRIPTION                              *
000190*    ---------- ----  ------------------------------------    *
000200*    10/15/2026 RLM   ORIGINAL PROGRAM.  RUN DOSSIER INQUIRY:  *
000210*                     EVERYTHING THE SUITE HOLDS ABOUT ONE     *
000220*                     MODE/SITE/RUN-ID ON ONE REPORT -- THE    *
000230*                     CTRFILE COUNTER POSITION, THE CHKFILE    *
000240*                     CHECKPOINT AND ITS STEP, EVERY HBFILE    *
000250*                     HEARTBEAT AND EVTFILE EVENT (AN ABEND    *
000260*                     AND ITS RESTART INCLUDED), EVERY ALTFILE *
000270*                     ALERT WITH ITS ALTSTAT ACK/CLOSE/        *
000280*                     ESCALATION HISTORY, AND THE RPAFILE      *
000290*                     ARCHIVED REPORT LINES -- FLAGGING EACH   *
000300*                     PIECE THAT SHOULD EXIST BUT DOES NOT.    *
000310*                     REPLACES RUNNING HWEVINQ, HWRPRNT, AND   *
000320*                     HWALTMNT SEPARATELY AND SEARCHING THE    *
000330*                     HEARTBEAT LOG BY HAND.                   *
000340*    10/15/2026 RLM   THE RUN DATE IS FOUND BEFORE THE         *
000350*                     HEADINGS ARE WRITTEN, SO THE MODE/SITE/  *
000360*                     RUN-ID LINE FOLLOWS THE TITLE.  ALERTS   *
000370*                     WHOSE PAGING A MAINTENANCE WINDOW        *
000380*                     SUPPRESSED ARE MARKED AS SUCH.           *
000390*--------------------------------------------------------------*
000400*--------------------------------------------------------------*
000410* PARM: MODE SITE RUN-ID, FOR EXAMPLE 'DAILY MIAMI 4711'.      *
000420*    THE RUN-ID NEED NOT BE ZERO PADDED.                       *
000430*--------------------------------------------------------------*
000440* THE RUN DATE IS TAKEN FROM THE FIRST HEARTBEAT OR EVENT      *
000450* FOUND FOR THE RUN-ID; IT KEYS THE CHECKPOINT AND THE REPORT  *
000460* ARCHIVE.  ALERTS RAISED BEFORE THE RUN-ID WAS ASSIGNED (A    *
000470* LATE START, A NON-BUSINESS DAY, A DUPLICATE RUN) CARRY RUN-  *
000480* ID ZERO AND ARE TAKEN BY THE RUN DATE INSTEAD.  ONLY THE     *
000490* LIVE LOGS ARE SEARCHED -- RECORDS ROLLED TO HBARCH/EVTARCH/  *
000500* ALTARCH BY HWHSKP ARE OUTSIDE THE DOSSIER, AND ARCHIVED      *
000510* REPORT LINES PAST THE 13-MONTH RETENTION ARE NOT FLAGGED.    *
000520*--------------------------------------------------------------*
000530* RETURN-CODE LEGEND:                                          *
000540*    00  DOSSIER PRODUCED, NOTHING FLAGGED                     *
000550*    04  DOSSIER PRODUCED, AT LEAST ONE EXPECTED PIECE MISSING *
000560*        OR INCONSISTENT (SEE THE FLAGGED LINES)               *
000570*    08  INVALID PARM - NO DOSSIER PRODUCED                    *
000580*    16  ABEND - UNEXPECTED FILE STATUS ON A FILE OPERATION    *
000590*--------------------------------------------------------------*
000600 ENVIRONMENT DIVISION.
000610 INPUT-OUTPUT SECTION.
000620 FILE-CONTROL.
000630     SELECT OPTIONAL CTR-FILE ASSIGN TO CTRFILE
000640         ORGANIZATION IS INDEXED
000650         ACCESS MODE IS DYNAMIC
000660         RECORD KEY IS CTR-KEY
000670         FILE STATUS IS DQ-CTR-STATUS.
000680
000690     SELECT OPTIONAL CHK-FILE ASSIGN TO CHKFILE
000700         ORGANIZATION IS INDEXED
000710         ACCESS MODE IS DYNAMIC
000720         RECORD KEY IS CHK-KEY
000730         FILE STATUS IS DQ-CHK-STATUS.
000740
000750     SELECT OPTIONAL HB-FILE ASSIGN TO HBFILE
000760         ORGANIZATION IS LINE SEQUENTIAL
000770         FILE STATUS IS DQ-HBT-STATUS.
000780
000790     SELECT OPTIONAL EVT-FILE ASSIGN TO EVTFILE
000800         ORGANIZATION IS LINE SEQUENTIAL
000810         FILE STATUS IS DQ-EVT-STATUS.
000820
000830     SELECT OPTIONAL ALT-FILE ASSIGN TO ALTFILE
000840         ORGANIZATION IS LINE SEQUENTIAL
000850         FILE STATUS IS DQ-ALT-STATUS.
000860
000870     SELECT OPTIONAL ALS-FILE ASSIGN TO ALTSTAT
000880         ORGANIZATION IS INDEXED
000890         ACCESS MODE IS DYNAMIC
000900         RECORD KEY IS ALS-KEY
000910         FILE STATUS IS DQ-ALS-STATUS.
000920
000930     SELECT OPTIONAL RPA-FILE ASSIGN TO RPAFILE
000940         ORGANIZATION IS INDEXED
000950         ACCESS MODE IS DYNAMIC
000960         RECORD KEY IS RPA-KEY
000970         FILE STATUS IS DQ-RPA-STATUS.
000980
000990     SELECT SIT-FILE ASSIGN TO SITFILE
001000         ORGANIZATION IS INDEXED
001010         ACCESS MODE IS DYNAMIC
001020         RECORD KEY IS SIT-KEY
001030         FILE STATUS IS DQ-SIT-STATUS.
001040
001050     SELECT RPT-FILE ASSIGN TO DOSRPT
001060         ORGANIZATION IS LINE SEQUENTIAL
001070         FILE STATUS IS DQ-RPT-STATUS.
001080*
001090 DATA DIVISION.
001100 FILE SECTION.
001110 FD  CTR-FILE
001120     LABEL RECORDS ARE STANDARD.
001130 COPY HWCTRREC.
001140*
001150 FD  CHK-FILE
001160     LABEL RECORDS ARE STANDARD.
001170 COPY HWCHKREC.
001180*
001190 FD  HB-FILE
001200     LABEL RECORDS ARE STANDARD
001210     RECORD CONTAINS 80 CHARACTERS.
001220 COPY HWHBREC.
001230*
001240 FD  EVT-FILE
001250     LABEL RECORDS ARE STANDARD
001260     RECORD CONTAINS 80 CHARACTERS.
001270 COPY HWEVTREC.
001280*
001290 FD  ALT-FILE
001300     LABEL RECORDS ARE STANDARD
001310     RECORD CONTAINS 132 CHARACTERS.
001320 COPY HWALTREC.
001330*
001340 FD  ALS-FILE
001350     LABEL RECORDS ARE STANDARD.
001360 COPY HWALSREC.
001370*
001380 FD  RPA-FILE
001390     LABEL RECORDS ARE STANDARD.
001400 COPY HWRPAREC.
001410*
001420 FD  SIT-FILE
001430     LABEL RECORDS ARE STANDARD.
001440 COPY HWSITREC.
001450*
001460 FD  RPT-FILE
001470     LABEL RECORDS ARE STANDARD
001480     RECORD CONTAINS 80 CHARACTERS.
001490 01  RPT-RECORD                  PIC X(80).
001500*
001510 WORKING-STORAGE SECTION.
001520 77  DQ-CTR-STATUS               PIC X(02) VALUE '00'.
001530 77  DQ-CHK-STATUS               PIC X(02) VALUE '00'.
001540 77  DQ-HBT-STATUS               PIC X(02) VALUE '00'.
001550 77  DQ-EVT-STATUS               PIC X(02) VALUE '00'.
001560 77  DQ-ALT-STATUS               PIC X(02) VALUE '00'.
001570 77  DQ-ALS-STATUS               PIC X(02) VALUE '00'.
001580 77  DQ-RPA-STATUS               PIC X(02) VALUE '00'.
001590 77  DQ-SIT-STATUS               PIC X(02) VALUE '00'.
001600 77  DQ-RPT-STATUS               PIC X(02) VALUE '00'.
001610 77  DQ-HB-CNT                   PIC 9(05) COMP VALUE ZERO.
001620 77  DQ-EVT-CNT                  PIC 9(05) COMP VALUE ZERO.
001630 77  DQ-ABEND-CNT                PIC 9(05) COMP VALUE ZERO.
001640 77  DQ-ALT-CNT                  PIC 9(05) COMP VALUE ZERO.
001650 77  DQ-RPA-CNT                  PIC 9(05) COMP VALUE ZERO.
001660 77  DQ-FLAG-CNT                 PIC 9(05) COMP VALUE ZERO.
001670 77  DQ-MONTH-WORK               PIC S9(09) COMP VALUE ZERO.
001680 01  DQ-EOF-SW                   PIC X(01) VALUE 'N'.
001690     88  DQ-EOF                            VALUE 'Y'.
001700     88  DQ-NOT-EOF                        VALUE 'N'.
001710 01  DQ-CTR-OPEN-SW              PIC X(01) VALUE 'N'.
001720     88  DQ-CTR-PRESENT                    VALUE 'Y'.
001730 01  DQ-CHK-OPEN-SW              PIC X(01) VALUE 'N'.
001740     88  DQ-CHK-PRESENT                    VALUE 'Y'.
001750 01  DQ-ALS-OPEN-SW              PIC X(01) VALUE 'N'.
001760     88  DQ-ALS-PRESENT                    VALUE 'Y'.
001770 01  DQ-RPA-OPEN-SW              PIC X(01) VALUE 'N'.
001780     88  DQ-RPA-PRESENT                    VALUE 'Y'.
001790 01  DQ-FOUND-SW                 PIC X(01) VALUE 'N'.
001800     88  DQ-FOUND                          VALUE 'Y'.
001810     88  DQ-NOT-FOUND                      VALUE 'N'.
001820 01  DQ-LAST-ABEND-SW            PIC X(01) VALUE 'N'.
001830     88  DQ-LAST-WAS-ABEND                 VALUE 'Y'.
001840     88  DQ-LAST-NOT-ABEND                 VALUE 'N'.
001850 01  DQ-COMPLETE-SW              PIC X(01) VALUE 'N'.
001860     88  DQ-RUN-COMPLETED                  VALUE 'Y'.
001870*
001880*--------------------------------------------------------------*
001890* EXPECTED-ALERT SWITCHES.  A LATE START (SEVERITY 04), A      *
001900* RECONCILIATION GAP (12), AND AN ABEND (16) EACH RAISE AN     *
001910* ALERT IN HELLO-WORLD; THE NEED SWITCH IS SET FROM THE RUN'S  *
001920* OUTCOMES AND THE GOT SWITCH FROM THE ALERTS FOUND.           *
001930*--------------------------------------------------------------*
001940 01  DQ-NEED-LATE-SW             PIC X(01) VALUE 'N'.
001950     88  DQ-NEED-LATE                      VALUE 'Y'.
001960 01  DQ-NEED-RECON-SW            PIC X(01) VALUE 'N'.
001970     88  DQ-NEED-RECON                     VALUE 'Y'.
001980 01  DQ-NEED-ABEND-SW            PIC X(01) VALUE 'N'.
001990     88  DQ-NEED-ABEND                     VALUE 'Y'.
002000 01  DQ-GOT-LATE-SW              PIC X(01) VALUE 'N'.
002010     88  DQ-GOT-LATE                       VALUE 'Y'.
002020 01  DQ-GOT-RECON-SW             PIC X(01) VALUE 'N'.
002030     88  DQ-GOT-RECON                      VALUE 'Y'.
002040 01  DQ-GOT-ABEND-SW             PIC X(01) VALUE 'N'.
002050     88  DQ-GOT-ABEND                      VALUE 'Y'.
002060*
002070*--------------------------------------------------------------*
002080* PARM WORK AREA.  THE RUN-ID IS RIGHT-JUSTIFIED AND ZERO      *
002090* FILLED SO '4711' AND '000004711' ARE THE SAME REQUEST.       *
002100*--------------------------------------------------------------*
002110 01  DQ-SEL-MODE                 PIC X(08) VALUE SPACES.
002120     88  DQ-SEL-MODE-OK                    VALUE 'DAILY'
002130                                                 'MONTHEND'
002140                                                 'ADHOC'.
002150 01  DQ-SEL-SITE                 PIC X(08) VALUE SPACES.
002160 01  DQ-PARM-RUNID               PIC X(09) JUSTIFIED RIGHT
002170                                 VALUE SPACES.
002180 01  DQ-PARM-RUNID-NUM REDEFINES DQ-PARM-RUNID
002190                                 PIC 9(09).
002200 01  DQ-SEL-RUN-ID               PIC 9(09) VALUE ZERO.
002210 01  DQ-RUN-DATE                 PIC 9(08) VALUE ZERO.
002220 01  DQ-SITE-ROUTE               PIC X(08) VALUE SPACES.
002230 01  DQ-ALERT-SITE               PIC X(08) VALUE SPACES.
002240 01  DQ-FLAG-TEXT                PIC X(50) VALUE SPACES.
002250 01  DQ-ABEND-FILE               PIC X(08).
002260 01  DQ-ABEND-OP                 PIC X(12).
002270 01  DQ-ABEND-STATUS             PIC X(02).
002280*
002290*--------------------------------------------------------------*
002300* 13-MONTH ARCHIVE CUTOFF, COMPUTED THE SAME WAY AS THE        *
002310* HWRPRNT PURGE SO A PURGED REPORT IS NOT FLAGGED AS MISSING   *
002320*--------------------------------------------------------------*
002330 01  DQ-CUTOFF-DATE              PIC 9(08) VALUE ZERO.
002340 01  DQ-CUTOFF-X REDEFINES DQ-CUTOFF-DATE.
002350     05  DQ-CUT-CCYY             PIC 9(04).
002360     05  DQ-CUT-MM               PIC 9(02).
002370     05  DQ-CUT-DD               PIC 9(02).
002380 01  DQ-CURR-DATE                PIC 9(08) VALUE ZERO.
002390 01  DQ-CURR-X REDEFINES DQ-CURR-DATE.
002400     05  DQ-CURR-CCYY            PIC 9(04).
002410     05  DQ-CURR-MM              PIC 9(02).
002420     05  DQ-CURR-DD              PIC 9(02).
002430*
002440*--------------------------------------------------------------*
002450* DOSSIER REPORT LINES                                         *
002460*--------------------------------------------------------------*
002470 01  DQ-RPT-HDR-1.
002480     05  FILLER                  PIC X(01) VALUE SPACE.
002490     05  FILLER                  PIC X(34)
002500             VALUE 'HWDOSINQ RUN DOSSIER'.
002510     05  FILLER                  PIC X(09) VALUE 'PRINTED: '.
002520     05  DQ-RPT-DATE             PIC 9(08).
002530     05  FILLER                  PIC X(28) VALUE SPACES.
002540 01  DQ-RPT-HDR-2.
002550     05  FILLER                  PIC X(01) VALUE SPACE.
002560     05  FILLER                  PIC X(06) VALUE 'MODE: '.
002570     05  DQ-RPT-MODE             PIC X(08).
002580     05  FILLER                  PIC X(08) VALUE '  SITE: '.
002590     05  DQ-RPT-SITE             PIC X(08).
002600     05  FILLER                  PIC X(10) VALUE '  RUN-ID: '.
002610     05  DQ-RPT-RUN-ID           PIC 9(09).
002620     05  FILLER                  PIC X(12) VALUE '  RUN DATE: '.
002630     05  DQ-RPT-RUN-DATE         PIC X(08).
002640     05  FILLER                  PIC X(10) VALUE SPACES.
002650 01  DQ-RPT-SEC-1.
002660     05  FILLER                  PIC X(01) VALUE SPACE.
002670     05  DQ-RPT-SEC-LBL          PIC X(30).
002680     05  FILLER                  PIC X(49) VALUE SPACES.
002690 01  DQ-RPT-FLG-1.
002700     05  FILLER                  PIC X(05) VALUE ' *** '.
002710     05  DQ-FLG-TEXT             PIC X(50).
002720     05  FILLER                  PIC X(25) VALUE SPACES.
002730 01  DQ-RPT-CTR-1.
002740     05  FILLER                  PIC X(03) VALUE SPACES.
002750     05  FILLER                  PIC X(16)
002760             VALUE 'LAST RUN-ID:    '.
002770     05  DQ-CTR-RUN-ID-OUT       PIC 9(09).
002780     05  FILLER                  PIC X(12)
002790             VALUE '  CONSUMED: '.
002800     05  DQ-CTR-DATE-OUT         PIC 9(08).
002810     05  FILLER                  PIC X(32) VALUE SPACES.
002820 01  DQ-RPT-CHK-1.
002830     05  FILLER                  PIC X(03) VALUE SPACES.
002840     05  FILLER                  PIC X(06) VALUE 'DATE: '.
002850     05  DQ-CHK-DATE-OUT         PIC 9(08).
002860     05  FILLER                  PIC X(10) VALUE '  RUN-ID: '.
002870     05  DQ-CHK-RUN-ID-OUT       PIC 9(09).
002880     05  FILLER                  PIC X(08) VALUE '  TIME: '.
002890     05  DQ-CHK-TIME-OUT         PIC X(06).
002900     05  FILLER                  PIC X(08) VALUE '  STEP: '.
002910     05  DQ-CHK-STEP-OUT         PIC X(08).
002920     05  FILLER                  PIC X(14) VALUE SPACES.
002930 01  DQ-RPT-COL-HB.
002940     05  FILLER                  PIC X(03) VALUE SPACES.
002950     05  FILLER                  PIC X(40)
002960             VALUE 'DATE     START  STATUS   END    ELAPSED'.
002970     05  FILLER                  PIC X(37) VALUE SPACES.
002980 01  DQ-RPT-HB-1.
002990     05  FILLER                  PIC X(03) VALUE SPACES.
003000     05  DQ-HB-DATE-OUT          PIC 9(08).
003010     05  FILLER                  PIC X(01) VALUE SPACE.
003020     05  DQ-HB-TIME-OUT          PIC X(06).
003030     05  FILLER                  PIC X(01) VALUE SPACE.
003040     05  DQ-HB-STATUS-OUT        PIC X(08).
003050     05  FILLER                  PIC X(01) VALUE SPACE.
003060     05  DQ-HB-END-OUT           PIC X(06).
003070     05  FILLER                  PIC X(01) VALUE SPACE.
003080     05  DQ-HB-ELAPSED-OUT       PIC X(06).
003090     05  FILLER                  PIC X(39) VALUE SPACES.
003100 01  DQ-RPT-COL-EVT.
003110     05  FILLER                  PIC X(03) VALUE SPACES.
003120     05  FILLER                  PIC X(40)
003130             VALUE 'DATE     TIME   STATUS   ERROR DETAIL'.
003140     05  FILLER                  PIC X(37) VALUE SPACES.
003150 01  DQ-RPT-EVT-1.
003160     05  FILLER                  PIC X(03) VALUE SPACES.
003170     05  DQ-EVT-DATE-OUT         PIC 9(08).
003180     05  FILLER                  PIC X(01) VALUE SPACE.
003190     05  DQ-EVT-TIME-OUT         PIC X(06).
003200     05  FILLER                  PIC X(01) VALUE SPACE.
003210     05  DQ-EVT-STATUS-OUT       PIC X(08).
003220     05  FILLER                  PIC X(01) VALUE SPACE.
003230     05  DQ-EVT-FILE-OUT         PIC X(08).
003240     05  FILLER                  PIC X(01) VALUE SPACE.
003250     05  DQ-EVT-OP-OUT           PIC X(12).
003260     05  FILLER                  PIC X(01) VALUE SPACE.
003270     05  DQ-EVT-FST-OUT          PIC X(02).
003280     05  FILLER                  PIC X(01) VALUE SPACE.
003290     05  DQ-EVT-NOTE-OUT         PIC X(08).
003300     05  FILLER                  PIC X(19) VALUE SPACES.
003310 01  DQ-RPT-ALT-1.
003320     05  FILLER                  PIC X(03) VALUE SPACES.
003330     05  DQ-ALT-DATE-OUT         PIC 9(08).
003340     05  FILLER                  PIC X(01) VALUE SPACE.
003350     05  DQ-ALT-TIME-OUT         PIC X(06).
003360     05  FILLER                  PIC X(06) VALUE '  SEV '.
003370     05  DQ-ALT-SEV-OUT          PIC 9(02).
003380     05  FILLER                  PIC X(07) VALUE '  PAGE '.
003390     05  DQ-ALT-PAGE-OUT         PIC X(01).
003400     05  FILLER                  PIC X(08) VALUE '  ROUTE '.
003410     05  DQ-ALT-ROUTE-OUT        PIC X(08).
003420     05  FILLER                  PIC X(09) VALUE '  RUN-ID '.
003430     05  DQ-ALT-RUN-ID-OUT       PIC 9(09).
003440     05  FILLER                  PIC X(12) VALUE SPACES.
003450 01  DQ-RPT-ALT-2.
003460     05  FILLER                  PIC X(05) VALUE SPACES.
003470     05  DQ-ALT-TEXT-OUT         PIC X(55).
003480     05  FILLER                  PIC X(20) VALUE SPACES.
003490 01  DQ-RPT-ALT-3.
003500     05  FILLER                  PIC X(05) VALUE SPACES.
003510     05  FILLER                  PIC X(25)
003520             VALUE 'SUPPRESSED - MAINT WINDOW'.
003530     05  FILLER                  PIC X(50) VALUE SPACES.
003540 01  DQ-RPT-ALS-1.
003550     05  FILLER                  PIC X(05) VALUE SPACES.
003560     05  FILLER                  PIC X(08) VALUE 'STATUS: '.
003570     05  DQ-ALS-STATUS-OUT       PIC X(08).
003580     05  FILLER                  PIC X(01) VALUE SPACE.
003590     05  DQ-ALS-ESC-OUT          PIC X(09).
003600     05  FILLER                  PIC X(01) VALUE SPACE.
003610     05  DQ-ALS-MAINT-OUT        PIC X(25).
003620     05  FILLER                  PIC X(23) VALUE SPACES.
003630 01  DQ-RPT-ALS-2.
003640     05  FILLER                  PIC X(05) VALUE SPACES.
003650     05  DQ-ALS-EVENT-OUT        PIC X(08).
003660     05  FILLER                  PIC X(01) VALUE SPACE.
003670     05  DQ-ALS-OPER-OUT         PIC X(08).
003680     05  FILLER                  PIC X(01) VALUE SPACE.
003690     05  DQ-ALS-DATE-OUT         PIC 9(08).
003700     05  FILLER                  PIC X(01) VALUE SPACE.
003710     05  DQ-ALS-TIME-OUT         PIC X(06).
003720     05  FILLER                  PIC X(42) VALUE SPACES.
003730 01  DQ-RPT-TOT-1.
003740     05  FILLER                  PIC X(01) VALUE SPACE.
003750     05  DQ-RPT-TOT-LBL          PIC X(16).
003760     05  DQ-RPT-TOT-CNT          PIC ZZZZ9.
003770     05  FILLER                  PIC X(58) VALUE SPACES.
003780*
003790 LINKAGE SECTION.
003800 01  DQ-PARM-AREA.
003810     05  DQ-PARM-LEN             PIC S9(04) COMP.
003820     05  DQ-PARM-TEXT            PIC X(80).
003830*
003840 PROCEDURE DIVISION USING DQ-PARM-AREA.
003850*--------------------------------------------------------------*
003860* 0000-MAINLINE                                                *
003870*--------------------------------------------------------------*
003880 0000-MAINLINE.
003890     PERFORM 1000-GET-PARM THRU 1000-EXIT.
003900     PERFORM 1100-INITIALIZE THRU 1100-EXIT.
003910     PERFORM 2000-SHOW-COUNTER THRU 2000-EXIT.
003920     PERFORM 3000-SHOW-HEARTBEATS THRU 3000-EXIT.
003930     PERFORM 3500-SHOW-EVENTS THRU 3500-EXIT.
003940     PERFORM 4000-SHOW-CHECKPOINT THRU 4000-EXIT.
003950     PERFORM 4500-SHOW-ALERTS THRU 4500-EXIT.
003960     PERFORM 6000-SHOW-ARCHIVE THRU 6000-EXIT.
003970     PERFORM 8000-PRINT-TOTALS THRU 8000-EXIT.
003980     PERFORM 9000-TERMINATE THRU 9000-EXIT.
003990     STOP RUN.
004000*
004010*--------------------------------------------------------------*
004020* 1000-GET-PARM - MODE, SITE, AND RUN-ID ARE ALL REQUIRED.  A   *
004030*                 BAD PARM ENDS THE RUN BEFORE ANY FILE OPENS.  *
004040*--------------------------------------------------------------*
004050 1000-GET-PARM.
004060     IF DQ-PARM-LEN > ZERO
004070         UNSTRING DQ-PARM-TEXT DELIMITED BY ALL SPACE
004080             INTO DQ-SEL-MODE DQ-SEL-SITE DQ-PARM-RUNID
004090     END-IF.
004100     IF NOT DQ-SEL-MODE-OK
004110         DISPLAY 'HWDOSINQ INVALID PARM MODE: ' DQ-SEL-MODE
004120         MOVE 8 TO RETURN-CODE
004130         STOP RUN
004140     END-IF.
004150     IF DQ-SEL-SITE = SPACES
004160         DISPLAY 'HWDOSINQ INVALID PARM - SITE IS REQUIRED'
004170         MOVE 8 TO RETURN-CODE
004180         STOP RUN
004190     END-IF.
004200     INSPECT DQ-PARM-RUNID REPLACING LEADING SPACE BY ZERO.
004210     IF DQ-PARM-RUNID NOT NUMERIC
004220             OR DQ-PARM-RUNID-NUM = ZERO
004230         DISPLAY 'HWDOSINQ INVALID PARM RUN-ID: ' DQ-PARM-RUNID
004240         MOVE 8 TO RETURN-CODE
004250         STOP RUN
004260     END-IF.
004270     MOVE DQ-PARM-RUNID-NUM TO DQ-SEL-RUN-ID.
004280 1000-EXIT.
004290     EXIT.
004300*
004310*--------------------------------------------------------------*
004320* 1100-INITIALIZE - COMPUTE THE ARCHIVE CUTOFF, FIND THE RUN    *
004330*                   DATE, OPEN FILES, WRITE THE HEADINGS, AND   *
004340*                   LOOK UP THE SITE'S ROUTING CODE FOR ALERTS  *
004350*                   WRITTEN BEFORE THE ALERT SITE FIELD EXISTED *
004360*--------------------------------------------------------------*
004370 1100-INITIALIZE.
004380     ACCEPT DQ-CURR-DATE FROM DATE YYYYMMDD.
004390     COMPUTE DQ-MONTH-WORK =
004400         (DQ-CURR-CCYY * 12) + DQ-CURR-MM - 1 - 13.
004410     COMPUTE DQ-CUT-CCYY = DQ-MONTH-WORK / 12.
004420     COMPUTE DQ-CUT-MM =
004430         DQ-MONTH-WORK - (DQ-CUT-CCYY * 12) + 1.
004440     MOVE DQ-CURR-DD TO DQ-CUT-DD.
004450     PERFORM 1300-FIND-RUN-DATE THRU 1300-EXIT.
004460     OPEN INPUT HB-FILE.
004470     IF DQ-HBT-STATUS NOT = '00' AND DQ-HBT-STATUS NOT = '05'
004480         MOVE 'HB-FILE' TO DQ-ABEND-FILE
004490         MOVE 'OPEN INPUT' TO DQ-ABEND-OP
004500         MOVE DQ-HBT-STATUS TO DQ-ABEND-STATUS
004510         GO TO 9900-ABEND
004520     END-IF.
004530     OPEN INPUT EVT-FILE.
004540     IF DQ-EVT-STATUS NOT = '00' AND DQ-EVT-STATUS NOT = '05'
004550         MOVE 'EVT-FILE' TO DQ-ABEND-FILE
004560         MOVE 'OPEN INPUT' TO DQ-ABEND-OP
004570         MOVE DQ-EVT-STATUS TO DQ-ABEND-STATUS
004580         GO TO 9900-ABEND
004590     END-IF.
004600     OPEN INPUT ALT-FILE.
004610     IF DQ-ALT-STATUS NOT = '00' AND DQ-ALT-STATUS NOT = '05'
004620         MOVE 'ALT-FILE' TO DQ-ABEND-FILE
004630         MOVE 'OPEN INPUT' TO DQ-ABEND-OP
004640         MOVE DQ-ALT-STATUS TO DQ-ABEND-STATUS
004650         GO TO 9900-ABEND
004660     END-IF.
004670*    AN ABSENT KEYED FILE OPENS WITH STATUS 05 AND ITS PRESENCE
004680*    SWITCH STAYS OFF; ITS SECTION OF THE DOSSIER THEN FLAGS
004690*    THE FILE AS UNAVAILABLE INSTEAD OF ATTEMPTING A READ.
004700     OPEN INPUT CTR-FILE.
004710     EVALUATE TRUE
004720         WHEN DQ-CTR-STATUS = '00'
004730             SET DQ-CTR-PRESENT TO TRUE
004740         WHEN DQ-CTR-STATUS = '05'
004750             CONTINUE
004760         WHEN OTHER
004770             MOVE 'CTR-FILE' TO DQ-ABEND-FILE
004780             MOVE 'OPEN INPUT' TO DQ-ABEND-OP
004790             MOVE DQ-CTR-STATUS TO DQ-ABEND-STATUS
004800             GO TO 9900-ABEND
004810     END-EVALUATE.
004820     OPEN INPUT CHK-FILE.
004830     EVALUATE TRUE
004840         WHEN DQ-CHK-STATUS = '00'
004850             SET DQ-CHK-PRESENT TO TRUE
004860         WHEN DQ-CHK-STATUS = '05'
004870             CONTINUE
004880         WHEN OTHER
004890             MOVE 'CHK-FILE' TO DQ-ABEND-FILE
004900             MOVE 'OPEN INPUT' TO DQ-ABEND-OP
004910             MOVE DQ-CHK-STATUS TO DQ-ABEND-STATUS
004920             GO TO 9900-ABEND
004930     END-EVALUATE.
004940     OPEN INPUT ALS-FILE.
004950     EVALUATE TRUE
004960         WHEN DQ-ALS-STATUS = '00'
004970             SET DQ-ALS-PRESENT TO TRUE
004980         WHEN DQ-ALS-STATUS = '05'
004990             CONTINUE
005000         WHEN OTHER
005010             MOVE 'ALS-FILE' TO DQ-ABEND-FILE
005020             MOVE 'OPEN INPUT' TO DQ-ABEND-OP
005030             MOVE DQ-ALS-STATUS TO DQ-ABEND-STATUS
005040             GO TO 9900-ABEND
005050     END-EVALUATE.
005060     OPEN INPUT RPA-FILE.
005070     EVALUATE TRUE
005080         WHEN DQ-RPA-STATUS = '00'
005090             SET DQ-RPA-PRESENT TO TRUE
005100         WHEN DQ-RPA-STATUS = '05'
005110             CONTINUE
005120         WHEN OTHER
005130             MOVE 'RPA-FILE' TO DQ-ABEND-FILE
005140             MOVE 'OPEN INPUT' TO DQ-ABEND-OP
005150             MOVE DQ-RPA-STATUS TO DQ-ABEND-STATUS
005160             GO TO 9900-ABEND
005170     END-EVALUATE.
005180     OPEN INPUT SIT-FILE.
005190     IF DQ-SIT-STATUS NOT = '00'
005200         MOVE 'SIT-FILE' TO DQ-ABEND-FILE
005210         MOVE 'OPEN INPUT' TO DQ-ABEND-OP
005220         MOVE DQ-SIT-STATUS TO DQ-ABEND-STATUS
005230         GO TO 9900-ABEND
005240     END-IF.
005250     OPEN OUTPUT RPT-FILE.
005260     IF DQ-RPT-STATUS NOT = '00'
005270         MOVE 'RPT-FILE' TO DQ-ABEND-FILE
005280         MOVE 'OPEN OUTPUT' TO DQ-ABEND-OP
005290         MOVE DQ-RPT-STATUS TO DQ-ABEND-STATUS
005300         GO TO 9900-ABEND
005310     END-IF.
005320     MOVE DQ-CURR-DATE TO DQ-RPT-DATE.
005330     WRITE RPT-RECORD FROM DQ-RPT-HDR-1.
005340     PERFORM 5900-CHECK-RPT-STATUS THRU 5900-EXIT.
005350     IF DQ-RUN-DATE = ZERO
005360         MOVE 'UNKNOWN' TO DQ-RPT-RUN-DATE
005370     ELSE
005380         MOVE DQ-RUN-DATE TO DQ-RPT-RUN-DATE
005390     END-IF.
005400     MOVE DQ-SEL-MODE TO DQ-RPT-MODE.
005410     MOVE DQ-SEL-SITE TO DQ-RPT-SITE.
005420     MOVE DQ-SEL-RUN-ID TO DQ-RPT-RUN-ID.
005430     WRITE RPT-RECORD FROM DQ-RPT-HDR-2.
005440     PERFORM 5900-CHECK-RPT-STATUS THRU 5900-EXIT.
005450     PERFORM 1200-FIND-SITE THRU 1200-EXIT.
005460 1100-EXIT.
005470     EXIT.
005480*
005490*--------------------------------------------------------------*
005500* 1200-FIND-SITE - READ THE SITE MASTER FOR THE REQUESTED SITE. *
005510*                  A SITE NO LONGER ON THE MASTER IS FLAGGED;   *
005520*                  ITS HISTORY IS STILL SEARCHED BY SITE CODE.  *
005530*--------------------------------------------------------------*
005540 1200-FIND-SITE.
005550     MOVE DQ-SEL-SITE TO SIT-CODE.
005560     READ SIT-FILE
005570         INVALID KEY
005580             MOVE SPACES TO SIT-ROUTE-CD
005590             MOVE 'SITE NOT ON THE SITE MASTER (SITFILE)'
005600                 TO DQ-FLAG-TEXT
005610             PERFORM 5100-WRITE-FLAG THRU 5100-EXIT
005620     END-READ.
005630     IF DQ-SIT-STATUS NOT = '00' AND DQ-SIT-STATUS NOT = '23'
005640         MOVE 'SIT-FILE' TO DQ-ABEND-FILE
005650         MOVE 'READ' TO DQ-ABEND-OP
005660         MOVE DQ-SIT-STATUS TO DQ-ABEND-STATUS
005670         GO TO 9900-ABEND
005680     END-IF.
005690     MOVE SIT-ROUTE-CD TO DQ-SITE-ROUTE.
005700 1200-EXIT.
005710     EXIT.
005720*
005730*--------------------------------------------------------------*
005740* 1300-FIND-RUN-DATE - THE RUN DATE, FIXED BEFORE THE HEADINGS  *
005750*                      ARE WRITTEN: THE DATE OF THE FIRST       *
005760*                      HBFILE HEARTBEAT FOR THE RUN-ID, OR      *
005770*                      FAILING THAT ITS FIRST EVTFILE EVENT.    *
005780*                      BOTH LOGS ARE CLOSED AGAIN SO THAT THEIR *
005790*                      SECTIONS READ THEM FROM THE TOP.         *
005800*--------------------------------------------------------------*
005810 1300-FIND-RUN-DATE.
005820     OPEN INPUT HB-FILE.
005830     IF DQ-HBT-STATUS NOT = '00' AND DQ-HBT-STATUS NOT = '05'
005840         MOVE 'HB-FILE' TO DQ-ABEND-FILE
005850         MOVE 'OPEN INPUT' TO DQ-ABEND-OP
005860         MOVE DQ-HBT-STATUS TO DQ-ABEND-STATUS
005870         GO TO 9900-ABEND
005880     END-IF.
005890     SET DQ-NOT-EOF TO TRUE.
005900     PERFORM 3900-READ-HEARTBEAT THRU 3900-EXIT.
005910     PERFORM 1310-CHECK-HB-DATE THRU 1310-EXIT
005920         UNTIL DQ-EOF.
005930     CLOSE HB-FILE.
005940     IF DQ-HBT-STATUS NOT = '00'
005950         MOVE 'HB-FILE' TO DQ-ABEND-FILE
005960         MOVE 'CLOSE' TO DQ-ABEND-OP
005970         MOVE DQ-HBT-STATUS TO DQ-ABEND-STATUS
005980         GO TO 9900-ABEND
005990     END-IF.
006000     IF DQ-RUN-DATE NOT = ZERO
006010         GO TO 1300-EXIT
006020     END-IF.
006030     OPEN INPUT EVT-FILE.
006040     IF DQ-EVT-STATUS NOT = '00' AND DQ-EVT-STATUS NOT = '05'
006050         MOVE 'EVT-FILE' TO DQ-ABEND-FILE
006060         MOVE 'OPEN INPUT' TO DQ-ABEND-OP
006070         MOVE DQ-EVT-STATUS TO DQ-ABEND-STATUS
006080         GO TO 9900-ABEND
006090     END-IF.
006100     SET DQ-NOT-EOF TO TRUE.
006110     PERFORM 3950-READ-EVENT THRU 3950-EXIT.
006120     PERFORM 1320-CHECK-EVT-DATE THRU 1320-EXIT
006130         UNTIL DQ-EOF.
006140     CLOSE EVT-FILE.
006150     IF DQ-EVT-STATUS NOT = '00'
006160         MOVE 'EVT-FILE' TO DQ-ABEND-FILE
006170         MOVE 'CLOSE' TO DQ-ABEND-OP
006180         MOVE DQ-EVT-STATUS TO DQ-ABEND-STATUS
006190         GO TO 9900-ABEND
006200     END-IF.
006210 1300-EXIT.
006220     EXIT.
006230*
006240*--------------------------------------------------------------*
006250* 1310-CHECK-HB-DATE - TAKE THE RUN DATE FROM A HEARTBEAT FOR   *
006260*                      THE RUN-ID, OR READ THE NEXT             *
006270*--------------------------------------------------------------*
006280 1310-CHECK-HB-DATE.
006290     IF HB-RUN-MODE = DQ-SEL-MODE
006300             AND HB-RUN-SITE = DQ-SEL-SITE
006310             AND HB-RUN-ID = DQ-SEL-RUN-ID
006320         MOVE HB-RUN-DATE TO DQ-RUN-DATE
006330         SET DQ-EOF TO TRUE
006340     ELSE
006350         PERFORM 3900-READ-HEARTBEAT THRU 3900-EXIT
006360     END-IF.
006370 1310-EXIT.
006380     EXIT.
006390*
006400*--------------------------------------------------------------*
006410* 1320-CHECK-EVT-DATE - TAKE THE RUN DATE FROM AN EVENT FOR     *
006420*                       THE RUN-ID, OR READ THE NEXT            *
006430*--------------------------------------------------------------*
006440 1320-CHECK-EVT-DATE.
006450     IF EVT-RUN-MODE = DQ-SEL-MODE
006460             AND EVT-RUN-SITE = DQ-SEL-SITE
006470             AND EVT-RUN-ID = DQ-SEL-RUN-ID
006480         MOVE EVT-RUN-DATE TO DQ-RUN-DATE
006490         SET DQ-EOF TO TRUE
006500     ELSE
006510         PERFORM 3950-READ-EVENT THRU 3950-EXIT
006520     END-IF.
006530 1320-EXIT.
006540     EXIT.
006550*
006560*--------------------------------------------------------------*
006570* 2000-SHOW-COUNTER - THE CTRFILE POSITION FOR THE MODE/SITE.   *
006580*                     A RUN-ID ABOVE THE COUNTER WAS NEVER      *
006590*                     ISSUED AND IS FLAGGED.                    *
006600*--------------------------------------------------------------*
006610 2000-SHOW-COUNTER.
006620     MOVE 'RUN-ID COUNTER (CTRFILE)' TO DQ-RPT-SEC-LBL.
006630     WRITE RPT-RECORD FROM DQ-RPT-SEC-1.
006640     PERFORM 5900-CHECK-RPT-STATUS THRU 5900-EXIT.
006650     IF NOT DQ-CTR-PRESENT
006660         MOVE 'CTRFILE NOT AVAILABLE' TO DQ-FLAG-TEXT
006670         PERFORM 5100-WRITE-FLAG THRU 5100-EXIT
006680         GO TO 2000-EXIT
006690     END-IF.
006700     SET DQ-FOUND TO TRUE.
006710     MOVE DQ-SEL-MODE TO CTR-MODE.
006720     MOVE DQ-SEL-SITE TO CTR-SITE.
006730     READ CTR-FILE
006740         INVALID KEY
006750             SET DQ-NOT-FOUND TO TRUE
006760     END-READ.
006770     IF DQ-CTR-STATUS NOT = '00' AND DQ-CTR-STATUS NOT = '23'
006780         MOVE 'CTR-FILE' TO DQ-ABEND-FILE
006790         MOVE 'READ' TO DQ-ABEND-OP
006800         MOVE DQ-CTR-STATUS TO DQ-ABEND-STATUS
006810         GO TO 9900-ABEND
006820     END-IF.
006830     IF DQ-NOT-FOUND
006840         MOVE 'NO COUNTER RECORD FOR THE MODE/SITE'
006850             TO DQ-FLAG-TEXT
006860         PERFORM 5100-WRITE-FLAG THRU 5100-EXIT
006870         GO TO 2000-EXIT
006880     END-IF.
006890     MOVE CTR-LAST-RUN-ID TO DQ-CTR-RUN-ID-OUT.
006900     MOVE CTR-LAST-RUN-DATE TO DQ-CTR-DATE-OUT.
006910     WRITE RPT-RECORD FROM DQ-RPT-CTR-1.
006920     PERFORM 5900-CHECK-RPT-STATUS THRU 5900-EXIT.
006930     IF DQ-SEL-RUN-ID > CTR-LAST-RUN-ID
006940         MOVE 'RUN-ID IS BEYOND THE COUNTER - NEVER ISSUED'
006950             TO DQ-FLAG-TEXT
006960         PERFORM 5100-WRITE-FLAG THRU 5100-EXIT
006970     END-IF.
006980 2000-EXIT.
006990     EXIT.
007000*
007010*--------------------------------------------------------------*
007020* 3000-SHOW-HEARTBEATS - EVERY HBFILE HEARTBEAT FOR THE RUN-ID. *
007030*                        A LATE OR RECON OUTCOME MEANS AN       *
007040*                        ALERT SHOULD EXIST.                    *
007050*--------------------------------------------------------------*
007060 3000-SHOW-HEARTBEATS.
007070     MOVE 'HEARTBEATS (HBFILE)' TO DQ-RPT-SEC-LBL.
007080     WRITE RPT-RECORD FROM DQ-RPT-SEC-1.
007090     PERFORM 5900-CHECK-RPT-STATUS THRU 5900-EXIT.
007100     WRITE RPT-RECORD FROM DQ-RPT-COL-HB.
007110     PERFORM 5900-CHECK-RPT-STATUS THRU 5900-EXIT.
007120     SET DQ-NOT-EOF TO TRUE.
007130     PERFORM 3900-READ-HEARTBEAT THRU 3900-EXIT.
007140     PERFORM 3100-CHECK-HEARTBEAT THRU 3100-EXIT
007150         UNTIL DQ-EOF.
007160     IF DQ-HB-CNT = ZERO
007170         MOVE 'NO HEARTBEAT FOR THE RUN-ID' TO DQ-FLAG-TEXT
007180         PERFORM 5100-WRITE-FLAG THRU 5100-EXIT
007190     END-IF.
007200 3000-EXIT.
007210     EXIT.
007220*
007230*--------------------------------------------------------------*
007240* 3100-CHECK-HEARTBEAT - LIST ONE HEARTBEAT IF IT BELONGS TO    *
007250*                        THE RUN, THEN READ THE NEXT            *
007260*--------------------------------------------------------------*
007270 3100-CHECK-HEARTBEAT.
007280     IF HB-RUN-MODE NOT = DQ-SEL-MODE
007290             OR HB-RUN-SITE NOT = DQ-SEL-SITE
007300             OR HB-RUN-ID NOT = DQ-SEL-RUN-ID
007310         GO TO 3100-NEXT
007320     END-IF.
007330     ADD 1 TO DQ-HB-CNT.
007340     EVALUATE HB-RUN-STATUS
007350         WHEN 'LATE'
007360             SET DQ-NEED-LATE TO TRUE
007370             SET DQ-RUN-COMPLETED TO TRUE
007380         WHEN 'RECON'
007390             SET DQ-NEED-RECON TO TRUE
007400             SET DQ-RUN-COMPLETED TO TRUE
007410         WHEN 'OK'
007420             SET DQ-RUN-COMPLETED TO TRUE
007430         WHEN OTHER
007440             CONTINUE
007450     END-EVALUATE.
007460     MOVE HB-RUN-DATE TO DQ-HB-DATE-OUT.
007470     MOVE HB-RUN-TIME TO DQ-HB-TIME-OUT.
007480     MOVE HB-RUN-STATUS TO DQ-HB-STATUS-OUT.
007490     MOVE HB-END-TIME TO DQ-HB-END-OUT.
007500     MOVE HB-ELAPSED-SEC TO DQ-HB-ELAPSED-OUT.
007510     WRITE RPT-RECORD FROM DQ-RPT-HB-1.
007520     PERFORM 5900-CHECK-RPT-STATUS THRU 5900-EXIT.
007530 3100-NEXT.
007540     PERFORM 3900-READ-HEARTBEAT THRU 3900-EXIT.
007550 3100-EXIT.
007560     EXIT.
007570*
007580*--------------------------------------------------------------*
007590* 3500-SHOW-EVENTS - EVERY EVTFILE EVENT FOR THE RUN-ID.  AN    *
007600*                    ABEND IS FOLLOWED BY ITS RESTART UNDER     *
007610*                    THE SAME RUN-ID; THE FIRST OUTCOME AFTER   *
007620*                    AN ABEND IS MARKED AS THE RESTART, AND A   *
007630*                    RUN WHOSE LAST EVENT IS AN ABEND IS        *
007640*                    FLAGGED AS NEVER RESTARTED.                *
007650*--------------------------------------------------------------*
007660 3500-SHOW-EVENTS.
007670     MOVE 'RUN EVENTS (EVTFILE)' TO DQ-RPT-SEC-LBL.
007680     WRITE RPT-RECORD FROM DQ-RPT-SEC-1.
007690     PERFORM 5900-CHECK-RPT-STATUS THRU 5900-EXIT.
007700     WRITE RPT-RECORD FROM DQ-RPT-COL-EVT.
007710     PERFORM 5900-CHECK-RPT-STATUS THRU 5900-EXIT.
007720     SET DQ-NOT-EOF TO TRUE.
007730     PERFORM 3950-READ-EVENT THRU 3950-EXIT.
007740     PERFORM 3600-CHECK-EVENT THRU 3600-EXIT
007750         UNTIL DQ-EOF.
007760     IF DQ-EVT-CNT = ZERO
007770         MOVE 'NO RUN EVENT FOR THE RUN-ID' TO DQ-FLAG-TEXT
007780         PERFORM 5100-WRITE-FLAG THRU 5100-EXIT
007790     END-IF.
007800     IF DQ-LAST-WAS-ABEND
007810         MOVE 'RUN ABENDED AND WAS NEVER RESTARTED'
007820             TO DQ-FLAG-TEXT
007830         PERFORM 5100-WRITE-FLAG THRU 5100-EXIT
007840     END-IF.
007850 3500-EXIT.
007860     EXIT.
007870*
007880*--------------------------------------------------------------*
007890* 3600-CHECK-EVENT - LIST ONE EVENT IF IT BELONGS TO THE RUN,   *
007900*                    THEN READ THE NEXT                         *
007910*--------------------------------------------------------------*
007920 3600-CHECK-EVENT.
007930     IF EVT-RUN-MODE NOT = DQ-SEL-MODE
007940             OR EVT-RUN-SITE NOT = DQ-SEL-SITE
007950             OR EVT-RUN-ID NOT = DQ-SEL-RUN-ID
007960         GO TO 3600-NEXT
007970     END-IF.
007980     ADD 1 TO DQ-EVT-CNT.
007990     MOVE SPACES TO DQ-EVT-NOTE-OUT.
008000     IF EVT-RUN-STATUS = 'ABEND'
008010         ADD 1 TO DQ-ABEND-CNT
008020         SET DQ-NEED-ABEND TO TRUE
008030         SET DQ-LAST-WAS-ABEND TO TRUE
008040     ELSE
008050         IF DQ-LAST-WAS-ABEND
008060             MOVE 'RESTART' TO DQ-EVT-NOTE-OUT
008070         END-IF
008080         SET DQ-LAST-NOT-ABEND TO TRUE
008090     END-IF.
008100     MOVE EVT-RUN-DATE TO DQ-EVT-DATE-OUT.
008110     MOVE EVT-RUN-TIME TO DQ-EVT-TIME-OUT.
008120     MOVE EVT-RUN-STATUS TO DQ-EVT-STATUS-OUT.
008130     MOVE EVT-ABEND-FILE TO DQ-EVT-FILE-OUT.
008140     MOVE EVT-ABEND-OP TO DQ-EVT-OP-OUT.
008150     MOVE EVT-ABEND-STATUS TO DQ-EVT-FST-OUT.
008160     WRITE RPT-RECORD FROM DQ-RPT-EVT-1.
008170     PERFORM 5900-CHECK-RPT-STATUS THRU 5900-EXIT.
008180 3600-NEXT.
008190     PERFORM 3950-READ-EVENT THRU 3950-EXIT.
008200 3600-EXIT.
008210     EXIT.
008220*
008230*--------------------------------------------------------------*
008240* 3900-READ-HEARTBEAT - READ THE NEXT RECORD OR SET EOF         *
008250*--------------------------------------------------------------*
008260 3900-READ-HEARTBEAT.
008270     READ HB-FILE
008280         AT END
008290             SET DQ-EOF TO TRUE
008300     END-READ.
008310     IF DQ-HBT-STATUS NOT = '00' AND DQ-HBT-STATUS NOT = '10'
008320         MOVE 'HB-FILE' TO DQ-ABEND-FILE
008330         MOVE 'READ' TO DQ-ABEND-OP
008340         MOVE DQ-HBT-STATUS TO DQ-ABEND-STATUS
008350         GO TO 9900-ABEND
008360     END-IF.
008370 3900-EXIT.
008380     EXIT.
008390*
008400*--------------------------------------------------------------*
008410* 3950-READ-EVENT - READ THE NEXT RECORD OR SET EOF             *
008420*--------------------------------------------------------------*
008430 3950-READ-EVENT.
008440     READ EVT-FILE
008450         AT END
008460             SET DQ-EOF TO TRUE
008470     END-READ.
008480     IF DQ-EVT-STATUS NOT = '00' AND DQ-EVT-STATUS NOT = '10'
008490         MOVE 'EVT-FILE' TO DQ-ABEND-FILE
008500         MOVE 'READ' TO DQ-ABEND-OP
008510         MOVE DQ-EVT-STATUS TO DQ-ABEND-STATUS
008520         GO TO 9900-ABEND
008530     END-IF.
008540 3950-EXIT.
008550     EXIT.
008560*
008570*--------------------------------------------------------------*
008580* 4000-SHOW-CHECKPOINT - THE CHKFILE CHECKPOINT FOR THE RUN     *
008590*                        DATE.  A MISSING CHECKPOINT, ONE       *
008600*                        HOLDING ANOTHER RUN-ID, OR ONE STILL   *
008610*                        AT STEP 'RUNID' IS FLAGGED.            *
008620*--------------------------------------------------------------*
008630 4000-SHOW-CHECKPOINT.
008640     MOVE 'CHECKPOINT (CHKFILE)' TO DQ-RPT-SEC-LBL.
008650     WRITE RPT-RECORD FROM DQ-RPT-SEC-1.
008660     PERFORM 5900-CHECK-RPT-STATUS THRU 5900-EXIT.
008670     IF DQ-RUN-DATE = ZERO
008680         MOVE 'RUN DATE UNKNOWN - NO HISTORY FOR THE RUN-ID'
008690             TO DQ-FLAG-TEXT
008700         PERFORM 5100-WRITE-FLAG THRU 5100-EXIT
008710         GO TO 4000-EXIT
008720     END-IF.
008730     IF NOT DQ-CHK-PRESENT
008740         MOVE 'CHKFILE NOT AVAILABLE' TO DQ-FLAG-TEXT
008750         PERFORM 5100-WRITE-FLAG THRU 5100-EXIT
008760         GO TO 4000-EXIT
008770     END-IF.
008780     SET DQ-FOUND TO TRUE.
008790     MOVE DQ-RUN-DATE TO CHK-DATE.
008800     MOVE DQ-SEL-MODE TO CHK-APP-ID.
008810     MOVE DQ-SEL-SITE TO CHK-SITE.
008820     READ CHK-FILE
008830         INVALID KEY
008840             SET DQ-NOT-FOUND TO TRUE
008850     END-READ.
008860     IF DQ-CHK-STATUS NOT = '00' AND DQ-CHK-STATUS NOT = '23'
008870         MOVE 'CHK-FILE' TO DQ-ABEND-FILE
008880         MOVE 'READ' TO DQ-ABEND-OP
008890         MOVE DQ-CHK-STATUS TO DQ-ABEND-STATUS
008900         GO TO 9900-ABEND
008910     END-IF.
008920     IF DQ-NOT-FOUND
008930         MOVE 'NO CHECKPOINT FOR THE RUN DATE' TO DQ-FLAG-TEXT
008940         PERFORM 5100-WRITE-FLAG THRU 5100-EXIT
008950         GO TO 4000-EXIT
008960     END-IF.
008970     MOVE CHK-DATE TO DQ-CHK-DATE-OUT.
008980     MOVE CHK-RUN-ID TO DQ-CHK-RUN-ID-OUT.
008990     MOVE CHK-TIME TO DQ-CHK-TIME-OUT.
009000     MOVE CHK-STEP TO DQ-CHK-STEP-OUT.
009010     WRITE RPT-RECORD FROM DQ-RPT-CHK-1.
009020     PERFORM 5900-CHECK-RPT-STATUS THRU 5900-EXIT.
009030     EVALUATE TRUE
009040         WHEN CHK-RUN-ID NOT = DQ-SEL-RUN-ID
009050             MOVE 'CHECKPOINT HOLDS A DIFFERENT RUN-ID'
009060                 TO DQ-FLAG-TEXT
009070             PERFORM 5100-WRITE-FLAG THRU 5100-EXIT
009080         WHEN CHK-STEP = 'RUNID'
009090             MOVE 'CHECKPOINT STOPPED AT STEP RUNID - INCOMPLETE'
009100                 TO DQ-FLAG-TEXT
009110             PERFORM 5100-WRITE-FLAG THRU 5100-EXIT
009120         WHEN OTHER
009130             CONTINUE
009140     END-EVALUATE.
009150 4000-EXIT.
009160     EXIT.
009170*
009180*--------------------------------------------------------------*
009190* 4500-SHOW-ALERTS - EVERY ALTFILE ALERT FOR THE RUN WITH ITS   *
009200*                    ALTSTAT HISTORY.  AN OUTCOME THAT RAISES   *
009210*                    AN ALERT IN HELLO-WORLD BUT HAS NO ALERT   *
009220*                    HERE IS FLAGGED.                           *
009230*--------------------------------------------------------------*
009240 4500-SHOW-ALERTS.
009250     MOVE 'ALERTS (ALTFILE / ALTSTAT)' TO DQ-RPT-SEC-LBL.
009260     WRITE RPT-RECORD FROM DQ-RPT-SEC-1.
009270     PERFORM 5900-CHECK-RPT-STATUS THRU 5900-EXIT.
009280     IF NOT DQ-ALS-PRESENT
009290         MOVE 'ALTSTAT NOT AVAILABLE - NO ACK/CLOSE HISTORY'
009300             TO DQ-FLAG-TEXT
009310         PERFORM 5100-WRITE-FLAG THRU 5100-EXIT
009320     END-IF.
009330     SET DQ-NOT-EOF TO TRUE.
009340     PERFORM 4900-READ-ALERT THRU 4900-EXIT.
009350     PERFORM 4600-CHECK-ALERT THRU 4600-EXIT
009360         UNTIL DQ-EOF.
009370     IF DQ-ALT-CNT = ZERO
009380         MOVE 'NO ALERTS RAISED' TO DQ-RPT-SEC-LBL
009390         WRITE RPT-RECORD FROM DQ-RPT-SEC-1
009400         PERFORM 5900-CHECK-RPT-STATUS THRU 5900-EXIT
009410     END-IF.
009420     IF DQ-NEED-LATE AND NOT DQ-GOT-LATE
009430         MOVE 'NO ALERT FOR THE LATE START' TO DQ-FLAG-TEXT
009440         PERFORM 5100-WRITE-FLAG THRU 5100-EXIT
009450     END-IF.
009460     IF DQ-NEED-RECON AND NOT DQ-GOT-RECON
009470         MOVE 'NO ALERT FOR THE RECONCILIATION GAP'
009480             TO DQ-FLAG-TEXT
009490         PERFORM 5100-WRITE-FLAG THRU 5100-EXIT
009500     END-IF.
009510     IF DQ-NEED-ABEND AND NOT DQ-GOT-ABEND
009520         MOVE 'NO ALERT FOR THE ABEND' TO DQ-FLAG-TEXT
009530         PERFORM 5100-WRITE-FLAG THRU 5100-EXIT
009540     END-IF.
009550 4500-EXIT.
009560     EXIT.
009570*
009580*--------------------------------------------------------------*
009590* 4600-CHECK-ALERT - LIST ONE ALERT IF IT BELONGS TO THE RUN:   *
009600*                    THE SAME MODE AND SITE (A LEGACY ALERT     *
009610*                    WITH A BLANK SITE BY THE SITE'S ROUTING    *
009620*                    CODE), AND EITHER THE RUN-ID OR, FOR AN    *
009630*                    ALERT RAISED BEFORE THE RUN-ID WAS         *
009640*                    ASSIGNED, RUN-ID ZERO ON THE RUN DATE      *
009650*--------------------------------------------------------------*
009660 4600-CHECK-ALERT.
009670     IF ALT-RUN-MODE NOT = DQ-SEL-MODE
009680         GO TO 4600-NEXT
009690     END-IF.
009700     IF ALT-RUN-SITE = SPACES
009710         IF DQ-SITE-ROUTE = SPACES
009720                 OR ALT-ROUTE-CD NOT = DQ-SITE-ROUTE
009730             GO TO 4600-NEXT
009740         END-IF
009750     ELSE
009760         IF ALT-RUN-SITE NOT = DQ-SEL-SITE
009770             GO TO 4600-NEXT
009780         END-IF
009790     END-IF.
009800     IF ALT-RUN-ID NOT = DQ-SEL-RUN-ID
009810         IF ALT-RUN-ID NOT = ZERO
009820                 OR DQ-RUN-DATE = ZERO
009830                 OR ALT-RUN-DATE NOT = DQ-RUN-DATE
009840             GO TO 4600-NEXT
009850         END-IF
009860     END-IF.
009870     ADD 1 TO DQ-ALT-CNT.
009880     EVALUATE ALT-SEVERITY
009890         WHEN 4
009900             SET DQ-GOT-LATE TO TRUE
009910         WHEN 12
009920             SET DQ-GOT-RECON TO TRUE
009930         WHEN 16
009940             SET DQ-GOT-ABEND TO TRUE
009950         WHEN OTHER
009960             CONTINUE
009970     END-EVALUATE.
009980     MOVE ALT-RUN-DATE TO DQ-ALT-DATE-OUT.
009990     MOVE ALT-RUN-TIME TO DQ-ALT-TIME-OUT.
010000     MOVE ALT-SEVERITY TO DQ-ALT-SEV-OUT.
010010     MOVE ALT-PAGE-SW TO DQ-ALT-PAGE-OUT.
010020     MOVE ALT-ROUTE-CD TO DQ-ALT-ROUTE-OUT.
010030     MOVE ALT-RUN-ID TO DQ-ALT-RUN-ID-OUT.
010040     WRITE RPT-RECORD FROM DQ-RPT-ALT-1.
010050     PERFORM 5900-CHECK-RPT-STATUS THRU 5900-EXIT.
010060     MOVE ALT-TEXT TO DQ-ALT-TEXT-OUT.
010070     WRITE RPT-RECORD FROM DQ-RPT-ALT-2.
010080     PERFORM 5900-CHECK-RPT-STATUS THRU 5900-EXIT.
010090     IF ALT-MAINT-SUPPRESSED
010100         WRITE RPT-RECORD FROM DQ-RPT-ALT-3
010110         PERFORM 5900-CHECK-RPT-STATUS THRU 5900-EXIT
010120     END-IF.
010130     IF DQ-ALS-PRESENT
010140         PERFORM 4700-SHOW-ALERT-STATUS THRU 4700-EXIT
010150     END-IF.
010160 4600-NEXT.
010170     PERFORM 4900-READ-ALERT THRU 4900-EXIT.
010180 4600-EXIT.
010190     EXIT.
010200*
010210*--------------------------------------------------------------*
010220* 4700-SHOW-ALERT-STATUS - THE ALTSTAT RECORD FOR THE CURRENT   *
010230*                          ALERT: STATUS, ESCALATION, AND WHO   *
010240*                          ACKNOWLEDGED AND CLOSED IT AND WHEN. *
010250*                          THE KEY SITE FOR A LEGACY ALERT IS   *
010260*                          THE REQUESTED SITE, AS HWALTMNT      *
010270*                          RESOLVES IT FROM THE ROUTING CODE.   *
010280*--------------------------------------------------------------*
010290 4700-SHOW-ALERT-STATUS.
010300     IF ALT-RUN-SITE = SPACES
010310         MOVE DQ-SEL-SITE TO DQ-ALERT-SITE
010320     ELSE
010330         MOVE ALT-RUN-SITE TO DQ-ALERT-SITE
010340     END-IF.
010350     SET DQ-FOUND TO TRUE.
010360     MOVE ALT-RUN-DATE TO ALS-DATE.
010370     MOVE ALT-RUN-TIME TO ALS-TIME.
010380     MOVE DQ-ALERT-SITE TO ALS-SITE.
010390     MOVE ALT-SEVERITY TO ALS-SEVERITY.
010400     READ ALS-FILE
010410         INVALID KEY
010420             SET DQ-NOT-FOUND TO TRUE
010430     END-READ.
010440     IF DQ-ALS-STATUS NOT = '00' AND DQ-ALS-STATUS NOT = '23'
010450         MOVE 'ALS-FILE' TO DQ-ABEND-FILE
010460         MOVE 'READ' TO DQ-ABEND-OP
010470         MOVE DQ-ALS-STATUS TO DQ-ABEND-STATUS
010480         GO TO 9900-ABEND
010490     END-IF.
010500     IF DQ-NOT-FOUND
010510         MOVE 'ALERT NOT YET TRACKED ON ALTSTAT' TO DQ-FLAG-TEXT
010520         PERFORM 5100-WRITE-FLAG THRU 5100-EXIT
010530         GO TO 4700-EXIT
010540     END-IF.
010550     MOVE ALS-STATUS TO DQ-ALS-STATUS-OUT.
010560     IF ALS-ESCALATED
010570         MOVE 'ESCALATED' TO DQ-ALS-ESC-OUT
010580     ELSE
010590         MOVE SPACES TO DQ-ALS-ESC-OUT
010600     END-IF.
010610     IF ALS-MAINT-SUPPRESSED
010620         MOVE 'SUPPRESSED - MAINT WINDOW' TO DQ-ALS-MAINT-OUT
010630     ELSE
010640         MOVE SPACES TO DQ-ALS-MAINT-OUT
010650     END-IF.
010660     WRITE RPT-RECORD FROM DQ-RPT-ALS-1.
010670     PERFORM 5900-CHECK-RPT-STATUS THRU 5900-EXIT.
010680     IF ALS-ACK-DATE NOT = ZERO
010690         MOVE 'ACKED BY' TO DQ-ALS-EVENT-OUT
010700         MOVE ALS-ACK-OPER TO DQ-ALS-OPER-OUT
010710         MOVE ALS-ACK-DATE TO DQ-ALS-DATE-OUT
010720         MOVE ALS-ACK-TIME TO DQ-ALS-TIME-OUT
010730         WRITE RPT-RECORD FROM DQ-RPT-ALS-2
010740         PERFORM 5900-CHECK-RPT-STATUS THRU 5900-EXIT
010750     END-IF.
010760     IF ALS-CLS-DATE NOT = ZERO
010770         MOVE 'CLOSE BY' TO DQ-ALS-EVENT-OUT
010780         MOVE ALS-CLS-OPER TO DQ-ALS-OPER-OUT
010790         MOVE ALS-CLS-DATE TO DQ-ALS-DATE-OUT
010800         MOVE ALS-CLS-TIME TO DQ-ALS-TIME-OUT
010810         WRITE RPT-RECORD FROM DQ-RPT-ALS-2
010820         PERFORM 5900-CHECK-RPT-STATUS THRU 5900-EXIT
010830     END-IF.
010840 4700-EXIT.
010850     EXIT.
010860*
010870*--------------------------------------------------------------*
010880* 4900-READ-ALERT - READ THE NEXT ALTFILE RECORD OR SET EOF     *
010890*--------------------------------------------------------------*
010900 4900-READ-ALERT.
010910     READ ALT-FILE
010920         AT END
010930             SET DQ-EOF TO TRUE
010940     END-READ.
010950     IF DQ-ALT-STATUS NOT = '00' AND DQ-ALT-STATUS NOT = '10'
010960         MOVE 'ALT-FILE' TO DQ-ABEND-FILE
010970         MOVE 'READ' TO DQ-ABEND-OP
010980         MOVE DQ-ALT-STATUS TO DQ-ABEND-STATUS
010990         GO TO 9900-ABEND
011000     END-IF.
011010 4900-EXIT.
011020     EXIT.
011030*
011040*--------------------------------------------------------------*
011050* 5100-WRITE-FLAG - ONE FLAGGED LINE FOR A PIECE OF THE         *
011060*                   DOSSIER THAT SHOULD EXIST BUT DOES NOT, OR  *
011070*                   DOES NOT AGREE WITH THE REST                *
011080*--------------------------------------------------------------*
011090 5100-WRITE-FLAG.
011100     ADD 1 TO DQ-FLAG-CNT.
011110     MOVE DQ-FLAG-TEXT TO DQ-FLG-TEXT.
011120     WRITE RPT-RECORD FROM DQ-RPT-FLG-1.
011130     PERFORM 5900-CHECK-RPT-STATUS THRU 5900-EXIT.
011140 5100-EXIT.
011150     EXIT.
011160*
011170*--------------------------------------------------------------*
011180* 5900-CHECK-RPT-STATUS - COMMON STATUS CHECK AFTER EACH        *
011190*                         REPORT LINE WRITE                     *
011200*--------------------------------------------------------------*
011210 5900-CHECK-RPT-STATUS.
011220     IF DQ-RPT-STATUS NOT = '00'
011230         MOVE 'RPT-FILE' TO DQ-ABEND-FILE
011240         MOVE 'WRITE' TO DQ-ABEND-OP
011250         MOVE DQ-RPT-STATUS TO DQ-ABEND-STATUS
011260         GO TO 9900-ABEND
011270     END-IF.
011280 5900-EXIT.
011290     EXIT.
011300*
011310*--------------------------------------------------------------*
011320* 6000-SHOW-ARCHIVE - THE RPAFILE REPORT LINES FOR THE RUN      *
011330*                     DATE, MODE, AND SITE.  A COMPLETED RUN    *
011340*                     INSIDE THE 13-MONTH RETENTION WITH NO     *
011350*                     ARCHIVED LINES IS FLAGGED.                *
011360*--------------------------------------------------------------*
011370 6000-SHOW-ARCHIVE.
011380     MOVE 'ARCHIVED REPORT (RPAFILE)' TO DQ-RPT-SEC-LBL.
011390     WRITE RPT-RECORD FROM DQ-RPT-SEC-1.
011400     PERFORM 5900-CHECK-RPT-STATUS THRU 5900-EXIT.
011410     IF DQ-RUN-DATE = ZERO
011420         GO TO 6000-EXIT
011430     END-IF.
011440     IF DQ-RUN-DATE < DQ-CUTOFF-DATE
011450         MOVE 'PAST THE 13-MONTH RETENTION' TO DQ-RPT-SEC-LBL
011460         WRITE RPT-RECORD FROM DQ-RPT-SEC-1
011470         PERFORM 5900-CHECK-RPT-STATUS THRU 5900-EXIT
011480         GO TO 6000-EXIT
011490     END-IF.
011500     IF NOT DQ-RPA-PRESENT
011510         MOVE 'RPAFILE NOT AVAILABLE' TO DQ-FLAG-TEXT
011520         PERFORM 5100-WRITE-FLAG THRU 5100-EXIT
011530         GO TO 6000-EXIT
011540     END-IF.
011550     SET DQ-NOT-EOF TO TRUE.
011560     MOVE DQ-RUN-DATE TO RPA-RUN-DATE.
011570     MOVE DQ-SEL-MODE TO RPA-RUN-MODE.
011580     MOVE DQ-SEL-SITE TO RPA-RUN-SITE.
011590     MOVE ZERO TO RPA-LINE-NO.
011600     START RPA-FILE KEY NOT < RPA-KEY
011610         INVALID KEY
011620             SET DQ-EOF TO TRUE
011630     END-START.
011640     IF DQ-RPA-STATUS NOT = '00' AND DQ-RPA-STATUS NOT = '23'
011650         MOVE 'RPA-FILE' TO DQ-ABEND-FILE
011660         MOVE 'START' TO DQ-ABEND-OP
011670         MOVE DQ-RPA-STATUS TO DQ-ABEND-STATUS
011680         GO TO 9900-ABEND
011690     END-IF.
011700     PERFORM 6100-COPY-ARCHIVE-LINE THRU 6100-EXIT
011710         UNTIL DQ-EOF.
011720     IF DQ-RPA-CNT = ZERO
011730         IF DQ-RUN-COMPLETED
011740             MOVE 'NO ARCHIVED REPORT FOR THE COMPLETED RUN'
011750                 TO DQ-FLAG-TEXT
011760             PERFORM 5100-WRITE-FLAG THRU 5100-EXIT
011770         ELSE
011780             MOVE 'NO ARCHIVED REPORT LINES' TO DQ-RPT-SEC-LBL
011790             WRITE RPT-RECORD FROM DQ-RPT-SEC-1
011800             PERFORM 5900-CHECK-RPT-STATUS THRU 5900-EXIT
011810         END-IF
011820     END-IF.
011830 6000-EXIT.
011840     EXIT.
011850*
011860*--------------------------------------------------------------*
011870* 6100-COPY-ARCHIVE-LINE - READ THE NEXT ARCHIVE RECORD AND     *
011880*                          COPY IT IF IT STILL BELONGS TO THE   *
011890*                          RUN DATE, MODE, AND SITE             *
011900*--------------------------------------------------------------*
011910 6100-COPY-ARCHIVE-LINE.
011920     READ RPA-FILE NEXT
011930         AT END
011940             SET DQ-EOF TO TRUE
011950             GO TO 6100-EXIT
011960     END-READ.
011970     IF DQ-RPA-STATUS NOT = '00'
011980         MOVE 'RPA-FILE' TO DQ-ABEND-FILE
011990         MOVE 'READ NEXT' TO DQ-ABEND-OP
012000         MOVE DQ-RPA-STATUS TO DQ-ABEND-STATUS
012010         GO TO 9900-ABEND
012020     END-IF.
012030     IF RPA-RUN-DATE NOT = DQ-RUN-DATE
012040             OR RPA-RUN-MODE NOT = DQ-SEL-MODE
012050             OR RPA-RUN-SITE NOT = DQ-SEL-SITE
012060         SET DQ-EOF TO TRUE
012070         GO TO 6100-EXIT
012080     END-IF.
012090     ADD 1 TO DQ-RPA-CNT.
012100     WRITE RPT-RECORD FROM RPA-LINE.
012110     PERFORM 5900-CHECK-RPT-STATUS THRU 5900-EXIT.
012120 6100-EXIT.
012130     EXIT.
012140*
012150*--------------------------------------------------------------*
012160* 8000-PRINT-TOTALS - PIECE COUNTS AND THE FLAG COUNT.  ANY     *
012170*                     FLAG RAISES RETURN-CODE 4.                *
012180*--------------------------------------------------------------*
012190 8000-PRINT-TOTALS.
012200     MOVE 'HEARTBEATS:     ' TO DQ-RPT-TOT-LBL.
012210     MOVE DQ-HB-CNT TO DQ-RPT-TOT-CNT.
012220     WRITE RPT-RECORD FROM DQ-RPT-TOT-1.
012230     PERFORM 5900-CHECK-RPT-STATUS THRU 5900-EXIT.
012240     MOVE 'RUN EVENTS:     ' TO DQ-RPT-TOT-LBL.
012250     MOVE DQ-EVT-CNT TO DQ-RPT-TOT-CNT.
012260     WRITE RPT-RECORD FROM DQ-RPT-TOT-1.
012270     PERFORM 5900-CHECK-RPT-STATUS THRU 5900-EXIT.
012280     MOVE 'ABEND EVENTS:   ' TO DQ-RPT-TOT-LBL.
012290     MOVE DQ-ABEND-CNT TO DQ-RPT-TOT-CNT.
012300     WRITE RPT-RECORD FROM DQ-RPT-TOT-1.
012310     PERFORM 5900-CHECK-RPT-STATUS THRU 5900-EXIT.
012320     MOVE 'ALERTS:         ' TO DQ-RPT-TOT-LBL.
012330     MOVE DQ-ALT-CNT TO DQ-RPT-TOT-CNT.
012340     WRITE RPT-RECORD FROM DQ-RPT-TOT-1.
012350     PERFORM 5900-CHECK-RPT-STATUS THRU 5900-EXIT.
012360     MOVE 'REPORT LINES:   ' TO DQ-RPT-TOT-LBL.
012370     MOVE DQ-RPA-CNT TO DQ-RPT-TOT-CNT.
012380     WRITE RPT-RECORD FROM DQ-RPT-TOT-1.
012390     PERFORM 5900-CHECK-RPT-STATUS THRU 5900-EXIT.
012400     MOVE 'ITEMS FLAGGED:  ' TO DQ-RPT-TOT-LBL.
012410     MOVE DQ-FLAG-CNT TO DQ-RPT-TOT-CNT.
012420     WRITE RPT-RECORD FROM DQ-RPT-TOT-1.
012430     PERFORM 5900-CHECK-RPT-STATUS THRU 5900-EXIT.
012440     IF DQ-FLAG-CNT > ZERO
012450         IF RETURN-CODE < 4
012460             MOVE 4 TO RETURN-CODE
012470         END-IF
012480     END-IF.
012490 8000-EXIT.
012500     EXIT.
012510*
012520*--------------------------------------------------------------*
012530* 9000-TERMINATE - CLOSE ALL FILES                              *
012540*--------------------------------------------------------------*
012550 9000-TERMINATE.
012560     CLOSE CTR-FILE.
012570     IF DQ-CTR-STATUS NOT = '00'
012580         MOVE 'CTR-FILE' TO DQ-ABEND-FILE
012590         MOVE 'CLOSE' TO DQ-ABEND-OP
012600         MOVE DQ-CTR-STATUS TO DQ-ABEND-STATUS
012610         GO TO 9900-ABEND
012620     END-IF.
012630     CLOSE CHK-FILE.
012640     IF DQ-CHK-STATUS NOT = '00'
012650         MOVE 'CHK-FILE' TO DQ-ABEND-FILE
012660         MOVE 'CLOSE' TO DQ-ABEND-OP
012670         MOVE DQ-CHK-STATUS TO DQ-ABEND-STATUS
012680         GO TO 9900-ABEND
012690     END-IF.
012700     CLOSE HB-FILE.
012710     IF DQ-HBT-STATUS NOT = '00'
012720         MOVE 'HB-FILE' TO DQ-ABEND-FILE
012730         MOVE 'CLOSE' TO DQ-ABEND-OP
012740         MOVE DQ-HBT-STATUS TO DQ-ABEND-STATUS
012750         GO TO 9900-ABEND
012760     END-IF.
012770     CLOSE EVT-FILE.
012780     IF DQ-EVT-STATUS NOT = '00'
012790         MOVE 'EVT-FILE' TO DQ-ABEND-FILE
012800         MOVE 'CLOSE' TO DQ-ABEND-OP
012810         MOVE DQ-EVT-STATUS TO DQ-ABEND-STATUS
012820         GO TO 9900-ABEND
012830     END-IF.
012840     CLOSE ALT-FILE.
012850     IF DQ-ALT-STATUS NOT = '00'
012860         MOVE 'ALT-FILE' TO DQ-ABEND-FILE
012870         MOVE 'CLOSE' TO DQ-ABEND-OP
012880         MOVE DQ-ALT-STATUS TO DQ-ABEND-STATUS
012890         GO TO 9900-ABEND
012900     END-IF.
012910     CLOSE ALS-FILE.
012920     IF DQ-ALS-STATUS NOT = '00'
012930         MOVE 'ALS-FILE' TO DQ-ABEND-FILE
012940         MOVE 'CLOSE' TO DQ-ABEND-OP
012950         MOVE DQ-ALS-STATUS TO DQ-ABEND-STATUS
012960         GO TO 9900-ABEND
012970     END-IF.
012980     CLOSE RPA-FILE.
012990     IF DQ-RPA-STATUS NOT = '00'
013000         MOVE 'RPA-FILE' TO DQ-ABEND-FILE
013010         MOVE 'CLOSE' TO DQ-ABEND-OP
013020         MOVE DQ-RPA-STATUS TO DQ-ABEND-STATUS
013030         GO TO 9900-ABEND
013040     END-IF.
013050     CLOSE SIT-FILE.
013060     IF DQ-SIT-STATUS NOT = '00'
013070         MOVE 'SIT-FILE' TO DQ-ABEND-FILE
013080         MOVE 'CLOSE' TO DQ-ABEND-OP
013090         MOVE DQ-SIT-STATUS TO DQ-ABEND-STATUS
013100         GO TO 9900-ABEND
013110     END-IF.
013120     CLOSE RPT-FILE.
013130     IF DQ-RPT-STATUS NOT = '00'
013140         MOVE 'RPT-FILE' TO DQ-ABEND-FILE
013150         MOVE 'CLOSE' TO DQ-ABEND-OP
013160         MOVE DQ-RPT-STATUS TO DQ-ABEND-STATUS
013170         GO TO 9900-ABEND
013180     END-IF.
013190 9000-EXIT.
013200     EXIT.
013210*
013220*--------------------------------------------------------------*
013230* 9900-ABEND - COMMON FILE-ERROR HANDLER, MATCHING THE          *
013240*              CONVENTION USED BY HELLO-WORLD                   *
013250*--------------------------------------------------------------*
013260 9900-ABEND.
013270     DISPLAY 'HWDOSINQ FILE ERROR - FILE: ' DQ-ABEND-FILE
013280         ' OPERATION: ' DQ-ABEND-OP ' STATUS: ' DQ-ABEND-STATUS.
013290     MOVE 16 TO RETURN-CODE.
013300     STOP RUN.
