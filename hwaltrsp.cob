000100 IDENTIFICATION DIVISION.
000110 PROGRAM-ID. HWALTRSP.
000120 AUTHOR. R L MARTIN.
000130 INSTALLATION. DATA PROCESSING - BATCH SYSTEMS.
000140 DATE-WRITTEN. 10/15/2026.
000150 DATE-COMPILED.
000160*--------------------------------------------------------------*
000170* MODIFICATION HISTORY                                        *
000180*    DATE       INIT  DESCRIPTION                              *
000190*    ---------- ----  ------------------------------------    *
000200*    10/15/2026 RLM   ORIGINAL PROGRAM.  MONTHLY ALERT         *
000210*                     RESPONSE-TIME REPORT OVER THE ALTSTAT    *
000220*                     FILE KEPT BY HWALTMNT: BY SITE, ON-CALL  *
000230*                     ROUTE, AND SEVERITY, THE ALERT COUNT,    *
000240*                     AVERAGE AND WORST MINUTES TO ACKNOWLEDGE *
000250*                     AND TO CLOSE, THE PERCENTAGE ESCALATED   *
000260*                     TO THE BACKUP LIST, AND THE ALERTS STILL *
000270*                     OPEN AT MONTH END; ACKNOWLEDGMENTS PER   *
000280*                     OPERATOR; AND EVERY PAGEABLE ALERT THAT  *
000290*                     MISSED THE ACKNOWLEDGE TARGET, LISTED    *
000300*                     ONE BY ONE FOR THE ON-CALL REVIEW.       *
000310*--------------------------------------------------------------*
000320*--------------------------------------------------------------*
000330* PARM: [CCYYMM [MMM]]                                         *
000340*    CCYYMM  THE MONTH TO REPORT, BY ALERT DATE.  BLANK IS     *
000350*            THE MONTH BEFORE THE CURRENT ONE, WHICH IS THE    *
000360*            NORMAL CASE WHEN THIS JOB RUNS EARLY IN THE NEXT  *
000370*            MONTH.                                            *
000380*    MMM     THE AGREED ACKNOWLEDGE TARGET IN MINUTES (ZERO    *
000390*            PADDED, DEFAULT 030).  A PAGEABLE ALERT ACKED     *
000400*            LATER THAN THIS, OR NEVER ACKED, IS A BREACH.     *
000410* MINUTES ARE COUNTED FROM ALS-DATE/ALS-TIME TO THE ACK OR     *
000420* CLOSE DATE/TIME, ALL IN THE SITE'S LOCAL TIME.               *
000430*--------------------------------------------------------------*
000440* RETURN-CODE LEGEND:                                          *
000450*    00  REPORT PRODUCED, NO ACKNOWLEDGE-TARGET BREACHES       *
000460*    04  REPORT PRODUCED, BREACHES LISTED OR A SUMMARY TABLE   *
000470*        OVERFLOWED                                            *
000480*    08  INVALID PARM - NO REPORT PRODUCED                     *
000490*    16  ABEND - UNEXPECTED FILE STATUS ON A FILE OPERATION    *
000500*--------------------------------------------------------------*
000510 ENVIRONMENT DIVISION.
000520 INPUT-OUTPUT SECTION.
000530 FILE-CONTROL.
000540     SELECT OPTIONAL ALS-FILE ASSIGN TO ALTSTAT
000550         ORGANIZATION IS INDEXED
000560         ACCESS MODE IS DYNAMIC
000570         RECORD KEY IS ALS-KEY
000580         FILE STATUS IS AR-ALS-STATUS.
000590
000600     SELECT RPT-FILE ASSIGN TO RSPRPT
000610         ORGANIZATION IS LINE SEQUENTIAL
000620         FILE STATUS IS AR-RPT-STATUS.
000630*
000640 DATA DIVISION.
000650 FILE SECTION.
000660 FD  ALS-FILE
000670     LABEL RECORDS ARE STANDARD.
000680 COPY HWALSREC.
000690*
000700 FD  RPT-FILE
000710     LABEL RECORDS ARE STANDARD
000720     RECORD CONTAINS 80 CHARACTERS.
000730 01  RPT-RECORD                  PIC X(80).
000740*
000750 WORKING-STORAGE SECTION.
000760 77  AR-ALS-STATUS               PIC X(02) VALUE '00'.
000770 77  AR-RPT-STATUS               PIC X(02) VALUE '00'.
000780 77  AR-GRP-CNT                  PIC 9(02) COMP VALUE ZERO.
000790 77  AR-OPR-CNT                  PIC 9(02) COMP VALUE ZERO.
000800 77  AR-SUB                      PIC 9(02) COMP VALUE ZERO.
000810 77  AR-HIT-SUB                  PIC 9(02) COMP VALUE ZERO.
000820 77  AR-BREACH-CNT               PIC 9(05) COMP VALUE ZERO.
000830 01  AR-EOF-SW                   PIC X(01) VALUE 'N'.
000840     88  AR-EOF                            VALUE 'Y'.
000850     88  AR-NOT-EOF                        VALUE 'N'.
000860 01  AR-ALS-ABSENT-SW            PIC X(01) VALUE 'N'.
000870     88  AR-ALS-ABSENT                     VALUE 'Y'.
000880 01  AR-TBLFULL-SW               PIC X(01) VALUE 'N'.
000890     88  AR-TBLFULL-WARNED                 VALUE 'Y'.
000900 01  AR-ACKED-SW                 PIC X(01) VALUE 'N'.
000910     88  AR-ACKED                          VALUE 'Y'.
000920 01  AR-CLOSED-SW                PIC X(01) VALUE 'N'.
000930     88  AR-CLOSED                         VALUE 'Y'.
000940 01  AR-ABEND-FILE               PIC X(08).
000950 01  AR-ABEND-OP                 PIC X(12).
000960 01  AR-ABEND-STATUS             PIC X(02).
000970*
000980*--------------------------------------------------------------*
000990* PARM AND MONTH WORK AREA                                     *
001000*--------------------------------------------------------------*
001010 01  AR-SEL-MONTH                PIC X(08) VALUE SPACES.
001020 01  AR-SEL-MONTH-X REDEFINES AR-SEL-MONTH.
001030     05  AR-SEL-CCYYMM           PIC X(06).
001040     05  AR-SEL-CCYYMM-N REDEFINES AR-SEL-CCYYMM.
001050         10  AR-SEL-CCYY         PIC 9(04).
001060         10  AR-SEL-MM           PIC 9(02).
001070     05  FILLER                  PIC X(02).
001080 01  AR-SEL-TARGET               PIC X(08) VALUE SPACES.
001090 01  AR-SEL-TARGET-X REDEFINES AR-SEL-TARGET.
001100     05  AR-SEL-MMM              PIC X(03).
001110     05  AR-SEL-MMM-N REDEFINES AR-SEL-MMM
001120                                 PIC 9(03).
001130     05  FILLER                  PIC X(05).
001140 01  AR-ACK-TARGET               PIC 9(03) VALUE 030.
001150 01  AR-CURR-DATE                PIC 9(08) VALUE ZERO.
001160 01  AR-CURR-X REDEFINES AR-CURR-DATE.
001170     05  AR-CURR-CCYY            PIC 9(04).
001180     05  AR-CURR-MM              PIC 9(02).
001190     05  AR-CURR-DD              PIC 9(02).
001200 01  AR-MONTH-START              PIC 9(08) VALUE ZERO.
001210 01  AR-MONTH-START-X REDEFINES AR-MONTH-START.
001220     05  AR-MS-CCYYMM            PIC X(06).
001230     05  AR-MS-DD                PIC X(02).
001240 01  AR-NEXT-MONTH               PIC 9(08) VALUE ZERO.
001250 01  AR-NEXT-MONTH-X REDEFINES AR-NEXT-MONTH.
001260     05  AR-NM-CCYY              PIC 9(04).
001270     05  AR-NM-MM                PIC 9(02).
001280     05  AR-NM-DD                PIC 9(02).
001290 01  AR-MONTH-END                PIC 9(08) VALUE ZERO.
001300 01  AR-MONTH-END-INT            PIC S9(09) COMP VALUE ZERO.
001310*
001320*--------------------------------------------------------------*
001330* ELAPSED-MINUTES WORK AREA.  THE ALERT AND THE ACK OR CLOSE   *
001340* ARE TURNED INTO DAY NUMBERS AND HHMM, AS HWALTMNT DOES FOR   *
001350* THE ESCALATION AGE.                                          *
001360*--------------------------------------------------------------*
001370 01  AR-ALERT-INT                PIC S9(09) COMP VALUE ZERO.
001380 01  AR-EVENT-INT                PIC S9(09) COMP VALUE ZERO.
001390 01  AR-EVENT-DATE               PIC 9(08) VALUE ZERO.
001400 01  AR-ALERT-TIME-WORK.
001410     05  AR-ALERT-HH             PIC 9(02).
001420     05  AR-ALERT-MI             PIC 9(02).
001430     05  FILLER                  PIC X(02).
001440 01  AR-EVENT-TIME-WORK.
001450     05  AR-EVENT-HH             PIC 9(02).
001460     05  AR-EVENT-MI             PIC 9(02).
001470     05  FILLER                  PIC X(02).
001480 01  AR-MINUTES                  PIC S9(09) COMP VALUE ZERO.
001490 01  AR-ACK-MIN                  PIC S9(09) COMP VALUE ZERO.
001500 01  AR-CLS-MIN                  PIC S9(09) COMP VALUE ZERO.
001510*
001520*--------------------------------------------------------------*
001530* SITE/ROUTE/SEVERITY SUMMARY TABLE -- ONE ENTRY PER           *
001540* COMBINATION SEEN IN THE REPORT MONTH, BUILT AS THE FILE IS   *
001550* READ, WITH THE ALL-ALERTS TOTALS KEPT ALONGSIDE.  EIGHT      *
001560* SITES, A PRIMARY AND A BACKUP ROUTE EACH, AND FOUR           *
001570* SEVERITIES WOULD NEED SIXTY-FOUR; FORTY LEAVE ROOM OVER THE  *
001580* COMBINATIONS THAT REALLY OCCUR, AND A FULL TABLE IS          *
001590* REPORTED, NOT SWALLOWED (SEE 3900-WARN-TABLE-FULL).          *
001600*--------------------------------------------------------------*
001610 01  AR-GRP-TABLE.
001620     05  AR-GRP-ENTRY OCCURS 40 TIMES.
001630         10  AR-GRP-SITE         PIC X(08).
001640         10  AR-GRP-ROUTE        PIC X(08).
001650         10  AR-GRP-SEV          PIC 9(02).
001660         10  AR-GRP-ALERTS       PIC 9(05) COMP.
001670         10  AR-GRP-ACKS         PIC 9(05) COMP.
001680         10  AR-GRP-ACK-SUM      PIC 9(09) COMP.
001690         10  AR-GRP-ACK-MAX      PIC 9(07) COMP.
001700         10  AR-GRP-CLOSES       PIC 9(05) COMP.
001710         10  AR-GRP-CLS-SUM      PIC 9(09) COMP.
001720         10  AR-GRP-CLS-MAX      PIC 9(07) COMP.
001730         10  AR-GRP-ESC          PIC 9(05) COMP.
001740         10  AR-GRP-OPEN         PIC 9(05) COMP.
001750 01  AR-ALL-TOTALS.
001760     05  AR-ALL-ALERTS           PIC 9(05) COMP VALUE ZERO.
001770     05  AR-ALL-ACKS             PIC 9(05) COMP VALUE ZERO.
001780     05  AR-ALL-ACK-SUM          PIC 9(09) COMP VALUE ZERO.
001790     05  AR-ALL-ACK-MAX          PIC 9(07) COMP VALUE ZERO.
001800     05  AR-ALL-CLOSES           PIC 9(05) COMP VALUE ZERO.
001810     05  AR-ALL-CLS-SUM          PIC 9(09) COMP VALUE ZERO.
001820     05  AR-ALL-CLS-MAX          PIC 9(07) COMP VALUE ZERO.
001830     05  AR-ALL-ESC              PIC 9(05) COMP VALUE ZERO.
001840     05  AR-ALL-OPEN             PIC 9(05) COMP VALUE ZERO.
001850*
001860*--------------------------------------------------------------*
001870* PRINT WORK AREA -- ONE TABLE ENTRY OR THE TOTALS, MOVED HERE *
001880* SO ONE PARAGRAPH FORMATS BOTH                                *
001890*--------------------------------------------------------------*
001900 01  AR-PRT-ALERTS               PIC 9(05) COMP VALUE ZERO.
001910 01  AR-PRT-ACKS                 PIC 9(05) COMP VALUE ZERO.
001920 01  AR-PRT-ACK-SUM              PIC 9(09) COMP VALUE ZERO.
001930 01  AR-PRT-ACK-MAX              PIC 9(07) COMP VALUE ZERO.
001940 01  AR-PRT-CLOSES               PIC 9(05) COMP VALUE ZERO.
001950 01  AR-PRT-CLS-SUM              PIC 9(09) COMP VALUE ZERO.
001960 01  AR-PRT-CLS-MAX              PIC 9(07) COMP VALUE ZERO.
001970 01  AR-PRT-ESC                  PIC 9(05) COMP VALUE ZERO.
001980 01  AR-PRT-OPEN                 PIC 9(05) COMP VALUE ZERO.
001990*
002000*--------------------------------------------------------------*
002010* OPERATOR ACKNOWLEDGMENT TABLE -- ONE ENTRY PER ACK-OPER SEEN *
002020* ON AN ACKNOWLEDGED ALERT OF THE REPORT MONTH                 *
002030*--------------------------------------------------------------*
002040 01  AR-OPR-TABLE.
002050     05  AR-OPR-ENTRY OCCURS 30 TIMES.
002060         10  AR-OPR-ID           PIC X(08).
002070         10  AR-OPR-ACKS         PIC 9(05) COMP.
002080*
002090*--------------------------------------------------------------*
002100* RESPONSE-TIME REPORT LINES                                   *
002110*--------------------------------------------------------------*
002120 01  AR-RPT-HDR-1.
002130     05  FILLER                  PIC X(01) VALUE SPACE.
002140     05  FILLER                  PIC X(44)
002150             VALUE 'HWALTRSP ALERT RESPONSE-TIME REPORT'.
002160     05  FILLER                  PIC X(09) VALUE 'PRINTED: '.
002170     05  AR-RPT-DATE             PIC 9(08).
002180     05  FILLER                  PIC X(18) VALUE SPACES.
002190 01  AR-RPT-HDR-2.
002200     05  FILLER                  PIC X(01) VALUE SPACE.
002210     05  FILLER                  PIC X(07) VALUE 'MONTH: '.
002220     05  AR-RPT-MONTH            PIC X(06).
002230     05  FILLER                  PIC X(15)
002240             VALUE '  ACK TARGET: '.
002250     05  AR-RPT-TARGET           PIC ZZ9.
002260     05  FILLER                  PIC X(08) VALUE ' MINUTES'.
002270     05  FILLER                  PIC X(40) VALUE SPACES.
002280 01  AR-RPT-SEC-1.
002290     05  FILLER                  PIC X(01) VALUE SPACE.
002300     05  AR-RPT-SEC-LBL          PIC X(50).
002310     05  FILLER                  PIC X(29) VALUE SPACES.
002320 01  AR-RPT-COL-1.
002330     05  FILLER                  PIC X(01) VALUE SPACE.
002340     05  FILLER                  PIC X(40)
002350             VALUE 'SITE     ROUTE    SV ALERT ACKED ACKAVG '.
002360     05  FILLER                  PIC X(39)
002370             VALUE 'ACKMAX CLOSD CLSAVG CLSMAX ESC%  OPEN'.
002380 01  AR-RPT-GRP-1.
002390     05  FILLER                  PIC X(01) VALUE SPACE.
002400     05  AR-GRP-SITE-OUT         PIC X(08).
002410     05  FILLER                  PIC X(01) VALUE SPACE.
002420     05  AR-GRP-ROUTE-OUT        PIC X(08).
002430     05  FILLER                  PIC X(01) VALUE SPACE.
002440     05  AR-GRP-SEV-OUT          PIC X(02).
002450     05  FILLER                  PIC X(01) VALUE SPACE.
002460     05  AR-GRP-ALERTS-OUT       PIC ZZZZ9.
002470     05  FILLER                  PIC X(01) VALUE SPACE.
002480     05  AR-GRP-ACKS-OUT         PIC ZZZZ9.
002490     05  FILLER                  PIC X(01) VALUE SPACE.
002500     05  AR-GRP-ACK-AVG-OUT      PIC ZZZZZ9.
002510     05  FILLER                  PIC X(01) VALUE SPACE.
002520     05  AR-GRP-ACK-MAX-OUT      PIC ZZZZZ9.
002530     05  FILLER                  PIC X(01) VALUE SPACE.
002540     05  AR-GRP-CLOSES-OUT       PIC ZZZZ9.
002550     05  FILLER                  PIC X(01) VALUE SPACE.
002560     05  AR-GRP-CLS-AVG-OUT      PIC ZZZZZ9.
002570     05  FILLER                  PIC X(01) VALUE SPACE.
002580     05  AR-GRP-CLS-MAX-OUT      PIC ZZZZZ9.
002590     05  FILLER                  PIC X(01) VALUE SPACE.
002600     05  AR-GRP-ESC-PCT-OUT      PIC ZZ9.
002610     05  FILLER                  PIC X(02) VALUE SPACES.
002620     05  AR-GRP-OPEN-OUT         PIC ZZZZ9.
002630     05  FILLER                  PIC X(02) VALUE SPACES.
002640 01  AR-RPT-OPR-1.
002650     05  FILLER                  PIC X(01) VALUE SPACE.
002660     05  AR-OPR-ID-OUT           PIC X(08).
002670     05  FILLER                  PIC X(01) VALUE SPACE.
002680     05  AR-OPR-ACKS-OUT         PIC ZZZZ9.
002690     05  FILLER                  PIC X(65) VALUE SPACES.
002700 01  AR-RPT-COL-2.
002710     05  FILLER                  PIC X(01) VALUE SPACE.
002720     05  FILLER                  PIC X(41)
002730             VALUE 'DATE     TIME   SITE     SV ROUTE    ACK '.
002740     05  FILLER                  PIC X(38)
002750             VALUE 'OPER MINUTES BREACH     ESC'.
002760 01  AR-RPT-BRC-1.
002770     05  FILLER                  PIC X(01) VALUE SPACE.
002780     05  AR-BRC-DATE             PIC 9(08).
002790     05  FILLER                  PIC X(01) VALUE SPACE.
002800     05  AR-BRC-TIME             PIC X(06).
002810     05  FILLER                  PIC X(01) VALUE SPACE.
002820     05  AR-BRC-SITE             PIC X(08).
002830     05  FILLER                  PIC X(01) VALUE SPACE.
002840     05  AR-BRC-SEV              PIC X(02).
002850     05  FILLER                  PIC X(01) VALUE SPACE.
002860     05  AR-BRC-ROUTE            PIC X(08).
002870     05  FILLER                  PIC X(01) VALUE SPACE.
002880     05  AR-BRC-OPER             PIC X(08).
002890     05  FILLER                  PIC X(01) VALUE SPACE.
002900     05  AR-BRC-MINUTES          PIC ZZZZZZ9.
002910     05  FILLER                  PIC X(01) VALUE SPACE.
002920     05  AR-BRC-TEXT             PIC X(10).
002930     05  FILLER                  PIC X(01) VALUE SPACE.
002940     05  AR-BRC-ESC              PIC X(03).
002950     05  FILLER                  PIC X(11) VALUE SPACES.
002960 01  AR-RPT-TOT-1.
002970     05  FILLER                  PIC X(01) VALUE SPACE.
002980     05  AR-RPT-TOT-LBL          PIC X(16).
002990     05  AR-RPT-TOT-CNT          PIC ZZZZ9.
003000     05  FILLER                  PIC X(58) VALUE SPACES.
003010*
003020 LINKAGE SECTION.
003030 01  AR-PARM-AREA.
003040     05  AR-PARM-LEN             PIC S9(04) COMP.
003050     05  AR-PARM-TEXT            PIC X(80).
003060*
003070 PROCEDURE DIVISION USING AR-PARM-AREA.
003080*--------------------------------------------------------------*
003090* 0000-MAINLINE                                                *
003100*--------------------------------------------------------------*
003110 0000-MAINLINE.
003120     PERFORM 1000-GET-PARM THRU 1000-EXIT.
003130     PERFORM 1100-INITIALIZE THRU 1100-EXIT.
003140     PERFORM 2000-TALLY-ALERT THRU 2000-EXIT
003150         UNTIL AR-EOF.
003160     PERFORM 7000-PRINT-SUMMARY THRU 7000-EXIT.
003170     PERFORM 7200-PRINT-OPERATORS THRU 7200-EXIT.
003180     PERFORM 7400-LIST-BREACHES THRU 7400-EXIT.
003190     PERFORM 8000-PRINT-TOTALS THRU 8000-EXIT.
003200     PERFORM 9000-TERMINATE THRU 9000-EXIT.
003210     STOP RUN.
003220*
003230*--------------------------------------------------------------*
003240* 1000-GET-PARM - ESTABLISH THE REPORT MONTH, ITS FIRST AND     *
003250*                 LAST DATES, AND THE ACKNOWLEDGE TARGET.  A    *
003260*                 BAD PARM ENDS THE RUN BEFORE ANY FILE OPENS.  *
003270*--------------------------------------------------------------*
003280 1000-GET-PARM.
003290     ACCEPT AR-CURR-DATE FROM DATE YYYYMMDD.
003300     IF AR-PARM-LEN > ZERO
003310         UNSTRING AR-PARM-TEXT DELIMITED BY ALL SPACE
003320             INTO AR-SEL-MONTH AR-SEL-TARGET
003330     END-IF.
003340     IF AR-SEL-MONTH = SPACES
003350         IF AR-CURR-MM = 01
003360             COMPUTE AR-SEL-CCYY = AR-CURR-CCYY - 1
003370             MOVE 12 TO AR-SEL-MM
003380         ELSE
003390             MOVE AR-CURR-CCYY TO AR-SEL-CCYY
003400             COMPUTE AR-SEL-MM = AR-CURR-MM - 1
003410         END-IF
003420     END-IF.
003430     IF AR-SEL-CCYYMM NOT NUMERIC
003440             OR AR-SEL-MM < 01 OR AR-SEL-MM > 12
003450         DISPLAY 'HWALTRSP INVALID PARM MONTH: ' AR-SEL-MONTH
003460         MOVE 8 TO RETURN-CODE
003470         STOP RUN
003480     END-IF.
003490     IF AR-SEL-TARGET NOT = SPACES
003500         IF AR-SEL-MMM NOT NUMERIC OR AR-SEL-MMM-N = ZERO
003510             DISPLAY 'HWALTRSP INVALID PARM ACK TARGET: '
003520                 AR-SEL-TARGET
003530             MOVE 8 TO RETURN-CODE
003540             STOP RUN
003550         END-IF
003560         MOVE AR-SEL-MMM-N TO AR-ACK-TARGET
003570     END-IF.
003580     MOVE AR-SEL-CCYYMM TO AR-MS-CCYYMM.
003590     MOVE '01' TO AR-MS-DD.
003600     IF AR-SEL-MM = 12
003610         COMPUTE AR-NM-CCYY = AR-SEL-CCYY + 1
003620         MOVE 01 TO AR-NM-MM
003630     ELSE
003640         MOVE AR-SEL-CCYY TO AR-NM-CCYY
003650         COMPUTE AR-NM-MM = AR-SEL-MM + 1
003660     END-IF.
003670     MOVE 01 TO AR-NM-DD.
003680     COMPUTE AR-MONTH-END-INT =
003690         FUNCTION INTEGER-OF-DATE(AR-NEXT-MONTH) - 1.
003700     COMPUTE AR-MONTH-END =
003710         FUNCTION DATE-OF-INTEGER(AR-MONTH-END-INT).
003720 1000-EXIT.
003730     EXIT.
003740*
003750*--------------------------------------------------------------*
003760* 1100-INITIALIZE - OPEN FILES, WRITE THE HEADINGS, AND         *
003770*                   POSITION AT THE FIRST ALERT OF THE MONTH    *
003780*--------------------------------------------------------------*
003790 1100-INITIALIZE.
003800     OPEN INPUT ALS-FILE.
003810     EVALUATE TRUE
003820         WHEN AR-ALS-STATUS = '00'
003830             CONTINUE
003840         WHEN AR-ALS-STATUS = '05'
003850             SET AR-ALS-ABSENT TO TRUE
003860         WHEN OTHER
003870             MOVE 'ALS-FILE' TO AR-ABEND-FILE
003880             MOVE 'OPEN INPUT' TO AR-ABEND-OP
003890             MOVE AR-ALS-STATUS TO AR-ABEND-STATUS
003900             GO TO 9900-ABEND
003910     END-EVALUATE.
003920     OPEN OUTPUT RPT-FILE.
003930     IF AR-RPT-STATUS NOT = '00'
003940         MOVE 'RPT-FILE' TO AR-ABEND-FILE
003950         MOVE 'OPEN OUTPUT' TO AR-ABEND-OP
003960         MOVE AR-RPT-STATUS TO AR-ABEND-STATUS
003970         GO TO 9900-ABEND
003980     END-IF.
003990     MOVE AR-CURR-DATE TO AR-RPT-DATE.
004000     WRITE RPT-RECORD FROM AR-RPT-HDR-1.
004010     PERFORM 5900-CHECK-RPT-STATUS THRU 5900-EXIT.
004020     MOVE AR-SEL-CCYYMM TO AR-RPT-MONTH.
004030     MOVE AR-ACK-TARGET TO AR-RPT-TARGET.
004040     WRITE RPT-RECORD FROM AR-RPT-HDR-2.
004050     PERFORM 5900-CHECK-RPT-STATUS THRU 5900-EXIT.
004060     PERFORM 1200-START-MONTH THRU 1200-EXIT.
004070 1100-EXIT.
004080     EXIT.
004090*
004100*--------------------------------------------------------------*
004110* 1200-START-MONTH - POSITION ALTSTAT AT THE FIRST ALERT OF THE *
004120*                    REPORT MONTH.  THE FILE IS KEYED BY ALERT  *
004130*                    DATE FIRST, SO THE MONTH IS ONE RUN OF     *
004140*                    RECORDS.  USED BY BOTH PASSES.             *
004150*--------------------------------------------------------------*
004160 1200-START-MONTH.
004170     SET AR-NOT-EOF TO TRUE.
004180     IF AR-ALS-ABSENT
004190         SET AR-EOF TO TRUE
004200         GO TO 1200-EXIT
004210     END-IF.
004220     MOVE AR-MONTH-START TO ALS-DATE.
004230     MOVE SPACES TO ALS-TIME.
004240     MOVE SPACES TO ALS-SITE.
004250     MOVE ZERO TO ALS-SEVERITY.
004260     START ALS-FILE KEY NOT < ALS-KEY
004270         INVALID KEY
004280             SET AR-EOF TO TRUE
004290     END-START.
004300     IF AR-ALS-STATUS NOT = '00' AND AR-ALS-STATUS NOT = '23'
004310             AND AR-ALS-STATUS NOT = '46'
004320         MOVE 'ALS-FILE' TO AR-ABEND-FILE
004330         MOVE 'START' TO AR-ABEND-OP
004340         MOVE AR-ALS-STATUS TO AR-ABEND-STATUS
004350         GO TO 9900-ABEND
004360     END-IF.
004370     IF AR-NOT-EOF
004380         PERFORM 2900-READ-STATUS THRU 2900-EXIT
004390     END-IF.
004400 1200-EXIT.
004410     EXIT.
004420*
004430*--------------------------------------------------------------*
004440* 2000-TALLY-ALERT - ADD ONE ALERT OF THE MONTH TO ITS SITE/    *
004450*                    ROUTE/SEVERITY ENTRY, THE TOTALS, AND ITS  *
004460*                    ACKNOWLEDGING OPERATOR, THEN READ THE NEXT *
004470*--------------------------------------------------------------*
004480 2000-TALLY-ALERT.
004490     PERFORM 3000-MEASURE-ALERT THRU 3000-EXIT.
004500     ADD 1 TO AR-ALL-ALERTS.
004510     IF AR-ACKED
004520         ADD 1 TO AR-ALL-ACKS
004530         ADD AR-ACK-MIN TO AR-ALL-ACK-SUM
004540         IF AR-ACK-MIN > AR-ALL-ACK-MAX
004550             MOVE AR-ACK-MIN TO AR-ALL-ACK-MAX
004560         END-IF
004570         PERFORM 3500-COUNT-OPERATOR THRU 3500-EXIT
004580     END-IF.
004590     IF AR-CLOSED
004600         ADD 1 TO AR-ALL-CLOSES
004610         ADD AR-CLS-MIN TO AR-ALL-CLS-SUM
004620         IF AR-CLS-MIN > AR-ALL-CLS-MAX
004630             MOVE AR-CLS-MIN TO AR-ALL-CLS-MAX
004640         END-IF
004650     END-IF.
004660     IF ALS-ESCALATED
004670         ADD 1 TO AR-ALL-ESC
004680     END-IF.
004690     IF NOT AR-CLOSED OR ALS-CLS-DATE > AR-MONTH-END
004700         ADD 1 TO AR-ALL-OPEN
004710     END-IF.
004720     PERFORM 3100-FIND-GRP-ENTRY THRU 3100-EXIT.
004730     IF AR-HIT-SUB = ZERO
004740         PERFORM 3900-WARN-TABLE-FULL THRU 3900-EXIT
004750         GO TO 2000-NEXT
004760     END-IF.
004770     ADD 1 TO AR-GRP-ALERTS(AR-HIT-SUB).
004780     IF AR-ACKED
004790         ADD 1 TO AR-GRP-ACKS(AR-HIT-SUB)
004800         ADD AR-ACK-MIN TO AR-GRP-ACK-SUM(AR-HIT-SUB)
004810         IF AR-ACK-MIN > AR-GRP-ACK-MAX(AR-HIT-SUB)
004820             MOVE AR-ACK-MIN TO AR-GRP-ACK-MAX(AR-HIT-SUB)
004830         END-IF
004840     END-IF.
004850     IF AR-CLOSED
004860         ADD 1 TO AR-GRP-CLOSES(AR-HIT-SUB)
004870         ADD AR-CLS-MIN TO AR-GRP-CLS-SUM(AR-HIT-SUB)
004880         IF AR-CLS-MIN > AR-GRP-CLS-MAX(AR-HIT-SUB)
004890             MOVE AR-CLS-MIN TO AR-GRP-CLS-MAX(AR-HIT-SUB)
004900         END-IF
004910     END-IF.
004920     IF ALS-ESCALATED
004930         ADD 1 TO AR-GRP-ESC(AR-HIT-SUB)
004940     END-IF.
004950     IF NOT AR-CLOSED OR ALS-CLS-DATE > AR-MONTH-END
004960         ADD 1 TO AR-GRP-OPEN(AR-HIT-SUB)
004970     END-IF.
004980 2000-NEXT.
004990     PERFORM 2900-READ-STATUS THRU 2900-EXIT.
005000 2000-EXIT.
005010     EXIT.
005020*
005030*--------------------------------------------------------------*
005040* 2900-READ-STATUS - READ THE NEXT ALERT STATUS RECORD; THE     *
005050*                    FIRST ONE PAST THE MONTH ENDS THE PASS     *
005060*--------------------------------------------------------------*
005070 2900-READ-STATUS.
005080     READ ALS-FILE NEXT
005090         AT END
005100             SET AR-EOF TO TRUE
005110             GO TO 2900-EXIT
005120     END-READ.
005130     IF AR-ALS-STATUS NOT = '00'
005140         MOVE 'ALS-FILE' TO AR-ABEND-FILE
005150         MOVE 'READ NEXT' TO AR-ABEND-OP
005160         MOVE AR-ALS-STATUS TO AR-ABEND-STATUS
005170         GO TO 9900-ABEND
005180     END-IF.
005190     IF ALS-DATE > AR-MONTH-END
005200         SET AR-EOF TO TRUE
005210     END-IF.
005220 2900-EXIT.
005230     EXIT.
005240*
005250*--------------------------------------------------------------*
005260* 3000-MEASURE-ALERT - WORK OUT WHETHER THE ALERT WAS ACKED     *
005270*                      AND CLOSED AND, FOR EACH, THE MINUTES    *
005280*                      IT TOOK FROM THE ALERT                   *
005290*--------------------------------------------------------------*
005300 3000-MEASURE-ALERT.
005310     MOVE 'N' TO AR-ACKED-SW.
005320     MOVE 'N' TO AR-CLOSED-SW.
005330     MOVE ZERO TO AR-ACK-MIN.
005340     MOVE ZERO TO AR-CLS-MIN.
005350     COMPUTE AR-ALERT-INT =
005360         FUNCTION INTEGER-OF-DATE(ALS-DATE).
005370     MOVE ALS-TIME TO AR-ALERT-TIME-WORK.
005380     IF ALS-ACK-DATE NUMERIC AND ALS-ACK-DATE > ZERO
005390         SET AR-ACKED TO TRUE
005400         MOVE ALS-ACK-DATE TO AR-EVENT-DATE
005410         MOVE ALS-ACK-TIME TO AR-EVENT-TIME-WORK
005420         PERFORM 3050-ELAPSED-MINUTES THRU 3050-EXIT
005430         MOVE AR-MINUTES TO AR-ACK-MIN
005440     END-IF.
005450     IF ALS-CLS-DATE NUMERIC AND ALS-CLS-DATE > ZERO
005460         SET AR-CLOSED TO TRUE
005470         MOVE ALS-CLS-DATE TO AR-EVENT-DATE
005480         MOVE ALS-CLS-TIME TO AR-EVENT-TIME-WORK
005490         PERFORM 3050-ELAPSED-MINUTES THRU 3050-EXIT
005500         MOVE AR-MINUTES TO AR-CLS-MIN
005510     END-IF.
005520 3000-EXIT.
005530     EXIT.
005540*
005550*--------------------------------------------------------------*
005560* 3050-ELAPSED-MINUTES - MINUTES FROM THE ALERT TO THE EVENT    *
005570*                        DATE/TIME.  AN EVENT STAMPED BEFORE    *
005580*                        THE ALERT COUNTS AS ZERO.              *
005590*--------------------------------------------------------------*
005600 3050-ELAPSED-MINUTES.
005610     COMPUTE AR-EVENT-INT =
005620         FUNCTION INTEGER-OF-DATE(AR-EVENT-DATE).
005630     COMPUTE AR-MINUTES =
005640         ((AR-EVENT-INT - AR-ALERT-INT) * 1440)
005650         + (AR-EVENT-HH * 60) + AR-EVENT-MI
005660         - (AR-ALERT-HH * 60) - AR-ALERT-MI.
005670     IF AR-MINUTES < ZERO
005680         MOVE ZERO TO AR-MINUTES
005690     END-IF.
005700 3050-EXIT.
005710     EXIT.
005720*
005730*--------------------------------------------------------------*
005740* 3100-FIND-GRP-ENTRY - LOCATE THIS ALERT'S SITE/ROUTE/SEVERITY *
005750*                       ENTRY IN THE SUMMARY TABLE, ADDING IT   *
005760*                       ON FIRST SIGHT.  A FULL TABLE LEAVES    *
005770*                       AR-HIT-SUB AT ZERO AND THE CALLER       *
005780*                       REPORTS IT.                             *
005790*--------------------------------------------------------------*
005800 3100-FIND-GRP-ENTRY.
005810     MOVE ZERO TO AR-HIT-SUB.
005820     MOVE ZERO TO AR-SUB.
005830     PERFORM 3200-MATCH-GRP-ENTRY THRU 3200-EXIT
005840         UNTIL AR-HIT-SUB > ZERO OR AR-SUB NOT < AR-GRP-CNT.
005850     IF AR-HIT-SUB = ZERO AND AR-GRP-CNT < 40
005860         ADD 1 TO AR-GRP-CNT
005870         MOVE AR-GRP-CNT TO AR-HIT-SUB
005880         MOVE ALS-SITE TO AR-GRP-SITE(AR-HIT-SUB)
005890         MOVE ALS-ROUTE-CD TO AR-GRP-ROUTE(AR-HIT-SUB)
005900         MOVE ALS-SEVERITY TO AR-GRP-SEV(AR-HIT-SUB)
005910         MOVE ZERO TO AR-GRP-ALERTS(AR-HIT-SUB)
005920         MOVE ZERO TO AR-GRP-ACKS(AR-HIT-SUB)
005930         MOVE ZERO TO AR-GRP-ACK-SUM(AR-HIT-SUB)
005940         MOVE ZERO TO AR-GRP-ACK-MAX(AR-HIT-SUB)
005950         MOVE ZERO TO AR-GRP-CLOSES(AR-HIT-SUB)
005960         MOVE ZERO TO AR-GRP-CLS-SUM(AR-HIT-SUB)
005970         MOVE ZERO TO AR-GRP-CLS-MAX(AR-HIT-SUB)
005980         MOVE ZERO TO AR-GRP-ESC(AR-HIT-SUB)
005990         MOVE ZERO TO AR-GRP-OPEN(AR-HIT-SUB)
006000     END-IF.
006010 3100-EXIT.
006020     EXIT.
006030*
006040*--------------------------------------------------------------*
006050* 3200-MATCH-GRP-ENTRY - TEST THE NEXT TABLE ENTRY FOR THIS     *
006060*                        ALERT'S SITE, ROUTE, AND SEVERITY      *
006070*--------------------------------------------------------------*
006080 3200-MATCH-GRP-ENTRY.
006090     ADD 1 TO AR-SUB.
006100     IF AR-GRP-SITE(AR-SUB) = ALS-SITE
006110             AND AR-GRP-ROUTE(AR-SUB) = ALS-ROUTE-CD
006120             AND AR-GRP-SEV(AR-SUB) = ALS-SEVERITY
006130         MOVE AR-SUB TO AR-HIT-SUB
006140     END-IF.
006150 3200-EXIT.
006160     EXIT.
006170*
006180*--------------------------------------------------------------*
006190* 3500-COUNT-OPERATOR - ADD ONE ACKNOWLEDGMENT TO THE           *
006200*                       ACKNOWLEDGING OPERATOR, ADDING THE      *
006210*                       OPERATOR ON FIRST SIGHT                 *
006220*--------------------------------------------------------------*
006230 3500-COUNT-OPERATOR.
006240     MOVE ZERO TO AR-HIT-SUB.
006250     MOVE ZERO TO AR-SUB.
006260     PERFORM 3600-MATCH-OPERATOR THRU 3600-EXIT
006270         UNTIL AR-HIT-SUB > ZERO OR AR-SUB NOT < AR-OPR-CNT.
006280     IF AR-HIT-SUB = ZERO
006290         IF AR-OPR-CNT NOT < 30
006300             PERFORM 3900-WARN-TABLE-FULL THRU 3900-EXIT
006310             GO TO 3500-EXIT
006320         END-IF
006330         ADD 1 TO AR-OPR-CNT
006340         MOVE AR-OPR-CNT TO AR-HIT-SUB
006350         MOVE ALS-ACK-OPER TO AR-OPR-ID(AR-HIT-SUB)
006360         MOVE ZERO TO AR-OPR-ACKS(AR-HIT-SUB)
006370     END-IF.
006380     ADD 1 TO AR-OPR-ACKS(AR-HIT-SUB).
006390 3500-EXIT.
006400     EXIT.
006410*
006420*--------------------------------------------------------------*
006430* 3600-MATCH-OPERATOR - TEST THE NEXT OPERATOR TABLE ENTRY      *
006440*--------------------------------------------------------------*
006450 3600-MATCH-OPERATOR.
006460     ADD 1 TO AR-SUB.
006470     IF AR-OPR-ID(AR-SUB) = ALS-ACK-OPER
006480         MOVE AR-SUB TO AR-HIT-SUB
006490     END-IF.
006500 3600-EXIT.
006510     EXIT.
006520*
006530*--------------------------------------------------------------*
006540* 3900-WARN-TABLE-FULL - A SUMMARY TABLE RAN OUT OF ENTRIES, SO *
006550*                        AT LEAST ONE ALERT IS MISSING FROM A   *
006560*                        BREAKDOWN (THE ALL-ALERTS TOTALS ARE   *
006570*                        STILL COMPLETE).  SAY SO ON THE        *
006580*                        REPORT, ONCE, AND RAISE RETURN-CODE 4. *
006590*--------------------------------------------------------------*
006600 3900-WARN-TABLE-FULL.
006610     IF AR-TBLFULL-WARNED
006620         GO TO 3900-EXIT
006630     END-IF.
006640     SET AR-TBLFULL-WARNED TO TRUE.
006650     MOVE 'SUMMARY TABLE FULL - SEE LOG' TO AR-RPT-SEC-LBL.
006660     WRITE RPT-RECORD FROM AR-RPT-SEC-1.
006670     PERFORM 5900-CHECK-RPT-STATUS THRU 5900-EXIT.
006680     DISPLAY 'HWALTRSP SUMMARY TABLE FULL - BREAKDOWN INCOMPLETE'.
006690     IF RETURN-CODE < 4
006700         MOVE 4 TO RETURN-CODE
006710     END-IF.
006720 3900-EXIT.
006730     EXIT.
006740*
006750*--------------------------------------------------------------*
006760* 5900-CHECK-RPT-STATUS - COMMON STATUS CHECK AFTER EACH        *
006770*                         REPORT LINE WRITE                     *
006780*--------------------------------------------------------------*
006790 5900-CHECK-RPT-STATUS.
006800     IF AR-RPT-STATUS NOT = '00'
006810         MOVE 'RPT-FILE' TO AR-ABEND-FILE
006820         MOVE 'WRITE' TO AR-ABEND-OP
006830         MOVE AR-RPT-STATUS TO AR-ABEND-STATUS
006840         GO TO 9900-ABEND
006850     END-IF.
006860 5900-EXIT.
006870     EXIT.
006880*
006890*--------------------------------------------------------------*
006900* 7000-PRINT-SUMMARY - ONE LINE PER SITE/ROUTE/SEVERITY, THEN   *
006910*                      THE ALL-ALERTS TOTAL LINE                *
006920*--------------------------------------------------------------*
006930 7000-PRINT-SUMMARY.
006940     MOVE 'RESPONSE TIMES BY SITE, ROUTE, AND SEVERITY'
006950         TO AR-RPT-SEC-LBL.
006960     WRITE RPT-RECORD FROM AR-RPT-SEC-1.
006970     PERFORM 5900-CHECK-RPT-STATUS THRU 5900-EXIT.
006980     IF AR-ALL-ALERTS = ZERO
006990         MOVE 'NO ALERTS THIS MONTH' TO AR-RPT-SEC-LBL
007000         WRITE RPT-RECORD FROM AR-RPT-SEC-1
007010         PERFORM 5900-CHECK-RPT-STATUS THRU 5900-EXIT
007020         GO TO 7000-EXIT
007030     END-IF.
007040     WRITE RPT-RECORD FROM AR-RPT-COL-1.
007050     PERFORM 5900-CHECK-RPT-STATUS THRU 5900-EXIT.
007060     MOVE ZERO TO AR-SUB.
007070     PERFORM 7100-PRINT-GRP-ENTRY THRU 7100-EXIT
007080         UNTIL AR-SUB NOT < AR-GRP-CNT.
007090     MOVE 'TOTAL' TO AR-GRP-SITE-OUT.
007100     MOVE SPACES TO AR-GRP-ROUTE-OUT.
007110     MOVE SPACES TO AR-GRP-SEV-OUT.
007120     MOVE AR-ALL-ALERTS TO AR-PRT-ALERTS.
007130     MOVE AR-ALL-ACKS TO AR-PRT-ACKS.
007140     MOVE AR-ALL-ACK-SUM TO AR-PRT-ACK-SUM.
007150     MOVE AR-ALL-ACK-MAX TO AR-PRT-ACK-MAX.
007160     MOVE AR-ALL-CLOSES TO AR-PRT-CLOSES.
007170     MOVE AR-ALL-CLS-SUM TO AR-PRT-CLS-SUM.
007180     MOVE AR-ALL-CLS-MAX TO AR-PRT-CLS-MAX.
007190     MOVE AR-ALL-ESC TO AR-PRT-ESC.
007200     MOVE AR-ALL-OPEN TO AR-PRT-OPEN.
007210     PERFORM 7150-FORMAT-GRP-LINE THRU 7150-EXIT.
007220 7000-EXIT.
007230     EXIT.
007240*
007250*--------------------------------------------------------------*
007260* 7100-PRINT-GRP-ENTRY - PRINT THE NEXT SUMMARY TABLE ENTRY     *
007270*--------------------------------------------------------------*
007280 7100-PRINT-GRP-ENTRY.
007290     ADD 1 TO AR-SUB.
007300     MOVE AR-GRP-SITE(AR-SUB) TO AR-GRP-SITE-OUT.
007310     MOVE AR-GRP-ROUTE(AR-SUB) TO AR-GRP-ROUTE-OUT.
007320     MOVE AR-GRP-SEV(AR-SUB) TO AR-GRP-SEV-OUT.
007330     MOVE AR-GRP-ALERTS(AR-SUB) TO AR-PRT-ALERTS.
007340     MOVE AR-GRP-ACKS(AR-SUB) TO AR-PRT-ACKS.
007350     MOVE AR-GRP-ACK-SUM(AR-SUB) TO AR-PRT-ACK-SUM.
007360     MOVE AR-GRP-ACK-MAX(AR-SUB) TO AR-PRT-ACK-MAX.
007370     MOVE AR-GRP-CLOSES(AR-SUB) TO AR-PRT-CLOSES.
007380     MOVE AR-GRP-CLS-SUM(AR-SUB) TO AR-PRT-CLS-SUM.
007390     MOVE AR-GRP-CLS-MAX(AR-SUB) TO AR-PRT-CLS-MAX.
007400     MOVE AR-GRP-ESC(AR-SUB) TO AR-PRT-ESC.
007410     MOVE AR-GRP-OPEN(AR-SUB) TO AR-PRT-OPEN.
007420     PERFORM 7150-FORMAT-GRP-LINE THRU 7150-EXIT.
007430 7100-EXIT.
007440     EXIT.
007450*
007460*--------------------------------------------------------------*
007470* 7150-FORMAT-GRP-LINE - AVERAGES AND THE ESCALATED PERCENTAGE  *
007480*                        FROM THE PRINT WORK AREA, THEN WRITE.  *
007490*                        AN AVERAGE WITH NOTHING TO AVERAGE     *
007500*                        PRINTS AS ZERO.                        *
007510*--------------------------------------------------------------*
007520 7150-FORMAT-GRP-LINE.
007530     MOVE AR-PRT-ALERTS TO AR-GRP-ALERTS-OUT.
007540     MOVE AR-PRT-ACKS TO AR-GRP-ACKS-OUT.
007550     MOVE AR-PRT-CLOSES TO AR-GRP-CLOSES-OUT.
007560     MOVE AR-PRT-ACK-MAX TO AR-GRP-ACK-MAX-OUT.
007570     MOVE AR-PRT-CLS-MAX TO AR-GRP-CLS-MAX-OUT.
007580     MOVE AR-PRT-OPEN TO AR-GRP-OPEN-OUT.
007590     MOVE ZERO TO AR-GRP-ACK-AVG-OUT.
007600     MOVE ZERO TO AR-GRP-CLS-AVG-OUT.
007610     MOVE ZERO TO AR-GRP-ESC-PCT-OUT.
007620     IF AR-PRT-ACKS > ZERO
007630         COMPUTE AR-GRP-ACK-AVG-OUT ROUNDED =
007640             AR-PRT-ACK-SUM / AR-PRT-ACKS
007650     END-IF.
007660     IF AR-PRT-CLOSES > ZERO
007670         COMPUTE AR-GRP-CLS-AVG-OUT ROUNDED =
007680             AR-PRT-CLS-SUM / AR-PRT-CLOSES
007690     END-IF.
007700     IF AR-PRT-ALERTS > ZERO
007710         COMPUTE AR-GRP-ESC-PCT-OUT ROUNDED =
007720             (AR-PRT-ESC * 100) / AR-PRT-ALERTS
007730     END-IF.
007740     WRITE RPT-RECORD FROM AR-RPT-GRP-1.
007750     PERFORM 5900-CHECK-RPT-STATUS THRU 5900-EXIT.
007760 7150-EXIT.
007770     EXIT.
007780*
007790*--------------------------------------------------------------*
007800* 7200-PRINT-OPERATORS - ACKNOWLEDGMENTS PER OPERATOR           *
007810*--------------------------------------------------------------*
007820 7200-PRINT-OPERATORS.
007830     MOVE 'ACKNOWLEDGMENTS BY OPERATOR' TO AR-RPT-SEC-LBL.
007840     WRITE RPT-RECORD FROM AR-RPT-SEC-1.
007850     PERFORM 5900-CHECK-RPT-STATUS THRU 5900-EXIT.
007860     IF AR-OPR-CNT = ZERO
007870         MOVE 'NO ACKNOWLEDGMENTS THIS MONTH' TO AR-RPT-SEC-LBL
007880         WRITE RPT-RECORD FROM AR-RPT-SEC-1
007890         PERFORM 5900-CHECK-RPT-STATUS THRU 5900-EXIT
007900         GO TO 7200-EXIT
007910     END-IF.
007920     MOVE ZERO TO AR-SUB.
007930     PERFORM 7300-PRINT-OPR-ENTRY THRU 7300-EXIT
007940         UNTIL AR-SUB NOT < AR-OPR-CNT.
007950 7200-EXIT.
007960     EXIT.
007970*
007980*--------------------------------------------------------------*
007990* 7300-PRINT-OPR-ENTRY - PRINT THE NEXT OPERATOR TABLE ENTRY    *
008000*--------------------------------------------------------------*
008010 7300-PRINT-OPR-ENTRY.
008020     ADD 1 TO AR-SUB.
008030     MOVE AR-OPR-ID(AR-SUB) TO AR-OPR-ID-OUT.
008040     MOVE AR-OPR-ACKS(AR-SUB) TO AR-OPR-ACKS-OUT.
008050     WRITE RPT-RECORD FROM AR-RPT-OPR-1.
008060     PERFORM 5900-CHECK-RPT-STATUS THRU 5900-EXIT.
008070 7300-EXIT.
008080     EXIT.
008090*
008100*--------------------------------------------------------------*
008110* 7400-LIST-BREACHES - SECOND PASS OVER THE MONTH: EVERY        *
008120*                      PAGEABLE ALERT ACKED LATER THAN THE      *
008130*                      TARGET, OR NOT ACKED AT ALL, ONE LINE    *
008140*                      EACH                                     *
008150*--------------------------------------------------------------*
008160 7400-LIST-BREACHES.
008170     MOVE 'PAGEABLE ALERTS OVER THE ACK TARGET'
008180         TO AR-RPT-SEC-LBL.
008190     WRITE RPT-RECORD FROM AR-RPT-SEC-1.
008200     PERFORM 5900-CHECK-RPT-STATUS THRU 5900-EXIT.
008210     WRITE RPT-RECORD FROM AR-RPT-COL-2.
008220     PERFORM 5900-CHECK-RPT-STATUS THRU 5900-EXIT.
008230     PERFORM 1200-START-MONTH THRU 1200-EXIT.
008240     PERFORM 7410-CHECK-BREACH THRU 7410-EXIT
008250         UNTIL AR-EOF.
008260     IF AR-BREACH-CNT = ZERO
008270         MOVE 'NO BREACHES THIS MONTH' TO AR-RPT-SEC-LBL
008280         WRITE RPT-RECORD FROM AR-RPT-SEC-1
008290         PERFORM 5900-CHECK-RPT-STATUS THRU 5900-EXIT
008300     ELSE
008310         IF RETURN-CODE < 4
008320             MOVE 4 TO RETURN-CODE
008330         END-IF
008340     END-IF.
008350 7400-EXIT.
008360     EXIT.
008370*
008380*--------------------------------------------------------------*
008390* 7410-CHECK-BREACH - LIST THE ALERT IF IT IS PAGEABLE AND      *
008400*                     MISSED THE TARGET, THEN READ THE NEXT     *
008410*--------------------------------------------------------------*
008420 7410-CHECK-BREACH.
008430     IF ALS-PAGE-SW NOT = 'Y'
008440         GO TO 7410-NEXT
008450     END-IF.
008460     PERFORM 3000-MEASURE-ALERT THRU 3000-EXIT.
008470     IF AR-ACKED AND AR-ACK-MIN NOT > AR-ACK-TARGET
008480         GO TO 7410-NEXT
008490     END-IF.
008500     ADD 1 TO AR-BREACH-CNT.
008510     MOVE ALS-DATE TO AR-BRC-DATE.
008520     MOVE ALS-TIME TO AR-BRC-TIME.
008530     MOVE ALS-SITE TO AR-BRC-SITE.
008540     MOVE ALS-SEVERITY TO AR-BRC-SEV.
008550     MOVE ALS-ROUTE-CD TO AR-BRC-ROUTE.
008560     IF AR-ACKED
008570         MOVE ALS-ACK-OPER TO AR-BRC-OPER
008580         MOVE AR-ACK-MIN TO AR-BRC-MINUTES
008590         MOVE 'LATE ACK' TO AR-BRC-TEXT
008600     ELSE
008610         MOVE SPACES TO AR-BRC-OPER
008620         MOVE ZERO TO AR-BRC-MINUTES
008630         MOVE 'NOT ACKED' TO AR-BRC-TEXT
008640     END-IF.
008650     IF ALS-ESCALATED
008660         MOVE 'YES' TO AR-BRC-ESC
008670     ELSE
008680         MOVE 'NO' TO AR-BRC-ESC
008690     END-IF.
008700     WRITE RPT-RECORD FROM AR-RPT-BRC-1.
008710     PERFORM 5900-CHECK-RPT-STATUS THRU 5900-EXIT.
008720 7410-NEXT.
008730     PERFORM 2900-READ-STATUS THRU 2900-EXIT.
008740 7410-EXIT.
008750     EXIT.
008760*
008770*--------------------------------------------------------------*
008780* 8000-PRINT-TOTALS - ALERT AND BREACH COUNTS                   *
008790*--------------------------------------------------------------*
008800 8000-PRINT-TOTALS.
008810     MOVE 'ALERTS IN MONTH:' TO AR-RPT-TOT-LBL.
008820     MOVE AR-ALL-ALERTS TO AR-RPT-TOT-CNT.
008830     WRITE RPT-RECORD FROM AR-RPT-TOT-1.
008840     PERFORM 5900-CHECK-RPT-STATUS THRU 5900-EXIT.
008850     MOVE 'ACK BREACHES:   ' TO AR-RPT-TOT-LBL.
008860     MOVE AR-BREACH-CNT TO AR-RPT-TOT-CNT.
008870     WRITE RPT-RECORD FROM AR-RPT-TOT-1.
008880     PERFORM 5900-CHECK-RPT-STATUS THRU 5900-EXIT.
008890 8000-EXIT.
008900     EXIT.
008910*
008920*--------------------------------------------------------------*
008930* 9000-TERMINATE - CLOSE ALL FILES                              *
008940*--------------------------------------------------------------*
008950 9000-TERMINATE.
008960     CLOSE ALS-FILE.
008970     IF AR-ALS-STATUS NOT = '00'
008980         MOVE 'ALS-FILE' TO AR-ABEND-FILE
008990         MOVE 'CLOSE' TO AR-ABEND-OP
009000         MOVE AR-ALS-STATUS TO AR-ABEND-STATUS
009010         GO TO 9900-ABEND
009020     END-IF.
009030     CLOSE RPT-FILE.
009040     IF AR-RPT-STATUS NOT = '00'
009050         MOVE 'RPT-FILE' TO AR-ABEND-FILE
009060         MOVE 'CLOSE' TO AR-ABEND-OP
009070         MOVE AR-RPT-STATUS TO AR-ABEND-STATUS
009080         GO TO 9900-ABEND
009090     END-IF.
009100 9000-EXIT.
009110     EXIT.
009120*
009130*--------------------------------------------------------------*
009140* 9900-ABEND - COMMON FILE-ERROR HANDLER, MATCHING THE          *
009150*              CONVENTION USED BY HELLO-WORLD                   *
009160*--------------------------------------------------------------*
009170 9900-ABEND.
009180     DISPLAY 'HWALTRSP FILE ERROR - FILE: ' AR-ABEND-FILE
009190         ' OPERATION: ' AR-ABEND-OP ' STATUS: ' AR-ABEND-STATUS.
009200     MOVE 16 TO RETURN-CODE.
009210     STOP RUN.
