000260*                     THE MONTH, INCLUDING LEAP-YEAR FEBRUARY, *
000270*                     SO AN IMPOSSIBLE DATE CANNOT LOAD AS A   *
000280*                     HOLIDAY THAT NEVER MATCHES A RUN DATE.   *
000290*    08/25/2026 RLM   SITE EDIT NOW VALIDATES AGAINST THE      *
000300*                     SITFILE SITE MASTER (SEE HWSITMNT)       *
000310*                     INSTEAD OF COMPILED-IN SAOPAULO/MIAMI    *
000320*                     LITERALS, SO A NEW SITE'S HOLIDAYS LOAD  *
000330*                     WITHOUT A PROGRAM CHANGE.                *
000340*    10/15/2026 RLM   EVERY APPLIED ADD AND DELETE IS NOW      *
000350*                     WRITTEN TO THE CHGLOG CHANGE LOG (SEE    *
000360*                     HWCHGREC) WITH THE CALENDAR RECORD       *
000370*                     BEFORE AND AFTER.  CALTRAN CARRIES THE   *
000380*                     OPERATOR, NOW REQUIRED.  SOURCE          *
000390*                     RESEQUENCED.                             *
000400*    10/15/2026 RLM   NEW PARM.  VALIDATE RUNS EVERY EDIT AND  *
000410*                     EXISTENCE CHECK AGAINST THE LIVE FILES   *
000420*                     AND REPORTS WHAT EACH TRANSACTION WOULD  *
000430*                     DO WITHOUT CHANGING ANYTHING, SO A BATCH *
000440*                     OF NEXT YEAR'S HOLIDAYS CAN BE REVIEWED  *
000450*                     BY CHANGE CONTROL FIRST; ALLORNONE       *
000460*                     APPLIES THE BATCH ONLY WHEN VALIDATION   *
000470*                     FINDS NO REJECTS.  SOURCE RESEQUENCED.   *
000480*--------------------------------------------------------------*
000490*--------------------------------------------------------------*
000500* TRANSACTION LAYOUT (CALTRAN, 80 BYTES):                      *
000510*    COLS 01-03  ACTION       'ADD' OR 'DEL'                   *
000520*    COL  04     FILLER                                        *
000530*    COLS 05-12  SITE         A SITE ON THE SITE MASTER        *
000540*    COL  13     FILLER                                        *
000550*    COLS 14-21  DATE         CCYYMMDD                         *
000560*    COL  22     FILLER                                        *
000570*    COLS 23-52  DESCRIPTION  (ADD ONLY)                       *
000580*    COL  53     FILLER                                        *
000590*    COLS 54-61  OPERATOR     REQUESTING OPERATOR ID           *
000600*--------------------------------------------------------------*
000610* PARM: UPDATE, VALIDATE, OR ALLORNONE                         *
000620*    UPDATE    (THE DEFAULT) APPLY EACH TRANSACTION AS IT IS   *
000630*              READ                                            *
000640*    VALIDATE  RUN EVERY EDIT AND EXISTENCE CHECK AGAINST THE  *
000650*              LIVE FILES AND LIST WHAT EACH TRANSACTION       *
000660*              WOULD ADD, REPLACE, OR DELETE, OR WHY IT WOULD  *
000670*              BE REJECTED.  NOTHING IS CHANGED OR LOGGED.     *
000680*    ALLORNONE VALIDATE THE WHOLE BATCH FIRST, THEN APPLY IT   *
000690*              ONLY IF NO TRANSACTION WAS REJECTED             *
000700* A TRANSACTION IS JUDGED AGAINST THE CALENDAR AS THE EARLIER  *
000710* TRANSACTIONS IN THE BATCH WOULD LEAVE IT, SO AN ADD FOLLOWED *
000720* BY A DELETE OF THE SAME DATE VALIDATES AS IT WOULD APPLY.    *
000730*--------------------------------------------------------------*
000740* RETURN-CODE LEGEND:                                          *
000750*    00  ALL TRANSACTIONS APPLIED (VALIDATE: ALL WOULD APPLY)  *
000760*    04  ONE OR MORE TRANSACTIONS REJECTED                     *
000770*    08  INVALID PARM; ALLORNONE BATCH NOT APPLIED; OR MORE    *
000780*        THAN 500 SITE/DATES IN ONE VALIDATED BATCH            *
000790*    16  ABEND - UNEXPECTED FILE STATUS ON A FILE OPERATION    *
000800*--------------------------------------------------------------*
000810 ENVIRONMENT DIVISION.
000820 INPUT-OUTPUT SECTION.
000830 FILE-CONTROL.
000840     SELECT TRN-FILE ASSIGN TO CALTRAN
000850         ORGANIZATION IS LINE SEQUENTIAL
000860         FILE STATUS IS CM-TRN-STATUS.
000870
000880     SELECT OPTIONAL CAL-FILE ASSIGN TO CALFILE
000890         ORGANIZATION IS INDEXED
000900         ACCESS MODE IS DYNAMIC
000910         RECORD KEY IS CAL-KEY
000920         FILE STATUS IS CM-CAL-STATUS.
000930
000940     SELECT RPT-FILE ASSIGN TO CALRPT
000950         ORGANIZATION IS LINE SEQUENTIAL
000960         FILE STATUS IS CM-RPT-STATUS.
000970
000980     SELECT SIT-FILE ASSIGN TO SITFILE
000990         ORGANIZATION IS INDEXED
001000         ACCESS MODE IS DYNAMIC
001010         RECORD KEY IS SIT-KEY
001020         FILE STATUS IS CM-SIT-STATUS.
001030
001040     SELECT CHG-FILE ASSIGN TO CHGLOG
001050         ORGANIZATION IS LINE SEQUENTIAL
001060         FILE STATUS IS CM-CHG-STATUS.
001070*
001080 DATA DIVISION.
001090 FILE SECTION.
001100 FD  TRN-FILE
001110     LABEL RECORDS ARE STANDARD
001120     RECORD CONTAINS 80 CHARACTERS.
001130 01  TRN-RECORD.
001140     05  TRN-ACTION              PIC X(03).
001150     05  FILLER                  PIC X(01).
001160     05  TRN-SITE                PIC X(08).
001170     05  FILLER                  PIC X(01).
001180     05  TRN-DATE                PIC X(08).
001190     05  TRN-DATE-NUM REDEFINES TRN-DATE
001200                                 PIC 9(08).
001210     05  FILLER                  PIC X(01).
001220     05  TRN-DESC                PIC X(30).
001230     05  FILLER                  PIC X(01).
001240     05  TRN-OPER                PIC X(08).
001250     05  FILLER                  PIC X(19).
001260*
001270 FD  CAL-FILE
001280     LABEL RECORDS ARE STANDARD.
001290 COPY HWCALREC.
001300*
001310 FD  RPT-FILE
001320     LABEL RECORDS ARE STANDARD
001330     RECORD CONTAINS 80 CHARACTERS.
001340 01  RPT-RECORD                  PIC X(80).
001350*
001360 FD  SIT-FILE
001370     LABEL RECORDS ARE STANDARD.
001380 COPY HWSITREC.
001390*
001400 FD  CHG-FILE
001410     LABEL RECORDS ARE STANDARD
001420     RECORD CONTAINS 500 CHARACTERS.
001430 COPY HWCHGREC.
001440*
001450 WORKING-STORAGE SECTION.
001460 77  CM-TRN-STATUS               PIC X(02) VALUE '00'.
001470 77  CM-CAL-STATUS               PIC X(02) VALUE '00'.
001480 77  CM-RPT-STATUS               PIC X(02) VALUE '00'.
001490 77  CM-SIT-STATUS               PIC X(02) VALUE '00'.
001500 77  CM-CHG-STATUS               PIC X(02) VALUE '00'.
001510 77  CM-READ-CNT                 PIC 9(05) COMP VALUE ZERO.
001520 77  CM-ADD-CNT                  PIC 9(05) COMP VALUE ZERO.
001530 77  CM-DEL-CNT                  PIC 9(05) COMP VALUE ZERO.
001540 77  CM-REJ-CNT                  PIC 9(05) COMP VALUE ZERO.
001550 77  CM-RPL-CNT                  PIC 9(05) COMP VALUE ZERO.
001560 77  CM-PND-CNT                  PIC 9(04) COMP VALUE ZERO.
001570 77  CM-PND-SUB                  PIC 9(04) COMP VALUE ZERO.
001580 77  CM-PND-HIT                  PIC 9(04) COMP VALUE ZERO.
001590 01  CM-EOF-SW                   PIC X(01) VALUE 'N'.
001600     88  CM-EOF                            VALUE 'Y'.
001610     88  CM-NOT-EOF                        VALUE 'N'.
001620 01  CM-VALID-SW                 PIC X(01) VALUE 'Y'.
001630     88  CM-TRN-VALID                      VALUE 'Y'.
001640     88  CM-TRN-INVALID                    VALUE 'N'.
001650 01  CM-RUN-SW                   PIC X(01) VALUE 'U'.
001660     88  CM-RUN-UPDATE                     VALUE 'U'.
001670     88  CM-RUN-VALIDATE                   VALUE 'V'.
001680     88  CM-RUN-ALLORNONE                  VALUE 'A'.
001690 01  CM-PASS-SW                  PIC X(01) VALUE 'A'.
001700     88  CM-APPLY-PASS                     VALUE 'A'.
001710     88  CM-CHECK-PASS                     VALUE 'C'.
001720 01  CM-ON-FILE-SW               PIC X(01) VALUE 'N'.
001730     88  CM-ON-FILE                        VALUE 'Y'.
001740     88  CM-NOT-ON-FILE                    VALUE 'N'.
001750 01  CM-TBLFULL-SW               PIC X(01) VALUE 'N'.
001760     88  CM-TABLE-FULL                     VALUE 'Y'.
001770 01  CM-REJ-REASON               PIC X(24) VALUE SPACES.
001780 01  CM-ABEND-FILE               PIC X(08).
001790 01  CM-ABEND-OP                 PIC X(12).
001800 01  CM-ABEND-STATUS             PIC X(02).
001810 01  CM-CURR-DATE                PIC 9(08) VALUE ZERO.
001820 01  CM-CURR-TIME                PIC X(06) VALUE SPACES.
001830 01  CM-PARM-OPT                 PIC X(10) VALUE SPACES.
001840*
001850*--------------------------------------------------------------*
001860* PENDING-CHANGE TABLE FOR THE VALIDATION PASS.  NOTHING IS    *
001870* WRITTEN WHILE VALIDATING, SO EACH SITE/DATE A TRANSACTION    *
001880* HAS BEEN JUDGED FOR IS HELD HERE WITH WHETHER IT WOULD THEN  *
001890* BE ON FILE; A LATER TRANSACTION FOR THE SAME SITE/DATE IS    *
001900* JUDGED AGAINST THIS ENTRY INSTEAD OF THE LIVE CALENDAR.      *
001910*--------------------------------------------------------------*
001920 01  CM-PND-WORK-KEY.
001930     05  CM-PND-WORK-SITE        PIC X(08).
001940     05  CM-PND-WORK-DATE        PIC X(08).
001950 01  CM-PND-TABLE.
001960     05  CM-PND-ENTRY OCCURS 500 TIMES.
001970         10  CM-PND-KEY          PIC X(16).
001980         10  CM-PND-ON-FILE      PIC X(01).
001990*
002000*--------------------------------------------------------------*
002010* DATE VALIDATION WORK AREA.  THE MONTH-LENGTH TABLE CARRIES   *
002020* FEBRUARY AS 28; 2150-CHECK-LEAP-YEAR RAISES THE LIMIT TO 29  *
002030* WHEN THE YEAR CALLS FOR IT.                                  *
002040*--------------------------------------------------------------*
002050 01  CM-EDIT-DATE.
002060     05  CM-EDIT-CCYY            PIC 9(04).
002070     05  CM-EDIT-MM              PIC 9(02).
002080     05  CM-EDIT-DD              PIC 9(02).
002090 01  CM-MONTH-DAYS-TBL           PIC X(24)
002100         VALUE '312831303130313130313031'.
002110 01  CM-MONTH-DAYS-R REDEFINES CM-MONTH-DAYS-TBL.
002120     05  CM-MONTH-DAYS OCCURS 12 TIMES
002130                                 PIC 9(02).
002140 01  CM-MAX-DD                   PIC 9(02) VALUE ZERO.
002150 01  CM-LEAP-QUOT                PIC 9(04) COMP VALUE ZERO.
002160 01  CM-LEAP-REM                 PIC 9(04) COMP VALUE ZERO.
002170*
002180*--------------------------------------------------------------*
002190* MAINTENANCE REPORT LINES                                     *
002200*--------------------------------------------------------------*
002210 01  CM-RPT-HDR-1.
002220     05  FILLER                  PIC X(01) VALUE SPACE.
002230     05  FILLER                  PIC X(40)
002240             VALUE 'HWCALMNT BUSINESS-DAY CALENDAR UPDATE'.
002250     05  FILLER                  PIC X(39) VALUE SPACES.
002260 01  CM-RPT-DTL-1.
002270     05  FILLER                  PIC X(01) VALUE SPACE.
002280     05  CM-RPT-DISP             PIC X(08).
002290     05  FILLER                  PIC X(01) VALUE SPACE.
002300     05  CM-RPT-ACTION           PIC X(03).
002310     05  FILLER                  PIC X(01) VALUE SPACE.
002320     05  CM-RPT-SITE             PIC X(08).
002330     05  FILLER                  PIC X(01) VALUE SPACE.
002340     05  CM-RPT-DATE             PIC X(08).
002350     05  FILLER                  PIC X(01) VALUE SPACE.
002360     05  CM-RPT-REASON           PIC X(24).
002370     05  FILLER                  PIC X(24) VALUE SPACES.
002380 01  CM-RPT-MSG-1.
002390     05  FILLER                  PIC X(01) VALUE SPACE.
002400     05  CM-RPT-MSG-TEXT         PIC X(60).
002410     05  FILLER                  PIC X(19) VALUE SPACES.
002420 01  CM-RPT-TOT-1.
002430     05  FILLER                  PIC X(01) VALUE SPACE.
002440     05  CM-RPT-TOT-LBL          PIC X(16).
002450     05  CM-RPT-TOT-CNT          PIC ZZZZ9.
002460     05  FILLER                  PIC X(58) VALUE SPACES.
002470*
002480 LINKAGE SECTION.
002490 01  CM-PARM-AREA.
002500     05  CM-PARM-LEN             PIC S9(04) COMP.
002510     05  CM-PARM-TEXT            PIC X(80).
002520*
002530 PROCEDURE DIVISION USING CM-PARM-AREA.
002540*--------------------------------------------------------------*
002550* 0000-MAINLINE                                                 *
002560*--------------------------------------------------------------*
002570 0000-MAINLINE.
002580     PERFORM 1000-GET-PARM THRU 1000-EXIT.
002590     PERFORM 1100-INITIALIZE THRU 1100-EXIT.
002600     PERFORM 2000-PROCESS-TRAN THRU 2000-EXIT
002610         UNTIL CM-EOF.
002620     IF CM-CHECK-PASS
002630         PERFORM 7000-END-CHECK-PASS THRU 7000-EXIT
002640     END-IF.
002650     IF CM-APPLY-PASS
002660         PERFORM 8000-PRINT-TOTALS THRU 8000-EXIT
002670     END-IF.
002680     PERFORM 9000-TERMINATE THRU 9000-EXIT.
002690     STOP RUN.
002700*
002710*--------------------------------------------------------------*
002720* 1000-GET-PARM - UPDATE (THE DEFAULT), VALIDATE, OR ALLORNONE. *
002730*                 BOTH VALIDATE AND ALLORNONE START WITH THE    *
002740*                 CHECK PASS.  A BAD PARM ENDS THE RUN BEFORE   *
002750*                 ANY FILE OPENS.                               *
002760*--------------------------------------------------------------*
002770 1000-GET-PARM.
002780     IF CM-PARM-LEN > ZERO
002790         UNSTRING CM-PARM-TEXT DELIMITED BY ALL SPACE
002800             INTO CM-PARM-OPT
002810     END-IF.
002820     EVALUATE CM-PARM-OPT
002830         WHEN SPACES
002840         WHEN 'UPDATE'
002850             SET CM-RUN-UPDATE TO TRUE
002860             SET CM-APPLY-PASS TO TRUE
002870         WHEN 'VALIDATE'
002880             SET CM-RUN-VALIDATE TO TRUE
002890             SET CM-CHECK-PASS TO TRUE
002900         WHEN 'ALLORNONE'
002910             SET CM-RUN-ALLORNONE TO TRUE
002920             SET CM-CHECK-PASS TO TRUE
002930         WHEN OTHER
002940             DISPLAY 'HWCALMNT INVALID PARM: ' CM-PARM-OPT
002950             MOVE 8 TO RETURN-CODE
002960             STOP RUN
002970     END-EVALUATE.
002980 1000-EXIT.
002990     EXIT.
003000*
003010*--------------------------------------------------------------*
003020* 1100-INITIALIZE - OPEN FILES, WRITE THE REPORT HEADER, AND    *
003030*                   PRIME THE FIRST TRANSACTION READ.  A        *
003040*                   VALIDATE RUN OPENS THE CALENDAR INPUT AND   *
003050*                   NEVER OPENS THE CHANGE LOG.                 *
003060*--------------------------------------------------------------*
003070 1100-INITIALIZE.
003080     ACCEPT CM-CURR-DATE FROM DATE YYYYMMDD.
003090     ACCEPT CM-CURR-TIME FROM TIME.
003100     OPEN INPUT TRN-FILE.
003110     IF CM-TRN-STATUS NOT = '00'
003120         MOVE 'TRN-FILE' TO CM-ABEND-FILE
003130         MOVE 'OPEN INPUT' TO CM-ABEND-OP
003140         MOVE CM-TRN-STATUS TO CM-ABEND-STATUS
003150         GO TO 9900-ABEND
003160     END-IF.
003170     IF CM-RUN-VALIDATE
003180         OPEN INPUT CAL-FILE
003190         MOVE 'OPEN INPUT' TO CM-ABEND-OP
003200     ELSE
003210         OPEN I-O CAL-FILE
003220         MOVE 'OPEN I-O' TO CM-ABEND-OP
003230     END-IF.
003240     IF CM-CAL-STATUS NOT = '00' AND CM-CAL-STATUS NOT = '05'
003250         MOVE 'CAL-FILE' TO CM-ABEND-FILE
003260         MOVE CM-CAL-STATUS TO CM-ABEND-STATUS
003270         GO TO 9900-ABEND
003280     END-IF.
003290     OPEN OUTPUT RPT-FILE.
003300     IF CM-RPT-STATUS NOT = '00'
003310         MOVE 'RPT-FILE' TO CM-ABEND-FILE
003320         MOVE 'OPEN OUTPUT' TO CM-ABEND-OP
003330         MOVE CM-RPT-STATUS TO CM-ABEND-STATUS
003340         GO TO 9900-ABEND
003350     END-IF.
003360     OPEN INPUT SIT-FILE.
003370     IF CM-SIT-STATUS NOT = '00'
003380         MOVE 'SIT-FILE' TO CM-ABEND-FILE
003390         MOVE 'OPEN INPUT' TO CM-ABEND-OP
003400         MOVE CM-SIT-STATUS TO CM-ABEND-STATUS
003410         GO TO 9900-ABEND
003420     END-IF.
003430     IF NOT CM-RUN-VALIDATE
003440         OPEN EXTEND CHG-FILE
003450         IF CM-CHG-STATUS NOT = '00'
003460             MOVE 'CHG-FILE' TO CM-ABEND-FILE
003470             MOVE 'OPEN EXTEND' TO CM-ABEND-OP
003480             MOVE CM-CHG-STATUS TO CM-ABEND-STATUS
003490             GO TO 9900-ABEND
003500         END-IF
003510     END-IF.
003520     WRITE RPT-RECORD FROM CM-RPT-HDR-1.
003530     PERFORM 5900-CHECK-RPT-STATUS THRU 5900-EXIT.
003540     IF CM-RUN-VALIDATE
003550         MOVE 'VALIDATE ONLY - NO FILE IS CHANGED'
003560             TO CM-RPT-MSG-TEXT
003570         PERFORM 7900-WRITE-MESSAGE THRU 7900-EXIT
003580     END-IF.
003590     IF CM-RUN-ALLORNONE
003600         MOVE 'ALL OR NONE - BATCH IS VALIDATED BEFORE ANY CHANGE'
003610             TO CM-RPT-MSG-TEXT
003620         PERFORM 7900-WRITE-MESSAGE THRU 7900-EXIT
003630     END-IF.
003640     PERFORM 2900-READ-TRAN THRU 2900-EXIT.
003650 1100-EXIT.
003660     EXIT.
003670*
003680*--------------------------------------------------------------*
003690* 2000-PROCESS-TRAN - VALIDATE AND APPLY ONE TRANSACTION, THEN  *
003700*                     READ THE NEXT.  ON THE CHECK PASS THE     *
003710*                     TRANSACTION IS ONLY JUDGED, NOT APPLIED.  *
003720*--------------------------------------------------------------*
003730 2000-PROCESS-TRAN.
003740     ADD 1 TO CM-READ-CNT.
003750     PERFORM 2100-EDIT-TRAN THRU 2100-EXIT.
003760     IF CM-TRN-INVALID
003770         ADD 1 TO CM-REJ-CNT
003780         MOVE 'REJECTED' TO CM-RPT-DISP
003790         PERFORM 5000-WRITE-DETAIL THRU 5000-EXIT
003800         GO TO 2000-NEXT
003810     END-IF.
003820     IF CM-CHECK-PASS
003830         PERFORM 4000-CHECK-TRAN THRU 4000-EXIT
003840         GO TO 2000-NEXT
003850     END-IF.
003860     IF TRN-ACTION = 'ADD'
003870         PERFORM 3000-APPLY-ADD THRU 3000-EXIT
003880     ELSE
003890         PERFORM 3100-APPLY-DEL THRU 3100-EXIT
003900     END-IF.
003910 2000-NEXT.
003920     PERFORM 2900-READ-TRAN THRU 2900-EXIT.
003930 2000-EXIT.
003940     EXIT.
003950*
003960*--------------------------------------------------------------*
003970* 2100-EDIT-TRAN - VALIDATE THE ACTION, SITE, OPERATOR, AND     *
003980*                  DATE FIELDS                                  *
003990*--------------------------------------------------------------*
004000 2100-EDIT-TRAN.
004010     SET CM-TRN-VALID TO TRUE.
004020     MOVE SPACES TO CM-REJ-REASON.
004030     IF TRN-ACTION NOT = 'ADD' AND TRN-ACTION NOT = 'DEL'
004040         SET CM-TRN-INVALID TO TRUE
004050         MOVE 'INVALID ACTION' TO CM-REJ-REASON
004060         GO TO 2100-EXIT
004070     END-IF.
004080     MOVE TRN-SITE TO SIT-CODE.
004090     READ SIT-FILE
004100         INVALID KEY
004110             SET CM-TRN-INVALID TO TRUE
004120             MOVE 'SITE NOT ON FILE' TO CM-REJ-REASON
004130             GO TO 2100-EXIT
004140     END-READ.
004150     IF CM-SIT-STATUS NOT = '00'
004160         MOVE 'SIT-FILE' TO CM-ABEND-FILE
004170         MOVE 'READ' TO CM-ABEND-OP
004180         MOVE CM-SIT-STATUS TO CM-ABEND-STATUS
004190         GO TO 9900-ABEND
004200     END-IF.
004210     IF TRN-OPER = SPACES
004220         SET CM-TRN-INVALID TO TRUE
004230         MOVE 'MISSING OPERATOR' TO CM-REJ-REASON
004240         GO TO 2100-EXIT
004250     END-IF.
004260     IF TRN-DATE NOT NUMERIC
004270         SET CM-TRN-INVALID TO TRUE
004280         MOVE 'DATE NOT NUMERIC' TO CM-REJ-REASON
004290         GO TO 2100-EXIT
004300     END-IF.
004310     MOVE TRN-DATE-NUM TO CM-EDIT-DATE.
004320     IF CM-EDIT-CCYY < 1998 OR CM-EDIT-CCYY > 2099
004330             OR CM-EDIT-MM < 01 OR CM-EDIT-MM > 12
004340         SET CM-TRN-INVALID TO TRUE
004350         MOVE 'INVALID DATE' TO CM-REJ-REASON
004360         GO TO 2100-EXIT
004370     END-IF.
004380     MOVE CM-MONTH-DAYS(CM-EDIT-MM) TO CM-MAX-DD.
004390     IF CM-EDIT-MM = 02
004400         PERFORM 2150-CHECK-LEAP-YEAR THRU 2150-EXIT
004410     END-IF.
004420     IF CM-EDIT-DD < 01 OR CM-EDIT-DD > CM-MAX-DD
004430         SET CM-TRN-INVALID TO TRUE
004440         MOVE 'INVALID DATE' TO CM-REJ-REASON
004450     END-IF.
004460 2100-EXIT.
004470     EXIT.
004480*
004490*--------------------------------------------------------------*
004500* 2150-CHECK-LEAP-YEAR - RAISE THE FEBRUARY LIMIT TO 29 WHEN    *
004510*                        THE YEAR IS DIVISIBLE BY 4 BUT NOT BY  *
004520*                        100, OR DIVISIBLE BY 400               *
004530*--------------------------------------------------------------*
004540 2150-CHECK-LEAP-YEAR.
004550     DIVIDE CM-EDIT-CCYY BY 4
004560         GIVING CM-LEAP-QUOT REMAINDER CM-LEAP-REM.
004570     IF CM-LEAP-REM NOT = ZERO
004580         GO TO 2150-EXIT
004590     END-IF.
004600     DIVIDE CM-EDIT-CCYY BY 100
004610         GIVING CM-LEAP-QUOT REMAINDER CM-LEAP-REM.
004620     IF CM-LEAP-REM NOT = ZERO
004630         MOVE 29 TO CM-MAX-DD
004640         GO TO 2150-EXIT
004650     END-IF.
004660     DIVIDE CM-EDIT-CCYY BY 400
004670         GIVING CM-LEAP-QUOT REMAINDER CM-LEAP-REM.
004680     IF CM-LEAP-REM = ZERO
004690         MOVE 29 TO CM-MAX-DD
004700     END-IF.
004710 2150-EXIT.
004720     EXIT.
004730*
004740*--------------------------------------------------------------*
004750* 2900-READ-TRAN - READ THE NEXT TRANSACTION OR SET EOF         *
004760*--------------------------------------------------------------*
004770 2900-READ-TRAN.
004780     READ TRN-FILE
004790         AT END
004800             SET CM-EOF TO TRUE
004810     END-READ.
004820     IF CM-TRN-STATUS NOT = '00' AND CM-TRN-STATUS NOT = '10'
004830         MOVE 'TRN-FILE' TO CM-ABEND-FILE
004840         MOVE 'READ' TO CM-ABEND-OP
004850         MOVE CM-TRN-STATUS TO CM-ABEND-STATUS
004860         GO TO 9900-ABEND
004870     END-IF.
004880 2900-EXIT.
004890     EXIT.
004900*
004910*--------------------------------------------------------------*
004920* 3000-APPLY-ADD - WRITE A HOLIDAY RECORD.  AN ENTRY ALREADY ON *
004930*                  FILE IS REWRITTEN SO A CORRECTED DESCRIPTION *
004940*                  CAN BE RELOADED WITHOUT A DELETE FIRST.      *
004950*                  THE ENTRY BEING REPLACED, IF ANY, IS KEPT    *
004960*                  AS THE CHANGE LOG BEFORE IMAGE.              *
004970*--------------------------------------------------------------*
004980 3000-APPLY-ADD.
004990     MOVE SPACES TO CHG-RECORD.
005000     MOVE TRN-SITE TO CAL-SITE.
005010     MOVE TRN-DATE-NUM TO CAL-DATE.
005020     READ CAL-FILE
005030         INVALID KEY
005040             CONTINUE
005050         NOT INVALID KEY
005060             MOVE CAL-RECORD TO CHG-BEFORE
005070     END-READ.
005080     IF CM-CAL-STATUS NOT = '00' AND CM-CAL-STATUS NOT = '23'
005090         MOVE 'CAL-FILE' TO CM-ABEND-FILE
005100         MOVE 'READ' TO CM-ABEND-OP
005110         MOVE CM-CAL-STATUS TO CM-ABEND-STATUS
005120         GO TO 9900-ABEND
005130     END-IF.
005140     MOVE TRN-DESC TO CAL-DESC.
005150     WRITE CAL-RECORD
005160         INVALID KEY
005170             REWRITE CAL-RECORD
005180     END-WRITE.
005190     IF CM-CAL-STATUS NOT = '00'
005200         MOVE 'CAL-FILE' TO CM-ABEND-FILE
005210         MOVE 'WRITE' TO CM-ABEND-OP
005220         MOVE CM-CAL-STATUS TO CM-ABEND-STATUS
005230         GO TO 9900-ABEND
005240     END-IF.
005250     MOVE CAL-RECORD TO CHG-AFTER.
005260     PERFORM 3800-WRITE-CHANGE-LOG THRU 3800-EXIT.
005270     ADD 1 TO CM-ADD-CNT.
005280     MOVE 'APPLIED' TO CM-RPT-DISP.
005290     PERFORM 5000-WRITE-DETAIL THRU 5000-EXIT.
005300 3000-EXIT.
005310     EXIT.
005320*
005330*--------------------------------------------------------------*
005340* 3100-APPLY-DEL - DELETE A HOLIDAY RECORD.  A DELETE FOR A     *
005350*                  DATE NOT ON FILE IS REPORTED AS A REJECT,    *
005360*                  NOT TREATED AS AN ERROR.  THE ENTRY IS READ  *
005370*                  FIRST SO THE CHANGE LOG KEEPS ITS            *
005380*                  DESCRIPTION.                                 *
005390*--------------------------------------------------------------*
005400 3100-APPLY-DEL.
005410     MOVE SPACES TO CHG-RECORD.
005420     MOVE TRN-SITE TO CAL-SITE.
005430     MOVE TRN-DATE-NUM TO CAL-DATE.
005440     READ CAL-FILE
005450         INVALID KEY
005460             ADD 1 TO CM-REJ-CNT
005470             MOVE 'REJECTED' TO CM-RPT-DISP
005480             MOVE 'DATE NOT ON FILE' TO CM-REJ-REASON
005490             PERFORM 5000-WRITE-DETAIL THRU 5000-EXIT
005500             GO TO 3100-EXIT
005510     END-READ.
005520     IF CM-CAL-STATUS NOT = '00'
005530         MOVE 'CAL-FILE' TO CM-ABEND-FILE
005540         MOVE 'READ' TO CM-ABEND-OP
005550         MOVE CM-CAL-STATUS TO CM-ABEND-STATUS
005560         GO TO 9900-ABEND
005570     END-IF.
005580     MOVE CAL-RECORD TO CHG-BEFORE.
005590     DELETE CAL-FILE.
005600     IF CM-CAL-STATUS NOT = '00'
005610         MOVE 'CAL-FILE' TO CM-ABEND-FILE
005620         MOVE 'DELETE' TO CM-ABEND-OP
005630         MOVE CM-CAL-STATUS TO CM-ABEND-STATUS
005640         GO TO 9900-ABEND
005650     END-IF.
005660     PERFORM 3800-WRITE-CHANGE-LOG THRU 3800-EXIT.
005670     ADD 1 TO CM-DEL-CNT.
005680     MOVE 'APPLIED' TO CM-RPT-DISP.
005690     MOVE SPACES TO CM-REJ-REASON.
005700     PERFORM 5000-WRITE-DETAIL THRU 5000-EXIT.
005710 3100-EXIT.
005720     EXIT.
005730*
005740*--------------------------------------------------------------*
005750* 3800-WRITE-CHANGE-LOG - APPEND ONE CHANGE-LOG ENTRY FOR THE   *
005760*                         APPLIED TRANSACTION.  THE CALLER HAS  *
005770*                         ALREADY PLACED THE BEFORE AND AFTER   *
005780*                         IMAGES IN THE LOG RECORD.             *
005790*--------------------------------------------------------------*
005800 3800-WRITE-CHANGE-LOG.
005810     MOVE CM-CURR-DATE TO CHG-DATE.
005820     MOVE CM-CURR-TIME TO CHG-TIME.
005830     MOVE 'HWCALMNT' TO CHG-PGM.
005840     MOVE 'CALFILE' TO CHG-MASTER.
005850     MOVE TRN-ACTION TO CHG-ACTION.
005860     MOVE TRN-OPER TO CHG-OPER.
005870     MOVE SPACES TO CHG-KEY.
005880     STRING TRN-SITE DELIMITED BY SPACE
005890            '/' DELIMITED BY SIZE
005900            TRN-DATE DELIMITED BY SIZE
005910         INTO CHG-KEY.
005920     WRITE CHG-RECORD.
005930     IF CM-CHG-STATUS NOT = '00'
005940         MOVE 'CHG-FILE' TO CM-ABEND-FILE
005950         MOVE 'WRITE' TO CM-ABEND-OP
005960         MOVE CM-CHG-STATUS TO CM-ABEND-STATUS
005970         GO TO 9900-ABEND
005980     END-IF.
005990 3800-EXIT.
006000     EXIT.
006010*
006020*--------------------------------------------------------------*
006030* 4000-CHECK-TRAN - JUDGE ONE EDITED TRANSACTION WITHOUT        *
006040*                   APPLYING IT.  THE SITE/DATE IS LOOKED FOR   *
006050*                   FIRST IN THE PENDING-CHANGE TABLE, THEN ON  *
006060*                   THE LIVE CALENDAR.  AN ADD OF A DATE ON     *
006070*                   FILE WOULD REPLACE IT; A DELETE OF A DATE   *
006080*                   NOT ON FILE WOULD BE REJECTED, AS 3100      *
006090*                   REJECTS IT.                                 *
006100*--------------------------------------------------------------*
006110 4000-CHECK-TRAN.
006120     MOVE TRN-SITE TO CM-PND-WORK-SITE.
006130     MOVE TRN-DATE TO CM-PND-WORK-DATE.
006140     PERFORM 4100-FIND-PENDING THRU 4100-EXIT.
006150     IF CM-PND-HIT NOT = ZERO
006160         MOVE CM-PND-ON-FILE(CM-PND-HIT) TO CM-ON-FILE-SW
006170     ELSE
006180         PERFORM 4200-READ-MASTER THRU 4200-EXIT
006190     END-IF.
006200     IF TRN-ACTION = 'DEL' AND CM-NOT-ON-FILE
006210         ADD 1 TO CM-REJ-CNT
006220         MOVE 'REJECTED' TO CM-RPT-DISP
006230         MOVE 'DATE NOT ON FILE' TO CM-REJ-REASON
006240         PERFORM 5000-WRITE-DETAIL THRU 5000-EXIT
006250         GO TO 4000-EXIT
006260     END-IF.
006270     EVALUATE TRUE
006280         WHEN TRN-ACTION = 'DEL'
006290             ADD 1 TO CM-DEL-CNT
006300             MOVE 'DELETE' TO CM-RPT-DISP
006310             SET CM-NOT-ON-FILE TO TRUE
006320         WHEN CM-ON-FILE
006330             ADD 1 TO CM-RPL-CNT
006340             MOVE 'REPLACE' TO CM-RPT-DISP
006350         WHEN OTHER
006360             ADD 1 TO CM-ADD-CNT
006370             MOVE 'ADD' TO CM-RPT-DISP
006380             SET CM-ON-FILE TO TRUE
006390     END-EVALUATE.
006400     PERFORM 4300-POST-PENDING THRU 4300-EXIT.
006410     PERFORM 5000-WRITE-DETAIL THRU 5000-EXIT.
006420 4000-EXIT.
006430     EXIT.
006440*
006450*--------------------------------------------------------------*
006460* 4100-FIND-PENDING - LOCATE THE TRANSACTION'S SITE/DATE IN THE *
006470*                     PENDING-CHANGE TABLE.  CM-PND-HIT IS ZERO *
006480*                     WHEN NO EARLIER TRANSACTION NAMED IT.     *
006490*--------------------------------------------------------------*
006500 4100-FIND-PENDING.
006510     MOVE ZERO TO CM-PND-HIT.
006520     MOVE 1 TO CM-PND-SUB.
006530     PERFORM 4110-TEST-PENDING THRU 4110-EXIT
006540         UNTIL CM-PND-SUB > CM-PND-CNT OR CM-PND-HIT NOT = ZERO.
006550 4100-EXIT.
006560     EXIT.
006570*
006580*--------------------------------------------------------------*
006590* 4110-TEST-PENDING - COMPARE ONE TABLE ENTRY                   *
006600*--------------------------------------------------------------*
006610 4110-TEST-PENDING.
006620     IF CM-PND-KEY(CM-PND-SUB) = CM-PND-WORK-KEY
006630         MOVE CM-PND-SUB TO CM-PND-HIT
006640     END-IF.
006650     ADD 1 TO CM-PND-SUB.
006660 4110-EXIT.
006670     EXIT.
006680*
006690*--------------------------------------------------------------*
006700* 4200-READ-MASTER - SET CM-ON-FILE-SW FROM THE LIVE CALENDAR   *
006710*--------------------------------------------------------------*
006720 4200-READ-MASTER.
006730     MOVE TRN-SITE TO CAL-SITE.
006740     MOVE TRN-DATE-NUM TO CAL-DATE.
006750     SET CM-ON-FILE TO TRUE.
006760     READ CAL-FILE
006770         INVALID KEY
006780             SET CM-NOT-ON-FILE TO TRUE
006790     END-READ.
006800     IF CM-CAL-STATUS NOT = '00' AND CM-CAL-STATUS NOT = '23'
006810         MOVE 'CAL-FILE' TO CM-ABEND-FILE
006820         MOVE 'READ' TO CM-ABEND-OP
006830         MOVE CM-CAL-STATUS TO CM-ABEND-STATUS
006840         GO TO 9900-ABEND
006850     END-IF.
006860 4200-EXIT.
006870     EXIT.
006880*
006890*--------------------------------------------------------------*
006900* 4300-POST-PENDING - RECORD WHETHER THE SITE/DATE WOULD NOW BE *
006910*                     ON FILE.  AN ENTRY NOT YET IN THE TABLE   *
006920*                     IS ADDED; WHEN THE TABLE IS FULL THE      *
006930*                     BATCH CAN NO LONGER BE JUDGED EXACTLY.    *
006940*--------------------------------------------------------------*
006950 4300-POST-PENDING.
006960     IF CM-PND-HIT = ZERO
006970         IF CM-PND-CNT < 500
006980             ADD 1 TO CM-PND-CNT
006990             MOVE CM-PND-CNT TO CM-PND-HIT
007000             MOVE CM-PND-WORK-KEY TO CM-PND-KEY(CM-PND-HIT)
007010         ELSE
007020             SET CM-TABLE-FULL TO TRUE
007030             GO TO 4300-EXIT
007040         END-IF
007050     END-IF.
007060     MOVE CM-ON-FILE-SW TO CM-PND-ON-FILE(CM-PND-HIT).
007070 4300-EXIT.
007080     EXIT.
007090*
007100*--------------------------------------------------------------*
007110* 5000-WRITE-DETAIL - ONE REPORT LINE PER TRANSACTION           *
007120*--------------------------------------------------------------*
007130 5000-WRITE-DETAIL.
007140     MOVE TRN-ACTION TO CM-RPT-ACTION.
007150     MOVE TRN-SITE TO CM-RPT-SITE.
007160     MOVE TRN-DATE TO CM-RPT-DATE.
007170     MOVE CM-REJ-REASON TO CM-RPT-REASON.
007180     WRITE RPT-RECORD FROM CM-RPT-DTL-1.
007190     PERFORM 5900-CHECK-RPT-STATUS THRU 5900-EXIT.
007200 5000-EXIT.
007210     EXIT.
007220*
007230*--------------------------------------------------------------*
007240* 5900-CHECK-RPT-STATUS - COMMON STATUS CHECK AFTER EACH        *
007250*                         REPORT LINE WRITE                     *
007260*--------------------------------------------------------------*
007270 5900-CHECK-RPT-STATUS.
007280     IF CM-RPT-STATUS NOT = '00'
007290         MOVE 'RPT-FILE' TO CM-ABEND-FILE
007300         MOVE 'WRITE' TO CM-ABEND-OP
007310         MOVE CM-RPT-STATUS TO CM-ABEND-STATUS
007320         GO TO 9900-ABEND
007330     END-IF.
007340 5900-EXIT.
007350     EXIT.
007360*
007370*--------------------------------------------------------------*
007380* 7000-END-CHECK-PASS - PRINT WHAT THE BATCH WOULD DO.  A       *
007390*                       VALIDATE RUN ENDS HERE.  AN ALLORNONE   *
007400*                       RUN WITH NO REJECTS REREADS THE BATCH   *
007410*                       AND APPLIES IT; OTHERWISE NOTHING IS    *
007420*                       APPLIED AND THE RUN ENDS RC 8.          *
007430*--------------------------------------------------------------*
007440 7000-END-CHECK-PASS.
007450     PERFORM 7100-PRINT-CHECK-TOTALS THRU 7100-EXIT.
007460     IF CM-TABLE-FULL
007470         MOVE 'OVER 500 SITE/DATES IN BATCH - SPLIT IT AND RERUN'
007480             TO CM-RPT-MSG-TEXT
007490         PERFORM 7900-WRITE-MESSAGE THRU 7900-EXIT
007500         MOVE 8 TO RETURN-CODE
007510     END-IF.
007520     IF CM-REJ-CNT > ZERO AND RETURN-CODE < 4
007530         MOVE 4 TO RETURN-CODE
007540     END-IF.
007550     IF CM-RUN-VALIDATE
007560         GO TO 7000-EXIT
007570     END-IF.
007580     IF CM-TABLE-FULL OR CM-REJ-CNT > ZERO
007590         MOVE 'BATCH NOT APPLIED - NO FILE WAS CHANGED'
007600             TO CM-RPT-MSG-TEXT
007610         PERFORM 7900-WRITE-MESSAGE THRU 7900-EXIT
007620         MOVE 8 TO RETURN-CODE
007630         GO TO 7000-EXIT
007640     END-IF.
007650     MOVE 'NO REJECTS - APPLYING THE BATCH' TO CM-RPT-MSG-TEXT.
007660     PERFORM 7900-WRITE-MESSAGE THRU 7900-EXIT.
007670     PERFORM 7200-RESTART-BATCH THRU 7200-EXIT.
007680     PERFORM 2000-PROCESS-TRAN THRU 2000-EXIT
007690         UNTIL CM-EOF.
007700 7000-EXIT.
007710     EXIT.
007720*
007730*--------------------------------------------------------------*
007740* 7100-PRINT-CHECK-TOTALS - WHAT THE CHECK PASS FOUND           *
007750*--------------------------------------------------------------*
007760 7100-PRINT-CHECK-TOTALS.
007770     MOVE 'TRANS READ:     ' TO CM-RPT-TOT-LBL.
007780     MOVE CM-READ-CNT TO CM-RPT-TOT-CNT.
007790     WRITE RPT-RECORD FROM CM-RPT-TOT-1.
007800     PERFORM 5900-CHECK-RPT-STATUS THRU 5900-EXIT.
007810     MOVE 'WOULD ADD:      ' TO CM-RPT-TOT-LBL.
007820     MOVE CM-ADD-CNT TO CM-RPT-TOT-CNT.
007830     WRITE RPT-RECORD FROM CM-RPT-TOT-1.
007840     PERFORM 5900-CHECK-RPT-STATUS THRU 5900-EXIT.
007850     MOVE 'WOULD REPLACE:  ' TO CM-RPT-TOT-LBL.
007860     MOVE CM-RPL-CNT TO CM-RPT-TOT-CNT.
007870     WRITE RPT-RECORD FROM CM-RPT-TOT-1.
007880     PERFORM 5900-CHECK-RPT-STATUS THRU 5900-EXIT.
007890     MOVE 'WOULD DELETE:   ' TO CM-RPT-TOT-LBL.
007900     MOVE CM-DEL-CNT TO CM-RPT-TOT-CNT.
007910     WRITE RPT-RECORD FROM CM-RPT-TOT-1.
007920     PERFORM 5900-CHECK-RPT-STATUS THRU 5900-EXIT.
007930     MOVE 'TRANS REJECTED: ' TO CM-RPT-TOT-LBL.
007940     MOVE CM-REJ-CNT TO CM-RPT-TOT-CNT.
007950     WRITE RPT-RECORD FROM CM-RPT-TOT-1.
007960     PERFORM 5900-CHECK-RPT-STATUS THRU 5900-EXIT.
007970 7100-EXIT.
007980     EXIT.
007990*
008000*--------------------------------------------------------------*
008010* 7200-RESTART-BATCH - REOPEN THE TRANSACTION FILE FOR THE      *
008020*                      APPLY PASS AND CLEAR THE CHECK-PASS      *
008030*                      COUNTS                                   *
008040*--------------------------------------------------------------*
008050 7200-RESTART-BATCH.
008060     CLOSE TRN-FILE.
008070     IF CM-TRN-STATUS NOT = '00'
008080         MOVE 'TRN-FILE' TO CM-ABEND-FILE
008090         MOVE 'CLOSE' TO CM-ABEND-OP
008100         MOVE CM-TRN-STATUS TO CM-ABEND-STATUS
008110         GO TO 9900-ABEND
008120     END-IF.
008130     OPEN INPUT TRN-FILE.
008140     IF CM-TRN-STATUS NOT = '00'
008150         MOVE 'TRN-FILE' TO CM-ABEND-FILE
008160         MOVE 'OPEN INPUT' TO CM-ABEND-OP
008170         MOVE CM-TRN-STATUS TO CM-ABEND-STATUS
008180         GO TO 9900-ABEND
008190     END-IF.
008200     MOVE ZERO TO CM-READ-CNT.
008210     MOVE ZERO TO CM-ADD-CNT.
008220     MOVE ZERO TO CM-DEL-CNT.
008230     MOVE ZERO TO CM-REJ-CNT.
008240     SET CM-NOT-EOF TO TRUE.
008250     SET CM-APPLY-PASS TO TRUE.
008260     PERFORM 2900-READ-TRAN THRU 2900-EXIT.
008270 7200-EXIT.
008280     EXIT.
008290*
008300*--------------------------------------------------------------*
008310* 7900-WRITE-MESSAGE - ONE RUN-MODE MESSAGE LINE                *
008320*--------------------------------------------------------------*
008330 7900-WRITE-MESSAGE.
008340     WRITE RPT-RECORD FROM CM-RPT-MSG-1.
008350     PERFORM 5900-CHECK-RPT-STATUS THRU 5900-EXIT.
008360 7900-EXIT.
008370     EXIT.
008380*
008390*--------------------------------------------------------------*
008400* 8000-PRINT-TOTALS - TRANSACTION COUNTS AND FINAL DISPOSITION  *
008410*--------------------------------------------------------------*
008420 8000-PRINT-TOTALS.
008430     MOVE 'TRANS READ:     ' TO CM-RPT-TOT-LBL.
008440     MOVE CM-READ-CNT TO CM-RPT-TOT-CNT.
008450     WRITE RPT-RECORD FROM CM-RPT-TOT-1.
008460     PERFORM 5900-CHECK-RPT-STATUS THRU 5900-EXIT.
008470     MOVE 'ADDS APPLIED:   ' TO CM-RPT-TOT-LBL.
008480     MOVE CM-ADD-CNT TO CM-RPT-TOT-CNT.
008490     WRITE RPT-RECORD FROM CM-RPT-TOT-1.
008500     PERFORM 5900-CHECK-RPT-STATUS THRU 5900-EXIT.
008510     MOVE 'DELETES APPLIED:' TO CM-RPT-TOT-LBL.
008520     MOVE CM-DEL-CNT TO CM-RPT-TOT-CNT.
008530     WRITE RPT-RECORD FROM CM-RPT-TOT-1.
008540     PERFORM 5900-CHECK-RPT-STATUS THRU 5900-EXIT.
008550     MOVE 'TRANS REJECTED: ' TO CM-RPT-TOT-LBL.
008560     MOVE CM-REJ-CNT TO CM-RPT-TOT-CNT.
008570     WRITE RPT-RECORD FROM CM-RPT-TOT-1.
008580     PERFORM 5900-CHECK-RPT-STATUS THRU 5900-EXIT.
008590     IF CM-REJ-CNT > ZERO
008600         IF RETURN-CODE < 4
008610             MOVE 4 TO RETURN-CODE
008620         END-IF
008630     END-IF.
008640 8000-EXIT.
008650     EXIT.
008660*
008670*--------------------------------------------------------------*
008680* 9000-TERMINATE - CLOSE ALL FILES.  A VALIDATE RUN NEVER       *
008690*                  OPENED THE CHANGE LOG.                       *
008700*--------------------------------------------------------------*
008710 9000-TERMINATE.
008720     CLOSE TRN-FILE.
008730     IF CM-TRN-STATUS NOT = '00'
008740         MOVE 'TRN-FILE' TO CM-ABEND-FILE
008750         MOVE 'CLOSE' TO CM-ABEND-OP
008760         MOVE CM-TRN-STATUS TO CM-ABEND-STATUS
008770         GO TO 9900-ABEND
008780     END-IF.
008790     CLOSE CAL-FILE.
008800     IF CM-CAL-STATUS NOT = '00'
008810         MOVE 'CAL-FILE' TO CM-ABEND-FILE
008820         MOVE 'CLOSE' TO CM-ABEND-OP
008830         MOVE CM-CAL-STATUS TO CM-ABEND-STATUS
008840         GO TO 9900-ABEND
008850     END-IF.
008860     CLOSE RPT-FILE.
008870     IF CM-RPT-STATUS NOT = '00'
008880         MOVE 'RPT-FILE' TO CM-ABEND-FILE
008890         MOVE 'CLOSE' TO CM-ABEND-OP
008900         MOVE CM-RPT-STATUS TO CM-ABEND-STATUS
008910         GO TO 9900-ABEND
008920     END-IF.
008930     CLOSE SIT-FILE.
008940     IF CM-SIT-STATUS NOT = '00'
008950         MOVE 'SIT-FILE' TO CM-ABEND-FILE
008960         MOVE 'CLOSE' TO CM-ABEND-OP
008970         MOVE CM-SIT-STATUS TO CM-ABEND-STATUS
008980         GO TO 9900-ABEND
008990     END-IF.
009000     IF NOT CM-RUN-VALIDATE
009010         CLOSE CHG-FILE
009020         IF CM-CHG-STATUS NOT = '00'
009030             MOVE 'CHG-FILE' TO CM-ABEND-FILE
009040             MOVE 'CLOSE' TO CM-ABEND-OP
009050             MOVE CM-CHG-STATUS TO CM-ABEND-STATUS
009060             GO TO 9900-ABEND
009070         END-IF
009080     END-IF.
009090 9000-EXIT.
009100     EXIT.
009110*
009120*--------------------------------------------------------------*
009130* 9900-ABEND - COMMON FILE-ERROR HANDLER, MATCHING THE          *
009140*              CONVENTION USED BY HELLO-WORLD                   *
009150*--------------------------------------------------------------*
009160 9900-ABEND.
009170     DISPLAY 'HWCALMNT FILE ERROR - FILE: ' CM-ABEND-FILE
009180         ' OPERATION: ' CM-ABEND-OP ' STATUS: ' CM-ABEND-STATUS.
009190     MOVE 16 TO RETURN-CODE.
009200     STOP RUN.
