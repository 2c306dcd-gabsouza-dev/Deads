000230*                     STARTS, SO MID-INCIDENT THE DESK NO      *
000240*                     LONGER PULLS THE JOB FROM THE            *
000250*                     SCHEDULER AND HOPES NOBODY RE-ADDS IT.   *
000260*    10/15/2026 RLM   EVERY APPLIED HOLD AND RELEASE IS NOW    *
000270*                     WRITTEN TO THE CHGLOG CHANGE LOG (SEE    *
000280*                     HWCHGREC) WITH THE HOLD RECORD BEFORE    *
000290*                     AND AFTER, SO A RELEASED HOLD STILL      *
000300*                     SHOWS WHO HELD THE CYCLE, WHY, AND FOR   *
000310*                     HOW LONG.  SOURCE RESEQUENCED.           *
000320*    10/15/2026 RLM   NEW PARM.  VALIDATE RUNS EVERY EDIT AND  *
000330*                     EXISTENCE CHECK AGAINST THE LIVE FILES   *
000340*                     AND REPORTS WHAT EACH TRANSACTION WOULD  *
000350*                     DO WITHOUT CHANGING ANYTHING; ALLORNONE  *
000360*                     APPLIES THE BATCH ONLY WHEN VALIDATION   *
000370*                     FINDS NO REJECTS.  SOURCE RESEQUENCED.   *
000380*--------------------------------------------------------------*
000390*--------------------------------------------------------------*
000400* TRANSACTION LAYOUT (HLDTRAN, 80 BYTES):                      *
000410*    COLS 01-03  ACTION       'HLD' OR 'RLS'                   *
000420*    COL  04     FILLER                                        *
000430*    COLS 05-12  MODE         'DAILY', 'MONTHEND', OR 'ADHOC'  *
000440*    COL  13     FILLER                                        *
000450*    COLS 14-21  SITE         A SITE ON THE SITE MASTER        *
000460*    COL  22     FILLER                                        *
000470*    COLS 23-30  OPERATOR     REQUESTING OPERATOR ID           *
000480*    COL  31     FILLER                                        *
000490*    COLS 32-61  REASON       REQUIRED ON 'HLD'                *
000500*--------------------------------------------------------------*
000510* PARM: UPDATE, VALIDATE, OR ALLORNONE                         *
000520*    UPDATE    (THE DEFAULT) APPLY EACH TRANSACTION AS IT IS   *
000530*              READ                                            *
000540*    VALIDATE  RUN EVERY EDIT AND EXISTENCE CHECK AGAINST THE  *
000550*              LIVE FILES AND LIST WHAT EACH TRANSACTION       *
000560*              WOULD HOLD, REPLACE, OR RELEASE, OR WHY IT      *
000570*              WOULD BE REJECTED.  NOTHING IS CHANGED OR       *
000580*              LOGGED.                                         *
000590*    ALLORNONE VALIDATE THE WHOLE BATCH FIRST, THEN APPLY IT   *
000600*              ONLY IF NO TRANSACTION WAS REJECTED             *
000610* A TRANSACTION IS JUDGED AGAINST THE HOLD FILE AS THE EARLIER *
000620* TRANSACTIONS IN THE BATCH WOULD LEAVE IT, SO A HOLD FOLLOWED *
000630* BY A RELEASE OF THE SAME MODE/SITE VALIDATES AS IT WOULD     *
000640* APPLY.                                                       *
000650*--------------------------------------------------------------*
000660* RETURN-CODE LEGEND:                                          *
000670*    00  ALL TRANSACTIONS APPLIED (VALIDATE: ALL WOULD APPLY)  *
000680*    04  ONE OR MORE TRANSACTIONS REJECTED                     *
000690*    08  INVALID PARM; ALLORNONE BATCH NOT APPLIED; OR MORE    *
000700*        THAN 500 MODE/SITES IN ONE VALIDATED BATCH            *
000710*    16  ABEND - UNEXPECTED FILE STATUS ON A FILE OPERATION    *
000720*--------------------------------------------------------------*
000730 ENVIRONMENT DIVISION.
000740 INPUT-OUTPUT SECTION.
000750 FILE-CONTROL.
000760     SELECT TRN-FILE ASSIGN TO HLDTRAN
000770         ORGANIZATION IS LINE SEQUENTIAL
000780         FILE STATUS IS HM-TRN-STATUS.
000790
000800     SELECT OPTIONAL HLD-FILE ASSIGN TO HLDFILE
000810         ORGANIZATION IS INDEXED
000820         ACCESS MODE IS DYNAMIC
000830         RECORD KEY IS HLD-KEY
000840         FILE STATUS IS HM-HLD-STATUS.
000850
000860     SELECT SIT-FILE ASSIGN TO SITFILE
000870         ORGANIZATION IS INDEXED
000880         ACCESS MODE IS DYNAMIC
000890         RECORD KEY IS SIT-KEY
000900         FILE STATUS IS HM-SIT-STATUS.
000910
000920     SELECT CHG-FILE ASSIGN TO CHGLOG
000930         ORGANIZATION IS LINE SEQUENTIAL
000940         FILE STATUS IS HM-CHG-STATUS.
000950
000960     SELECT RPT-FILE ASSIGN TO HLDRPT
000970         ORGANIZATION IS LINE SEQUENTIAL
000980         FILE STATUS IS HM-RPT-STATUS.
000990*
001000 DATA DIVISION.
001010 FILE SECTION.
001020 FD  TRN-FILE
001030     LABEL RECORDS ARE STANDARD
001040     RECORD CONTAINS 80 CHARACTERS.
001050 01  TRN-RECORD.
001060     05  TRN-ACTION              PIC X(03).
001070     05  FILLER                  PIC X(01).
001080     05  TRN-MODE                PIC X(08).
001090     05  FILLER                  PIC X(01).
001100     05  TRN-SITE                PIC X(08).
001110     05  FILLER                  PIC X(01).
001120     05  TRN-OPER                PIC X(08).
001130     05  FILLER                  PIC X(01).
001140     05  TRN-REASON              PIC X(30).
001150     05  FILLER                  PIC X(19).
001160*
001170 FD  HLD-FILE
001180     LABEL RECORDS ARE STANDARD.
001190 COPY HWHLDREC.
001200*
001210 FD  SIT-FILE
001220     LABEL RECORDS ARE STANDARD.
001230 COPY HWSITREC.
001240*
001250 FD  CHG-FILE
001260     LABEL RECORDS ARE STANDARD
001270     RECORD CONTAINS 500 CHARACTERS.
001280 COPY HWCHGREC.
001290*
001300 FD  RPT-FILE
001310     LABEL RECORDS ARE STANDARD
001320     RECORD CONTAINS 80 CHARACTERS.
001330 01  RPT-RECORD                  PIC X(80).
001340*
001350 WORKING-STORAGE SECTION.
001360 77  HM-TRN-STATUS               PIC X(02) VALUE '00'.
001370 77  HM-HLD-STATUS               PIC X(02) VALUE '00'.
001380 77  HM-SIT-STATUS               PIC X(02) VALUE '00'.
001390 77  HM-RPT-STATUS               PIC X(02) VALUE '00'.
001400 77  HM-CHG-STATUS               PIC X(02) VALUE '00'.
001410 77  HM-READ-CNT                 PIC 9(05) COMP VALUE ZERO.
001420 77  HM-HLD-CNT                  PIC 9(05) COMP VALUE ZERO.
001430 77  HM-RLS-CNT                  PIC 9(05) COMP VALUE ZERO.
001440 77  HM-REJ-CNT                  PIC 9(05) COMP VALUE ZERO.
001450 77  HM-RPL-CNT                  PIC 9(05) COMP VALUE ZERO.
001460 77  HM-PND-CNT                  PIC 9(04) COMP VALUE ZERO.
001470 77  HM-PND-SUB                  PIC 9(04) COMP VALUE ZERO.
001480 77  HM-PND-HIT                  PIC 9(04) COMP VALUE ZERO.
001490 01  HM-EOF-SW                   PIC X(01) VALUE 'N'.
001500     88  HM-EOF                            VALUE 'Y'.
001510     88  HM-NOT-EOF                        VALUE 'N'.
001520 01  HM-VALID-SW                 PIC X(01) VALUE 'Y'.
001530     88  HM-TRN-VALID                      VALUE 'Y'.
001540     88  HM-TRN-INVALID                    VALUE 'N'.
001550 01  HM-RUN-SW                   PIC X(01) VALUE 'U'.
001560     88  HM-RUN-UPDATE                     VALUE 'U'.
001570     88  HM-RUN-VALIDATE                   VALUE 'V'.
001580     88  HM-RUN-ALLORNONE                  VALUE 'A'.
001590 01  HM-PASS-SW                  PIC X(01) VALUE 'A'.
001600     88  HM-APPLY-PASS                     VALUE 'A'.
001610     88  HM-CHECK-PASS                     VALUE 'C'.
001620 01  HM-ON-FILE-SW               PIC X(01) VALUE 'N'.
001630     88  HM-ON-FILE                        VALUE 'Y'.
001640     88  HM-NOT-ON-FILE                    VALUE 'N'.
001650 01  HM-TBLFULL-SW               PIC X(01) VALUE 'N'.
001660     88  HM-TABLE-FULL                     VALUE 'Y'.
001670 01  HM-REJ-REASON               PIC X(24) VALUE SPACES.
001680 01  HM-ABEND-FILE               PIC X(08).
001690 01  HM-ABEND-OP                 PIC X(12).
001700 01  HM-ABEND-STATUS             PIC X(02).
001710 01  HM-CURR-DATE                PIC 9(08) VALUE ZERO.
001720 01  HM-CURR-TIME                PIC X(06) VALUE SPACES.
001730 01  HM-PARM-OPT                 PIC X(10) VALUE SPACES.
001740*
001750*--------------------------------------------------------------*
001760* PENDING-CHANGE TABLE FOR THE VALIDATION PASS.  NOTHING IS    *
001770* WRITTEN WHILE VALIDATING, SO EACH MODE/SITE A TRANSACTION    *
001780* HAS BEEN JUDGED FOR IS HELD HERE WITH WHETHER IT WOULD THEN  *
001790* BE ON FILE; A LATER TRANSACTION FOR THE SAME MODE/SITE IS    *
001800* JUDGED AGAINST THIS ENTRY INSTEAD OF THE LIVE HOLD FILE.     *
001810*--------------------------------------------------------------*
001820 01  HM-PND-WORK-KEY.
001830     05  HM-PND-WORK-MODE        PIC X(08).
001840     05  HM-PND-WORK-SITE        PIC X(08).
001850 01  HM-PND-TABLE.
001860     05  HM-PND-ENTRY OCCURS 500 TIMES.
001870         10  HM-PND-KEY          PIC X(16).
001880         10  HM-PND-ON-FILE      PIC X(01).
001890*
001900*--------------------------------------------------------------*
001910* MAINTENANCE REPORT LINES                                     *
001920*--------------------------------------------------------------*
001930 01  HM-RPT-HDR-1.
001940     05  FILLER                  PIC X(01) VALUE SPACE.
001950     05  FILLER                  PIC X(40)
001960             VALUE 'HWHLDMNT OPERATOR HOLD/RELEASE UPDATE'.
001970     05  FILLER                  PIC X(39) VALUE SPACES.
001980 01  HM-RPT-DTL-1.
001990     05  FILLER                  PIC X(01) VALUE SPACE.
002000     05  HM-RPT-DISP             PIC X(08).
002010     05  FILLER                  PIC X(01) VALUE SPACE.
002020     05  HM-RPT-ACTION           PIC X(03).
002030     05  FILLER                  PIC X(01) VALUE SPACE.
002040     05  HM-RPT-MODE             PIC X(08).
002050     05  FILLER                  PIC X(01) VALUE SPACE.
002060     05  HM-RPT-SITE             PIC X(08).
002070     05  FILLER                  PIC X(01) VALUE SPACE.
002080     05  HM-RPT-OPER             PIC X(08).
002090     05  FILLER                  PIC X(01) VALUE SPACE.
002100     05  HM-RPT-REASON           PIC X(24).
002110     05  FILLER                  PIC X(14) VALUE SPACES.
002120 01  HM-RPT-MSG-1.
002130     05  FILLER                  PIC X(01) VALUE SPACE.
002140     05  HM-RPT-MSG-TEXT         PIC X(60).
002150     05  FILLER                  PIC X(19) VALUE SPACES.
002160 01  HM-RPT-TOT-1.
002170     05  FILLER                  PIC X(01) VALUE SPACE.
002180     05  HM-RPT-TOT-LBL          PIC X(16).
002190     05  HM-RPT-TOT-CNT          PIC ZZZZ9.
002200     05  FILLER                  PIC X(58) VALUE SPACES.
002210*
002220 LINKAGE SECTION.
002230 01  HM-PARM-AREA.
002240     05  HM-PARM-LEN             PIC S9(04) COMP.
002250     05  HM-PARM-TEXT            PIC X(80).
002260*
002270 PROCEDURE DIVISION USING HM-PARM-AREA.
002280*--------------------------------------------------------------*
002290* 0000-MAINLINE                                                 *
002300*--------------------------------------------------------------*
002310 0000-MAINLINE.
002320     PERFORM 1000-GET-PARM THRU 1000-EXIT.
002330     PERFORM 1100-INITIALIZE THRU 1100-EXIT.
002340     PERFORM 2000-PROCESS-TRAN THRU 2000-EXIT
002350         UNTIL HM-EOF.
002360     IF HM-CHECK-PASS
002370         PERFORM 7000-END-CHECK-PASS THRU 7000-EXIT
002380     END-IF.
002390     IF HM-APPLY-PASS
002400         PERFORM 8000-PRINT-TOTALS THRU 8000-EXIT
002410     END-IF.
002420     PERFORM 9000-TERMINATE THRU 9000-EXIT.
002430     STOP RUN.
002440*
002450*--------------------------------------------------------------*
002460* 1000-GET-PARM - UPDATE (THE DEFAULT), VALIDATE, OR ALLORNONE. *
002470*                 BOTH VALIDATE AND ALLORNONE START WITH THE    *
002480*                 CHECK PASS.  A BAD PARM ENDS THE RUN BEFORE   *
002490*                 ANY FILE OPENS.                               *
002500*--------------------------------------------------------------*
002510 1000-GET-PARM.
002520     IF HM-PARM-LEN > ZERO
002530         UNSTRING HM-PARM-TEXT DELIMITED BY ALL SPACE
002540             INTO HM-PARM-OPT
002550     END-IF.
002560     EVALUATE HM-PARM-OPT
002570         WHEN SPACES
002580         WHEN 'UPDATE'
002590             SET HM-RUN-UPDATE TO TRUE
002600             SET HM-APPLY-PASS TO TRUE
002610         WHEN 'VALIDATE'
002620             SET HM-RUN-VALIDATE TO TRUE
002630             SET HM-CHECK-PASS TO TRUE
002640         WHEN 'ALLORNONE'
002650             SET HM-RUN-ALLORNONE TO TRUE
002660             SET HM-CHECK-PASS TO TRUE
002670         WHEN OTHER
002680             DISPLAY 'HWHLDMNT INVALID PARM: ' HM-PARM-OPT
002690             MOVE 8 TO RETURN-CODE
002700             STOP RUN
002710     END-EVALUATE.
002720 1000-EXIT.
002730     EXIT.
002740*
002750*--------------------------------------------------------------*
002760* 1100-INITIALIZE - OPEN FILES, WRITE THE REPORT HEADER, AND    *
002770*                   PRIME THE FIRST TRANSACTION READ.  A        *
002780*                   VALIDATE RUN OPENS THE HOLD FILE INPUT AND  *
002790*                   NEVER OPENS THE CHANGE LOG.                 *
002800*--------------------------------------------------------------*
002810 1100-INITIALIZE.
002820     ACCEPT HM-CURR-DATE FROM DATE YYYYMMDD.
002830     ACCEPT HM-CURR-TIME FROM TIME.
002840     OPEN INPUT TRN-FILE.
002850     IF HM-TRN-STATUS NOT = '00'
002860         MOVE 'TRN-FILE' TO HM-ABEND-FILE
002870         MOVE 'OPEN INPUT' TO HM-ABEND-OP
002880         MOVE HM-TRN-STATUS TO HM-ABEND-STATUS
002890         GO TO 9900-ABEND
002900     END-IF.
002910     IF HM-RUN-VALIDATE
002920         OPEN INPUT HLD-FILE
002930         MOVE 'OPEN INPUT' TO HM-ABEND-OP
002940     ELSE
002950         OPEN I-O HLD-FILE
002960         MOVE 'OPEN I-O' TO HM-ABEND-OP
002970     END-IF.
002980     IF HM-HLD-STATUS NOT = '00' AND HM-HLD-STATUS NOT = '05'
002990         MOVE 'HLD-FILE' TO HM-ABEND-FILE
003000         MOVE HM-HLD-STATUS TO HM-ABEND-STATUS
003010         GO TO 9900-ABEND
003020     END-IF.
003030     OPEN INPUT SIT-FILE.
003040     IF HM-SIT-STATUS NOT = '00'
003050         MOVE 'SIT-FILE' TO HM-ABEND-FILE
003060         MOVE 'OPEN INPUT' TO HM-ABEND-OP
003070         MOVE HM-SIT-STATUS TO HM-ABEND-STATUS
003080         GO TO 9900-ABEND
003090     END-IF.
003100     OPEN OUTPUT RPT-FILE.
003110     IF HM-RPT-STATUS NOT = '00'
003120         MOVE 'RPT-FILE' TO HM-ABEND-FILE
003130         MOVE 'OPEN OUTPUT' TO HM-ABEND-OP
003140         MOVE HM-RPT-STATUS TO HM-ABEND-STATUS
003150         GO TO 9900-ABEND
003160     END-IF.
003170     IF NOT HM-RUN-VALIDATE
003180         OPEN EXTEND CHG-FILE
003190         IF HM-CHG-STATUS NOT = '00'
003200             MOVE 'CHG-FILE' TO HM-ABEND-FILE
003210             MOVE 'OPEN EXTEND' TO HM-ABEND-OP
003220             MOVE HM-CHG-STATUS TO HM-ABEND-STATUS
003230             GO TO 9900-ABEND
003240         END-IF
003250     END-IF.
003260     WRITE RPT-RECORD FROM HM-RPT-HDR-1.
003270     PERFORM 5900-CHECK-RPT-STATUS THRU 5900-EXIT.
003280     IF HM-RUN-VALIDATE
003290         MOVE 'VALIDATE ONLY - NO FILE IS CHANGED'
003300             TO HM-RPT-MSG-TEXT
003310         PERFORM 7900-WRITE-MESSAGE THRU 7900-EXIT
003320     END-IF.
003330     IF HM-RUN-ALLORNONE
003340         MOVE 'ALL OR NONE - BATCH IS VALIDATED BEFORE ANY CHANGE'
003350             TO HM-RPT-MSG-TEXT
003360         PERFORM 7900-WRITE-MESSAGE THRU 7900-EXIT
003370     END-IF.
003380     PERFORM 2900-READ-TRAN THRU 2900-EXIT.
003390 1100-EXIT.
003400     EXIT.
003410*
003420*--------------------------------------------------------------*
003430* 2000-PROCESS-TRAN - VALIDATE AND APPLY ONE TRANSACTION, THEN  *
003440*                     READ THE NEXT.  ON THE CHECK PASS THE     *
003450*                     TRANSACTION IS ONLY JUDGED, NOT APPLIED.  *
003460*--------------------------------------------------------------*
003470 2000-PROCESS-TRAN.
003480     ADD 1 TO HM-READ-CNT.
003490     PERFORM 2100-EDIT-TRAN THRU 2100-EXIT.
003500     IF HM-TRN-INVALID
003510         ADD 1 TO HM-REJ-CNT
003520         MOVE 'REJECTED' TO HM-RPT-DISP
003530         PERFORM 5000-WRITE-DETAIL THRU 5000-EXIT
003540         GO TO 2000-NEXT
003550     END-IF.
003560     IF HM-CHECK-PASS
003570         PERFORM 4000-CHECK-TRAN THRU 4000-EXIT
003580         GO TO 2000-NEXT
003590     END-IF.
003600     IF TRN-ACTION = 'HLD'
003610         PERFORM 3000-APPLY-HOLD THRU 3000-EXIT
003620     ELSE
003630         PERFORM 3100-APPLY-RELEASE THRU 3100-EXIT
003640     END-IF.
003650 2000-NEXT.
003660     PERFORM 2900-READ-TRAN THRU 2900-EXIT.
003670 2000-EXIT.
003680     EXIT.
003690*
003700*--------------------------------------------------------------*
003710* 2100-EDIT-TRAN - VALIDATE THE ACTION, MODE, SITE, OPERATOR,   *
003720*                  AND (FOR A HOLD) THE REASON                  *
003730*--------------------------------------------------------------*
003740 2100-EDIT-TRAN.
003750     SET HM-TRN-VALID TO TRUE.
003760     MOVE SPACES TO HM-REJ-REASON.
003770     IF TRN-ACTION NOT = 'HLD' AND TRN-ACTION NOT = 'RLS'
003780         SET HM-TRN-INVALID TO TRUE
003790         MOVE 'INVALID ACTION' TO HM-REJ-REASON
003800         GO TO 2100-EXIT
003810     END-IF.
003820     IF TRN-MODE NOT = 'DAILY'
003830             AND TRN-MODE NOT = 'MONTHEND'
003840             AND TRN-MODE NOT = 'ADHOC'
003850         SET HM-TRN-INVALID TO TRUE
003860         MOVE 'INVALID MODE' TO HM-REJ-REASON
003870         GO TO 2100-EXIT
003880     END-IF.
003890     MOVE TRN-SITE TO SIT-CODE.
003900     READ SIT-FILE
003910         INVALID KEY
003920             SET HM-TRN-INVALID TO TRUE
003930             MOVE 'SITE NOT ON FILE' TO HM-REJ-REASON
003940             GO TO 2100-EXIT
003950     END-READ.
003960     IF HM-SIT-STATUS NOT = '00'
003970         MOVE 'SIT-FILE' TO HM-ABEND-FILE
003980         MOVE 'READ' TO HM-ABEND-OP
003990         MOVE HM-SIT-STATUS TO HM-ABEND-STATUS
004000         GO TO 9900-ABEND
004010     END-IF.
004020     IF TRN-OPER = SPACES
004030         SET HM-TRN-INVALID TO TRUE
004040         MOVE 'MISSING OPERATOR' TO HM-REJ-REASON
004050         GO TO 2100-EXIT
004060     END-IF.
004070     IF TRN-ACTION = 'HLD' AND TRN-REASON = SPACES
004080         SET HM-TRN-INVALID TO TRUE
004090         MOVE 'MISSING REASON' TO HM-REJ-REASON
004100     END-IF.
004110 2100-EXIT.
004120     EXIT.
004130*
004140*--------------------------------------------------------------*
004150* 2900-READ-TRAN - READ THE NEXT TRANSACTION OR SET EOF         *
004160*--------------------------------------------------------------*
004170 2900-READ-TRAN.
004180     READ TRN-FILE
004190         AT END
004200             SET HM-EOF TO TRUE
004210     END-READ.
004220     IF HM-TRN-STATUS NOT = '00' AND HM-TRN-STATUS NOT = '10'
004230         MOVE 'TRN-FILE' TO HM-ABEND-FILE
004240         MOVE 'READ' TO HM-ABEND-OP
004250         MOVE HM-TRN-STATUS TO HM-ABEND-STATUS
004260         GO TO 9900-ABEND
004270     END-IF.
004280 2900-EXIT.
004290     EXIT.
004300*
004310*--------------------------------------------------------------*
004320* 3000-APPLY-HOLD - WRITE A HOLD RECORD.  A HOLD ALREADY ON     *
004330*                   FILE IS REWRITTEN SO THE DESK CAN UPDATE    *
004340*                   THE OPERATOR AND REASON WITHOUT A RELEASE   *
004350*                   FIRST.  THE HOLD BEING REPLACED, IF ANY,    *
004360*                   IS KEPT AS THE CHANGE LOG BEFORE IMAGE.     *
004370*--------------------------------------------------------------*
004380 3000-APPLY-HOLD.
004390     MOVE SPACES TO CHG-RECORD.
004400     MOVE TRN-MODE TO HLD-MODE.
004410     MOVE TRN-SITE TO HLD-SITE.
004420     READ HLD-FILE
004430         INVALID KEY
004440             CONTINUE
004450         NOT INVALID KEY
004460             MOVE HLD-RECORD TO CHG-BEFORE
004470     END-READ.
004480     IF HM-HLD-STATUS NOT = '00' AND HM-HLD-STATUS NOT = '23'
004490         MOVE 'HLD-FILE' TO HM-ABEND-FILE
004500         MOVE 'READ' TO HM-ABEND-OP
004510         MOVE HM-HLD-STATUS TO HM-ABEND-STATUS
004520         GO TO 9900-ABEND
004530     END-IF.
004540     MOVE TRN-OPER TO HLD-OPER.
004550     MOVE HM-CURR-DATE TO HLD-DATE.
004560     MOVE HM-CURR-TIME TO HLD-TIME.
004570     MOVE TRN-REASON TO HLD-REASON.
004580     WRITE HLD-RECORD
004590         INVALID KEY
004600             REWRITE HLD-RECORD
004610     END-WRITE.
004620     IF HM-HLD-STATUS NOT = '00'
004630         MOVE 'HLD-FILE' TO HM-ABEND-FILE
004640         MOVE 'WRITE' TO HM-ABEND-OP
004650         MOVE HM-HLD-STATUS TO HM-ABEND-STATUS
004660         GO TO 9900-ABEND
004670     END-IF.
004680     MOVE HLD-RECORD TO CHG-AFTER.
004690     PERFORM 3800-WRITE-CHANGE-LOG THRU 3800-EXIT.
004700     ADD 1 TO HM-HLD-CNT.
004710     MOVE 'APPLIED' TO HM-RPT-DISP.
004720     PERFORM 5000-WRITE-DETAIL THRU 5000-EXIT.
004730 3000-EXIT.
004740     EXIT.
004750*
004760*--------------------------------------------------------------*
004770* 3100-APPLY-RELEASE - DELETE A HOLD RECORD.  A RELEASE FOR A   *
004780*                      MODE/SITE NOT HELD IS REPORTED AS A      *
004790*                      REJECT, NOT TREATED AS AN ERROR.  THE    *
004800*                      HOLD IS READ FIRST SO THE CHANGE LOG     *
004810*                      KEEPS WHO SET IT, WHEN, AND WHY.         *
004820*--------------------------------------------------------------*
004830 3100-APPLY-RELEASE.
004840     MOVE SPACES TO CHG-RECORD.
004850     MOVE TRN-MODE TO HLD-MODE.
004860     MOVE TRN-SITE TO HLD-SITE.
004870     READ HLD-FILE
004880         INVALID KEY
004890             ADD 1 TO HM-REJ-CNT
004900             MOVE 'REJECTED' TO HM-RPT-DISP
004910             MOVE 'NOT HELD' TO HM-REJ-REASON
004920             PERFORM 5000-WRITE-DETAIL THRU 5000-EXIT
004930             GO TO 3100-EXIT
004940     END-READ.
004950     IF HM-HLD-STATUS NOT = '00'
004960         MOVE 'HLD-FILE' TO HM-ABEND-FILE
004970         MOVE 'READ' TO HM-ABEND-OP
004980         MOVE HM-HLD-STATUS TO HM-ABEND-STATUS
004990         GO TO 9900-ABEND
005000     END-IF.
005010     MOVE HLD-RECORD TO CHG-BEFORE.
005020     DELETE HLD-FILE.
005030     IF HM-HLD-STATUS NOT = '00'
005040         MOVE 'HLD-FILE' TO HM-ABEND-FILE
005050         MOVE 'DELETE' TO HM-ABEND-OP
005060         MOVE HM-HLD-STATUS TO HM-ABEND-STATUS
005070         GO TO 9900-ABEND
005080     END-IF.
005090     PERFORM 3800-WRITE-CHANGE-LOG THRU 3800-EXIT.
005100     ADD 1 TO HM-RLS-CNT.
005110     MOVE 'APPLIED' TO HM-RPT-DISP.
005120     MOVE SPACES TO HM-REJ-REASON.
005130     PERFORM 5000-WRITE-DETAIL THRU 5000-EXIT.
005140 3100-EXIT.
005150     EXIT.
005160*
005170*--------------------------------------------------------------*
005180* 3800-WRITE-CHANGE-LOG - APPEND ONE CHANGE-LOG ENTRY FOR THE   *
005190*                         APPLIED TRANSACTION.  THE CALLER HAS  *
005200*                         ALREADY PLACED THE BEFORE AND AFTER   *
005210*                         IMAGES IN THE LOG RECORD.             *
005220*--------------------------------------------------------------*
005230 3800-WRITE-CHANGE-LOG.
005240     MOVE HM-CURR-DATE TO CHG-DATE.
005250     MOVE HM-CURR-TIME TO CHG-TIME.
005260     MOVE 'HWHLDMNT' TO CHG-PGM.
005270     MOVE 'HLDFILE' TO CHG-MASTER.
005280     MOVE TRN-ACTION TO CHG-ACTION.
005290     MOVE TRN-OPER TO CHG-OPER.
005300     MOVE SPACES TO CHG-KEY.
005310     STRING TRN-MODE DELIMITED BY SPACE
005320            '/' DELIMITED BY SIZE
005330            TRN-SITE DELIMITED BY SPACE
005340         INTO CHG-KEY.
005350     WRITE CHG-RECORD.
005360     IF HM-CHG-STATUS NOT = '00'
005370         MOVE 'CHG-FILE' TO HM-ABEND-FILE
005380         MOVE 'WRITE' TO HM-ABEND-OP
005390         MOVE HM-CHG-STATUS TO HM-ABEND-STATUS
005400         GO TO 9900-ABEND
005410     END-IF.
005420 3800-EXIT.
005430     EXIT.
005440*
005450*--------------------------------------------------------------*
005460* 4000-CHECK-TRAN - JUDGE ONE EDITED TRANSACTION WITHOUT        *
005470*                   APPLYING IT.  THE MODE/SITE IS LOOKED FOR   *
005480*                   FIRST IN THE PENDING-CHANGE TABLE, THEN ON  *
005490*                   THE LIVE HOLD FILE.  A HOLD OF A MODE/SITE  *
005500*                   ALREADY HELD WOULD REPLACE THE HOLD; A      *
005510*                   RELEASE OF ONE NOT HELD WOULD BE REJECTED,  *
005520*                   AS 3100 REJECTS IT.                         *
005530*--------------------------------------------------------------*
005540 4000-CHECK-TRAN.
005550     MOVE TRN-MODE TO HM-PND-WORK-MODE.
005560     MOVE TRN-SITE TO HM-PND-WORK-SITE.
005570     PERFORM 4100-FIND-PENDING THRU 4100-EXIT.
005580     IF HM-PND-HIT NOT = ZERO
005590         MOVE HM-PND-ON-FILE(HM-PND-HIT) TO HM-ON-FILE-SW
005600     ELSE
005610         PERFORM 4200-READ-MASTER THRU 4200-EXIT
005620     END-IF.
005630     IF TRN-ACTION = 'RLS' AND HM-NOT-ON-FILE
005640         ADD 1 TO HM-REJ-CNT
005650         MOVE 'REJECTED' TO HM-RPT-DISP
005660         MOVE 'NOT HELD' TO HM-REJ-REASON
005670         PERFORM 5000-WRITE-DETAIL THRU 5000-EXIT
005680         GO TO 4000-EXIT
005690     END-IF.
005700     EVALUATE TRUE
005710         WHEN TRN-ACTION = 'RLS'
005720             ADD 1 TO HM-RLS-CNT
005730             MOVE 'RELEASE' TO HM-RPT-DISP
005740             SET HM-NOT-ON-FILE TO TRUE
005750         WHEN HM-ON-FILE
005760             ADD 1 TO HM-RPL-CNT
005770             MOVE 'REPLACE' TO HM-RPT-DISP
005780         WHEN OTHER
005790             ADD 1 TO HM-HLD-CNT
005800             MOVE 'HOLD' TO HM-RPT-DISP
005810             SET HM-ON-FILE TO TRUE
005820     END-EVALUATE.
005830     PERFORM 4300-POST-PENDING THRU 4300-EXIT.
005840     PERFORM 5000-WRITE-DETAIL THRU 5000-EXIT.
005850 4000-EXIT.
005860     EXIT.
005870*
005880*--------------------------------------------------------------*
005890* 4100-FIND-PENDING - LOCATE THE TRANSACTION'S MODE/SITE IN THE *
005900*                     PENDING-CHANGE TABLE.  HM-PND-HIT IS ZERO *
005910*                     WHEN NO EARLIER TRANSACTION NAMED IT.     *
005920*--------------------------------------------------------------*
005930 4100-FIND-PENDING.
005940     MOVE ZERO TO HM-PND-HIT.
005950     MOVE 1 TO HM-PND-SUB.
005960     PERFORM 4110-TEST-PENDING THRU 4110-EXIT
005970         UNTIL HM-PND-SUB > HM-PND-CNT OR HM-PND-HIT NOT = ZERO.
005980 4100-EXIT.
005990     EXIT.
006000*
006010*--------------------------------------------------------------*
006020* 4110-TEST-PENDING - COMPARE ONE TABLE ENTRY                   *
006030*--------------------------------------------------------------*
006040 4110-TEST-PENDING.
006050     IF HM-PND-KEY(HM-PND-SUB) = HM-PND-WORK-KEY
006060         MOVE HM-PND-SUB TO HM-PND-HIT
006070     END-IF.
006080     ADD 1 TO HM-PND-SUB.
006090 4110-EXIT.
006100     EXIT.
006110*
006120*--------------------------------------------------------------*
006130* 4200-READ-MASTER - SET HM-ON-FILE-SW FROM THE LIVE HOLD FILE  *
006140*--------------------------------------------------------------*
006150 4200-READ-MASTER.
006160     MOVE TRN-MODE TO HLD-MODE.
006170     MOVE TRN-SITE TO HLD-SITE.
006180     SET HM-ON-FILE TO TRUE.
006190     READ HLD-FILE
006200         INVALID KEY
006210             SET HM-NOT-ON-FILE TO TRUE
006220     END-READ.
006230     IF HM-HLD-STATUS NOT = '00' AND HM-HLD-STATUS NOT = '23'
006240         MOVE 'HLD-FILE' TO HM-ABEND-FILE
006250         MOVE 'READ' TO HM-ABEND-OP
006260         MOVE HM-HLD-STATUS TO HM-ABEND-STATUS
006270         GO TO 9900-ABEND
006280     END-IF.
006290 4200-EXIT.
006300     EXIT.
006310*
006320*--------------------------------------------------------------*
006330* 4300-POST-PENDING - RECORD WHETHER THE MODE/SITE WOULD NOW BE *
006340*                     ON FILE.  AN ENTRY NOT YET IN THE TABLE   *
006350*                     IS ADDED; WHEN THE TABLE IS FULL THE      *
006360*                     BATCH CAN NO LONGER BE JUDGED EXACTLY.    *
006370*--------------------------------------------------------------*
006380 4300-POST-PENDING.
006390     IF HM-PND-HIT = ZERO
006400         IF HM-PND-CNT < 500
006410             ADD 1 TO HM-PND-CNT
006420             MOVE HM-PND-CNT TO HM-PND-HIT
006430             MOVE HM-PND-WORK-KEY TO HM-PND-KEY(HM-PND-HIT)
006440         ELSE
006450             SET HM-TABLE-FULL TO TRUE
006460             GO TO 4300-EXIT
006470         END-IF
006480     END-IF.
006490     MOVE HM-ON-FILE-SW TO HM-PND-ON-FILE(HM-PND-HIT).
006500 4300-EXIT.
006510     EXIT.
006520*
006530*--------------------------------------------------------------*
006540* 5000-WRITE-DETAIL - ONE REPORT LINE PER TRANSACTION           *
006550*--------------------------------------------------------------*
006560 5000-WRITE-DETAIL.
006570     MOVE TRN-ACTION TO HM-RPT-ACTION.
006580     MOVE TRN-MODE TO HM-RPT-MODE.
006590     MOVE TRN-SITE TO HM-RPT-SITE.
006600     MOVE TRN-OPER TO HM-RPT-OPER.
006610     IF HM-REJ-REASON = SPACES
006620         MOVE TRN-REASON TO HM-RPT-REASON
006630     ELSE
006640         MOVE HM-REJ-REASON TO HM-RPT-REASON
006650     END-IF.
006660     WRITE RPT-RECORD FROM HM-RPT-DTL-1.
006670     PERFORM 5900-CHECK-RPT-STATUS THRU 5900-EXIT.
006680 5000-EXIT.
006690     EXIT.
006700*
006710*--------------------------------------------------------------*
006720* 5900-CHECK-RPT-STATUS - COMMON STATUS CHECK AFTER EACH        *
006730*                         REPORT LINE WRITE                     *
006740*--------------------------------------------------------------*
006750 5900-CHECK-RPT-STATUS.
006760     IF HM-RPT-STATUS NOT = '00'
006770         MOVE 'RPT-FILE' TO HM-ABEND-FILE
006780         MOVE 'WRITE' TO HM-ABEND-OP
006790         MOVE HM-RPT-STATUS TO HM-ABEND-STATUS
006800         GO TO 9900-ABEND
006810     END-IF.
006820 5900-EXIT.
006830     EXIT.
006840*
006850*--------------------------------------------------------------*
006860* 7000-END-CHECK-PASS - PRINT WHAT THE BATCH WOULD DO.  A       *
006870*                       VALIDATE RUN ENDS HERE.  AN ALLORNONE   *
006880*                       RUN WITH NO REJECTS REREADS THE BATCH   *
006890*                       AND APPLIES IT; OTHERWISE NOTHING IS    *
006900*                       APPLIED AND THE RUN ENDS RC 8.          *
006910*--------------------------------------------------------------*
006920 7000-END-CHECK-PASS.
006930     PERFORM 7100-PRINT-CHECK-TOTALS THRU 7100-EXIT.
006940     IF HM-TABLE-FULL
006950         MOVE 'OVER 500 MODE/SITES IN BATCH - SPLIT IT AND RERUN'
006960             TO HM-RPT-MSG-TEXT
006970         PERFORM 7900-WRITE-MESSAGE THRU 7900-EXIT
006980         MOVE 8 TO RETURN-CODE
006990     END-IF.
007000     IF HM-REJ-CNT > ZERO AND RETURN-CODE < 4
007010         MOVE 4 TO RETURN-CODE
007020     END-IF.
007030     IF HM-RUN-VALIDATE
007040         GO TO 7000-EXIT
007050     END-IF.
007060     IF HM-TABLE-FULL OR HM-REJ-CNT > ZERO
007070         MOVE 'BATCH NOT APPLIED - NO FILE WAS CHANGED'
007080             TO HM-RPT-MSG-TEXT
007090         PERFORM 7900-WRITE-MESSAGE THRU 7900-EXIT
007100         MOVE 8 TO RETURN-CODE
007110         GO TO 7000-EXIT
007120     END-IF.
007130     MOVE 'NO REJECTS - APPLYING THE BATCH' TO HM-RPT-MSG-TEXT.
007140     PERFORM 7900-WRITE-MESSAGE THRU 7900-EXIT.
007150     PERFORM 7200-RESTART-BATCH THRU 7200-EXIT.
007160     PERFORM 2000-PROCESS-TRAN THRU 2000-EXIT
007170         UNTIL HM-EOF.
007180 7000-EXIT.
007190     EXIT.
007200*
007210*--------------------------------------------------------------*
007220* 7100-PRINT-CHECK-TOTALS - WHAT THE CHECK PASS FOUND           *
007230*--------------------------------------------------------------*
007240 7100-PRINT-CHECK-TOTALS.
007250     MOVE 'TRANS READ:     ' TO HM-RPT-TOT-LBL.
007260     MOVE HM-READ-CNT TO HM-RPT-TOT-CNT.
007270     WRITE RPT-RECORD FROM HM-RPT-TOT-1.
007280     PERFORM 5900-CHECK-RPT-STATUS THRU 5900-EXIT.
007290     MOVE 'WOULD HOLD:     ' TO HM-RPT-TOT-LBL.
007300     MOVE HM-HLD-CNT TO HM-RPT-TOT-CNT.
007310     WRITE RPT-RECORD FROM HM-RPT-TOT-1.
007320     PERFORM 5900-CHECK-RPT-STATUS THRU 5900-EXIT.
007330     MOVE 'WOULD REPLACE:  ' TO HM-RPT-TOT-LBL.
007340     MOVE HM-RPL-CNT TO HM-RPT-TOT-CNT.
007350     WRITE RPT-RECORD FROM HM-RPT-TOT-1.
007360     PERFORM 5900-CHECK-RPT-STATUS THRU 5900-EXIT.
007370     MOVE 'WOULD RELEASE:  ' TO HM-RPT-TOT-LBL.
007380     MOVE HM-RLS-CNT TO HM-RPT-TOT-CNT.
007390     WRITE RPT-RECORD FROM HM-RPT-TOT-1.
007400     PERFORM 5900-CHECK-RPT-STATUS THRU 5900-EXIT.
007410     MOVE 'TRANS REJECTED: ' TO HM-RPT-TOT-LBL.
007420     MOVE HM-REJ-CNT TO HM-RPT-TOT-CNT.
007430     WRITE RPT-RECORD FROM HM-RPT-TOT-1.
007440     PERFORM 5900-CHECK-RPT-STATUS THRU 5900-EXIT.
007450 7100-EXIT.
007460     EXIT.
007470*
007480*--------------------------------------------------------------*
007490* 7200-RESTART-BATCH - REOPEN THE TRANSACTION FILE FOR THE      *
007500*                      APPLY PASS AND CLEAR THE CHECK-PASS      *
007510*                      COUNTS                                   *
007520*--------------------------------------------------------------*
007530 7200-RESTART-BATCH.
007540     CLOSE TRN-FILE.
007550     IF HM-TRN-STATUS NOT = '00'
007560         MOVE 'TRN-FILE' TO HM-ABEND-FILE
007570         MOVE 'CLOSE' TO HM-ABEND-OP
007580         MOVE HM-TRN-STATUS TO HM-ABEND-STATUS
007590         GO TO 9900-ABEND
007600     END-IF.
007610     OPEN INPUT TRN-FILE.
007620     IF HM-TRN-STATUS NOT = '00'
007630         MOVE 'TRN-FILE' TO HM-ABEND-FILE
007640         MOVE 'OPEN INPUT' TO HM-ABEND-OP
007650         MOVE HM-TRN-STATUS TO HM-ABEND-STATUS
007660         GO TO 9900-ABEND
007670     END-IF.
007680     MOVE ZERO TO HM-READ-CNT.
007690     MOVE ZERO TO HM-HLD-CNT.
007700     MOVE ZERO TO HM-RLS-CNT.
007710     MOVE ZERO TO HM-REJ-CNT.
007720     SET HM-NOT-EOF TO TRUE.
007730     SET HM-APPLY-PASS TO TRUE.
007740     PERFORM 2900-READ-TRAN THRU 2900-EXIT.
007750 7200-EXIT.
007760     EXIT.
007770*
007780*--------------------------------------------------------------*
007790* 7900-WRITE-MESSAGE - ONE RUN-MODE MESSAGE LINE                *
007800*--------------------------------------------------------------*
007810 7900-WRITE-MESSAGE.
007820     WRITE RPT-RECORD FROM HM-RPT-MSG-1.
007830     PERFORM 5900-CHECK-RPT-STATUS THRU 5900-EXIT.
007840 7900-EXIT.
007850     EXIT.
007860*
007870*--------------------------------------------------------------*
007880* 8000-PRINT-TOTALS - TRANSACTION COUNTS AND FINAL DISPOSITION  *
007890*--------------------------------------------------------------*
007900 8000-PRINT-TOTALS.
007910     MOVE 'TRANS READ:     ' TO HM-RPT-TOT-LBL.
007920     MOVE HM-READ-CNT TO HM-RPT-TOT-CNT.
007930     WRITE RPT-RECORD FROM HM-RPT-TOT-1.
007940     PERFORM 5900-CHECK-RPT-STATUS THRU 5900-EXIT.
007950     MOVE 'HOLDS APPLIED:  ' TO HM-RPT-TOT-LBL.
007960     MOVE HM-HLD-CNT TO HM-RPT-TOT-CNT.
007970     WRITE RPT-RECORD FROM HM-RPT-TOT-1.
007980     PERFORM 5900-CHECK-RPT-STATUS THRU 5900-EXIT.
007990     MOVE 'RELEASES APPLIED' TO HM-RPT-TOT-LBL.
008000     MOVE HM-RLS-CNT TO HM-RPT-TOT-CNT.
008010     WRITE RPT-RECORD FROM HM-RPT-TOT-1.
008020     PERFORM 5900-CHECK-RPT-STATUS THRU 5900-EXIT.
008030     MOVE 'TRANS REJECTED: ' TO HM-RPT-TOT-LBL.
008040     MOVE HM-REJ-CNT TO HM-RPT-TOT-CNT.
008050     WRITE RPT-RECORD FROM HM-RPT-TOT-1.
008060     PERFORM 5900-CHECK-RPT-STATUS THRU 5900-EXIT.
008070     IF HM-REJ-CNT > ZERO
008080         IF RETURN-CODE < 4
008090             MOVE 4 TO RETURN-CODE
008100         END-IF
008110     END-IF.
008120 8000-EXIT.
008130     EXIT.
008140*
008150*--------------------------------------------------------------*
008160* 9000-TERMINATE - CLOSE ALL FILES.  A VALIDATE RUN NEVER       *
008170*                  OPENED THE CHANGE LOG.                       *
008180*--------------------------------------------------------------*
008190 9000-TERMINATE.
008200     CLOSE TRN-FILE.
008210     IF HM-TRN-STATUS NOT = '00'
008220         MOVE 'TRN-FILE' TO HM-ABEND-FILE
008230         MOVE 'CLOSE' TO HM-ABEND-OP
008240         MOVE HM-TRN-STATUS TO HM-ABEND-STATUS
008250         GO TO 9900-ABEND
008260     END-IF.
008270     CLOSE HLD-FILE.
008280     IF HM-HLD-STATUS NOT = '00'
008290         MOVE 'HLD-FILE' TO HM-ABEND-FILE
008300         MOVE 'CLOSE' TO HM-ABEND-OP
008310         MOVE HM-HLD-STATUS TO HM-ABEND-STATUS
008320         GO TO 9900-ABEND
008330     END-IF.
008340     CLOSE SIT-FILE.
008350     IF HM-SIT-STATUS NOT = '00'
008360         MOVE 'SIT-FILE' TO HM-ABEND-FILE
008370         MOVE 'CLOSE' TO HM-ABEND-OP
008380         MOVE HM-SIT-STATUS TO HM-ABEND-STATUS
008390         GO TO 9900-ABEND
008400     END-IF.
008410     CLOSE RPT-FILE.
008420     IF HM-RPT-STATUS NOT = '00'
008430         MOVE 'RPT-FILE' TO HM-ABEND-FILE
008440         MOVE 'CLOSE' TO HM-ABEND-OP
008450         MOVE HM-RPT-STATUS TO HM-ABEND-STATUS
008460         GO TO 9900-ABEND
008470     END-IF.
008480     IF NOT HM-RUN-VALIDATE
008490         CLOSE CHG-FILE
008500         IF HM-CHG-STATUS NOT = '00'
008510             MOVE 'CHG-FILE' TO HM-ABEND-FILE
008520             MOVE 'CLOSE' TO HM-ABEND-OP
008530             MOVE HM-CHG-STATUS TO HM-ABEND-STATUS
008540             GO TO 9900-ABEND
008550         END-IF
008560     END-IF.
008570 9000-EXIT.
008580     EXIT.
008590*
008600*--------------------------------------------------------------*
008610* 9900-ABEND - COMMON FILE-ERROR HANDLER, MATCHING THE          *
008620*              CONVENTION USED BY HELLO-WORLD                   *
008630*--------------------------------------------------------------*
008640 9900-ABEND.
008650     DISPLAY 'HWHLDMNT FILE ERROR - FILE: ' HM-ABEND-FILE
008660         ' OPERATION: ' HM-ABEND-OP ' STATUS: ' HM-ABEND-STATUS.
008670     MOVE 16 TO RETURN-CODE.
008680     STOP RUN.
