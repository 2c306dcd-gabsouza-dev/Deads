000220*                     HWSITREC) SO A NEW SITE IS A DATA LOAD   *
000230*                     AND NOT A CHANGE TO HELLO-WORLD,         *
000240*                     HWCALMNT, AND THE ALERT ROUTING.         *
000250*    10/15/2026 RLM   EVERY APPLIED ADD AND DELETE IS NOW      *
000260*                     WRITTEN TO THE CHGLOG CHANGE LOG (SEE    *
000270*                     HWCHGREC) WITH THE SITE RECORD BEFORE    *
000280*                     AND AFTER, SO A DELETED SITE KEEPS A     *
000290*                     TRACE OF ITS ROUTING CODES.  SITTRAN     *
000300*                     CARRIES THE OPERATOR, NOW REQUIRED.      *
000310*                     SOURCE RESEQUENCED.                      *
000320*    10/15/2026 RLM   SITTRAN NOW CARRIES THE SITE'S UTC       *
000330*                     OFFSET AND DAYLIGHT-SAVING RULE, KEPT ON *
000340*                     THE SITE MASTER FOR THE HWTMLINE CROSS-  *
000350*                     SITE TIMELINE.  THE OFFSET IS REQUIRED   *
000360*                     ON AN ADD; A BLANK RULE MEANS NONE.      *
000370*                     SOURCE RESEQUENCED.                      *
000380*    10/15/2026 RLM   NEW PARM.  VALIDATE RUNS EVERY EDIT AND  *
000390*                     EXISTENCE CHECK AGAINST THE LIVE FILES   *
000400*                     AND REPORTS WHAT EACH TRANSACTION WOULD  *
000410*                     DO WITHOUT CHANGING ANYTHING, SO CHANGE  *
000420*                     CONTROL CAN REVIEW A RELOAD FIRST;       *
000430*                     ALLORNONE APPLIES THE BATCH ONLY WHEN    *
000440*                     VALIDATION FINDS NO REJECTS.  SOURCE     *
000450*                     RESEQUENCED.                             *
000460*--------------------------------------------------------------*
000470*--------------------------------------------------------------*
000480* TRANSACTION LAYOUT (SITTRAN, 80 BYTES):                      *
000490*    COLS 01-03  ACTION       'ADD' OR 'DEL'                   *
000500*    COL  04     FILLER                                        *
000510*    COLS 05-12  SITE CODE                                     *
000520*    COL  13     FILLER                                        *
000530*    COLS 14-15  LOCALE       'PT' OR 'EN' (ADD ONLY)          *
000540*    COL  16     FILLER                                        *
000550*    COLS 17-24  ON-CALL ROUTING CODE (ADD ONLY)               *
000560*    COL  25     FILLER                                        *
000570*    COLS 26-33  BACKUP ON-CALL ROUTING CODE (ADD ONLY)        *
000580*    COL  34     FILLER                                        *
000590*    COLS 35-42  WINDOW-KEYWORD TOKEN (ADD ONLY; DEFAULTS TO   *
000600*                THE SITE CODE WHEN LEFT BLANK)                *
000610*    COL  43     FILLER                                        *
000620*    COLS 44-51  OPERATOR     REQUESTING OPERATOR ID           *
000630*    COL  52     FILLER                                        *
000640*    COLS 53-57  UTC OFFSET   STANDARD TIME, +HHMM OR -HHMM    *
000650*                (ADD ONLY)                                    *
000660*    COL  58     FILLER                                        *
000670*    COLS 59-60  DST RULE     'NO', 'US', OR 'EU' (ADD ONLY;   *
000680*                BLANK MEANS 'NO', SEE HWSITREC)               *
000690*--------------------------------------------------------------*
000700* PARM: UPDATE, VALIDATE, OR ALLORNONE                         *
000710*    UPDATE    (THE DEFAULT) APPLY EACH TRANSACTION AS IT IS   *
000720*              READ                                            *
000730*    VALIDATE  RUN EVERY EDIT AND EXISTENCE CHECK AGAINST THE  *
000740*              LIVE FILES AND LIST WHAT EACH TRANSACTION       *
000750*              WOULD ADD, REPLACE, OR DELETE, OR WHY IT WOULD  *
000760*              BE REJECTED.  NOTHING IS CHANGED OR LOGGED.     *
000770*    ALLORNONE VALIDATE THE WHOLE BATCH FIRST, THEN APPLY IT   *
000780*              ONLY IF NO TRANSACTION WAS REJECTED             *
000790* A TRANSACTION IS JUDGED AGAINST THE MASTER AS THE EARLIER    *
000800* TRANSACTIONS IN THE BATCH WOULD LEAVE IT, SO AN ADD FOLLOWED *
000810* BY A DELETE OF THE SAME SITE VALIDATES AS IT WOULD APPLY.    *
000820*--------------------------------------------------------------*
000830* RETURN-CODE LEGEND:                                          *
000840*    00  ALL TRANSACTIONS APPLIED (VALIDATE: ALL WOULD APPLY)  *
000850*    04  ONE OR MORE TRANSACTIONS REJECTED                     *
000860*    08  INVALID PARM; ALLORNONE BATCH NOT APPLIED; OR MORE    *
000870*        THAN 500 SITES IN ONE VALIDATED BATCH                 *
000880*    16  ABEND - UNEXPECTED FILE STATUS ON A FILE OPERATION    *
000890*--------------------------------------------------------------*
000900 ENVIRONMENT DIVISION.
000910 INPUT-OUTPUT SECTION.
000920 FILE-CONTROL.
000930     SELECT TRN-FILE ASSIGN TO SITTRAN
000940         ORGANIZATION IS LINE SEQUENTIAL
000950         FILE STATUS IS SM-TRN-STATUS.
000960
000970     SELECT OPTIONAL SIT-FILE ASSIGN TO SITFILE
000980         ORGANIZATION IS INDEXED
000990         ACCESS MODE IS DYNAMIC
001000         RECORD KEY IS SIT-KEY
001010         FILE STATUS IS SM-SIT-STATUS.
001020
001030     SELECT RPT-FILE ASSIGN TO SITRPT
001040         ORGANIZATION IS LINE SEQUENTIAL
001050         FILE STATUS IS SM-RPT-STATUS.
001060
001070     SELECT CHG-FILE ASSIGN TO CHGLOG
001080         ORGANIZATION IS LINE SEQUENTIAL
001090         FILE STATUS IS SM-CHG-STATUS.
001100*
001110 DATA DIVISION.
001120 FILE SECTION.
001130 FD  TRN-FILE
001140     LABEL RECORDS ARE STANDARD
001150     RECORD CONTAINS 80 CHARACTERS.
001160 01  TRN-RECORD.
001170     05  TRN-ACTION              PIC X(03).
001180     05  FILLER                  PIC X(01).
001190     05  TRN-SITE                PIC X(08).
001200     05  FILLER                  PIC X(01).
001210     05  TRN-LOCALE              PIC X(02).
001220     05  FILLER                  PIC X(01).
001230     05  TRN-ROUTE               PIC X(08).
001240     05  FILLER                  PIC X(01).
001250     05  TRN-BKUP-ROUTE          PIC X(08).
001260     05  FILLER                  PIC X(01).
001270     05  TRN-WIN-TOKEN           PIC X(08).
001280     05  FILLER                  PIC X(01).
001290     05  TRN-OPER                PIC X(08).
001300     05  FILLER                  PIC X(01).
001310     05  TRN-UTC-OFFSET.
001320         10  TRN-UTC-SIGN        PIC X(01).
001330         10  TRN-UTC-HH          PIC X(02).
001340         10  TRN-UTC-HH-NUM REDEFINES TRN-UTC-HH
001350                                 PIC 9(02).
001360         10  TRN-UTC-MM          PIC X(02).
001370         10  TRN-UTC-MM-NUM REDEFINES TRN-UTC-MM
001380                                 PIC 9(02).
001390     05  FILLER                  PIC X(01).
001400     05  TRN-DST-RULE            PIC X(02).
001410     05  FILLER                  PIC X(20).
001420*
001430 FD  SIT-FILE
001440     LABEL RECORDS ARE STANDARD.
001450 COPY HWSITREC.
001460*
001470 FD  RPT-FILE
001480     LABEL RECORDS ARE STANDARD
001490     RECORD CONTAINS 80 CHARACTERS.
001500 01  RPT-RECORD                  PIC X(80).
001510*
001520 FD  CHG-FILE
001530     LABEL RECORDS ARE STANDARD
001540     RECORD CONTAINS 500 CHARACTERS.
001550 COPY HWCHGREC.
001560*
001570 WORKING-STORAGE SECTION.
001580 77  SM-TRN-STATUS               PIC X(02) VALUE '00'.
001590 77  SM-SIT-STATUS               PIC X(02) VALUE '00'.
001600 77  SM-RPT-STATUS               PIC X(02) VALUE '00'.
001610 77  SM-CHG-STATUS               PIC X(02) VALUE '00'.
001620 77  SM-READ-CNT                 PIC 9(05) COMP VALUE ZERO.
001630 77  SM-ADD-CNT                  PIC 9(05) COMP VALUE ZERO.
001640 77  SM-DEL-CNT                  PIC 9(05) COMP VALUE ZERO.
001650 77  SM-REJ-CNT                  PIC 9(05) COMP VALUE ZERO.
001660 77  SM-RPL-CNT                  PIC 9(05) COMP VALUE ZERO.
001670 77  SM-PND-CNT                  PIC 9(04) COMP VALUE ZERO.
001680 77  SM-PND-SUB                  PIC 9(04) COMP VALUE ZERO.
001690 77  SM-PND-HIT                  PIC 9(04) COMP VALUE ZERO.
001700 01  SM-EOF-SW                   PIC X(01) VALUE 'N'.
001710     88  SM-EOF                            VALUE 'Y'.
001720     88  SM-NOT-EOF                        VALUE 'N'.
001730 01  SM-VALID-SW                 PIC X(01) VALUE 'Y'.
001740     88  SM-TRN-VALID                      VALUE 'Y'.
001750     88  SM-TRN-INVALID                    VALUE 'N'.
001760 01  SM-RUN-SW                   PIC X(01) VALUE 'U'.
001770     88  SM-RUN-UPDATE                     VALUE 'U'.
001780     88  SM-RUN-VALIDATE                   VALUE 'V'.
001790     88  SM-RUN-ALLORNONE                  VALUE 'A'.
001800 01  SM-PASS-SW                  PIC X(01) VALUE 'A'.
001810     88  SM-APPLY-PASS                     VALUE 'A'.
001820     88  SM-CHECK-PASS                     VALUE 'C'.
001830 01  SM-ON-FILE-SW               PIC X(01) VALUE 'N'.
001840     88  SM-ON-FILE                        VALUE 'Y'.
001850     88  SM-NOT-ON-FILE                    VALUE 'N'.
001860 01  SM-TBLFULL-SW               PIC X(01) VALUE 'N'.
001870     88  SM-TABLE-FULL                     VALUE 'Y'.
001880 01  SM-REJ-REASON               PIC X(24) VALUE SPACES.
001890 01  SM-ABEND-FILE               PIC X(08).
001900 01  SM-ABEND-OP                 PIC X(12).
001910 01  SM-ABEND-STATUS             PIC X(02).
001920 01  SM-CURR-DATE                PIC 9(08) VALUE ZERO.
001930 01  SM-CURR-TIME                PIC X(06) VALUE SPACES.
001940 01  SM-PARM-OPT                 PIC X(10) VALUE SPACES.
001950*
001960*--------------------------------------------------------------*
001970* PENDING-CHANGE TABLE FOR THE VALIDATION PASS.  NOTHING IS    *
001980* WRITTEN WHILE VALIDATING, SO EACH SITE A TRANSACTION HAS     *
001990* BEEN JUDGED FOR IS HELD HERE WITH WHETHER IT WOULD THEN BE   *
002000* ON FILE; A LATER TRANSACTION FOR THE SAME SITE IS JUDGED     *
002010* AGAINST THIS ENTRY INSTEAD OF THE LIVE MASTER.               *
002020*--------------------------------------------------------------*
002030 01  SM-PND-TABLE.
002040     05  SM-PND-ENTRY OCCURS 500 TIMES.
002050         10  SM-PND-KEY          PIC X(08).
002060         10  SM-PND-ON-FILE      PIC X(01).
002070*
002080*--------------------------------------------------------------*
002090* MAINTENANCE REPORT LINES                                     *
002100*--------------------------------------------------------------*
002110 01  SM-RPT-HDR-1.
002120     05  FILLER                  PIC X(01) VALUE SPACE.
002130     05  FILLER                  PIC X(36)
002140             VALUE 'HWSITMNT SITE MASTER UPDATE'.
002150     05  FILLER                  PIC X(43) VALUE SPACES.
002160 01  SM-RPT-DTL-1.
002170     05  FILLER                  PIC X(01) VALUE SPACE.
002180     05  SM-RPT-DISP             PIC X(08).
002190     05  FILLER                  PIC X(01) VALUE SPACE.
002200     05  SM-RPT-ACTION           PIC X(03).
002210     05  FILLER                  PIC X(01) VALUE SPACE.
002220     05  SM-RPT-SITE             PIC X(08).
002230     05  FILLER                  PIC X(01) VALUE SPACE.
002240     05  SM-RPT-LOCALE           PIC X(02).
002250     05  FILLER                  PIC X(01) VALUE SPACE.
002260     05  SM-RPT-ROUTE            PIC X(08).
002270     05  FILLER                  PIC X(01) VALUE SPACE.
002280     05  SM-RPT-REASON           PIC X(24).
002290     05  FILLER                  PIC X(01) VALUE SPACE.
002300     05  SM-RPT-UTC-OFFSET       PIC X(05).
002310     05  FILLER                  PIC X(01) VALUE SPACE.
002320     05  SM-RPT-DST-RULE         PIC X(02).
002330     05  FILLER                  PIC X(12) VALUE SPACES.
002340 01  SM-RPT-MSG-1.
002350     05  FILLER                  PIC X(01) VALUE SPACE.
002360     05  SM-RPT-MSG-TEXT         PIC X(60).
002370     05  FILLER                  PIC X(19) VALUE SPACES.
002380 01  SM-RPT-TOT-1.
002390     05  FILLER                  PIC X(01) VALUE SPACE.
002400     05  SM-RPT-TOT-LBL          PIC X(16).
002410     05  SM-RPT-TOT-CNT          PIC ZZZZ9.
002420     05  FILLER                  PIC X(58) VALUE SPACES.
002430*
002440 LINKAGE SECTION.
002450 01  SM-PARM-AREA.
002460     05  SM-PARM-LEN             PIC S9(04) COMP.
002470     05  SM-PARM-TEXT            PIC X(80).
002480*
002490 PROCEDURE DIVISION USING SM-PARM-AREA.
002500*--------------------------------------------------------------*
002510* 0000-MAINLINE                                                 *
002520*--------------------------------------------------------------*
002530 0000-MAINLINE.
002540     PERFORM 1000-GET-PARM THRU 1000-EXIT.
002550     PERFORM 1100-INITIALIZE THRU 1100-EXIT.
002560     PERFORM 2000-PROCESS-TRAN THRU 2000-EXIT
002570         UNTIL SM-EOF.
002580     IF SM-CHECK-PASS
002590         PERFORM 7000-END-CHECK-PASS THRU 7000-EXIT
002600     END-IF.
002610     IF SM-APPLY-PASS
002620         PERFORM 8000-PRINT-TOTALS THRU 8000-EXIT
002630     END-IF.
002640     PERFORM 9000-TERMINATE THRU 9000-EXIT.
002650     STOP RUN.
002660*
002670*--------------------------------------------------------------*
002680* 1000-GET-PARM - UPDATE (THE DEFAULT), VALIDATE, OR ALLORNONE. *
002690*                 BOTH VALIDATE AND ALLORNONE START WITH THE    *
002700*                 CHECK PASS.  A BAD PARM ENDS THE RUN BEFORE   *
002710*                 ANY FILE OPENS.                               *
002720*--------------------------------------------------------------*
002730 1000-GET-PARM.
002740     IF SM-PARM-LEN > ZERO
002750         UNSTRING SM-PARM-TEXT DELIMITED BY ALL SPACE
002760             INTO SM-PARM-OPT
002770     END-IF.
002780     EVALUATE SM-PARM-OPT
002790         WHEN SPACES
002800         WHEN 'UPDATE'
002810             SET SM-RUN-UPDATE TO TRUE
002820             SET SM-APPLY-PASS TO TRUE
002830         WHEN 'VALIDATE'
002840             SET SM-RUN-VALIDATE TO TRUE
002850             SET SM-CHECK-PASS TO TRUE
002860         WHEN 'ALLORNONE'
002870             SET SM-RUN-ALLORNONE TO TRUE
002880             SET SM-CHECK-PASS TO TRUE
002890         WHEN OTHER
002900             DISPLAY 'HWSITMNT INVALID PARM: ' SM-PARM-OPT
002910             MOVE 8 TO RETURN-CODE
002920             STOP RUN
002930     END-EVALUATE.
002940 1000-EXIT.
002950     EXIT.
002960*
002970*--------------------------------------------------------------*
002980* 1100-INITIALIZE - OPEN FILES, WRITE THE REPORT HEADER, AND    *
002990*                   PRIME THE FIRST TRANSACTION READ.  A        *
003000*                   VALIDATE RUN OPENS THE SITE MASTER INPUT    *
003010*                   AND NEVER OPENS THE CHANGE LOG.             *
003020*--------------------------------------------------------------*
003030 1100-INITIALIZE.
003040     ACCEPT SM-CURR-DATE FROM DATE YYYYMMDD.
003050     ACCEPT SM-CURR-TIME FROM TIME.
003060     OPEN INPUT TRN-FILE.
003070     IF SM-TRN-STATUS NOT = '00'
003080         MOVE 'TRN-FILE' TO SM-ABEND-FILE
003090         MOVE 'OPEN INPUT' TO SM-ABEND-OP
003100         MOVE SM-TRN-STATUS TO SM-ABEND-STATUS
003110         GO TO 9900-ABEND
003120     END-IF.
003130     IF SM-RUN-VALIDATE
003140         OPEN INPUT SIT-FILE
003150         MOVE 'OPEN INPUT' TO SM-ABEND-OP
003160     ELSE
003170         OPEN I-O SIT-FILE
003180         MOVE 'OPEN I-O' TO SM-ABEND-OP
003190     END-IF.
003200     IF SM-SIT-STATUS NOT = '00' AND SM-SIT-STATUS NOT = '05'
003210         MOVE 'SIT-FILE' TO SM-ABEND-FILE
003220         MOVE SM-SIT-STATUS TO SM-ABEND-STATUS
003230         GO TO 9900-ABEND
003240     END-IF.
003250     OPEN OUTPUT RPT-FILE.
003260     IF SM-RPT-STATUS NOT = '00'
003270         MOVE 'RPT-FILE' TO SM-ABEND-FILE
003280         MOVE 'OPEN OUTPUT' TO SM-ABEND-OP
003290         MOVE SM-RPT-STATUS TO SM-ABEND-STATUS
003300         GO TO 9900-ABEND
003310     END-IF.
003320     IF NOT SM-RUN-VALIDATE
003330         OPEN EXTEND CHG-FILE
003340         IF SM-CHG-STATUS NOT = '00'
003350             MOVE 'CHG-FILE' TO SM-ABEND-FILE
003360             MOVE 'OPEN EXTEND' TO SM-ABEND-OP
003370             MOVE SM-CHG-STATUS TO SM-ABEND-STATUS
003380             GO TO 9900-ABEND
003390         END-IF
003400     END-IF.
003410     WRITE RPT-RECORD FROM SM-RPT-HDR-1.
003420     PERFORM 5900-CHECK-RPT-STATUS THRU 5900-EXIT.
003430     IF SM-RUN-VALIDATE
003440         MOVE 'VALIDATE ONLY - NO FILE IS CHANGED'
003450             TO SM-RPT-MSG-TEXT
003460         PERFORM 7900-WRITE-MESSAGE THRU 7900-EXIT
003470     END-IF.
003480     IF SM-RUN-ALLORNONE
003490         MOVE 'ALL OR NONE - BATCH IS VALIDATED BEFORE ANY CHANGE'
003500             TO SM-RPT-MSG-TEXT
003510         PERFORM 7900-WRITE-MESSAGE THRU 7900-EXIT
003520     END-IF.
003530     PERFORM 2900-READ-TRAN THRU 2900-EXIT.
003540 1100-EXIT.
003550     EXIT.
003560*
003570*--------------------------------------------------------------*
003580* 2000-PROCESS-TRAN - VALIDATE AND APPLY ONE TRANSACTION, THEN  *
003590*                     READ THE NEXT.  ON THE CHECK PASS THE     *
003600*                     TRANSACTION IS ONLY JUDGED, NOT APPLIED.  *
003610*--------------------------------------------------------------*
003620 2000-PROCESS-TRAN.
003630     ADD 1 TO SM-READ-CNT.
003640     PERFORM 2100-EDIT-TRAN THRU 2100-EXIT.
003650     IF SM-TRN-INVALID
003660         ADD 1 TO SM-REJ-CNT
003670         MOVE 'REJECTED' TO SM-RPT-DISP
003680         PERFORM 5000-WRITE-DETAIL THRU 5000-EXIT
003690         GO TO 2000-NEXT
003700     END-IF.
003710     IF SM-CHECK-PASS
003720         PERFORM 4000-CHECK-TRAN THRU 4000-EXIT
003730         GO TO 2000-NEXT
003740     END-IF.
003750     IF TRN-ACTION = 'ADD'
003760         PERFORM 3000-APPLY-ADD THRU 3000-EXIT
003770     ELSE
003780         PERFORM 3100-APPLY-DEL THRU 3100-EXIT
003790     END-IF.
003800 2000-NEXT.
003810     PERFORM 2900-READ-TRAN THRU 2900-EXIT.
003820 2000-EXIT.
003830     EXIT.
003840*
003850*--------------------------------------------------------------*
003860* 2100-EDIT-TRAN - VALIDATE THE ACTION, SITE, OPERATOR, AND     *
003870*                  (FOR AN ADD) THE LOCALE AND ROUTING CODES.   *
003880*                  THE LOCALE MUST NAME A MESSAGE GROUP THAT    *
003890*                  EXISTS IN HWMSGS, SO ONLY PT AND EN ARE      *
003900*                  ACCEPTED.  THE UTC OFFSET MUST BE A SIGNED   *
003910*                  HHMM NO MORE THAN 14 HOURS EITHER SIDE OF    *
003920*                  UTC, AND THE DAYLIGHT-SAVING RULE ONE THAT   *
003930*                  HWSITREC DEFINES.                            *
003940*--------------------------------------------------------------*
003950 2100-EDIT-TRAN.
003960     SET SM-TRN-VALID TO TRUE.
003970     MOVE SPACES TO SM-REJ-REASON.
003980     IF TRN-ACTION NOT = 'ADD' AND TRN-ACTION NOT = 'DEL'
003990         SET SM-TRN-INVALID TO TRUE
004000         MOVE 'INVALID ACTION' TO SM-REJ-REASON
004010         GO TO 2100-EXIT
004020     END-IF.
004030     IF TRN-SITE = SPACES
004040         SET SM-TRN-INVALID TO TRUE
004050         MOVE 'MISSING SITE' TO SM-REJ-REASON
004060         GO TO 2100-EXIT
004070     END-IF.
004080     IF TRN-OPER = SPACES
004090         SET SM-TRN-INVALID TO TRUE
004100         MOVE 'MISSING OPERATOR' TO SM-REJ-REASON
004110         GO TO 2100-EXIT
004120     END-IF.
004130     IF TRN-ACTION = 'DEL'
004140         GO TO 2100-EXIT
004150     END-IF.
004160     IF TRN-LOCALE NOT = 'PT' AND TRN-LOCALE NOT = 'EN'
004170         SET SM-TRN-INVALID TO TRUE
004180         MOVE 'INVALID LOCALE' TO SM-REJ-REASON
004190         GO TO 2100-EXIT
004200     END-IF.
004210     IF TRN-ROUTE = SPACES
004220         SET SM-TRN-INVALID TO TRUE
004230         MOVE 'MISSING ROUTE' TO SM-REJ-REASON
004240         GO TO 2100-EXIT
004250     END-IF.
004260     IF TRN-BKUP-ROUTE = SPACES
004270         SET SM-TRN-INVALID TO TRUE
004280         MOVE 'MISSING BACKUP ROUTE' TO SM-REJ-REASON
004290         GO TO 2100-EXIT
004300     END-IF.
004310     IF (TRN-UTC-SIGN NOT = '+' AND TRN-UTC-SIGN NOT = '-')
004320             OR TRN-UTC-HH NOT NUMERIC
004330             OR TRN-UTC-MM NOT NUMERIC
004340         SET SM-TRN-INVALID TO TRUE
004350         MOVE 'INVALID UTC OFFSET' TO SM-REJ-REASON
004360         GO TO 2100-EXIT
004370     END-IF.
004380     IF TRN-UTC-HH-NUM > 14 OR TRN-UTC-MM-NUM > 59
004390             OR (TRN-UTC-HH-NUM = 14 AND TRN-UTC-MM-NUM > ZERO)
004400         SET SM-TRN-INVALID TO TRUE
004410         MOVE 'INVALID UTC OFFSET' TO SM-REJ-REASON
004420         GO TO 2100-EXIT
004430     END-IF.
004440     IF TRN-DST-RULE NOT = SPACES AND TRN-DST-RULE NOT = 'NO'
004450             AND TRN-DST-RULE NOT = 'US'
004460             AND TRN-DST-RULE NOT = 'EU'
004470         SET SM-TRN-INVALID TO TRUE
004480         MOVE 'INVALID DST RULE' TO SM-REJ-REASON
004490     END-IF.
004500 2100-EXIT.
004510     EXIT.
004520*
004530*--------------------------------------------------------------*
004540* 2900-READ-TRAN - READ THE NEXT TRANSACTION OR SET EOF         *
004550*--------------------------------------------------------------*
004560 2900-READ-TRAN.
004570     READ TRN-FILE
004580         AT END
004590             SET SM-EOF TO TRUE
004600     END-READ.
004610     IF SM-TRN-STATUS NOT = '00' AND SM-TRN-STATUS NOT = '10'
004620         MOVE 'TRN-FILE' TO SM-ABEND-FILE
004630         MOVE 'READ' TO SM-ABEND-OP
004640         MOVE SM-TRN-STATUS TO SM-ABEND-STATUS
004650         GO TO 9900-ABEND
004660     END-IF.
004670 2900-EXIT.
004680     EXIT.
004690*
004700*--------------------------------------------------------------*
004710* 3000-APPLY-ADD - WRITE A SITE RECORD.  A SITE ALREADY ON      *
004720*                  FILE IS REWRITTEN SO A CORRECTED ROUTING     *
004730*                  CODE CAN BE RELOADED WITHOUT A DELETE        *
004740*                  FIRST.  A BLANK WINDOW TOKEN DEFAULTS TO     *
004750*                  THE SITE CODE, AND A BLANK DAYLIGHT-SAVING   *
004760*                  RULE TO 'NO'.  THE SITE BEING REPLACED,      *
004770*                  IF ANY, IS KEPT AS THE CHANGE LOG BEFORE     *
004780*                  IMAGE.                                       *
004790*--------------------------------------------------------------*
004800 3000-APPLY-ADD.
004810     MOVE SPACES TO CHG-RECORD.
004820     MOVE TRN-SITE TO SIT-CODE.
004830     READ SIT-FILE
004840         INVALID KEY
004850             CONTINUE
004860         NOT INVALID KEY
004870             MOVE SIT-RECORD TO CHG-BEFORE
004880     END-READ.
004890     IF SM-SIT-STATUS NOT = '00' AND SM-SIT-STATUS NOT = '23'
004900         MOVE 'SIT-FILE' TO SM-ABEND-FILE
004910         MOVE 'READ' TO SM-ABEND-OP
004920         MOVE SM-SIT-STATUS TO SM-ABEND-STATUS
004930         GO TO 9900-ABEND
004940     END-IF.
004950     MOVE TRN-LOCALE TO SIT-LOCALE.
004960     MOVE TRN-ROUTE TO SIT-ROUTE-CD.
004970     MOVE TRN-BKUP-ROUTE TO SIT-BKUP-ROUTE.
004980     IF TRN-WIN-TOKEN = SPACES
004990         MOVE TRN-SITE TO SIT-WIN-TOKEN
005000     ELSE
005010         MOVE TRN-WIN-TOKEN TO SIT-WIN-TOKEN
005020     END-IF.
005030     MOVE TRN-UTC-SIGN TO SIT-UTC-SIGN.
005040     MOVE TRN-UTC-HH-NUM TO SIT-UTC-HH.
005050     MOVE TRN-UTC-MM-NUM TO SIT-UTC-MM.
005060     IF TRN-DST-RULE = SPACES
005070         SET SIT-DST-NONE TO TRUE
005080     ELSE
005090         MOVE TRN-DST-RULE TO SIT-DST-RULE
005100     END-IF.
005110     WRITE SIT-RECORD
005120         INVALID KEY
005130             REWRITE SIT-RECORD
005140     END-WRITE.
005150     IF SM-SIT-STATUS NOT = '00'
005160         MOVE 'SIT-FILE' TO SM-ABEND-FILE
005170         MOVE 'WRITE' TO SM-ABEND-OP
005180         MOVE SM-SIT-STATUS TO SM-ABEND-STATUS
005190         GO TO 9900-ABEND
005200     END-IF.
005210     MOVE SIT-RECORD TO CHG-AFTER.
005220     PERFORM 3800-WRITE-CHANGE-LOG THRU 3800-EXIT.
005230     ADD 1 TO SM-ADD-CNT.
005240     MOVE 'APPLIED' TO SM-RPT-DISP.
005250     PERFORM 5000-WRITE-DETAIL THRU 5000-EXIT.
005260 3000-EXIT.
005270     EXIT.
005280*
005290*--------------------------------------------------------------*
005300* 3100-APPLY-DEL - DELETE A SITE RECORD.  A DELETE FOR A SITE   *
005310*                  NOT ON FILE IS REPORTED AS A REJECT, NOT     *
005320*                  TREATED AS AN ERROR.  THE SITE IS READ       *
005330*                  FIRST SO THE CHANGE LOG KEEPS ITS LOCALE,    *
005340*                  ROUTING CODES, AND WINDOW TOKEN.             *
005350*--------------------------------------------------------------*
005360 3100-APPLY-DEL.
005370     MOVE SPACES TO CHG-RECORD.
005380     MOVE TRN-SITE TO SIT-CODE.
005390     READ SIT-FILE
005400         INVALID KEY
005410             ADD 1 TO SM-REJ-CNT
005420             MOVE 'REJECTED' TO SM-RPT-DISP
005430             MOVE 'SITE NOT ON FILE' TO SM-REJ-REASON
005440             PERFORM 5000-WRITE-DETAIL THRU 5000-EXIT
005450             GO TO 3100-EXIT
005460     END-READ.
005470     IF SM-SIT-STATUS NOT = '00'
005480         MOVE 'SIT-FILE' TO SM-ABEND-FILE
005490         MOVE 'READ' TO SM-ABEND-OP
005500         MOVE SM-SIT-STATUS TO SM-ABEND-STATUS
005510         GO TO 9900-ABEND
005520     END-IF.
005530     MOVE SIT-RECORD TO CHG-BEFORE.
005540     DELETE SIT-FILE.
005550     IF SM-SIT-STATUS NOT = '00'
005560         MOVE 'SIT-FILE' TO SM-ABEND-FILE
005570         MOVE 'DELETE' TO SM-ABEND-OP
005580         MOVE SM-SIT-STATUS TO SM-ABEND-STATUS
005590         GO TO 9900-ABEND
005600     END-IF.
005610     PERFORM 3800-WRITE-CHANGE-LOG THRU 3800-EXIT.
005620     ADD 1 TO SM-DEL-CNT.
005630     MOVE 'APPLIED' TO SM-RPT-DISP.
005640     MOVE SPACES TO SM-REJ-REASON.
005650     PERFORM 5000-WRITE-DETAIL THRU 5000-EXIT.
005660 3100-EXIT.
005670     EXIT.
005680*
005690*--------------------------------------------------------------*
005700* 3800-WRITE-CHANGE-LOG - APPEND ONE CHANGE-LOG ENTRY FOR THE   *
005710*                         APPLIED TRANSACTION.  THE CALLER HAS  *
005720*                         ALREADY PLACED THE BEFORE AND AFTER   *
005730*                         IMAGES IN THE LOG RECORD.             *
005740*--------------------------------------------------------------*
005750 3800-WRITE-CHANGE-LOG.
005760     MOVE SM-CURR-DATE TO CHG-DATE.
005770     MOVE SM-CURR-TIME TO CHG-TIME.
005780     MOVE 'HWSITMNT' TO CHG-PGM.
005790     MOVE 'SITFILE' TO CHG-MASTER.
005800     MOVE TRN-ACTION TO CHG-ACTION.
005810     MOVE TRN-OPER TO CHG-OPER.
005820     MOVE TRN-SITE TO CHG-KEY.
005830     WRITE CHG-RECORD.
005840     IF SM-CHG-STATUS NOT = '00'
005850         MOVE 'CHG-FILE' TO SM-ABEND-FILE
005860         MOVE 'WRITE' TO SM-ABEND-OP
005870         MOVE SM-CHG-STATUS TO SM-ABEND-STATUS
005880         GO TO 9900-ABEND
005890     END-IF.
005900 3800-EXIT.
005910     EXIT.
005920*
005930*--------------------------------------------------------------*
005940* 4000-CHECK-TRAN - JUDGE ONE EDITED TRANSACTION WITHOUT        *
005950*                   APPLYING IT.  THE SITE IS LOOKED FOR FIRST  *
005960*                   IN THE PENDING-CHANGE TABLE, THEN ON THE    *
005970*                   LIVE MASTER.  AN ADD OF A SITE ON FILE      *
005980*                   WOULD REPLACE IT; A DELETE OF A SITE NOT ON *
005990*                   FILE WOULD BE REJECTED, AS 3100 REJECTS IT. *
006000*--------------------------------------------------------------*
006010 4000-CHECK-TRAN.
006020     PERFORM 4100-FIND-PENDING THRU 4100-EXIT.
006030     IF SM-PND-HIT NOT = ZERO
006040         MOVE SM-PND-ON-FILE(SM-PND-HIT) TO SM-ON-FILE-SW
006050     ELSE
006060         PERFORM 4200-READ-MASTER THRU 4200-EXIT
006070     END-IF.
006080     IF TRN-ACTION = 'DEL' AND SM-NOT-ON-FILE
006090         ADD 1 TO SM-REJ-CNT
006100         MOVE 'REJECTED' TO SM-RPT-DISP
006110         MOVE 'SITE NOT ON FILE' TO SM-REJ-REASON
006120         PERFORM 5000-WRITE-DETAIL THRU 5000-EXIT
006130         GO TO 4000-EXIT
006140     END-IF.
006150     EVALUATE TRUE
006160         WHEN TRN-ACTION = 'DEL'
006170             ADD 1 TO SM-DEL-CNT
006180             MOVE 'DELETE' TO SM-RPT-DISP
006190             SET SM-NOT-ON-FILE TO TRUE
006200         WHEN SM-ON-FILE
006210             ADD 1 TO SM-RPL-CNT
006220             MOVE 'REPLACE' TO SM-RPT-DISP
006230         WHEN OTHER
006240             ADD 1 TO SM-ADD-CNT
006250             MOVE 'ADD' TO SM-RPT-DISP
006260             SET SM-ON-FILE TO TRUE
006270     END-EVALUATE.
006280     PERFORM 4300-POST-PENDING THRU 4300-EXIT.
006290     PERFORM 5000-WRITE-DETAIL THRU 5000-EXIT.
006300 4000-EXIT.
006310     EXIT.
006320*
006330*--------------------------------------------------------------*
006340* 4100-FIND-PENDING - LOCATE THE TRANSACTION'S SITE IN THE      *
006350*                     PENDING-CHANGE TABLE.  SM-PND-HIT IS ZERO *
006360*                     WHEN NO EARLIER TRANSACTION NAMED IT.     *
006370*--------------------------------------------------------------*
006380 4100-FIND-PENDING.
006390     MOVE ZERO TO SM-PND-HIT.
006400     MOVE 1 TO SM-PND-SUB.
006410     PERFORM 4110-TEST-PENDING THRU 4110-EXIT
006420         UNTIL SM-PND-SUB > SM-PND-CNT OR SM-PND-HIT NOT = ZERO.
006430 4100-EXIT.
006440     EXIT.
006450*
006460*--------------------------------------------------------------*
006470* 4110-TEST-PENDING - COMPARE ONE TABLE ENTRY                   *
006480*--------------------------------------------------------------*
006490 4110-TEST-PENDING.
006500     IF SM-PND-KEY(SM-PND-SUB) = TRN-SITE
006510         MOVE SM-PND-SUB TO SM-PND-HIT
006520     END-IF.
006530     ADD 1 TO SM-PND-SUB.
006540 4110-EXIT.
006550     EXIT.
006560*
006570*--------------------------------------------------------------*
006580* 4200-READ-MASTER - SET SM-ON-FILE-SW FROM THE LIVE SITE       *
006590*                    MASTER                                     *
006600*--------------------------------------------------------------*
006610 4200-READ-MASTER.
006620     MOVE TRN-SITE TO SIT-CODE.
006630     SET SM-ON-FILE TO TRUE.
006640     READ SIT-FILE
006650         INVALID KEY
006660             SET SM-NOT-ON-FILE TO TRUE
006670     END-READ.
006680     IF SM-SIT-STATUS NOT = '00' AND SM-SIT-STATUS NOT = '23'
006690         MOVE 'SIT-FILE' TO SM-ABEND-FILE
006700         MOVE 'READ' TO SM-ABEND-OP
006710         MOVE SM-SIT-STATUS TO SM-ABEND-STATUS
006720         GO TO 9900-ABEND
006730     END-IF.
006740 4200-EXIT.
006750     EXIT.
006760*
006770*--------------------------------------------------------------*
006780* 4300-POST-PENDING - RECORD WHETHER THE SITE WOULD NOW BE ON   *
006790*                     FILE.  A SITE NOT YET IN THE TABLE IS     *
006800*                     ADDED; WHEN THE TABLE IS FULL THE BATCH   *
006810*                     CAN NO LONGER BE JUDGED EXACTLY.          *
006820*--------------------------------------------------------------*
006830 4300-POST-PENDING.
006840     IF SM-PND-HIT = ZERO
006850         IF SM-PND-CNT < 500
006860             ADD 1 TO SM-PND-CNT
006870             MOVE SM-PND-CNT TO SM-PND-HIT
006880             MOVE TRN-SITE TO SM-PND-KEY(SM-PND-HIT)
006890         ELSE
006900             SET SM-TABLE-FULL TO TRUE
006910             GO TO 4300-EXIT
006920         END-IF
006930     END-IF.
006940     MOVE SM-ON-FILE-SW TO SM-PND-ON-FILE(SM-PND-HIT).
006950 4300-EXIT.
006960     EXIT.
006970*
006980*--------------------------------------------------------------*
006990* 5000-WRITE-DETAIL - ONE REPORT LINE PER TRANSACTION           *
007000*--------------------------------------------------------------*
007010 5000-WRITE-DETAIL.
007020     MOVE TRN-ACTION TO SM-RPT-ACTION.
007030     MOVE TRN-SITE TO SM-RPT-SITE.
007040     MOVE TRN-LOCALE TO SM-RPT-LOCALE.
007050     MOVE TRN-ROUTE TO SM-RPT-ROUTE.
007060     MOVE TRN-UTC-OFFSET TO SM-RPT-UTC-OFFSET.
007070     MOVE TRN-DST-RULE TO SM-RPT-DST-RULE.
007080     MOVE SM-REJ-REASON TO SM-RPT-REASON.
007090     WRITE RPT-RECORD FROM SM-RPT-DTL-1.
007100     PERFORM 5900-CHECK-RPT-STATUS THRU 5900-EXIT.
007110 5000-EXIT.
007120     EXIT.
007130*
007140*--------------------------------------------------------------*
007150* 5900-CHECK-RPT-STATUS - COMMON STATUS CHECK AFTER EACH        *
007160*                         REPORT LINE WRITE                     *
007170*--------------------------------------------------------------*
007180 5900-CHECK-RPT-STATUS.
007190     IF SM-RPT-STATUS NOT = '00'
007200         MOVE 'RPT-FILE' TO SM-ABEND-FILE
007210         MOVE 'WRITE' TO SM-ABEND-OP
007220         MOVE SM-RPT-STATUS TO SM-ABEND-STATUS
007230         GO TO 9900-ABEND
007240     END-IF.
007250 5900-EXIT.
007260     EXIT.
007270*
007280*--------------------------------------------------------------*
007290* 7000-END-CHECK-PASS - PRINT WHAT THE BATCH WOULD DO.  A       *
007300*                       VALIDATE RUN ENDS HERE.  AN ALLORNONE   *
007310*                       RUN WITH NO REJECTS REREADS THE BATCH   *
007320*                       AND APPLIES IT; OTHERWISE NOTHING IS    *
007330*                       APPLIED AND THE RUN ENDS RC 8.          *
007340*--------------------------------------------------------------*
007350 7000-END-CHECK-PASS.
007360     PERFORM 7100-PRINT-CHECK-TOTALS THRU 7100-EXIT.
007370     IF SM-TABLE-FULL
007380         MOVE 'OVER 500 SITES IN THE BATCH - SPLIT IT AND RERUN'
007390             TO SM-RPT-MSG-TEXT
007400         PERFORM 7900-WRITE-MESSAGE THRU 7900-EXIT
007410         MOVE 8 TO RETURN-CODE
007420     END-IF.
007430     IF SM-REJ-CNT > ZERO AND RETURN-CODE < 4
007440         MOVE 4 TO RETURN-CODE
007450     END-IF.
007460     IF SM-RUN-VALIDATE
007470         GO TO 7000-EXIT
007480     END-IF.
007490     IF SM-TABLE-FULL OR SM-REJ-CNT > ZERO
007500         MOVE 'BATCH NOT APPLIED - NO FILE WAS CHANGED'
007510             TO SM-RPT-MSG-TEXT
007520         PERFORM 7900-WRITE-MESSAGE THRU 7900-EXIT
007530         MOVE 8 TO RETURN-CODE
007540         GO TO 7000-EXIT
007550     END-IF.
007560     MOVE 'NO REJECTS - APPLYING THE BATCH' TO SM-RPT-MSG-TEXT.
007570     PERFORM 7900-WRITE-MESSAGE THRU 7900-EXIT.
007580     PERFORM 7200-RESTART-BATCH THRU 7200-EXIT.
007590     PERFORM 2000-PROCESS-TRAN THRU 2000-EXIT
007600         UNTIL SM-EOF.
007610 7000-EXIT.
007620     EXIT.
007630*
007640*--------------------------------------------------------------*
007650* 7100-PRINT-CHECK-TOTALS - WHAT THE CHECK PASS FOUND           *
007660*--------------------------------------------------------------*
007670 7100-PRINT-CHECK-TOTALS.
007680     MOVE 'TRANS READ:     ' TO SM-RPT-TOT-LBL.
007690     MOVE SM-READ-CNT TO SM-RPT-TOT-CNT.
007700     WRITE RPT-RECORD FROM SM-RPT-TOT-1.
007710     PERFORM 5900-CHECK-RPT-STATUS THRU 5900-EXIT.
007720     MOVE 'WOULD ADD:      ' TO SM-RPT-TOT-LBL.
007730     MOVE SM-ADD-CNT TO SM-RPT-TOT-CNT.
007740     WRITE RPT-RECORD FROM SM-RPT-TOT-1.
007750     PERFORM 5900-CHECK-RPT-STATUS THRU 5900-EXIT.
007760     MOVE 'WOULD REPLACE:  ' TO SM-RPT-TOT-LBL.
007770     MOVE SM-RPL-CNT TO SM-RPT-TOT-CNT.
007780     WRITE RPT-RECORD FROM SM-RPT-TOT-1.
007790     PERFORM 5900-CHECK-RPT-STATUS THRU 5900-EXIT.
007800     MOVE 'WOULD DELETE:   ' TO SM-RPT-TOT-LBL.
007810     MOVE SM-DEL-CNT TO SM-RPT-TOT-CNT.
007820     WRITE RPT-RECORD FROM SM-RPT-TOT-1.
007830     PERFORM 5900-CHECK-RPT-STATUS THRU 5900-EXIT.
007840     MOVE 'TRANS REJECTED: ' TO SM-RPT-TOT-LBL.
007850     MOVE SM-REJ-CNT TO SM-RPT-TOT-CNT.
007860     WRITE RPT-RECORD FROM SM-RPT-TOT-1.
007870     PERFORM 5900-CHECK-RPT-STATUS THRU 5900-EXIT.
007880 7100-EXIT.
007890     EXIT.
007900*
007910*--------------------------------------------------------------*
007920* 7200-RESTART-BATCH - REOPEN THE TRANSACTION FILE FOR THE      *
007930*                      APPLY PASS AND CLEAR THE CHECK-PASS      *
007940*                      COUNTS                                   *
007950*--------------------------------------------------------------*
007960 7200-RESTART-BATCH.
007970     CLOSE TRN-FILE.
007980     IF SM-TRN-STATUS NOT = '00'
007990         MOVE 'TRN-FILE' TO SM-ABEND-FILE
008000         MOVE 'CLOSE' TO SM-ABEND-OP
008010         MOVE SM-TRN-STATUS TO SM-ABEND-STATUS
008020         GO TO 9900-ABEND
008030     END-IF.
008040     OPEN INPUT TRN-FILE.
008050     IF SM-TRN-STATUS NOT = '00'
008060         MOVE 'TRN-FILE' TO SM-ABEND-FILE
008070         MOVE 'OPEN INPUT' TO SM-ABEND-OP
008080         MOVE SM-TRN-STATUS TO SM-ABEND-STATUS
008090         GO TO 9900-ABEND
008100     END-IF.
008110     MOVE ZERO TO SM-READ-CNT.
008120     MOVE ZERO TO SM-ADD-CNT.
008130     MOVE ZERO TO SM-DEL-CNT.
008140     MOVE ZERO TO SM-REJ-CNT.
008150     SET SM-NOT-EOF TO TRUE.
008160     SET SM-APPLY-PASS TO TRUE.
008170     PERFORM 2900-READ-TRAN THRU 2900-EXIT.
008180 7200-EXIT.
008190     EXIT.
008200*
008210*--------------------------------------------------------------*
008220* 7900-WRITE-MESSAGE - ONE RUN-MODE MESSAGE LINE                *
008230*--------------------------------------------------------------*
008240 7900-WRITE-MESSAGE.
008250     WRITE RPT-RECORD FROM SM-RPT-MSG-1.
008260     PERFORM 5900-CHECK-RPT-STATUS THRU 5900-EXIT.
008270 7900-EXIT.
008280     EXIT.
008290*
008300*--------------------------------------------------------------*
008310* 8000-PRINT-TOTALS - TRANSACTION COUNTS AND FINAL DISPOSITION  *
008320*--------------------------------------------------------------*
008330 8000-PRINT-TOTALS.
008340     MOVE 'TRANS READ:     ' TO SM-RPT-TOT-LBL.
008350     MOVE SM-READ-CNT TO SM-RPT-TOT-CNT.
008360     WRITE RPT-RECORD FROM SM-RPT-TOT-1.
008370     PERFORM 5900-CHECK-RPT-STATUS THRU 5900-EXIT.
008380     MOVE 'ADDS APPLIED:   ' TO SM-RPT-TOT-LBL.
008390     MOVE SM-ADD-CNT TO SM-RPT-TOT-CNT.
008400     WRITE RPT-RECORD FROM SM-RPT-TOT-1.
008410     PERFORM 5900-CHECK-RPT-STATUS THRU 5900-EXIT.
008420     MOVE 'DELETES APPLIED:' TO SM-RPT-TOT-LBL.
008430     MOVE SM-DEL-CNT TO SM-RPT-TOT-CNT.
008440     WRITE RPT-RECORD FROM SM-RPT-TOT-1.
008450     PERFORM 5900-CHECK-RPT-STATUS THRU 5900-EXIT.
008460     MOVE 'TRANS REJECTED: ' TO SM-RPT-TOT-LBL.
008470     MOVE SM-REJ-CNT TO SM-RPT-TOT-CNT.
008480     WRITE RPT-RECORD FROM SM-RPT-TOT-1.
008490     PERFORM 5900-CHECK-RPT-STATUS THRU 5900-EXIT.
008500     IF SM-REJ-CNT > ZERO
008510         IF RETURN-CODE < 4
008520             MOVE 4 TO RETURN-CODE
008530         END-IF
008540     END-IF.
008550 8000-EXIT.
008560     EXIT.
008570*
008580*--------------------------------------------------------------*
008590* 9000-TERMINATE - CLOSE ALL FILES.  A VALIDATE RUN NEVER       *
008600*                  OPENED THE CHANGE LOG.                       *
008610*--------------------------------------------------------------*
008620 9000-TERMINATE.
008630     CLOSE TRN-FILE.
008640     IF SM-TRN-STATUS NOT = '00'
008650         MOVE 'TRN-FILE' TO SM-ABEND-FILE
008660         MOVE 'CLOSE' TO SM-ABEND-OP
008670         MOVE SM-TRN-STATUS TO SM-ABEND-STATUS
008680         GO TO 9900-ABEND
008690     END-IF.
008700     CLOSE SIT-FILE.
008710     IF SM-SIT-STATUS NOT = '00'
008720         MOVE 'SIT-FILE' TO SM-ABEND-FILE
008730         MOVE 'CLOSE' TO SM-ABEND-OP
008740         MOVE SM-SIT-STATUS TO SM-ABEND-STATUS
008750         GO TO 9900-ABEND
008760     END-IF.
008770     CLOSE RPT-FILE.
008780     IF SM-RPT-STATUS NOT = '00'
008790         MOVE 'RPT-FILE' TO SM-ABEND-FILE
008800         MOVE 'CLOSE' TO SM-ABEND-OP
008810         MOVE SM-RPT-STATUS TO SM-ABEND-STATUS
008820         GO TO 9900-ABEND
008830     END-IF.
008840     IF NOT SM-RUN-VALIDATE
008850         CLOSE CHG-FILE
008860         IF SM-CHG-STATUS NOT = '00'
008870             MOVE 'CHG-FILE' TO SM-ABEND-FILE
008880             MOVE 'CLOSE' TO SM-ABEND-OP
008890             MOVE SM-CHG-STATUS TO SM-ABEND-STATUS
008900             GO TO 9900-ABEND
008910         END-IF
008920     END-IF.
008930 9000-EXIT.
008940     EXIT.
008950*
008960*--------------------------------------------------------------*
008970* 9900-ABEND - COMMON FILE-ERROR HANDLER, MATCHING THE          *
008980*              CONVENTION USED BY HELLO-WORLD                   *
008990*--------------------------------------------------------------*
009000 9900-ABEND.
009010     DISPLAY 'HWSITMNT FILE ERROR - FILE: ' SM-ABEND-FILE
009020         ' OPERATION: ' SM-ABEND-OP ' STATUS: ' SM-ABEND-STATUS.
009030     MOVE 16 TO RETURN-CODE.
009040     STOP RUN.
