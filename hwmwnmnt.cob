000100 IDENTIFICATION DIVISION.
000110 PROGRAM-ID. HWMWNMNT.
000120 AUTHOR. R L MARTIN.
000130 INSTALLATION. DATA PROCESSING - BATCH SYSTEMS.
000140 DATE-WRITTEN. 10/15/2026.
000150 DATE-COMPILED.
000160*--------------------------------------------------------------*
000170* MODIFICATION HISTORY                                        *
000180*    DATE       INIT  DESCRIPTION                              *
000190*    ---------- ----  ------------------------------------    *
000200*    10/15/2026 RLM   ORIGINAL PROGRAM.  BOOKS AND CANCELS THE *
000210*                     PLANNED MAINTENANCE WINDOWS (SEE         *
000220*                     HWMWNREC) DURING WHICH HELLO-WORLD KEEPS *
000230*                     RUNNING A SITE'S CYCLES BUT WRITES ITS   *
000240*                     SEVERITY 08 AND 12 ALERTS WITH PAGING    *
000250*                     SUPPRESSED, SO PLANNED DASD OR NETWORK   *
000260*                     WORK NO LONGER PAGES THE ON-CALL LIST    *
000270*                     AND NO LONGER NEEDS AN OPERATOR HOLD.    *
000280*                     EVERY APPLIED CHANGE IS WRITTEN TO THE   *
000290*                     CHGLOG CHANGE LOG (SEE HWCHGREC).        *
000300*    10/15/2026 RLM   NEW PARM.  VALIDATE RUNS EVERY EDIT AND  *
000310*                     EXISTENCE CHECK AGAINST THE LIVE FILES   *
000320*                     AND REPORTS WHAT EACH TRANSACTION WOULD  *
000330*                     DO WITHOUT CHANGING ANYTHING; ALLORNONE  *
000340*                     APPLIES THE BATCH ONLY WHEN VALIDATION   *
000350*                     FINDS NO REJECTS.  SOURCE RESEQUENCED.   *
000360*--------------------------------------------------------------*
000370*--------------------------------------------------------------*
000380* TRANSACTION LAYOUT (MWNTRAN, 80 BYTES):                      *
000390*    COLS 01-03  ACTION       'ADD' OR 'DEL'                   *
000400*    COL  04     FILLER                                        *
000410*    COLS 05-12  SITE         A SITE ON THE SITE MASTER        *
000420*    COL  13     FILLER                                        *
000430*    COLS 14-21  START DATE   CCYYMMDD                         *
000440*    COL  22     FILLER                                        *
000450*    COLS 23-28  START TIME   HHMMSS, SITE LOCAL TIME          *
000460*    COL  29     FILLER                                        *
000470*    COLS 30-37  END DATE     CCYYMMDD (ADD ONLY)              *
000480*    COL  38     FILLER                                        *
000490*    COLS 39-44  END TIME     HHMMSS (ADD ONLY)                *
000500*    COL  45     FILLER                                        *
000510*    COLS 46-53  OPERATOR     REQUESTING OPERATOR ID           *
000520*    COL  54     FILLER                                        *
000530*    COLS 55-80  REASON       REQUIRED ON 'ADD'                *
000540* A WINDOW IS KEYED BY SITE AND START DATE/TIME.  AN 'ADD' FOR *
000550* A WINDOW ALREADY ON FILE REPLACES IT, SO THE DESK CAN EXTEND *
000560* OR SHORTEN A WINDOW WITHOUT CANCELLING IT FIRST.             *
000570*--------------------------------------------------------------*
000580* PARM: UPDATE, VALIDATE, OR ALLORNONE                         *
000590*    UPDATE    (THE DEFAULT) APPLY EACH TRANSACTION AS IT IS   *
000600*              READ                                            *
000610*    VALIDATE  RUN EVERY EDIT AND EXISTENCE CHECK AGAINST THE  *
000620*              LIVE FILES AND LIST WHAT EACH TRANSACTION       *
000630*              WOULD ADD, REPLACE, OR DELETE, OR WHY IT WOULD  *
000640*              BE REJECTED.  NOTHING IS CHANGED OR LOGGED.     *
000650*    ALLORNONE VALIDATE THE WHOLE BATCH FIRST, THEN APPLY IT   *
000660*              ONLY IF NO TRANSACTION WAS REJECTED             *
000670* A TRANSACTION IS JUDGED AGAINST THE WINDOW FILE AS THE       *
000680* EARLIER TRANSACTIONS IN THE BATCH WOULD LEAVE IT, SO AN ADD  *
000690* FOLLOWED BY A DELETE OF THE SAME WINDOW VALIDATES AS IT      *
000700* WOULD APPLY.                                                 *
000710*--------------------------------------------------------------*
000720* RETURN-CODE LEGEND:                                          *
000730*    00  ALL TRANSACTIONS APPLIED (VALIDATE: ALL WOULD APPLY)  *
000740*    04  ONE OR MORE TRANSACTIONS REJECTED                     *
000750*    08  INVALID PARM; ALLORNONE BATCH NOT APPLIED; OR MORE    *
000760*        THAN 500 WINDOWS IN ONE VALIDATED BATCH               *
000770*    16  ABEND - UNEXPECTED FILE STATUS ON A FILE OPERATION    *
000780*--------------------------------------------------------------*
000790 ENVIRONMENT DIVISION.
000800 INPUT-OUTPUT SECTION.
000810 FILE-CONTROL.
000820     SELECT TRN-FILE ASSIGN TO MWNTRAN
000830         ORGANIZATION IS LINE SEQUENTIAL
000840         FILE STATUS IS MW-TRN-STATUS.
000850
000860     SELECT OPTIONAL MWN-FILE ASSIGN TO MNTWIN
000870         ORGANIZATION IS INDEXED
000880         ACCESS MODE IS DYNAMIC
000890         RECORD KEY IS MWN-KEY
000900         FILE STATUS IS MW-MWN-STATUS.
000910
000920     SELECT SIT-FILE ASSIGN TO SITFILE
000930         ORGANIZATION IS INDEXED
000940         ACCESS MODE IS DYNAMIC
000950         RECORD KEY IS SIT-KEY
000960         FILE STATUS IS MW-SIT-STATUS.
000970
000980     SELECT CHG-FILE ASSIGN TO CHGLOG
000990         ORGANIZATION IS LINE SEQUENTIAL
001000         FILE STATUS IS MW-CHG-STATUS.
001010
001020     SELECT RPT-FILE ASSIGN TO MWNRPT
001030         ORGANIZATION IS LINE SEQUENTIAL
001040         FILE STATUS IS MW-RPT-STATUS.
001050*
001060 DATA DIVISION.
001070 FILE SECTION.
001080 FD  TRN-FILE
001090     LABEL RECORDS ARE STANDARD
001100     RECORD CONTAINS 80 CHARACTERS.
001110 01  TRN-RECORD.
001120     05  TRN-ACTION              PIC X(03).
001130     05  FILLER                  PIC X(01).
001140     05  TRN-SITE                PIC X(08).
001150     05  FILLER                  PIC X(01).
001160     05  TRN-START-DATE          PIC X(08).
001170     05  TRN-START-DATE-NUM REDEFINES TRN-START-DATE
001180                                 PIC 9(08).
001190     05  FILLER                  PIC X(01).
001200     05  TRN-START-TIME          PIC X(06).
001210     05  FILLER                  PIC X(01).
001220     05  TRN-END-DATE            PIC X(08).
001230     05  TRN-END-DATE-NUM REDEFINES TRN-END-DATE
001240                                 PIC 9(08).
001250     05  FILLER                  PIC X(01).
001260     05  TRN-END-TIME            PIC X(06).
001270     05  FILLER                  PIC X(01).
001280     05  TRN-OPER                PIC X(08).
001290     05  FILLER                  PIC X(01).
001300     05  TRN-REASON              PIC X(26).
001310*
001320 FD  MWN-FILE
001330     LABEL RECORDS ARE STANDARD.
001340 COPY HWMWNREC.
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
001450 FD  RPT-FILE
001460     LABEL RECORDS ARE STANDARD
001470     RECORD CONTAINS 80 CHARACTERS.
001480 01  RPT-RECORD                  PIC X(80).
001490*
001500 WORKING-STORAGE SECTION.
001510 77  MW-TRN-STATUS               PIC X(02) VALUE '00'.
001520 77  MW-MWN-STATUS               PIC X(02) VALUE '00'.
001530 77  MW-SIT-STATUS               PIC X(02) VALUE '00'.
001540 77  MW-RPT-STATUS               PIC X(02) VALUE '00'.
001550 77  MW-CHG-STATUS               PIC X(02) VALUE '00'.
001560 77  MW-READ-CNT                 PIC 9(05) COMP VALUE ZERO.
001570 77  MW-ADD-CNT                  PIC 9(05) COMP VALUE ZERO.
001580 77  MW-DEL-CNT                  PIC 9(05) COMP VALUE ZERO.
001590 77  MW-REJ-CNT                  PIC 9(05) COMP VALUE ZERO.
001600 77  MW-RPL-CNT                  PIC 9(05) COMP VALUE ZERO.
001610 77  MW-PND-CNT                  PIC 9(04) COMP VALUE ZERO.
001620 77  MW-PND-SUB                  PIC 9(04) COMP VALUE ZERO.
001630 77  MW-PND-HIT                  PIC 9(04) COMP VALUE ZERO.
001640 01  MW-EOF-SW                   PIC X(01) VALUE 'N'.
001650     88  MW-EOF                            VALUE 'Y'.
001660     88  MW-NOT-EOF                        VALUE 'N'.
001670 01  MW-VALID-SW                 PIC X(01) VALUE 'Y'.
001680     88  MW-TRN-VALID                      VALUE 'Y'.
001690     88  MW-TRN-INVALID                    VALUE 'N'.
001700 01  MW-RUN-SW                   PIC X(01) VALUE 'U'.
001710     88  MW-RUN-UPDATE                     VALUE 'U'.
001720     88  MW-RUN-VALIDATE                   VALUE 'V'.
001730     88  MW-RUN-ALLORNONE                  VALUE 'A'.
001740 01  MW-PASS-SW                  PIC X(01) VALUE 'A'.
001750     88  MW-APPLY-PASS                     VALUE 'A'.
001760     88  MW-CHECK-PASS                     VALUE 'C'.
001770 01  MW-ON-FILE-SW               PIC X(01) VALUE 'N'.
001780     88  MW-ON-FILE                        VALUE 'Y'.
001790     88  MW-NOT-ON-FILE                    VALUE 'N'.
001800 01  MW-TBLFULL-SW               PIC X(01) VALUE 'N'.
001810     88  MW-TABLE-FULL                     VALUE 'Y'.
001820 01  MW-REJ-REASON               PIC X(24) VALUE SPACES.
001830 01  MW-ABEND-FILE               PIC X(08).
001840 01  MW-ABEND-OP                 PIC X(12).
001850 01  MW-ABEND-STATUS             PIC X(02).
001860 01  MW-CURR-DATE                PIC 9(08) VALUE ZERO.
001870 01  MW-CURR-TIME                PIC X(06) VALUE SPACES.
001880 01  MW-PARM-OPT                 PIC X(10) VALUE SPACES.
001890*
001900*--------------------------------------------------------------*
001910* PENDING-CHANGE TABLE FOR THE VALIDATION PASS.  NOTHING IS    *
001920* WRITTEN WHILE VALIDATING, SO EACH WINDOW A TRANSACTION HAS   *
001930* BEEN JUDGED FOR IS HELD HERE WITH WHETHER IT WOULD THEN BE   *
001940* ON FILE; A LATER TRANSACTION FOR THE SAME WINDOW IS JUDGED   *
001950* AGAINST THIS ENTRY INSTEAD OF THE LIVE WINDOW FILE.          *
001960*--------------------------------------------------------------*
001970 01  MW-PND-WORK-KEY.
001980     05  MW-PND-WORK-SITE        PIC X(08).
001990     05  MW-PND-WORK-DATE        PIC X(08).
002000     05  MW-PND-WORK-TIME        PIC X(06).
002010 01  MW-PND-TABLE.
002020     05  MW-PND-ENTRY OCCURS 500 TIMES.
002030         10  MW-PND-KEY          PIC X(22).
002040         10  MW-PND-ON-FILE      PIC X(01).
002050*
002060*--------------------------------------------------------------*
002070* DATE AND TIME VALIDATION WORK AREA, AS HWCALMNT EDITS ITS    *
002080* HOLIDAY DATES.  THE MONTH-LENGTH TABLE CARRIES FEBRUARY AS   *
002090* 28; 2250-CHECK-LEAP-YEAR RAISES THE LIMIT TO 29 WHEN THE     *
002100* YEAR CALLS FOR IT.  THE START AND END GROUPS LET THE WINDOW  *
002110* BE COMPARED AS ONE CCYYMMDDHHMMSS VALUE.                     *
002120*--------------------------------------------------------------*
002130 01  MW-EDIT-DATE.
002140     05  MW-EDIT-CCYY            PIC 9(04).
002150     05  MW-EDIT-MM              PIC 9(02).
002160     05  MW-EDIT-DD              PIC 9(02).
002170 01  MW-EDIT-TIME                PIC X(06) VALUE SPACES.
002180 01  MW-EDIT-TIME-R REDEFINES MW-EDIT-TIME.
002190     05  MW-EDIT-HH              PIC 9(02).
002200     05  MW-EDIT-MI              PIC 9(02).
002210     05  MW-EDIT-SS              PIC 9(02).
002220 01  MW-MONTH-DAYS-TBL           PIC X(24)
002230         VALUE '312831303130313130313031'.
002240 01  MW-MONTH-DAYS-R REDEFINES MW-MONTH-DAYS-TBL.
002250     05  MW-MONTH-DAYS OCCURS 12 TIMES
002260                                 PIC 9(02).
002270 01  MW-MAX-DD                   PIC 9(02) VALUE ZERO.
002280 01  MW-LEAP-QUOT                PIC 9(04) COMP VALUE ZERO.
002290 01  MW-LEAP-REM                 PIC 9(04) COMP VALUE ZERO.
002300 01  MW-DATE-SW                  PIC X(01) VALUE 'Y'.
002310     88  MW-DATE-OK                        VALUE 'Y'.
002320     88  MW-DATE-BAD                       VALUE 'N'.
002330 01  MW-WIN-START.
002340     05  MW-WIN-START-DATE       PIC X(08).
002350     05  MW-WIN-START-TIME       PIC X(06).
002360 01  MW-WIN-END.
002370     05  MW-WIN-END-DATE         PIC X(08).
002380     05  MW-WIN-END-TIME         PIC X(06).
002390 01  MW-NOW.
002400     05  MW-NOW-DATE             PIC 9(08).
002410     05  MW-NOW-TIME             PIC X(06).
002420*
002430*--------------------------------------------------------------*
002440* MAINTENANCE REPORT LINES                                     *
002450*--------------------------------------------------------------*
002460 01  MW-RPT-HDR-1.
002470     05  FILLER                  PIC X(01) VALUE SPACE.
002480     05  FILLER                  PIC X(40)
002490             VALUE 'HWMWNMNT MAINTENANCE WINDOW UPDATE'.
002500     05  FILLER                  PIC X(39) VALUE SPACES.
002510 01  MW-RPT-DTL-1.
002520     05  FILLER                  PIC X(01) VALUE SPACE.
002530     05  MW-RPT-DISP             PIC X(08).
002540     05  FILLER                  PIC X(01) VALUE SPACE.
002550     05  MW-RPT-ACTION           PIC X(03).
002560     05  FILLER                  PIC X(01) VALUE SPACE.
002570     05  MW-RPT-SITE             PIC X(08).
002580     05  FILLER                  PIC X(01) VALUE SPACE.
002590     05  MW-RPT-START-DATE       PIC X(08).
002600     05  FILLER                  PIC X(01) VALUE SPACE.
002610     05  MW-RPT-START-TIME       PIC X(06).
002620     05  FILLER                  PIC X(01) VALUE SPACE.
002630     05  MW-RPT-OPER             PIC X(08).
002640     05  FILLER                  PIC X(01) VALUE SPACE.
002650     05  MW-RPT-REASON           PIC X(26).
002660     05  FILLER                  PIC X(06) VALUE SPACES.
002670 01  MW-RPT-MSG-1.
002680     05  FILLER                  PIC X(01) VALUE SPACE.
002690     05  MW-RPT-MSG-TEXT         PIC X(60).
002700     05  FILLER                  PIC X(19) VALUE SPACES.
002710 01  MW-RPT-TOT-1.
002720     05  FILLER                  PIC X(01) VALUE SPACE.
002730     05  MW-RPT-TOT-LBL          PIC X(16).
002740     05  MW-RPT-TOT-CNT          PIC ZZZZ9.
002750     05  FILLER                  PIC X(58) VALUE SPACES.
002760*
002770 LINKAGE SECTION.
002780 01  MW-PARM-AREA.
002790     05  MW-PARM-LEN             PIC S9(04) COMP.
002800     05  MW-PARM-TEXT            PIC X(80).
002810*
002820 PROCEDURE DIVISION USING MW-PARM-AREA.
002830*--------------------------------------------------------------*
002840* 0000-MAINLINE                                                 *
002850*--------------------------------------------------------------*
002860 0000-MAINLINE.
002870     PERFORM 1000-GET-PARM THRU 1000-EXIT.
002880     PERFORM 1100-INITIALIZE THRU 1100-EXIT.
002890     PERFORM 2000-PROCESS-TRAN THRU 2000-EXIT
002900         UNTIL MW-EOF.
002910     IF MW-CHECK-PASS
002920         PERFORM 7000-END-CHECK-PASS THRU 7000-EXIT
002930     END-IF.
002940     IF MW-APPLY-PASS
002950         PERFORM 8000-PRINT-TOTALS THRU 8000-EXIT
002960     END-IF.
002970     PERFORM 9000-TERMINATE THRU 9000-EXIT.
002980     STOP RUN.
002990*
003000*--------------------------------------------------------------*
003010* 1000-GET-PARM - UPDATE (THE DEFAULT), VALIDATE, OR ALLORNONE. *
003020*                 BOTH VALIDATE AND ALLORNONE START WITH THE    *
003030*                 CHECK PASS.  A BAD PARM ENDS THE RUN BEFORE   *
003040*                 ANY FILE OPENS.                               *
003050*--------------------------------------------------------------*
003060 1000-GET-PARM.
003070     IF MW-PARM-LEN > ZERO
003080         UNSTRING MW-PARM-TEXT DELIMITED BY ALL SPACE
003090             INTO MW-PARM-OPT
003100     END-IF.
003110     EVALUATE MW-PARM-OPT
003120         WHEN SPACES
003130         WHEN 'UPDATE'
003140             SET MW-RUN-UPDATE TO TRUE
003150             SET MW-APPLY-PASS TO TRUE
003160         WHEN 'VALIDATE'
003170             SET MW-RUN-VALIDATE TO TRUE
003180             SET MW-CHECK-PASS TO TRUE
003190         WHEN 'ALLORNONE'
003200             SET MW-RUN-ALLORNONE TO TRUE
003210             SET MW-CHECK-PASS TO TRUE
003220         WHEN OTHER
003230             DISPLAY 'HWMWNMNT INVALID PARM: ' MW-PARM-OPT
003240             MOVE 8 TO RETURN-CODE
003250             STOP RUN
003260     END-EVALUATE.
003270 1000-EXIT.
003280     EXIT.
003290*
003300*--------------------------------------------------------------*
003310* 1100-INITIALIZE - OPEN FILES, WRITE THE REPORT HEADER, AND    *
003320*                   PRIME THE FIRST TRANSACTION READ.  A        *
003330*                   VALIDATE RUN OPENS THE WINDOW FILE INPUT    *
003340*                   AND NEVER OPENS THE CHANGE LOG.             *
003350*--------------------------------------------------------------*
003360 1100-INITIALIZE.
003370     ACCEPT MW-CURR-DATE FROM DATE YYYYMMDD.
003380     ACCEPT MW-CURR-TIME FROM TIME.
003390     MOVE MW-CURR-DATE TO MW-NOW-DATE.
003400     MOVE MW-CURR-TIME TO MW-NOW-TIME.
003410     OPEN INPUT TRN-FILE.
003420     IF MW-TRN-STATUS NOT = '00'
003430         MOVE 'TRN-FILE' TO MW-ABEND-FILE
003440         MOVE 'OPEN INPUT' TO MW-ABEND-OP
003450         MOVE MW-TRN-STATUS TO MW-ABEND-STATUS
003460         GO TO 9900-ABEND
003470     END-IF.
003480     IF MW-RUN-VALIDATE
003490         OPEN INPUT MWN-FILE
003500         MOVE 'OPEN INPUT' TO MW-ABEND-OP
003510     ELSE
003520         OPEN I-O MWN-FILE
003530         MOVE 'OPEN I-O' TO MW-ABEND-OP
003540     END-IF.
003550     IF MW-MWN-STATUS NOT = '00' AND MW-MWN-STATUS NOT = '05'
003560         MOVE 'MWN-FILE' TO MW-ABEND-FILE
003570         MOVE MW-MWN-STATUS TO MW-ABEND-STATUS
003580         GO TO 9900-ABEND
003590     END-IF.
003600     OPEN INPUT SIT-FILE.
003610     IF MW-SIT-STATUS NOT = '00'
003620         MOVE 'SIT-FILE' TO MW-ABEND-FILE
003630         MOVE 'OPEN INPUT' TO MW-ABEND-OP
003640         MOVE MW-SIT-STATUS TO MW-ABEND-STATUS
003650         GO TO 9900-ABEND
003660     END-IF.
003670     OPEN OUTPUT RPT-FILE.
003680     IF MW-RPT-STATUS NOT = '00'
003690         MOVE 'RPT-FILE' TO MW-ABEND-FILE
003700         MOVE 'OPEN OUTPUT' TO MW-ABEND-OP
003710         MOVE MW-RPT-STATUS TO MW-ABEND-STATUS
003720         GO TO 9900-ABEND
003730     END-IF.
003740     IF NOT MW-RUN-VALIDATE
003750         OPEN EXTEND CHG-FILE
003760         IF MW-CHG-STATUS NOT = '00'
003770             MOVE 'CHG-FILE' TO MW-ABEND-FILE
003780             MOVE 'OPEN EXTEND' TO MW-ABEND-OP
003790             MOVE MW-CHG-STATUS TO MW-ABEND-STATUS
003800             GO TO 9900-ABEND
003810         END-IF
003820     END-IF.
003830     WRITE RPT-RECORD FROM MW-RPT-HDR-1.
003840     PERFORM 5900-CHECK-RPT-STATUS THRU 5900-EXIT.
003850     IF MW-RUN-VALIDATE
003860         MOVE 'VALIDATE ONLY - NO FILE IS CHANGED'
003870             TO MW-RPT-MSG-TEXT
003880         PERFORM 7900-WRITE-MESSAGE THRU 7900-EXIT
003890     END-IF.
003900     IF MW-RUN-ALLORNONE
003910         MOVE 'ALL OR NONE - BATCH IS VALIDATED BEFORE ANY CHANGE'
003920             TO MW-RPT-MSG-TEXT
003930         PERFORM 7900-WRITE-MESSAGE THRU 7900-EXIT
003940     END-IF.
003950     PERFORM 2900-READ-TRAN THRU 2900-EXIT.
003960 1100-EXIT.
003970     EXIT.
003980*
003990*--------------------------------------------------------------*
004000* 2000-PROCESS-TRAN - VALIDATE AND APPLY ONE TRANSACTION, THEN  *
004010*                     READ THE NEXT.  ON THE CHECK PASS THE     *
004020*                     TRANSACTION IS ONLY JUDGED, NOT APPLIED.  *
004030*--------------------------------------------------------------*
004040 2000-PROCESS-TRAN.
004050     ADD 1 TO MW-READ-CNT.
004060     PERFORM 2100-EDIT-TRAN THRU 2100-EXIT.
004070     IF MW-TRN-INVALID
004080         ADD 1 TO MW-REJ-CNT
004090         MOVE 'REJECTED' TO MW-RPT-DISP
004100         PERFORM 5000-WRITE-DETAIL THRU 5000-EXIT
004110         GO TO 2000-NEXT
004120     END-IF.
004130     IF MW-CHECK-PASS
004140         PERFORM 4000-CHECK-TRAN THRU 4000-EXIT
004150         GO TO 2000-NEXT
004160     END-IF.
004170     IF TRN-ACTION = 'ADD'
004180         PERFORM 3000-APPLY-ADD THRU 3000-EXIT
004190     ELSE
004200         PERFORM 3100-APPLY-DEL THRU 3100-EXIT
004210     END-IF.
004220 2000-NEXT.
004230     PERFORM 2900-READ-TRAN THRU 2900-EXIT.
004240 2000-EXIT.
004250     EXIT.
004260*
004270*--------------------------------------------------------------*
004280* 2100-EDIT-TRAN - VALIDATE THE ACTION, SITE, OPERATOR, AND     *
004290*                  START DATE/TIME AND, FOR AN 'ADD', THE END   *
004300*                  DATE/TIME AND THE REASON.  AN ADDED WINDOW   *
004310*                  MUST END AFTER IT STARTS AND MUST NOT HAVE   *
004320*                  ENDED ALREADY.                               *
004330*--------------------------------------------------------------*
004340 2100-EDIT-TRAN.
004350     SET MW-TRN-VALID TO TRUE.
004360     MOVE SPACES TO MW-REJ-REASON.
004370     IF TRN-ACTION NOT = 'ADD' AND TRN-ACTION NOT = 'DEL'
004380         SET MW-TRN-INVALID TO TRUE
004390         MOVE 'INVALID ACTION' TO MW-REJ-REASON
004400         GO TO 2100-EXIT
004410     END-IF.
004420     MOVE TRN-SITE TO SIT-CODE.
004430     READ SIT-FILE
004440         INVALID KEY
004450             SET MW-TRN-INVALID TO TRUE
004460             MOVE 'SITE NOT ON FILE' TO MW-REJ-REASON
004470             GO TO 2100-EXIT
004480     END-READ.
004490     IF MW-SIT-STATUS NOT = '00'
004500         MOVE 'SIT-FILE' TO MW-ABEND-FILE
004510         MOVE 'READ' TO MW-ABEND-OP
004520         MOVE MW-SIT-STATUS TO MW-ABEND-STATUS
004530         GO TO 9900-ABEND
004540     END-IF.
004550     IF TRN-OPER = SPACES
004560         SET MW-TRN-INVALID TO TRUE
004570         MOVE 'MISSING OPERATOR' TO MW-REJ-REASON
004580         GO TO 2100-EXIT
004590     END-IF.
004600     IF TRN-START-DATE NOT NUMERIC
004610         SET MW-TRN-INVALID TO TRUE
004620         MOVE 'START DATE NOT NUMERIC' TO MW-REJ-REASON
004630         GO TO 2100-EXIT
004640     END-IF.
004650     MOVE TRN-START-DATE-NUM TO MW-EDIT-DATE.
004660     MOVE TRN-START-TIME TO MW-EDIT-TIME.
004670     PERFORM 2200-EDIT-DATE-TIME THRU 2200-EXIT.
004680     IF MW-DATE-BAD
004690         SET MW-TRN-INVALID TO TRUE
004700         MOVE 'INVALID START DATE/TIME' TO MW-REJ-REASON
004710         GO TO 2100-EXIT
004720     END-IF.
004730     IF TRN-ACTION = 'DEL'
004740         GO TO 2100-EXIT
004750     END-IF.
004760     IF TRN-END-DATE NOT NUMERIC
004770         SET MW-TRN-INVALID TO TRUE
004780         MOVE 'END DATE NOT NUMERIC' TO MW-REJ-REASON
004790         GO TO 2100-EXIT
004800     END-IF.
004810     MOVE TRN-END-DATE-NUM TO MW-EDIT-DATE.
004820     MOVE TRN-END-TIME TO MW-EDIT-TIME.
004830     PERFORM 2200-EDIT-DATE-TIME THRU 2200-EXIT.
004840     IF MW-DATE-BAD
004850         SET MW-TRN-INVALID TO TRUE
004860         MOVE 'INVALID END DATE/TIME' TO MW-REJ-REASON
004870         GO TO 2100-EXIT
004880     END-IF.
004890     MOVE TRN-START-DATE TO MW-WIN-START-DATE.
004900     MOVE TRN-START-TIME TO MW-WIN-START-TIME.
004910     MOVE TRN-END-DATE TO MW-WIN-END-DATE.
004920     MOVE TRN-END-TIME TO MW-WIN-END-TIME.
004930     IF MW-WIN-END NOT > MW-WIN-START
004940         SET MW-TRN-INVALID TO TRUE
004950         MOVE 'END NOT AFTER START' TO MW-REJ-REASON
004960         GO TO 2100-EXIT
004970     END-IF.
004980     IF MW-WIN-END < MW-NOW
004990         SET MW-TRN-INVALID TO TRUE
005000         MOVE 'WINDOW ALREADY ENDED' TO MW-REJ-REASON
005010         GO TO 2100-EXIT
005020     END-IF.
005030     IF TRN-REASON = SPACES
005040         SET MW-TRN-INVALID TO TRUE
005050         MOVE 'MISSING REASON' TO MW-REJ-REASON
005060     END-IF.
005070 2100-EXIT.
005080     EXIT.
005090*
005100*--------------------------------------------------------------*
005110* 2200-EDIT-DATE-TIME - CHECK MW-EDIT-DATE IS A REAL CALENDAR   *
005120*                       DATE AND MW-EDIT-TIME A REAL HHMMSS     *
005130*                       TIME OF DAY                             *
005140*--------------------------------------------------------------*
005150 2200-EDIT-DATE-TIME.
005160     SET MW-DATE-OK TO TRUE.
005170     IF MW-EDIT-CCYY < 1998 OR MW-EDIT-CCYY > 2099
005180             OR MW-EDIT-MM < 01 OR MW-EDIT-MM > 12
005190         SET MW-DATE-BAD TO TRUE
005200         GO TO 2200-EXIT
005210     END-IF.
005220     MOVE MW-MONTH-DAYS(MW-EDIT-MM) TO MW-MAX-DD.
005230     IF MW-EDIT-MM = 02
005240         PERFORM 2250-CHECK-LEAP-YEAR THRU 2250-EXIT
005250     END-IF.
005260     IF MW-EDIT-DD < 01 OR MW-EDIT-DD > MW-MAX-DD
005270         SET MW-DATE-BAD TO TRUE
005280         GO TO 2200-EXIT
005290     END-IF.
005300     IF MW-EDIT-TIME NOT NUMERIC
005310         SET MW-DATE-BAD TO TRUE
005320         GO TO 2200-EXIT
005330     END-IF.
005340     IF MW-EDIT-HH > 23 OR MW-EDIT-MI > 59 OR MW-EDIT-SS > 59
005350         SET MW-DATE-BAD TO TRUE
005360     END-IF.
005370 2200-EXIT.
005380     EXIT.
005390*
005400*--------------------------------------------------------------*
005410* 2250-CHECK-LEAP-YEAR - RAISE THE FEBRUARY LIMIT TO 29 WHEN    *
005420*                        THE YEAR IS DIVISIBLE BY 4 BUT NOT BY  *
005430*                        100, OR DIVISIBLE BY 400               *
005440*--------------------------------------------------------------*
005450 2250-CHECK-LEAP-YEAR.
005460     DIVIDE MW-EDIT-CCYY BY 4
005470         GIVING MW-LEAP-QUOT REMAINDER MW-LEAP-REM.
005480     IF MW-LEAP-REM NOT = ZERO
005490         GO TO 2250-EXIT
005500     END-IF.
005510     DIVIDE MW-EDIT-CCYY BY 100
005520         GIVING MW-LEAP-QUOT REMAINDER MW-LEAP-REM.
005530     IF MW-LEAP-REM NOT = ZERO
005540         MOVE 29 TO MW-MAX-DD
005550         GO TO 2250-EXIT
005560     END-IF.
005570     DIVIDE MW-EDIT-CCYY BY 400
005580         GIVING MW-LEAP-QUOT REMAINDER MW-LEAP-REM.
005590     IF MW-LEAP-REM = ZERO
005600         MOVE 29 TO MW-MAX-DD
005610     END-IF.
005620 2250-EXIT.
005630     EXIT.
005640*
005650*--------------------------------------------------------------*
005660* 2900-READ-TRAN - READ THE NEXT TRANSACTION OR SET EOF         *
005670*--------------------------------------------------------------*
005680 2900-READ-TRAN.
005690     READ TRN-FILE
005700         AT END
005710             SET MW-EOF TO TRUE
005720     END-READ.
005730     IF MW-TRN-STATUS NOT = '00' AND MW-TRN-STATUS NOT = '10'
005740         MOVE 'TRN-FILE' TO MW-ABEND-FILE
005750         MOVE 'READ' TO MW-ABEND-OP
005760         MOVE MW-TRN-STATUS TO MW-ABEND-STATUS
005770         GO TO 9900-ABEND
005780     END-IF.
005790 2900-EXIT.
005800     EXIT.
005810*
005820*--------------------------------------------------------------*
005830* 3000-APPLY-ADD - WRITE A WINDOW RECORD.  A WINDOW ALREADY ON  *
005840*                  FILE FOR THE SAME SITE AND START IS          *
005850*                  REWRITTEN, AND IS KEPT AS THE CHANGE LOG     *
005860*                  BEFORE IMAGE.                                *
005870*--------------------------------------------------------------*
005880 3000-APPLY-ADD.
005890     MOVE SPACES TO CHG-RECORD.
005900     MOVE TRN-SITE TO MWN-SITE.
005910     MOVE TRN-START-DATE-NUM TO MWN-START-DATE.
005920     MOVE TRN-START-TIME TO MWN-START-TIME.
005930     READ MWN-FILE
005940         INVALID KEY
005950             CONTINUE
005960         NOT INVALID KEY
005970             MOVE MWN-RECORD TO CHG-BEFORE
005980     END-READ.
005990     IF MW-MWN-STATUS NOT = '00' AND MW-MWN-STATUS NOT = '23'
006000         MOVE 'MWN-FILE' TO MW-ABEND-FILE
006010         MOVE 'READ' TO MW-ABEND-OP
006020         MOVE MW-MWN-STATUS TO MW-ABEND-STATUS
006030         GO TO 9900-ABEND
006040     END-IF.
006050     MOVE TRN-END-DATE-NUM TO MWN-END-DATE.
006060     MOVE TRN-END-TIME TO MWN-END-TIME.
006070     MOVE TRN-OPER TO MWN-OPER.
006080     MOVE TRN-REASON TO MWN-REASON.
006090     WRITE MWN-RECORD
006100         INVALID KEY
006110             REWRITE MWN-RECORD
006120     END-WRITE.
006130     IF MW-MWN-STATUS NOT = '00'
006140         MOVE 'MWN-FILE' TO MW-ABEND-FILE
006150         MOVE 'WRITE' TO MW-ABEND-OP
006160         MOVE MW-MWN-STATUS TO MW-ABEND-STATUS
006170         GO TO 9900-ABEND
006180     END-IF.
006190     MOVE MWN-RECORD TO CHG-AFTER.
006200     PERFORM 3800-WRITE-CHANGE-LOG THRU 3800-EXIT.
006210     ADD 1 TO MW-ADD-CNT.
006220     MOVE 'APPLIED' TO MW-RPT-DISP.
006230     PERFORM 5000-WRITE-DETAIL THRU 5000-EXIT.
006240 3000-EXIT.
006250     EXIT.
006260*
006270*--------------------------------------------------------------*
006280* 3100-APPLY-DEL - CANCEL A WINDOW.  A WINDOW NOT ON FILE IS    *
006290*                  REPORTED AS A REJECT, NOT TREATED AS AN      *
006300*                  ERROR.  THE WINDOW IS READ FIRST SO THE      *
006310*                  CHANGE LOG KEEPS WHO BOOKED IT AND WHY.      *
006320*--------------------------------------------------------------*
006330 3100-APPLY-DEL.
006340     MOVE SPACES TO CHG-RECORD.
006350     MOVE TRN-SITE TO MWN-SITE.
006360     MOVE TRN-START-DATE-NUM TO MWN-START-DATE.
006370     MOVE TRN-START-TIME TO MWN-START-TIME.
006380     READ MWN-FILE
006390         INVALID KEY
006400             ADD 1 TO MW-REJ-CNT
006410             MOVE 'REJECTED' TO MW-RPT-DISP
006420             MOVE 'WINDOW NOT ON FILE' TO MW-REJ-REASON
006430             PERFORM 5000-WRITE-DETAIL THRU 5000-EXIT
006440             GO TO 3100-EXIT
006450     END-READ.
006460     IF MW-MWN-STATUS NOT = '00'
006470         MOVE 'MWN-FILE' TO MW-ABEND-FILE
006480         MOVE 'READ' TO MW-ABEND-OP
006490         MOVE MW-MWN-STATUS TO MW-ABEND-STATUS
006500         GO TO 9900-ABEND
006510     END-IF.
006520     MOVE MWN-RECORD TO CHG-BEFORE.
006530     DELETE MWN-FILE.
006540     IF MW-MWN-STATUS NOT = '00'
006550         MOVE 'MWN-FILE' TO MW-ABEND-FILE
006560         MOVE 'DELETE' TO MW-ABEND-OP
006570         MOVE MW-MWN-STATUS TO MW-ABEND-STATUS
006580         GO TO 9900-ABEND
006590     END-IF.
006600     PERFORM 3800-WRITE-CHANGE-LOG THRU 3800-EXIT.
006610     ADD 1 TO MW-DEL-CNT.
006620     MOVE 'APPLIED' TO MW-RPT-DISP.
006630     MOVE SPACES TO MW-REJ-REASON.
006640     PERFORM 5000-WRITE-DETAIL THRU 5000-EXIT.
006650 3100-EXIT.
006660     EXIT.
006670*
006680*--------------------------------------------------------------*
006690* 3800-WRITE-CHANGE-LOG - APPEND ONE CHANGE-LOG ENTRY FOR THE   *
006700*                         APPLIED TRANSACTION.  THE CALLER HAS  *
006710*                         ALREADY PLACED THE BEFORE AND AFTER   *
006720*                         IMAGES IN THE LOG RECORD.             *
006730*--------------------------------------------------------------*
006740 3800-WRITE-CHANGE-LOG.
006750     MOVE MW-CURR-DATE TO CHG-DATE.
006760     MOVE MW-CURR-TIME TO CHG-TIME.
006770     MOVE 'HWMWNMNT' TO CHG-PGM.
006780     MOVE 'MNTWIN' TO CHG-MASTER.
006790     MOVE TRN-ACTION TO CHG-ACTION.
006800     MOVE TRN-OPER TO CHG-OPER.
006810     MOVE SPACES TO CHG-KEY.
006820     STRING TRN-SITE DELIMITED BY SPACE
006830            '/' DELIMITED BY SIZE
006840            TRN-START-DATE DELIMITED BY SIZE
006850            '/' DELIMITED BY SIZE
006860            TRN-START-TIME DELIMITED BY SIZE
006870         INTO CHG-KEY.
006880     WRITE CHG-RECORD.
006890     IF MW-CHG-STATUS NOT = '00'
006900         MOVE 'CHG-FILE' TO MW-ABEND-FILE
006910         MOVE 'WRITE' TO MW-ABEND-OP
006920         MOVE MW-CHG-STATUS TO MW-ABEND-STATUS
006930         GO TO 9900-ABEND
006940     END-IF.
006950 3800-EXIT.
006960     EXIT.
006970*
006980*--------------------------------------------------------------*
006990* 4000-CHECK-TRAN - JUDGE ONE EDITED TRANSACTION WITHOUT        *
007000*                   APPLYING IT.  THE WINDOW IS LOOKED FOR      *
007010*                   FIRST IN THE PENDING-CHANGE TABLE, THEN ON  *
007020*                   THE LIVE WINDOW FILE.  AN ADD OF A WINDOW   *
007030*                   ON FILE WOULD REPLACE IT; A DELETE OF A     *
007040*                   WINDOW NOT ON FILE WOULD BE REJECTED, AS    *
007050*                   3100 REJECTS IT.                            *
007060*--------------------------------------------------------------*
007070 4000-CHECK-TRAN.
007080     MOVE TRN-SITE TO MW-PND-WORK-SITE.
007090     MOVE TRN-START-DATE TO MW-PND-WORK-DATE.
007100     MOVE TRN-START-TIME TO MW-PND-WORK-TIME.
007110     PERFORM 4100-FIND-PENDING THRU 4100-EXIT.
007120     IF MW-PND-HIT NOT = ZERO
007130         MOVE MW-PND-ON-FILE(MW-PND-HIT) TO MW-ON-FILE-SW
007140     ELSE
007150         PERFORM 4200-READ-MASTER THRU 4200-EXIT
007160     END-IF.
007170     IF TRN-ACTION = 'DEL' AND MW-NOT-ON-FILE
007180         ADD 1 TO MW-REJ-CNT
007190         MOVE 'REJECTED' TO MW-RPT-DISP
007200         MOVE 'WINDOW NOT ON FILE' TO MW-REJ-REASON
007210         PERFORM 5000-WRITE-DETAIL THRU 5000-EXIT
007220         GO TO 4000-EXIT
007230     END-IF.
007240     EVALUATE TRUE
007250         WHEN TRN-ACTION = 'DEL'
007260             ADD 1 TO MW-DEL-CNT
007270             MOVE 'DELETE' TO MW-RPT-DISP
007280             SET MW-NOT-ON-FILE TO TRUE
007290         WHEN MW-ON-FILE
007300             ADD 1 TO MW-RPL-CNT
007310             MOVE 'REPLACE' TO MW-RPT-DISP
007320         WHEN OTHER
007330             ADD 1 TO MW-ADD-CNT
007340             MOVE 'ADD' TO MW-RPT-DISP
007350             SET MW-ON-FILE TO TRUE
007360     END-EVALUATE.
007370     PERFORM 4300-POST-PENDING THRU 4300-EXIT.
007380     PERFORM 5000-WRITE-DETAIL THRU 5000-EXIT.
007390 4000-EXIT.
007400     EXIT.
007410*
007420*--------------------------------------------------------------*
007430* 4100-FIND-PENDING - LOCATE THE TRANSACTION'S WINDOW IN THE    *
007440*                     PENDING-CHANGE TABLE.  MW-PND-HIT IS ZERO *
007450*                     WHEN NO EARLIER TRANSACTION NAMED IT.     *
007460*--------------------------------------------------------------*
007470 4100-FIND-PENDING.
007480     MOVE ZERO TO MW-PND-HIT.
007490     MOVE 1 TO MW-PND-SUB.
007500     PERFORM 4110-TEST-PENDING THRU 4110-EXIT
007510         UNTIL MW-PND-SUB > MW-PND-CNT OR MW-PND-HIT NOT = ZERO.
007520 4100-EXIT.
007530     EXIT.
007540*
007550*--------------------------------------------------------------*
007560* 4110-TEST-PENDING - COMPARE ONE TABLE ENTRY                   *
007570*--------------------------------------------------------------*
007580 4110-TEST-PENDING.
007590     IF MW-PND-KEY(MW-PND-SUB) = MW-PND-WORK-KEY
007600         MOVE MW-PND-SUB TO MW-PND-HIT
007610     END-IF.
007620     ADD 1 TO MW-PND-SUB.
007630 4110-EXIT.
007640     EXIT.
007650*
007660*--------------------------------------------------------------*
007670* 4200-READ-MASTER - SET MW-ON-FILE-SW FROM THE LIVE WINDOW     *
007680*                    FILE                                       *
007690*--------------------------------------------------------------*
007700 4200-READ-MASTER.
007710     MOVE TRN-SITE TO MWN-SITE.
007720     MOVE TRN-START-DATE-NUM TO MWN-START-DATE.
007730     MOVE TRN-START-TIME TO MWN-START-TIME.
007740     SET MW-ON-FILE TO TRUE.
007750     READ MWN-FILE
007760         INVALID KEY
007770             SET MW-NOT-ON-FILE TO TRUE
007780     END-READ.
007790     IF MW-MWN-STATUS NOT = '00' AND MW-MWN-STATUS NOT = '23'
007800         MOVE 'MWN-FILE' TO MW-ABEND-FILE
007810         MOVE 'READ' TO MW-ABEND-OP
007820         MOVE MW-MWN-STATUS TO MW-ABEND-STATUS
007830         GO TO 9900-ABEND
007840     END-IF.
007850 4200-EXIT.
007860     EXIT.
007870*
007880*--------------------------------------------------------------*
007890* 4300-POST-PENDING - RECORD WHETHER THE WINDOW WOULD NOW BE    *
007900*                     ON FILE.  AN ENTRY NOT YET IN THE TABLE   *
007910*                     IS ADDED; WHEN THE TABLE IS FULL THE      *
007920*                     BATCH CAN NO LONGER BE JUDGED EXACTLY.    *
007930*--------------------------------------------------------------*
007940 4300-POST-PENDING.
007950     IF MW-PND-HIT = ZERO
007960         IF MW-PND-CNT < 500
007970             ADD 1 TO MW-PND-CNT
007980             MOVE MW-PND-CNT TO MW-PND-HIT
007990             MOVE MW-PND-WORK-KEY TO MW-PND-KEY(MW-PND-HIT)
008000         ELSE
008010             SET MW-TABLE-FULL TO TRUE
008020             GO TO 4300-EXIT
008030         END-IF
008040     END-IF.
008050     MOVE MW-ON-FILE-SW TO MW-PND-ON-FILE(MW-PND-HIT).
008060 4300-EXIT.
008070     EXIT.
008080*
008090*--------------------------------------------------------------*
008100* 5000-WRITE-DETAIL - ONE REPORT LINE PER TRANSACTION           *
008110*--------------------------------------------------------------*
008120 5000-WRITE-DETAIL.
008130     MOVE TRN-ACTION TO MW-RPT-ACTION.
008140     MOVE TRN-SITE TO MW-RPT-SITE.
008150     MOVE TRN-START-DATE TO MW-RPT-START-DATE.
008160     MOVE TRN-START-TIME TO MW-RPT-START-TIME.
008170     MOVE TRN-OPER TO MW-RPT-OPER.
008180     IF MW-REJ-REASON = SPACES
008190         MOVE TRN-REASON TO MW-RPT-REASON
008200     ELSE
008210         MOVE MW-REJ-REASON TO MW-RPT-REASON
008220     END-IF.
008230     WRITE RPT-RECORD FROM MW-RPT-DTL-1.
008240     PERFORM 5900-CHECK-RPT-STATUS THRU 5900-EXIT.
008250 5000-EXIT.
008260     EXIT.
008270*
008280*--------------------------------------------------------------*
008290* 5900-CHECK-RPT-STATUS - COMMON STATUS CHECK AFTER EACH        *
008300*                         REPORT LINE WRITE                     *
008310*--------------------------------------------------------------*
008320 5900-CHECK-RPT-STATUS.
008330     IF MW-RPT-STATUS NOT = '00'
008340         MOVE 'RPT-FILE' TO MW-ABEND-FILE
008350         MOVE 'WRITE' TO MW-ABEND-OP
008360         MOVE MW-RPT-STATUS TO MW-ABEND-STATUS
008370         GO TO 9900-ABEND
008380     END-IF.
008390 5900-EXIT.
008400     EXIT.
008410*
008420*--------------------------------------------------------------*
008430* 7000-END-CHECK-PASS - PRINT WHAT THE BATCH WOULD DO.  A       *
008440*                       VALIDATE RUN ENDS HERE.  AN ALLORNONE   *
008450*                       RUN WITH NO REJECTS REREADS THE BATCH   *
008460*                       AND APPLIES IT; OTHERWISE NOTHING IS    *
008470*                       APPLIED AND THE RUN ENDS RC 8.          *
008480*--------------------------------------------------------------*
008490 7000-END-CHECK-PASS.
008500     PERFORM 7100-PRINT-CHECK-TOTALS THRU 7100-EXIT.
008510     IF MW-TABLE-FULL
008520         MOVE 'OVER 500 WINDOWS IN THE BATCH - SPLIT IT AND RERUN'
008530             TO MW-RPT-MSG-TEXT
008540         PERFORM 7900-WRITE-MESSAGE THRU 7900-EXIT
008550         MOVE 8 TO RETURN-CODE
008560     END-IF.
008570     IF MW-REJ-CNT > ZERO AND RETURN-CODE < 4
008580         MOVE 4 TO RETURN-CODE
008590     END-IF.
008600     IF MW-RUN-VALIDATE
008610         GO TO 7000-EXIT
008620     END-IF.
008630     IF MW-TABLE-FULL OR MW-REJ-CNT > ZERO
008640         MOVE 'BATCH NOT APPLIED - NO FILE WAS CHANGED'
008650             TO MW-RPT-MSG-TEXT
008660         PERFORM 7900-WRITE-MESSAGE THRU 7900-EXIT
008670         MOVE 8 TO RETURN-CODE
008680         GO TO 7000-EXIT
008690     END-IF.
008700     MOVE 'NO REJECTS - APPLYING THE BATCH' TO MW-RPT-MSG-TEXT.
008710     PERFORM 7900-WRITE-MESSAGE THRU 7900-EXIT.
008720     PERFORM 7200-RESTART-BATCH THRU 7200-EXIT.
008730     PERFORM 2000-PROCESS-TRAN THRU 2000-EXIT
008740         UNTIL MW-EOF.
008750 7000-EXIT.
008760     EXIT.
008770*
008780*--------------------------------------------------------------*
008790* 7100-PRINT-CHECK-TOTALS - WHAT THE CHECK PASS FOUND           *
008800*--------------------------------------------------------------*
008810 7100-PRINT-CHECK-TOTALS.
008820     MOVE 'TRANS READ:     ' TO MW-RPT-TOT-LBL.
008830     MOVE MW-READ-CNT TO MW-RPT-TOT-CNT.
008840     WRITE RPT-RECORD FROM MW-RPT-TOT-1.
008850     PERFORM 5900-CHECK-RPT-STATUS THRU 5900-EXIT.
008860     MOVE 'WOULD ADD:      ' TO MW-RPT-TOT-LBL.
008870     MOVE MW-ADD-CNT TO MW-RPT-TOT-CNT.
008880     WRITE RPT-RECORD FROM MW-RPT-TOT-1.
008890     PERFORM 5900-CHECK-RPT-STATUS THRU 5900-EXIT.
008900     MOVE 'WOULD REPLACE:  ' TO MW-RPT-TOT-LBL.
008910     MOVE MW-RPL-CNT TO MW-RPT-TOT-CNT.
008920     WRITE RPT-RECORD FROM MW-RPT-TOT-1.
008930     PERFORM 5900-CHECK-RPT-STATUS THRU 5900-EXIT.
008940     MOVE 'WOULD DELETE:   ' TO MW-RPT-TOT-LBL.
008950     MOVE MW-DEL-CNT TO MW-RPT-TOT-CNT.
008960     WRITE RPT-RECORD FROM MW-RPT-TOT-1.
008970     PERFORM 5900-CHECK-RPT-STATUS THRU 5900-EXIT.
008980     MOVE 'TRANS REJECTED: ' TO MW-RPT-TOT-LBL.
008990     MOVE MW-REJ-CNT TO MW-RPT-TOT-CNT.
009000     WRITE RPT-RECORD FROM MW-RPT-TOT-1.
009010     PERFORM 5900-CHECK-RPT-STATUS THRU 5900-EXIT.
009020 7100-EXIT.
009030     EXIT.
009040*
009050*--------------------------------------------------------------*
009060* 7200-RESTART-BATCH - REOPEN THE TRANSACTION FILE FOR THE      *
009070*                      APPLY PASS AND CLEAR THE CHECK-PASS      *
009080*                      COUNTS                                   *
009090*--------------------------------------------------------------*
009100 7200-RESTART-BATCH.
009110     CLOSE TRN-FILE.
009120     IF MW-TRN-STATUS NOT = '00'
009130         MOVE 'TRN-FILE' TO MW-ABEND-FILE
009140         MOVE 'CLOSE' TO MW-ABEND-OP
009150         MOVE MW-TRN-STATUS TO MW-ABEND-STATUS
009160         GO TO 9900-ABEND
009170     END-IF.
009180     OPEN INPUT TRN-FILE.
009190     IF MW-TRN-STATUS NOT = '00'
009200         MOVE 'TRN-FILE' TO MW-ABEND-FILE
009210         MOVE 'OPEN INPUT' TO MW-ABEND-OP
009220         MOVE MW-TRN-STATUS TO MW-ABEND-STATUS
009230         GO TO 9900-ABEND
009240     END-IF.
009250     MOVE ZERO TO MW-READ-CNT.
009260     MOVE ZERO TO MW-ADD-CNT.
009270     MOVE ZERO TO MW-DEL-CNT.
009280     MOVE ZERO TO MW-REJ-CNT.
009290     SET MW-NOT-EOF TO TRUE.
009300     SET MW-APPLY-PASS TO TRUE.
009310     PERFORM 2900-READ-TRAN THRU 2900-EXIT.
009320 7200-EXIT.
009330     EXIT.
009340*
009350*--------------------------------------------------------------*
009360* 7900-WRITE-MESSAGE - ONE RUN-MODE MESSAGE LINE                *
009370*--------------------------------------------------------------*
009380 7900-WRITE-MESSAGE.
009390     WRITE RPT-RECORD FROM MW-RPT-MSG-1.
009400     PERFORM 5900-CHECK-RPT-STATUS THRU 5900-EXIT.
009410 7900-EXIT.
009420     EXIT.
009430*
009440*--------------------------------------------------------------*
009450* 8000-PRINT-TOTALS - TRANSACTION COUNTS AND FINAL DISPOSITION  *
009460*--------------------------------------------------------------*
009470 8000-PRINT-TOTALS.
009480     MOVE 'TRANS READ:     ' TO MW-RPT-TOT-LBL.
009490     MOVE MW-READ-CNT TO MW-RPT-TOT-CNT.
009500     WRITE RPT-RECORD FROM MW-RPT-TOT-1.
009510     PERFORM 5900-CHECK-RPT-STATUS THRU 5900-EXIT.
009520     MOVE 'WINDOWS BOOKED: ' TO MW-RPT-TOT-LBL.
009530     MOVE MW-ADD-CNT TO MW-RPT-TOT-CNT.
009540     WRITE RPT-RECORD FROM MW-RPT-TOT-1.
009550     PERFORM 5900-CHECK-RPT-STATUS THRU 5900-EXIT.
009560     MOVE 'WINDOWS CANCELED' TO MW-RPT-TOT-LBL.
009570     MOVE MW-DEL-CNT TO MW-RPT-TOT-CNT.
009580     WRITE RPT-RECORD FROM MW-RPT-TOT-1.
009590     PERFORM 5900-CHECK-RPT-STATUS THRU 5900-EXIT.
009600     MOVE 'TRANS REJECTED: ' TO MW-RPT-TOT-LBL.
009610     MOVE MW-REJ-CNT TO MW-RPT-TOT-CNT.
009620     WRITE RPT-RECORD FROM MW-RPT-TOT-1.
009630     PERFORM 5900-CHECK-RPT-STATUS THRU 5900-EXIT.
009640     IF MW-REJ-CNT > ZERO
009650         IF RETURN-CODE < 4
009660             MOVE 4 TO RETURN-CODE
009670         END-IF
009680     END-IF.
009690 8000-EXIT.
009700     EXIT.
009710*
009720*--------------------------------------------------------------*
009730* 9000-TERMINATE - CLOSE ALL FILES.  A VALIDATE RUN NEVER       *
009740*                  OPENED THE CHANGE LOG.                       *
009750*--------------------------------------------------------------*
009760 9000-TERMINATE.
009770     CLOSE TRN-FILE.
009780     IF MW-TRN-STATUS NOT = '00'
009790         MOVE 'TRN-FILE' TO MW-ABEND-FILE
009800         MOVE 'CLOSE' TO MW-ABEND-OP
009810         MOVE MW-TRN-STATUS TO MW-ABEND-STATUS
009820         GO TO 9900-ABEND
009830     END-IF.
009840     CLOSE MWN-FILE.
009850     IF MW-MWN-STATUS NOT = '00'
009860         MOVE 'MWN-FILE' TO MW-ABEND-FILE
009870         MOVE 'CLOSE' TO MW-ABEND-OP
009880         MOVE MW-MWN-STATUS TO MW-ABEND-STATUS
009890         GO TO 9900-ABEND
009900     END-IF.
009910     CLOSE SIT-FILE.
009920     IF MW-SIT-STATUS NOT = '00'
009930         MOVE 'SIT-FILE' TO MW-ABEND-FILE
009940         MOVE 'CLOSE' TO MW-ABEND-OP
009950         MOVE MW-SIT-STATUS TO MW-ABEND-STATUS
009960         GO TO 9900-ABEND
009970     END-IF.
009980     CLOSE RPT-FILE.
009990     IF MW-RPT-STATUS NOT = '00'
010000         MOVE 'RPT-FILE' TO MW-ABEND-FILE
010010         MOVE 'CLOSE' TO MW-ABEND-OP
010020         MOVE MW-RPT-STATUS TO MW-ABEND-STATUS
010030         GO TO 9900-ABEND
010040     END-IF.
010050     IF NOT MW-RUN-VALIDATE
010060         CLOSE CHG-FILE
010070         IF MW-CHG-STATUS NOT = '00'
010080             MOVE 'CHG-FILE' TO MW-ABEND-FILE
010090             MOVE 'CLOSE' TO MW-ABEND-OP
010100             MOVE MW-CHG-STATUS TO MW-ABEND-STATUS
010110             GO TO 9900-ABEND
010120         END-IF
010130     END-IF.
010140 9000-EXIT.
010150     EXIT.
010160*
010170*--------------------------------------------------------------*
010180* 9900-ABEND - COMMON FILE-ERROR HANDLER, MATCHING THE          *
010190*              CONVENTION USED BY HELLO-WORLD                   *
010200*--------------------------------------------------------------*
010210 9900-ABEND.
010220     DISPLAY 'HWMWNMNT FILE ERROR - FILE: ' MW-ABEND-FILE
010230         ' OPERATION: ' MW-ABEND-OP ' STATUS: ' MW-ABEND-STATUS.
010240     MOVE 16 TO RETURN-CODE.
010250     STOP RUN.
