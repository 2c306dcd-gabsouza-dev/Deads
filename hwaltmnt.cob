000290*    09/03/2026 RLM   RESEQUENCED THE SOURCE LINE NUMBERS,     *
000300*                     WHICH HAD FALLEN OUT OF ORDER ACROSS     *
000310*                     THE RECENT CHANGES.                      *
000320*    10/15/2026 RLM   EVERY APPLIED ACK AND CLS IS NOW WRITTEN *
000330*                     TO THE CHGLOG CHANGE LOG (SEE HWCHGREC)  *
000340*                     WITH THE ALERT STATUS RECORD BEFORE AND  *
000350*                     AFTER.  SOURCE RESEQUENCED.              *
000360*    10/15/2026 RLM   ALERTS WHOSE PAGING WAS SUPPRESSED BY A  *
000370*                     PLANNED MAINTENANCE WINDOW (SEE          *
000380*                     HWMWNREC) ARE CARRIED TO THE STATUS      *
000390*                     FILE AS SUPPRESSED, ARE NEVER            *
000400*                     ESCALATED, AND ARE LISTED IN THEIR OWN   *
000410*                     SECTION AFTER THE OPEN ALERTS SO NONE    *
000420*                     IS SILENTLY LOST.  SOURCE RESEQUENCED.   *
000430*    10/15/2026 RLM   NEW RUN-MODE PARM AHEAD OF ESCALATE.     *
000440*                     VALIDATE RUNS EVERY EDIT AND EXISTENCE   *
000450*                     CHECK AGAINST THE LIVE FILES AND REPORTS *
000460*                     WHAT EACH ACK/CLS WOULD DO WITHOUT       *
000470*                     CHANGING ANYTHING; ALLORNONE APPLIES THE *
000480*                     BATCH ONLY WHEN VALIDATION FINDS NO      *
000490*                     REJECTS.  SOURCE RESEQUENCED.            *
000500*--------------------------------------------------------------*
000510*--------------------------------------------------------------*
000520* TRANSACTION LAYOUT (ALTTRAN, 80 BYTES):                      *
000530*    COLS 01-03  ACTION       'ACK' OR 'CLS'                   *
000540*    COL  04     FILLER                                        *
000550*    COLS 05-12  SITE         ALERT SITE                       *
000560*    COL  13     FILLER                                        *
000570*    COLS 14-21  DATE         ALERT DATE CCYYMMDD              *
000580*    COL  22     FILLER                                        *
000590*    COLS 23-28  TIME         ALERT TIME HHMMSS                *
000600*    COL  29     FILLER                                        *
000610*    COLS 30-31  SEVERITY     ALERT SEVERITY 04/08/12/16       *
000620*    COL  32     FILLER                                        *
000630*    COLS 33-40  OPERATOR     ACKNOWLEDGING OPERATOR ID        *
000640*--------------------------------------------------------------*
000650* PARM: [UPDATE|VALIDATE|ALLORNONE] [ESCALATE HHH]             *
000660*    UPDATE    (THE DEFAULT) SYNC THE NEW ALERTS, APPLY EACH   *
000670*              TRANSACTION AS IT IS READ, AND LIST THE OPEN    *
000680*              ALERTS                                          *
000690*    VALIDATE  RUN EVERY EDIT AND EXISTENCE CHECK AGAINST THE  *
000700*              LIVE FILES AND LIST WHAT EACH TRANSACTION       *
000710*              WOULD ACKNOWLEDGE OR CLOSE, OR WHY IT WOULD BE  *
000720*              REJECTED.  NOTHING IS SYNCED, CHANGED, LOGGED,  *
000730*              OR ESCALATED, AND THE OPEN ALERTS ARE NOT       *
000740*              LISTED.                                         *
000750*    ALLORNONE VALIDATE THE WHOLE BATCH FIRST, THEN RUN AS     *
000760*              UPDATE ONLY IF NO TRANSACTION WAS REJECTED;     *
000770*              OTHERWISE NOTHING AT ALL IS CHANGED.            *
000780* 'ESCALATE HHH' ALSO RE-PAGES EVERY OPEN PAGEABLE ALERT OLDER *
000790* THAN HHH HOURS (ZERO PADDED) TO THE BACKUP ON-CALL LIST.     *
000800* WITHOUT IT THE OPEN ALERTS ARE LISTED BUT NOT ESCALATED.     *
000810* A TRANSACTION IS JUDGED AGAINST THE STATUS FILE AS THE SYNC  *
000820* PASS AND THE EARLIER TRANSACTIONS WOULD LEAVE IT.            *
000830*--------------------------------------------------------------*
000840* RETURN-CODE LEGEND:                                          *
000850*    00  ALL TRANSACTIONS APPLIED, NOTHING ESCALATED           *
000860*        (VALIDATE: ALL TRANSACTIONS WOULD APPLY)              *
000870*    04  ONE OR MORE TRANSACTIONS REJECTED, OR AT LEAST ONE    *
000880*        ALERT ESCALATED TO THE BACKUP ON-CALL LIST            *
000890*    08  INVALID PARM - NOTHING DONE; ALLORNONE BATCH NOT      *
000900*        APPLIED; OR MORE THAN 2000 ALERTS TO JUDGE IN ONE     *
000910*        VALIDATED RUN                                         *
000920*    16  ABEND - UNEXPECTED FILE STATUS ON A FILE OPERATION    *
000930*--------------------------------------------------------------*
000940 ENVIRONMENT DIVISION.
000950 INPUT-OUTPUT SECTION.
000960 FILE-CONTROL.
000970     SELECT OPTIONAL ALT-FILE ASSIGN TO ALTFILE
000980         ORGANIZATION IS LINE SEQUENTIAL
000990         FILE STATUS IS AM-ALT-STATUS.
001000
001010     SELECT OPTIONAL ALS-FILE ASSIGN TO ALTSTAT
001020         ORGANIZATION IS INDEXED
001030         ACCESS MODE IS DYNAMIC
001040         RECORD KEY IS ALS-KEY
001050         FILE STATUS IS AM-ALS-STATUS.
001060
001070     SELECT OPTIONAL TRN-FILE ASSIGN TO ALTTRAN
001080         ORGANIZATION IS LINE SEQUENTIAL
001090         FILE STATUS IS AM-TRN-STATUS.
001100
001110     SELECT RPT-FILE ASSIGN TO ALTMRPT
001120         ORGANIZATION IS LINE SEQUENTIAL
001130         FILE STATUS IS AM-RPT-STATUS.
001140
001150     SELECT SIT-FILE ASSIGN TO SITFILE
001160         ORGANIZATION IS INDEXED
001170         ACCESS MODE IS DYNAMIC
001180         RECORD KEY IS SIT-KEY
001190         FILE STATUS IS AM-SIT-STATUS.
001200
001210     SELECT CHG-FILE ASSIGN TO CHGLOG
001220         ORGANIZATION IS LINE SEQUENTIAL
001230         FILE STATUS IS AM-CHG-STATUS.
001240*
001250 DATA DIVISION.
001260 FILE SECTION.
001270 FD  ALT-FILE
001280     LABEL RECORDS ARE STANDARD
001290     RECORD CONTAINS 132 CHARACTERS.
001300 COPY HWALTREC.
001310*
001320 FD  ALS-FILE
001330     LABEL RECORDS ARE STANDARD.
001340 COPY HWALSREC.
001350*
001360 FD  TRN-FILE
001370     LABEL RECORDS ARE STANDARD
001380     RECORD CONTAINS 80 CHARACTERS.
001390 01  TRN-RECORD.
001400     05  TRN-ACTION              PIC X(03).
001410     05  FILLER                  PIC X(01).
001420     05  TRN-SITE                PIC X(08).
001430     05  FILLER                  PIC X(01).
001440     05  TRN-DATE                PIC X(08).
001450     05  TRN-DATE-NUM REDEFINES TRN-DATE
001460                                 PIC 9(08).
001470     05  FILLER                  PIC X(01).
001480     05  TRN-TIME                PIC X(06).
001490     05  FILLER                  PIC X(01).
001500     05  TRN-SEV                 PIC X(02).
001510     05  TRN-SEV-NUM REDEFINES TRN-SEV
001520                                 PIC 9(02).
001530     05  FILLER                  PIC X(01).
001540     05  TRN-OPER                PIC X(08).
001550     05  FILLER                  PIC X(40).
001560*
001570 FD  RPT-FILE
001580     LABEL RECORDS ARE STANDARD
001590     RECORD CONTAINS 80 CHARACTERS.
001600 01  RPT-RECORD                  PIC X(80).
001610*
001620 FD  SIT-FILE
001630     LABEL RECORDS ARE STANDARD.
001640 COPY HWSITREC.
001650*
001660 FD  CHG-FILE
001670     LABEL RECORDS ARE STANDARD
001680     RECORD CONTAINS 500 CHARACTERS.
001690 COPY HWCHGREC.
001700*
001710 WORKING-STORAGE SECTION.
001720 77  AM-ALT-STATUS               PIC X(02) VALUE '00'.
001730 77  AM-ALS-STATUS               PIC X(02) VALUE '00'.
001740 77  AM-TRN-STATUS               PIC X(02) VALUE '00'.
001750 77  AM-RPT-STATUS               PIC X(02) VALUE '00'.
001760 77  AM-SIT-STATUS               PIC X(02) VALUE '00'.
001770 77  AM-CHG-STATUS               PIC X(02) VALUE '00'.
001780 77  AM-NEW-CNT                  PIC 9(05) COMP VALUE ZERO.
001790 77  AM-TRAN-CNT                 PIC 9(05) COMP VALUE ZERO.
001800 77  AM-ACK-CNT                  PIC 9(05) COMP VALUE ZERO.
001810 77  AM-CLS-CNT                  PIC 9(05) COMP VALUE ZERO.
001820 77  AM-REJ-CNT                  PIC 9(05) COMP VALUE ZERO.
001830 77  AM-OPEN-CNT                 PIC 9(05) COMP VALUE ZERO.
001840 77  AM-ESC-CNT                  PIC 9(05) COMP VALUE ZERO.
001850 77  AM-SUP-CNT                  PIC 9(05) COMP VALUE ZERO.
001860 77  AM-PND-CNT                  PIC 9(04) COMP VALUE ZERO.
001870 77  AM-PND-SUB                  PIC 9(04) COMP VALUE ZERO.
001880 77  AM-PND-HIT                  PIC 9(04) COMP VALUE ZERO.
001890 01  AM-ALT-EOF-SW               PIC X(01) VALUE 'N'.
001900     88  AM-ALT-EOF                        VALUE 'Y'.
001910 01  AM-TRN-EOF-SW               PIC X(01) VALUE 'N'.
001920     88  AM-TRN-EOF                        VALUE 'Y'.
001930 01  AM-ALS-EOF-SW               PIC X(01) VALUE 'N'.
001940     88  AM-ALS-EOF                        VALUE 'Y'.
001950 01  AM-SIT-EOF-SW               PIC X(01) VALUE 'N'.
001960     88  AM-SIT-EOF                        VALUE 'Y'.
001970 01  AM-VALID-SW                 PIC X(01) VALUE 'Y'.
001980     88  AM-TRN-VALID                      VALUE 'Y'.
001990     88  AM-TRN-INVALID                    VALUE 'N'.
002000 01  AM-ESC-REQ-SW               PIC X(01) VALUE 'N'.
002010     88  AM-ESC-REQUESTED                  VALUE 'Y'.
002020 01  AM-ALT-EXT-SW               PIC X(01) VALUE 'N'.
002030     88  AM-ALT-EXT-OPEN                   VALUE 'Y'.
002040 01  AM-RUN-SW                   PIC X(01) VALUE 'U'.
002050     88  AM-RUN-UPDATE                     VALUE 'U'.
002060     88  AM-RUN-VALIDATE                   VALUE 'V'.
002070     88  AM-RUN-ALLORNONE                  VALUE 'A'.
002080 01  AM-PASS-SW                  PIC X(01) VALUE 'A'.
002090     88  AM-APPLY-PASS                     VALUE 'A'.
002100     88  AM-CHECK-PASS                     VALUE 'C'.
002110 01  AM-TBLFULL-SW               PIC X(01) VALUE 'N'.
002120     88  AM-TABLE-FULL                     VALUE 'Y'.
002130 01  AM-REJ-REASON               PIC X(24) VALUE SPACES.
002140 01  AM-ABEND-FILE               PIC X(08).
002150 01  AM-ABEND-OP                 PIC X(12).
002160 01  AM-ABEND-STATUS             PIC X(02).
002170 01  AM-CURR-DATE                PIC 9(08) VALUE ZERO.
002180 01  AM-CURR-TIME                PIC X(06) VALUE SPACES.
002190*
002200*--------------------------------------------------------------*
002210* PARM WORK AREA.  THE RUN MODE, WHEN GIVEN, IS THE FIRST      *
002220* TOKEN.  THE ESCALATION AGE ARRIVES AS A ZERO-PADDED          *
002230* THREE-DIGIT HOUR COUNT AFTER THE 'ESCALATE' TOKEN.           *
002240*--------------------------------------------------------------*
002250 01  AM-PARM-OPT                 PIC X(10) VALUE SPACES.
002260 01  AM-PARM-FUNC                PIC X(08) VALUE SPACES.
002270 01  AM-PARM-AGE                 PIC X(03) VALUE SPACES.
002280 01  AM-PARM-AGE-NUM REDEFINES AM-PARM-AGE
002290                                 PIC 9(03).
002300 01  AM-ESC-AGE-HRS              PIC 9(03) VALUE ZERO.
002310*
002320*--------------------------------------------------------------*
002330* ALERT AGE AND ROUTING WORK AREA.  THE BACKUP ROUTING CODE    *
002340* COMES FROM THE ALERT SITE'S SITE MASTER ENTRY; FOR A ROUTE   *
002350* NO LONGER ON THE MASTER THE FALLBACK KEEPS THE SITE PREFIX   *
002360* OF THE ORIGINAL LIST (SPONCALL ESCALATES TO SPBACKUP).       *
002370*--------------------------------------------------------------*
002380 01  AM-ALERT-SITE               PIC X(08) VALUE SPACES.
002390 01  AM-AGE-HOURS                PIC S9(07) COMP VALUE ZERO.
002400 01  AM-CURR-INT                 PIC S9(09) COMP VALUE ZERO.
002410 01  AM-ALERT-INT                PIC S9(09) COMP VALUE ZERO.
002420 01  AM-TIME-WORK.
002430     05  AM-TIME-HH              PIC 9(02).
002440     05  FILLER                  PIC X(04).
002450 01  AM-CURR-HH-WORK.
002460     05  AM-CURR-HH              PIC 9(02).
002470     05  FILLER                  PIC X(04).
002480 01  AM-ROUTE-WORK.
002490     05  AM-ROUTE-PFX            PIC X(02).
002500     05  FILLER                  PIC X(06).
002510 01  AM-BKUP-ROUTE.
002520     05  AM-BKUP-PFX             PIC X(02).
002530     05  AM-BKUP-SFX             PIC X(06) VALUE 'BACKUP'.
002540*
002550*--------------------------------------------------------------*
002560* SITE TABLE, LOADED FROM THE SITFILE SITE MASTER AT STARTUP,  *
002570* MATCHING THE TABLE HELLO-WORLD KEEPS.  LEGACY ALERTS WITH A  *
002580* BLANK SITE ARE RESOLVED BY THEIR ROUTING CODE; ESCALATION    *
002590* PICKS THE SITE'S BACKUP ROUTE.                               *
002600*--------------------------------------------------------------*
002610 01  AM-SITE-CNT                 PIC 9(02) COMP VALUE ZERO.
002620 01  AM-SITE-SUB                 PIC 9(02) COMP VALUE ZERO.
002630 01  AM-SITE-HIT                 PIC 9(02) COMP VALUE ZERO.
002640 01  AM-SITE-TABLE.
002650     05  AM-SITE-ENTRY OCCURS 8 TIMES.
002660         10  AM-SIT-CODE         PIC X(08).
002670         10  AM-SIT-ROUTE        PIC X(08).
002680         10  AM-SIT-BKUP         PIC X(08).
002690*
002700*--------------------------------------------------------------*
002710* PENDING-CHANGE TABLE FOR THE VALIDATION PASS.  NOTHING IS    *
002720* WRITTEN WHILE VALIDATING, SO EACH ALERT THE SYNC PASS WOULD  *
002730* TRACK, AND EACH ALERT A TRANSACTION HAS BEEN JUDGED FOR, IS  *
002740* HELD HERE WITH THE STATUS IT WOULD THEN HAVE; A LATER        *
002750* TRANSACTION FOR THE SAME ALERT IS JUDGED AGAINST THIS ENTRY  *
002760* INSTEAD OF THE LIVE STATUS FILE.  THE WORK KEY MATCHES       *
002770* ALS-KEY.  A BLANK WORK STATUS MEANS THE ALERT IS UNKNOWN.    *
002780*--------------------------------------------------------------*
002790 01  AM-PND-WORK-KEY.
002800     05  AM-PND-WORK-DATE        PIC 9(08).
002810     05  AM-PND-WORK-TIME        PIC X(06).
002820     05  AM-PND-WORK-SITE        PIC X(08).
002830     05  AM-PND-WORK-SEV         PIC 9(02).
002840 01  AM-PND-WORK-STATUS          PIC X(08) VALUE SPACES.
002850     88  AM-PND-UNKNOWN                    VALUE SPACES.
002860     88  AM-PND-OPEN                       VALUE 'OPEN'.
002870     88  AM-PND-CLOSED                     VALUE 'CLOSED'.
002880 01  AM-PND-TABLE.
002890     05  AM-PND-ENTRY OCCURS 2000 TIMES.
002900         10  AM-PND-KEY          PIC X(24).
002910         10  AM-PND-STATUS       PIC X(08).
002920*
002930*--------------------------------------------------------------*
002940* MAINTENANCE REPORT LINES                                     *
002950*--------------------------------------------------------------*
002960 01  AM-RPT-HDR-1.
002970     05  FILLER                  PIC X(01) VALUE SPACE.
002980     05  FILLER                  PIC X(44)
002990             VALUE 'HWALTMNT ALERT ACKNOWLEDGMENT AND ESCALATION'.
003000     05  FILLER                  PIC X(35) VALUE SPACES.
003010 01  AM-RPT-SEC-1.
003020     05  FILLER                  PIC X(01) VALUE SPACE.
003030     05  AM-RPT-SEC-LBL          PIC X(30).
003040     05  FILLER                  PIC X(49) VALUE SPACES.
003050 01  AM-RPT-DTL-1.
003060     05  FILLER                  PIC X(01) VALUE SPACE.
003070     05  AM-RPT-DISP             PIC X(08).
003080     05  FILLER                  PIC X(01) VALUE SPACE.
003090     05  AM-RPT-ACTION           PIC X(03).
003100     05  FILLER                  PIC X(01) VALUE SPACE.
003110     05  AM-RPT-SITE             PIC X(08).
003120     05  FILLER                  PIC X(01) VALUE SPACE.
003130     05  AM-RPT-DATE             PIC X(08).
003140     05  FILLER                  PIC X(01) VALUE SPACE.
003150     05  AM-RPT-TIME             PIC X(06).
003160     05  FILLER                  PIC X(01) VALUE SPACE.
003170     05  AM-RPT-SEV              PIC X(02).
003180     05  FILLER                  PIC X(01) VALUE SPACE.
003190     05  AM-RPT-OPER             PIC X(08).
003200     05  FILLER                  PIC X(01) VALUE SPACE.
003210     05  AM-RPT-REASON           PIC X(24).
003220     05  FILLER                  PIC X(05) VALUE SPACES.
003230 01  AM-RPT-OPN-1.
003240     05  FILLER                  PIC X(01) VALUE SPACE.
003250     05  AM-OPN-DATE             PIC 9(08).
003260     05  FILLER                  PIC X(01) VALUE SPACE.
003270     05  AM-OPN-TIME             PIC X(06).
003280     05  FILLER                  PIC X(01) VALUE SPACE.
003290     05  AM-OPN-SITE             PIC X(08).
003300     05  FILLER                  PIC X(01) VALUE SPACE.
003310     05  AM-OPN-SEV              PIC 9(02).
003320     05  FILLER                  PIC X(01) VALUE SPACE.
003330     05  AM-OPN-STATUS           PIC X(08).
003340     05  FILLER                  PIC X(01) VALUE SPACE.
003350     05  AM-OPN-ROUTE            PIC X(08).
003360     05  FILLER                  PIC X(01) VALUE SPACE.
003370     05  AM-OPN-ESC              PIC X(09).
003380     05  FILLER                  PIC X(24) VALUE SPACES.
003390 01  AM-RPT-TOT-1.
003400     05  FILLER                  PIC X(01) VALUE SPACE.
003410     05  AM-RPT-TOT-LBL          PIC X(16).
003420     05  AM-RPT-TOT-CNT          PIC ZZZZ9.
003430     05  FILLER                  PIC X(58) VALUE SPACES.
003440 01  AM-RPT-MSG-1.
003450     05  FILLER                  PIC X(01) VALUE SPACE.
003460     05  AM-RPT-MSG-TEXT         PIC X(60).
003470     05  FILLER                  PIC X(19) VALUE SPACES.
003480*
003490 LINKAGE SECTION.
003500 01  AM-PARM-AREA.
003510     05  AM-PARM-LEN             PIC S9(04) COMP.
003520     05  AM-PARM-TEXT            PIC X(80).
003530*
003540 PROCEDURE DIVISION USING AM-PARM-AREA.
003550*--------------------------------------------------------------*
003560* 0000-MAINLINE                                                *
003570*--------------------------------------------------------------*
003580 0000-MAINLINE.
003590     PERFORM 1000-GET-PARM THRU 1000-EXIT.
003600     PERFORM 1100-INITIALIZE THRU 1100-EXIT.
003610     PERFORM 2000-SYNC-ALERT THRU 2000-EXIT
003620         UNTIL AM-ALT-EOF.
003630     PERFORM 2980-CLOSE-ALERT THRU 2980-EXIT.
003640     PERFORM 2950-READ-TRAN THRU 2950-EXIT.
003650     PERFORM 3000-PROCESS-TRAN THRU 3000-EXIT
003660         UNTIL AM-TRN-EOF.
003670     IF AM-CHECK-PASS
003680         PERFORM 7000-END-CHECK-PASS THRU 7000-EXIT
003690     END-IF.
003700     IF AM-APPLY-PASS
003710         PERFORM 4000-SCAN-STATUS THRU 4000-EXIT
003720         PERFORM 8000-PRINT-TOTALS THRU 8000-EXIT
003730     END-IF.
003740     PERFORM 9000-TERMINATE THRU 9000-EXIT.
003750     STOP RUN.
003760*
003770*--------------------------------------------------------------*
003780* 1000-GET-PARM - AN EMPTY PARM APPLIES TRANSACTIONS AND LISTS  *
003790*                 THE OPEN ALERTS; 'ESCALATE HHH' ALSO RE-PAGES  *
003800*                 OPEN PAGEABLE ALERTS OLDER THAN HHH HOURS.  A  *
003810*                 LEADING UPDATE, VALIDATE, OR ALLORNONE SETS   *
003820*                 THE RUN MODE; BOTH VALIDATE AND ALLORNONE     *
003830*                 START WITH THE CHECK PASS.  A BAD PARM ENDS   *
003840*                 THE RUN BEFORE ANY FILE OPENS.                *
003850*--------------------------------------------------------------*
003860 1000-GET-PARM.
003870     IF AM-PARM-LEN > ZERO
003880         UNSTRING AM-PARM-TEXT DELIMITED BY ALL SPACE
003890             INTO AM-PARM-OPT AM-PARM-FUNC AM-PARM-AGE
003900     END-IF.
003910     IF AM-PARM-OPT = 'ESCALATE'
003920         MOVE AM-PARM-FUNC TO AM-PARM-AGE
003930         MOVE AM-PARM-OPT TO AM-PARM-FUNC
003940         MOVE SPACES TO AM-PARM-OPT
003950     END-IF.
003960     EVALUATE AM-PARM-OPT
003970         WHEN SPACES
003980         WHEN 'UPDATE'
003990             SET AM-RUN-UPDATE TO TRUE
004000             SET AM-APPLY-PASS TO TRUE
004010         WHEN 'VALIDATE'
004020             SET AM-RUN-VALIDATE TO TRUE
004030             SET AM-CHECK-PASS TO TRUE
004040         WHEN 'ALLORNONE'
004050             SET AM-RUN-ALLORNONE TO TRUE
004060             SET AM-CHECK-PASS TO TRUE
004070         WHEN OTHER
004080             DISPLAY 'HWALTMNT INVALID PARM: ' AM-PARM-OPT
004090             MOVE 8 TO RETURN-CODE
004100             STOP RUN
004110     END-EVALUATE.
004120     IF AM-PARM-FUNC = SPACES
004130         GO TO 1000-EXIT
004140     END-IF.
004150     IF AM-PARM-FUNC NOT = 'ESCALATE'
004160         DISPLAY 'HWALTMNT INVALID PARM FUNCTION: ' AM-PARM-FUNC
004170         MOVE 8 TO RETURN-CODE
004180         STOP RUN
004190     END-IF.
004200     IF AM-PARM-AGE NOT NUMERIC
004210         DISPLAY 'HWALTMNT INVALID ESCALATE AGE: ' AM-PARM-AGE
004220         MOVE 8 TO RETURN-CODE
004230         STOP RUN
004240     END-IF.
004250     SET AM-ESC-REQUESTED TO TRUE.
004260     MOVE AM-PARM-AGE-NUM TO AM-ESC-AGE-HRS.
004270 1000-EXIT.
004280     EXIT.
004290*
004300*--------------------------------------------------------------*
004310* 1100-INITIALIZE - OPEN FILES, WRITE THE REPORT HEADER, AND    *
004320*                   PRIME THE FIRST ALERT READ.  A VALIDATE     *
004330*                   RUN OPENS THE STATUS FILE INPUT AND NEVER   *
004340*                   OPENS THE CHANGE LOG.                       *
004350*--------------------------------------------------------------*
004360 1100-INITIALIZE.
004370     ACCEPT AM-CURR-DATE FROM DATE YYYYMMDD.
004380     ACCEPT AM-CURR-TIME FROM TIME.
004390     OPEN INPUT ALT-FILE.
004400     IF AM-ALT-STATUS NOT = '00' AND AM-ALT-STATUS NOT = '05'
004410         MOVE 'ALT-FILE' TO AM-ABEND-FILE
004420         MOVE 'OPEN INPUT' TO AM-ABEND-OP
004430         MOVE AM-ALT-STATUS TO AM-ABEND-STATUS
004440         GO TO 9900-ABEND
004450     END-IF.
004460     IF AM-RUN-VALIDATE
004470         OPEN INPUT ALS-FILE
004480         MOVE 'OPEN INPUT' TO AM-ABEND-OP
004490     ELSE
004500         OPEN I-O ALS-FILE
004510         MOVE 'OPEN I-O' TO AM-ABEND-OP
004520     END-IF.
004530     IF AM-ALS-STATUS NOT = '00' AND AM-ALS-STATUS NOT = '05'
004540         MOVE 'ALS-FILE' TO AM-ABEND-FILE
004550         MOVE AM-ALS-STATUS TO AM-ABEND-STATUS
004560         GO TO 9900-ABEND
004570     END-IF.
004580     OPEN INPUT TRN-FILE.
004590     IF AM-TRN-STATUS NOT = '00' AND AM-TRN-STATUS NOT = '05'
004600         MOVE 'TRN-FILE' TO AM-ABEND-FILE
004610         MOVE 'OPEN INPUT' TO AM-ABEND-OP
004620         MOVE AM-TRN-STATUS TO AM-ABEND-STATUS
004630         GO TO 9900-ABEND
004640     END-IF.
004650     OPEN OUTPUT RPT-FILE.
004660     IF AM-RPT-STATUS NOT = '00'
004670         MOVE 'RPT-FILE' TO AM-ABEND-FILE
004680         MOVE 'OPEN OUTPUT' TO AM-ABEND-OP
004690         MOVE AM-RPT-STATUS TO AM-ABEND-STATUS
004700         GO TO 9900-ABEND
004710     END-IF.
004720     IF NOT AM-RUN-VALIDATE
004730         OPEN EXTEND CHG-FILE
004740         IF AM-CHG-STATUS NOT = '00'
004750             MOVE 'CHG-FILE' TO AM-ABEND-FILE
004760             MOVE 'OPEN EXTEND' TO AM-ABEND-OP
004770             MOVE AM-CHG-STATUS TO AM-ABEND-STATUS
004780             GO TO 9900-ABEND
004790         END-IF
004800     END-IF.
004810     WRITE RPT-RECORD FROM AM-RPT-HDR-1.
004820     PERFORM 5900-CHECK-RPT-STATUS THRU 5900-EXIT.
004830     IF AM-RUN-VALIDATE
004840         MOVE 'VALIDATE ONLY - NO FILE IS CHANGED'
004850             TO AM-RPT-MSG-TEXT
004860         PERFORM 7900-WRITE-MESSAGE THRU 7900-EXIT
004870     END-IF.
004880     IF AM-RUN-ALLORNONE
004890         MOVE 'ALL OR NONE - BATCH IS VALIDATED BEFORE ANY CHANGE'
004900             TO AM-RPT-MSG-TEXT
004910         PERFORM 7900-WRITE-MESSAGE THRU 7900-EXIT
004920     END-IF.
004930     PERFORM 1200-LOAD-SITE-MASTER THRU 1200-EXIT.
004940     PERFORM 2900-READ-ALERT THRU 2900-EXIT.
004950 1100-EXIT.
004960     EXIT.
004970*
004980*--------------------------------------------------------------*
004990* 1200-LOAD-SITE-MASTER - LOAD THE SITE TABLE FROM THE SITFILE  *
005000*                         SITE MASTER, AS HELLO-WORLD DOES AT   *
005010*                         ITS OWN STARTUP                       *
005020*--------------------------------------------------------------*
005030 1200-LOAD-SITE-MASTER.
005040     OPEN INPUT SIT-FILE.
005050     IF AM-SIT-STATUS NOT = '00'
005060         MOVE 'SIT-FILE' TO AM-ABEND-FILE
005070         MOVE 'OPEN INPUT' TO AM-ABEND-OP
005080         MOVE AM-SIT-STATUS TO AM-ABEND-STATUS
005090         GO TO 9900-ABEND
005100     END-IF.
005110     MOVE SPACES TO SIT-CODE.
005120     START SIT-FILE KEY NOT < SIT-KEY
005130         INVALID KEY
005140             SET AM-SIT-EOF TO TRUE
005150     END-START.
005160     IF AM-SIT-STATUS NOT = '00' AND AM-SIT-STATUS NOT = '23'
005170             AND AM-SIT-STATUS NOT = '46'
005180         MOVE 'SIT-FILE' TO AM-ABEND-FILE
005190         MOVE 'START' TO AM-ABEND-OP
005200         MOVE AM-SIT-STATUS TO AM-ABEND-STATUS
005210         GO TO 9900-ABEND
005220     END-IF.
005230     PERFORM 1210-LOAD-SITE-ENTRY THRU 1210-EXIT
005240         UNTIL AM-SIT-EOF.
005250     CLOSE SIT-FILE.
005260     IF AM-SIT-STATUS NOT = '00'
005270         MOVE 'SIT-FILE' TO AM-ABEND-FILE
005280         MOVE 'CLOSE' TO AM-ABEND-OP
005290         MOVE AM-SIT-STATUS TO AM-ABEND-STATUS
005300         GO TO 9900-ABEND
005310     END-IF.
005320 1200-EXIT.
005330     EXIT.
005340*
005350*--------------------------------------------------------------*
005360* 1210-LOAD-SITE-ENTRY - ADD ONE SITE MASTER RECORD TO THE      *
005370*                        SITE TABLE                              *
005380*--------------------------------------------------------------*
005390 1210-LOAD-SITE-ENTRY.
005400     READ SIT-FILE NEXT
005410         AT END
005420             SET AM-SIT-EOF TO TRUE
005430             GO TO 1210-EXIT
005440     END-READ.
005450     IF AM-SIT-STATUS NOT = '00'
005460         MOVE 'SIT-FILE' TO AM-ABEND-FILE
005470         MOVE 'READ NEXT' TO AM-ABEND-OP
005480         MOVE AM-SIT-STATUS TO AM-ABEND-STATUS
005490         GO TO 9900-ABEND
005500     END-IF.
005510     IF AM-SITE-CNT NOT < 8
005520         DISPLAY 'HWALTMNT SITE TABLE FULL'
005530         MOVE 'SIT-FILE' TO AM-ABEND-FILE
005540         MOVE 'TABLE LOAD' TO AM-ABEND-OP
005550         MOVE 'FL' TO AM-ABEND-STATUS
005560         GO TO 9900-ABEND
005570     END-IF.
005580     ADD 1 TO AM-SITE-CNT.
005590     MOVE SIT-CODE TO AM-SIT-CODE(AM-SITE-CNT).
005600     MOVE SIT-ROUTE-CD TO AM-SIT-ROUTE(AM-SITE-CNT).
005610     MOVE SIT-BKUP-ROUTE TO AM-SIT-BKUP(AM-SITE-CNT).
005620 1210-EXIT.
005630     EXIT.
005640*
005650*--------------------------------------------------------------*
005660* 2000-SYNC-ALERT - TRACK ONE ALTFILE ALERT NOT YET ON THE      *
005670*                   STATUS FILE AS A NEW 'OPEN' ENTRY, THEN      *
005680*                   READ THE NEXT.  AN ALERT WRITTEN BEFORE THE  *
005690*                   SITE FIELD EXISTED IS RESOLVED FROM ITS      *
005700*                   ROUTING CODE.                                *
005710*--------------------------------------------------------------*
005720 2000-SYNC-ALERT.
005730     IF ALT-RUN-SITE NOT = SPACES
005740         MOVE ALT-RUN-SITE TO AM-ALERT-SITE
005750     ELSE
005760         PERFORM 2050-RESOLVE-ALERT-SITE THRU 2050-EXIT
005770     END-IF.
005780     MOVE ALT-RUN-DATE TO ALS-DATE.
005790     MOVE ALT-RUN-TIME TO ALS-TIME.
005800     MOVE AM-ALERT-SITE TO ALS-SITE.
005810     MOVE ALT-SEVERITY TO ALS-SEVERITY.
005820     READ ALS-FILE
005830         INVALID KEY
005840             PERFORM 2100-ADD-STATUS THRU 2100-EXIT
005850     END-READ.
005860     IF AM-ALS-STATUS NOT = '00' AND AM-ALS-STATUS NOT = '23'
005870         MOVE 'ALS-FILE' TO AM-ABEND-FILE
005880         MOVE 'READ' TO AM-ABEND-OP
005890         MOVE AM-ALS-STATUS TO AM-ABEND-STATUS
005900         GO TO 9900-ABEND
005910     END-IF.
005920     PERFORM 2900-READ-ALERT THRU 2900-EXIT.
005930 2000-EXIT.
005940     EXIT.
005950*
005960*--------------------------------------------------------------*
005970* 2050-RESOLVE-ALERT-SITE - RESOLVE A LEGACY ALERT'S SITE FROM  *
005980*                           ITS ROUTING CODE AGAINST THE SITE   *
005990*                           MASTER; A ROUTE NO LONGER ON THE    *
006000*                           MASTER FALLS TO THE FIRST SITE ON   *
006010*                           FILE                                *
006020*--------------------------------------------------------------*
006030 2050-RESOLVE-ALERT-SITE.
006040     MOVE ZERO TO AM-SITE-SUB.
006050     MOVE ZERO TO AM-SITE-HIT.
006060     PERFORM 2060-MATCH-ROUTE-SITE THRU 2060-EXIT
006070         UNTIL AM-SITE-HIT > ZERO
006080             OR AM-SITE-SUB NOT < AM-SITE-CNT.
006090     EVALUATE TRUE
006100         WHEN AM-SITE-HIT > ZERO
006110             MOVE AM-SIT-CODE(AM-SITE-HIT) TO AM-ALERT-SITE
006120         WHEN AM-SITE-CNT > ZERO
006130             MOVE AM-SIT-CODE(1) TO AM-ALERT-SITE
006140         WHEN OTHER
006150             MOVE SPACES TO AM-ALERT-SITE
006160     END-EVALUATE.
006170 2050-EXIT.
006180     EXIT.
006190*
006200*--------------------------------------------------------------*
006210* 2060-MATCH-ROUTE-SITE - TEST THE NEXT SITE TABLE ENTRY        *
006220*                         AGAINST THE ALERT'S ROUTING CODE      *
006230*--------------------------------------------------------------*
006240 2060-MATCH-ROUTE-SITE.
006250     ADD 1 TO AM-SITE-SUB.
006260     IF AM-SIT-ROUTE(AM-SITE-SUB) = ALT-ROUTE-CD
006270         MOVE AM-SITE-SUB TO AM-SITE-HIT
006280     END-IF.
006290 2060-EXIT.
006300     EXIT.
006310*
006320*--------------------------------------------------------------*
006330* 2100-ADD-STATUS - CREATE THE STATUS RECORD FOR AN ALERT SEEN  *
006340*                   FOR THE FIRST TIME.  ON THE CHECK PASS THE  *
006350*                   ALERT IS ONLY NOTED AS PENDING.             *
006360*--------------------------------------------------------------*
006370 2100-ADD-STATUS.
006380     IF AM-CHECK-PASS
006390         PERFORM 2150-NOTE-NEW-ALERT THRU 2150-EXIT
006400         GO TO 2100-EXIT
006410     END-IF.
006420     MOVE ALT-RUN-DATE TO ALS-DATE.
006430     MOVE ALT-RUN-TIME TO ALS-TIME.
006440     MOVE AM-ALERT-SITE TO ALS-SITE.
006450     MOVE ALT-SEVERITY TO ALS-SEVERITY.
006460     MOVE 'OPEN' TO ALS-STATUS.
006470     MOVE ALT-PAGE-SW TO ALS-PAGE-SW.
006480     MOVE ALT-ROUTE-CD TO ALS-ROUTE-CD.
006490     MOVE ALT-RUN-MODE TO ALS-RUN-MODE.
006500     MOVE ALT-RUN-ID TO ALS-RUN-ID.
006510     MOVE 'N' TO ALS-ESC-SW.
006520     MOVE SPACES TO ALS-ACK-OPER.
006530     MOVE ZERO TO ALS-ACK-DATE.
006540     MOVE SPACES TO ALS-ACK-TIME.
006550     MOVE SPACES TO ALS-CLS-OPER.
006560     MOVE ZERO TO ALS-CLS-DATE.
006570     MOVE SPACES TO ALS-CLS-TIME.
006580     MOVE ALT-TEXT TO ALS-TEXT.
006590     IF ALT-MAINT-SUPPRESSED
006600         MOVE 'Y' TO ALS-MAINT-SW
006610     ELSE
006620         MOVE 'N' TO ALS-MAINT-SW
006630     END-IF.
006640     WRITE ALS-RECORD.
006650     IF AM-ALS-STATUS NOT = '00'
006660         MOVE 'ALS-FILE' TO AM-ABEND-FILE
006670         MOVE 'WRITE' TO AM-ABEND-OP
006680         MOVE AM-ALS-STATUS TO AM-ABEND-STATUS
006690         GO TO 9900-ABEND
006700     END-IF.
006710     ADD 1 TO AM-NEW-CNT.
006720 2100-EXIT.
006730     EXIT.
006740*
006750*--------------------------------------------------------------*
006760* 2150-NOTE-NEW-ALERT - HOLD AN ALERT THE SYNC PASS WOULD TRACK *
006770*                       AS A PENDING 'OPEN' ENTRY, SO THE       *
006780*                       TRANSACTIONS CAN BE JUDGED AGAINST IT   *
006790*--------------------------------------------------------------*
006800 2150-NOTE-NEW-ALERT.
006810     MOVE ALT-RUN-DATE TO AM-PND-WORK-DATE.
006820     MOVE ALT-RUN-TIME TO AM-PND-WORK-TIME.
006830     MOVE AM-ALERT-SITE TO AM-PND-WORK-SITE.
006840     MOVE ALT-SEVERITY TO AM-PND-WORK-SEV.
006850     PERFORM 3510-FIND-PENDING THRU 3510-EXIT.
006860     IF AM-PND-HIT NOT = ZERO
006870         GO TO 2150-EXIT
006880     END-IF.
006890     MOVE 'OPEN' TO AM-PND-WORK-STATUS.
006900     PERFORM 3540-POST-PENDING THRU 3540-EXIT.
006910     ADD 1 TO AM-NEW-CNT.
006920 2150-EXIT.
006930     EXIT.
006940*
006950*--------------------------------------------------------------*
006960* 2900-READ-ALERT - READ THE NEXT ALTFILE RECORD OR SET EOF     *
006970*--------------------------------------------------------------*
006980 2900-READ-ALERT.
006990     READ ALT-FILE
007000         AT END
007010             SET AM-ALT-EOF TO TRUE
007020     END-READ.
007030     IF AM-ALT-STATUS NOT = '00' AND AM-ALT-STATUS NOT = '10'
007040         MOVE 'ALT-FILE' TO AM-ABEND-FILE
007050         MOVE 'READ' TO AM-ABEND-OP
007060         MOVE AM-ALT-STATUS TO AM-ABEND-STATUS
007070         GO TO 9900-ABEND
007080     END-IF.
007090 2900-EXIT.
007100     EXIT.
007110*
007120*--------------------------------------------------------------*
007130* 2950-READ-TRAN - READ THE NEXT TRANSACTION OR SET EOF         *
007140*--------------------------------------------------------------*
007150 2950-READ-TRAN.
007160     READ TRN-FILE
007170         AT END
007180             SET AM-TRN-EOF TO TRUE
007190     END-READ.
007200     IF AM-TRN-STATUS NOT = '00' AND AM-TRN-STATUS NOT = '10'
007210         MOVE 'TRN-FILE' TO AM-ABEND-FILE
007220         MOVE 'READ' TO AM-ABEND-OP
007230         MOVE AM-TRN-STATUS TO AM-ABEND-STATUS
007240         GO TO 9900-ABEND
007250     END-IF.
007260 2950-EXIT.
007270     EXIT.
007280*
007290*--------------------------------------------------------------*
007300* 2980-CLOSE-ALERT - RELEASE THE ALTFILE AFTER THE SYNC PASS    *
007310*                    SO THE ESCALATION SCAN CAN REOPEN IT IN    *
007320*                    EXTEND TO APPEND REPEAT ALERTS             *
007330*--------------------------------------------------------------*
007340 2980-CLOSE-ALERT.
007350     CLOSE ALT-FILE.
007360     IF AM-ALT-STATUS NOT = '00'
007370         MOVE 'ALT-FILE' TO AM-ABEND-FILE
007380         MOVE 'CLOSE' TO AM-ABEND-OP
007390         MOVE AM-ALT-STATUS TO AM-ABEND-STATUS
007400         GO TO 9900-ABEND
007410     END-IF.
007420 2980-EXIT.
007430     EXIT.
007440*
007450*--------------------------------------------------------------*
007460* 3000-PROCESS-TRAN - VALIDATE AND APPLY ONE ACK/CLS            *
007470*                     TRANSACTION, THEN READ THE NEXT.  ON THE  *
007480*                     CHECK PASS THE TRANSACTION IS ONLY        *
007490*                     JUDGED, NOT APPLIED.                      *
007500*--------------------------------------------------------------*
007510 3000-PROCESS-TRAN.
007520     ADD 1 TO AM-TRAN-CNT.
007530     PERFORM 3100-EDIT-TRAN THRU 3100-EXIT.
007540     IF AM-TRN-INVALID
007550         ADD 1 TO AM-REJ-CNT
007560         MOVE 'REJECTED' TO AM-RPT-DISP
007570         PERFORM 5000-WRITE-DETAIL THRU 5000-EXIT
007580         GO TO 3000-NEXT
007590     END-IF.
007600     IF AM-CHECK-PASS
007610         PERFORM 3500-CHECK-TRAN THRU 3500-EXIT
007620         GO TO 3000-NEXT
007630     END-IF.
007640     MOVE TRN-DATE-NUM TO ALS-DATE.
007650     MOVE TRN-TIME TO ALS-TIME.
007660     MOVE TRN-SITE TO ALS-SITE.
007670     MOVE TRN-SEV-NUM TO ALS-SEVERITY.
007680     READ ALS-FILE
007690         INVALID KEY
007700             ADD 1 TO AM-REJ-CNT
007710             MOVE 'REJECTED' TO AM-RPT-DISP
007720             MOVE 'ALERT NOT ON FILE' TO AM-REJ-REASON
007730             PERFORM 5000-WRITE-DETAIL THRU 5000-EXIT
007740             GO TO 3000-NEXT
007750     END-READ.
007760     IF AM-ALS-STATUS NOT = '00'
007770         MOVE 'ALS-FILE' TO AM-ABEND-FILE
007780         MOVE 'READ' TO AM-ABEND-OP
007790         MOVE AM-ALS-STATUS TO AM-ABEND-STATUS
007800         GO TO 9900-ABEND
007810     END-IF.
007820     IF TRN-ACTION = 'ACK'
007830         PERFORM 3200-APPLY-ACK THRU 3200-EXIT
007840     ELSE
007850         PERFORM 3300-APPLY-CLS THRU 3300-EXIT
007860     END-IF.
007870 3000-NEXT.
007880     PERFORM 2950-READ-TRAN THRU 2950-EXIT.
007890 3000-EXIT.
007900     EXIT.
007910*
007920*--------------------------------------------------------------*
007930* 3100-EDIT-TRAN - VALIDATE THE ACTION, SITE, KEY, AND          *
007940*                  OPERATOR FIELDS                               *
007950*--------------------------------------------------------------*
007960 3100-EDIT-TRAN.
007970     SET AM-TRN-VALID TO TRUE.
007980     MOVE SPACES TO AM-REJ-REASON.
007990     IF TRN-ACTION NOT = 'ACK' AND TRN-ACTION NOT = 'CLS'
008000         SET AM-TRN-INVALID TO TRUE
008010         MOVE 'INVALID ACTION' TO AM-REJ-REASON
008020         GO TO 3100-EXIT
008030     END-IF.
008040     IF TRN-SITE = SPACES
008050         SET AM-TRN-INVALID TO TRUE
008060         MOVE 'INVALID SITE' TO AM-REJ-REASON
008070         GO TO 3100-EXIT
008080     END-IF.
008090     IF TRN-DATE NOT NUMERIC
008100         SET AM-TRN-INVALID TO TRUE
008110         MOVE 'DATE NOT NUMERIC' TO AM-REJ-REASON
008120         GO TO 3100-EXIT
008130     END-IF.
008140     IF TRN-TIME NOT NUMERIC
008150         SET AM-TRN-INVALID TO TRUE
008160         MOVE 'TIME NOT NUMERIC' TO AM-REJ-REASON
008170         GO TO 3100-EXIT
008180     END-IF.
008190     IF TRN-SEV NOT NUMERIC
008200         SET AM-TRN-INVALID TO TRUE
008210         MOVE 'SEVERITY NOT NUMERIC' TO AM-REJ-REASON
008220         GO TO 3100-EXIT
008230     END-IF.
008240     IF TRN-OPER = SPACES
008250         SET AM-TRN-INVALID TO TRUE
008260         MOVE 'MISSING OPERATOR' TO AM-REJ-REASON
008270     END-IF.
008280 3100-EXIT.
008290     EXIT.
008300*
008310*--------------------------------------------------------------*
008320* 3200-APPLY-ACK - ACKNOWLEDGE AN OPEN ALERT.  AN ALERT THAT    *
008330*                  IS ALREADY ACKED OR CLOSED IS REPORTED AS A  *
008340*                  REJECT SO A STALE TRANSACTION CANNOT         *
008350*                  OVERWRITE WHO REALLY PICKED IT UP.           *
008360*                  THE STATUS RECORD AS READ IS KEPT AS THE     *
008370*                  CHANGE LOG BEFORE IMAGE.                     *
008380*--------------------------------------------------------------*
008390 3200-APPLY-ACK.
008400     IF NOT ALS-OPEN
008410         ADD 1 TO AM-REJ-CNT
008420         MOVE 'REJECTED' TO AM-RPT-DISP
008430         MOVE 'ALERT NOT OPEN' TO AM-REJ-REASON
008440         PERFORM 5000-WRITE-DETAIL THRU 5000-EXIT
008450         GO TO 3200-EXIT
008460     END-IF.
008470     MOVE SPACES TO CHG-RECORD.
008480     MOVE ALS-RECORD TO CHG-BEFORE.
008490     MOVE 'ACKED' TO ALS-STATUS.
008500     MOVE TRN-OPER TO ALS-ACK-OPER.
008510     MOVE AM-CURR-DATE TO ALS-ACK-DATE.
008520     MOVE AM-CURR-TIME TO ALS-ACK-TIME.
008530     PERFORM 3900-REWRITE-STATUS THRU 3900-EXIT.
008540     MOVE ALS-RECORD TO CHG-AFTER.
008550     PERFORM 3800-WRITE-CHANGE-LOG THRU 3800-EXIT.
008560     ADD 1 TO AM-ACK-CNT.
008570     MOVE 'APPLIED' TO AM-RPT-DISP.
008580     MOVE SPACES TO AM-REJ-REASON.
008590     PERFORM 5000-WRITE-DETAIL THRU 5000-EXIT.
008600 3200-EXIT.
008610     EXIT.
008620*
008630*--------------------------------------------------------------*
008640* 3300-APPLY-CLS - CLOSE AN OPEN OR ACKNOWLEDGED ALERT.  THE    *
008650*                  STATUS RECORD AS READ IS KEPT AS THE CHANGE  *
008660*                  LOG BEFORE IMAGE.                            *
008670*--------------------------------------------------------------*
008680 3300-APPLY-CLS.
008690     IF ALS-CLOSED
008700         ADD 1 TO AM-REJ-CNT
008710         MOVE 'REJECTED' TO AM-RPT-DISP
008720         MOVE 'ALREADY CLOSED' TO AM-REJ-REASON
008730         PERFORM 5000-WRITE-DETAIL THRU 5000-EXIT
008740         GO TO 3300-EXIT
008750     END-IF.
008760     MOVE SPACES TO CHG-RECORD.
008770     MOVE ALS-RECORD TO CHG-BEFORE.
008780     MOVE 'CLOSED' TO ALS-STATUS.
008790     MOVE TRN-OPER TO ALS-CLS-OPER.
008800     MOVE AM-CURR-DATE TO ALS-CLS-DATE.
008810     MOVE AM-CURR-TIME TO ALS-CLS-TIME.
008820     PERFORM 3900-REWRITE-STATUS THRU 3900-EXIT.
008830     MOVE ALS-RECORD TO CHG-AFTER.
008840     PERFORM 3800-WRITE-CHANGE-LOG THRU 3800-EXIT.
008850     ADD 1 TO AM-CLS-CNT.
008860     MOVE 'APPLIED' TO AM-RPT-DISP.
008870     MOVE SPACES TO AM-REJ-REASON.
008880     PERFORM 5000-WRITE-DETAIL THRU 5000-EXIT.
008890 3300-EXIT.
008900     EXIT.
008910*
008920*--------------------------------------------------------------*
008930* 3500-CHECK-TRAN - JUDGE ONE EDITED TRANSACTION WITHOUT        *
008940*                   APPLYING IT.  THE ALERT IS LOOKED FOR FIRST *
008950*                   IN THE PENDING-CHANGE TABLE, THEN ON THE    *
008960*                   LIVE STATUS FILE, AND REJECTED FOR THE SAME *
008970*                   REASONS 3000, 3200, AND 3300 REJECT IT.     *
008980*--------------------------------------------------------------*
008990 3500-CHECK-TRAN.
009000     MOVE TRN-DATE-NUM TO AM-PND-WORK-DATE.
009010     MOVE TRN-TIME TO AM-PND-WORK-TIME.
009020     MOVE TRN-SITE TO AM-PND-WORK-SITE.
009030     MOVE TRN-SEV-NUM TO AM-PND-WORK-SEV.
009040     PERFORM 3510-FIND-PENDING THRU 3510-EXIT.
009050     IF AM-PND-HIT NOT = ZERO
009060         MOVE AM-PND-STATUS(AM-PND-HIT) TO AM-PND-WORK-STATUS
009070     ELSE
009080         PERFORM 3530-READ-STATUS THRU 3530-EXIT
009090     END-IF.
009100     IF AM-PND-UNKNOWN
009110         ADD 1 TO AM-REJ-CNT
009120         MOVE 'REJECTED' TO AM-RPT-DISP
009130         MOVE 'ALERT NOT ON FILE' TO AM-REJ-REASON
009140         PERFORM 5000-WRITE-DETAIL THRU 5000-EXIT
009150         GO TO 3500-EXIT
009160     END-IF.
009170     IF TRN-ACTION = 'ACK' AND NOT AM-PND-OPEN
009180         ADD 1 TO AM-REJ-CNT
009190         MOVE 'REJECTED' TO AM-RPT-DISP
009200         MOVE 'ALERT NOT OPEN' TO AM-REJ-REASON
009210         PERFORM 5000-WRITE-DETAIL THRU 5000-EXIT
009220         GO TO 3500-EXIT
009230     END-IF.
009240     IF TRN-ACTION = 'CLS' AND AM-PND-CLOSED
009250         ADD 1 TO AM-REJ-CNT
009260         MOVE 'REJECTED' TO AM-RPT-DISP
009270         MOVE 'ALREADY CLOSED' TO AM-REJ-REASON
009280         PERFORM 5000-WRITE-DETAIL THRU 5000-EXIT
009290         GO TO 3500-EXIT
009300     END-IF.
009310     IF TRN-ACTION = 'ACK'
009320         ADD 1 TO AM-ACK-CNT
009330         MOVE 'ACK' TO AM-RPT-DISP
009340         MOVE 'ACKED' TO AM-PND-WORK-STATUS
009350     ELSE
009360         ADD 1 TO AM-CLS-CNT
009370         MOVE 'CLOSE' TO AM-RPT-DISP
009380         MOVE 'CLOSED' TO AM-PND-WORK-STATUS
009390     END-IF.
009400     PERFORM 3540-POST-PENDING THRU 3540-EXIT.
009410     PERFORM 5000-WRITE-DETAIL THRU 5000-EXIT.
009420 3500-EXIT.
009430     EXIT.
009440*
009450*--------------------------------------------------------------*
009460* 3510-FIND-PENDING - LOCATE THE WORK KEY IN THE PENDING-CHANGE *
009470*                     TABLE.  AM-PND-HIT IS ZERO WHEN NEITHER   *
009480*                     THE SYNC PASS NOR AN EARLIER TRANSACTION  *
009490*                     NAMED THE ALERT.                          *
009500*--------------------------------------------------------------*
009510 3510-FIND-PENDING.
009520     MOVE ZERO TO AM-PND-HIT.
009530     MOVE 1 TO AM-PND-SUB.
009540     PERFORM 3520-TEST-PENDING THRU 3520-EXIT
009550         UNTIL AM-PND-SUB > AM-PND-CNT OR AM-PND-HIT NOT = ZERO.
009560 3510-EXIT.
009570     EXIT.
009580*
009590*--------------------------------------------------------------*
009600* 3520-TEST-PENDING - COMPARE ONE TABLE ENTRY                   *
009610*--------------------------------------------------------------*
009620 3520-TEST-PENDING.
009630     IF AM-PND-KEY(AM-PND-SUB) = AM-PND-WORK-KEY
009640         MOVE AM-PND-SUB TO AM-PND-HIT
009650     END-IF.
009660     ADD 1 TO AM-PND-SUB.
009670 3520-EXIT.
009680     EXIT.
009690*
009700*--------------------------------------------------------------*
009710* 3530-READ-STATUS - SET AM-PND-WORK-STATUS FROM THE LIVE       *
009720*                    STATUS FILE, BLANK WHEN NOT ON FILE        *
009730*--------------------------------------------------------------*
009740 3530-READ-STATUS.
009750     MOVE AM-PND-WORK-KEY TO ALS-KEY.
009760     MOVE SPACES TO AM-PND-WORK-STATUS.
009770     READ ALS-FILE
009780         INVALID KEY
009790             CONTINUE
009800         NOT INVALID KEY
009810             MOVE ALS-STATUS TO AM-PND-WORK-STATUS
009820     END-READ.
009830     IF AM-ALS-STATUS NOT = '00' AND AM-ALS-STATUS NOT = '23'
009840         MOVE 'ALS-FILE' TO AM-ABEND-FILE
009850         MOVE 'READ' TO AM-ABEND-OP
009860         MOVE AM-ALS-STATUS TO AM-ABEND-STATUS
009870         GO TO 9900-ABEND
009880     END-IF.
009890 3530-EXIT.
009900     EXIT.
009910*
009920*--------------------------------------------------------------*
009930* 3540-POST-PENDING - RECORD THE STATUS THE ALERT WOULD NOW     *
009940*                     HAVE.  AN ENTRY NOT YET IN THE TABLE IS   *
009950*                     ADDED; WHEN THE TABLE IS FULL THE BATCH   *
009960*                     CAN NO LONGER BE JUDGED EXACTLY.          *
009970*--------------------------------------------------------------*
009980 3540-POST-PENDING.
009990     IF AM-PND-HIT = ZERO
010000         IF AM-PND-CNT < 2000
010010             ADD 1 TO AM-PND-CNT
010020             MOVE AM-PND-CNT TO AM-PND-HIT
010030             MOVE AM-PND-WORK-KEY TO AM-PND-KEY(AM-PND-HIT)
010040         ELSE
010050             SET AM-TABLE-FULL TO TRUE
010060             GO TO 3540-EXIT
010070         END-IF
010080     END-IF.
010090     MOVE AM-PND-WORK-STATUS TO AM-PND-STATUS(AM-PND-HIT).
010100 3540-EXIT.
010110     EXIT.
010120*
010130*--------------------------------------------------------------*
010140* 3800-WRITE-CHANGE-LOG - APPEND ONE CHANGE-LOG ENTRY FOR THE   *
010150*                         APPLIED TRANSACTION.  THE CALLER HAS  *
010160*                         ALREADY PLACED THE BEFORE AND AFTER   *
010170*                         IMAGES IN THE LOG RECORD.             *
010180*--------------------------------------------------------------*
010190 3800-WRITE-CHANGE-LOG.
010200     MOVE AM-CURR-DATE TO CHG-DATE.
010210     MOVE AM-CURR-TIME TO CHG-TIME.
010220     MOVE 'HWALTMNT' TO CHG-PGM.
010230     MOVE 'ALTSTAT' TO CHG-MASTER.
010240     MOVE TRN-ACTION TO CHG-ACTION.
010250     MOVE TRN-OPER TO CHG-OPER.
010260     MOVE SPACES TO CHG-KEY.
010270     STRING TRN-DATE DELIMITED BY SIZE
010280            '/' DELIMITED BY SIZE
010290            TRN-TIME DELIMITED BY SIZE
010300            '/' DELIMITED BY SIZE
010310            TRN-SITE DELIMITED BY SPACE
010320            '/' DELIMITED BY SIZE
010330            TRN-SEV DELIMITED BY SIZE
010340         INTO CHG-KEY.
010350     WRITE CHG-RECORD.
010360     IF AM-CHG-STATUS NOT = '00'
010370         MOVE 'CHG-FILE' TO AM-ABEND-FILE
010380         MOVE 'WRITE' TO AM-ABEND-OP
010390         MOVE AM-CHG-STATUS TO AM-ABEND-STATUS
010400         GO TO 9900-ABEND
010410     END-IF.
010420 3800-EXIT.
010430     EXIT.
010440*
010450*--------------------------------------------------------------*
010460* 3900-REWRITE-STATUS - COMMON STATUS-FILE REWRITE WITH ERROR   *
010470*                       CHECK                                    *
010480*--------------------------------------------------------------*
010490 3900-REWRITE-STATUS.
010500     REWRITE ALS-RECORD.
010510     IF AM-ALS-STATUS NOT = '00'
010520         MOVE 'ALS-FILE' TO AM-ABEND-FILE
010530         MOVE 'REWRITE' TO AM-ABEND-OP
010540         MOVE AM-ALS-STATUS TO AM-ABEND-STATUS
010550         GO TO 9900-ABEND
010560     END-IF.
010570 3900-EXIT.
010580     EXIT.
010590*
010600*--------------------------------------------------------------*
010610* 4000-SCAN-STATUS - LIST EVERY ALERT STILL OPEN OR ACKED FOR   *
010620*                    THE SHIFT TURNOVER AND, WHEN ESCALATION    *
010630*                    WAS REQUESTED, RE-PAGE THE OPEN PAGEABLE   *
010640*                    ALERTS OLDER THAN THE PARM AGE.  ALERTS    *
010650*                    SUPPRESSED BY A MAINTENANCE WINDOW ARE     *
010660*                    LISTED SEPARATELY AFTERWARDS.              *
010670*--------------------------------------------------------------*
010680 4000-SCAN-STATUS.
010690     MOVE 'OPEN ALERTS' TO AM-RPT-SEC-LBL.
010700     WRITE RPT-RECORD FROM AM-RPT-SEC-1.
010710     PERFORM 5900-CHECK-RPT-STATUS THRU 5900-EXIT.
010720     MOVE ZERO TO ALS-DATE.
010730     MOVE SPACES TO ALS-TIME.
010740     MOVE SPACES TO ALS-SITE.
010750     MOVE ZERO TO ALS-SEVERITY.
010760     START ALS-FILE KEY NOT < ALS-KEY
010770         INVALID KEY
010780             SET AM-ALS-EOF TO TRUE
010790     END-START.
010800     IF AM-ALS-STATUS NOT = '00' AND AM-ALS-STATUS NOT = '23'
010810             AND AM-ALS-STATUS NOT = '46'
010820         MOVE 'ALS-FILE' TO AM-ABEND-FILE
010830         MOVE 'START' TO AM-ABEND-OP
010840         MOVE AM-ALS-STATUS TO AM-ABEND-STATUS
010850         GO TO 9900-ABEND
010860     END-IF.
010870     PERFORM 4100-SCAN-ONE-STATUS THRU 4100-EXIT
010880         UNTIL AM-ALS-EOF.
010890     IF AM-OPEN-CNT = ZERO
010900         MOVE 'NO OPEN ALERTS' TO AM-RPT-SEC-LBL
010910         WRITE RPT-RECORD FROM AM-RPT-SEC-1
010920         PERFORM 5900-CHECK-RPT-STATUS THRU 5900-EXIT
010930     END-IF.
010940     PERFORM 4500-LIST-SUPPRESSED THRU 4500-EXIT.
010950 4000-EXIT.
010960     EXIT.
010970*
010980*--------------------------------------------------------------*
010990* 4100-SCAN-ONE-STATUS - LIST ONE UNCLOSED ALERT AND ESCALATE   *
011000*                        IT WHEN IT QUALIFIES.  AN ALERT        *
011010*                        SUPPRESSED BY A MAINTENANCE WINDOW IS  *
011020*                        ONLY COUNTED HERE -- IT IS NEVER       *
011030*                        ESCALATED, AND 4500 LISTS IT.          *
011040*--------------------------------------------------------------*
011050 4100-SCAN-ONE-STATUS.
011060     READ ALS-FILE NEXT
011070         AT END
011080             SET AM-ALS-EOF TO TRUE
011090             GO TO 4100-EXIT
011100     END-READ.
011110     IF AM-ALS-STATUS NOT = '00'
011120         MOVE 'ALS-FILE' TO AM-ABEND-FILE
011130         MOVE 'READ NEXT' TO AM-ABEND-OP
011140         MOVE AM-ALS-STATUS TO AM-ABEND-STATUS
011150         GO TO 9900-ABEND
011160     END-IF.
011170     IF ALS-CLOSED
011180         GO TO 4100-EXIT
011190     END-IF.
011200     IF ALS-MAINT-SUPPRESSED
011210         ADD 1 TO AM-SUP-CNT
011220         GO TO 4100-EXIT
011230     END-IF.
011240     IF AM-ESC-REQUESTED AND ALS-OPEN
011250             AND ALS-PAGE-SW = 'Y' AND NOT ALS-ESCALATED
011260         PERFORM 4150-CHECK-ALERT-AGE THRU 4150-EXIT
011270         IF AM-AGE-HOURS NOT < AM-ESC-AGE-HRS
011280             PERFORM 4200-ESCALATE-ALERT THRU 4200-EXIT
011290         END-IF
011300     END-IF.
011310     ADD 1 TO AM-OPEN-CNT.
011320     MOVE ALS-DATE TO AM-OPN-DATE.
011330     MOVE ALS-TIME TO AM-OPN-TIME.
011340     MOVE ALS-SITE TO AM-OPN-SITE.
011350     MOVE ALS-SEVERITY TO AM-OPN-SEV.
011360     MOVE ALS-STATUS TO AM-OPN-STATUS.
011370     MOVE ALS-ROUTE-CD TO AM-OPN-ROUTE.
011380     IF ALS-ESCALATED
011390         MOVE 'ESCALATED' TO AM-OPN-ESC
011400     ELSE
011410         MOVE SPACES TO AM-OPN-ESC
011420     END-IF.
011430     WRITE RPT-RECORD FROM AM-RPT-OPN-1.
011440     PERFORM 5900-CHECK-RPT-STATUS THRU 5900-EXIT.
011450 4100-EXIT.
011460     EXIT.
011470*
011480*--------------------------------------------------------------*
011490* 4150-CHECK-ALERT-AGE - AGE OF THE CURRENT ALERT IN WHOLE      *
011500*                        HOURS, FROM ITS DATE AND HOUR TO THE   *
011510*                        CURRENT DATE AND HOUR                  *
011520*--------------------------------------------------------------*
011530 4150-CHECK-ALERT-AGE.
011540     COMPUTE AM-CURR-INT =
011550         FUNCTION INTEGER-OF-DATE(AM-CURR-DATE).
011560     COMPUTE AM-ALERT-INT =
011570         FUNCTION INTEGER-OF-DATE(ALS-DATE).
011580     MOVE ALS-TIME TO AM-TIME-WORK.
011590     MOVE AM-CURR-TIME TO AM-CURR-HH-WORK.
011600     COMPUTE AM-AGE-HOURS =
011610         ((AM-CURR-INT - AM-ALERT-INT) * 24)
011620         + AM-CURR-HH - AM-TIME-HH.
011630 4150-EXIT.
011640     EXIT.
011650*
011660*--------------------------------------------------------------*
011670* 4200-ESCALATE-ALERT - APPEND A REPEAT ALERT ROUTED TO THE     *
011680*                       BACKUP ON-CALL LIST AND MARK THE        *
011690*                       STATUS RECORD SO THE SAME ALERT IS NOT  *
011700*                       RE-PAGED ON EVERY RUN                   *
011710*--------------------------------------------------------------*
011720 4200-ESCALATE-ALERT.
011730     IF NOT AM-ALT-EXT-OPEN
011740         OPEN EXTEND ALT-FILE
011750         IF AM-ALT-STATUS NOT = '00'
011760             MOVE 'ALT-FILE' TO AM-ABEND-FILE
011770             MOVE 'OPEN EXTEND' TO AM-ABEND-OP
011780             MOVE AM-ALT-STATUS TO AM-ABEND-STATUS
011790             GO TO 9900-ABEND
011800         END-IF
011810         SET AM-ALT-EXT-OPEN TO TRUE
011820     END-IF.
011830     PERFORM 4250-FIND-BACKUP-ROUTE THRU 4250-EXIT.
011840     MOVE SPACES TO ALT-RECORD.
011850     MOVE ALS-SEVERITY TO ALT-SEVERITY.
011860     MOVE 'Y' TO ALT-PAGE-SW.
011870     MOVE AM-BKUP-ROUTE TO ALT-ROUTE-CD.
011880     MOVE AM-CURR-DATE TO ALT-RUN-DATE.
011890     MOVE AM-CURR-TIME TO ALT-RUN-TIME.
011900     MOVE ALS-RUN-MODE TO ALT-RUN-MODE.
011910     MOVE ALS-RUN-ID TO ALT-RUN-ID.
011920     MOVE ALS-SITE TO ALT-RUN-SITE.
011930     MOVE ALS-TEXT TO ALT-TEXT.
011940     WRITE ALT-RECORD.
011950     IF AM-ALT-STATUS NOT = '00'
011960         MOVE 'ALT-FILE' TO AM-ABEND-FILE
011970         MOVE 'WRITE' TO AM-ABEND-OP
011980         MOVE AM-ALT-STATUS TO AM-ABEND-STATUS
011990         GO TO 9900-ABEND
012000     END-IF.
012010     MOVE 'Y' TO ALS-ESC-SW.
012020     PERFORM 3900-REWRITE-STATUS THRU 3900-EXIT.
012030     ADD 1 TO AM-ESC-CNT.
012040 4200-EXIT.
012050     EXIT.
012060*
012070*--------------------------------------------------------------*
012080* 4250-FIND-BACKUP-ROUTE - TAKE THE BACKUP ON-CALL ROUTE FROM   *
012090*                          THE ALERT SITE'S SITE MASTER ENTRY;  *
012100*                          A SITE NO LONGER ON THE MASTER       *
012110*                          FALLS BACK TO THE PREFIX-PLUS-       *
012120*                          BACKUP DERIVATION                    *
012130*--------------------------------------------------------------*
012140 4250-FIND-BACKUP-ROUTE.
012150     MOVE ZERO TO AM-SITE-SUB.
012160     MOVE ZERO TO AM-SITE-HIT.
012170     PERFORM 4260-MATCH-ALERT-SITE THRU 4260-EXIT
012180         UNTIL AM-SITE-HIT > ZERO
012190             OR AM-SITE-SUB NOT < AM-SITE-CNT.
012200     IF AM-SITE-HIT > ZERO
012210         MOVE AM-SIT-BKUP(AM-SITE-HIT) TO AM-BKUP-ROUTE
012220     ELSE
012230         MOVE ALS-ROUTE-CD TO AM-ROUTE-WORK
012240         MOVE AM-ROUTE-PFX TO AM-BKUP-PFX
012250         MOVE 'BACKUP' TO AM-BKUP-SFX
012260     END-IF.
012270 4250-EXIT.
012280     EXIT.
012290*
012300*--------------------------------------------------------------*
012310* 4260-MATCH-ALERT-SITE - TEST THE NEXT SITE TABLE ENTRY        *
012320*                         AGAINST THE ALERT'S SITE              *
012330*--------------------------------------------------------------*
012340 4260-MATCH-ALERT-SITE.
012350     ADD 1 TO AM-SITE-SUB.
012360     IF AM-SIT-CODE(AM-SITE-SUB) = ALS-SITE
012370         MOVE AM-SITE-SUB TO AM-SITE-HIT
012380     END-IF.
012390 4260-EXIT.
012400     EXIT.
012410*
012420*--------------------------------------------------------------*
012430* 4500-LIST-SUPPRESSED - SECOND PASS OVER THE STATUS FILE       *
012440*                        LISTING EVERY UNCLOSED ALERT WHOSE     *
012450*                        PAGING WAS SUPPRESSED BY A             *
012460*                        MAINTENANCE WINDOW, SO THE SHIFT CAN   *
012470*                        STILL REVIEW AND CLOSE THEM            *
012480*--------------------------------------------------------------*
012490 4500-LIST-SUPPRESSED.
012500     MOVE 'SUPPRESSED BY MAINTENANCE' TO AM-RPT-SEC-LBL.
012510     WRITE RPT-RECORD FROM AM-RPT-SEC-1.
012520     PERFORM 5900-CHECK-RPT-STATUS THRU 5900-EXIT.
012530     IF AM-SUP-CNT = ZERO
012540         MOVE 'NO SUPPRESSED ALERTS' TO AM-RPT-SEC-LBL
012550         WRITE RPT-RECORD FROM AM-RPT-SEC-1
012560         PERFORM 5900-CHECK-RPT-STATUS THRU 5900-EXIT
012570         GO TO 4500-EXIT
012580     END-IF.
012590     MOVE 'N' TO AM-ALS-EOF-SW.
012600     MOVE ZERO TO ALS-DATE.
012610     MOVE SPACES TO ALS-TIME.
012620     MOVE SPACES TO ALS-SITE.
012630     MOVE ZERO TO ALS-SEVERITY.
012640     START ALS-FILE KEY NOT < ALS-KEY
012650         INVALID KEY
012660             SET AM-ALS-EOF TO TRUE
012670     END-START.
012680     IF AM-ALS-STATUS NOT = '00' AND AM-ALS-STATUS NOT = '23'
012690             AND AM-ALS-STATUS NOT = '46'
012700         MOVE 'ALS-FILE' TO AM-ABEND-FILE
012710         MOVE 'START' TO AM-ABEND-OP
012720         MOVE AM-ALS-STATUS TO AM-ABEND-STATUS
012730         GO TO 9900-ABEND
012740     END-IF.
012750     PERFORM 4510-LIST-ONE-SUPPRESSED THRU 4510-EXIT
012760         UNTIL AM-ALS-EOF.
012770 4500-EXIT.
012780     EXIT.
012790*
012800*--------------------------------------------------------------*
012810* 4510-LIST-ONE-SUPPRESSED - LIST THE NEXT STATUS RECORD IF IT  *
012820*                            IS UNCLOSED AND SUPPRESSED         *
012830*--------------------------------------------------------------*
012840 4510-LIST-ONE-SUPPRESSED.
012850     READ ALS-FILE NEXT
012860         AT END
012870             SET AM-ALS-EOF TO TRUE
012880             GO TO 4510-EXIT
012890     END-READ.
012900     IF AM-ALS-STATUS NOT = '00'
012910         MOVE 'ALS-FILE' TO AM-ABEND-FILE
012920         MOVE 'READ NEXT' TO AM-ABEND-OP
012930         MOVE AM-ALS-STATUS TO AM-ABEND-STATUS
012940         GO TO 9900-ABEND
012950     END-IF.
012960     IF ALS-CLOSED OR NOT ALS-MAINT-SUPPRESSED
012970         GO TO 4510-EXIT
012980     END-IF.
012990     MOVE ALS-DATE TO AM-OPN-DATE.
013000     MOVE ALS-TIME TO AM-OPN-TIME.
013010     MOVE ALS-SITE TO AM-OPN-SITE.
013020     MOVE ALS-SEVERITY TO AM-OPN-SEV.
013030     MOVE ALS-STATUS TO AM-OPN-STATUS.
013040     MOVE ALS-ROUTE-CD TO AM-OPN-ROUTE.
013050     MOVE 'MAINT' TO AM-OPN-ESC.
013060     WRITE RPT-RECORD FROM AM-RPT-OPN-1.
013070     PERFORM 5900-CHECK-RPT-STATUS THRU 5900-EXIT.
013080 4510-EXIT.
013090     EXIT.
013100*
013110*--------------------------------------------------------------*
013120* 5000-WRITE-DETAIL - ONE REPORT LINE PER TRANSACTION           *
013130*--------------------------------------------------------------*
013140 5000-WRITE-DETAIL.
013150     MOVE TRN-ACTION TO AM-RPT-ACTION.
013160     MOVE TRN-SITE TO AM-RPT-SITE.
013170     MOVE TRN-DATE TO AM-RPT-DATE.
013180     MOVE TRN-TIME TO AM-RPT-TIME.
013190     MOVE TRN-SEV TO AM-RPT-SEV.
013200     MOVE TRN-OPER TO AM-RPT-OPER.
013210     MOVE AM-REJ-REASON TO AM-RPT-REASON.
013220     WRITE RPT-RECORD FROM AM-RPT-DTL-1.
013230     PERFORM 5900-CHECK-RPT-STATUS THRU 5900-EXIT.
013240 5000-EXIT.
013250     EXIT.
013260*
013270*--------------------------------------------------------------*
013280* 5900-CHECK-RPT-STATUS - COMMON STATUS CHECK AFTER EACH        *
013290*                         REPORT LINE WRITE                     *
013300*--------------------------------------------------------------*
013310 5900-CHECK-RPT-STATUS.
013320     IF AM-RPT-STATUS NOT = '00'
013330         MOVE 'RPT-FILE' TO AM-ABEND-FILE
013340         MOVE 'WRITE' TO AM-ABEND-OP
013350         MOVE AM-RPT-STATUS TO AM-ABEND-STATUS
013360         GO TO 9900-ABEND
013370     END-IF.
013380 5900-EXIT.
013390     EXIT.
013400*
013410*--------------------------------------------------------------*
013420* 7000-END-CHECK-PASS - PRINT WHAT THE BATCH WOULD DO.  A       *
013430*                       VALIDATE RUN ENDS HERE.  AN ALLORNONE   *
013440*                       RUN WITH NO REJECTS REREADS THE ALERTS  *
013450*                       AND THE BATCH AND RUNS AS AN UPDATE;    *
013460*                       OTHERWISE NOTHING IS CHANGED AND THE    *
013470*                       RUN ENDS RC 8.                          *
013480*--------------------------------------------------------------*
013490 7000-END-CHECK-PASS.
013500     PERFORM 7100-PRINT-CHECK-TOTALS THRU 7100-EXIT.
013510     IF AM-TABLE-FULL
013520         MOVE 'OVER 2000 ALERTS TO JUDGE - SYNC, THEN REVALIDATE'
013530             TO AM-RPT-MSG-TEXT
013540         PERFORM 7900-WRITE-MESSAGE THRU 7900-EXIT
013550         MOVE 8 TO RETURN-CODE
013560     END-IF.
013570     IF AM-REJ-CNT > ZERO AND RETURN-CODE < 4
013580         MOVE 4 TO RETURN-CODE
013590     END-IF.
013600     IF AM-RUN-VALIDATE
013610         GO TO 7000-EXIT
013620     END-IF.
013630     IF AM-TABLE-FULL OR AM-REJ-CNT > ZERO
013640         MOVE 'BATCH NOT APPLIED - NO FILE WAS CHANGED'
013650             TO AM-RPT-MSG-TEXT
013660         PERFORM 7900-WRITE-MESSAGE THRU 7900-EXIT
013670         MOVE 8 TO RETURN-CODE
013680         GO TO 7000-EXIT
013690     END-IF.
013700     MOVE 'NO REJECTS - APPLYING THE BATCH' TO AM-RPT-MSG-TEXT.
013710     PERFORM 7900-WRITE-MESSAGE THRU 7900-EXIT.
013720     PERFORM 7200-RESTART-BATCH THRU 7200-EXIT.
013730     PERFORM 2000-SYNC-ALERT THRU 2000-EXIT
013740         UNTIL AM-ALT-EOF.
013750     PERFORM 2980-CLOSE-ALERT THRU 2980-EXIT.
013760     PERFORM 2950-READ-TRAN THRU 2950-EXIT.
013770     PERFORM 3000-PROCESS-TRAN THRU 3000-EXIT
013780         UNTIL AM-TRN-EOF.
013790 7000-EXIT.
013800     EXIT.
013810*
013820*--------------------------------------------------------------*
013830* 7100-PRINT-CHECK-TOTALS - WHAT THE CHECK PASS FOUND           *
013840*--------------------------------------------------------------*
013850 7100-PRINT-CHECK-TOTALS.
013860     MOVE 'ALERTS TO TRACK:' TO AM-RPT-TOT-LBL.
013870     MOVE AM-NEW-CNT TO AM-RPT-TOT-CNT.
013880     WRITE RPT-RECORD FROM AM-RPT-TOT-1.
013890     PERFORM 5900-CHECK-RPT-STATUS THRU 5900-EXIT.
013900     MOVE 'TRANS READ:     ' TO AM-RPT-TOT-LBL.
013910     MOVE AM-TRAN-CNT TO AM-RPT-TOT-CNT.
013920     WRITE RPT-RECORD FROM AM-RPT-TOT-1.
013930     PERFORM 5900-CHECK-RPT-STATUS THRU 5900-EXIT.
013940     MOVE 'WOULD ACK:      ' TO AM-RPT-TOT-LBL.
013950     MOVE AM-ACK-CNT TO AM-RPT-TOT-CNT.
013960     WRITE RPT-RECORD FROM AM-RPT-TOT-1.
013970     PERFORM 5900-CHECK-RPT-STATUS THRU 5900-EXIT.
013980     MOVE 'WOULD CLOSE:    ' TO AM-RPT-TOT-LBL.
013990     MOVE AM-CLS-CNT TO AM-RPT-TOT-CNT.
014000     WRITE RPT-RECORD FROM AM-RPT-TOT-1.
014010     PERFORM 5900-CHECK-RPT-STATUS THRU 5900-EXIT.
014020     MOVE 'TRANS REJECTED: ' TO AM-RPT-TOT-LBL.
014030     MOVE AM-REJ-CNT TO AM-RPT-TOT-CNT.
014040     WRITE RPT-RECORD FROM AM-RPT-TOT-1.
014050     PERFORM 5900-CHECK-RPT-STATUS THRU 5900-EXIT.
014060 7100-EXIT.
014070     EXIT.
014080*
014090*--------------------------------------------------------------*
014100* 7200-RESTART-BATCH - REOPEN THE ALTFILE AND THE TRANSACTION   *
014110*                      FILE FOR THE APPLY PASS AND CLEAR THE    *
014120*                      CHECK-PASS COUNTS                        *
014130*--------------------------------------------------------------*
014140 7200-RESTART-BATCH.
014150     OPEN INPUT ALT-FILE.
014160     IF AM-ALT-STATUS NOT = '00' AND AM-ALT-STATUS NOT = '05'
014170         MOVE 'ALT-FILE' TO AM-ABEND-FILE
014180         MOVE 'OPEN INPUT' TO AM-ABEND-OP
014190         MOVE AM-ALT-STATUS TO AM-ABEND-STATUS
014200         GO TO 9900-ABEND
014210     END-IF.
014220     CLOSE TRN-FILE.
014230     IF AM-TRN-STATUS NOT = '00'
014240         MOVE 'TRN-FILE' TO AM-ABEND-FILE
014250         MOVE 'CLOSE' TO AM-ABEND-OP
014260         MOVE AM-TRN-STATUS TO AM-ABEND-STATUS
014270         GO TO 9900-ABEND
014280     END-IF.
014290     OPEN INPUT TRN-FILE.
014300     IF AM-TRN-STATUS NOT = '00' AND AM-TRN-STATUS NOT = '05'
014310         MOVE 'TRN-FILE' TO AM-ABEND-FILE
014320         MOVE 'OPEN INPUT' TO AM-ABEND-OP
014330         MOVE AM-TRN-STATUS TO AM-ABEND-STATUS
014340         GO TO 9900-ABEND
014350     END-IF.
014360     MOVE ZERO TO AM-NEW-CNT.
014370     MOVE ZERO TO AM-TRAN-CNT.
014380     MOVE ZERO TO AM-ACK-CNT.
014390     MOVE ZERO TO AM-CLS-CNT.
014400     MOVE ZERO TO AM-REJ-CNT.
014410     MOVE 'N' TO AM-ALT-EOF-SW.
014420     MOVE 'N' TO AM-TRN-EOF-SW.
014430     SET AM-APPLY-PASS TO TRUE.
014440     PERFORM 2900-READ-ALERT THRU 2900-EXIT.
014450 7200-EXIT.
014460     EXIT.
014470*
014480*--------------------------------------------------------------*
014490* 7900-WRITE-MESSAGE - ONE RUN-MODE MESSAGE LINE                *
014500*--------------------------------------------------------------*
014510 7900-WRITE-MESSAGE.
014520     WRITE RPT-RECORD FROM AM-RPT-MSG-1.
014530     PERFORM 5900-CHECK-RPT-STATUS THRU 5900-EXIT.
014540 7900-EXIT.
014550     EXIT.
014560*
014570*--------------------------------------------------------------*
014580* 8000-PRINT-TOTALS - SYNC, TRANSACTION, OPEN-ALERT, AND        *
014590*                     ESCALATION COUNTS AND FINAL DISPOSITION   *
014600*--------------------------------------------------------------*
014610 8000-PRINT-TOTALS.
014620     MOVE 'ALERTS TRACKED: ' TO AM-RPT-TOT-LBL.
014630     MOVE AM-NEW-CNT TO AM-RPT-TOT-CNT.
014640     WRITE RPT-RECORD FROM AM-RPT-TOT-1.
014650     PERFORM 5900-CHECK-RPT-STATUS THRU 5900-EXIT.
014660     MOVE 'TRANS READ:     ' TO AM-RPT-TOT-LBL.
014670     MOVE AM-TRAN-CNT TO AM-RPT-TOT-CNT.
014680     WRITE RPT-RECORD FROM AM-RPT-TOT-1.
014690     PERFORM 5900-CHECK-RPT-STATUS THRU 5900-EXIT.
014700     MOVE 'ACKS APPLIED:   ' TO AM-RPT-TOT-LBL.
014710     MOVE AM-ACK-CNT TO AM-RPT-TOT-CNT.
014720     WRITE RPT-RECORD FROM AM-RPT-TOT-1.
014730     PERFORM 5900-CHECK-RPT-STATUS THRU 5900-EXIT.
014740     MOVE 'CLOSES APPLIED: ' TO AM-RPT-TOT-LBL.
014750     MOVE AM-CLS-CNT TO AM-RPT-TOT-CNT.
014760     WRITE RPT-RECORD FROM AM-RPT-TOT-1.
014770     PERFORM 5900-CHECK-RPT-STATUS THRU 5900-EXIT.
014780     MOVE 'TRANS REJECTED: ' TO AM-RPT-TOT-LBL.
014790     MOVE AM-REJ-CNT TO AM-RPT-TOT-CNT.
014800     WRITE RPT-RECORD FROM AM-RPT-TOT-1.
014810     PERFORM 5900-CHECK-RPT-STATUS THRU 5900-EXIT.
014820     MOVE 'OPEN ALERTS:    ' TO AM-RPT-TOT-LBL.
014830     MOVE AM-OPEN-CNT TO AM-RPT-TOT-CNT.
014840     WRITE RPT-RECORD FROM AM-RPT-TOT-1.
014850     PERFORM 5900-CHECK-RPT-STATUS THRU 5900-EXIT.
014860     MOVE 'ESCALATED:      ' TO AM-RPT-TOT-LBL.
014870     MOVE AM-ESC-CNT TO AM-RPT-TOT-CNT.
014880     WRITE RPT-RECORD FROM AM-RPT-TOT-1.
014890     PERFORM 5900-CHECK-RPT-STATUS THRU 5900-EXIT.
014900     MOVE 'SUPPRESSED:     ' TO AM-RPT-TOT-LBL.
014910     MOVE AM-SUP-CNT TO AM-RPT-TOT-CNT.
014920     WRITE RPT-RECORD FROM AM-RPT-TOT-1.
014930     PERFORM 5900-CHECK-RPT-STATUS THRU 5900-EXIT.
014940     IF AM-REJ-CNT > ZERO OR AM-ESC-CNT > ZERO
014950         IF RETURN-CODE < 4
014960             MOVE 4 TO RETURN-CODE
014970         END-IF
014980     END-IF.
014990 8000-EXIT.
015000     EXIT.
015010*
015020*--------------------------------------------------------------*
015030* 9000-TERMINATE - CLOSE ALL FILES.  THE ALTFILE IS ONLY STILL  *
015040*                  OPEN IF THE ESCALATION SCAN REOPENED IT, AND *
015050*                  A VALIDATE RUN NEVER OPENED THE CHANGE LOG.  *
015060*--------------------------------------------------------------*
015070 9000-TERMINATE.
015080     IF AM-ALT-EXT-OPEN
015090         CLOSE ALT-FILE
015100         IF AM-ALT-STATUS NOT = '00'
015110             MOVE 'ALT-FILE' TO AM-ABEND-FILE
015120             MOVE 'CLOSE' TO AM-ABEND-OP
015130             MOVE AM-ALT-STATUS TO AM-ABEND-STATUS
015140             GO TO 9900-ABEND
015150         END-IF
015160     END-IF.
015170     CLOSE ALS-FILE.
015180     IF AM-ALS-STATUS NOT = '00'
015190         MOVE 'ALS-FILE' TO AM-ABEND-FILE
015200         MOVE 'CLOSE' TO AM-ABEND-OP
015210         MOVE AM-ALS-STATUS TO AM-ABEND-STATUS
015220         GO TO 9900-ABEND
015230     END-IF.
015240     CLOSE TRN-FILE.
015250     IF AM-TRN-STATUS NOT = '00'
015260         MOVE 'TRN-FILE' TO AM-ABEND-FILE
015270         MOVE 'CLOSE' TO AM-ABEND-OP
015280         MOVE AM-TRN-STATUS TO AM-ABEND-STATUS
015290         GO TO 9900-ABEND
015300     END-IF.
015310     CLOSE RPT-FILE.
015320     IF AM-RPT-STATUS NOT = '00'
015330         MOVE 'RPT-FILE' TO AM-ABEND-FILE
015340         MOVE 'CLOSE' TO AM-ABEND-OP
015350         MOVE AM-RPT-STATUS TO AM-ABEND-STATUS
015360         GO TO 9900-ABEND
015370     END-IF.
015380     IF NOT AM-RUN-VALIDATE
015390         CLOSE CHG-FILE
015400         IF AM-CHG-STATUS NOT = '00'
015410             MOVE 'CHG-FILE' TO AM-ABEND-FILE
015420             MOVE 'CLOSE' TO AM-ABEND-OP
015430             MOVE AM-CHG-STATUS TO AM-ABEND-STATUS
015440             GO TO 9900-ABEND
015450         END-IF
015460     END-IF.
015470 9000-EXIT.
015480     EXIT.
015490*
015500*--------------------------------------------------------------*
015510* 9900-ABEND - COMMON FILE-ERROR HANDLER, MATCHING THE          *
015520*              CONVENTION USED BY HELLO-WORLD                   *
015530*--------------------------------------------------------------*
015540 9900-ABEND.
015550     DISPLAY 'HWALTMNT FILE ERROR - FILE: ' AM-ABEND-FILE
015560         ' OPERATION: ' AM-ABEND-OP ' STATUS: ' AM-ABEND-STATUS.
015570     MOVE 16 TO RETURN-CODE.
015580     STOP RUN.
