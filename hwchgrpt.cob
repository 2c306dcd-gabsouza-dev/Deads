000100 IDENTIFICATION DIVISION.
000110 PROGRAM-ID. HWCHGRPT.
000120 AUTHOR. R L MARTIN.
000130 INSTALLATION. DATA PROCESSING - BATCH SYSTEMS.
000140 DATE-WRITTEN. 10/15/2026.
000150 DATE-COMPILED.
000160*--------------------------------------------------------------*
000170* MODIFICATION HISTORY                                        *
000180*    DATE       INIT  DESCRIPTION                              *
000190*    ---------- ----  ------------------------------------    *
000200*    10/15/2026 RLM   ORIGINAL PROGRAM.  MASTER-DATA CHANGE    *
000210*                     HISTORY REPORT OVER THE CHGLOG CHANGE    *
000220*                     LOG (SEE HWCHGREC) WRITTEN BY HWSITMNT,  *
000230*                     HWCALMNT, HWHLDMNT, AND HWALTMNT -- EACH *
000240*                     CHANGE WITH ITS OPERATOR, PROGRAM, AND   *
000250*                     BEFORE AND AFTER IMAGES, FOR A DATE      *
000260*                     RANGE AND OPTIONALLY ONE MASTER FILE     *
000270*                     AND ONE KEY, SO THE QUARTERLY REVIEW     *
000280*                     SEES EVERY MASTER-DATA CHANGE.           *
000285*    10/15/2026 RLM   MNTWIN ACCEPTED AS A FILE SELECTION FOR  *
000286*                     THE MAINTENANCE WINDOWS LOGGED BY        *
000287*                     HWMWNMNT.                                *
000290*--------------------------------------------------------------*
000300*--------------------------------------------------------------*
000310* PARM: FROM-DATE TO-DATE [FILE [KEY]]                         *
000320*    FROM-DATE, TO-DATE  CCYYMMDD, BOTH REQUIRED, INCLUSIVE    *
000330*    FILE                SITFILE, CALFILE, HLDFILE, ALTSTAT,   *
000335*                        MNTWIN, OR ALL (THE DEFAULT)          *
000350*    KEY                 ONE RECORD KEY AS THE LOG CARRIES IT, *
000360*                        E.G. MIAMI/20261225 (SEE HWCHGREC);   *
000370*                        REQUIRES A FILE OTHER THAN ALL        *
000380*    FOR EXAMPLE '20260701 20260930 HLDFILE DAILY/MIAMI'.      *
000390*--------------------------------------------------------------*
000400* RETURN-CODE LEGEND:                                          *
000410*    00  REPORT PRODUCED (AN EMPTY SELECTION IS NOTED ON IT)   *
000420*    08  INVALID PARM - NO REPORT PRODUCED                     *
000430*    16  ABEND - UNEXPECTED FILE STATUS ON A FILE OPERATION    *
000440*--------------------------------------------------------------*
000450 ENVIRONMENT DIVISION.
000460 INPUT-OUTPUT SECTION.
000470 FILE-CONTROL.
000480     SELECT OPTIONAL CHG-FILE ASSIGN TO CHGLOG
000490         ORGANIZATION IS LINE SEQUENTIAL
000500         FILE STATUS IS CR-CHG-STATUS.
000510
000520     SELECT RPT-FILE ASSIGN TO CHGRPT
000530         ORGANIZATION IS LINE SEQUENTIAL
000540         FILE STATUS IS CR-RPT-STATUS.
000550*
000560 DATA DIVISION.
000570 FILE SECTION.
000580 FD  CHG-FILE
000590     LABEL RECORDS ARE STANDARD
000600     RECORD CONTAINS 500 CHARACTERS.
000610 COPY HWCHGREC.
000620*
000630 FD  RPT-FILE
000640     LABEL RECORDS ARE STANDARD
000650     RECORD CONTAINS 80 CHARACTERS.
000660 01  RPT-RECORD                  PIC X(80).
000670*
000680 WORKING-STORAGE SECTION.
000690 77  CR-CHG-STATUS               PIC X(02) VALUE '00'.
000700 77  CR-RPT-STATUS               PIC X(02) VALUE '00'.
000710 77  CR-READ-CNT                 PIC 9(05) COMP VALUE ZERO.
000720 77  CR-LIST-CNT                 PIC 9(05) COMP VALUE ZERO.
000730 01  CR-EOF-SW                   PIC X(01) VALUE 'N'.
000740     88  CR-EOF                            VALUE 'Y'.
000750     88  CR-NOT-EOF                        VALUE 'N'.
000760 01  CR-ABEND-FILE               PIC X(08).
000770 01  CR-ABEND-OP                 PIC X(12).
000780 01  CR-ABEND-STATUS             PIC X(02).
000790 01  CR-CURR-DATE                PIC 9(08) VALUE ZERO.
000800*
000810*--------------------------------------------------------------*
000820* PARM WORK AREA                                               *
000830*--------------------------------------------------------------*
000840 01  CR-PARM-FROM                PIC X(08) VALUE SPACES.
000850 01  CR-PARM-FROM-NUM REDEFINES CR-PARM-FROM
000860                                 PIC 9(08).
000870 01  CR-PARM-TO                  PIC X(08) VALUE SPACES.
000880 01  CR-PARM-TO-NUM REDEFINES CR-PARM-TO
000890                                 PIC 9(08).
000900 01  CR-SEL-MASTER               PIC X(08) VALUE SPACES.
000910     88  CR-SEL-ALL                        VALUE 'ALL'.
000920     88  CR-SEL-MASTER-OK                  VALUE 'ALL'
000930                                                 'SITFILE'
000940                                                 'CALFILE'
000950                                                 'HLDFILE'
000960                                                 'ALTSTAT'
000965                                                 'MNTWIN'.
000970 01  CR-SEL-KEY                  PIC X(40) VALUE SPACES.
000980*
000990*--------------------------------------------------------------*
001000* IMAGE PRINT WORK AREA.  A BEFORE OR AFTER IMAGE PRINTS AS UP *
001010* TO FOUR 50-BYTE SEGMENTS; TRAILING BLANK SEGMENTS ARE NOT    *
001020* PRINTED.                                                     *
001030*--------------------------------------------------------------*
001040 01  CR-IMAGE                    PIC X(200) VALUE SPACES.
001050 01  CR-IMAGE-R REDEFINES CR-IMAGE.
001060     05  CR-IMAGE-SEG OCCURS 4 TIMES
001070                                 PIC X(50).
001080 01  CR-SEG-SUB                  PIC 9(02) COMP VALUE ZERO.
001090 01  CR-SEG-LAST                 PIC 9(02) COMP VALUE ZERO.
001100 01  CR-IMAGE-LBL                PIC X(08) VALUE SPACES.
001110*
001120*--------------------------------------------------------------*
001130* CHANGE HISTORY REPORT LINES                                  *
001140*--------------------------------------------------------------*
001150 01  CR-RPT-HDR-1.
001160     05  FILLER                  PIC X(01) VALUE SPACE.
001170     05  FILLER                  PIC X(44)
001180             VALUE 'HWCHGRPT MASTER-DATA CHANGE HISTORY'.
001190     05  FILLER                  PIC X(09) VALUE 'PRINTED: '.
001200     05  CR-RPT-DATE             PIC 9(08).
001210     05  FILLER                  PIC X(18) VALUE SPACES.
001220 01  CR-RPT-HDR-2.
001230     05  FILLER                  PIC X(01) VALUE SPACE.
001240     05  FILLER                  PIC X(06) VALUE 'FROM: '.
001250     05  CR-RPT-FROM             PIC X(08).
001260     05  FILLER                  PIC X(06) VALUE '  TO: '.
001270     05  CR-RPT-TO               PIC X(08).
001280     05  FILLER                  PIC X(08) VALUE '  FILE: '.
001290     05  CR-RPT-MASTER           PIC X(08).
001300     05  FILLER                  PIC X(07) VALUE '  KEY: '.
001310     05  CR-RPT-KEY              PIC X(28).
001320 01  CR-RPT-COL-1.
001330     05  FILLER                  PIC X(01) VALUE SPACE.
001340     05  FILLER                  PIC X(34)
001350             VALUE 'DATE     TIME   PROGRAM  FILE     '.
001360     05  FILLER                  PIC X(45)
001370             VALUE 'ACT OPERATOR KEY'.
001380 01  CR-RPT-SEC-1.
001390     05  FILLER                  PIC X(01) VALUE SPACE.
001400     05  CR-RPT-SEC-LBL          PIC X(30).
001410     05  FILLER                  PIC X(49) VALUE SPACES.
001420 01  CR-RPT-DTL-1.
001430     05  FILLER                  PIC X(01) VALUE SPACE.
001440     05  CR-DTL-DATE             PIC 9(08).
001450     05  FILLER                  PIC X(01) VALUE SPACE.
001460     05  CR-DTL-TIME             PIC X(06).
001470     05  FILLER                  PIC X(01) VALUE SPACE.
001480     05  CR-DTL-PGM              PIC X(08).
001490     05  FILLER                  PIC X(01) VALUE SPACE.
001500     05  CR-DTL-MASTER           PIC X(08).
001510     05  FILLER                  PIC X(01) VALUE SPACE.
001520     05  CR-DTL-ACTION           PIC X(03).
001530     05  FILLER                  PIC X(01) VALUE SPACE.
001540     05  CR-DTL-OPER             PIC X(08).
001550     05  FILLER                  PIC X(01) VALUE SPACE.
001560     05  CR-DTL-KEY              PIC X(32).
001570 01  CR-RPT-IMG-1.
001580     05  FILLER                  PIC X(05) VALUE SPACES.
001590     05  CR-IMG-LBL              PIC X(08).
001600     05  FILLER                  PIC X(01) VALUE SPACE.
001610     05  CR-IMG-SEG              PIC X(50).
001620     05  FILLER                  PIC X(16) VALUE SPACES.
001630 01  CR-RPT-TOT-1.
001640     05  FILLER                  PIC X(01) VALUE SPACE.
001650     05  CR-RPT-TOT-LBL          PIC X(16).
001660     05  CR-RPT-TOT-CNT          PIC ZZZZ9.
001670     05  FILLER                  PIC X(58) VALUE SPACES.
001680*
001690 LINKAGE SECTION.
001700 01  CR-PARM-AREA.
001710     05  CR-PARM-LEN             PIC S9(04) COMP.
001720     05  CR-PARM-TEXT            PIC X(80).
001730*
001740 PROCEDURE DIVISION USING CR-PARM-AREA.
001750*--------------------------------------------------------------*
001760* 0000-MAINLINE                                                *
001770*--------------------------------------------------------------*
001780 0000-MAINLINE.
001790     PERFORM 1000-GET-PARM THRU 1000-EXIT.
001800     PERFORM 1100-INITIALIZE THRU 1100-EXIT.
001810     PERFORM 2000-SELECT-CHANGE THRU 2000-EXIT
001820         UNTIL CR-EOF.
001830     PERFORM 8000-PRINT-TOTALS THRU 8000-EXIT.
001840     PERFORM 9000-TERMINATE THRU 9000-EXIT.
001850     STOP RUN.
001860*
001870*--------------------------------------------------------------*
001880* 1000-GET-PARM - THE DATE RANGE IS REQUIRED; THE FILE AND KEY  *
001890*                 NARROW IT.  A BAD PARM ENDS THE RUN BEFORE    *
001900*                 ANY FILE OPENS.                               *
001910*--------------------------------------------------------------*
001920 1000-GET-PARM.
001930     IF CR-PARM-LEN > ZERO
001940         UNSTRING CR-PARM-TEXT DELIMITED BY ALL SPACE
001950             INTO CR-PARM-FROM CR-PARM-TO CR-SEL-MASTER
001960                  CR-SEL-KEY
001970     END-IF.
001980     IF CR-PARM-FROM NOT NUMERIC OR CR-PARM-TO NOT NUMERIC
001990         DISPLAY 'HWCHGRPT INVALID PARM DATE RANGE: '
002000             CR-PARM-FROM ' ' CR-PARM-TO
002010         MOVE 8 TO RETURN-CODE
002020         STOP RUN
002030     END-IF.
002040     IF CR-PARM-FROM-NUM > CR-PARM-TO-NUM
002050         DISPLAY 'HWCHGRPT INVALID PARM - FROM DATE AFTER TO DATE'
002060         MOVE 8 TO RETURN-CODE
002070         STOP RUN
002080     END-IF.
002090     IF CR-SEL-MASTER = SPACES
002100         MOVE 'ALL' TO CR-SEL-MASTER
002110     END-IF.
002120     IF NOT CR-SEL-MASTER-OK
002130         DISPLAY 'HWCHGRPT INVALID PARM FILE: ' CR-SEL-MASTER
002140         MOVE 8 TO RETURN-CODE
002150         STOP RUN
002160     END-IF.
002170     IF CR-SEL-ALL AND CR-SEL-KEY NOT = SPACES
002180         DISPLAY 'HWCHGRPT INVALID PARM - A KEY NEEDS A FILE'
002190         MOVE 8 TO RETURN-CODE
002200         STOP RUN
002210     END-IF.
002220 1000-EXIT.
002230     EXIT.
002240*
002250*--------------------------------------------------------------*
002260* 1100-INITIALIZE - OPEN FILES, WRITE THE REPORT HEADINGS, AND  *
002270*                   PRIME THE FIRST CHANGE-LOG READ             *
002280*--------------------------------------------------------------*
002290 1100-INITIALIZE.
002300     ACCEPT CR-CURR-DATE FROM DATE YYYYMMDD.
002310     OPEN INPUT CHG-FILE.
002320     IF CR-CHG-STATUS NOT = '00' AND CR-CHG-STATUS NOT = '05'
002330         MOVE 'CHG-FILE' TO CR-ABEND-FILE
002340         MOVE 'OPEN INPUT' TO CR-ABEND-OP
002350         MOVE CR-CHG-STATUS TO CR-ABEND-STATUS
002360         GO TO 9900-ABEND
002370     END-IF.
002380     OPEN OUTPUT RPT-FILE.
002390     IF CR-RPT-STATUS NOT = '00'
002400         MOVE 'RPT-FILE' TO CR-ABEND-FILE
002410         MOVE 'OPEN OUTPUT' TO CR-ABEND-OP
002420         MOVE CR-RPT-STATUS TO CR-ABEND-STATUS
002430         GO TO 9900-ABEND
002440     END-IF.
002450     MOVE CR-CURR-DATE TO CR-RPT-DATE.
002460     WRITE RPT-RECORD FROM CR-RPT-HDR-1.
002470     PERFORM 5900-CHECK-RPT-STATUS THRU 5900-EXIT.
002480     MOVE CR-PARM-FROM TO CR-RPT-FROM.
002490     MOVE CR-PARM-TO TO CR-RPT-TO.
002500     MOVE CR-SEL-MASTER TO CR-RPT-MASTER.
002510     IF CR-SEL-KEY = SPACES
002520         MOVE 'ALL' TO CR-RPT-KEY
002530     ELSE
002540         MOVE CR-SEL-KEY TO CR-RPT-KEY
002550     END-IF.
002560     WRITE RPT-RECORD FROM CR-RPT-HDR-2.
002570     PERFORM 5900-CHECK-RPT-STATUS THRU 5900-EXIT.
002580     WRITE RPT-RECORD FROM CR-RPT-COL-1.
002590     PERFORM 5900-CHECK-RPT-STATUS THRU 5900-EXIT.
002600     PERFORM 2900-READ-CHANGE THRU 2900-EXIT.
002610 1100-EXIT.
002620     EXIT.
002630*
002640*--------------------------------------------------------------*
002650* 2000-SELECT-CHANGE - LIST ONE CHANGE-LOG ENTRY IF IT FALLS IN *
002660*                      THE DATE RANGE AND MATCHES THE FILE AND  *
002670*                      KEY, THEN READ THE NEXT.  THE LOG IS     *
002680*                      APPENDED IN TIME ORDER, SO THE LISTING   *
002690*                      IS CHRONOLOGICAL.                        *
002700*--------------------------------------------------------------*
002710 2000-SELECT-CHANGE.
002720     ADD 1 TO CR-READ-CNT.
002730     IF CHG-DATE < CR-PARM-FROM-NUM
002740             OR CHG-DATE > CR-PARM-TO-NUM
002750         GO TO 2000-NEXT
002760     END-IF.
002770     IF NOT CR-SEL-ALL AND CHG-MASTER NOT = CR-SEL-MASTER
002780         GO TO 2000-NEXT
002790     END-IF.
002800     IF CR-SEL-KEY NOT = SPACES AND CHG-KEY NOT = CR-SEL-KEY
002810         GO TO 2000-NEXT
002820     END-IF.
002830     ADD 1 TO CR-LIST-CNT.
002840     MOVE CHG-DATE TO CR-DTL-DATE.
002850     MOVE CHG-TIME TO CR-DTL-TIME.
002860     MOVE CHG-PGM TO CR-DTL-PGM.
002870     MOVE CHG-MASTER TO CR-DTL-MASTER.
002880     MOVE CHG-ACTION TO CR-DTL-ACTION.
002890     MOVE CHG-OPER TO CR-DTL-OPER.
002900     MOVE CHG-KEY TO CR-DTL-KEY.
002910     WRITE RPT-RECORD FROM CR-RPT-DTL-1.
002920     PERFORM 5900-CHECK-RPT-STATUS THRU 5900-EXIT.
002930     MOVE 'BEFORE:' TO CR-IMAGE-LBL.
002940     MOVE CHG-BEFORE TO CR-IMAGE.
002950     PERFORM 2100-PRINT-IMAGE THRU 2100-EXIT.
002960     MOVE 'AFTER:' TO CR-IMAGE-LBL.
002970     MOVE CHG-AFTER TO CR-IMAGE.
002980     PERFORM 2100-PRINT-IMAGE THRU 2100-EXIT.
002990 2000-NEXT.
003000     PERFORM 2900-READ-CHANGE THRU 2900-EXIT.
003010 2000-EXIT.
003020     EXIT.
003030*
003040*--------------------------------------------------------------*
003050* 2100-PRINT-IMAGE - PRINT ONE BEFORE OR AFTER IMAGE AS ITS     *
003060*                    NON-BLANK 50-BYTE SEGMENTS.  A BLANK IMAGE *
003070*                    (NO RECORD BEFORE AN ADD, NONE AFTER A     *
003080*                    DELETE) PRINTS AS '(NONE)'.                *
003090*--------------------------------------------------------------*
003100 2100-PRINT-IMAGE.
003110     MOVE CR-IMAGE-LBL TO CR-IMG-LBL.
003120     IF CR-IMAGE = SPACES
003130         MOVE '(NONE)' TO CR-IMG-SEG
003140         WRITE RPT-RECORD FROM CR-RPT-IMG-1
003150         PERFORM 5900-CHECK-RPT-STATUS THRU 5900-EXIT
003160         GO TO 2100-EXIT
003170     END-IF.
003180     MOVE 4 TO CR-SEG-LAST.
003190     PERFORM 2110-FIND-LAST-SEG THRU 2110-EXIT
003200         UNTIL CR-IMAGE-SEG(CR-SEG-LAST) NOT = SPACES.
003210     MOVE ZERO TO CR-SEG-SUB.
003220     PERFORM 2120-PRINT-SEG THRU 2120-EXIT
003230         UNTIL CR-SEG-SUB NOT < CR-SEG-LAST.
003240 2100-EXIT.
003250     EXIT.
003260*
003270*--------------------------------------------------------------*
003280* 2110-FIND-LAST-SEG - STEP BACK OVER ONE TRAILING BLANK        *
003290*                      SEGMENT                                  *
003300*--------------------------------------------------------------*
003310 2110-FIND-LAST-SEG.
003320     SUBTRACT 1 FROM CR-SEG-LAST.
003330 2110-EXIT.
003340     EXIT.
003350*
003360*--------------------------------------------------------------*
003370* 2120-PRINT-SEG - PRINT THE NEXT IMAGE SEGMENT.  THE LABEL     *
003380*                  APPEARS ON THE FIRST SEGMENT ONLY.           *
003390*--------------------------------------------------------------*
003400 2120-PRINT-SEG.
003410     ADD 1 TO CR-SEG-SUB.
003420     MOVE CR-IMAGE-SEG(CR-SEG-SUB) TO CR-IMG-SEG.
003430     WRITE RPT-RECORD FROM CR-RPT-IMG-1.
003440     PERFORM 5900-CHECK-RPT-STATUS THRU 5900-EXIT.
003450     MOVE SPACES TO CR-IMG-LBL.
003460 2120-EXIT.
003470     EXIT.
003480*
003490*--------------------------------------------------------------*
003500* 2900-READ-CHANGE - READ THE NEXT CHANGE-LOG ENTRY OR SET EOF  *
003510*--------------------------------------------------------------*
003520 2900-READ-CHANGE.
003530     READ CHG-FILE
003540         AT END
003550             SET CR-EOF TO TRUE
003560     END-READ.
003570     IF CR-CHG-STATUS NOT = '00' AND CR-CHG-STATUS NOT = '10'
003580         MOVE 'CHG-FILE' TO CR-ABEND-FILE
003590         MOVE 'READ' TO CR-ABEND-OP
003600         MOVE CR-CHG-STATUS TO CR-ABEND-STATUS
003610         GO TO 9900-ABEND
003620     END-IF.
003630 2900-EXIT.
003640     EXIT.
003650*
003660*--------------------------------------------------------------*
003670* 5900-CHECK-RPT-STATUS - COMMON STATUS CHECK AFTER EACH        *
003680*                         REPORT LINE WRITE                     *
003690*--------------------------------------------------------------*
003700 5900-CHECK-RPT-STATUS.
003710     IF CR-RPT-STATUS NOT = '00'
003720         MOVE 'RPT-FILE' TO CR-ABEND-FILE
003730         MOVE 'WRITE' TO CR-ABEND-OP
003740         MOVE CR-RPT-STATUS TO CR-ABEND-STATUS
003750         GO TO 9900-ABEND
003760     END-IF.
003770 5900-EXIT.
003780     EXIT.
003790*
003800*--------------------------------------------------------------*
003810* 8000-PRINT-TOTALS - ENTRY COUNTS                              *
003820*--------------------------------------------------------------*
003830 8000-PRINT-TOTALS.
003840     IF CR-LIST-CNT = ZERO
003850         MOVE 'NO CHANGES IN THE SELECTION' TO CR-RPT-SEC-LBL
003860         WRITE RPT-RECORD FROM CR-RPT-SEC-1
003870         PERFORM 5900-CHECK-RPT-STATUS THRU 5900-EXIT
003880     END-IF.
003890     MOVE 'ENTRIES READ:   ' TO CR-RPT-TOT-LBL.
003900     MOVE CR-READ-CNT TO CR-RPT-TOT-CNT.
003910     WRITE RPT-RECORD FROM CR-RPT-TOT-1.
003920     PERFORM 5900-CHECK-RPT-STATUS THRU 5900-EXIT.
003930     MOVE 'CHANGES LISTED: ' TO CR-RPT-TOT-LBL.
003940     MOVE CR-LIST-CNT TO CR-RPT-TOT-CNT.
003950     WRITE RPT-RECORD FROM CR-RPT-TOT-1.
003960     PERFORM 5900-CHECK-RPT-STATUS THRU 5900-EXIT.
003970 8000-EXIT.
003980     EXIT.
003990*
004000*--------------------------------------------------------------*
004010* 9000-TERMINATE - CLOSE ALL FILES                              *
004020*--------------------------------------------------------------*
004030 9000-TERMINATE.
004040     CLOSE CHG-FILE.
004050     IF CR-CHG-STATUS NOT = '00'
004060         MOVE 'CHG-FILE' TO CR-ABEND-FILE
004070         MOVE 'CLOSE' TO CR-ABEND-OP
004080         MOVE CR-CHG-STATUS TO CR-ABEND-STATUS
004090         GO TO 9900-ABEND
004100     END-IF.
004110     CLOSE RPT-FILE.
004120     IF CR-RPT-STATUS NOT = '00'
004130         MOVE 'RPT-FILE' TO CR-ABEND-FILE
004140         MOVE 'CLOSE' TO CR-ABEND-OP
004150         MOVE CR-RPT-STATUS TO CR-ABEND-STATUS
004160         GO TO 9900-ABEND
004170     END-IF.
004180 9000-EXIT.
004190     EXIT.
004200*
004210*--------------------------------------------------------------*
004220* 9900-ABEND - COMMON FILE-ERROR HANDLER, MATCHING THE          *
004230*              CONVENTION USED BY HELLO-WORLD                   *
004240*--------------------------------------------------------------*
004250 9900-ABEND.
004260     DISPLAY 'HWCHGRPT FILE ERROR - FILE: ' CR-ABEND-FILE
004270         ' OPERATION: ' CR-ABEND-OP ' STATUS: ' CR-ABEND-STATUS.
004280     MOVE 16 TO RETURN-CODE.
004290     STOP RUN.
