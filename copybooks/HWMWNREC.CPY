000100*--------------------------------------------------------------*
000200* HWMWNREC.CPY                                                  *
000300*   PLANNED MAINTENANCE WINDOW RECORD, KEYED BY SITE AND WINDOW *
000400*   START DATE/TIME, MAINTAINED BY HWMWNMNT.  WHILE THE CURRENT *
000500*   DATE/TIME FALLS BETWEEN MWN-START AND MWN-END (BOTH         *
000600*   INCLUSIVE, SITE LOCAL TIME), HELLO-WORLD STILL RUNS THE     *
000700*   SITE'S CYCLES AND STILL WRITES EVERY ALERT, BUT A SEVERITY  *
000800*   08 OR 12 ALERT GOES OUT WITH ALT-PAGE-SW FORCED TO 'N' AND  *
000900*   ALT-MAINT-SW SET (SEE HWALTREC) SO THE PAGING BRIDGE DOES   *
001000*   NOT PAGE FOR WORK ALREADY PLANNED.  AN ABEND (SEVERITY 16)  *
001100*   PAGES REGARDLESS.  MWN-OPER AND MWN-REASON RECORD WHO       *
001200*   BOOKED THE WINDOW AND WHY.                                  *
001300*--------------------------------------------------------------*
001400 01  MWN-RECORD.
001500     05  MWN-KEY.
001600         10  MWN-SITE            PIC X(08).
001700         10  MWN-START.
001800             15  MWN-START-DATE  PIC 9(08).
001900             15  MWN-START-TIME  PIC X(06).
002000     05  MWN-END.
002100         10  MWN-END-DATE        PIC 9(08).
002200         10  MWN-END-TIME        PIC X(06).
002300     05  MWN-OPER                PIC X(08).
002400     05  MWN-REASON              PIC X(30).
