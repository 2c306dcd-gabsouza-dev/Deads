001000*   SITE TOKEN ON THE PARMFILE BATCH-WINDOW KEYWORDS            *
001100*   (DAILY-WIN-START-<TOKEN> AND SO ON), NORMALLY THE SITE      *
001200*   CODE ITSELF.                                                *
001210*   SIT-UTC-OFFSET IS THE SITE'S STANDARD-TIME OFFSET FROM UTC  *
001220*   (+HHMM EAST, -HHMM WEST) AND SIT-DST-RULE ITS DAYLIGHT-     *
001230*   SAVING RULE -- 'NO' NONE, 'US' SECOND SUNDAY OF MARCH TO    *
001240*   FIRST SUNDAY OF NOVEMBER AT 02:00 LOCAL, 'EU' LAST SUNDAY   *
001250*   OF MARCH TO LAST SUNDAY OF OCTOBER AT 01:00 UTC.  EVERY     *
001260*   TIME THE SUITE RECORDS IS SITE LOCAL TIME; HWTMLINE USES    *
001270*   THESE TWO FIELDS TO PLACE THE SITES ON ONE UTC TIMELINE.    *
001300*--------------------------------------------------------------*
001400 01  SIT-RECORD.
001500     05  SIT-KEY.
001800     05  SIT-ROUTE-CD            PIC X(08).
001900     05  SIT-BKUP-ROUTE          PIC X(08).
002000     05  SIT-WIN-TOKEN           PIC X(08).
002100     05  SIT-UTC-OFFSET.
002200         10  SIT-UTC-SIGN        PIC X(01).
002300             88  SIT-UTC-SIGN-OK           VALUE '+' '-'.
002400         10  SIT-UTC-HH          PIC 9(02).
002500         10  SIT-UTC-MM          PIC 9(02).
002600     05  SIT-DST-RULE            PIC X(02).
002700         88  SIT-DST-NONE                  VALUE 'NO'.
002800         88  SIT-DST-US                    VALUE 'US'.
002900         88  SIT-DST-EU                    VALUE 'EU'.
003000         88  SIT-DST-RULE-OK               VALUE 'NO' 'US' 'EU'.
