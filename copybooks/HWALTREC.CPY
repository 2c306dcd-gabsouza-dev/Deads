000910*   KEYS THE ALERT FOR THE HWALTMNT ACKNOWLEDGMENT JOB; A       *
000920*   RECORD WRITTEN BEFORE THE SITE FIELD EXISTED CARRIES        *
000930*   SPACES THERE AND IS RESOLVED FROM THE ROUTING CODE.         *
000940*   ALT-MAINT-SW IS 'Y' WHEN A SEVERITY 08 OR 12 ALERT WAS      *
000950*   RAISED INSIDE A PLANNED MAINTENANCE WINDOW (SEE HWMWNREC)   *
000960*   AND ITS PAGE SWITCH WAS FORCED OFF; ANYTHING ELSE (SPACES   *
000970*   ON OLDER RECORDS) MEANS NOT SUPPRESSED.                     *
001000*--------------------------------------------------------------*
001100 01  ALT-RECORD.
001200     05  ALT-SEVERITY            PIC 9(02).
002600     05  ALT-TEXT                PIC X(55).
002700     05  FILLER                  PIC X(01).
002710     05  ALT-RUN-SITE            PIC X(08).
002720     05  FILLER                  PIC X(01).
002730     05  ALT-MAINT-SW            PIC X(01).
002740         88  ALT-MAINT-SUPPRESSED          VALUE 'Y'.
002750     05  FILLER                  PIC X(17).
