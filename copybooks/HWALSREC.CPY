000900*   ESCALATION SCAN MARKS ALS-ESC-SW 'Y' ONCE AN UNACKNOWL-     *
001000*   EDGED PAGEABLE ALERT HAS BEEN RE-PAGED TO THE BACKUP        *
001100*   ON-CALL LIST SO IT IS NOT RE-PAGED ON EVERY RUN.            *
001110*   ALS-MAINT-SW CARRIES ALT-MAINT-SW FROM THE ALERT: 'Y' MEANS *
001120*   PAGING WAS SUPPRESSED BY A MAINTENANCE WINDOW, SO THE       *
001130*   ESCALATION SCAN LEAVES THE ALERT ALONE AND HWALTMNT LISTS   *
001140*   IT IN ITS OWN SECTION.                                      *
001200*--------------------------------------------------------------*
001300 01  ALS-RECORD.
001400     05  ALS-KEY.
003300     05  ALS-CLS-DATE            PIC 9(08).
003400     05  ALS-CLS-TIME            PIC X(06).
003500     05  ALS-TEXT                PIC X(55).
003600     05  ALS-MAINT-SW            PIC X(01).
003700         88  ALS-MAINT-SUPPRESSED          VALUE 'Y'.
