000100*--------------------------------------------------------------*
000200* HWCHGREC.CPY                                                  *
000300*   MASTER-DATA CHANGE-LOG RECORD, ONE PER APPLIED MAINTENANCE  *
000400*   TRANSACTION.  APPENDED TO CHGLOG BY HWSITMNT, HWCALMNT, AND *
000500*   HWHLDMNT FOR EVERY SITE, CALENDAR, AND HOLD CHANGE, AND BY  *
000600*   HWALTMNT FOR EVERY ALERT ACKNOWLEDGMENT AND CLOSE, SO A     *
000700*   RELEASED HOLD OR A DELETED SITE STILL SHOWS WHO CHANGED WHAT*
000800*   AND WHEN.  CHG-MASTER NAMES THE MASTER FILE (SITFILE,       *
000900*   CALFILE, HLDFILE, ALTSTAT) AND CHG-KEY ITS RECORD KEY, THE  *
001000*   KEY FIELDS JOINED BY '/' IN KEY ORDER (MIAMI,               *
001100*   MIAMI/20261225, DAILY/MIAMI, 20261015/013000/MIAMI/16).     *
001200*   CHG-BEFORE AND CHG-AFTER ARE THE WHOLE MASTER RECORD BEFORE *
001300*   AND AFTER THE CHANGE -- BEFORE IS SPACES FOR A RECORD ADDED,*
001400*   AFTER IS SPACES FOR A RECORD DELETED.  LISTED BY HWCHGRPT.  *
001410*   HWMWNMNT LOGS EACH MAINTENANCE WINDOW BOOKED OR CANCELED ON *
001420*   MNTWIN, KEYED SITE/START DATE/START TIME.                   *
001500*--------------------------------------------------------------*
001600 01  CHG-RECORD.
001700     05  CHG-DATE                PIC 9(08).
001800     05  CHG-TIME                PIC X(06).
001900     05  CHG-PGM                 PIC X(08).
002000     05  CHG-MASTER              PIC X(08).
002100     05  CHG-ACTION              PIC X(03).
002200     05  CHG-OPER                PIC X(08).
002300     05  CHG-KEY                 PIC X(40).
002400     05  CHG-BEFORE              PIC X(200).
002500     05  CHG-AFTER               PIC X(200).
002600     05  FILLER                  PIC X(19).
