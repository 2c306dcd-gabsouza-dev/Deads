000100*--------------------------------------------------------------*
000200* HWCHKREC.CPY                                                  *
000300*   SAME-DAY RUN CHECKPOINT RECORD, KEYED BY RUN DATE, RUN      *
000400*   MODE (CHK-APP-ID), AND SITE.  WRITTEN BY HELLO-WORLD TO     *
000500*   STOP A SECOND RUN OF A DATE THAT ALREADY COMPLETED AND TO   *
000600*   LET A RUN THAT ABENDED AFTER CONSUMING ITS RUN-ID RESTART   *
000700*   UNDER THE SAME ID.  ALSO READ BY THE HWDOSINQ RUN DOSSIER.  *
000710*   HWRECOV REBUILDS IT FROM THE HEARTBEAT AND RUN-EVENT        *
000720*   HISTORY WHEN THE CLUSTER IS LOST OR RESTORED FROM A STALE   *
000730*   BACKUP.                                                     *
000800*--------------------------------------------------------------*
000900 01  CHK-RECORD.
001000     05  CHK-KEY.
001100         10  CHK-DATE            PIC 9(08).
001200         10  CHK-APP-ID          PIC X(08).
001300         10  CHK-SITE            PIC X(08).
001400     05  CHK-RUN-ID              PIC 9(09).
001500     05  CHK-TIME                PIC X(06).
001600*        STEP REACHED: 'RUNID' ONCE THE RUN-ID IS CONSUMED,
001700*        'COMPLETE' ONCE THE REPORT AND CHECKPOINT ARE DONE.
001800*        SPACES (A RECORD FROM BEFORE THE MARKER EXISTED) IS
001900*        TREATED AS COMPLETE.
002000     05  CHK-STEP                PIC X(08).
