000500*   EVEN ON THE ABEND PATH, SO A NIGHT WITH NO HEARTBEAT IS     *
000600*   STILL VISIBLE TO THE MORNING OPERATOR.  THE ABEND DETAIL    *
000700*   FIELDS ARE SPACES ON ANY NON-ABEND OUTCOME.  REPORTED BY    *
000800*   HWEVINQ, BY THE HWDOSINQ RUN DOSSIER, AND BY THE HWBRIEF    *
000810*   MORNING BRIEFING.                                           *
000900*--------------------------------------------------------------*
001000 01  EVT-RECORD.
001100     05  EVT-RUN-DATE            PIC 9(08).
