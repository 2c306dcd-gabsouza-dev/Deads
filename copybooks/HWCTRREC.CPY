000600*   RUN-ID IS THE LAST ID CONSUMED AND CTR-LAST-RUN-DATE THE    *
000700*   DATE IT WAS CONSUMED; THE HWSEQAUD CONTINUITY AUDIT PROVES  *
000800*   THE HEARTBEAT AND EVENT HISTORY END AT THIS VALUE.          *
000810*   HWRECOV REBUILDS IT FROM THAT HISTORY WHEN THE CLUSTER IS   *
000820*   LOST OR RESTORED FROM A STALE BACKUP.                       *
000900*--------------------------------------------------------------*
001000 01  CTR-RECORD.
001100     05  CTR-KEY.
