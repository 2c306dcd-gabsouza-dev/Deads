000700*   RECORD THEMSELVES; THE ONLY DIRECT READERS ARE HWSTQRY      *
000800*   ITSELF, THE HWMOSUM MONTHLY SUMMARY, THE HWSLARPT DURATION  *
000810*   REPORT, THE HWHSKP RETENTION JOB, THE HWSEQAUD CONTINUITY   *
000820*   AUDIT, THE HWDSEXT DASHBOARD EXTRACT, THE HWDOSINQ RUN      *
000825*   DOSSIER, AND THE HWBRIEF MORNING BRIEFING.  A RECORD        *
000830*   WRITTEN BEFORE THE SITE FIELD EXISTED CARRIES SPACES THERE, *
000900*   AND ONE WRITTEN BEFORE THE COMPLETION FIELDS EXISTED        *
000910*   CARRIES SPACES IN HB-END-TIME AND HB-ELAPSED-SEC (ELAPSED   *
000920*   IS THE WHOLE SECONDS FROM THE START TO THE END OF THE RUN). *
001000*--------------------------------------------------------------*
001100 01  HB-RECORD.
001200     05  HB-RUN-DATE             PIC 9(08).
