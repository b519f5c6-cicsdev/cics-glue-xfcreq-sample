      *        SPLIT BY WHICH FILESET SERVED THE REQUEST, PLUS THE
      *        DATE/TIME THE GROUP LAST SAW ANY TRAFFIC.  ZEROED WHEN
      *        THE GROUP IS CREATED, READ AND OPTIONALLY RESET BY THE
      *        STATS COMMAND IN EXITMAIN.  A REQUEST SERVED FOR A
      *        PILOT REQUESTER (SEE GWA-PILOT-ENTRY BELOW) IS COUNTED
      *        IN GWA-STAT-COUNT-P INSTEAD OF COUNT-A/COUNT-B, SO THE
      *        A/B SPLIT, THE SOAK MONITOR AND THE EADEHIST SAMPLES GO
      *        ON DESCRIBING THE GROUP AS A WHOLE.  A REQUEST REFUSED
      *        BY THE WRITE FENCE (SEE GWA-FENCE-FLAG BELOW) WAS NEVER
      *        SERVED - IT IS COUNTED IN GWA-STAT-FENCED ONLY.
      *
               05  GWA-STAT-LAST-DATE   PIC X(08).
               05  GWA-STAT-LAST-TIME   PIC X(08).
                   07  GWA-STAT-ENTRY OCCURS 50 TIMES.
                       09  GWA-STAT-COUNT-A PIC S9(08) COMP.
                       09  GWA-STAT-COUNT-B PIC S9(08) COMP.
                       09  GWA-STAT-COUNT-P PIC S9(08) COMP.
                       09  GWA-STAT-FENCED  PIC S9(08) COMP.
      *
      *        BOUNDED PER-REQUEST TRACE CAPTURE, ARMED AND DISARMED
      *        BY THE TRACE COMMAND IN EXITMAIN.  WHILE GWA-TRACE-
      *        IMAGE (SEE TRCEREC) TO TD QUEUE EADT FOR EVERY
      *        REQUEST IT SEES AGAINST THE GROUP'S FILES -
      *        TRANSACTION, TASK, TERMINAL, FILE AND THE FILESET
      *        LETTER THAT SERVED IT, WITH TRC-PILOT 'Y' WHEN IT WAS
      *        SERVED FOR A PILOT REQUESTER - AND DECREMENTS THE COUNT,
      *        CLEARING THE FLAG WHEN IT REACHES ZERO.  GWA-TRACE-
      *        ARMED IS THE TIME THE CAPTURE WAS ARMED, WHICH THE
      *        TIME-LIMIT TASK USES TO TELL ITS OWN CAPTURE FROM A
               05  GWA-TRACE-FLAG       PIC X(01).
               05  GWA-TRACE-ARMED      PIC X(08).
               05  GWA-TRACE-COUNT      PIC S9(08) COMP.
      *
      *        NEW-SIDE UPDATE JOURNAL.  WHEN A SWITCH COMMITS,
      *        EXITMAIN OPENS A JOURNAL FOR THE GROUP - GWA-JRNL-FLAG
      *        'Y', GWA-JRNL-ID THE DATE/TIME THE CUTOVER STARTED
      *        (YYYYMMDDHHMMSS, SAME STAMP AS THE EADECUTL KEY) AND
      *        GWA-JRNL-PRIOR THE FILESET LETTER THE SWITCH RETIRED.
      *        WHILE THE FLAG IS 'Y' THE SMPFCREQ/SMPFCRQ2 EXIT PAIR
      *        WRITES ONE JRN-RECORD (SEE JRNLREC) TO TD QUEUE EADJ
      *        FOR EVERY WRITE, REWRITE AND DELETE IT SEES AGAINST THE
      *        GROUP'S FILES, STAMPED WITH GWA-JRNL-ID.  A REWRITE, OR
      *        A DELETE OF A RECORD READ FOR UPDATE, ALSO CARRIES THE
      *        RECORD AS THE TASK READ IT (JRN-BEF-IMAGE), SO THE
      *        REPLAY CAN TELL WHETHER THE SIDE IT IS APPLIED TO STILL
      *        HOLDS WHAT THE UPDATE STARTED FROM.  WHEN THE GROUP IS
      *        SWITCHED BACK TO GWA-JRNL-PRIOR (A SOAK REVERT, A
      *        BACKOUT OR AN OPERATOR SWITCHING BACK BY HAND) THE FLAG
      *        BECOMES 'K' - JOURNALING STOPS AND THE JOURNAL IS KEPT
      *        FOR THE BATCH REPLAY JRNLRPLY.  A SOAK THAT PASSES SETS
      *        IT TO 'N' (NO JOURNAL WANTED), AND THE NEXT SWITCH
      *        SUPERSEDES WHATEVER WAS THERE.  ALL THREE ARE
      *        CHECKPOINTED, SO A KEPT JOURNAL SURVIVES RESTORE.
      *
               05  GWA-JRNL-FLAG        PIC X(01).
               05  GWA-JRNL-ID          PIC X(14).
               05  GWA-JRNL-PRIOR       PIC X(01).
      *
      *        PILOT CUTOVER.  UP TO EXIT-MAX-PILOTS REQUESTERS WHO RUN
      *        ON THE GROUP'S FILESET(N) AHEAD OF EVERYONE ELSE,
      *        MAINTAINED BY THE PILOT COMMAND IN EXITMAIN.  GWA-PILOT-
      *        TYPE 'U' NAMES A USERID, 'T' A TERMINAL ID (FIRST FOUR
      *        BYTES OF GWA-PILOT-ID).  WHILE GWA-PILOT-COUNT IS ABOVE
      *        ZERO AND GWA-FILESET-NEXT DIFFERS FROM GWA-FILESET, THE
      *        SMPFCREQ/SMPFCRQ2 EXIT PAIR SERVES A REQUEST WHOSE TASK
      *        USERID MATCHES A 'U' ENTRY, OR WHOSE TERMINAL MATCHES A
      *        'T' ENTRY, FROM GWA-FILESET-NEXT INSTEAD OF THE LIVE
      *        SIDE, COUNTS IT IN GWA-STAT-COUNT-P AND TRACES IT WITH
      *        TRC-PILOT 'Y'.  EVERY OTHER REQUESTER IS UNAFFECTED.
      *        THE LIST IS CHECKPOINTED, SO A PILOT SURVIVES RESTORE,
      *        AND IS CLEARED BY EXITMAIN WHEN A CUTOVER OF THE GROUP
      *        COMMITS - FROM THEN ON EVERYONE IS ON ONE SIDE AGAIN.
      *
               05  GWA-PILOT-COUNT      PIC S9(04) COMP.
               05  GWA-PILOT-DATA.
                   07  GWA-PILOT-ENTRY OCCURS 10 TIMES.
                       09  GWA-PILOT-TYPE   PIC X(01).
                       09  GWA-PILOT-ID     PIC X(08).
      *
      *        READ-ONLY WRITE FENCE, SET AND LIFTED BY THE FENCE
      *        COMMAND IN EXITMAIN WHILE A CONSISTENT COPY OF THE
      *        LIVE SIDE IS TAKEN.  WHILE GWA-FENCE-FLAG IS 'Y' THE
      *        SMPFCREQ/SMPFCRQ2 EXIT PAIR LETS EVERY READ, BROWSE AND
      *        READ FOR UPDATE AGAINST THE GROUP'S FILES THROUGH AS
      *        USUAL, BUT REFUSES EVERY WRITE, REWRITE AND DELETE -
      *        ON EITHER FILESET, PILOT REQUESTERS INCLUDED.  A
      *        REFUSED REQUEST IS BYPASSED (UERCBYP) AND COMES BACK TO
      *        THE APPLICATION AS RESP DISABLED WITH RESP2 50, EXACTLY
      *        THE CONDITION IT WOULD SEE IF THE FILE HAD BEEN
      *        DISABLED, SO PROGRAMS THAT ALREADY HANDLE A DISABLED
      *        FILE NEED NO CHANGE.  THE EXIT ADDS ONE TO THE FILE'S
      *        GWA-STAT-FENCED AND NEITHER COUNTS NOR JOURNALS THE
      *        REQUEST OTHERWISE.  GWA-FENCE-SET IS WHEN THE FENCE WENT
      *        ON (YYYYMMDDHHMMSS), WHICH THE TIME-LIMIT TASK USES TO
      *        TELL ITS OWN FENCE FROM A NEWER ONE; GWA-FENCE-MINUTES
      *        IS THE LIMIT GIVEN AND GWA-FENCE-UNTIL THE ABSTIME IT
      *        RUNS OUT.  THE FENCE LIFTS BY COMMAND, AT THE LIMIT, OR
      *        WHEN A CUTOVER OF THE GROUP COMMITS.  ALL FOUR ARE
      *        CHECKPOINTED, SO A FENCE SURVIVES RESTORE AND ITS TIME
      *        LIMIT GOES BACK ON THE CLOCK WITH IT.
      *
               05  GWA-FENCE-FLAG       PIC X(01).
               05  GWA-FENCE-SET        PIC X(14).
               05  GWA-FENCE-MINUTES    PIC S9(04) COMP.
               05  GWA-FENCE-UNTIL      PIC S9(15) COMP-3.
