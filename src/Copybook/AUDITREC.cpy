      *              DISCARDED BY A REJECT OR BY EXPIRY ('X'), OR A    *
      *              CONFIGURATION-ONLY ACTION ('C' - CALENDAR RULE    *
      *              MAINTENANCE AND STAGING, TRACE ARM/DISARM,        *
      *              SAMPLING START/STOP, PILOT LIST CHANGES - WHICH   *
      *              CARRY THE REQUESTER ID IN AUD-EVENT-DATE AND THE  *
      *              ACTION AND USER/TERM IN AUD-EVENT-TIME, AND       *
      *              WRITE FENCES - FENCE WHEN ONE IS SET, FENCEOFF    *
      *              WHEN ONE IS LIFTED BY HAND OR AT ITS TIME LIMIT,  *
      *              BOTH CARRYING THE FENCE'S SET STAMP IN            *
      *              AUD-EVENT-DATE/TIME) THAT MOVED NO FILESET AND    *
      *              MUST STAY OUT OF AUDREPT'S CHANGE COUNTS -        *
      *              REJECTED ATTEMPTS ARE AUDITED TOO.  A COMMAND     *
      *              REFUSED BECAUSE A CHANGE-FREEZE WINDOW (EADEFRZ)  *
      *              COVERS THE GROUP IS WRITTEN AS 'F', AND ONE LET   *
      *              THROUGH A WINDOW BY A CONFIRMED EMERGENCY         *
      *              OVERRIDE LEAVES AN 'O' RECORD AHEAD OF ITS OWN    *
      *              AUDIT TRAIL.  A SWITCH BUNDLE THAT COMMITS        *
      *              LEAVES A 'C' HEADER UNDER THE BUNDLE ID AHEAD OF  *
      *              ITS MEMBERS' 'A' RECORDS; ONE THAT FAILS AND IS   *
      *              BACKED OUT LEAVES 'B' RECORDS INSTEAD - THE       *
      *              HEADER, THEN THE MEMBER THAT FAILED, THEN EACH    *
      *              MEMBER DRIVEN BACK, WITH THE FILESET THE GROUP    *
      *              STAYED ON IN AUD-FILESET-OLD AND THE ONE IT WAS   *
      *              BOUND FOR IN AUD-FILESET-NEW.  FOR A COMMAND      *
      *              EXECUTED THROUGH THE CONFIRM WORKFLOW,            *
      *              AUD-USERID IS THE ORIGINAL REQUESTER AND          *
      *              AUD-APPROVER THE CONFIRMING USER; OTHERWISE       *
      *              AUD-APPROVER IS SPACES.                           *
