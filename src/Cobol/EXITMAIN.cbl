      * TRAN VERIFY gggg                                              *
      * TRAN TRACE gggg ON nnnn mm                                    *
      * TRAN TRACE gggg OFF                                           *
      * TRAN FRZADD gggg|ALL YYYYMMDD HHMMSS YYYYMMDD HHMMSS          *
      * TRAN FRZDEL gggg|ALL YYYYMMDD HHMMSS                          *
      * TRAN FRZLIST (gggg)                                           *
      * TRAN FRZOVER gggg|ALL (mm)                                    *
      * TRAN BNDDEF bbbb gggg (gggg ...)                              *
      * TRAN BNDDEL bbbb                                              *
      * TRAN BNDLIST (bbbb)                                           *
      * TRAN BNDSWTCH bbbb (YYYYMMDD HHMMSS.TTTTTT)                   *
      * TRAN PILOT gggg ADD USER|TERM id (FORCE)                      *
      * TRAN PILOT gggg DEL USER|TERM id                              *
      * TRAN PILOT gggg CLEAR                                         *
      * TRAN FENCE gggg ON (mmm)                                      *
      * TRAN FENCE gggg OFF                                           *
      *                                                               *
      * gggg - 4-character subsystem fileset group ID.  Each group    *
      *        carries its own independent A/B fileset pair, so one   *
      *   EADE013I  COMMAND CAPTURED FOR DUAL-CONTROL APPROVAL        *
      *   EADE014I  PER-REQUEST TRACE CAPTURE ARMED FOR A GROUP       *
      *   EADE015I  PER-REQUEST TRACE CAPTURE ENDED                   *
      *   EADE016E  COMMAND REFUSED, CHANGE-FREEZE WINDOW IN FORCE    *
      *   EADE017W  CHANGE-FREEZE EMERGENCY OVERRIDE GRANTED          *
      *   EADE018W  COMMAND RUN UNDER A CHANGE-FREEZE OVERRIDE        *
      *   EADE019I  SWITCH BUNDLE EXECUTED                            *
      *   EADE020E  SWITCH BUNDLE FAILED AND WAS BACKED OUT           *
      *   EADE021W  NEW-SIDE UPDATE JOURNAL KEPT, REPLAY IT           *
      *   EADE022I  PILOT REQUESTER LIST CHANGED FOR A GROUP          *
      *   EADE023I  PILOT ENDED, CUTOVER COMMITTED, LIST CLEARED      *
      *   EADE024W  WRITE FENCE SET, GROUP'S UPDATES REFUSED          *
      *   EADE025I  WRITE FENCE LIFTED, GROUP OPEN FOR UPDATE         *
      *                                                               *
      * COORD WRAPS AN ENABLE, UPDATE OR DISABLE AND DRIVES IT IN     *
      * THIS REGION FIRST, THEN IN EVERY PEER AOR LISTED IN THE       *
      *                                                               *
      * DUAL CONTROL: CHANGE CONTROL REQUIRES THAT NO SINGLE PERSON   *
      * CAN MOVE PRODUCTION TO THE OTHER FILESET ALONE.  AN ENABLE,   *
      * UPDATE, DISABLE, SWITCH, CALSET, COORD OR BNDSWTCH ENTERED    *
      * FROM A TERMINAL (DIRECTLY, OR THROUGH THE EXITCONS CONSOLE)   *
      * IS NOT EXECUTED - IT IS CAPTURED, COMMAND LINE AND REQUESTER, *
      * AS A PENDING REQUEST ON THE RECOVERABLE FILE EADEPEND (ONE    *
      * PER GROUP) AND RAISED AS EADE013I.  A SECOND AUTHORIZED USER  *
      * - NOT THE REQUESTER - TYPES CONFIRM gggg TO EXECUTE IT OR     *
      * REJECT gggg TO DISCARD IT; A REQUEST OLDER THAN               *
      * EXIT-PEND-HOURS IS EXPIRED AND DISCARDED WHENEVER IT IS NEXT  *
      * TOUCHED.  THE EXECUTED COMMAND'S EADEAUD RECORDS CARRY THE    *
      * REQUESTER IN AUD-USERID AND THE CONFIRMER IN AUD-APPROVER, SO *
      * AUDREPT SHOWS WHO ASKED AND WHO APPROVED.  NON-TERMINAL PATHS *
      * - THE PLTPI RESTORE, THE INTERNAL STARTED TASKS, AND COMMAREA *
      * CALLERS (EXCI BATCH UNDER SCHEDULER CONTROL, COORD PEER       *
      * LINKS) - EXECUTE DIRECTLY AS BEFORE UNDER THEIR OWN ESM       *
      * CONTROLS, WHICH IS WHAT KEEPS COORDINATED AND SCHEDULED       *
      * CUTOVERS WORKABLE.  CALSET IS CAPTURED BECAUSE STORING A RULE *
      * STAGES AN UNATTENDED CUTOVER THE STARTED SWITCH TASK THEN     *
      * COMMITS AUTH-EXEMPT; THE AUTOMATIC RESTAGE OF AN              *
      * ALREADY-APPROVED RULE AFTER EACH SWITCH IS A STARTED-TASK     *
      * PATH AND STAYS EXEMPT LIKE THE OTHERS.                        *
      *                                                               *
      * TS QUEUE EADESNAP.  INTERVALS WITH NO TRAFFIC ON A FILE ARE   *
      * NOT RECORDED.  STATSNAP STOP FLAGS THE QUEUE SO THE NEXT      *
      * FIRING STANDS DOWN.  THE BATCH REPORT STATREPT TURNS THE      *
      * HISTORY INTO PER-FILE, PER-FILESET DAILY TREND FIGURES, AND   *
      * THE NIGHTLY HISTEXC FLAGS STANDBY-SIDE TRAFFIC AFTER A SWITCH  *
      * AND LIVE-SIDE HOURS WELL BELOW THEIR TRAILING-WEEKS NORM.     *
      *                                                               *
      * CHANGE FREEZE: FRZADD DECLARES A BLACKOUT WINDOW (QUARTER-END *
      * CLOSE, PEAK TRADING) ON THE RECOVERABLE FILE EADEFRZ FOR ONE  *
      * GROUP OR, WITH ALL, FOR EVERY GROUP - FROM THE START          *
      * DATE/TIME UP TO THE END DATE/TIME.  WHILE A WINDOW COVERS A   *
      * GROUP, ENABLE, UPDATE, SWITCH, CALSET, COORD AND CONFIRM      *
      * AGAINST IT ARE REFUSED ON EVERY PATH - TERMINAL, EXITCONS     *
      * CONSOLE, EXCI (RUNBOOK) AND COORD PEER LINKS - AND SO IS THE  *
      * STARTED SWITCH TASK WHEN ITS EVENT TIME FALLS INSIDE THE      *
      * WINDOW; THAT TIMED SWITCH IS CANCELLED (LIVE FILESET          *
      * UNCHANGED) - A GROUP WITH A CALENDAR RULE IS RESTAGED FOR ITS *
      * NEXT OCCURRENCE, ANY OTHER IS LEFT FOR OPERATIONS TO RESTAGE  *
      * ONCE THE FREEZE IS OVER.  A BNDSWTCH IS CHECKED MEMBER BY     *
      * MEMBER, AND ONE FROZEN MEMBER STOPS THE WHOLE BUNDLE.  EACH   *
      * REFUSAL IS AUDITED TO EADEAUD WITH AUD-RESULT 'F' AND RAISED  *
      * AS EADE016E.  RESTORE, DISABLE, THE SOAK BACK-SWITCH AND A    *
      * COORD BACKOUT (IN THIS REGION AND, BY THE BACKOUT FLAG IN THE *
      * XFCCA COMMAREA, IN EVERY PEER) ARE NEVER FROZEN - THEY PUT    *
      * THINGS BACK, THEY DO NOT CHANGE THEM.  FRZDEL REMOVES A       *
      * WINDOW (OR AN OVERRIDE) BY ITS START, BUT NOT A WINDOW        *
      * ALREADY IN FORCE.  FRZADD TAKES NO NEW WINDOW ONCE EADEFRZ    *
      * HOLDS EXIT-MAX-FREEZE ENTRIES - OLD ONES HAVE TO BE DELETED   *
      * TO MAKE ROOM.  FRZLIST SHOWS THE ENTRIES AFFECTING ONE GROUP, *
      * OR ALL OF THEM.  THE EMERGENCY OVERRIDE IS FRZOVER, WHICH IS  *
      * ALWAYS DUAL-CONTROLLED (CAPTURED ON EVERY PATH, EXCI          *
      * INCLUDED, AND ONLY EXECUTED BY A CONFIRM FROM A SECOND USER): *
      * IT LETS THE GROUP'S COMMANDS THROUGH ANY WINDOW FOR mm        *
      * MINUTES (DEFAULT EXIT-FRZ-OVR-MINUTES), IS RAISED AS          *
      * EADE017W, AND EVERY COMMAND IT LETS THROUGH LEAVES AN         *
      * AUD-RESULT 'O' RECORD AND AN EADE018W.  EADEPEND HOLDS ONE    *
      * REQUEST PER GROUP ID, AND THE OVERRIDE IS CAPTURED UNDER THE  *
      * GROUP'S OWN ID, SO WHILE A REQUEST FOR gggg IS HELD AWAITING  *
      * CONFIRM (A FROZEN ONE INCLUDED) FRZOVER gggg IS REFUSED AS A  *
      * DUPLICATE - RELEASE THE HELD REQUEST WITH FRZOVER ALL, OR     *
      * REJECT IT AND ENTER IT AGAIN ONCE THE GROUP'S OVERRIDE IS     *
      * CONFIRMED.  IF EADEFRZ IS NOT DEFINED OR HOLDS NOTHING THERE  *
      * IS NO FREEZE; ANY OTHER FAILURE TO READ IT FAILS CLOSED.      *
      *                                                               *
      * SWITCH BUNDLES: GROUPS THAT SHARE DATA AND MUST NEVER BE      *
      * SPLIT ACROSS FILESETS ARE NAMED, IN CUTOVER ORDER, AS A       *
      * BUNDLE ON THE RECOVERABLE FILE EADEBNDL BY BNDDEF (UP TO      *
      * EXIT-MAX-BUNDLE-GROUPS GROUPS; REDEFINING A BUNDLE REPLACES   *
      * ITS LIST; A NEW BUNDLE ID IS REFUSED ONCE EADEBNDL HOLDS      *
      * EXIT-MAX-BUNDLES BUNDLES).  bbbb IS THE 4-CHARACTER BUNDLE    *
      * ID; IT SHARES THE EADEPEND KEY WITH THE GROUP IDS, SO IT MAY  *
      * NOT BE THE ID OF ANY GROUP.  BNDSWTCH SWITCHES EVERY MEMBER   *
      * TO ITS OTHER FILESET AS ONE UNIT - NOW, OR WITH A DATE/TIME   *
      * STAGED ON THE BUNDLE RECORD FOR A STARTED TASK THAT RESTORE   *
      * PUTS BACK ON THE CLOCK.  EVERY MEMBER MUST BE ENABLED AND     *
      * FREE OF A TIMED SWITCH OF ITS OWN.  THE GROUPS ARE CUT OVER   *
      * FILE BY FILE IN THE LISTED ORDER; IF ANY FILE OF ANY GROUP    *
      * FAILS, THAT GROUP IS BACKED OUT AND EVERY GROUP ALREADY       *
      * SWITCHED IS DRIVEN BACK THROUGH THE SAME BACKOUT, LAST FIRST. *
      * BNDSWTCH IS DUAL-CONTROLLED LIKE A SWITCH (ONE CAPTURE AND    *
      * ONE CONFIRM FOR THE WHOLE BUNDLE, UNDER THE BUNDLE ID),       *
      * LEAVES ONE AUDIT TRAIL - A HEADER RECORD UNDER THE BUNDLE ID  *
      * FOLLOWED BY THE USUAL RECORD AND CHECKPOINT FOR EACH MEMBER - *
      * AND RAISES ONE CONSOLE MESSAGE, EADE019I OR EADE020E.  A      *
      * BUNDLE IS NOT SOAK-MONITORED AND DOES NOT RESTAGE ANY         *
      * MEMBER'S CALENDAR RULE.  BNDDEL AND BNDDEF REFUSE A BUNDLE    *
      * WITH A SWITCH STAGED; BNDLIST SHOWS ONE BUNDLE OR ALL OF      *
      * THEM.                                                         *
      *                                                               *
      * CUTOVER TIMING: EVERY FILE A CUTOVER CLOSES AND RE-OPENS - A  *
      * SWITCH, A SOAK REVERT OR A BACKOUT, WHATEVER COMMAND OR TASK  *
      * DROVE IT - LEAVES A RECORD ON THE KEYED LOG EADECUTL (SEE     *
      * CUTLREC) GIVING THE GROUP, THE RETIRING AND TARGET FILE       *
      * NAMES, WHEN THE CLOSE STARTED AND ENDED (THE WAIT FOR         *
      * IN-FLIGHT WORK TO FINISH), WHEN THE TWIN CAME OPEN AND        *
      * WHETHER IT DID.  THE LOG IS OPTIONAL - A REGION WITHOUT       *
      * EADECUTL DEFINED CUTS OVER AS BEFORE, UNLOGGED.  THE BATCH    *
      * REPORT CUTREPT READS IT FOR PER-CUTOVER AND PER-FILE          *
      * UNAVAILABILITY, THE SLOWEST FILES AND A MONTHLY TREND PER     *
      * GROUP AGAINST AN SLA.                                         *
      *                                                               *
      * UPDATE JOURNAL: WHEN A SWITCH COMMITS, THE GROUP'S NEW-SIDE   *
      * UPDATE JOURNAL IS OPENED - THE EXIT PAIR THEN WRITES EVERY    *
      * WRITE, REWRITE AND DELETE AGAINST THE GROUP'S FILES (FILE,    *
      * REQUEST, KEY AND, WHERE THE REQUEST CARRIES THEM, THE RECORD  *
      * IMAGE AND THE IMAGE THE TASK READ FOR UPDATE) TO TD QUEUE     *
      * EADJ (SEE JRNLREC).  IF THE GROUP IS LATER SWITCHED BACK TO   *
      * THE SIDE IT CAME FROM - A SOAK REVERT, A BACKOUT OR AN        *
      * OPERATOR SWITCHING BACK BY HAND - THE JOURNAL IS CLOSED AND   *
      * KEPT (EADE021W) AND THE BATCH PROGRAM JRNLRPLY APPLIES IT TO  *
      * THE REVERTED-TO SIDE.  A SOAK THAT PASSES DISCARDS THE        *
      * JOURNAL; THE NEXT SWITCH SUPERSEDES IT.  THE JOURNAL STATE IS *
      * CHECKPOINTED, SO IT SURVIVES RESTORE, AND STATUS SHOWS IT.    *
      *                                                               *
      * PILOT CUTOVER: BEFORE A WHOLE GROUP IS SWITCHED, A FEW PILOT  *
      * USERS OR BRANCH TERMINALS CAN RUN ON ITS FILESET(N) WHILE     *
      * EVERYONE ELSE STAYS ON THE LIVE SIDE.  PILOT gggg ADD USER id *
      * NAMES A USERID, ADD TERM id A TERMINAL ID; THE GROUP KEEPS UP *
      * TO EXIT-MAX-PILOTS OF THEM IN ITS GWA ENTRY.  THE EXIT PAIR   *
      * SERVES THOSE REQUESTERS FROM FILESET(N), COUNTS THEIR         *
      * REQUESTS SEPARATELY (STATS P=, LEFT OUT OF THE A/B COUNTERS,  *
      * THE SOAK MONITOR AND EADEHIST) AND MARKS THEIR EADT TRACE     *
      * RECORDS.  ADD NEEDS FILESET(N) TO BE THE OTHER SIDE AND PUTS  *
      * IT THROUGH THE READYCHK TEST, REFUSING AN UNFIT SIDE UNLESS   *
      * THE COMMAND ENDS WITH FORCE.  DEL TAKES ONE REQUESTER OFF,    *
      * CLEAR ENDS THE PILOT.  PILOT IS DUAL-CONTROLLED FROM A        *
      * TERMINAL LIKE DISABLE; ADD IS SUBJECT TO A CHANGE FREEZE, DEL *
      * AND CLEAR ARE NOT.  EVERY CHANGE IS AUDITED (AUD-RESULT 'C'), *
      * CHECKPOINTED SO THE PILOT SURVIVES RESTORE, AND RAISED AS     *
      * EADE022I.  WHEN ANY CUTOVER OF THE GROUP COMMITS THE LIST IS  *
      * CLEARED (EADE023I) - EVERYONE IS ON ONE SIDE AGAIN.  STATUS,  *
      * VERIFY AND THE EXITCONS CONSOLE SHOW AN ACTIVE PILOT.  THE    *
      * PILOT IS LOCAL TO THIS REGION - COORD DOES NOT CARRY IT TO    *
      * THE PEERS.                                                    *
      *                                                               *
      * WRITE FENCE: FENCE gggg ON mmm MAKES THE GROUP READ-ONLY      *
      * WHILE A CONSISTENT COPY OF THE LIVE SIDE IS TAKEN FOR THE     *
      * STANDBY REFRESH, WITHOUT CLOSING ANY FILE.  THE EXIT PAIR     *
      * LETS READS AND BROWSES THROUGH BUT REFUSES EVERY WRITE,       *
      * REWRITE AND DELETE AGAINST THE GROUP'S FILES WITH RESP        *
      * DISABLED, RESP2 50 (SEE GWAMAP), COUNTING THE REFUSALS PER    *
      * FILE FOR STATS.  mmm (OPTIONAL, 1-999, DEFAULT                *
      * EXIT-FENCE-MINUTES) IS THE TIME LIMIT - A STARTED FENCEOFF    *
      * TASK LIFTS THE FENCE WHEN IT RUNS OUT, AND STANDS DOWN IF A   *
      * NEWER FENCE HAS BEEN SET MEANWHILE.  FENCE gggg OFF LIFTS IT  *
      * BY HAND, AND A CUTOVER OF THE GROUP THAT COMMITS LIFTS IT     *
      * TOO.  FENCE IS DUAL-CONTROLLED FROM A TERMINAL LIKE DISABLE   *
      * AND, AS IT CHANGES NO DATA, IS NEVER HELD BY A CHANGE FREEZE. *
      * SETTING AND LIFTING ARE AUDITED (AUD-RESULT 'C') AND RAISED   *
      * AS EADE024W AND EADE025I.  THE FENCE IS CHECKPOINTED: RESTORE *
      * PUTS IT BACK, WITH WHATEVER IS LEFT OF ITS TIME LIMIT, SO A   *
      * RESTARTED REGION NEVER REOPENS A FENCED GROUP FOR UPDATE BY   *
      * ACCIDENT.  STATUS AND STATS SHOW A FENCE IN FORCE.  LIKE THE  *
      * PILOT, THE FENCE IS LOCAL TO THIS REGION.                     *
      *                                                               *
      *****************************************************************
      * ------------------------------------------------------------- *
       COPY SCHDREC.
       COPY HISTREC.
       COPY PENDREC.
       COPY FRZREC.
       COPY BNDLREC.
       COPY CUTLREC.
       COPY EADEMAPS.
      *
       01 WS-WORKING-STORAGE.
      *
       01 WS-CKP-SUB                    PIC S9(04) COMP.
       01 WS-CKP-LEN                    PIC S9(04) COMP.
       01 WS-CKP-HOLD                   PIC X(565).
      *
      *    'Y' WHILE O-10-RESTORE IS REBUILDING GROUPS FROM THE
      *    CHECKPOINT FILE - TELLS B-100-CHECK THE COMMAND FIELDS
       01 WS-CUT-FILE-NEW               PIC X(08).
       01 WS-CUT-OPENST                 PIC S9(08) BINARY.
      *
      *    CUTOVER TIMING LOG (EADECUTL, SEE CUTLREC).  WS-CTL-TYPE
      *    TELLS R-20-SWITCH-ONE-FILE WHAT KIND OF CUTOVER IT IS
      *    TIMING - 'S' A SWITCH (THE DEFAULT), 'R' A SOAK REVERT, 'B'
      *    A BACKOUT; A CALLER THAT CHANGES IT PUTS 'S' BACK AFTER.
      *    R-30-RESTORE-ONE-FILE IS ALWAYS A BACKOUT.  EVERY CUTOVER
      *    TAKES A NEW STAMP AND CUTOVER NUMBER, AND EVERY FILE RECORD
      *    THE NEXT SEQUENCE NUMBER, SO NO TWO RECORDS ONE TASK WRITES
      *    CAN SHARE A KEY.
      *
       01 WS-CTL-TYPE                   PIC X(01) VALUE 'S'.
       01 WS-CTL-BACK                   PIC X(01).
       01 WS-CTL-RESULT                 PIC X(01).
       01 WS-CTL-DATE                   PIC X(08).
       01 WS-CTL-TIME                   PIC X(08).
       01 WS-CTL-CUTNO                  PIC S9(04) COMP VALUE ZERO.
       01 WS-CTL-SEQ                    PIC S9(04) COMP VALUE ZERO.
       01 WS-CTL-SAVE-RC                PIC S9(04) COMP.
       01 WS-CTL-CLOSE-START            PIC S9(15) COMP-3.
       01 WS-CTL-CLOSE-END              PIC S9(15) COMP-3.
       01 WS-CTL-OPEN-END               PIC S9(15) COMP-3.
      *
      *    NEW-SIDE UPDATE JOURNAL CONTROLS FOR R-60-JOURNAL - THE
      *    FILESET THE GROUP IS NOW LIVE ON, THE ONE IT JUST LEFT,
      *    AND WHETHER THE CUTOVER WAS A SWITCH ('F', WHICH OPENS A
      *    NEW JOURNAL) OR A REVERT OR BACKOUT ('B', WHICH CAN ONLY
      *    CLOSE ONE).
      *
       01 WS-JRN-LIVE                   PIC X(01).
       01 WS-JRN-LEFT                   PIC X(01).
       01 WS-JRN-MODE                   PIC X(01).
      *
      *    CONTROLS FOR THE PRE-CUTOVER READINESS CHECK.  CALLERS OF
      *    S-50-VERIFY-TARGET FILL THE TARGET LETTER AND THE LIST TO
      *    INSPECT - THE READYCHK COMMAND PASSES THE GROUP'S LIVE GWA
       01 WS-VER-S-OK                   PIC X(01).
       01 WS-VER-S-OPEN                 PIC X(01).
      *
      *    'Y' WHILE THE GROUP BEING VERIFIED HAS A PILOT RUNNING ON
      *    ITS STANDBY SIDE, WHICH IS THEN EXPECTED TO BE OPEN.
      *
       01 WS-VER-PILOT                  PIC X(01).
      *
      *    FIELDS FOR THE STATS COMMAND.
      *
       01 WS-STAT-RESET                 PIC X(05) VALUE SPACES.
       01 WS-TRC-COUNT                  PIC 9(04).
       01 WS-TRC-MINUTES                PIC S9(08) COMP.
      *
      *    FIELDS FOR THE PILOT COMMAND - THE ACTION, THE KIND OF
      *    REQUESTER (USER OR TERM, CARRIED IN THE GWA AS 'U' OR
      *    'T') AND ITS ID, AND THE SLOT A DEL TAKES OUT OF THE LIST.
      *
       01 WS-PLT-OP                     PIC X(05) VALUE SPACES.
       01 WS-PLT-KIND                   PIC X(04) VALUE SPACES.
       01 WS-PLT-ID                     PIC X(08) VALUE SPACES.
       01 WS-PLT-TYPE                   PIC X(01).
       01 WS-PLT-SUB                    PIC S9(04) COMP.
       01 WS-PLT-MATCH                  PIC S9(04) COMP.
      *
      *    FIELDS FOR THE FENCE COMMAND.  THE LIMIT ARRIVES LEFT-
      *    JUSTIFIED AND IS SHIFTED RIGHT AND ZERO-FILLED LIKE THE
      *    TRACE COUNT.  WS-FNC-HOW SAYS WHAT LIFTED A FENCE, FOR
      *    THE MESSAGE.
      *
       01 WS-FNC-OP                     PIC X(04) VALUE SPACES.
       01 WS-FNC-MIN-ALPHA              PIC X(03) VALUE SPACES.
       01 WS-FNC-SHIFT                  PIC X(03).
       01 WS-FNC-MINUTES                PIC S9(08) COMP.
       01 WS-FNC-WAIT                   PIC S9(15) COMP-3.
       01 WS-FNC-HOW                    PIC X(14).
      *
      *    CONTROLS FOR THE POST-CUTOVER SOAK MONITOR.  THE MONITOR
      *    TASK CARRIES ITS STATE IN THE START DATA (SEE U-50): THE
      *    PRIOR FILESET IN WS-FILESETP, THE NEW LIVE FILESET IN
       01 WS-PEND-SAVE-USER             PIC X(08).
       01 WS-PND-TOK3                   PIC X(08).
       01 WS-PND-TOK4                   PIC X(08).
       01 WS-PND-TOK5                   PIC X(08).
       01 WS-PND-EXPIRED                PIC X(01).
       01 WS-PND-MINS-REQ               PIC S9(09) COMP.
       01 WS-PND-MINS-NOW               PIC S9(09) COMP.
       01 WS-SER-M                      PIC S9(09) COMP.
       01 WS-SER-T                      PIC S9(09) COMP.
       01 WS-SER-NUM                    PIC S9(09) COMP.
      *
      *    CHANGE-FREEZE CONTROLS.  WS-FRZ-STATE IS THE ANSWER F-60-
      *    FREEZE-CHECK GIVES FOR WS-GROUP-ID: 'N' NO WINDOW COVERS
      *    THE GROUP NOW, 'F' FROZEN (THE COMMAND HAS ALREADY BEEN
      *    REFUSED, AUDITED AND RAISED - THE CALLER JUST STOPS), 'O'
      *    FROZEN BUT A CONFIRMED OVERRIDE LETS IT THROUGH.  ONCE A
      *    COMMAND HAS PASSED, WS-FRZ-CLEARED STOPS THE SECTIONS A
      *    CONFIRM OR COORD RE-DISPATCHES (AND A COORD BACKOUT) BEING
      *    REFUSED HALF-WAY BY A WINDOW THAT OPENS UNDER THEM.  THE
      *    14-BYTE STAMPS ARE YYYYMMDDHHMMSS AND COMPARE DIRECTLY
      *    AGAINST FRZ-START/FRZ-END.
      *
       01 WS-FRZ-STATE                  PIC X(01).
       01 WS-FRZ-CLEARED                PIC X(01) VALUE 'N'.
       01 WS-FRZ-EOF                    PIC X(01).
       01 WS-FRZ-LEN                    PIC S9(04) COMP.
       01 WS-FRZ-SHOWN                  PIC S9(04) COMP.
       01 WS-FRZ-COUNT                  PIC S9(04) COMP.
       01 WS-FRZ-SCAN-ID                PIC X(04).
       01 WS-FRZ-NOW.
          03  WS-FRZ-NOW-DATE           PIC X(08).
          03  WS-FRZ-NOW-TIME           PIC X(06).
       01 WS-FRZ-UNTIL                  PIC X(14).
       01 WS-FRZ-OVR-UNTIL              PIC X(14).
       01 WS-FRZ-SDATE                  PIC X(08).
       01 WS-FRZ-STIME                  PIC X(06).
       01 WS-FRZ-EDATE                  PIC X(08).
       01 WS-FRZ-ETIME                  PIC X(06).
       01 WS-FRZ-MIN-ALPHA              PIC X(02) VALUE SPACES.
       01 WS-FRZ-MINUTES                PIC S9(04) COMP.
       01 WS-FRZ-DAY-MINS               PIC S9(08) COMP.
       01 WS-FRZ-CMD                    PIC X(08).
       01 WS-FRZ-STAMP-OK               PIC X(01).
       01 WS-FRZ-TIME-VALIDATE.
          03  WS-FRZ-HH                 PIC 99.
          03  WS-FRZ-MM                 PIC 99.
          03  WS-FRZ-SS                 PIC 99.
      *
      *    SWITCH BUNDLE CONTROLS.  WS-BND-MEMBER HOLDS, IN BUNDLE
      *    ORDER, EACH MEMBER GROUP'S GWA SUBSCRIPT AND THE FILESET
      *    LETTERS IT HELD BEFORE THE BUNDLE MOVED IT, SO A FAILURE
      *    PART-WAY THROUGH CAN DRIVE EVERY GROUP ALREADY SWITCHED
      *    BACK.  WS-BND-RUN IS 'Y' WHILE A BUNDLE CUTOVER IS IN
      *    PROGRESS - THE PER-GROUP BACKOUT THEN LEAVES THE CONSOLE
      *    TO THE ONE MESSAGE THE BUNDLE RAISES FOR ITSELF.
      *
       01 WS-BND-ID                     PIC X(04).
       01 WS-BND-RUN                    PIC X(01) VALUE 'N'.
       01 WS-BND-RESULT                 PIC X(01).
       01 WS-BND-EOF                    PIC X(01).
       01 WS-BND-LEN                    PIC S9(04) COMP.
       01 WS-BND-SUB                    PIC S9(04) COMP.
       01 WS-BND-SUB2                   PIC S9(04) COMP.
       01 WS-BND-DONE                   PIC S9(04) COMP.
       01 WS-BND-SHOWN                  PIC S9(04) COMP.
       01 WS-BND-COUNT                  PIC S9(04) COMP.
       01 WS-BND-FAIL-GROUP             PIC X(04).
       01 WS-BND-HOLD                   PIC X(100).
       01 WS-BND-TOKENS.
          03  WS-BND-TOK                PIC X(04) OCCURS 7 TIMES.
       01 WS-BND-TABLE.
          03  WS-BND-MEMBER OCCURS 7 TIMES.
              05  WS-BND-GSUB           PIC S9(04) COMP.
              05  WS-BND-OLD            PIC X(01).
              05  WS-BND-OLD-NEXT       PIC X(01).
              05  WS-BND-NEW            PIC X(01).
      *
       01 WS-SNP-CONTROL.
          03  WS-SNP-FLAG               PIC X(01).
          03 WS-CORD-CA-REQUEST         PIC X(55).
          03 WS-CORD-CA-RC              PIC S9(04) COMP.
          03 WS-CORD-CA-MSG             PIC X(53).
          03 WS-CORD-CA-BACKOUT         PIC X(01) VALUE SPACE.
       01 WS-CKR-COUNT                  PIC S9(04) COMP.
       01 WS-CKR-SUB                    PIC S9(04) COMP.
       01 WS-CKR-TABLE.
          03  WS-CKR-ENTRY              PIC X(565) OCCURS 16 TIMES.
      *
      *    FIELDS FOR THE HISTORY COMMAND, WHICH READS TS QUEUE
      *    EADEDIAG BACK INSTEAD OF ONLY WRITING TO IT.
                 ',SCHEDULED SWITCH: '.
             05  WS-MSG-STAT-STATE      PIC X(11).
             05  FILLER                PIC X(08) VALUE SPACES.
      *
          03 WS-MSG-STATJRNL.
             05  FILLER                PIC X(08) VALUE
                 'JOURNAL '.
             05  WS-MSG-STJ-STATE      PIC X(04).
             05  FILLER                PIC X(04) VALUE
                 ' ID '.
             05  WS-MSG-STJ-ID         PIC X(14).
             05  FILLER                PIC X(16) VALUE
                 ', PRIOR FILESET '.
             05  WS-MSG-STJ-PRIOR      PIC X(01).
             05  FILLER                PIC X(06) VALUE SPACES.
      *
          03 WS-MSG-FILENAMEERR         PIC X(53) VALUE
             'FILE NAME MUST BE SUPPLIED FOR FILEADD OR FILEDEL    '.
             05  WS-MSG-STATF-A        PIC 9(08) USAGE DISPLAY.
             05  FILLER                PIC X(03) VALUE ' B='.
             05  WS-MSG-STATF-B        PIC 9(08) USAGE DISPLAY.
             05  FILLER                PIC X(03) VALUE ' P='.
             05  WS-MSG-STATF-P        PIC 9(08) USAGE DISPLAY.
             05  FILLER                PIC X(06) VALUE SPACES.
      *
          03 WS-MSG-STATRESET           PIC X(53) VALUE
             'STATS COUNTERS HAVE BEEN RESET FOR THE GROUP        '.
      *
          03 WS-MSG-SOAKSTUCK           PIC X(53) VALUE
             'SOAK BACK-SWITCH CUTOVER FAILED, GROUP LEFT AS IS   '.
      *
          03 WS-MSG-JRNLKEPT.
             05  FILLER                PIC X(06) VALUE
                 'GROUP '.
             05  WS-MSG-JRNK-GROUP     PIC X(04).
             05  FILLER                PIC X(42) VALUE
                 ' NEW-SIDE JOURNAL KEPT, REPLAY TO FILESET '.
             05  WS-MSG-JRNK-FS        PIC X(01).
      *
          03 WS-MSG-CALSYNTAX           PIC X(53) VALUE
             'CALSET NEEDS: gggg W d time | M time | D date time  '.
      *
          03 WS-MSG-TRCSTALE            PIC X(53) VALUE
             'TRACE-OFF TASK SUPERSEDED BY A NEWER TRACE, IGNORED '.
      *
          03 WS-MSG-PLTSYNTAX           PIC X(53) VALUE
             'PILOT NEEDS: gggg ADD|DEL USER|TERM id, OR gggg CLEAR'.
      *
          03 WS-MSG-PLTNONEXT           PIC X(53) VALUE
             'PILOT NEEDS FILESET(N) SET TO THE OTHER SIDE FIRST   '.
      *
          03 WS-MSG-PLTDUP              PIC X(53) VALUE
             'REQUESTER IS ALREADY ON THE PILOT LIST FOR THE GROUP '.
      *
          03 WS-MSG-PLTFULL             PIC X(53) VALUE
             'PILOT LIST IS FULL FOR THIS GROUP                    '.
      *
          03 WS-MSG-PLTNOTON            PIC X(53) VALUE
             'REQUESTER IS NOT ON THE PILOT LIST FOR THIS GROUP    '.
      *
          03 WS-MSG-PLTNONE             PIC X(53) VALUE
             'NO PILOT IS ACTIVE FOR THIS GROUP                    '.
      *
          03 WS-MSG-PLTREFUSED          PIC X(53) VALUE
             'PILOT REFUSED, FILESET(N) FAILED READYCHK            '.
      *
          03 WS-MSG-PLTFORCED           PIC X(53) VALUE
             'READINESS FAILURE OVERRIDDEN BY FORCE FOR THE PILOT  '.
      *
          03 WS-MSG-PLTCHANGE.
             05  FILLER                PIC X(06) VALUE
                 'GROUP '.
             05  WS-MSG-PLC-GROUP      PIC X(04).
             05  FILLER                PIC X(07) VALUE
                 ' PILOT '.
             05  WS-MSG-PLC-VERB       PIC X(07).
             05  FILLER                PIC X(01) VALUE SPACE.
             05  WS-MSG-PLC-KIND       PIC X(08).
             05  FILLER                PIC X(01) VALUE SPACE.
             05  WS-MSG-PLC-ID         PIC X(08).
             05  FILLER                PIC X(04) VALUE ' ON '.
             05  WS-MSG-PLC-FS         PIC X(01).
             05  FILLER                PIC X(06) VALUE SPACES.
      *
          03 WS-MSG-PLTCLEAR.
             05  FILLER                PIC X(06) VALUE
                 'GROUP '.
             05  WS-MSG-PLX-GROUP      PIC X(04).
             05  FILLER                PIC X(39) VALUE
                 ' PILOT ENDED BY CLEAR, BACK ON ONE SIDE'.
             05  FILLER                PIC X(04) VALUE SPACES.
      *
          03 WS-MSG-STATPILOT.
             05  FILLER                PIC X(24) VALUE
                 'PILOT ACTIVE ON FILESET '.
             05  WS-MSG-STP-FS         PIC X(01).
             05  FILLER                PIC X(14) VALUE
                 ', REQUESTERS: '.
             05  WS-MSG-STP-COUNT      PIC 9(02) USAGE DISPLAY.
             05  FILLER                PIC X(12) VALUE SPACES.
      *
          03 WS-MSG-PILOTENT.
             05  FILLER                PIC X(16) VALUE
                 'PILOT REQUESTER '.
             05  WS-MSG-PLE-KIND       PIC X(08).
             05  FILLER                PIC X(01) VALUE SPACE.
             05  WS-MSG-PLE-ID         PIC X(08).
             05  FILLER                PIC X(20) VALUE SPACES.
      *
          03 WS-MSG-PLTENDED.
             05  FILLER                PIC X(06) VALUE
                 'GROUP '.
             05  WS-MSG-PLN-GROUP      PIC X(04).
             05  FILLER                PIC X(38) VALUE
                 ' PILOT LIST CLEARED, CUTOVER COMMITTED'.
             05  FILLER                PIC X(05) VALUE SPACES.
      *
          03 WS-MSG-VERPILOT.
             05  FILLER                PIC X(07) VALUE
                 'VERIFY '.
             05  WS-MSG-VPL-GROUP      PIC X(04).
             05  FILLER                PIC X(20) VALUE
                 ' : PILOT ON FILESET '.
             05  WS-MSG-VPL-FS         PIC X(01).
             05  FILLER                PIC X(02) VALUE ', '.
             05  WS-MSG-VPL-COUNT      PIC 9(02) USAGE DISPLAY.
             05  FILLER                PIC X(11) VALUE
                 ' REQUESTERS'.
             05  FILLER                PIC X(06) VALUE SPACES.
      *
          03 WS-MSG-FNCSYNTAX           PIC X(53) VALUE
             'FENCE NEEDS: gggg ON (mmm) OR gggg OFF, mmm 1-999   '.
      *
          03 WS-MSG-FNCNOTON            PIC X(53) VALUE
             'WRITE FENCE IS NOT ON FOR THIS GROUP                '.
      *
          03 WS-MSG-FNCSTALE            PIC X(53) VALUE
             'FENCE-OFF TASK SUPERSEDED BY A NEWER FENCE, IGNORED '.
      *
          03 WS-MSG-FNCSET.
             05  FILLER                PIC X(06) VALUE
                 'GROUP '.
             05  WS-MSG-FNS-GROUP      PIC X(04).
             05  FILLER                PIC X(29) VALUE
                 ' FENCED, UPDATES REFUSED FOR '.
             05  WS-MSG-FNS-MIN        PIC 9(03) USAGE DISPLAY.
             05  FILLER                PIC X(04) VALUE ' MIN'.
             05  FILLER                PIC X(07) VALUE SPACES.
      *
          03 WS-MSG-FNCLIFT.
             05  FILLER                PIC X(06) VALUE
                 'GROUP '.
             05  WS-MSG-FNL-GROUP      PIC X(04).
             05  FILLER                PIC X(23) VALUE
                 ' WRITE FENCE LIFTED BY '.
             05  WS-MSG-FNL-HOW        PIC X(14).
             05  FILLER                PIC X(06) VALUE SPACES.
      *
          03 WS-MSG-FNCSTATE.
             05  FILLER                PIC X(21) VALUE
                 'WRITE FENCE ON SINCE '.
             05  WS-MSG-FNT-DATE       PIC X(08).
             05  FILLER                PIC X(01) VALUE SPACE.
             05  WS-MSG-FNT-TIME       PIC X(06).
             05  FILLER                PIC X(08) VALUE
                 ', LIMIT '.
             05  WS-MSG-FNT-MIN        PIC 9(03) USAGE DISPLAY.
             05  FILLER                PIC X(04) VALUE ' MIN'.
             05  FILLER                PIC X(02) VALUE SPACES.
      *
          03 WS-MSG-FNCREFUSE.
             05  FILLER                PIC X(06) VALUE
                 'STATS '.
             05  WS-MSG-FNR-FILE       PIC X(08).
             05  FILLER                PIC X(18) VALUE
                 ' FENCE REFUSALS = '.
             05  WS-MSG-FNR-COUNT      PIC 9(08) USAGE DISPLAY.
             05  FILLER                PIC X(13) VALUE SPACES.
      *
          03 WS-MSG-PENDCAPT            PIC X(53) VALUE
             'COMMAND CAPTURED, AWAITING CONFIRM BY A SECOND USER '.
      *
          03 WS-MSG-PENDDUP             PIC X(53) VALUE
             'AN APPROVAL IS ALREADY PENDING FOR THIS GROUP       '.
      *
          03 WS-MSG-PENDOVR             PIC X(53) VALUE
             'USE FRZOVER ALL, OR REJECT THE HELD REQUEST FIRST   '.
      *
          03 WS-MSG-PENDNONE            PIC X(53) VALUE
             'NO PENDING REQUEST IS HELD FOR THIS GROUP           '.
          03 WS-MSG-CORDBACKOUT         PIC X(53) VALUE
             'COORD FAILED, ALL REGIONS RESTORED TO PRIOR STATE   '.
      *
          03 WS-MSG-FRZSYNTAX           PIC X(53) VALUE
             'FRZADD NEEDS: gggg|ALL date time date time           '.
      *
          03 WS-MSG-FRZDELSYN           PIC X(53) VALUE
             'FRZDEL NEEDS: gggg|ALL yyyymmdd hhmmss OF THE ENTRY  '.
      *
          03 WS-MSG-FRZRANGE            PIC X(53) VALUE
             'FREEZE WINDOW MUST END LATER THAN IT STARTS          '.
      *
          03 WS-MSG-FRZADDED            PIC X(53) VALUE
             'CHANGE-FREEZE WINDOW ADDED                           '.
      *
          03 WS-MSG-FRZDUP              PIC X(53) VALUE
             'A FREEZE ENTRY WITH THAT START IS ALREADY ON FILE    '.
      *
          03 WS-MSG-FRZDELETED          PIC X(53) VALUE
             'CHANGE-FREEZE ENTRY REMOVED                          '.
      *
          03 WS-MSG-FRZNOTFND           PIC X(53) VALUE
             'NO CHANGE-FREEZE ENTRY WITH THAT START IS ON FILE    '.
      *
          03 WS-MSG-FRZACTIVE           PIC X(53) VALUE
             'WINDOW IS IN FORCE, ONLY FRZOVER CAN GET PAST IT NOW '.
      *
          03 WS-MSG-FRZNONE             PIC X(53) VALUE
             'NO CHANGE-FREEZE ENTRIES ARE ON FILE                 '.
      *
          03 WS-MSG-FRZFULL             PIC X(53) VALUE
             'FREEZE FILE IS FULL - FRZDEL OLD ENTRIES FIRST       '.
      *
          03 WS-MSG-FRZTOOMANY          PIC X(53) VALUE
             'TOO MANY FREEZE ENTRIES TO CHECK - TAKEN AS FROZEN   '.
      *
          03 WS-MSG-FRZLINE.
             05  FILLER                PIC X(07) VALUE
                 'FREEZE '.
             05  WS-MSG-FRZL-GROUP     PIC X(04).
             05  FILLER                PIC X(01) VALUE SPACE.
             05  WS-MSG-FRZL-TYPE      PIC X(01).
             05  FILLER                PIC X(01) VALUE SPACE.
             05  WS-MSG-FRZL-SDATE     PIC X(08).
             05  FILLER                PIC X(01) VALUE SPACE.
             05  WS-MSG-FRZL-STIME     PIC X(06).
             05  FILLER                PIC X(03) VALUE ' - '.
             05  WS-MSG-FRZL-EDATE     PIC X(08).
             05  FILLER                PIC X(01) VALUE SPACE.
             05  WS-MSG-FRZL-ETIME     PIC X(06).
             05  WS-MSG-FRZL-NOW       PIC X(04).
             05  FILLER                PIC X(02) VALUE SPACES.
      *
          03 WS-MSG-FRZREFUSED.
             05  FILLER                PIC X(38) VALUE
                 'REFUSED, CHANGE FREEZE IN FORCE UNTIL '.
             05  WS-MSG-FRZR-DATE      PIC X(08).
             05  FILLER                PIC X(01) VALUE SPACE.
             05  WS-MSG-FRZR-TIME      PIC X(06).
      *
          03 WS-MSG-FRZOVRUSED.
             05  FILLER                PIC X(33) VALUE
                 'FREEZE OVERRIDDEN, OVERRIDE ENDS '.
             05  WS-MSG-FRZU-DATE      PIC X(08).
             05  FILLER                PIC X(01) VALUE SPACE.
             05  WS-MSG-FRZU-TIME      PIC X(06).
             05  FILLER                PIC X(05) VALUE SPACES.
      *
          03 WS-MSG-FRZOVRSET.
             05  FILLER                PIC X(30) VALUE
                 'FREEZE OVERRIDE GRANTED UNTIL '.
             05  WS-MSG-FRZO-DATE      PIC X(08).
             05  FILLER                PIC X(01) VALUE SPACE.
             05  WS-MSG-FRZO-TIME      PIC X(06).
             05  FILLER                PIC X(08) VALUE SPACES.
      *
          03 WS-MSG-FRZOVRSYN           PIC X(53) VALUE
             'FRZOVER NEEDS: gggg|ALL (mm), mm 01 THROUGH 99       '.
      *
          03 WS-MSG-FRZOVRCONF          PIC X(53) VALUE
             'FREEZE OVERRIDE NEEDS CONFIRM BY A SECOND USER       '.
      *
          03 WS-MSG-FRZSWCANCEL         PIC X(53) VALUE
             'TIMED SWITCH CANCELLED BY CHANGE FREEZE, RESTAGE IT  '.
      *
          03 WS-MSG-BNDSYNTAX           PIC X(53) VALUE
             'BNDDEF NEEDS: bbbb gggg (gggg ...), UP TO 7 GROUPS   '.
      *
          03 WS-MSG-BNDDUPGRP           PIC X(53) VALUE
             'A GROUP MAY APPEAR ONLY ONCE IN A BUNDLE             '.
      *
          03 WS-MSG-BNDISGROUP          PIC X(53) VALUE
             'BUNDLE ID IS ALREADY IN USE AS A GROUP ID            '.
      *
          03 WS-MSG-BNDDEFINED          PIC X(53) VALUE
             'SWITCH BUNDLE DEFINED, GROUPS SWITCH IN LISTED ORDER '.
      *
          03 WS-MSG-BNDDELETED          PIC X(53) VALUE
             'SWITCH BUNDLE REMOVED                                '.
      *
          03 WS-MSG-BNDNOTFND           PIC X(53) VALUE
             'NO SWITCH BUNDLE WITH THAT ID IS ON FILE             '.
      *
          03 WS-MSG-BNDISSTAGED         PIC X(53) VALUE
             'BUNDLE HAS A TIMED SWITCH STAGED, CANNOT CHANGE IT   '.
      *
          03 WS-MSG-BNDFULL             PIC X(53) VALUE
             'BUNDLE FILE IS FULL - BNDDEL AN UNUSED BUNDLE FIRST  '.
      *
          03 WS-MSG-BNDNONE             PIC X(53) VALUE
             'NO SWITCH BUNDLES ARE ON FILE                        '.
      *
          03 WS-MSG-BNDLINE.
             05  FILLER                PIC X(07) VALUE
                 'BUNDLE '.
             05  WS-MSG-BNDL-ID        PIC X(04).
             05  FILLER                PIC X(01) VALUE ':'.
             05  WS-MSG-BNDL-GRP       PIC X(05) OCCURS 7 TIMES.
             05  FILLER                PIC X(06) VALUE SPACES.
      *
          03 WS-MSG-BNDSCHED.
             05  FILLER                PIC X(25) VALUE
                 'BUNDLE SWITCH STAGED FOR '.
             05  WS-MSG-BNDS-DATE      PIC X(08).
             05  FILLER                PIC X(01) VALUE SPACE.
             05  WS-MSG-BNDS-TIME      PIC X(13).
             05  FILLER                PIC X(06) VALUE SPACES.
      *
          03 WS-MSG-BNDGRPUNK.
             05  FILLER                PIC X(20) VALUE
                 'BUNDLE MEMBER GROUP '.
             05  WS-MSG-BNDU-GROUP     PIC X(04).
             05  FILLER                PIC X(29) VALUE
                 ' IS NOT ENABLED IN THIS CICS '.
      *
          03 WS-MSG-BNDGRPPEND.
             05  FILLER                PIC X(06) VALUE
                 'GROUP '.
             05  WS-MSG-BNDP-GROUP     PIC X(04).
             05  FILLER                PIC X(43) VALUE
                 ' HAS ITS OWN TIMED SWITCH STAGED           '.
      *
          03 WS-MSG-BNDDONE.
             05  FILLER                PIC X(07) VALUE
                 'BUNDLE '.
             05  WS-MSG-BNDD-ID        PIC X(04).
             05  FILLER                PIC X(42) VALUE
                 ' SWITCHED, EVERY GROUP CUT OVER IN ORDER  '.
      *
          03 WS-MSG-BNDBACKOUT.
             05  FILLER                PIC X(07) VALUE
                 'BUNDLE '.
             05  WS-MSG-BNDB-ID        PIC X(04).
             05  FILLER                PIC X(11) VALUE
                 ' FAILED AT '.
             05  WS-MSG-BNDB-GROUP     PIC X(04).
             05  FILLER                PIC X(27) VALUE
                 ', ALL GROUPS BACKED OUT    '.
      *
          03 WS-MSG-BNDFRZCANCEL        PIC X(53) VALUE
             'TIMED BUNDLE SWITCH CANCELLED BY CHANGE FREEZE       '.
      *

       01 WS-WORKING-STORAGE-END.
          03  FILLER                   PIC X(04) VALUE ':EWS'.
      *
      *    STARTED FROM A TERMINAL, A CICS START, OR PLTPI INITPARM -
      *    TREAT CA-REQUEST-DATA EXACTLY LIKE A TYPED TERMINAL COMMAND
      *    SO IT FLOWS THROUGH THE SAME UNSTRING/VALIDATION LOGIC BELOW.
      *    A COORDINATING REGION BACKING OUT A COORD COMMAND MARKS THE
      *    UNDO IT SENDS EACH PEER - RUN IT AS THE LOCAL UNDO IS RUN,
      *    AS A BACKOUT THAT NO FREEZE WINDOW MAY STOP.  A SHORTER
      *    COMMAREA CARRIES NO MARKER AND MUST NOT BE LOOKED PAST.
      *
           IF EIBCALEN > ZERO
              MOVE CA-REQUEST-DATA TO WS-INPUT-DATA
              IF EIBCALEN >= LENGTH OF DFHCOMMAREA
                 IF CA-BACKOUT-FLAG = 'B'
                    MOVE 'Y' TO WS-FRZ-CLEARED
                    MOVE 'B' TO WS-CTL-TYPE
                 END-IF
              END-IF
              GO TO A-200-SETUP
           END-IF.

                 WS-COMMAND = 'DISABLE' OR
                 WS-COMMAND = 'SWITCH' OR
                 WS-COMMAND = 'CALSET' OR
                 WS-COMMAND = 'COORD' OR
                 WS-COMMAND = 'BNDSWTCH' OR
                 WS-COMMAND = 'PILOT' OR
                 WS-COMMAND = 'FENCE'
                 PERFORM V-10-CAPTURE
                 PERFORM A-999-TERMINATE
              END-IF
           END-IF.
      *
      *    A CHANGE-FREEZE OVERRIDE IS ALWAYS DUAL-CONTROLLED - AN
      *    EXCI/DPL CALLER IS CAPTURED JUST LIKE A TERMINAL SO NO ONE
      *    USER CAN BREAK A FREEZE FROM A BATCH JOB.  PLTPI AND
      *    STARTED TASKS NEVER CARRY FRZOVER.
      *
           IF WS-COMMAND = 'FRZOVER' AND
              WS-PEND-RUN NOT = 'Y' AND
              WS-START-CODE NOT = 'U ' AND
              WS-START-CODE NOT = 'SD'
              PERFORM V-10-CAPTURE
              PERFORM A-999-TERMINATE
           END-IF.
      *
           EVALUATE WS-COMMAND
              WHEN 'ENABLE'
                PERFORM T-10-STATS
              WHEN 'COORD'
                PERFORM X-10-COORD
              WHEN 'FRZADD'
                PERFORM F-10-FRZADD
              WHEN 'FRZDEL'
                PERFORM F-20-FRZDEL
              WHEN 'FRZLIST'
                PERFORM F-30-FRZLIST
              WHEN 'FRZOVER'
                PERFORM F-40-FRZOVER
              WHEN 'BNDDEF'
                PERFORM N-10-BNDDEF
              WHEN 'BNDDEL'
                PERFORM N-20-BNDDEL
              WHEN 'BNDLIST'
                PERFORM N-30-BNDLIST
              WHEN 'BNDSWTCH'
                PERFORM N-40-BNDSWTCH
              WHEN 'PILOT'
                PERFORM T-40-PILOT
              WHEN 'FENCE'
                PERFORM T-60-FENCE
              WHEN 'FENCEOFF'
                PERFORM T-70-FENCEOFF
              WHEN OTHER
                PERFORM
                  MOVE WS-MSG-INPUTERR TO WS-HDR-TEXT
              EXIT SECTION
           END-IF.

           PERFORM F-60-FREEZE-CHECK.
           IF WS-FRZ-STATE = 'F'
              EXIT SECTION
           END-IF.

       B-150-LOCATE.
      *
      *    THE EXIT ITSELF IS ENABLED ONCE FOR THE LIFE OF ALL ITS
              MOVE 'N'    TO GWA-TRACE-FLAG(WS-GRP-SUB)
              MOVE SPACES TO GWA-TRACE-ARMED(WS-GRP-SUB)
              MOVE ZERO   TO GWA-TRACE-COUNT(WS-GRP-SUB)
              MOVE 'N'    TO GWA-JRNL-FLAG(WS-GRP-SUB)
              MOVE SPACES TO GWA-JRNL-ID(WS-GRP-SUB)
              MOVE SPACES TO GWA-JRNL-PRIOR(WS-GRP-SUB)
              MOVE ZERO   TO GWA-PILOT-COUNT(WS-GRP-SUB)
              MOVE SPACES TO GWA-PILOT-DATA(WS-GRP-SUB)
              MOVE 'N'    TO GWA-FENCE-FLAG(WS-GRP-SUB)
              MOVE SPACES TO GWA-FENCE-SET(WS-GRP-SUB)
              MOVE ZERO   TO GWA-FENCE-MINUTES(WS-GRP-SUB)
              MOVE ZERO   TO GWA-FENCE-UNTIL(WS-GRP-SUB)
              MOVE ZERO   TO WS-STAT-SUB
              PERFORM EXIT-MAX-FILES TIMES
                 ADD 1 TO WS-STAT-SUB
                   TO GWA-STAT-COUNT-A(WS-GRP-SUB, WS-STAT-SUB)
                 MOVE ZERO
                   TO GWA-STAT-COUNT-B(WS-GRP-SUB, WS-STAT-SUB)
                 MOVE ZERO
                   TO GWA-STAT-COUNT-P(WS-GRP-SUB, WS-STAT-SUB)
                 MOVE ZERO
                   TO GWA-STAT-FENCED(WS-GRP-SUB, WS-STAT-SUB)
              END-PERFORM
           ELSE
              MOVE GWA-FILESET(WS-GRP-SUB) TO WS-PREV-FILESET
      *    RESTORE COMMAND IS SEEDED FROM ITS CHECKPOINT RECORD
      *    (STILL IN CKP-RECORD) INSTEAD OF THE DEFAULT LIST, SO THE
      *    CHECKPOINT P-10-CHECKPOINT TAKES BELOW IS RIGHT FIRST
      *    TIME.  THE SAME GOES FOR THE UPDATE JOURNAL STATE, SO A
      *    JOURNAL STILL OPEN OR KEPT FOR REPLAY OUTLIVES THE
      *    RESTART, FOR THE PILOT LIST, SO PILOT REQUESTERS STAY
      *    ON FILESET(N) ACROSS IT, AND FOR THE WRITE FENCE, SO A
      *    FENCED GROUP COMES BACK READ-ONLY.
      *
           IF WS-GRP-FOUND = 'N'
              IF WS-RESTORE-MODE = 'Y'
                 MOVE CKP-FILELIST-DATA
                   TO GWA-FILELIST-DATA(WS-GRP-SUB)
                 MOVE CKP-FILE-COUNT  TO GWA-FILE-COUNT(WS-GRP-SUB)
                 MOVE CKP-JRNL-FLAG   TO GWA-JRNL-FLAG(WS-GRP-SUB)
                 MOVE CKP-JRNL-ID     TO GWA-JRNL-ID(WS-GRP-SUB)
                 MOVE CKP-JRNL-PRIOR  TO GWA-JRNL-PRIOR(WS-GRP-SUB)
                 MOVE CKP-PILOT-COUNT TO GWA-PILOT-COUNT(WS-GRP-SUB)
                 MOVE CKP-PILOT-DATA  TO GWA-PILOT-DATA(WS-GRP-SUB)
                 MOVE CKP-FENCE-FLAG  TO GWA-FENCE-FLAG(WS-GRP-SUB)
                 MOVE CKP-FENCE-SET   TO GWA-FENCE-SET(WS-GRP-SUB)
                 MOVE CKP-FENCE-MINUTES
                   TO GWA-FENCE-MINUTES(WS-GRP-SUB)
                 MOVE CKP-FENCE-UNTIL TO GWA-FENCE-UNTIL(WS-GRP-SUB)
              ELSE
                 MOVE EXIT-FILELIST-DATA
                   TO GWA-FILELIST-DATA(WS-GRP-SUB)
           IF GWA-TIME-SWITCH(WS-GRP-SUB) = 'Y'
              PERFORM Q-50-SCHEDULE
           END-IF.
      *
      *    A RESTORED FENCE'S FENCEOFF TASK DID NOT OUTLIVE THE
      *    RESTART - PUT THE REST OF ITS TIME LIMIT BACK ON THE
      *    CLOCK (A LIMIT THAT RAN OUT MEANWHILE LIFTS IT AT ONCE).
      *
           IF WS-RESTORE-MODE = 'Y' AND
              GWA-FENCE-FLAG(WS-GRP-SUB) = 'Y'
              PERFORM T-65-FENCE-TIMER
              PERFORM T-68-SHOW-FENCE
           END-IF.

       B-500-START.
           EXEC CICS ENABLE PROGRAM(EXIT-PROGRAM)
              EXIT SECTION
           END-IF.

           PERFORM F-60-FREEZE-CHECK.
           IF WS-FRZ-STATE = 'F'
              EXIT SECTION
           END-IF.

       E-200-EXTRACT.

           EXEC CICS EXTRACT EXIT PROGRAM(EXIT-PROGRAM)
           MOVE WS-SWITCH-STATE  TO WS-MSG-STAT-STATE.
           MOVE WS-MSG-STATUS    TO WS-HDR-TEXT.
           PERFORM H-000-WRITE-MSG.
      *
      *    A NEW-SIDE UPDATE JOURNAL STILL BEING WRITTEN, OR ONE
      *    KEPT AND WAITING FOR JRNLRPLY, IS WORTH A SECOND LINE.
      *
           IF GWA-JRNL-FLAG(WS-GRP-SUB) = 'Y' OR
              GWA-JRNL-FLAG(WS-GRP-SUB) = 'K'
              IF GWA-JRNL-FLAG(WS-GRP-SUB) = 'Y'
                 MOVE 'OPEN' TO WS-MSG-STJ-STATE
              ELSE
                 MOVE 'KEPT' TO WS-MSG-STJ-STATE
              END-IF
              MOVE GWA-JRNL-ID(WS-GRP-SUB)    TO WS-MSG-STJ-ID
              MOVE GWA-JRNL-PRIOR(WS-GRP-SUB) TO WS-MSG-STJ-PRIOR
              MOVE WS-MSG-STATJRNL TO WS-HDR-TEXT
              PERFORM H-000-WRITE-MSG
           END-IF.
      *
      *    SO IS A PILOT - WHICH SIDE IT RUNS ON AND WHO IS ON IT.
      *
           IF GWA-PILOT-COUNT(WS-GRP-SUB) > ZERO
              PERFORM T-45-SHOW-PILOT
           END-IF.
      *
      *    AND A WRITE FENCE - THE GROUP IS READ-ONLY UNTIL IT LIFTS.
      *
           IF GWA-FENCE-FLAG(WS-GRP-SUB) = 'Y'
              PERFORM T-68-SHOW-FENCE
           END-IF.

       K-999-TERMINATE.

           EXIT.
      * ------------------------------------------------------------- *
      * ADD A FILE TO THE LIVE GWA FILE LIST                          *
             TO GWA-STAT-COUNT-A(WS-GRP-SUB, WS-FL-SUB).
           MOVE ZERO
             TO GWA-STAT-COUNT-B(WS-GRP-SUB, WS-FL-SUB).
           MOVE ZERO
             TO GWA-STAT-COUNT-P(WS-GRP-SUB, WS-FL-SUB).
           MOVE ZERO
             TO GWA-STAT-FENCED(WS-GRP-SUB, WS-FL-SUB).
           SUBTRACT 1 FROM GWA-FILE-COUNT(WS-GRP-SUB).

           MOVE WS-MSG-FILEDELETED TO WS-HDR-TEXT.
           MOVE WS-MSG-RESTORED TO WS-HDR-TEXT.
           PERFORM H-000-WRITE-MSG.

       O-300-BUNDLES.
      *
      *    A BUNDLE'S TIMED SWITCH IS HELD ON ITS EADEBNDL RECORD,
      *    NOT IN ANY ONE GROUP, SO ITS TASK IS PUT BACK ON THE CLOCK
      *    HERE ONCE EVERY MEMBER GROUP IS BACK.  NO EADEBNDL (OR AN
      *    EMPTY ONE) JUST MEANS NO BUNDLES.  SCHEDULING READS NOTHING
      *    BACK FROM THE FILE, SO IT IS SAFE INSIDE THE BROWSE.
      *
           MOVE LOW-VALUES TO BND-KEY.

           EXEC CICS
                STARTBR FILE('EADEBNDL')
                RIDFLD(BND-KEY)
                KEYLENGTH(LENGTH OF BND-KEY)
                GTEQ
                RESP(WS-RESP)
           END-EXEC.

           IF WS-RESP NOT = DFHRESP(NORMAL)
              EXIT SECTION
           END-IF.

           MOVE 'N' TO WS-BND-EOF.
           PERFORM EXIT-MAX-BUNDLES TIMES
              IF WS-BND-EOF = 'N'
                 MOVE LENGTH OF BND-RECORD TO WS-BND-LEN
                 EXEC CICS
                      READNEXT FILE('EADEBNDL')
                      INTO(BND-RECORD)
                      LENGTH(WS-BND-LEN)
                      RIDFLD(BND-KEY)
                      KEYLENGTH(LENGTH OF BND-KEY)
                      RESP(WS-RESP)
                 END-EXEC
                 IF WS-RESP NOT = DFHRESP(NORMAL)
                    MOVE 'Y' TO WS-BND-EOF
                 ELSE
                    IF BND-TIME-SWITCH = 'Y'
                       PERFORM N-50-SCHEDULE
                    END-IF
                 END-IF
              END-IF
           END-PERFORM.

           EXEC CICS
                ENDBR FILE('EADEBNDL')
                RESP(WS-RESP)
           END-EXEC.

           MOVE 'RESTORE' TO WS-COMMAND.

       O-999-TERMINATE.
           EXIT.
      * ------------------------------------------------------------- *
           MOVE GWA-EVENT-TIME(WS-CKP-SUB)    TO CKP-EVENT-TIME.
           MOVE GWA-FILE-COUNT(WS-CKP-SUB)    TO CKP-FILE-COUNT.
           MOVE GWA-FILELIST-DATA(WS-CKP-SUB) TO CKP-FILELIST-DATA.
           MOVE GWA-JRNL-FLAG(WS-CKP-SUB)     TO CKP-JRNL-FLAG.
           MOVE GWA-JRNL-ID(WS-CKP-SUB)       TO CKP-JRNL-ID.
           MOVE GWA-JRNL-PRIOR(WS-CKP-SUB)    TO CKP-JRNL-PRIOR.
           MOVE GWA-PILOT-COUNT(WS-CKP-SUB)   TO CKP-PILOT-COUNT.
           MOVE GWA-PILOT-DATA(WS-CKP-SUB)    TO CKP-PILOT-DATA.
           MOVE GWA-FENCE-FLAG(WS-CKP-SUB)    TO CKP-FENCE-FLAG.
           MOVE GWA-FENCE-SET(WS-CKP-SUB)     TO CKP-FENCE-SET.
           MOVE GWA-FENCE-MINUTES(WS-CKP-SUB) TO CKP-FENCE-MINUTES.
           MOVE GWA-FENCE-UNTIL(WS-CKP-SUB)   TO CKP-FENCE-UNTIL.

       P-200-WRITE.
           EXEC CICS
              PERFORM H-000-WRITE-MSG
              EXIT SECTION
           END-IF.
      *
      *    THE SWITCH IS DUE - A FREEZE WINDOW OVER THE GROUP STOPS
      *    IT HERE.  A STARTED TASK (ONE CARRYING ITS SCHEDULE)
      *    CANNOT JUST GIVE UP, OR THE GWA WOULD GO ON SHOWING A
      *    SWITCH PENDING FOR A MOMENT ALREADY PASSED - IT CANCELS
      *    THE STAGED SWITCH INSTEAD.  A HAND-TYPED SWITCH LEAVES
      *    THE STAGING ALONE FOR ITS OWN TASK TO DEAL WITH.
      *
           PERFORM F-60-FREEZE-CHECK.
           IF WS-FRZ-STATE = 'F'
              IF WS-SWITCH-DATE NOT = SPACES
                 PERFORM Q-70-FREEZE-CANCEL
              END-IF
              EXIT SECTION
           END-IF.

       Q-400-COMMIT.
           MOVE GWA-FILESET(WS-GRP-SUB)    TO WS-PREV-FILESET.
       Q-999-TERMINATE.
           EXIT.
      * ------------------------------------------------------------- *
      * CANCEL A STAGED TIMED SWITCH THAT FIRED INTO A CHANGE FREEZE  *
      * ------------------------------------------------------------- *
       Q-70-FREEZE-CANCEL SECTION.
      *
      *    CALLED FROM Q-300-VERIFY WITH WS-GRP-SUB ON THE GROUP AND
      *    THE REFUSAL ALREADY AUDITED.  THE LIVE FILESET IS LEFT
      *    ALONE; THE STAGING IS TAKEN DOWN SO NOTHING GOES ON
      *    SHOWING A SWITCH DUE AT A MOMENT ALREADY PASSED, AND A
      *    GROUP ON A CALENDAR RULE IS STAGED FOR ITS NEXT
      *    OCCURRENCE - WHICH THE FREEZE WILL REFUSE IN TURN IF THE
      *    WINDOW STILL COVERS IT.
      *
           MOVE GWA-FILESET(WS-GRP-SUB)    TO WS-PREV-FILESET.
           MOVE GWA-EVENT-DATE(WS-GRP-SUB) TO WS-PREV-EVENT-DATE.
           MOVE GWA-EVENT-TIME(WS-GRP-SUB) TO WS-PREV-EVENT-TIME.

           MOVE 'N'             TO GWA-TIME-SWITCH(WS-GRP-SUB).
           MOVE '99999999'      TO GWA-EVENT-DATE(WS-GRP-SUB).
           MOVE '235959.999999' TO GWA-EVENT-TIME(WS-GRP-SUB).

           MOVE WS-PREV-FILESET    TO AUD-FILESET-OLD.
           MOVE WS-PREV-FILESET    TO AUD-FILESET-NEW.
           MOVE 'N'                TO AUD-TIME-SWITCH.
           MOVE WS-PREV-EVENT-DATE TO AUD-EVENT-DATE.
           MOVE WS-PREV-EVENT-TIME TO AUD-EVENT-TIME.
           MOVE 'C'    TO WS-AUD-RESULT.
           PERFORM J-000-WRITE-AUDIT.
           MOVE 'A'    TO WS-AUD-RESULT.

           MOVE WS-GRP-SUB TO WS-CKP-SUB.
           PERFORM P-10-CHECKPOINT.

           MOVE WS-MSG-FRZSWCANCEL TO WS-HDR-TEXT.
           MOVE 8 TO WS-BATCH-RC.
           PERFORM H-000-WRITE-MSG.

           MOVE 'EADE016E'         TO WS-OPR-MSGID.
           MOVE WS-MSG-FRZSWCANCEL TO WS-OPR-TEXT.
           PERFORM W-000-WRITE-OPERATOR.

           PERFORM Y-50-RESTAGE.

       Q-799-EXIT.
           EXIT.
      * ------------------------------------------------------------- *
      * BUILD THE START DATA FOR THE TIMED SWITCH TASK               *
      * ------------------------------------------------------------- *
       Q-80-BUILD-PASS SECTION.
              PERFORM W-000-WRITE-OPERATOR
      *
      *    THE NEW FILESET HAS PROVED ITSELF - NOW (AND ONLY NOW) IS
      *    THE GROUP'S NEXT CALENDAR OCCURRENCE STAGED, AND THE
      *    NEW-SIDE UPDATE JOURNAL IS NO LONGER WANTED.
      *
              IF GWA-JRNL-FLAG(WS-GRP-SUB) = 'Y'
                 MOVE 'N' TO GWA-JRNL-FLAG(WS-GRP-SUB)
                 MOVE WS-GRP-SUB TO WS-CKP-SUB
                 PERFORM P-10-CHECKPOINT
              END-IF
              PERFORM Y-50-RESTAGE
              EXIT SECTION
           END-IF.
              EXIT SECTION
           END-IF.

           MOVE 'R' TO WS-CTL-TYPE.
           PERFORM R-10-CUTOVER.
           MOVE 'S' TO WS-CTL-TYPE.

           IF WS-CUT-RESULT NOT = 'Y'
              MOVE WS-MSG-SOAKSTUCK TO WS-HDR-TEXT
              EXIT SECTION
           END-IF.

           PERFORM F-60-FREEZE-CHECK.
           IF WS-FRZ-STATE = 'F'
              EXIT SECTION
           END-IF.

       Y-150-EXTRACT.
           EXEC CICS EXTRACT EXIT PROGRAM(EXIT-PROGRAM)
                ENTRYNAME(EXIT-PROGRAM)
       R-100-FORWARD.
           MOVE 'Y'  TO WS-CUT-RESULT.
           MOVE ZERO TO WS-CUT-SUB.
           PERFORM R-50-CUTOVER-STAMP.

           PERFORM EXIT-MAX-FILES TIMES
              ADD 1 TO WS-CUT-SUB
           END-PERFORM.

           IF WS-CUT-RESULT = 'Y'
              MOVE WS-CUT-NEW TO WS-JRN-LIVE
              MOVE WS-CUT-OLD TO WS-JRN-LEFT
              IF WS-CTL-TYPE = 'S'
                 MOVE 'F' TO WS-JRN-MODE
              ELSE
                 MOVE 'B' TO WS-JRN-MODE
              END-IF
              PERFORM R-60-JOURNAL
      *
      *       THE GROUP IS WHOLLY ON ONE SIDE NOW, SO ANY PILOT ENDS
      *       HERE, AND A WRITE FENCE LIFTS - THE SIDE IT WAS HOLDING
      *       STILL FOR A COPY IS NO LONGER THE LIVE ONE.  A BUNDLE
      *       MEMBER CAN STILL BE BACKED OUT WITH THE REST OF THE
      *       BUNDLE - BOTH WAIT FOR THE BUNDLE COMMIT.
      *
              IF WS-BND-RUN NOT = 'Y'
                 PERFORM T-50-PILOT-CLEAR
                 MOVE 'CUTOVER COMMIT' TO WS-FNC-HOW
                 PERFORM T-75-FENCE-LIFT
              END-IF
              EXIT SECTION
           END-IF.


           MOVE WS-MSG-CUTBACKOUT TO WS-HDR-TEXT.
           PERFORM H-000-WRITE-MSG.
      *
      *    INSIDE A BUNDLE CUTOVER THE BUNDLE RAISES ONE CONSOLE
      *    MESSAGE FOR THE WHOLE UNIT - NOT ONE PER GROUP IT HAS TO
      *    DRIVE BACK.
      *
           IF WS-BND-RUN NOT = 'Y'
              MOVE 'EADE007E'        TO WS-OPR-MSGID
              MOVE WS-MSG-CUTBACKOUT TO WS-OPR-TEXT
              PERFORM W-000-WRITE-OPERATOR
           END-IF.

       R-999-TERMINATE.
           EXIT.
      *    CLOSE COMPLETES, WHICH IS THE QUIESCE THE OPERATORS USED
      *    TO DO BY HAND IN CEMT.  A RETIRING FILE CICS DOES NOT
      *    KNOW (NOTFND ON A ONE-SIDED DEFINITION) IS NOT AN ERROR.
      *    THE WAIT AND THE OPEN ARE BOTH TIMED FOR THE CUTOVER LOG.
      *
           EXEC CICS
                ASKTIME ABSTIME(WS-CTL-CLOSE-START)
           END-EXEC.

           EXEC CICS
                SET FILE(WS-CUT-FILE-OLD)
                CLOSED DISABLED
                RESP(WS-RESP)
           END-EXEC.

           EXEC CICS
                ASKTIME ABSTIME(WS-CTL-CLOSE-END)
           END-EXEC.

           IF WS-RESP NOT = DFHRESP(NORMAL) AND
              WS-RESP NOT = DFHRESP(NOTFND)
              PERFORM I-000-WRITE-DIAGNOSTIC
              END-EXEC
           END-IF.

           EXEC CICS
                ASKTIME ABSTIME(WS-CTL-OPEN-END)
           END-EXEC.

           IF WS-RESP = DFHRESP(NORMAL) AND
              WS-CUT-OPENST = DFHVALUE(OPEN)
              MOVE 'OPENED  ' TO WS-MSG-CUT-STATE
              MOVE 'Y'        TO WS-CTL-RESULT
           ELSE
              MOVE 'FAILED  ' TO WS-MSG-CUT-STATE
              MOVE 'N'        TO WS-CUT-RESULT
              MOVE WS-CUT-SUB TO WS-CUT-FAIL-SUB
              MOVE 'N'        TO WS-CTL-RESULT
           END-IF.

           MOVE WS-CUT-FILE-OLD TO WS-MSG-CUT-OLD.
           MOVE WS-MSG-CUTFILE  TO WS-HDR-TEXT.
           PERFORM H-000-WRITE-MSG.

           MOVE 'N' TO WS-CTL-BACK.
           PERFORM R-40-LOG-FILE.

       R-299-EXIT.
           EXIT.
      * ------------------------------------------------------------- *
                  INTO WS-CUT-FILE-NEW
           END-STRING.

           EXEC CICS
                ASKTIME ABSTIME(WS-CTL-CLOSE-START)
           END-EXEC.

           EXEC CICS
                SET FILE(WS-CUT-FILE-NEW)
                CLOSED DISABLED
                RESP(WS-RESP)
           END-EXEC.

           EXEC CICS
                ASKTIME ABSTIME(WS-CTL-CLOSE-END)
           END-EXEC.

           IF WS-RESP NOT = DFHRESP(NORMAL) AND
              WS-RESP NOT = DFHRESP(NOTFND)
              PERFORM I-000-WRITE-DIAGNOSTIC
                RESP(WS-RESP)
           END-EXEC.

           EXEC CICS
                ASKTIME ABSTIME(WS-CTL-OPEN-END)
           END-EXEC.

           IF WS-RESP = DFHRESP(NORMAL)
              MOVE 'Y' TO WS-CTL-RESULT
           ELSE
              MOVE 'N' TO WS-CTL-RESULT
           END-IF.

           IF WS-RESP NOT = DFHRESP(NORMAL) AND
              WS-RESP NOT = DFHRESP(NOTFND)
              PERFORM I-000-WRITE-DIAGNOSTIC
           END-IF.

           MOVE 'Y' TO WS-CTL-BACK.
           PERFORM R-40-LOG-FILE.

       R-399-EXIT.
           EXIT.
      * ------------------------------------------------------------- *
      * LOG ONE FILE'S CUTOVER TIMINGS TO THE EADECUTL FILE           *
      * ------------------------------------------------------------- *
       R-40-LOG-FILE SECTION.
      *
      *    CALLED AT THE END OF R-20 (WS-CTL-BACK 'N') AND R-30 ('Y')
      *    WITH THE FILE NAMES AND TIMES STILL IN PLACE.  THE LOG IS
      *    A RECORD OF WHAT HAPPENED, NOT PART OF IT - A SITE THAT
      *    HAS NOT DEFINED EADECUTL JUST GETS NO LOG, AND NO LOG
      *    FAILURE EVER CHANGES THE CUTOVER'S OWN OUTCOME.
      *
           ADD 1 TO WS-CTL-SEQ.

           MOVE SPACES                   TO CTL-RECORD.
           MOVE WS-CTL-DATE              TO CTL-KEY-DATE.
           MOVE WS-CTL-TIME              TO CTL-KEY-TIME.
           MOVE WS-HDR-TASKNUM           TO CTL-KEY-TASKNUM.
           MOVE WS-CTL-CUTNO             TO CTL-KEY-CUTNO.
           MOVE WS-CTL-SEQ               TO CTL-KEY-SEQ.
           MOVE GWA-GROUP-ID(WS-GRP-SUB) TO CTL-GROUP-ID.
           MOVE WS-COMMAND               TO CTL-COMMAND.
           MOVE WS-CUT-OLD               TO CTL-FILESET-OLD.
           MOVE WS-CUT-NEW               TO CTL-FILESET-NEW.
           MOVE WS-CTL-CLOSE-START       TO CTL-CLOSE-START.
           MOVE WS-CTL-CLOSE-END         TO CTL-CLOSE-END.
           MOVE WS-CTL-OPEN-END          TO CTL-OPEN-END.
           MOVE WS-CTL-RESULT            TO CTL-RESULT.

           IF WS-CTL-BACK = 'Y'
              MOVE 'B'             TO CTL-TYPE
              MOVE WS-CUT-FILE-NEW TO CTL-FILE-CLOSED
              MOVE WS-CUT-FILE-OLD TO CTL-FILE-OPENED
           ELSE
              MOVE WS-CTL-TYPE     TO CTL-TYPE
              MOVE WS-CUT-FILE-OLD TO CTL-FILE-CLOSED
              MOVE WS-CUT-FILE-NEW TO CTL-FILE-OPENED
           END-IF.

           EXEC CICS
                WRITE FILE('EADECUTL')
                FROM(CTL-RECORD)
                RIDFLD(CTL-KEY)
                KEYLENGTH(LENGTH OF CTL-KEY)
                RESP(WS-RESP)
           END-EXEC.

           IF WS-RESP NOT = DFHRESP(NORMAL) AND
              WS-RESP NOT = DFHRESP(FILENOTFOUND)
              MOVE WS-BATCH-RC TO WS-CTL-SAVE-RC
              PERFORM I-000-WRITE-DIAGNOSTIC
              MOVE WS-CTL-SAVE-RC TO WS-BATCH-RC
           END-IF.

       R-499-EXIT.
           EXIT.
      * ------------------------------------------------------------- *
      * STAMP THE START OF A NEW CUTOVER FOR THE TIMING LOG           *
      * ------------------------------------------------------------- *
       R-50-CUTOVER-STAMP SECTION.

           EXEC CICS
                ASKTIME ABSTIME(WS-ABSTIME)
           END-EXEC.

           EXEC CICS
                FORMATTIME ABSTIME(WS-ABSTIME)
                TIME(WS-CTL-TIME)
           END-EXEC.

           EXEC CICS
                FORMATTIME ABSTIME(WS-ABSTIME)
                DATE(WS-CTL-DATE) DATEFORM(YYYYMMDD)
           END-EXEC.

           ADD 1 TO WS-CTL-CUTNO.

       R-599-EXIT.
           EXIT.
      * ------------------------------------------------------------- *
      * OPEN, OR CLOSE AND KEEP, THE GROUP'S NEW-SIDE UPDATE JOURNAL  *
      * ONCE A CUTOVER HAS COMPLETED                                  *
      * ------------------------------------------------------------- *
       R-60-JOURNAL SECTION.
      *
      *    CALLED WITH WS-GRP-SUB ON THE GROUP, GWAMAP ADDRESSED AND
      *    WS-JRN-LIVE/WS-JRN-LEFT/WS-JRN-MODE SET.  THE CALLER
      *    CHECKPOINTS THE GROUP AFTERWARDS, AS IT DOES FOR THE
      *    FILESET LETTERS.  A GROUP GOING BACK TO THE SIDE AN OPEN
      *    JOURNAL WAS STARTED FROM - SOAK REVERT, BACKOUT, OR AN
      *    OPERATOR SWITCHING BACK BY HAND - HAS ITS JOURNAL CLOSED
      *    AND KEPT: EVERY UPDATE IN IT IS NOW STRANDED ON THE SIDE
      *    JUST LEFT UNTIL JRNLRPLY APPLIES IT.  ANY OTHER SWITCH
      *    STARTS A NEW JOURNAL UNDER THIS CUTOVER'S STAMP, WHICH
      *    SUPERSEDES WHATEVER JOURNAL THE GROUP HAD BEFORE.
      *
       R-600-KEEP.
           IF GWA-JRNL-FLAG(WS-GRP-SUB) = 'Y' AND
              WS-JRN-LIVE = GWA-JRNL-PRIOR(WS-GRP-SUB)
              MOVE 'K' TO GWA-JRNL-FLAG(WS-GRP-SUB)
              MOVE GWA-GROUP-ID(WS-GRP-SUB) TO WS-MSG-JRNK-GROUP
              MOVE WS-JRN-LIVE              TO WS-MSG-JRNK-FS
              MOVE WS-MSG-JRNLKEPT TO WS-HDR-TEXT
              PERFORM H-000-WRITE-MSG
              MOVE 'EADE021W'      TO WS-OPR-MSGID
              MOVE WS-MSG-JRNLKEPT TO WS-OPR-TEXT
              PERFORM W-000-WRITE-OPERATOR
              EXIT SECTION
           END-IF.

       R-610-OPEN.
           IF WS-JRN-MODE = 'F'
              MOVE 'Y'         TO GWA-JRNL-FLAG(WS-GRP-SUB)
              MOVE WS-CTL-DATE TO GWA-JRNL-ID(WS-GRP-SUB)(1:8)
              MOVE WS-CTL-TIME(1:6)
                TO GWA-JRNL-ID(WS-GRP-SUB)(9:6)
              MOVE WS-JRN-LEFT TO GWA-JRNL-PRIOR(WS-GRP-SUB)
           END-IF.

       R-699-EXIT.
           EXIT.

      * ------------------------------------------------------------- *
      * REPORT WHETHER A TARGET FILESET COULD TAKE A SWITCH RIGHT NOW *
      * ------------------------------------------------------------- *
       S-10-READYCHK SECTION.

           DISPLAY 'ENTERING READYCHK SECTION'.

       S-100-CHECK.
           IF WS-START-CODE NOT = 'U '
              UNSTRING WS-INPUT-DATA DELIMITED BY ALL SPACE
                       INTO WS-TRAN,
                            WS-COMMAND,
                            WS-GROUP-ID,
                            WS-RDY-TARGET-ALPHA
           END-IF.
           IF WS-GROUP-ID = SPACES
              MOVE WS-MSG-GROUPERROR TO WS-HDR-TEXT
              MOVE 8 TO WS-BATCH-RC
              PERFORM H-000-WRITE-MSG
              EXIT SECTION
           END-IF.

       S-200-EXTRACT.
           EXEC CICS EXTRACT EXIT PROGRAM(EXIT-PROGRAM)
                ENTRYNAME(EXIT-PROGRAM)
                GASET(EXIT-GWAPTR)
                 CKP-FILE-COUNT    NOT =
                 GWA-FILE-COUNT(WS-GRP-SUB)         OR
                 CKP-FILELIST-DATA NOT =
                 GWA-FILELIST-DATA(WS-GRP-SUB)      OR
                 CKP-JRNL-FLAG     NOT =
                 GWA-JRNL-FLAG(WS-GRP-SUB)          OR
                 CKP-JRNL-ID       NOT =
                 GWA-JRNL-ID(WS-GRP-SUB)            OR
                 CKP-JRNL-PRIOR    NOT =
                 GWA-JRNL-PRIOR(WS-GRP-SUB)         OR
                 CKP-PILOT-COUNT   NOT =
                 GWA-PILOT-COUNT(WS-GRP-SUB)        OR
                 CKP-PILOT-DATA    NOT =
                 GWA-PILOT-DATA(WS-GRP-SUB)         OR
                 CKP-FENCE-FLAG    NOT =
                 GWA-FENCE-FLAG(WS-GRP-SUB)         OR
                 CKP-FENCE-SET     NOT =
                 GWA-FENCE-SET(WS-GRP-SUB)          OR
                 CKP-FENCE-MINUTES NOT =
                 GWA-FENCE-MINUTES(WS-GRP-SUB)      OR
                 CKP-FENCE-UNTIL   NOT =
                 GWA-FENCE-UNTIL(WS-GRP-SUB)
                 MOVE GWA-GROUP-ID(WS-GRP-SUB) TO WS-MSG-VER-GROUP
                 MOVE 'CHECKPOINT STALE'       TO WS-MSG-VER-TEXT
                 MOVE WS-MSG-VERLINE TO WS-HDR-TEXT
           ELSE
              MOVE 'A' TO WS-VER-STBY
           END-IF.
      *
      *    A PILOT RUNNING ON THE STANDBY SIDE IS NOT DRIFT, BUT IT IS
      *    WORTH A LINE OF ITS OWN - AND WHILE IT RUNS, THE STANDBY
      *    FILES ARE MEANT TO BE OPEN AND MUST BE SERVICEABLE.
      *
           MOVE 'N' TO WS-VER-PILOT.
           IF GWA-PILOT-COUNT(WS-GRP-SUB) > ZERO
              MOVE GWA-GROUP-ID(WS-GRP-SUB)      TO WS-MSG-VPL-GROUP
              MOVE GWA-FILESET-NEXT(WS-GRP-SUB)  TO WS-MSG-VPL-FS
              MOVE GWA-PILOT-COUNT(WS-GRP-SUB)   TO WS-MSG-VPL-COUNT
              MOVE WS-MSG-VERPILOT TO WS-HDR-TEXT
              PERFORM H-000-WRITE-MSG
              IF GWA-FILESET-NEXT(WS-GRP-SUB) = WS-VER-STBY
                 MOVE 'Y' TO WS-VER-PILOT
              END-IF
           END-IF.

           MOVE ZERO TO WS-VER-SUB.
           PERFORM EXIT-MAX-FILES TIMES
                MOVE 'LIVE SIDE UNSERVICEABLE'
                  TO WS-MSG-VERF-TEXT
                PERFORM S-95-REPORT-DRIFT
              WHEN WS-VER-PILOT = 'Y' AND WS-VER-S-OK = 'N'
                MOVE WS-VER-FILE-STBY TO WS-MSG-VERF-FILE
                MOVE 'PILOT SIDE UNSERVICEABLE'
                  TO WS-MSG-VERF-TEXT
                PERFORM S-95-REPORT-DRIFT
              WHEN WS-VER-S-OPEN = 'Y' AND WS-VER-PILOT NOT = 'Y'
                MOVE WS-VER-FILE-STBY TO WS-MSG-VERF-FILE
                MOVE 'STANDBY SIDE OPEN'
                  TO WS-MSG-VERF-TEXT
           MOVE WS-MSG-STATHDR TO WS-HDR-TEXT.
           PERFORM H-000-WRITE-MSG.

           IF GWA-FENCE-FLAG(WS-GRP-SUB) = 'Y'
              PERFORM T-68-SHOW-FENCE
           END-IF.
      *
      *    A FILE WITH WRITES REFUSED BY A FENCE GETS A SECOND LINE
      *    FOR THE REFUSAL COUNT - THERE IS NO ROOM LEFT ON THE
      *    FIRST, AND MOST FILES NEVER NEED IT.
      *
           MOVE ZERO TO WS-STAT-SUB.
           PERFORM EXIT-MAX-FILES TIMES
              ADD 1 TO WS-STAT-SUB
                   TO WS-MSG-STATF-A
                 MOVE GWA-STAT-COUNT-B(WS-GRP-SUB, WS-STAT-SUB)
                   TO WS-MSG-STATF-B
                 MOVE GWA-STAT-COUNT-P(WS-GRP-SUB, WS-STAT-SUB)
                   TO WS-MSG-STATF-P
                 MOVE WS-MSG-STATFILE TO WS-HDR-TEXT
                 PERFORM H-000-WRITE-MSG
                 IF GWA-STAT-FENCED(WS-GRP-SUB, WS-STAT-SUB) > ZERO
                    MOVE GWA-FILELIST-ENTRY(WS-GRP-SUB, WS-STAT-SUB)
                      TO WS-MSG-FNR-FILE
                    MOVE GWA-STAT-FENCED(WS-GRP-SUB, WS-STAT-SUB)
                      TO WS-MSG-FNR-COUNT
                    MOVE WS-MSG-FNCREFUSE TO WS-HDR-TEXT
                    PERFORM H-000-WRITE-MSG
                 END-IF
              END-IF
           END-PERFORM.

                   TO GWA-STAT-COUNT-A(WS-GRP-SUB, WS-STAT-SUB)
                 MOVE ZERO
                   TO GWA-STAT-COUNT-B(WS-GRP-SUB, WS-STAT-SUB)
                 MOVE ZERO
                   TO GWA-STAT-COUNT-P(WS-GRP-SUB, WS-STAT-SUB)
                 MOVE ZERO
                   TO GWA-STAT-FENCED(WS-GRP-SUB, WS-STAT-SUB)
              END-PERFORM
              MOVE WS-MSG-STATRESET TO WS-HDR-TEXT
              PERFORM H-000-WRITE-MSG
       T-699-TERMINATE.
           EXIT.
      * ------------------------------------------------------------- *
      * MAINTAIN THE GROUP'S PILOT LIST - THE REQUESTERS THE EXIT     *
      * PAIR SERVES FROM FILESET(N) AHEAD OF A FULL SWITCH            *
      * ------------------------------------------------------------- *
       T-40-PILOT SECTION.

           DISPLAY 'ENTERING PILOT SECTION'.

       T-710-CHECK.
           IF WS-START-CODE NOT = 'U '
              MOVE SPACES TO WS-PLT-OP, WS-PLT-KIND, WS-PLT-ID
              UNSTRING WS-INPUT-DATA DELIMITED BY ALL SPACE
                       INTO WS-TRAN,
                            WS-COMMAND,
                            WS-GROUP-ID,
                            WS-PLT-OP,
                            WS-PLT-KIND,
                            WS-PLT-ID,
                            WS-FORCE
           END-IF.
           IF WS-GROUP-ID = SPACES
              MOVE WS-MSG-GROUPERROR TO WS-HDR-TEXT
              MOVE 8 TO WS-BATCH-RC
              PERFORM H-000-WRITE-MSG
              EXIT SECTION
           END-IF.

           EVALUATE WS-PLT-KIND
              WHEN 'USER'
                MOVE 'U'        TO WS-PLT-TYPE
                MOVE 'USERID  ' TO WS-MSG-PLC-KIND
              WHEN 'TERM'
                MOVE 'T'        TO WS-PLT-TYPE
                MOVE 'TERMINAL' TO WS-MSG-PLC-KIND
              WHEN OTHER
                MOVE SPACE      TO WS-PLT-TYPE
           END-EVALUATE.
      *
      *    ADD AND DEL NAME ONE REQUESTER - A TERMINAL ID IS FOUR
      *    CHARACTERS AT MOST.  CLEAR TAKES NOTHING FURTHER.
      *
           IF WS-PLT-OP NOT = 'CLEAR'
              IF WS-PLT-OP NOT = 'ADD' AND
                 WS-PLT-OP NOT = 'DEL'
                 MOVE SPACE TO WS-PLT-TYPE
              END-IF
              IF WS-PLT-TYPE = SPACE OR
                 WS-PLT-ID = SPACES OR
                 (WS-PLT-TYPE = 'T' AND WS-PLT-ID(5:4) NOT = SPACES)
                 MOVE WS-MSG-PLTSYNTAX TO WS-HDR-TEXT
                 MOVE 8 TO WS-BATCH-RC
                 PERFORM H-000-WRITE-MSG
                 EXIT SECTION
              END-IF
           END-IF.

           PERFORM V-000-CHECK-AUTH.
           IF WS-AUTH-OK NOT = 'Y'
              EXIT SECTION
           END-IF.
      *
      *    PUTTING SOMEONE ON THE OTHER SIDE IS A CHANGE AND A FREEZE
      *    STOPS IT.  TAKING THEM OFF AGAIN PUTS THINGS BACK, LIKE A
      *    DISABLE, AND IS NEVER FROZEN.
      *
           IF WS-PLT-OP = 'ADD'
              PERFORM F-60-FREEZE-CHECK
              IF WS-FRZ-STATE = 'F'
                 EXIT SECTION
              END-IF
           END-IF.

       T-720-EXTRACT.
           EXEC CICS EXTRACT EXIT PROGRAM(EXIT-PROGRAM)
                ENTRYNAME(EXIT-PROGRAM)
                GASET(EXIT-GWAPTR)
           PERFORM EXIT-MAX-GROUPS TIMES
              ADD 1 TO WS-GRP-SUB
              IF WS-GRP-SUB <= GWA-GROUP-COUNT
                 IF GWA-GROUP-ID(WS-GRP-SUB) = WS-GROUP-ID
                    MOVE 'Y' TO WS-GRP-FOUND
                    MOVE WS-GRP-SUB TO WS-GRP-MATCH
                 END-IF
              END-IF
           END-PERFORM.
      *
      *    THE SCAN RUNS THE WHOLE TABLE, SO THE SUBSCRIPT COMES TO
      *    REST PAST THE MATCH - PUT IT BACK ON THE MATCHED SLOT
      *    BEFORE ANYTHING DOWNSTREAM USES IT.
      *
           IF WS-GRP-FOUND = 'Y'
              MOVE WS-GRP-MATCH TO WS-GRP-SUB
           END-IF.

           IF WS-GRP-FOUND = 'N'
              MOVE WS-MSG-GROUPUNKNOWN TO WS-HDR-TEXT
              MOVE 8 TO WS-BATCH-RC
              PERFORM H-000-WRITE-MSG
              EXIT SECTION
           END-IF.
      *
      *    WHERE (IF ANYWHERE) THE NAMED REQUESTER ALREADY SITS IN
      *    THE GROUP'S LIST - ADD REFUSES A SECOND ENTRY, DEL NEEDS
      *    ONE TO TAKE OUT.
      *
           MOVE ZERO TO WS-PLT-SUB.
           MOVE ZERO TO WS-PLT-MATCH.
           PERFORM EXIT-MAX-PILOTS TIMES
              ADD 1 TO WS-PLT-SUB
              IF WS-PLT-SUB <= GWA-PILOT-COUNT(WS-GRP-SUB)
                 IF GWA-PILOT-TYPE(WS-GRP-SUB, WS-PLT-SUB) =
                    WS-PLT-TYPE AND
                    GWA-PILOT-ID(WS-GRP-SUB, WS-PLT-SUB) = WS-PLT-ID
                    MOVE WS-PLT-SUB TO WS-PLT-MATCH
                 END-IF
              END-IF
           END-PERFORM.

           MOVE GWA-GROUP-ID(WS-GRP-SUB) TO WS-MSG-PLC-GROUP.

           IF WS-PLT-OP = 'DEL'
              GO TO T-740-DELETE
           END-IF.

           IF WS-PLT-OP = 'CLEAR'
              GO TO T-750-CLEAR
           END-IF.

       T-730-ADD.
      *
      *    A PILOT RUNS ON FILESET(N), SO FILESET(N) HAS TO BE THE
      *    SIDE THE GROUP IS NOT ALREADY LIVE ON.
      *
           IF GWA-FILESET-NEXT(WS-GRP-SUB) = GWA-FILESET(WS-GRP-SUB)
              MOVE WS-MSG-PLTNONEXT TO WS-HDR-TEXT
              MOVE 8 TO WS-BATCH-RC
              PERFORM H-000-WRITE-MSG
              EXIT SECTION
           END-IF.

           IF WS-PLT-MATCH > ZERO
              MOVE WS-MSG-PLTDUP TO WS-HDR-TEXT
              MOVE 8 TO WS-BATCH-RC
              PERFORM H-000-WRITE-MSG
              EXIT SECTION
           END-IF.

           IF GWA-PILOT-COUNT(WS-GRP-SUB) >= EXIT-MAX-PILOTS
              MOVE WS-MSG-PLTFULL TO WS-HDR-TEXT
              MOVE 8 TO WS-BATCH-RC
              PERFORM H-000-WRITE-MSG
              EXIT SECTION
           END-IF.
      *
      *    THE SAME READINESS TEST A STAGED SWITCH GETS - A PILOT
      *    PUTS REAL WORK ON THESE FILES (A CLOSED BUT ENABLED ONE
      *    OPENS ON THE FIRST PILOT REQUEST), AND 'FORCE' TURNS THE
      *    REFUSAL INTO A WARNING IN THE SAME WAY.
      *
           MOVE GWA-FILESET-NEXT(WS-GRP-SUB)  TO WS-RDY-TARGET.
           MOVE GWA-FILELIST-DATA(WS-GRP-SUB) TO WS-RDY-FILELIST.
           MOVE GWA-FILE-COUNT(WS-GRP-SUB)    TO WS-RDY-COUNT.

           PERFORM S-50-VERIFY-TARGET.

           IF WS-RDY-RESULT NOT = 'Y'
              IF WS-FORCE = 'FORCE'
                 MOVE WS-MSG-PLTFORCED TO WS-HDR-TEXT
                 PERFORM H-000-WRITE-MSG
              ELSE
                 MOVE WS-MSG-PLTREFUSED TO WS-HDR-TEXT
                 MOVE 8 TO WS-BATCH-RC
                 PERFORM H-000-WRITE-MSG
                 EXIT SECTION
              END-IF
           END-IF.

           ADD 1 TO GWA-PILOT-COUNT(WS-GRP-SUB).
           MOVE GWA-PILOT-COUNT(WS-GRP-SUB) TO WS-PLT-SUB.
           MOVE WS-PLT-TYPE TO GWA-PILOT-TYPE(WS-GRP-SUB, WS-PLT-SUB).
           MOVE WS-PLT-ID   TO GWA-PILOT-ID(WS-GRP-SUB, WS-PLT-SUB).
           MOVE 'ADDED  '   TO WS-MSG-PLC-VERB.

           GO TO T-760-RECORD.

       T-740-DELETE.
           IF WS-PLT-MATCH = ZERO
              MOVE WS-MSG-PLTNOTON TO WS-HDR-TEXT
              MOVE 8 TO WS-BATCH-RC
              PERFORM H-000-WRITE-MSG
              EXIT SECTION
           END-IF.
      *
      *    CLOSE THE GAP SO THE ENTRIES IN USE STAY CONTIGUOUS FROM
      *    SLOT 1 - THE EXIT PAIR ONLY LOOKS AS FAR AS THE COUNT.
      *
           MOVE WS-PLT-MATCH TO WS-PLT-SUB.
           PERFORM EXIT-MAX-PILOTS TIMES
              IF WS-PLT-SUB < GWA-PILOT-COUNT(WS-GRP-SUB)
                 MOVE GWA-PILOT-ENTRY(WS-GRP-SUB, WS-PLT-SUB + 1)
                   TO GWA-PILOT-ENTRY(WS-GRP-SUB, WS-PLT-SUB)
                 ADD 1 TO WS-PLT-SUB
              END-IF
           END-PERFORM.
           SUBTRACT 1 FROM GWA-PILOT-COUNT(WS-GRP-SUB).
           MOVE SPACES TO GWA-PILOT-ENTRY(WS-GRP-SUB, WS-PLT-SUB).
           MOVE 'REMOVED'   TO WS-MSG-PLC-VERB.

           GO TO T-760-RECORD.

       T-750-CLEAR.
           IF GWA-PILOT-COUNT(WS-GRP-SUB) = ZERO
              MOVE WS-MSG-PLTNONE TO WS-HDR-TEXT
              MOVE 8 TO WS-BATCH-RC
              PERFORM H-000-WRITE-MSG
              EXIT SECTION
           END-IF.

           MOVE ZERO   TO GWA-PILOT-COUNT(WS-GRP-SUB).
           MOVE SPACES TO GWA-PILOT-DATA(WS-GRP-SUB).
           MOVE SPACES TO WS-PLT-KIND, WS-PLT-ID.

       T-760-RECORD.
      *
      *    A PILOT MOVES NO FILESET FOR THE GROUP AS A WHOLE, SO IT
      *    IS AUDITED AS A CONFIGURATION ACTION: THE REQUESTER ID
      *    RIDES IN AUD-EVENT-DATE AND THE ACTION IN AUD-EVENT-TIME.
      *
           MOVE '-'         TO AUD-FILESET-OLD.
           MOVE '-'         TO AUD-FILESET-NEW.
           MOVE SPACE       TO AUD-TIME-SWITCH.
           MOVE WS-PLT-ID   TO AUD-EVENT-DATE.
           MOVE SPACES      TO AUD-EVENT-TIME.
           MOVE WS-PLT-OP   TO AUD-EVENT-TIME(1:5).
           MOVE WS-PLT-KIND TO AUD-EVENT-TIME(7:4).
           MOVE 'C'         TO WS-AUD-RESULT.
           PERFORM J-000-WRITE-AUDIT.
           MOVE 'A'         TO WS-AUD-RESULT.

           MOVE WS-GRP-SUB TO WS-CKP-SUB.
           PERFORM P-10-CHECKPOINT.

           IF WS-PLT-OP = 'CLEAR'
              MOVE GWA-GROUP-ID(WS-GRP-SUB) TO WS-MSG-PLX-GROUP
              MOVE WS-MSG-PLTCLEAR TO WS-HDR-TEXT
              MOVE WS-MSG-PLTCLEAR TO WS-OPR-TEXT
           ELSE
              MOVE WS-PLT-ID                    TO WS-MSG-PLC-ID
              MOVE GWA-FILESET-NEXT(WS-GRP-SUB) TO WS-MSG-PLC-FS
              MOVE WS-MSG-PLTCHANGE TO WS-HDR-TEXT
              MOVE WS-MSG-PLTCHANGE TO WS-OPR-TEXT
           END-IF.
           PERFORM H-000-WRITE-MSG.

           MOVE 'EADE022I' TO WS-OPR-MSGID.
           PERFORM W-000-WRITE-OPERATOR.

           IF GWA-PILOT-COUNT(WS-GRP-SUB) > ZERO
              PERFORM T-45-SHOW-PILOT
           END-IF.

       T-799-TERMINATE.
           EXIT.
      * ------------------------------------------------------------- *
      * SHOW THE GROUP'S ACTIVE PILOT - THE SIDE IT RUNS ON AND ONE   *
      * LINE PER REQUESTER                                            *
      * ------------------------------------------------------------- *
       T-45-SHOW-PILOT SECTION.
      *
      *    CALLED WITH WS-GRP-SUB ON THE GROUP AND GWAMAP ADDRESSED.
      *
           MOVE GWA-FILESET-NEXT(WS-GRP-SUB) TO WS-MSG-STP-FS.
           MOVE GWA-PILOT-COUNT(WS-GRP-SUB)  TO WS-MSG-STP-COUNT.
           MOVE WS-MSG-STATPILOT TO WS-HDR-TEXT.
           PERFORM H-000-WRITE-MSG.

           MOVE ZERO TO WS-PLT-SUB.
           PERFORM EXIT-MAX-PILOTS TIMES
              ADD 1 TO WS-PLT-SUB
              IF WS-PLT-SUB <= GWA-PILOT-COUNT(WS-GRP-SUB)
                 IF GWA-PILOT-TYPE(WS-GRP-SUB, WS-PLT-SUB) = 'T'
                    MOVE 'TERMINAL' TO WS-MSG-PLE-KIND
                 ELSE
                    MOVE 'USERID  ' TO WS-MSG-PLE-KIND
                 END-IF
                 MOVE GWA-PILOT-ID(WS-GRP-SUB, WS-PLT-SUB)
                   TO WS-MSG-PLE-ID
                 MOVE WS-MSG-PILOTENT TO WS-HDR-TEXT
                 PERFORM H-000-WRITE-MSG
              END-IF
           END-PERFORM.

       T-849-EXIT.
           EXIT.
      * ------------------------------------------------------------- *
      * END THE GROUP'S PILOT ONCE A CUTOVER OF THE GROUP COMMITS     *
      * ------------------------------------------------------------- *
       T-50-PILOT-CLEAR SECTION.
      *
      *    CALLED WITH WS-GRP-SUB ON THE GROUP AND GWAMAP ADDRESSED,
      *    AFTER THE GROUP'S FILES HAVE CUT OVER.  THE GROUP IS ON
      *    ONE SIDE AGAIN, SO THE PILOT HAS DONE ITS JOB (OR, AFTER A
      *    REVERT, WOULD NOW BE POINTING AT THE SIDE JUST ABANDONED).
      *    THE CALLER CHECKPOINTS THE GROUP AFTERWARDS.
      *
           IF GWA-PILOT-COUNT(WS-GRP-SUB) = ZERO
              EXIT SECTION
           END-IF.

           MOVE ZERO   TO GWA-PILOT-COUNT(WS-GRP-SUB).
           MOVE SPACES TO GWA-PILOT-DATA(WS-GRP-SUB).

           MOVE GWA-GROUP-ID(WS-GRP-SUB) TO WS-MSG-PLN-GROUP.
           MOVE WS-MSG-PLTENDED TO WS-HDR-TEXT.
           PERFORM H-000-WRITE-MSG.

           MOVE 'EADE023I'      TO WS-OPR-MSGID.
           MOVE WS-MSG-PLTENDED TO WS-OPR-TEXT.
           PERFORM W-000-WRITE-OPERATOR.

       T-859-EXIT.
           EXIT.
      * ------------------------------------------------------------- *
      * SET OR LIFT THE GROUP'S READ-ONLY WRITE FENCE                 *
      * ------------------------------------------------------------- *
       T-60-FENCE SECTION.

           DISPLAY 'ENTERING FENCE SECTION'.

       T-860-CHECK.
           IF WS-START-CODE NOT = 'U '
              MOVE SPACES TO WS-FNC-OP, WS-FNC-MIN-ALPHA
              UNSTRING WS-INPUT-DATA DELIMITED BY ALL SPACE
                       INTO WS-TRAN,
                            WS-COMMAND,
                            WS-GROUP-ID,
                            WS-FNC-OP,
                            WS-FNC-MIN-ALPHA
           END-IF.
           IF WS-GROUP-ID = SPACES
              MOVE WS-MSG-GROUPERROR TO WS-HDR-TEXT
              MOVE 8 TO WS-BATCH-RC
              PERFORM H-000-WRITE-MSG
              EXIT SECTION
           END-IF.

           IF WS-FNC-OP NOT = 'ON' AND
              WS-FNC-OP NOT = 'OFF'
              MOVE WS-MSG-FNCSYNTAX TO WS-HDR-TEXT
              MOVE 8 TO WS-BATCH-RC
              PERFORM H-000-WRITE-MSG
              EXIT SECTION
           END-IF.
      *
      *    THE TIME LIMIT ARRIVES LEFT-JUSTIFIED - SHIFT IT RIGHT AND
      *    ZERO-FILL (SAME IDEA AS THE TRACE RECORD CAP) SO '30' AND
      *    '030' MEAN THE SAME THING.
      *
           IF WS-FNC-OP = 'ON'
              IF WS-FNC-MIN-ALPHA = SPACES
                 MOVE EXIT-FENCE-MINUTES TO WS-FNC-MINUTES
              ELSE
                 PERFORM 2 TIMES
                    IF WS-FNC-MIN-ALPHA(3:1) = SPACE
                       MOVE SPACES TO WS-FNC-SHIFT
                       MOVE WS-FNC-MIN-ALPHA(1:2) TO WS-FNC-SHIFT(2:2)
                       MOVE WS-FNC-SHIFT TO WS-FNC-MIN-ALPHA
                    END-IF
                 END-PERFORM
                 INSPECT WS-FNC-MIN-ALPHA REPLACING ALL SPACE BY '0'
                 IF WS-FNC-MIN-ALPHA NOT NUMERIC OR
                    WS-FNC-MIN-ALPHA = '000'
                    MOVE WS-MSG-FNCSYNTAX TO WS-HDR-TEXT
                    MOVE 8 TO WS-BATCH-RC
                    PERFORM H-000-WRITE-MSG
                    EXIT SECTION
                 END-IF
                 MOVE WS-FNC-MIN-ALPHA TO WS-FNC-MINUTES
              END-IF
           END-IF.

           PERFORM V-000-CHECK-AUTH.
           IF WS-AUTH-OK NOT = 'Y'
              EXIT SECTION
           END-IF.

       T-865-EXTRACT.
           EXEC CICS EXTRACT EXIT PROGRAM(EXIT-PROGRAM)
                ENTRYNAME(EXIT-PROGRAM)
                GASET(EXIT-GWAPTR)
                GALENGTH(EXIT-GWALEN)
                RESP(WS-RESP)
           END-EXEC.

           IF WS-RESP NOT = DFHRESP(NORMAL)
              PERFORM I-000-WRITE-DIAGNOSTIC
              EXIT SECTION
           END-IF.

           SET ADDRESS OF GWAMAP TO EXIT-GWAPTR.

           MOVE ZERO TO WS-GRP-SUB.
           MOVE ZERO TO WS-GRP-MATCH.
           MOVE 'N'  TO WS-GRP-FOUND.
           PERFORM EXIT-MAX-GROUPS TIMES
              ADD 1 TO WS-GRP-SUB
              IF WS-GRP-SUB <= GWA-GROUP-COUNT
                 IF GWA-GROUP-ID(WS-GRP-SUB) = WS-GROUP-ID
                    MOVE 'Y' TO WS-GRP-FOUND
                    MOVE WS-GRP-SUB TO WS-GRP-MATCH
                 END-IF
              END-IF
           END-PERFORM.
      *
      *    THE SCAN RUNS THE WHOLE TABLE, SO THE SUBSCRIPT COMES TO
      *    REST PAST THE MATCH - PUT IT BACK ON THE MATCHED SLOT
      *    BEFORE ANYTHING DOWNSTREAM USES IT.
      *
           IF WS-GRP-FOUND = 'Y'
              MOVE WS-GRP-MATCH TO WS-GRP-SUB
           END-IF.

           IF WS-GRP-FOUND = 'N'
              MOVE WS-MSG-GROUPUNKNOWN TO WS-HDR-TEXT
              MOVE 8 TO WS-BATCH-RC
              PERFORM H-000-WRITE-MSG
              EXIT SECTION
           END-IF.

           IF WS-FNC-OP = 'OFF'
              GO TO T-875-LIFT
           END-IF.

       T-870-SET.
      *
      *    FENCING A GROUP THAT IS ALREADY FENCED STARTS IT AFRESH
      *    WITH THE NEW LIMIT - THE NEW SET STAMP STANDS THE OLD
      *    FENCEOFF TASK DOWN, THE SAME WAY A TRACE RE-ARMS.
      *
           EXEC CICS
                ASKTIME ABSTIME(WS-ABSTIME)
           END-EXEC.

           EXEC CICS
                FORMATTIME ABSTIME(WS-ABSTIME)
                TIME(WS-CUR-TIME-RAW)
           END-EXEC.

           EXEC CICS
                FORMATTIME ABSTIME(WS-ABSTIME)
                DATE(WS-CUR-DATE-RAW) DATEFORM(YYYYMMDD)
           END-EXEC.

           MOVE 'Y'             TO GWA-FENCE-FLAG(WS-GRP-SUB).
           MOVE WS-CUR-DATE-RAW TO GWA-FENCE-SET(WS-GRP-SUB)(1:8).
           MOVE WS-CUR-TIME-RAW(1:6)
             TO GWA-FENCE-SET(WS-GRP-SUB)(9:6).
           MOVE WS-FNC-MINUTES  TO GWA-FENCE-MINUTES(WS-GRP-SUB).
           COMPUTE GWA-FENCE-UNTIL(WS-GRP-SUB) =
                   WS-ABSTIME + WS-FNC-MINUTES * 60000.

           PERFORM T-65-FENCE-TIMER.

           MOVE 'FENCE' TO WS-COMMAND.
           MOVE '-'     TO AUD-FILESET-OLD.
           MOVE '-'     TO AUD-FILESET-NEW.
           MOVE SPACE   TO AUD-TIME-SWITCH.
           MOVE GWA-FENCE-SET(WS-GRP-SUB)(1:8) TO AUD-EVENT-DATE.
           MOVE SPACES  TO AUD-EVENT-TIME.
           MOVE GWA-FENCE-SET(WS-GRP-SUB)(9:6)
             TO AUD-EVENT-TIME(1:6).
           MOVE 'C'     TO WS-AUD-RESULT.
           PERFORM J-000-WRITE-AUDIT.
           MOVE 'A'     TO WS-AUD-RESULT.

           MOVE WS-GRP-SUB TO WS-CKP-SUB.
           PERFORM P-10-CHECKPOINT.

           MOVE GWA-GROUP-ID(WS-GRP-SUB)      TO WS-MSG-FNS-GROUP.
           MOVE GWA-FENCE-MINUTES(WS-GRP-SUB) TO WS-MSG-FNS-MIN.
           MOVE WS-MSG-FNCSET TO WS-HDR-TEXT.
           PERFORM H-000-WRITE-MSG.

           MOVE 'EADE024W'    TO WS-OPR-MSGID.
           MOVE WS-MSG-FNCSET TO WS-OPR-TEXT.
           PERFORM W-000-WRITE-OPERATOR.

           EXIT SECTION.

       T-875-LIFT.
           IF GWA-FENCE-FLAG(WS-GRP-SUB) NOT = 'Y'
              MOVE WS-MSG-FNCNOTON TO WS-HDR-TEXT
              MOVE 8 TO WS-BATCH-RC
              PERFORM H-000-WRITE-MSG
              EXIT SECTION
           END-IF.
      *
      *    AUDIT BEFORE THE LIFT SO THE RECORD STILL CARRIES THE SET
      *    STAMP OF THE FENCE IT ENDED, AND UNDER FENCEOFF - THE SAME
      *    COMMAND THE TIMED LIFT IS AUDITED UNDER - SO THE TRAIL
      *    TELLS A FENCE COMING OFF FROM ONE GOING ON.
      *
           MOVE 'FENCEOFF' TO WS-COMMAND.
           MOVE '-'     TO AUD-FILESET-OLD.
           MOVE '-'     TO AUD-FILESET-NEW.
           MOVE SPACE   TO AUD-TIME-SWITCH.
           MOVE GWA-FENCE-SET(WS-GRP-SUB)(1:8) TO AUD-EVENT-DATE.
           MOVE SPACES  TO AUD-EVENT-TIME.
           MOVE GWA-FENCE-SET(WS-GRP-SUB)(9:6)
             TO AUD-EVENT-TIME(1:6).
           MOVE 'C'     TO WS-AUD-RESULT.
           PERFORM J-000-WRITE-AUDIT.
           MOVE 'A'     TO WS-AUD-RESULT.

           MOVE 'COMMAND' TO WS-FNC-HOW.
           PERFORM T-75-FENCE-LIFT.

           MOVE WS-GRP-SUB TO WS-CKP-SUB.
           PERFORM P-10-CHECKPOINT.

       T-879-TERMINATE.
           EXIT.
      * ------------------------------------------------------------- *
      * PUT A WRITE FENCE'S TIME LIMIT ON THE CLOCK                   *
      * ------------------------------------------------------------- *
       T-65-FENCE-TIMER SECTION.
      *
      *    CALLED WITH WS-GRP-SUB ON A FENCED GROUP AND GWAMAP
      *    ADDRESSED - WHEN THE FENCE IS SET, AND AGAIN WHEN RESTORE
      *    REBUILDS IT.  THE WAIT IS WHAT IS LEFT UNTIL GWA-FENCE-
      *    UNTIL, ROUNDED UP TO A WHOLE MINUTE; A LIMIT ALREADY PAST
      *    STARTS THE FENCEOFF TASK AT ONCE.  THE TASK CARRIES THE
      *    SET STAMP, SO IT CAN NEVER LIFT A NEWER FENCE.
      *
           EXEC CICS
                ASKTIME ABSTIME(WS-ABSTIME)
           END-EXEC.

           IF GWA-FENCE-UNTIL(WS-GRP-SUB) > WS-ABSTIME
              COMPUTE WS-FNC-WAIT =
                     (GWA-FENCE-UNTIL(WS-GRP-SUB) - WS-ABSTIME
                      + 59999) / 60000
           ELSE
              MOVE ZERO TO WS-FNC-WAIT
           END-IF.
           MOVE WS-FNC-WAIT TO WS-FNC-MINUTES.

           MOVE SPACES          TO WS-PASS-DATA.
           MOVE EXIT-TRANSID    TO WS-TRAN.
           MOVE 'FENCEOFF'      TO WS-COMMAND.
           MOVE GWA-GROUP-ID(WS-GRP-SUB) TO WS-GROUP-ID.
           MOVE GWA-FENCE-SET(WS-GRP-SUB)(1:8) TO WS-SWITCH-DATE.
           MOVE GWA-FENCE-SET(WS-GRP-SUB)(9:6)
             TO WS-SWITCH-TIME(1:6).

           EXEC CICS
                START TRANSID(EXIT-TRANSID)
                FROM(WS-PASS-DATA)
                LENGTH(LENGTH OF WS-PASS-DATA)
                AFTER MINUTES(WS-FNC-MINUTES)
                RESP(WS-RESP)
           END-EXEC.

           IF WS-RESP NOT = DFHRESP(NORMAL)
              PERFORM I-000-WRITE-DIAGNOSTIC
           END-IF.

       T-889-EXIT.
           EXIT.
      * ------------------------------------------------------------- *
      * SHOW THE GROUP'S WRITE FENCE - WHEN IT WENT ON AND ITS LIMIT  *
      * ------------------------------------------------------------- *
       T-68-SHOW-FENCE SECTION.
      *
      *    CALLED WITH WS-GRP-SUB ON A FENCED GROUP AND GWAMAP
      *    ADDRESSED.
      *
           MOVE GWA-FENCE-SET(WS-GRP-SUB)(1:8) TO WS-MSG-FNT-DATE.
           MOVE GWA-FENCE-SET(WS-GRP-SUB)(9:6) TO WS-MSG-FNT-TIME.
           MOVE GWA-FENCE-MINUTES(WS-GRP-SUB)  TO WS-MSG-FNT-MIN.
           MOVE WS-MSG-FNCSTATE TO WS-HDR-TEXT.
           PERFORM H-000-WRITE-MSG.

       T-894-EXIT.
           EXIT.
      * ------------------------------------------------------------- *
      * TIME LIMIT ON A WRITE FENCE - STARTED BY FENCE ON (OR BY      *
      * RESTORE), LIFTS THE FENCE IT BELONGS TO AND ONLY THAT ONE     *
      * ------------------------------------------------------------- *
       T-70-FENCEOFF SECTION.

           DISPLAY 'ENTERING FENCEOFF SECTION'.

           IF WS-START-CODE NOT = 'SD'
              MOVE WS-MSG-INPUTERR TO WS-HDR-TEXT
              MOVE 8 TO WS-BATCH-RC
              PERFORM H-000-WRITE-MSG
              EXIT SECTION
           END-IF.

           EXEC CICS EXTRACT EXIT PROGRAM(EXIT-PROGRAM)
                ENTRYNAME(EXIT-PROGRAM)
                GASET(EXIT-GWAPTR)
                GALENGTH(EXIT-GWALEN)
                RESP(WS-RESP)
           END-EXEC.

           IF WS-RESP NOT = DFHRESP(NORMAL)
              MOVE WS-MSG-FNCSTALE TO WS-HDR-TEXT
              PERFORM H-000-WRITE-MSG
              EXIT SECTION
           END-IF.

           SET ADDRESS OF GWAMAP TO EXIT-GWAPTR.

           MOVE ZERO TO WS-GRP-SUB.
           MOVE ZERO TO WS-GRP-MATCH.
           MOVE 'N'  TO WS-GRP-FOUND.
           PERFORM EXIT-MAX-GROUPS TIMES
              ADD 1 TO WS-GRP-SUB
              IF WS-GRP-SUB <= GWA-GROUP-COUNT
                 IF GWA-GROUP-ID(WS-GRP-SUB) = WS-GROUP-ID
                    MOVE 'Y' TO WS-GRP-FOUND
                    MOVE WS-GRP-SUB TO WS-GRP-MATCH
                 END-IF
              END-IF
           END-PERFORM.

           IF WS-GRP-FOUND = 'Y'
              MOVE WS-GRP-MATCH TO WS-GRP-SUB
           END-IF.

           IF WS-GRP-FOUND = 'N'
              MOVE WS-MSG-FNCSTALE TO WS-HDR-TEXT
              PERFORM H-000-WRITE-MSG
              EXIT SECTION
           END-IF.
      *
      *    A FENCE ALREADY LIFTED (BY HAND OR BY A CUTOVER) OR ONE
      *    SET AFRESH SINCE THIS TASK WENT ON THE CLOCK IS NOT THIS
      *    TASK'S TO TOUCH.
      *
           IF GWA-FENCE-FLAG(WS-GRP-SUB) NOT = 'Y' OR
              GWA-FENCE-SET(WS-GRP-SUB)(1:8) NOT = WS-SWITCH-DATE OR
              GWA-FENCE-SET(WS-GRP-SUB)(9:6) NOT =
              WS-SWITCH-TIME(1:6)
              MOVE WS-MSG-FNCSTALE TO WS-HDR-TEXT
              PERFORM H-000-WRITE-MSG
              EXIT SECTION
           END-IF.
      *
      *    UNLIKE A TRACE, A FENCE REOPENS THE GROUP FOR UPDATE WHEN
      *    IT ENDS, SO THE TIMED LIFT IS AUDITED TOO.
      *
           MOVE '-'     TO AUD-FILESET-OLD.
           MOVE '-'     TO AUD-FILESET-NEW.
           MOVE SPACE   TO AUD-TIME-SWITCH.
           MOVE GWA-FENCE-SET(WS-GRP-SUB)(1:8) TO AUD-EVENT-DATE.
           MOVE SPACES  TO AUD-EVENT-TIME.
           MOVE GWA-FENCE-SET(WS-GRP-SUB)(9:6)
             TO AUD-EVENT-TIME(1:6).
           MOVE 'C'     TO WS-AUD-RESULT.
           PERFORM J-000-WRITE-AUDIT.
           MOVE 'A'     TO WS-AUD-RESULT.

           MOVE 'TIME LIMIT' TO WS-FNC-HOW.
           PERFORM T-75-FENCE-LIFT.

           MOVE WS-GRP-SUB TO WS-CKP-SUB.
           PERFORM P-10-CHECKPOINT.

       T-939-TERMINATE.
           EXIT.
      * ------------------------------------------------------------- *
      * LIFT THE GROUP'S WRITE FENCE                                  *
      * ------------------------------------------------------------- *
       T-75-FENCE-LIFT SECTION.
      *
      *    CALLED WITH WS-GRP-SUB ON THE GROUP, GWAMAP ADDRESSED AND
      *    WS-FNC-HOW SAYING WHAT ENDED THE FENCE - FENCE OFF, THE
      *    FENCEOFF TASK, OR A CUTOVER OF THE GROUP THAT HAS JUST
      *    COMMITTED (THE COPY THE FENCE WAS PROTECTING IS NO LONGER
      *    OF THE LIVE SIDE).  A GROUP NOT FENCED IS LEFT ALONE.  THE
      *    CALLER AUDITS WHERE NEEDED AND CHECKPOINTS THE GROUP.
      *
           IF GWA-FENCE-FLAG(WS-GRP-SUB) NOT = 'Y'
              EXIT SECTION
           END-IF.

           MOVE 'N'    TO GWA-FENCE-FLAG(WS-GRP-SUB).
           MOVE SPACES TO GWA-FENCE-SET(WS-GRP-SUB).
           MOVE ZERO   TO GWA-FENCE-MINUTES(WS-GRP-SUB).
           MOVE ZERO   TO GWA-FENCE-UNTIL(WS-GRP-SUB).

           MOVE GWA-GROUP-ID(WS-GRP-SUB) TO WS-MSG-FNL-GROUP.
           MOVE WS-FNC-HOW               TO WS-MSG-FNL-HOW.
           MOVE WS-MSG-FNCLIFT TO WS-HDR-TEXT.
           PERFORM H-000-WRITE-MSG.

           MOVE 'EADE025I'     TO WS-OPR-MSGID.
           MOVE WS-MSG-FNCLIFT TO WS-OPR-TEXT.
           PERFORM W-000-WRITE-OPERATOR.

       T-949-EXIT.
           EXIT.
      * ------------------------------------------------------------- *
      * DRIVE ONE GROUP'S ENABLE/UPDATE/DISABLE ACROSS EVERY CLONED   *
      * AOR - LOCAL REGION FIRST, THEN EACH CONFIGURED PEER, WITH A   *
      * FULL BACKOUT IF ANY REGION REJECTS THE COMMAND                *
      * ------------------------------------------------------------- *
       X-10-COORD SECTION.

           DISPLAY 'ENTERING COORD SECTION'.

       X-100-CHECK.
      *
      *    COORD IS AN OPERATOR/EXCI COMMAND - THE FIXED INITPARM
      *    LAYOUT CANNOT CARRY A WRAPPED SUBCOMMAND, SO THE PLTPI
      *    PATH IS REFUSED OUTRIGHT.
      *
           IF WS-START-CODE = 'U '
              MOVE WS-MSG-INPUTERR TO WS-HDR-TEXT
              MOVE 8 TO WS-BATCH-RC
              PERFORM H-000-WRITE-MSG
              EXIT SECTION
           END-IF.

           MOVE 1 TO WS-STR-PTR.
           UNSTRING WS-INPUT-DATA DELIMITED BY ALL SPACE
                    INTO WS-TRAN,
                         WS-COMMAND,
                         WS-CORD-SUBCMD
                    WITH POINTER WS-STR-PTR.
           MOVE SPACES TO WS-CORD-REST.
           IF WS-STR-PTR <= LENGTH OF WS-INPUT-DATA
              MOVE WS-INPUT-DATA(WS-STR-PTR:) TO WS-CORD-REST
           END-IF.

           IF WS-CORD-SUBCMD NOT = 'ENABLE' AND
              WS-CORD-SUBCMD NOT = 'UPDATE' AND
              WS-CORD-SUBCMD NOT = 'DISABLE'
              MOVE WS-MSG-CORDSUBERR TO WS-HDR-TEXT
              MOVE 8 TO WS-BATCH-RC
              PERFORM H-000-WRITE-MSG
              EXIT SECTION
           END-IF.

           UNSTRING WS-CORD-REST DELIMITED BY ALL SPACE
                    INTO WS-CORD-GROUP.
           IF WS-CORD-GROUP = SPACES
              MOVE WS-MSG-GROUPERROR TO WS-HDR-TEXT
              MOVE 8 TO WS-BATCH-RC
              PERFORM H-000-WRITE-MSG
              EXIT SECTION
           END-IF.

           IF EXIT-PEER-COUNT < 1
              MOVE WS-MSG-CORDNOPEERS TO WS-HDR-TEXT
              MOVE 8 TO WS-BATCH-RC
              PERFORM H-000-WRITE-MSG
              EXIT SECTION
           END-IF.
      *
      *    A COORDINATED ENABLE OR UPDATE IS FROZEN LIKE A LOCAL ONE,
      *    AND REFUSED HERE BEFORE ANY REGION HAS MOVED.  EACH PEER
      *    STILL ANSWERS TO ITS OWN EADEFRZ WHEN THE LINK ARRIVES.
      *
           IF WS-CORD-SUBCMD NOT = 'DISABLE'
              MOVE WS-CORD-GROUP TO WS-GROUP-ID
              PERFORM F-60-FREEZE-CHECK
              IF WS-FRZ-STATE = 'F'
                 EXIT SECTION
              END-IF
           END-IF.
      *
      *    THE COMMAND LINE EVERY REGION RUNS - THE ORIGINAL WITH
      *    THE COORD WRAPPER PEELED OFF, SO A PEER CAN NEVER END UP
      *    COORDINATING ONWARDS ITSELF.
      *
           MOVE SPACES TO WS-CORD-CMD.
           STRING WS-TRAN        DELIMITED BY SPACE
                  ' '            DELIMITED BY SIZE
                  WS-CORD-SUBCMD DELIMITED BY SPACE
                  ' '            DELIMITED BY SIZE
                  WS-CORD-REST   DELIMITED BY SIZE
                  INTO WS-CORD-CMD
           END-STRING.

       X-200-LOCAL.
           PERFORM X-80-CAPTURE-PRIOR.

           MOVE WS-CORD-CMD TO WS-CORD-RUN.
           PERFORM X-70-RUN-LOCAL.

           IF WS-BATCH-RC NOT = ZERO
              MOVE WS-MSG-CORDLOCAL TO WS-HDR-TEXT
              PERFORM H-000-WRITE-MSG
              EXIT SECTION
           END-IF.

       X-300-PEERS.
           MOVE ZERO TO WS-CORD-SUB, WS-CORD-DONE.
           MOVE 'N'  TO WS-CORD-FAIL.

           PERFORM EXIT-PEER-COUNT TIMES
              ADD 1 TO WS-CORD-SUB
              IF WS-CORD-FAIL = 'N'
                 MOVE WS-CORD-CMD TO WS-CORD-CA-REQUEST
                 PERFORM X-60-LINK-PEER
                 IF WS-CORD-CA-RC = ZERO
                    ADD 1 TO WS-CORD-DONE
                 ELSE
                    MOVE 'Y' TO WS-CORD-FAIL
                 END-IF
              END-IF
           END-PERFORM.

           IF WS-CORD-FAIL = 'N'
              MOVE WS-MSG-CORDOK TO WS-HDR-TEXT
              PERFORM H-000-WRITE-MSG
              EXIT SECTION
           END-IF.

       X-400-BACKOUT.
           PERFORM X-90-BUILD-UNDO.
      *
      *    LOCAL REGION FIRST (IT DEFINITELY SWITCHED), THEN EVERY
      *    PEER THAT HAD ALREADY ACCEPTED THE COMMAND.  THE FINAL
      *    RETURN CODE STAYS NON-ZERO WHATEVER THE UNDO SAYS.  A
      *    BACKOUT PUTS THE GROUP BACK WHERE IT WAS, SO NO FREEZE
      *    WINDOW MAY STOP IT.
      *
           MOVE 'Y'          TO WS-FRZ-CLEARED.
           MOVE WS-CORD-UNDO TO WS-CORD-RUN.
           MOVE 'B'          TO WS-CTL-TYPE.
           PERFORM X-70-RUN-LOCAL.
           MOVE 'S'          TO WS-CTL-TYPE.
      *
      *    A BACKED-OUT DISABLE COMES BACK AS AN ENABLE SEEDED WITH
      *    THE DEFAULT FILE LIST - THE LIST THE GROUP REALLY HELD IS
      *    PUT BACK DIRECTLY HERE AND REPLAYED TO EACH PEER BELOW.
      *
           IF WS-CORD-SUBCMD = 'DISABLE' AND
              WS-CORD-EXISTED = 'Y'
              PERFORM X-45-REINSTATE-LIST
           END-IF.

      *
      *    EACH PEER'S UNDO GOES OUT MARKED AS A BACKOUT SO THE PEER
      *    SKIPS ITS OWN FREEZE CHECK THE SAME WAY.
      *
           MOVE 'B'  TO WS-CORD-CA-BACKOUT.
           MOVE ZERO TO WS-CORD-BACK.
           PERFORM EXIT-PEER-MAX TIMES
              ADD 1 TO WS-CORD-BACK
              IF WS-CORD-BACK <= WS-CORD-DONE
                 MOVE WS-CORD-BACK TO WS-CORD-SUB
                 MOVE WS-CORD-UNDO TO WS-CORD-CA-REQUEST
                 PERFORM X-60-LINK-PEER
                 IF WS-CORD-SUBCMD = 'DISABLE' AND
                    WS-CORD-EXISTED = 'Y'
                    PERFORM X-55-REPLAY-PEER-LIST
                 END-IF
              END-IF
           END-PERFORM.
           MOVE SPACE TO WS-CORD-CA-BACKOUT.

           MOVE WS-MSG-CORDBACKOUT TO WS-HDR-TEXT.
           MOVE 8 TO WS-BATCH-RC.
           PERFORM H-000-WRITE-MSG.

           MOVE 'EADE009E'         TO WS-OPR-MSGID.
           MOVE WS-MSG-CORDBACKOUT TO WS-OPR-TEXT.
           PERFORM W-000-WRITE-OPERATOR.

       X-999-TERMINATE.
           EXIT.
      * ------------------------------------------------------------- *
      * PUT THE CAPTURED FILE LIST STRAIGHT BACK INTO THE LOCAL GWA   *
      * (AND ITS CHECKPOINT) AFTER A BACKED-OUT DISABLE               *
      * ------------------------------------------------------------- *
       X-45-REINSTATE-LIST SECTION.

           EXEC CICS EXTRACT EXIT PROGRAM(EXIT-PROGRAM)
                ENTRYNAME(EXIT-PROGRAM)
                GASET(EXIT-GWAPTR)
                GALENGTH(EXIT-GWALEN)
                RESP(WS-RESP)
           END-EXEC.

           IF WS-RESP NOT = DFHRESP(NORMAL)
              PERFORM I-000-WRITE-DIAGNOSTIC
              EXIT SECTION
           END-IF.

           SET ADDRESS OF GWAMAP TO EXIT-GWAPTR.

           MOVE ZERO TO WS-GRP-SUB.
           MOVE ZERO TO WS-GRP-MATCH.
           MOVE 'N'  TO WS-GRP-FOUND.
           PERFORM EXIT-MAX-GROUPS TIMES
              ADD 1 TO WS-GRP-SUB
              IF WS-GRP-SUB <= GWA-GROUP-COUNT
                 IF GWA-GROUP-ID(WS-GRP-SUB) = WS-CORD-GROUP
                    MOVE 'Y' TO WS-GRP-FOUND
                    MOVE WS-GRP-SUB TO WS-GRP-MATCH
                 END-IF
              END-IF
           END-PERFORM.

           IF WS-GRP-FOUND NOT = 'Y'
              EXIT SECTION
           END-IF.

           MOVE WS-GRP-MATCH TO WS-GRP-SUB.
           MOVE WS-CORD-PRIOR-FCOUNT
             TO GWA-FILE-COUNT(WS-GRP-SUB).
           MOVE WS-CORD-PRIOR-FLIST
             TO GWA-FILELIST-DATA(WS-GRP-SUB).

           MOVE WS-GRP-SUB TO WS-CKP-SUB.
           PERFORM P-10-CHECKPOINT.

       X-459-EXIT.
           EXIT.
      * ------------------------------------------------------------- *
      * REBUILD A PEER'S FILE LIST AFTER ITS BACKED-OUT DISABLE -     *
      * STRIP THE DEFAULT SEED, THEN FILEADD THE CAPTURED LIST, ALL   *
      * OVER THE SAME COMMAND INTERFACE (EACH STEP RE-CHECKPOINTS     *
      * THE PEER AS A MATTER OF COURSE)                               *
      * ------------------------------------------------------------- *
       X-55-REPLAY-PEER-LIST SECTION.

           MOVE ZERO TO WS-CORD-RPL-SUB.
           PERFORM EXIT-FILE-COUNT TIMES
              ADD 1 TO WS-CORD-RPL-SUB
              MOVE SPACES TO WS-CORD-CA-REQUEST
              STRING WS-TRAN        DELIMITED BY SPACE
                     ' FILEDEL '    DELIMITED BY SIZE
                     WS-CORD-GROUP  DELIMITED BY SIZE
                     ' '            DELIMITED BY SIZE
                     EXIT-FILELIST-ENTRY(WS-CORD-RPL-SUB)
                                    DELIMITED BY SPACE
                     INTO WS-CORD-CA-REQUEST
              END-STRING
              PERFORM X-60-LINK-PEER
           END-PERFORM.

           MOVE ZERO TO WS-CORD-RPL-SUB.
           PERFORM EXIT-MAX-FILES TIMES
              ADD 1 TO WS-CORD-RPL-SUB
              IF WS-CORD-RPL-SUB <= WS-CORD-PRIOR-FCOUNT
                 MOVE SPACES TO WS-CORD-CA-REQUEST
                 STRING WS-TRAN        DELIMITED BY SPACE
                        ' FILEADD '    DELIMITED BY SIZE
                        WS-CORD-GROUP  DELIMITED BY SIZE
                        ' '            DELIMITED BY SIZE
                        WS-CORD-PRIOR-FL-ENT(WS-CORD-RPL-SUB)
                                       DELIMITED BY SPACE
                        INTO WS-CORD-CA-REQUEST
                 END-STRING
                 PERFORM X-60-LINK-PEER
              END-IF
           END-PERFORM.

       X-559-EXIT.
           EXIT.
      * ------------------------------------------------------------- *
      * SHIP THE COMMAND IN WS-CORD-CA TO PEER WS-CORD-SUB OVER DPL   *
      * AND REPORT THAT REGION'S VERDICT                              *
      * ------------------------------------------------------------- *
       X-60-LINK-PEER SECTION.

           MOVE ZERO   TO WS-CORD-CA-RC.
           MOVE SPACES TO WS-CORD-CA-MSG.

           EXEC CICS
                LINK PROGRAM('EXITMAIN')
                SYSID(EXIT-PEER-SYSID(WS-CORD-SUB))
                COMMAREA(WS-CORD-CA)
                LENGTH(LENGTH OF WS-CORD-CA)
                RESP(WS-RESP)
           END-EXEC.

           IF WS-RESP NOT = DFHRESP(NORMAL)
              MOVE 16 TO WS-CORD-CA-RC
              MOVE 'DISTRIBUTED LINK TO THE REGION FAILED'
                TO WS-CORD-CA-MSG
           END-IF.

           MOVE EXIT-PEER-SYSID(WS-CORD-SUB) TO WS-MSG-CORD-SYSID.
           MOVE WS-CORD-CA-RC                TO WS-MSG-CORD-RC.
           MOVE WS-CORD-CA-MSG               TO WS-MSG-CORD-TEXT.
           MOVE WS-MSG-CORDPEER              TO WS-HDR-TEXT.
           PERFORM H-000-WRITE-MSG.

       X-699-EXIT.
           EXIT.
      * ------------------------------------------------------------- *
      * RUN ONE COMMAND LINE IN THIS REGION THROUGH THE SAME          *
      * SECTIONS A TYPED COMMAND USES                                 *
      * ------------------------------------------------------------- *
       X-70-RUN-LOCAL SECTION.

           MOVE WS-CORD-RUN TO WS-INPUT-DATA.
           UNSTRING WS-INPUT-DATA DELIMITED BY ALL SPACE
                    INTO WS-TRAN,
                         WS-COMMAND.
           MOVE ZERO TO WS-BATCH-RC.

           EVALUATE WS-COMMAND
              WHEN 'ENABLE'
                PERFORM B-10-ENABLE
              WHEN 'UPDATE'
                PERFORM E-10-UPDATE
              WHEN 'DISABLE'
                PERFORM D-10-DISABLE
           END-EVALUATE.

       X-799-EXIT.
           EXIT.
      * ------------------------------------------------------------- *
      * REMEMBER THE GROUP'S LOCAL STATE BEFORE THE SUBCOMMAND RUNS   *
      * ------------------------------------------------------------- *
       X-80-CAPTURE-PRIOR SECTION.

           MOVE 'N' TO WS-CORD-EXISTED.

           EXEC CICS EXTRACT EXIT PROGRAM(EXIT-PROGRAM)
                ENTRYNAME(EXIT-PROGRAM)
                GASET(EXIT-GWAPTR)
                GALENGTH(EXIT-GWALEN)
                RESP(WS-RESP)
           END-EXEC.

           IF WS-RESP NOT = DFHRESP(NORMAL)
              EXIT SECTION
           END-IF.

           SET ADDRESS OF GWAMAP TO EXIT-GWAPTR.

           MOVE ZERO TO WS-GRP-SUB.
           MOVE ZERO TO WS-GRP-MATCH.
           MOVE 'N'  TO WS-GRP-FOUND.
           PERFORM EXIT-MAX-GROUPS TIMES
              ADD 1 TO WS-GRP-SUB
              IF WS-GRP-SUB <= GWA-GROUP-COUNT
                 IF GWA-GROUP-ID(WS-GRP-SUB) = WS-CORD-GROUP
                    MOVE 'Y' TO WS-GRP-FOUND
                    MOVE WS-GRP-SUB TO WS-GRP-MATCH
                 END-IF
              END-IF
           END-PERFORM.

           IF WS-GRP-FOUND NOT = 'Y'
              EXIT SECTION
           END-IF.

           MOVE WS-GRP-MATCH TO WS-GRP-SUB.
           MOVE 'Y' TO WS-CORD-EXISTED.
           MOVE GWA-FILESET(WS-GRP-SUB)      TO WS-CORD-PRIOR-FS.
           MOVE GWA-FILESET-NEXT(WS-GRP-SUB) TO WS-CORD-PRIOR-FSN.
           MOVE GWA-TIME-SWITCH(WS-GRP-SUB)  TO WS-CORD-PRIOR-TB.
           MOVE GWA-EVENT-DATE(WS-GRP-SUB)   TO WS-CORD-PRIOR-EVD.
           MOVE GWA-EVENT-TIME(WS-GRP-SUB)   TO WS-CORD-PRIOR-EVT.
           MOVE GWA-FILE-COUNT(WS-GRP-SUB)   TO WS-CORD-PRIOR-FCOUNT.
           MOVE GWA-FILELIST-DATA(WS-GRP-SUB)
             TO WS-CORD-PRIOR-FLIST.

       X-899-EXIT.
           EXIT.
      * ------------------------------------------------------------- *
      * BUILD THE COMMAND THAT PUTS A REGION BACK THE WAY IT WAS      *
      * ------------------------------------------------------------- *
       X-90-BUILD-UNDO SECTION.
      *
      *    A GROUP THAT EXISTED BEFORE IS RESTORED WITH ITS PRIOR
      *    FILESETS AND SCHEDULE (RE-ENABLE AFTER A DISABLE, UPDATE
      *    OTHERWISE).  A GROUP THE FAILED COMMAND HAD JUST CREATED
      *    IS SIMPLY DISABLED AGAIN.  FORCE RIDES ON THE RESTORE SO
      *    A READINESS REFUSAL CANNOT STRAND THE BACKOUT.
      *
           MOVE SPACES TO WS-CORD-UNDO.

           IF WS-CORD-EXISTED = 'Y'
              IF WS-CORD-SUBCMD = 'DISABLE'
                 MOVE 'ENABLE' TO WS-CORD-UNDO-CMD
              ELSE
                 MOVE 'UPDATE' TO WS-CORD-UNDO-CMD
              END-IF
              STRING WS-TRAN           DELIMITED BY SPACE
                     ' '               DELIMITED BY SIZE
                     WS-CORD-UNDO-CMD  DELIMITED BY SPACE
                     ' '               DELIMITED BY SIZE
                     WS-CORD-GROUP     DELIMITED BY SIZE
                     ' '               DELIMITED BY SIZE
                     WS-CORD-PRIOR-FS  DELIMITED BY SIZE
                     ' '               DELIMITED BY SIZE
                     WS-CORD-PRIOR-TB  DELIMITED BY SIZE
                     ' '               DELIMITED BY SIZE
                     WS-CORD-PRIOR-FSN DELIMITED BY SIZE
                     ' '               DELIMITED BY SIZE
                     WS-CORD-PRIOR-EVD DELIMITED BY SIZE
                     ' '               DELIMITED BY SIZE
                     WS-CORD-PRIOR-EVT DELIMITED BY SIZE
                     ' FORCE'          DELIMITED BY SIZE
                     INTO WS-CORD-UNDO
              END-STRING
           ELSE
              STRING WS-TRAN           DELIMITED BY SPACE
                     ' DISABLE '       DELIMITED BY SIZE
                     WS-CORD-GROUP     DELIMITED BY SIZE
                     INTO WS-CORD-UNDO
              END-STRING
           END-IF.

       X-999-EXIT.
           EXIT.
      * ------------------------------------------------------------- *
      * BROWSE BACK THE LAST nn ENTRIES FROM TS QUEUE EADEDIAG         *
      * ------------------------------------------------------------- *
       G-10-HISTORY SECTION.

           DISPLAY 'ENTERING HISTORY SECTION'.

       G-100-CHECK.
           IF WS-START-CODE NOT = 'U '
              UNSTRING WS-INPUT-DATA DELIMITED BY ALL SPACE
                       INTO WS-TRAN,
                            WS-COMMAND,
                            WS-HIS-COUNT-ALPHA
           END-IF.

           IF WS-HIS-COUNT-ALPHA = SPACES
              MOVE '10' TO WS-HIS-COUNT-ALPHA
           ELSE
      *
      *    A ONE-DIGIT TOKEN UNSTRINGS AS DIGIT+TRAILING SPACE (E.G.
      *    '5 ') - ZERO-FILL IT TO '05' SO THE NUMERIC TEST BELOW DOES
      *    NOT REJECT A LEGITIMATE SINGLE-DIGIT COUNT.
      *
              IF WS-HIS-COUNT-ALPHA(2:1) = SPACE
                 MOVE WS-HIS-COUNT-ALPHA(1:1) TO WS-HIS-COUNT-ALPHA(2:1)
                 MOVE '0' TO WS-HIS-COUNT-ALPHA(1:1)
              END-IF
           END-IF.

           IF WS-HIS-COUNT-ALPHA NOT NUMERIC
              MOVE WS-MSG-HISTORYCNTERR TO WS-HDR-TEXT
              MOVE 8 TO WS-BATCH-RC
              PERFORM H-000-WRITE-MSG
              EXIT SECTION
           END-IF.

           MOVE WS-HIS-COUNT-ALPHA TO WS-HIS-COUNT.

           IF WS-HIS-COUNT = ZERO OR WS-HIS-COUNT > EXIT-MAX-HISTORY
              MOVE WS-MSG-HISTORYCNTERR TO WS-HDR-TEXT
              MOVE 8 TO WS-BATCH-RC
              PERFORM H-000-WRITE-MSG
              EXIT SECTION
           END-IF.

       G-200-EXTRACT.
      *
      *    NUMITEMS RETURNS THE CURRENT TOTAL ITEM COUNT ON THE QUEUE
      *    REGARDLESS OF WHICH ITEM IS ACTUALLY READ - IF THE QUEUE
      *    HAS NEVER BEEN WRITTEN TO, QIDERR COMES BACK INSTEAD.
      *
           MOVE LENGTH OF WS-HIS-DISPLAY-ENTRY TO WS-HIS-LEN.

           EXEC CICS
                READQ TS QUEUE('EADEDIAG')
                ITEM(1)
                INTO(WS-HIS-DISPLAY-ENTRY(1))
                LENGTH(WS-HIS-LEN)
                NUMITEMS(WS-HIS-NUMITEMS)
                RESP(WS-RESP)
           END-EXEC.

           IF WS-RESP NOT = DFHRESP(NORMAL)
              MOVE WS-MSG-HISTORYNONE TO WS-HDR-TEXT
              MOVE 8 TO WS-BATCH-RC
              PERFORM H-000-WRITE-MSG
              EXIT SECTION
           END-IF.

           MOVE WS-HIS-NUMITEMS TO WS-HIS-START.
           SUBTRACT WS-HIS-COUNT FROM WS-HIS-START.
           ADD 1 TO WS-HIS-START.
           IF WS-HIS-START < 1
              MOVE 1 TO WS-HIS-START
           END-IF.

       G-300-BROWSE.
           MOVE WS-HIS-START TO WS-HIS-SUB.
           MOVE ZERO         TO WS-HIS-LINES.

           PERFORM EXIT-MAX-HISTORY TIMES
              IF WS-HIS-SUB <= WS-HIS-NUMITEMS
                 ADD 1 TO WS-HIS-LINES
                 MOVE LENGTH OF WS-HIS-DISPLAY-ENTRY TO WS-HIS-LEN
                 EXEC CICS
                      READQ TS QUEUE('EADEDIAG')
                      ITEM(WS-HIS-SUB)
                      INTO(WS-HIS-DISPLAY-ENTRY(WS-HIS-LINES))
                      LENGTH(WS-HIS-LEN)
                      RESP(WS-RESP)
                 END-EXEC
                 ADD 1 TO WS-HIS-SUB
              END-IF
           END-PERFORM.

           IF WS-START-CODE = 'TD' AND
              EIBCALEN = ZERO
              MULTIPLY WS-HIS-LINES BY LENGTH OF WS-HIS-DISPLAY-ENTRY
                GIVING WS-HIS-LEN
              EXEC CICS SEND TEXT
                   FROM(WS-HIS-DISPLAY-DATA) ERASE
                   LENGTH(WS-HIS-LEN)
              END-EXEC
           END-IF.

       G-999-TERMINATE.
           EXIT.
      * ------------------------------------------------------------- *
      * ADD A CHANGE-FREEZE WINDOW FOR ONE GROUP OR FOR ALL GROUPS    *
      * ------------------------------------------------------------- *
       F-10-FRZADD SECTION.

           DISPLAY 'ENTERING FRZADD SECTION'.

       F-110-CHECK.
           MOVE SPACES TO WS-FRZ-SDATE, WS-FRZ-STIME,
                          WS-FRZ-EDATE, WS-FRZ-ETIME.
           IF WS-START-CODE NOT = 'U '
              UNSTRING WS-INPUT-DATA DELIMITED BY ALL SPACE
                       INTO WS-TRAN,
                            WS-COMMAND,
                            WS-GROUP-ID,
                            WS-FRZ-SDATE,
                            WS-FRZ-STIME,
                            WS-FRZ-EDATE,
                            WS-FRZ-ETIME
           END-IF.
           IF WS-GROUP-ID = SPACES
              MOVE WS-MSG-GROUPERROR TO WS-HDR-TEXT
              MOVE 8 TO WS-BATCH-RC
              PERFORM H-000-WRITE-MSG
              EXIT SECTION
           END-IF.

           MOVE WS-FRZ-SDATE TO WS-SWD-VALIDATE.
           MOVE WS-FRZ-STIME TO WS-FRZ-TIME-VALIDATE.
           PERFORM F-65-CHECK-STAMP.
           IF WS-FRZ-STAMP-OK = 'Y'
              MOVE WS-FRZ-EDATE TO WS-SWD-VALIDATE
              MOVE WS-FRZ-ETIME TO WS-FRZ-TIME-VALIDATE
              PERFORM F-65-CHECK-STAMP
           END-IF.
           IF WS-FRZ-STAMP-OK NOT = 'Y'
              MOVE WS-MSG-FRZSYNTAX TO WS-HDR-TEXT
              MOVE 8 TO WS-BATCH-RC
              PERFORM H-000-WRITE-MSG
              EXIT SECTION
           END-IF.

           MOVE SPACES         TO FRZ-RECORD.
           MOVE WS-GROUP-ID    TO FRZ-GROUP-ID.
           MOVE WS-FRZ-SDATE   TO FRZ-START-DATE.
           MOVE WS-FRZ-STIME   TO FRZ-START-TIME.
           MOVE WS-FRZ-EDATE   TO FRZ-END-DATE.
           MOVE WS-FRZ-ETIME   TO FRZ-END-TIME.

           IF FRZ-END NOT > FRZ-START
              MOVE WS-MSG-FRZRANGE TO WS-HDR-TEXT
              MOVE 8 TO WS-BATCH-RC
              PERFORM H-000-WRITE-MSG
              EXIT SECTION
           END-IF.

           PERFORM V-000-CHECK-AUTH.
           IF WS-AUTH-OK NOT = 'Y'
              EXIT SECTION
           END-IF.

       F-115-LIMIT.
      *
      *    A FULL FILE TAKES NO MORE WINDOWS UNTIL OLD ENTRIES ARE
      *    DELETED.  AN OVERRIDE IS STILL WRITTEN ON A FULL FILE -
      *    IT IS THE EMERGENCY ROUTE AND ONLY LOOSENS THE FREEZE.
      *
           PERFORM F-67-FRZ-COUNT.
           IF WS-FRZ-STATE = 'E'
              EXIT SECTION
           END-IF.
           IF WS-FRZ-COUNT NOT < EXIT-MAX-FREEZE
              MOVE WS-MSG-FRZFULL TO WS-HDR-TEXT
              MOVE 8 TO WS-BATCH-RC
              PERFORM H-000-WRITE-MSG
              EXIT SECTION
           END-IF.

       F-120-WRITE.
      *
      *    THE GROUP DOES NOT HAVE TO BE ENABLED YET - A WINDOW CAN
      *    BE PUT IN PLACE AHEAD OF THE GROUP IT IS MEANT TO PROTECT.
      *
           PERFORM F-70-FREEZE-NOW.

           MOVE 'W'             TO FRZ-TYPE.
           MOVE WS-USERID       TO FRZ-USERID.
           MOVE SPACES          TO FRZ-APPROVER.
           MOVE WS-CUR-DATE-RAW TO FRZ-ADD-DATE.
           MOVE WS-CUR-TIME-RAW TO FRZ-ADD-TIME.

           EXEC CICS
                WRITE FILE('EADEFRZ')
                FROM(FRZ-RECORD)
                RIDFLD(FRZ-KEY)
                KEYLENGTH(LENGTH OF FRZ-KEY)
                RESP(WS-RESP)
           END-EXEC.

           IF WS-RESP = DFHRESP(DUPREC)
              MOVE WS-MSG-FRZDUP TO WS-HDR-TEXT
              MOVE 8 TO WS-BATCH-RC
              PERFORM H-000-WRITE-MSG
              EXIT SECTION
           END-IF.

           IF WS-RESP NOT = DFHRESP(NORMAL)
              PERFORM I-000-WRITE-DIAGNOSTIC
              EXIT SECTION
           END-IF.

           MOVE '-'            TO AUD-FILESET-OLD.
           MOVE '-'            TO AUD-FILESET-NEW.
           MOVE SPACE          TO AUD-TIME-SWITCH.
           MOVE FRZ-START-DATE TO AUD-EVENT-DATE.
           MOVE FRZ-START-TIME TO AUD-EVENT-TIME.
           MOVE 'C'    TO WS-AUD-RESULT.
           PERFORM J-000-WRITE-AUDIT.
           MOVE 'A'    TO WS-AUD-RESULT.

           MOVE WS-MSG-FRZADDED TO WS-HDR-TEXT.
           PERFORM H-000-WRITE-MSG.
           PERFORM F-35-SHOW-ENTRY.

       F-199-TERMINATE.
           EXIT.
      * ------------------------------------------------------------- *
      * REMOVE A CHANGE-FREEZE ENTRY THAT IS NOT IN FORCE             *
      * ------------------------------------------------------------- *
       F-20-FRZDEL SECTION.

           DISPLAY 'ENTERING FRZDEL SECTION'.

       F-210-CHECK.
           MOVE SPACES TO WS-FRZ-SDATE, WS-FRZ-STIME.
           IF WS-START-CODE NOT = 'U '
              UNSTRING WS-INPUT-DATA DELIMITED BY ALL SPACE
                       INTO WS-TRAN,
                            WS-COMMAND,
                            WS-GROUP-ID,
                            WS-FRZ-SDATE,
                            WS-FRZ-STIME
           END-IF.
           IF WS-GROUP-ID = SPACES
              MOVE WS-MSG-GROUPERROR TO WS-HDR-TEXT
              MOVE 8 TO WS-BATCH-RC
              PERFORM H-000-WRITE-MSG
              EXIT SECTION
           END-IF.

           MOVE WS-FRZ-SDATE TO WS-SWD-VALIDATE.
           MOVE WS-FRZ-STIME TO WS-FRZ-TIME-VALIDATE.
           PERFORM F-65-CHECK-STAMP.
           IF WS-FRZ-STAMP-OK NOT = 'Y'
              MOVE WS-MSG-FRZDELSYN TO WS-HDR-TEXT
              MOVE 8 TO WS-BATCH-RC
              PERFORM H-000-WRITE-MSG
              EXIT SECTION
           END-IF.

           PERFORM V-000-CHECK-AUTH.
           IF WS-AUTH-OK NOT = 'Y'
              EXIT SECTION
           END-IF.

       F-220-READ.
           MOVE WS-GROUP-ID          TO FRZ-GROUP-ID.
           MOVE WS-FRZ-SDATE         TO FRZ-START-DATE.
           MOVE WS-FRZ-STIME         TO FRZ-START-TIME.
           MOVE LENGTH OF FRZ-RECORD TO WS-FRZ-LEN.

           EXEC CICS
                READ FILE('EADEFRZ')
                INTO(FRZ-RECORD)
                LENGTH(WS-FRZ-LEN)
                RIDFLD(FRZ-KEY)
                KEYLENGTH(LENGTH OF FRZ-KEY)
                RESP(WS-RESP)
           END-EXEC.

           IF WS-RESP = DFHRESP(NOTFND)
              MOVE WS-MSG-FRZNOTFND TO WS-HDR-TEXT
              MOVE 8 TO WS-BATCH-RC
              PERFORM H-000-WRITE-MSG
              EXIT SECTION
           END-IF.

           IF WS-RESP NOT = DFHRESP(NORMAL)
              PERFORM I-000-WRITE-DIAGNOSTIC
              EXIT SECTION
           END-IF.
      *
      *    A WINDOW ALREADY IN FORCE CANNOT SIMPLY BE DELETED BY ONE
      *    USER - THAT WOULD BE AN OVERRIDE WITHOUT THE SECOND
      *    PERSON.  A FUTURE OR EXPIRED WINDOW, OR AN OVERRIDE (WHICH
      *    ONLY EVER LOOSENS THE FREEZE), CAN GO.
      *
           PERFORM F-70-FREEZE-NOW.

           IF FRZ-TYPE = 'W' AND
              FRZ-START NOT > WS-FRZ-NOW AND
              FRZ-END > WS-FRZ-NOW
              MOVE WS-MSG-FRZACTIVE TO WS-HDR-TEXT
              MOVE 8 TO WS-BATCH-RC
              PERFORM H-000-WRITE-MSG
              EXIT SECTION
           END-IF.

       F-230-DELETE.
           EXEC CICS
                DELETE FILE('EADEFRZ')
                RIDFLD(FRZ-KEY)
                KEYLENGTH(LENGTH OF FRZ-KEY)
                RESP(WS-RESP)
           END-EXEC.

           IF WS-RESP NOT = DFHRESP(NORMAL)
              PERFORM I-000-WRITE-DIAGNOSTIC
              EXIT SECTION
           END-IF.

           MOVE '-'            TO AUD-FILESET-OLD.
           MOVE '-'            TO AUD-FILESET-NEW.
           MOVE SPACE          TO AUD-TIME-SWITCH.
           MOVE FRZ-START-DATE TO AUD-EVENT-DATE.
           MOVE FRZ-START-TIME TO AUD-EVENT-TIME.
           MOVE 'C'    TO WS-AUD-RESULT.
           PERFORM J-000-WRITE-AUDIT.
           MOVE 'A'    TO WS-AUD-RESULT.

           MOVE WS-MSG-FRZDELETED TO WS-HDR-TEXT.
           PERFORM H-000-WRITE-MSG.

       F-299-TERMINATE.
           EXIT.
      * ------------------------------------------------------------- *
      * LIST THE CHANGE-FREEZE ENTRIES FOR ONE GROUP, OR ALL OF THEM  *
      * ------------------------------------------------------------- *
       F-30-FRZLIST SECTION.

           DISPLAY 'ENTERING FRZLIST SECTION'.

       F-310-CHECK.
      *
      *    THE GROUP IS OPTIONAL - WITHOUT ONE EVERY ENTRY ON FILE
      *    IS SHOWN; WITH ONE, THAT GROUP'S ENTRIES PLUS THE 'ALL '
      *    ENTRIES THAT COVER IT TOO.
      *
           MOVE SPACES TO WS-GROUP-ID.
           IF WS-START-CODE NOT = 'U '
              UNSTRING WS-INPUT-DATA DELIMITED BY ALL SPACE
                       INTO WS-TRAN,
                            WS-COMMAND,
                            WS-GROUP-ID
           END-IF.

           PERFORM F-70-FREEZE-NOW.
           MOVE ZERO TO WS-FRZ-SHOWN.

       F-320-BROWSE.
           MOVE LOW-VALUES TO FRZ-KEY.

           EXEC CICS
                STARTBR FILE('EADEFRZ')
                RIDFLD(FRZ-KEY)
                KEYLENGTH(LENGTH OF FRZ-KEY)
                GTEQ
                RESP(WS-RESP)
           END-EXEC.

           IF WS-RESP = DFHRESP(NOTFND) OR
              WS-RESP = DFHRESP(FILENOTFOUND)
              MOVE WS-MSG-FRZNONE TO WS-HDR-TEXT
              PERFORM H-000-WRITE-MSG
              EXIT SECTION
           END-IF.

           IF WS-RESP NOT = DFHRESP(NORMAL)
              PERFORM I-000-WRITE-DIAGNOSTIC
              EXIT SECTION
           END-IF.

           MOVE 'N' TO WS-FRZ-EOF.
           PERFORM EXIT-MAX-FREEZE TIMES
              IF WS-FRZ-EOF = 'N'
                 MOVE LENGTH OF FRZ-RECORD TO WS-FRZ-LEN
                 EXEC CICS
                      READNEXT FILE('EADEFRZ')
                      INTO(FRZ-RECORD)
                      LENGTH(WS-FRZ-LEN)
                      RIDFLD(FRZ-KEY)
                      KEYLENGTH(LENGTH OF FRZ-KEY)
                      RESP(WS-RESP)
                 END-EXEC
                 IF WS-RESP NOT = DFHRESP(NORMAL)
                    MOVE 'Y' TO WS-FRZ-EOF
                 ELSE
                    IF WS-GROUP-ID = SPACES OR
                       FRZ-GROUP-ID = WS-GROUP-ID OR
                       FRZ-GROUP-ID = 'ALL '
                       ADD 1 TO WS-FRZ-SHOWN
                       PERFORM F-35-SHOW-ENTRY
                    END-IF
                 END-IF
              END-IF
           END-PERFORM.

           EXEC CICS
                ENDBR FILE('EADEFRZ')
                RESP(WS-RESP)
           END-EXEC.

           IF WS-FRZ-SHOWN = ZERO
              MOVE WS-MSG-FRZNONE TO WS-HDR-TEXT
              PERFORM H-000-WRITE-MSG
           END-IF.

       F-399-TERMINATE.
           EXIT.
      * ------------------------------------------------------------- *
      * SHOW THE CHANGE-FREEZE ENTRY IN FRZ-RECORD AS ONE LINE        *
      * ------------------------------------------------------------- *
       F-35-SHOW-ENTRY SECTION.

           MOVE FRZ-GROUP-ID   TO WS-MSG-FRZL-GROUP.
           MOVE FRZ-TYPE       TO WS-MSG-FRZL-TYPE.
           MOVE FRZ-START-DATE TO WS-MSG-FRZL-SDATE.
           MOVE FRZ-START-TIME TO WS-MSG-FRZL-STIME.
           MOVE FRZ-END-DATE   TO WS-MSG-FRZL-EDATE.
           MOVE FRZ-END-TIME   TO WS-MSG-FRZL-ETIME.
           MOVE SPACES         TO WS-MSG-FRZL-NOW.
           IF FRZ-START NOT > WS-FRZ-NOW AND
              FRZ-END > WS-FRZ-NOW
              MOVE ' NOW' TO WS-MSG-FRZL-NOW
           END-IF.
           MOVE WS-MSG-FRZLINE TO WS-HDR-TEXT.
           PERFORM H-000-WRITE-MSG.

       F-359-EXIT.
           EXIT.
      * ------------------------------------------------------------- *
      * GRANT A TIME-LIMITED EMERGENCY OVERRIDE OF THE CHANGE FREEZE  *
      * ------------------------------------------------------------- *
       F-40-FRZOVER SECTION.

           DISPLAY 'ENTERING FRZOVER SECTION'.

       F-410-CHECK.
      *
      *    ONLY EVER REACHED AS THE RE-DISPATCH OF A CONFIRMED
      *    REQUEST - ANY OTHER ROUTE HERE (A START OR A PLTPI
      *    INITPARM) HAS NO SECOND PERSON BEHIND IT AND IS REFUSED.
      *
           IF WS-PEND-RUN NOT = 'Y'
              MOVE WS-MSG-FRZOVRCONF TO WS-HDR-TEXT
              MOVE 8 TO WS-BATCH-RC
              PERFORM H-000-WRITE-MSG
              EXIT SECTION
           END-IF.

           MOVE SPACES TO WS-FRZ-MIN-ALPHA.
           UNSTRING WS-INPUT-DATA DELIMITED BY ALL SPACE
                    INTO WS-TRAN,
                         WS-COMMAND,
                         WS-GROUP-ID,
                         WS-FRZ-MIN-ALPHA.
           IF WS-GROUP-ID = SPACES
              MOVE WS-MSG-GROUPERROR TO WS-HDR-TEXT
              MOVE 8 TO WS-BATCH-RC
              PERFORM H-000-WRITE-MSG
              EXIT SECTION
           END-IF.

           IF WS-FRZ-MIN-ALPHA = SPACES
              MOVE EXIT-FRZ-OVR-MINUTES TO WS-FRZ-MINUTES
           ELSE
              IF WS-FRZ-MIN-ALPHA(2:1) = SPACE
                 MOVE WS-FRZ-MIN-ALPHA(1:1) TO WS-FRZ-MIN-ALPHA(2:1)
                 MOVE '0' TO WS-FRZ-MIN-ALPHA(1:1)
              END-IF
              IF WS-FRZ-MIN-ALPHA NOT NUMERIC OR
                 WS-FRZ-MIN-ALPHA = '00'
                 MOVE WS-MSG-FRZOVRSYN TO WS-HDR-TEXT
                 MOVE 8 TO WS-BATCH-RC
                 PERFORM H-000-WRITE-MSG
                 EXIT SECTION
              END-IF
              MOVE WS-FRZ-MIN-ALPHA TO WS-FRZ-MINUTES
           END-IF.

           PERFORM V-000-CHECK-AUTH.
           IF WS-AUTH-OK NOT = 'Y'
              EXIT SECTION
           END-IF.

       F-420-WRITE.
      *
      *    THE OVERRIDE RUNS FROM NOW FOR WS-FRZ-MINUTES - AT MOST
      *    99, SO THE END CAN ROLL OVER MIDNIGHT ONTO THE NEXT DAY
      *    BUT NEVER FURTHER.
      *
           PERFORM F-70-FREEZE-NOW.

           MOVE SPACES          TO FRZ-RECORD.
           MOVE WS-GROUP-ID     TO FRZ-GROUP-ID.
           MOVE WS-FRZ-NOW      TO FRZ-START.
           MOVE 'O'             TO FRZ-TYPE.

           MOVE WS-FRZ-NOW-TIME TO WS-FRZ-TIME-VALIDATE.
           COMPUTE WS-FRZ-DAY-MINS = WS-FRZ-HH * 60 + WS-FRZ-MM
                                   + WS-FRZ-MINUTES.
           MOVE WS-FRZ-NOW-DATE TO WS-CAL-YMD-X.
           IF WS-FRZ-DAY-MINS NOT < 1440
              SUBTRACT 1440 FROM WS-FRZ-DAY-MINS
              PERFORM Y-80-NEXT-DAY
           END-IF.
           DIVIDE WS-FRZ-DAY-MINS BY 60
                  GIVING WS-FRZ-HH
                  REMAINDER WS-FRZ-MM.
           MOVE WS-CAL-YMD-X         TO FRZ-END-DATE.
           MOVE WS-FRZ-TIME-VALIDATE TO FRZ-END-TIME.
      *
      *    THE USERID IS THE REQUESTER AND THE APPROVER THE USER WHO
      *    CONFIRMED IT - THE SAME PAIRING THE AUDIT TRAIL CARRIES.
      *
           MOVE WS-USERID        TO FRZ-USERID.
           MOVE WS-PEND-APPROVER TO FRZ-APPROVER.
           MOVE WS-CUR-DATE-RAW  TO FRZ-ADD-DATE.
           MOVE WS-CUR-TIME-RAW  TO FRZ-ADD-TIME.

           EXEC CICS
                WRITE FILE('EADEFRZ')
                FROM(FRZ-RECORD)
                RIDFLD(FRZ-KEY)
                KEYLENGTH(LENGTH OF FRZ-KEY)
                RESP(WS-RESP)
           END-EXEC.

           IF WS-RESP NOT = DFHRESP(NORMAL)
              PERFORM I-000-WRITE-DIAGNOSTIC
              EXIT SECTION
           END-IF.

           MOVE '-'          TO AUD-FILESET-OLD.
           MOVE '-'          TO AUD-FILESET-NEW.
           MOVE SPACE        TO AUD-TIME-SWITCH.
           MOVE FRZ-END-DATE TO AUD-EVENT-DATE.
           MOVE FRZ-END-TIME TO AUD-EVENT-TIME.
           MOVE 'C'    TO WS-AUD-RESULT.
           PERFORM J-000-WRITE-AUDIT.
           MOVE 'A'    TO WS-AUD-RESULT.

           MOVE FRZ-END-DATE     TO WS-MSG-FRZO-DATE.
           MOVE FRZ-END-TIME     TO WS-MSG-FRZO-TIME.
           MOVE WS-MSG-FRZOVRSET TO WS-HDR-TEXT.
           PERFORM H-000-WRITE-MSG.

           MOVE 'EADE017W'       TO WS-OPR-MSGID.
           MOVE WS-MSG-FRZOVRSET TO WS-OPR-TEXT.
           PERFORM W-000-WRITE-OPERATOR.

       F-499-TERMINATE.
           EXIT.
      * ------------------------------------------------------------- *
      * CHANGE-FREEZE CHECK FOR THE GROUP IN WS-GROUP-ID              *
      * ------------------------------------------------------------- *
       F-60-FREEZE-CHECK SECTION.
      *
      *    CALLED ONCE A STATE-CHANGING COMMAND HAS PASSED ITS OWN
      *    SYNTAX AND AUTHORITY CHECKS.  ON RETURN WS-FRZ-STATE IS
      *    'N' (GO AHEAD), 'O' (GO AHEAD UNDER AN OVERRIDE - ALREADY
      *    AUDITED AND RAISED) OR 'F' (REFUSED - ALREADY AUDITED,
      *    SHOWN AND RAISED, THE CALLER JUST STOPS).  RESTORE PUTS
      *    BACK WHAT WAS ALREADY IN FORCE AND IS NEVER FROZEN.
      *
           MOVE 'N' TO WS-FRZ-STATE.

           IF WS-RESTORE-MODE = 'Y' OR
              WS-FRZ-CLEARED = 'Y'
              EXIT SECTION
           END-IF.

           PERFORM F-70-FREEZE-NOW.
           MOVE LOW-VALUES TO WS-FRZ-UNTIL, WS-FRZ-OVR-UNTIL.

       F-610-BROWSE.
      *
      *    THE GROUP'S OWN ENTRIES AND THE 'ALL ' ENTRIES ARE EACH
      *    BROWSED FROM THEIR OWN KEY, SO HOWEVER MANY ENTRIES OTHER
      *    GROUPS HOLD NONE OF THIS GROUP'S CAN BE MISSED.  NO
      *    EADEFRZ AT ALL, OR NOTHING ON IT FOR EITHER KEY, MEANS NO
      *    FREEZE.  ANY OTHER FAILURE TO READ IT FAILS CLOSED - A
      *    FREEZE THAT CANNOT BE CHECKED IS TAKEN AS IN FORCE.
      *
           MOVE WS-GROUP-ID TO WS-FRZ-SCAN-ID.
           PERFORM F-66-FRZ-SCAN.
           IF WS-FRZ-STATE = 'N'
              MOVE 'ALL '   TO WS-FRZ-SCAN-ID
              PERFORM F-66-FRZ-SCAN
           END-IF.

           IF WS-FRZ-STATE = 'E'
              MOVE 'F' TO WS-FRZ-STATE
              EXIT SECTION
           END-IF.

       F-620-DECIDE.
           IF WS-FRZ-UNTIL = LOW-VALUES
              MOVE 'Y' TO WS-FRZ-CLEARED
              EXIT SECTION
           END-IF.

           MOVE '-'    TO AUD-FILESET-OLD.
           MOVE '-'    TO AUD-FILESET-NEW.
           MOVE SPACE  TO AUD-TIME-SWITCH.
      *
      *    AN OVERRIDE IN FORCE LETS THE COMMAND THROUGH, BUT EVERY
      *    COMMAND IT LETS THROUGH IS MARKED ON THE AUDIT TRAIL AND
      *    THE CONSOLE, CARRYING THE OVERRIDE'S OWN END.
      *
           IF WS-FRZ-OVR-UNTIL NOT = LOW-VALUES
              MOVE 'O' TO WS-FRZ-STATE
              MOVE 'Y' TO WS-FRZ-CLEARED
              MOVE WS-FRZ-OVR-UNTIL(1:8) TO AUD-EVENT-DATE
              MOVE WS-FRZ-OVR-UNTIL(9:6) TO AUD-EVENT-TIME
              MOVE 'O'    TO WS-AUD-RESULT
              PERFORM J-000-WRITE-AUDIT
              MOVE 'A'    TO WS-AUD-RESULT
              MOVE WS-FRZ-OVR-UNTIL(1:8) TO WS-MSG-FRZU-DATE
              MOVE WS-FRZ-OVR-UNTIL(9:6) TO WS-MSG-FRZU-TIME
              MOVE WS-MSG-FRZOVRUSED TO WS-HDR-TEXT
              PERFORM H-000-WRITE-MSG
              MOVE 'EADE018W'        TO WS-OPR-MSGID
              MOVE WS-MSG-FRZOVRUSED TO WS-OPR-TEXT
              PERFORM W-000-WRITE-OPERATOR
              EXIT SECTION
           END-IF.

           MOVE 'F' TO WS-FRZ-STATE.
           MOVE WS-FRZ-UNTIL(1:8) TO AUD-EVENT-DATE.
           MOVE WS-FRZ-UNTIL(9:6) TO AUD-EVENT-TIME.
           MOVE 'F'    TO WS-AUD-RESULT.
           PERFORM J-000-WRITE-AUDIT.
           MOVE 'A'    TO WS-AUD-RESULT.

           MOVE WS-FRZ-UNTIL(1:8) TO WS-MSG-FRZR-DATE.
           MOVE WS-FRZ-UNTIL(9:6) TO WS-MSG-FRZR-TIME.
           MOVE WS-MSG-FRZREFUSED TO WS-HDR-TEXT.
           MOVE 8 TO WS-BATCH-RC.
           PERFORM H-000-WRITE-MSG.

           MOVE 'EADE016E'        TO WS-OPR-MSGID.
           MOVE WS-MSG-FRZREFUSED TO WS-OPR-TEXT.
           PERFORM W-000-WRITE-OPERATOR.

       F-699-EXIT.
           EXIT.
      * ------------------------------------------------------------- *
      * VALIDATE A YYYYMMDD HHMMSS PAIR FOR THE CHANGE-FREEZE FILE    *
      * ------------------------------------------------------------- *
       F-65-CHECK-STAMP SECTION.
      *
      *    CALLER PUTS THE DATE IN WS-SWD-VALIDATE AND THE TIME IN
      *    WS-FRZ-TIME-VALIDATE.
      *
           MOVE 'Y' TO WS-FRZ-STAMP-OK.

           IF WS-SWD-YYYY NOT NUMERIC OR
              WS-SWD-MM NOT NUMERIC OR
              WS-SWD-DD NOT NUMERIC OR
              WS-SWD-MM > 12 OR
              WS-SWD-MM < 01 OR
              WS-SWD-DD > 31 OR
              WS-SWD-DD < 01
              MOVE 'N' TO WS-FRZ-STAMP-OK
           END-IF.

           IF WS-FRZ-HH NOT NUMERIC OR
              WS-FRZ-MM NOT NUMERIC OR
              WS-FRZ-SS NOT NUMERIC OR
              WS-FRZ-HH > 23 OR
              WS-FRZ-MM > 59 OR
              WS-FRZ-SS > 59
              MOVE 'N' TO WS-FRZ-STAMP-OK
           END-IF.

       F-659-EXIT.
           EXIT.
      * ------------------------------------------------------------- *
      * BROWSE THE CHANGE-FREEZE ENTRIES HELD UNDER WS-FRZ-SCAN-ID    *
      * ------------------------------------------------------------- *
       F-66-FRZ-SCAN SECTION.
      *
      *    KEEPS THE LATEST END OF ANY WINDOW, AND SEPARATELY OF ANY
      *    OVERRIDE, UNDER THIS KEY THAT IS IN FORCE AT WS-FRZ-NOW.
      *    A READ FAILURE, OR MORE THAN EXIT-MAX-FREEZE ENTRIES UNDER
      *    THE ONE KEY, LEAVES WS-FRZ-STATE 'E' FOR F-60 TO FAIL
      *    CLOSED ON.
      *
       F-661-START.
           MOVE LOW-VALUES     TO FRZ-KEY.
           MOVE WS-FRZ-SCAN-ID TO FRZ-GROUP-ID.

           EXEC CICS
                STARTBR FILE('EADEFRZ')
                RIDFLD(FRZ-KEY)
                KEYLENGTH(LENGTH OF FRZ-KEY)
                GTEQ
                RESP(WS-RESP)
           END-EXEC.

           IF WS-RESP = DFHRESP(NOTFND) OR
              WS-RESP = DFHRESP(FILENOTFOUND)
              EXIT SECTION
           END-IF.

           IF WS-RESP NOT = DFHRESP(NORMAL)
              PERFORM I-000-WRITE-DIAGNOSTIC
              MOVE 'E' TO WS-FRZ-STATE
              EXIT SECTION
           END-IF.

       F-662-READ.
           MOVE 'N' TO WS-FRZ-EOF.
           PERFORM EXIT-MAX-FREEZE TIMES
              IF WS-FRZ-EOF = 'N'
                 MOVE LENGTH OF FRZ-RECORD TO WS-FRZ-LEN
                 EXEC CICS
                      READNEXT FILE('EADEFRZ')
                      INTO(FRZ-RECORD)
                      LENGTH(WS-FRZ-LEN)
                      RIDFLD(FRZ-KEY)
                      KEYLENGTH(LENGTH OF FRZ-KEY)
                      RESP(WS-RESP)
                 END-EXEC
                 IF WS-RESP NOT = DFHRESP(NORMAL)
                    MOVE 'Y' TO WS-FRZ-EOF
                    IF WS-RESP NOT = DFHRESP(ENDFILE)
                       PERFORM I-000-WRITE-DIAGNOSTIC
                       MOVE 'E' TO WS-FRZ-STATE
                    END-IF
                 ELSE
                    IF FRZ-GROUP-ID NOT = WS-FRZ-SCAN-ID
                       MOVE 'Y' TO WS-FRZ-EOF
                    ELSE
                       IF FRZ-START NOT > WS-FRZ-NOW AND
                          FRZ-END > WS-FRZ-NOW
                          IF FRZ-TYPE = 'O'
                             IF FRZ-END > WS-FRZ-OVR-UNTIL
                                MOVE FRZ-END TO WS-FRZ-OVR-UNTIL
                             END-IF
                          ELSE
                             IF FRZ-END > WS-FRZ-UNTIL
                                MOVE FRZ-END TO WS-FRZ-UNTIL
                             END-IF
                          END-IF
                       END-IF
                    END-IF
                 END-IF
              END-IF
           END-PERFORM.

           EXEC CICS
                ENDBR FILE('EADEFRZ')
                RESP(WS-RESP)
           END-EXEC.
      *
      *    STILL NOT PAST THE KEY AFTER EXIT-MAX-FREEZE READS - THE
      *    REST OF THIS KEY'S ENTRIES WERE NEVER LOOKED AT.
      *
           IF WS-FRZ-EOF = 'N'
              MOVE WS-MSG-FRZTOOMANY TO WS-HDR-TEXT
              MOVE 8 TO WS-BATCH-RC
              PERFORM H-000-WRITE-MSG
              MOVE 'E' TO WS-FRZ-STATE
           END-IF.

       F-669-EXIT.
           EXIT.
      * ------------------------------------------------------------- *
      * COUNT THE ENTRIES ON THE CHANGE-FREEZE FILE, UP TO THE LIMIT  *
      * ------------------------------------------------------------- *
       F-67-FRZ-COUNT SECTION.
      *
      *    WS-FRZ-COUNT STOPS AT EXIT-MAX-FREEZE; WS-FRZ-STATE IS 'E'
      *    IF THE FILE COULD NOT BE BROWSED.
      *
       F-671-START.
           MOVE ZERO       TO WS-FRZ-COUNT.
           MOVE 'N'        TO WS-FRZ-STATE.
           MOVE LOW-VALUES TO FRZ-KEY.

           EXEC CICS
                STARTBR FILE('EADEFRZ')
                RIDFLD(FRZ-KEY)
                KEYLENGTH(LENGTH OF FRZ-KEY)
                GTEQ
                RESP(WS-RESP)
           END-EXEC.

           IF WS-RESP = DFHRESP(NOTFND) OR
              WS-RESP = DFHRESP(FILENOTFOUND)
              EXIT SECTION
           END-IF.

           IF WS-RESP NOT = DFHRESP(NORMAL)
              PERFORM I-000-WRITE-DIAGNOSTIC
              MOVE 'E' TO WS-FRZ-STATE
              EXIT SECTION
           END-IF.

       F-672-READ.
           MOVE 'N' TO WS-FRZ-EOF.
           PERFORM EXIT-MAX-FREEZE TIMES
              IF WS-FRZ-EOF = 'N'
                 MOVE LENGTH OF FRZ-RECORD TO WS-FRZ-LEN
                 EXEC CICS
                      READNEXT FILE('EADEFRZ')
                      INTO(FRZ-RECORD)
                      LENGTH(WS-FRZ-LEN)
                      RIDFLD(FRZ-KEY)
                      KEYLENGTH(LENGTH OF FRZ-KEY)
                      RESP(WS-RESP)
                 END-EXEC
                 IF WS-RESP NOT = DFHRESP(NORMAL)
                    MOVE 'Y' TO WS-FRZ-EOF
                    IF WS-RESP NOT = DFHRESP(ENDFILE)
                       PERFORM I-000-WRITE-DIAGNOSTIC
                       MOVE 'E' TO WS-FRZ-STATE
                    END-IF
                 ELSE
                    ADD 1 TO WS-FRZ-COUNT
                 END-IF
              END-IF
           END-PERFORM.

           EXEC CICS
                ENDBR FILE('EADEFRZ')
                RESP(WS-RESP)
           END-EXEC.

       F-679-EXIT.
           EXIT.
      * ------------------------------------------------------------- *
      * CURRENT DATE AND TIME AS A 14-BYTE CHANGE-FREEZE STAMP        *
      * ------------------------------------------------------------- *
       F-70-FREEZE-NOW SECTION.

           EXEC CICS
                ASKTIME ABSTIME(WS-ABSTIME)
           END-EXEC.

           EXEC CICS
                FORMATTIME ABSTIME(WS-ABSTIME)
                TIME(WS-CUR-TIME-RAW)
           END-EXEC.

           EXEC CICS
                FORMATTIME ABSTIME(WS-ABSTIME)
                DATE(WS-CUR-DATE-RAW) DATEFORM(YYYYMMDD)
           END-EXEC.

           MOVE WS-CUR-DATE-RAW      TO WS-FRZ-NOW-DATE.
           MOVE WS-CUR-TIME-RAW(1:6) TO WS-FRZ-NOW-TIME.

       F-799-EXIT.
           EXIT.
      * ------------------------------------------------------------- *
      * DEFINE (OR REDEFINE) A SWITCH BUNDLE - GROUPS THAT SHARE DATA *
      * AND MUST CUT OVER TOGETHER, IN THE ORDER THEY ARE LISTED      *
      * ------------------------------------------------------------- *
       N-10-BNDDEF SECTION.

           DISPLAY 'ENTERING BNDDEF SECTION'.

       N-110-CHECK.
           MOVE SPACES TO WS-BND-TOKENS.
           IF WS-START-CODE NOT = 'U '
              UNSTRING WS-INPUT-DATA DELIMITED BY ALL SPACE
                       INTO WS-TRAN,
                            WS-COMMAND,
                            WS-GROUP-ID,
                            WS-BND-TOK(1),
                            WS-BND-TOK(2),
                            WS-BND-TOK(3),
                            WS-BND-TOK(4),
                            WS-BND-TOK(5),
                            WS-BND-TOK(6),
                            WS-BND-TOK(7)
           END-IF.
           IF WS-GROUP-ID = SPACES
              MOVE WS-MSG-GROUPERROR TO WS-HDR-TEXT
              MOVE 8 TO WS-BATCH-RC
              PERFORM H-000-WRITE-MSG
              EXIT SECTION
           END-IF.
      *
      *    'ALL ' ALREADY MEANS EVERY GROUP TO THE FREEZE COMMANDS
      *    AND CANNOT ALSO NAME A BUNDLE.
      *
           IF WS-BND-TOK(1) = SPACES OR
              WS-GROUP-ID = 'ALL '
              MOVE WS-MSG-BNDSYNTAX TO WS-HDR-TEXT
              MOVE 8 TO WS-BATCH-RC
              PERFORM H-000-WRITE-MSG
              EXIT SECTION
           END-IF.
      *
      *    UNSTRING FILLS THE TOKENS LEFT TO RIGHT, SO THE GROUPS
      *    NAMED ARE ALWAYS THE FIRST WS-BND-DONE OF THEM.  A GROUP
      *    NAMED TWICE WOULD BE SWITCHED AND THEN SWITCHED BACK.
      *
           MOVE ZERO TO WS-BND-DONE.
           MOVE ZERO TO WS-BND-SUB.
           MOVE 'Y'  TO WS-BND-RESULT.
           PERFORM EXIT-MAX-BUNDLE-GROUPS TIMES
              ADD 1 TO WS-BND-SUB
              IF WS-BND-TOK(WS-BND-SUB) NOT = SPACES
                 ADD 1 TO WS-BND-DONE
                 MOVE ZERO TO WS-BND-SUB2
                 PERFORM EXIT-MAX-BUNDLE-GROUPS TIMES
                    ADD 1 TO WS-BND-SUB2
                    IF WS-BND-SUB2 < WS-BND-SUB
                       IF WS-BND-TOK(WS-BND-SUB2) =
                          WS-BND-TOK(WS-BND-SUB)
                          MOVE 'N' TO WS-BND-RESULT
                       END-IF
                    END-IF
                 END-PERFORM
              END-IF
           END-PERFORM.

           IF WS-BND-RESULT NOT = 'Y'
              MOVE WS-MSG-BNDDUPGRP TO WS-HDR-TEXT
              MOVE 8 TO WS-BATCH-RC
              PERFORM H-000-WRITE-MSG
              EXIT SECTION
           END-IF.

           PERFORM V-000-CHECK-AUTH.
           IF WS-AUTH-OK NOT = 'Y'
              EXIT SECTION
           END-IF.

       N-120-GROUPS.
      *
      *    THE BUNDLE ID SHARES THE EADEPEND KEY WITH THE GROUP IDS,
      *    SO A BUNDLE CANNOT TAKE THE NAME OF A GROUP ENABLED HERE.
      *    WITH NO EXIT ENABLED YET THERE IS NOTHING TO CLASH WITH -
      *    THE MEMBERS THEMSELVES ARE ONLY LOOKED UP AT SWITCH TIME.
      *
           EXEC CICS EXTRACT EXIT PROGRAM(EXIT-PROGRAM)
                ENTRYNAME(EXIT-PROGRAM)
                GASET(EXIT-GWAPTR)
                GALENGTH(EXIT-GWALEN)
                RESP(WS-RESP)
           END-EXEC.

           IF WS-RESP = DFHRESP(NORMAL)
              SET ADDRESS OF GWAMAP TO EXIT-GWAPTR
              MOVE ZERO TO WS-GRP-SUB
              MOVE 'N'  TO WS-GRP-FOUND
              PERFORM EXIT-MAX-GROUPS TIMES
                 ADD 1 TO WS-GRP-SUB
                 IF WS-GRP-SUB <= GWA-GROUP-COUNT
                    IF GWA-GROUP-ID(WS-GRP-SUB) = WS-GROUP-ID
                       MOVE 'Y' TO WS-GRP-FOUND
                    END-IF
                 END-IF
              END-PERFORM
              IF WS-GRP-FOUND = 'Y'
                 MOVE WS-MSG-BNDISGROUP TO WS-HDR-TEXT
                 MOVE 8 TO WS-BATCH-RC
                 PERFORM H-000-WRITE-MSG
                 EXIT SECTION
              END-IF
           END-IF.

       N-130-WRITE.
      *
      *    A BUNDLE WITH A TIMED SWITCH ON THE CLOCK KEEPS ITS
      *    MEMBERS UNTIL THE SWITCH FIRES (OR IS SUPERSEDED) - THE
      *    STARTED TASK WOULD OTHERWISE CUT OVER A LIST NOBODY
      *    CONFIRMED.
      *
           MOVE WS-GROUP-ID          TO BND-BUNDLE-ID.
           MOVE LENGTH OF BND-RECORD TO WS-BND-LEN.

           EXEC CICS
                READ FILE('EADEBNDL')
                INTO(BND-RECORD)
                LENGTH(WS-BND-LEN)
                RIDFLD(BND-KEY)
                KEYLENGTH(LENGTH OF BND-KEY)
                RESP(WS-RESP)
           END-EXEC.

           IF WS-RESP = DFHRESP(NORMAL) AND
              BND-TIME-SWITCH = 'Y'
              MOVE WS-MSG-BNDISSTAGED TO WS-HDR-TEXT
              MOVE 8 TO WS-BATCH-RC
              PERFORM H-000-WRITE-MSG
              EXIT SECTION
           END-IF.
      *
      *    RESTORE AND BNDLIST ONLY EVER BROWSE EXIT-MAX-BUNDLES
      *    BUNDLES, SO A NEW BUNDLE ID IS NOT TAKEN ONCE THE FILE
      *    HOLDS THAT MANY - ONE PAST THE LIMIT COULD BE STAGED AND
      *    NEVER PUT BACK ON THE CLOCK AFTER A RESTART.  REDEFINING
      *    A BUNDLE ALREADY ON FILE DOES NOT ADD TO IT.
      *
           IF WS-RESP NOT = DFHRESP(NORMAL)
              PERFORM N-88-COUNT-BUNDLES
              IF WS-BND-RESULT NOT = 'Y'
                 EXIT SECTION
              END-IF
              IF WS-BND-COUNT NOT < EXIT-MAX-BUNDLES
                 MOVE WS-MSG-BNDFULL TO WS-HDR-TEXT
                 MOVE 8 TO WS-BATCH-RC
                 PERFORM H-000-WRITE-MSG
                 EXIT SECTION
              END-IF
           END-IF.

           PERFORM F-70-FREEZE-NOW.

           MOVE SPACES          TO BND-RECORD.
           MOVE WS-GROUP-ID     TO BND-BUNDLE-ID.
           MOVE WS-BND-DONE     TO BND-GROUP-COUNT.
           MOVE WS-BND-TOKENS   TO BND-GROUP-LIST.
           MOVE 'N'             TO BND-TIME-SWITCH.
           MOVE '99999999'      TO BND-EVENT-DATE.
           MOVE '235959.999999' TO BND-EVENT-TIME.
           MOVE WS-USERID       TO BND-USERID.
           MOVE WS-CUR-DATE-RAW TO BND-DEF-DATE.
           MOVE WS-CUR-TIME-RAW TO BND-DEF-TIME.

           PERFORM N-85-PUT-BUNDLE.
           IF WS-BND-RESULT NOT = 'Y'
              EXIT SECTION
           END-IF.

           MOVE '-'    TO AUD-FILESET-OLD.
           MOVE '-'    TO AUD-FILESET-NEW.
           MOVE SPACE  TO AUD-TIME-SWITCH.
           MOVE SPACES TO AUD-EVENT-DATE.
           MOVE SPACES TO AUD-EVENT-TIME.
           MOVE 'C'    TO WS-AUD-RESULT.
           PERFORM J-000-WRITE-AUDIT.
           MOVE 'A'    TO WS-AUD-RESULT.

           MOVE WS-MSG-BNDDEFINED TO WS-HDR-TEXT.
           PERFORM H-000-WRITE-MSG.
           PERFORM N-35-SHOW-BUNDLE.

       N-199-TERMINATE.
           EXIT.
      * ------------------------------------------------------------- *
      * REMOVE A SWITCH BUNDLE (ITS GROUPS ARE NOT TOUCHED)           *
      * ------------------------------------------------------------- *
       N-20-BNDDEL SECTION.

           DISPLAY 'ENTERING BNDDEL SECTION'.

       N-210-CHECK.
           IF WS-START-CODE NOT = 'U '
              UNSTRING WS-INPUT-DATA DELIMITED BY ALL SPACE
                       INTO WS-TRAN,
                            WS-COMMAND,
                            WS-GROUP-ID
           END-IF.
           IF WS-GROUP-ID = SPACES
              MOVE WS-MSG-GROUPERROR TO WS-HDR-TEXT
              MOVE 8 TO WS-BATCH-RC
              PERFORM H-000-WRITE-MSG
              EXIT SECTION
           END-IF.

           PERFORM V-000-CHECK-AUTH.
           IF WS-AUTH-OK NOT = 'Y'
              EXIT SECTION
           END-IF.

       N-220-READ.
           MOVE WS-GROUP-ID          TO BND-BUNDLE-ID.
           MOVE LENGTH OF BND-RECORD TO WS-BND-LEN.

           EXEC CICS
                READ FILE('EADEBNDL')
                INTO(BND-RECORD)
                LENGTH(WS-BND-LEN)
                RIDFLD(BND-KEY)
                KEYLENGTH(LENGTH OF BND-KEY)
                RESP(WS-RESP)
           END-EXEC.

           IF WS-RESP = DFHRESP(NOTFND)
              MOVE WS-MSG-BNDNOTFND TO WS-HDR-TEXT
              MOVE 8 TO WS-BATCH-RC
              PERFORM H-000-WRITE-MSG
              EXIT SECTION
           END-IF.

           IF WS-RESP NOT = DFHRESP(NORMAL)
              PERFORM I-000-WRITE-DIAGNOSTIC
              EXIT SECTION
           END-IF.

           IF BND-TIME-SWITCH = 'Y'
              MOVE WS-MSG-BNDISSTAGED TO WS-HDR-TEXT
              MOVE 8 TO WS-BATCH-RC
              PERFORM H-000-WRITE-MSG
              EXIT SECTION
           END-IF.

       N-230-DELETE.
           EXEC CICS
                DELETE FILE('EADEBNDL')
                RIDFLD(BND-KEY)
                KEYLENGTH(LENGTH OF BND-KEY)
                RESP(WS-RESP)
           END-EXEC.

           IF WS-RESP NOT = DFHRESP(NORMAL)
              PERFORM I-000-WRITE-DIAGNOSTIC
              EXIT SECTION
           END-IF.

           MOVE '-'    TO AUD-FILESET-OLD.
           MOVE '-'    TO AUD-FILESET-NEW.
           MOVE SPACE  TO AUD-TIME-SWITCH.
           MOVE SPACES TO AUD-EVENT-DATE.
           MOVE SPACES TO AUD-EVENT-TIME.
           MOVE 'C'    TO WS-AUD-RESULT.
           PERFORM J-000-WRITE-AUDIT.
           MOVE 'A'    TO WS-AUD-RESULT.

           MOVE WS-MSG-BNDDELETED TO WS-HDR-TEXT.
           PERFORM H-000-WRITE-MSG.

       N-299-TERMINATE.
           EXIT.
      * ------------------------------------------------------------- *
      * LIST ONE SWITCH BUNDLE, OR EVERY BUNDLE ON FILE               *
      * ------------------------------------------------------------- *
       N-30-BNDLIST SECTION.

           DISPLAY 'ENTERING BNDLIST SECTION'.

       N-310-CHECK.
           MOVE SPACES TO WS-GROUP-ID.
           IF WS-START-CODE NOT = 'U '
              UNSTRING WS-INPUT-DATA DELIMITED BY ALL SPACE
                       INTO WS-TRAN,
                            WS-COMMAND,
                            WS-GROUP-ID
           END-IF.

           MOVE ZERO TO WS-BND-SHOWN.

       N-320-BROWSE.
           MOVE LOW-VALUES TO BND-KEY.

           EXEC CICS
                STARTBR FILE('EADEBNDL')
                RIDFLD(BND-KEY)
                KEYLENGTH(LENGTH OF BND-KEY)
                GTEQ
                RESP(WS-RESP)
           END-EXEC.

           IF WS-RESP = DFHRESP(NOTFND) OR
              WS-RESP = DFHRESP(FILENOTFOUND)
              MOVE WS-MSG-BNDNONE TO WS-HDR-TEXT
              PERFORM H-000-WRITE-MSG
              EXIT SECTION
           END-IF.

           IF WS-RESP NOT = DFHRESP(NORMAL)
              PERFORM I-000-WRITE-DIAGNOSTIC
              EXIT SECTION
           END-IF.

           MOVE 'N' TO WS-BND-EOF.
           PERFORM EXIT-MAX-BUNDLES TIMES
              IF WS-BND-EOF = 'N'
                 MOVE LENGTH OF BND-RECORD TO WS-BND-LEN
                 EXEC CICS
                      READNEXT FILE('EADEBNDL')
                      INTO(BND-RECORD)
                      LENGTH(WS-BND-LEN)
                      RIDFLD(BND-KEY)
                      KEYLENGTH(LENGTH OF BND-KEY)
                      RESP(WS-RESP)
                 END-EXEC
                 IF WS-RESP NOT = DFHRESP(NORMAL)
                    MOVE 'Y' TO WS-BND-EOF
                 ELSE
                    IF WS-GROUP-ID = SPACES OR
                       BND-BUNDLE-ID = WS-GROUP-ID
                       ADD 1 TO WS-BND-SHOWN
                       PERFORM N-35-SHOW-BUNDLE
                    END-IF
                 END-IF
              END-IF
           END-PERFORM.

           EXEC CICS
                ENDBR FILE('EADEBNDL')
                RESP(WS-RESP)
           END-EXEC.

           IF WS-BND-SHOWN = ZERO
              IF WS-GROUP-ID = SPACES
                 MOVE WS-MSG-BNDNONE TO WS-HDR-TEXT
              ELSE
                 MOVE WS-MSG-BNDNOTFND TO WS-HDR-TEXT
              END-IF
              PERFORM H-000-WRITE-MSG
           END-IF.

       N-399-TERMINATE.
           EXIT.
      * ------------------------------------------------------------- *
      * SHOW THE SWITCH BUNDLE IN BND-RECORD - ITS GROUPS IN SWITCH   *
      * ORDER, AND ITS TIMED SWITCH IF ONE IS STAGED                  *
      * ------------------------------------------------------------- *
       N-35-SHOW-BUNDLE SECTION.

           MOVE BND-BUNDLE-ID TO WS-MSG-BNDL-ID.
           MOVE ZERO TO WS-BND-SUB.
           PERFORM EXIT-MAX-BUNDLE-GROUPS TIMES
              ADD 1 TO WS-BND-SUB
              MOVE SPACES TO WS-MSG-BNDL-GRP(WS-BND-SUB)
              IF WS-BND-SUB <= BND-GROUP-COUNT
                 MOVE BND-GROUP-ID(WS-BND-SUB)
                   TO WS-MSG-BNDL-GRP(WS-BND-SUB)(2:4)
              END-IF
           END-PERFORM.
           MOVE WS-MSG-BNDLINE TO WS-HDR-TEXT.
           PERFORM H-000-WRITE-MSG.

           IF BND-TIME-SWITCH = 'Y'
              MOVE BND-EVENT-DATE  TO WS-MSG-BNDS-DATE
              MOVE BND-EVENT-TIME  TO WS-MSG-BNDS-TIME
              MOVE WS-MSG-BNDSCHED TO WS-HDR-TEXT
              PERFORM H-000-WRITE-MSG
           END-IF.

       N-359-EXIT.
           EXIT.
      * ------------------------------------------------------------- *
      * SWITCH A BUNDLE - NOW, OR STAGED FOR A DATE/TIME - AS ONE     *
      * UNIT, BACKING OUT EVERY GROUP ALREADY SWITCHED IF ONE FAILS   *
      * ------------------------------------------------------------- *
       N-40-BNDSWTCH SECTION.

           DISPLAY 'ENTERING BNDSWTCH SECTION'.

       N-410-CHECK.
      *
      *    A BUNDLE IS NEVER SWITCHED FROM PLTPI - ITS STAGED SWITCH
      *    GOES BACK ON THE CLOCK THROUGH RESTORE INSTEAD.  THE
      *    STARTED TASK ARRIVES WITH WS-PASS-DATA ALREADY RETRIEVED.
      *
           IF WS-START-CODE = 'U '
              MOVE WS-MSG-INPUTERR TO WS-HDR-TEXT
              MOVE 8 TO WS-BATCH-RC
              PERFORM H-000-WRITE-MSG
              EXIT SECTION
           END-IF.

           IF WS-START-CODE NOT = 'SD'
              MOVE SPACES TO WS-SWITCH-DATE, WS-SWITCH-TIME
              UNSTRING WS-INPUT-DATA DELIMITED BY ALL SPACE
                       INTO WS-TRAN,
                            WS-COMMAND,
                            WS-GROUP-ID,
                            WS-SWITCH-DATE,
                            WS-SWITCH-TIME
           END-IF.
           IF WS-GROUP-ID = SPACES
              MOVE WS-MSG-GROUPERROR TO WS-HDR-TEXT
              MOVE 8 TO WS-BATCH-RC
              PERFORM H-000-WRITE-MSG
              EXIT SECTION
           END-IF.

           MOVE WS-GROUP-ID TO WS-BND-ID.

           IF WS-START-CODE NOT = 'SD' AND
              WS-SWITCH-DATE NOT = SPACES
              MOVE WS-SWITCH-DATE TO WS-SWD-VALIDATE
              IF WS-SWD-YYYY NOT NUMERIC OR
                 WS-SWD-MM NOT NUMERIC OR
                 WS-SWD-DD NOT NUMERIC OR
                 WS-SWD-MM > 12 OR
                 WS-SWD-MM < 01 OR
                 WS-SWD-DD > 31 OR
                 WS-SWD-DD < 01
                 MOVE WS-MSG-SWITCHDATEERR TO WS-HDR-TEXT
                 MOVE 8 TO WS-BATCH-RC
                 PERFORM H-000-WRITE-MSG
                 EXIT SECTION
              END-IF
              MOVE WS-SWITCH-TIME TO WS-SWT-VALIDATE
              IF WS-SWT-HH NOT NUMERIC OR
                 WS-SWT-MM NOT NUMERIC OR
                 WS-SWT-SS NOT NUMERIC OR
                 WS-SWT-FRAC NOT NUMERIC OR
                 WS-SWT-DOT NOT = '.' OR
                 WS-SWT-HH > 23 OR
                 WS-SWT-MM > 59 OR
                 WS-SWT-SS > 59
                 MOVE WS-MSG-SWITCHTIMEERR TO WS-HDR-TEXT
                 MOVE 8 TO WS-BATCH-RC
                 PERFORM H-000-WRITE-MSG
                 EXIT SECTION
              END-IF
           END-IF.

           PERFORM V-000-CHECK-AUTH.
           IF WS-AUTH-OK NOT = 'Y'
              EXIT SECTION
           END-IF.

       N-420-READ.
           MOVE WS-BND-ID            TO BND-BUNDLE-ID.
           MOVE LENGTH OF BND-RECORD TO WS-BND-LEN.

           EXEC CICS
                READ FILE('EADEBNDL')
                INTO(BND-RECORD)
                LENGTH(WS-BND-LEN)
                RIDFLD(BND-KEY)
                KEYLENGTH(LENGTH OF BND-KEY)
                RESP(WS-RESP)
           END-EXEC.

           IF WS-RESP = DFHRESP(NOTFND)
              MOVE WS-MSG-BNDNOTFND TO WS-HDR-TEXT
              MOVE 8 TO WS-BATCH-RC
              PERFORM H-000-WRITE-MSG
              EXIT SECTION
           END-IF.

           IF WS-RESP NOT = DFHRESP(NORMAL)
              PERFORM I-000-WRITE-DIAGNOSTIC
              EXIT SECTION
           END-IF.
      *
      *    THE STARTED TASK CHECKS ITS SCHEDULE AGAINST THE BUNDLE
      *    RECORD THE SAME WAY Q-300-VERIFY DOES AGAINST THE GWA - A
      *    RESTAGED OR ALREADY-RUN BUNDLE MAKES THIS TASK STALE - AND
      *    GOES BACK ON THE CLOCK IF IT FIRED AHEAD OF ITS MOMENT.
      *
           IF WS-START-CODE = 'SD'
              IF BND-TIME-SWITCH NOT = 'Y' OR
                 BND-EVENT-DATE NOT = WS-SWITCH-DATE OR
                 BND-EVENT-TIME NOT = WS-SWITCH-TIME
                 MOVE WS-MSG-SWITCHSTALE TO WS-HDR-TEXT
                 PERFORM H-000-WRITE-MSG
                 EXIT SECTION
              END-IF
              PERFORM F-70-FREEZE-NOW
              MOVE WS-CUR-TIME-RAW(1:6) TO WS-CUR-HHMMSS
              MOVE BND-EVENT-TIME(1:6)  TO WS-EVT-HHMMSS
              IF WS-CUR-DATE-RAW < BND-EVENT-DATE
                 PERFORM N-65-DEFER-DAY
                 EXIT SECTION
              END-IF
              IF WS-CUR-DATE-RAW = BND-EVENT-DATE AND
                 WS-CUR-HHMMSS < WS-EVT-HHMMSS
                 PERFORM N-50-SCHEDULE
                 MOVE WS-MSG-SWITCHDEFER TO WS-HDR-TEXT
                 PERFORM H-000-WRITE-MSG
                 EXIT SECTION
              END-IF
           END-IF.

       N-430-MEMBERS.
      *
      *    EVERY MEMBER MUST BE ENABLED HERE AND FREE OF A TIMED
      *    SWITCH OF ITS OWN BEFORE ANY OF THEM IS TOUCHED - THE
      *    BUNDLE MOVES WHOLE OR NOT AT ALL.  THE FIRST MEMBER THAT
      *    FAILS IS THE ONE REPORTED.
      *
           EXEC CICS EXTRACT EXIT PROGRAM(EXIT-PROGRAM)
                ENTRYNAME(EXIT-PROGRAM)
                GASET(EXIT-GWAPTR)
                GALENGTH(EXIT-GWALEN)
                RESP(WS-RESP)
           END-EXEC.

           IF WS-RESP NOT = DFHRESP(NORMAL)
              PERFORM I-000-WRITE-DIAGNOSTIC
              EXIT SECTION
           END-IF.

           SET ADDRESS OF GWAMAP TO EXIT-GWAPTR.

           MOVE ZERO TO WS-BND-SUB.
           MOVE 'Y'  TO WS-BND-RESULT.
           PERFORM EXIT-MAX-BUNDLE-GROUPS TIMES
              ADD 1 TO WS-BND-SUB
              IF WS-BND-RESULT = 'Y' AND
                 WS-BND-SUB <= BND-GROUP-COUNT
                 MOVE ZERO TO WS-BND-GSUB(WS-BND-SUB)
                 MOVE ZERO TO WS-GRP-SUB
                 PERFORM EXIT-MAX-GROUPS TIMES
                    ADD 1 TO WS-GRP-SUB
                    IF WS-GRP-SUB <= GWA-GROUP-COUNT
                       IF GWA-GROUP-ID(WS-GRP-SUB) =
                          BND-GROUP-ID(WS-BND-SUB)
                          MOVE WS-GRP-SUB TO WS-BND-GSUB(WS-BND-SUB)
                       END-IF
                    END-IF
                 END-PERFORM
                 IF WS-BND-GSUB(WS-BND-SUB) = ZERO
                    MOVE 'U' TO WS-BND-RESULT
                    MOVE BND-GROUP-ID(WS-BND-SUB) TO WS-BND-FAIL-GROUP
                 ELSE
                    IF GWA-TIME-SWITCH(WS-BND-GSUB(WS-BND-SUB)) = 'Y'
                       MOVE 'P' TO WS-BND-RESULT
                       MOVE BND-GROUP-ID(WS-BND-SUB)
                         TO WS-BND-FAIL-GROUP
                    END-IF
                 END-IF
              END-IF
           END-PERFORM.

           IF WS-BND-RESULT NOT = 'Y'
              IF WS-BND-RESULT = 'U'
                 MOVE WS-BND-FAIL-GROUP TO WS-MSG-BNDU-GROUP
                 MOVE WS-MSG-BNDGRPUNK  TO WS-HDR-TEXT
              ELSE
                 MOVE WS-BND-FAIL-GROUP TO WS-MSG-BNDP-GROUP
                 MOVE WS-MSG-BNDGRPPEND TO WS-HDR-TEXT
              END-IF
              MOVE 8 TO WS-BATCH-RC
              PERFORM H-000-WRITE-MSG
      *
      *       A STARTED TASK THAT CANNOT RUN TAKES ITS STAGING WITH
      *       IT, THE SAME AS A GROUP'S FAILED TIMED SWITCH - THE
      *       BUNDLE MUST NOT GO ON SHOWING A SWITCH FOR A MOMENT
      *       ALREADY PASSED.
      *
              IF WS-START-CODE = 'SD'
                 PERFORM N-75-UNSTAGE
                 MOVE 'EADE020E'  TO WS-OPR-MSGID
                 MOVE WS-HDR-TEXT TO WS-OPR-TEXT
                 PERFORM W-000-WRITE-OPERATOR
              END-IF
              EXIT SECTION
           END-IF.

       N-440-FREEZE.
           PERFORM N-60-BND-FREEZE.
           IF WS-FRZ-STATE = 'F'
              IF WS-START-CODE = 'SD'
                 PERFORM N-75-UNSTAGE
                 MOVE WS-MSG-BNDFRZCANCEL TO WS-HDR-TEXT
                 PERFORM H-000-WRITE-MSG
                 MOVE 'EADE016E'          TO WS-OPR-MSGID
                 MOVE WS-MSG-BNDFRZCANCEL TO WS-OPR-TEXT
                 PERFORM W-000-WRITE-OPERATOR
              END-IF
              EXIT SECTION
           END-IF.

       N-450-STAGE.
      *
      *    A DATE AND TIME ON THE COMMAND STAGES THE SWITCH ON THE
      *    BUNDLE RECORD AND PUTS ITS TASK ON THE CLOCK - A NEWER
      *    STAGING SIMPLY MAKES THE OLDER TASK STALE.
      *
           IF WS-START-CODE NOT = 'SD' AND
              WS-SWITCH-DATE NOT = SPACES
              MOVE 'Y'            TO BND-TIME-SWITCH
              MOVE WS-SWITCH-DATE TO BND-EVENT-DATE
              MOVE WS-SWITCH-TIME TO BND-EVENT-TIME
              PERFORM N-85-PUT-BUNDLE
              IF WS-BND-RESULT NOT = 'Y'
                 EXIT SECTION
              END-IF
              MOVE '-'            TO AUD-FILESET-OLD
              MOVE '-'            TO AUD-FILESET-NEW
              MOVE 'Y'            TO AUD-TIME-SWITCH
              MOVE BND-EVENT-DATE TO AUD-EVENT-DATE
              MOVE BND-EVENT-TIME TO AUD-EVENT-TIME
              MOVE 'C'    TO WS-AUD-RESULT
              PERFORM J-000-WRITE-AUDIT
              MOVE 'A'    TO WS-AUD-RESULT
              PERFORM N-50-SCHEDULE
              EXIT SECTION
           END-IF.

       N-460-RUN.
      *
      *    RUNNING NOW (BY HAND OR AS THE STARTED TASK) CONSUMES ANY
      *    STAGED SWITCH FIRST, WHATEVER THE OUTCOME, SO THE OLDER
      *    TASK FINDS ITSELF STALE.
      *
           IF BND-TIME-SWITCH = 'Y'
              MOVE BND-EVENT-DATE  TO WS-PREV-EVENT-DATE
              MOVE BND-EVENT-TIME  TO WS-PREV-EVENT-TIME
              MOVE 'N'             TO BND-TIME-SWITCH
              MOVE '99999999'      TO BND-EVENT-DATE
              MOVE '235959.999999' TO BND-EVENT-TIME
              PERFORM N-85-PUT-BUNDLE
              IF WS-BND-RESULT NOT = 'Y'
                 EXIT SECTION
              END-IF
           ELSE
              MOVE '99999999'      TO WS-PREV-EVENT-DATE
              MOVE '235959.999999' TO WS-PREV-EVENT-TIME
           END-IF.

           PERFORM N-70-BND-CUTOVER.

       N-499-TERMINATE.
           EXIT.
      * ------------------------------------------------------------- *
      * PUT THE TIMED BUNDLE SWITCH TASK ON THE CLOCK FOR THE EVENT   *
      * TIME HELD IN BND-RECORD                                       *
      * ------------------------------------------------------------- *
       N-50-SCHEDULE SECTION.

           PERFORM N-80-BUILD-PASS.

           MOVE BND-EVENT-TIME TO WS-SWT-VALIDATE.
           MOVE WS-SWT-HH TO WS-SCH-HH.
           MOVE WS-SWT-MM TO WS-SCH-MM.
           MOVE WS-SWT-SS TO WS-SCH-SS.
      *
      *    A MOMENT ALREADY PASSED GOES ON THE CLOCK FOR RIGHT NOW,
      *    EXACTLY AS IN Q-50-SCHEDULE.
      *
           PERFORM F-70-FREEZE-NOW.
           MOVE WS-CUR-TIME-RAW(1:6) TO WS-CUR-HHMMSS.
           MOVE BND-EVENT-TIME(1:6)  TO WS-EVT-HHMMSS.

           IF BND-EVENT-DATE < WS-CUR-DATE-RAW OR
              (BND-EVENT-DATE = WS-CUR-DATE-RAW AND
               WS-EVT-HHMMSS <= WS-CUR-HHMMSS)
              EXEC CICS
                   START TRANSID(EXIT-TRANSID)
                   FROM(WS-PASS-DATA)
                   LENGTH(LENGTH OF WS-PASS-DATA)
                   AFTER SECONDS(WS-SCH-NOW)
                   RESP(WS-RESP)
              END-EXEC
           ELSE
              EXEC CICS
                   START TRANSID(EXIT-TRANSID)
                   FROM(WS-PASS-DATA)
                   LENGTH(LENGTH OF WS-PASS-DATA)
                   AT HOURS(WS-SCH-HH) MINUTES(WS-SCH-MM)
                      SECONDS(WS-SCH-SS)
                   RESP(WS-RESP)
              END-EXEC
           END-IF.

           IF WS-RESP = DFHRESP(NORMAL)
              MOVE BND-EVENT-DATE  TO WS-MSG-BNDS-DATE
              MOVE BND-EVENT-TIME  TO WS-MSG-BNDS-TIME
              MOVE WS-MSG-BNDSCHED TO WS-HDR-TEXT
              PERFORM H-000-WRITE-MSG
           ELSE
              PERFORM I-000-WRITE-DIAGNOSTIC
           END-IF.

       N-599-EXIT.
           EXIT.
      * ------------------------------------------------------------- *
      * CHECK EVERY MEMBER OF THE BUNDLE NAMED BY WS-GROUP-ID AGAINST *
      * THE CHANGE-FREEZE WINDOWS - ONE FROZEN MEMBER FREEZES THE LOT *
      * ------------------------------------------------------------- *
       N-60-BND-FREEZE SECTION.
      *
      *    SAME CONTRACT AS F-60-FREEZE-CHECK: WS-FRZ-STATE COMES
      *    BACK 'F' IF ANY MEMBER IS FROZEN (ALREADY AUDITED, SHOWN
      *    AND RAISED AGAINST THAT MEMBER), AND ONCE THE WHOLE
      *    BUNDLE HAS PASSED WS-FRZ-CLEARED STOPS A SECOND CHECK.  A
      *    BUNDLE NOT ON FILE IS LEFT FOR THE CALLER TO REPORT.
      *
           MOVE 'N' TO WS-FRZ-STATE.

           IF WS-FRZ-CLEARED = 'Y'
              EXIT SECTION
           END-IF.

           MOVE WS-GROUP-ID          TO WS-BND-ID.
           MOVE WS-GROUP-ID          TO BND-BUNDLE-ID.
           MOVE LENGTH OF BND-RECORD TO WS-BND-LEN.

           EXEC CICS
                READ FILE('EADEBNDL')
                INTO(BND-RECORD)
                LENGTH(WS-BND-LEN)
                RIDFLD(BND-KEY)
                KEYLENGTH(LENGTH OF BND-KEY)
                RESP(WS-RESP)
           END-EXEC.

           IF WS-RESP NOT = DFHRESP(NORMAL)
              EXIT SECTION
           END-IF.

           MOVE ZERO TO WS-BND-SUB2.
           PERFORM EXIT-MAX-BUNDLE-GROUPS TIMES
              ADD 1 TO WS-BND-SUB2
              IF WS-BND-SUB2 <= BND-GROUP-COUNT AND
                 WS-FRZ-STATE NOT = 'F'
                 MOVE BND-GROUP-ID(WS-BND-SUB2) TO WS-GROUP-ID
                 MOVE 'N' TO WS-FRZ-CLEARED
                 PERFORM F-60-FREEZE-CHECK
              END-IF
           END-PERFORM.

           MOVE WS-BND-ID TO WS-GROUP-ID.

           IF WS-FRZ-STATE = 'F'
              MOVE 'N' TO WS-FRZ-CLEARED
           ELSE
              MOVE 'Y' TO WS-FRZ-CLEARED
           END-IF.

       N-699-EXIT.
           EXIT.
      * ------------------------------------------------------------- *
      * EVENT DATE STILL AHEAD - SLEEP ANOTHER DAY AND LOOK AGAIN     *
      * ------------------------------------------------------------- *
       N-65-DEFER-DAY SECTION.

           PERFORM N-80-BUILD-PASS.

           EXEC CICS
                START TRANSID(EXIT-TRANSID)
                FROM(WS-PASS-DATA)
                LENGTH(LENGTH OF WS-PASS-DATA)
                AFTER HOURS(WS-SCH-DAY)
                RESP(WS-RESP)
           END-EXEC.

           IF WS-RESP = DFHRESP(NORMAL)
              MOVE WS-MSG-SWITCHDEFER TO WS-HDR-TEXT
              PERFORM H-000-WRITE-MSG
           ELSE
              PERFORM I-000-WRITE-DIAGNOSTIC
           END-IF.

       N-659-EXIT.
           EXIT.
      * ------------------------------------------------------------- *
      * CUT OVER EVERY GROUP OF THE BUNDLE IN BND-RECORD, IN ORDER,   *
      * OR - IF ONE FAILS - DRIVE EVERY ONE ALREADY SWITCHED BACK     *
      * ------------------------------------------------------------- *
       N-70-BND-CUTOVER SECTION.
      *
      *    CALLED WITH WS-BND-GSUB RESOLVED FOR EVERY MEMBER, GWAMAP
      *    ADDRESSED, WS-BND-ID ON THE BUNDLE AND THE SCHEDULE BEING
      *    CONSUMED (IF ANY) IN WS-PREV-EVENT-DATE/TIME.  EACH GROUP
      *    GOES THROUGH THE SAME R-10-CUTOVER AS A SINGLE SWITCH, AND
      *    ITS GWA FILESET MOVES AS SOON AS ITS FILES ARE OPEN SO THE
      *    EXIT PAIR FOLLOWS IT.  A BUNDLE IS NOT SOAK-MONITORED: THE
      *    MONITOR DRIVES ONE GROUP BACK ON ITS OWN, WHICH WOULD SPLIT
      *    THE VERY GROUPS THE BUNDLE EXISTS TO KEEP TOGETHER.  NOR
      *    IS ANY MEMBER'S CALENDAR RESTAGED - A CALENDAR GROUP'S
      *    NEXT SWITCH IS ITS OWN, NOT THE BUNDLE'S.
      *
       N-700-FORWARD.
           MOVE 'Y'  TO WS-BND-RUN.
           MOVE 'Y'  TO WS-BND-RESULT.
           MOVE ZERO TO WS-BND-DONE.
           MOVE ZERO TO WS-BND-SUB.

           PERFORM EXIT-MAX-BUNDLE-GROUPS TIMES
              ADD 1 TO WS-BND-SUB
              IF WS-BND-RESULT = 'Y' AND
                 WS-BND-SUB <= BND-GROUP-COUNT
                 PERFORM N-72-SWITCH-ONE-GROUP
              END-IF
           END-PERFORM.

           IF WS-BND-RESULT = 'Y'
              PERFORM N-78-COMMIT
              MOVE 'N' TO WS-BND-RUN
              EXIT SECTION
           END-IF.

       N-710-BACKOUT.
      *
      *    THE TRAIL OF A BACKED-OUT BUNDLE IS MARKED 'B' THROUGHOUT
      *    SO IT CANNOT BE MISTAKEN FOR A COMMIT: A HEADER UNDER THE
      *    BUNDLE ID, THEN THE GROUP THAT FAILED, THEN EACH GROUP
      *    DRIVEN BACK - EVERY MEMBER RECORD CARRYING THE FILESET THE
      *    GROUP STAYS ON AND THE ONE THE BUNDLE WAS TAKING IT TO.
      *
           MOVE WS-BND-ID          TO WS-GROUP-ID.
           MOVE '-'                TO AUD-FILESET-OLD.
           MOVE '-'                TO AUD-FILESET-NEW.
           MOVE 'N'                TO AUD-TIME-SWITCH.
           MOVE WS-PREV-EVENT-DATE TO AUD-EVENT-DATE.
           MOVE WS-PREV-EVENT-TIME TO AUD-EVENT-TIME.
           MOVE 'B'    TO WS-AUD-RESULT.
           PERFORM J-000-WRITE-AUDIT.

           COMPUTE WS-BND-SUB = WS-BND-DONE + 1.
           MOVE WS-BND-FAIL-GROUP      TO WS-GROUP-ID.
           MOVE WS-BND-OLD(WS-BND-SUB) TO AUD-FILESET-OLD.
           MOVE WS-BND-NEW(WS-BND-SUB) TO AUD-FILESET-NEW.
           MOVE 'N'                    TO AUD-TIME-SWITCH.
           MOVE WS-PREV-EVENT-DATE     TO AUD-EVENT-DATE.
           MOVE WS-PREV-EVENT-TIME     TO AUD-EVENT-TIME.
           PERFORM J-000-WRITE-AUDIT.
           MOVE 'A'    TO WS-AUD-RESULT.
      *
      *    THE GROUP THAT FAILED HAS ALREADY BEEN BACKED OUT BY ITS
      *    OWN R-10-CUTOVER.  EVERY GROUP SWITCHED BEFORE IT GOES
      *    BACK THROUGH R-200-BACKOUT, LAST SWITCHED FIRST.
      *
           MOVE WS-BND-DONE TO WS-BND-SUB.
           PERFORM WS-BND-DONE TIMES
              PERFORM N-74-BACK-ONE-GROUP
              SUBTRACT 1 FROM WS-BND-SUB
           END-PERFORM.

           MOVE 'N' TO WS-BND-RUN.
           MOVE WS-BND-ID TO WS-GROUP-ID.

           MOVE WS-BND-ID         TO WS-MSG-BNDB-ID.
           MOVE WS-BND-FAIL-GROUP TO WS-MSG-BNDB-GROUP.
           MOVE WS-MSG-BNDBACKOUT TO WS-HDR-TEXT.
           MOVE 8 TO WS-BATCH-RC.
           PERFORM H-000-WRITE-MSG.

           MOVE 'EADE020E'        TO WS-OPR-MSGID.
           MOVE WS-MSG-BNDBACKOUT TO WS-OPR-TEXT.
           PERFORM W-000-WRITE-OPERATOR.

       N-799-EXIT.
           EXIT.
      * ------------------------------------------------------------- *
      * CUT OVER ONE BUNDLE MEMBER (WS-BND-SUB) TO ITS OTHER FILESET  *
      * ------------------------------------------------------------- *
       N-72-SWITCH-ONE-GROUP SECTION.

           MOVE WS-BND-GSUB(WS-BND-SUB) TO WS-GRP-SUB.
           MOVE GWA-FILESET(WS-GRP-SUB)
             TO WS-BND-OLD(WS-BND-SUB).
           MOVE GWA-FILESET-NEXT(WS-GRP-SUB)
             TO WS-BND-OLD-NEXT(WS-BND-SUB).
           MOVE GWA-FILESET(WS-GRP-SUB) TO WS-CUT-OLD.

           IF WS-CUT-OLD = 'A'
              MOVE 'B' TO WS-CUT-NEW
           ELSE
              MOVE 'A' TO WS-CUT-NEW
           END-IF.
           MOVE WS-CUT-NEW TO WS-BND-NEW(WS-BND-SUB).

           PERFORM R-10-CUTOVER.

           IF WS-CUT-RESULT NOT = 'Y'
              MOVE 'N' TO WS-BND-RESULT
              MOVE GWA-GROUP-ID(WS-GRP-SUB) TO WS-BND-FAIL-GROUP
              EXIT SECTION
           END-IF.

           MOVE WS-CUT-NEW TO GWA-FILESET(WS-GRP-SUB).
           MOVE WS-CUT-NEW TO GWA-FILESET-NEXT(WS-GRP-SUB).
           ADD 1 TO WS-BND-DONE.

       N-729-EXIT.
           EXIT.
      * ------------------------------------------------------------- *
      * DRIVE ONE ALREADY-SWITCHED BUNDLE MEMBER (WS-BND-SUB) BACK    *
      * ------------------------------------------------------------- *
       N-74-BACK-ONE-GROUP SECTION.
      *
      *    EVERY FILE OF THE GROUP WAS SWITCHED, SO THE BACKOUT RUNS
      *    THE WHOLE FILE LIST.
      *
           MOVE WS-BND-GSUB(WS-BND-SUB)    TO WS-GRP-SUB.
           MOVE WS-BND-OLD(WS-BND-SUB)     TO WS-CUT-OLD.
           MOVE WS-BND-NEW(WS-BND-SUB)     TO WS-CUT-NEW.
           MOVE GWA-FILE-COUNT(WS-GRP-SUB) TO WS-CUT-FAIL-SUB.

           PERFORM R-50-CUTOVER-STAMP.
           PERFORM R-200-BACKOUT.

           MOVE WS-BND-OLD(WS-BND-SUB)
             TO GWA-FILESET(WS-GRP-SUB).
           MOVE WS-BND-OLD-NEXT(WS-BND-SUB)
             TO GWA-FILESET-NEXT(WS-GRP-SUB).
      *
      *    WHATEVER THE GROUP TOOK ON THE NEW SIDE WHILE THE REST OF
      *    THE BUNDLE WAS CUT OVER IS STILL THERE - KEEP THE JOURNAL
      *    THE SWITCH OPENED, AND CHECKPOINT SO IT IS NOT LOST.
      *
           MOVE WS-BND-OLD(WS-BND-SUB) TO WS-JRN-LIVE.
           MOVE WS-BND-NEW(WS-BND-SUB) TO WS-JRN-LEFT.
           MOVE 'B'                    TO WS-JRN-MODE.
           PERFORM R-60-JOURNAL.
           MOVE WS-GRP-SUB TO WS-CKP-SUB.
           PERFORM P-10-CHECKPOINT.

           MOVE GWA-GROUP-ID(WS-GRP-SUB) TO WS-GROUP-ID.
           MOVE WS-BND-OLD(WS-BND-SUB)   TO AUD-FILESET-OLD.
           MOVE WS-BND-NEW(WS-BND-SUB)   TO AUD-FILESET-NEW.
           MOVE 'N'                      TO AUD-TIME-SWITCH.
           MOVE WS-PREV-EVENT-DATE       TO AUD-EVENT-DATE.
           MOVE WS-PREV-EVENT-TIME       TO AUD-EVENT-TIME.
           MOVE 'B'    TO WS-AUD-RESULT.
           PERFORM J-000-WRITE-AUDIT.
           MOVE 'A'    TO WS-AUD-RESULT.

       N-749-EXIT.
           EXIT.
      * ------------------------------------------------------------- *
      * TAKE A STAGED SWITCH OFF A BUNDLE WHOSE STARTED TASK COULD    *
      * NOT RUN IT                                                    *
      * ------------------------------------------------------------- *
       N-75-UNSTAGE SECTION.

           MOVE BND-EVENT-DATE  TO WS-PREV-EVENT-DATE.
           MOVE BND-EVENT-TIME  TO WS-PREV-EVENT-TIME.
           MOVE 'N'             TO BND-TIME-SWITCH.
           MOVE '99999999'      TO BND-EVENT-DATE.
           MOVE '235959.999999' TO BND-EVENT-TIME.

           PERFORM N-85-PUT-BUNDLE.
           IF WS-BND-RESULT NOT = 'Y'
              EXIT SECTION
           END-IF.

           MOVE '-'                TO AUD-FILESET-OLD.
           MOVE '-'                TO AUD-FILESET-NEW.
           MOVE 'N'                TO AUD-TIME-SWITCH.
           MOVE WS-PREV-EVENT-DATE TO AUD-EVENT-DATE.
           MOVE WS-PREV-EVENT-TIME TO AUD-EVENT-TIME.
           MOVE 'C'    TO WS-AUD-RESULT.
           PERFORM J-000-WRITE-AUDIT.
           MOVE 'A'    TO WS-AUD-RESULT.

       N-759-EXIT.
           EXIT.
      * ------------------------------------------------------------- *
      * COMMIT A BUNDLE CUTOVER - ONE AUDIT TRAIL, ONE CONSOLE LINE   *
      * ------------------------------------------------------------- *
       N-78-COMMIT SECTION.
      *
      *    A HEADER RECORD UNDER THE BUNDLE ID TIES THE TRAIL
      *    TOGETHER; EACH MEMBER THEN GETS THE SAME ACCEPTED RECORD
      *    AND CHECKPOINT A SINGLE SWITCH WOULD, SO AUDREPT, ABRECON
      *    AND RESTORE SEE EVERY GROUP'S CUTOVER IN THE USUAL WAY.
      *
           MOVE WS-BND-ID          TO WS-GROUP-ID.
           MOVE '-'                TO AUD-FILESET-OLD.
           MOVE '-'                TO AUD-FILESET-NEW.
           MOVE 'N'                TO AUD-TIME-SWITCH.
           MOVE WS-PREV-EVENT-DATE TO AUD-EVENT-DATE.
           MOVE WS-PREV-EVENT-TIME TO AUD-EVENT-TIME.
           MOVE 'C'    TO WS-AUD-RESULT.
           PERFORM J-000-WRITE-AUDIT.
           MOVE 'A'    TO WS-AUD-RESULT.

           MOVE ZERO TO WS-BND-SUB.
           PERFORM EXIT-MAX-BUNDLE-GROUPS TIMES
              ADD 1 TO WS-BND-SUB
              IF WS-BND-SUB <= BND-GROUP-COUNT
                 MOVE WS-BND-GSUB(WS-BND-SUB) TO WS-GRP-SUB
                 MOVE GWA-GROUP-ID(WS-GRP-SUB) TO WS-GROUP-ID
                 MOVE WS-BND-OLD(WS-BND-SUB)   TO AUD-FILESET-OLD
                 MOVE GWA-FILESET(WS-GRP-SUB)  TO AUD-FILESET-NEW
                 MOVE 'N'                      TO AUD-TIME-SWITCH
                 MOVE WS-PREV-EVENT-DATE       TO AUD-EVENT-DATE
                 MOVE WS-PREV-EVENT-TIME       TO AUD-EVENT-TIME
                 PERFORM J-000-WRITE-AUDIT
                 PERFORM T-50-PILOT-CLEAR
                 MOVE 'CUTOVER COMMIT' TO WS-FNC-HOW
                 PERFORM T-75-FENCE-LIFT
                 MOVE WS-GRP-SUB TO WS-CKP-SUB
                 PERFORM P-10-CHECKPOINT
              END-IF
           END-PERFORM.

           MOVE WS-BND-ID TO WS-GROUP-ID.

           MOVE WS-BND-ID       TO WS-MSG-BNDD-ID.
           MOVE WS-MSG-BNDDONE  TO WS-HDR-TEXT.
           PERFORM H-000-WRITE-MSG.

           MOVE 'EADE019I'      TO WS-OPR-MSGID.
           MOVE WS-MSG-BNDDONE  TO WS-OPR-TEXT.
           PERFORM W-000-WRITE-OPERATOR.

       N-789-EXIT.
           EXIT.
      * ------------------------------------------------------------- *
      * BUILD THE START DATA FOR THE TIMED BUNDLE SWITCH TASK         *
      * ------------------------------------------------------------- *
       N-80-BUILD-PASS SECTION.

           MOVE SPACES          TO WS-PASS-DATA.
           MOVE EXIT-TRANSID    TO WS-TRAN.
           MOVE 'BNDSWTCH'      TO WS-COMMAND.
           MOVE BND-BUNDLE-ID   TO WS-GROUP-ID.
           MOVE BND-TIME-SWITCH TO WS-TIME-BASED.
           MOVE BND-EVENT-DATE  TO WS-SWITCH-DATE.
           MOVE BND-EVENT-TIME  TO WS-SWITCH-TIME.

       N-899-EXIT.
           EXIT.
      * ------------------------------------------------------------- *
      * PUT THE BUILT BND-RECORD ON THE EADEBNDL FILE - WRITE FIRST,  *
      * REWRITE ON DUPREC.  WS-BND-RESULT SAYS WHETHER IT GOT THERE   *
      * ------------------------------------------------------------- *
       N-85-PUT-BUNDLE SECTION.

           MOVE 'N' TO WS-BND-RESULT.

           EXEC CICS
                WRITE FILE('EADEBNDL')
                FROM(BND-RECORD)
                RIDFLD(BND-KEY)
                KEYLENGTH(LENGTH OF BND-KEY)
                RESP(WS-RESP)
           END-EXEC.

           IF WS-RESP = DFHRESP(NORMAL)
              MOVE 'Y' TO WS-BND-RESULT
              EXIT SECTION
           END-IF.

           IF WS-RESP NOT = DFHRESP(DUPREC)
              PERFORM I-000-WRITE-DIAGNOSTIC
              EXIT SECTION
           END-IF.

           MOVE LENGTH OF BND-RECORD TO WS-BND-LEN.

           EXEC CICS
                READ FILE('EADEBNDL') UPDATE
                INTO(WS-BND-HOLD)
                LENGTH(WS-BND-LEN)
                RIDFLD(BND-KEY)
                KEYLENGTH(LENGTH OF BND-KEY)
                RESP(WS-RESP)
           END-EXEC.

           IF WS-RESP NOT = DFHRESP(NORMAL)
              PERFORM I-000-WRITE-DIAGNOSTIC
              EXIT SECTION
           END-IF.

           EXEC CICS
                REWRITE FILE('EADEBNDL')
                FROM(BND-RECORD)
                RESP(WS-RESP)
           END-EXEC.

           IF WS-RESP NOT = DFHRESP(NORMAL)
              PERFORM I-000-WRITE-DIAGNOSTIC
           ELSE
              MOVE 'Y' TO WS-BND-RESULT
           END-IF.

       N-859-EXIT.
           EXIT.
      * ------------------------------------------------------------- *
      * COUNT THE BUNDLES ON THE EADEBNDL FILE, UP TO THE LIMIT.      *
      * WS-BND-RESULT SAYS WHETHER THE FILE COULD BE BROWSED          *
      * ------------------------------------------------------------- *
       N-88-COUNT-BUNDLES SECTION.
      *
      *    NO EADEBNDL YET, OR AN EMPTY ONE, IS NO BUNDLES.
      *
           MOVE ZERO       TO WS-BND-COUNT.
           MOVE 'Y'        TO WS-BND-RESULT.
           MOVE LOW-VALUES TO BND-KEY.

           EXEC CICS
                STARTBR FILE('EADEBNDL')
                RIDFLD(BND-KEY)
                KEYLENGTH(LENGTH OF BND-KEY)
                GTEQ
                RESP(WS-RESP)
           END-EXEC.

           IF WS-RESP = DFHRESP(NOTFND) OR
              WS-RESP = DFHRESP(FILENOTFOUND)
              EXIT SECTION
           END-IF.

           IF WS-RESP NOT = DFHRESP(NORMAL)
              PERFORM I-000-WRITE-DIAGNOSTIC
              MOVE 'N' TO WS-BND-RESULT
              EXIT SECTION
           END-IF.

           MOVE 'N' TO WS-BND-EOF.
           PERFORM EXIT-MAX-BUNDLES TIMES
              IF WS-BND-EOF = 'N'
                 MOVE LENGTH OF BND-RECORD TO WS-BND-LEN
                 EXEC CICS
                      READNEXT FILE('EADEBNDL')
                      INTO(BND-RECORD)
                      LENGTH(WS-BND-LEN)
                      RIDFLD(BND-KEY)
                      KEYLENGTH(LENGTH OF BND-KEY)
                      RESP(WS-RESP)
                 END-EXEC
                 IF WS-RESP NOT = DFHRESP(NORMAL)
                    MOVE 'Y' TO WS-BND-EOF
                    IF WS-RESP NOT = DFHRESP(ENDFILE)
                       PERFORM I-000-WRITE-DIAGNOSTIC
                       MOVE 'N' TO WS-BND-RESULT
                    END-IF
                 ELSE
                    ADD 1 TO WS-BND-COUNT
                 END-IF
              END-IF
           END-PERFORM.

           EXEC CICS
                ENDBR FILE('EADEBNDL')
                RESP(WS-RESP)
           END-EXEC.

       N-889-EXIT.
           EXIT.
      *
      * ---------------------------------------------------------------
                 MOVE WS-MSG-PENDDUP TO WS-HDR-TEXT
                 MOVE 8 TO WS-BATCH-RC
                 PERFORM H-000-WRITE-MSG
      *
      *          THE OVERRIDE SHARES THE GROUP'S EADEPEND KEY, SO IT
      *          CANNOT QUEUE BEHIND THE HELD REQUEST - SAY WHAT WILL
      *          WORK INSTEAD.
      *
                 IF WS-COMMAND = 'FRZOVER'
                    MOVE WS-MSG-PENDOVR TO WS-HDR-TEXT
                    PERFORM H-000-WRITE-MSG
                 END-IF
                 EXIT SECTION
              END-IF
           END-IF.
              PERFORM H-000-WRITE-MSG
              EXIT SECTION
           END-IF.
      *
      *    A CONFIRM INSIDE A FREEZE WINDOW IS REFUSED BEFORE THE
      *    REQUEST IS TAKEN OFF FILE, SO IT CAN STILL BE CONFIRMED
      *    ONCE THE WINDOW CLOSES, OR UNDER A REGION-WIDE FRZOVER ALL.
      *    A FRZOVER FOR THE GROUP ITSELF CANNOT BE CAPTURED WHILE
      *    THIS REQUEST HOLDS THE GROUP'S EADEPEND KEY (SEE V-120) -
      *    THE OPERATOR REJECTS IT AND RE-ENTERS IT INSTEAD.  A DISABLE,
      *    PLAIN OR COORDINATED, IS NEVER FROZEN, AND THE OVERRIDE
      *    ITSELF IS THE ONE THING A FREEZE MUST LET THROUGH.  A
      *    BUNDLE IS KEYED BY ITS BUNDLE ID, SO IT IS CHECKED GROUP
      *    BY GROUP AGAINST ITS MEMBERS INSTEAD.  ONLY A PILOT ADD
      *    IS FROZEN - TAKING REQUESTERS OFF A PILOT IS A BACKOUT.
      *    A WRITE FENCE CHANGES NO DATA AND IS NEVER FROZEN.
      *
           MOVE 'N'    TO WS-FRZ-STATE.
           MOVE SPACES TO WS-FRZ-CMD, WS-PND-TOK4, WS-PND-TOK5.
           UNSTRING PND-COMMAND DELIMITED BY ALL SPACE
                    INTO WS-PND-TOK3,
                         WS-FRZ-CMD,
                         WS-PND-TOK4,
                         WS-PND-TOK5.
           IF WS-FRZ-CMD = 'BNDSWTCH'
              PERFORM N-60-BND-FREEZE
           ELSE
              IF WS-FRZ-CMD NOT = 'FRZOVER' AND
                 WS-FRZ-CMD NOT = 'DISABLE' AND
                 WS-FRZ-CMD NOT = 'FENCE' AND
                 NOT (WS-FRZ-CMD = 'COORD' AND WS-PND-TOK4 = 'DISABLE')
                 AND
                 NOT (WS-FRZ-CMD = 'PILOT' AND WS-PND-TOK5 NOT = 'ADD')
                 PERFORM F-60-FREEZE-CHECK
              END-IF
           END-IF.
           IF WS-FRZ-STATE = 'F'
              EXIT SECTION
           END-IF.

       V-230-EXECUTE.
           EXEC CICS
                PERFORM Y-10-CALSET
              WHEN 'COORD'
                PERFORM X-10-COORD
              WHEN 'FRZOVER'
                PERFORM F-40-FRZOVER
              WHEN 'BNDSWTCH'
                PERFORM N-40-BNDSWTCH
              WHEN 'PILOT'
                PERFORM T-40-PILOT
              WHEN 'FENCE'
                PERFORM T-60-FENCE
              WHEN OTHER
                MOVE WS-MSG-INPUTERR TO WS-HDR-TEXT
                MOVE 8 TO WS-BATCH-RC
