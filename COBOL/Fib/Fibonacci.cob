004029*                   RECORD THAT COULD NOT SAY WHICH NIGHT IT
004029*                   BELONGED TO.  FibBalance NOW ALSO CHECKS
004029*                   THE COLUMN AGAINST THE RUN UNDER BALANCE.
004029*  10/15/26   RH    EVERY CARD THAT CLEARS THE DECK EDITS IS NOW
004029*                   CHECKED AGAINST THE REQUESTOR MASTER
004029*                   (FIBRQST.CPY, MAINTAINED BY FibRqstMaint)
004029*                   BEFORE IT IS HONORED (1145-CHECK-
004029*                   ENTITLEMENT): A REQUESTOR NOT ON THE
004029*                   MASTER, INACTIVE OR PAST ITS EXPIRY, A
004029*                   BOUND ABOVE ITS MAXIMUM, OR A SEQUENCE ID
004029*                   IT IS NOT PERMITTED IS REJECTED ON FIBACK
004029*                   WITH THE REASON.  IF THE MASTER CANNOT BE
004029*                   OPENED EVERY CARD IS REJECTED "REQUESTOR
004029*                   MASTER UNAVAILABLE" - NO CARD RUNS
004029*                   UNCHECKED.  THE BUILT-IN DEFAULT REQUEST
004029*                   FOR A MISSING DECK IS NOT CHECKED.
004029*  10/15/26   RH    THE STEP NOW RECORDS ITSELF ON THE FIBSTATE
004029*                   RUN-STATE FILE (SEE FIBSTATE.CPY) SO A FIBJOB
004029*                   RERUN RESUMES AT THE STEP THAT FAILED: STEP
004029*                   "FIB" IS STAMPED "S" WHEN THE NIGHT'S WORK
004029*                   STARTS AND "C" (OR "F" ON RC 16) AT END, AND
004029*                   A RERUN THAT FINDS IT "C" FOR THE RUN DATE
004029*                   BYPASSES ITSELF RC 0 - ONLY TAKING AND
004029*                   RELEASING THE RUN-CONTROL LOCK (1700-CHECK-
004029*                   RUN-STATE).  A COLD START ALSO ADOPTS THE
004029*                   LAST FIBRUN NIGHT INSTEAD OF TODAY WHEN THE
004029*                   OPERATOR HAS FLAGGED IT FOR RESUME THROUGH
004029*                   FibStepState (1260-CHECK-NIGHT-RESUME), SO A
004029*                   RERUN AFTER MIDNIGHT STAYS ON ITS NIGHT.  A
004029*                   FIBSTATE THAT WILL NOT OPEN IS WARNED ON AND
004029*                   THE STEP RUNS AS BEFORE.
004029*  10/15/26   RH    THE STEP NOW KEEPS THE BATCH WINDOW: EVERY
004029*                   FIBRUN RECORD CARRIES BEGIN/END TIMESTAMPS
004029*                   (TYPE-R THE REQUEST, TYPE-I THE INVOCATION -
004029*                   SEE FIBRUN.CPY) AND THE FIBSTATE "FIB" RECORD
004029*                   ITS START TIME.  THE DELIVERY DEADLINES ON THE
004029*                   NEW FIBSLA FILE (SEE FIBSLA.CPY) ARE LOADED AT
004029*                   START (1800-LOAD-SLA) AND, AT THE START OF
004029*                   EACH REQUEST AND EVERY 500 TERMS, THE STEP'S
004029*                   FINISH IS PROJECTED FROM THE TERMS STILL TO DO
004029*                   ON THE DECK AT THE RATE SO FAR (2500-PROJECT-
004029*                   FINISH).  A PROJECTION PAST A REQUESTOR'S
004029*                   DEADLINE PAGES OPERATIONS THROUGH PAGEOPS AT
004029*                   SEV 1, ONE INSIDE ITS WARNING THRESHOLD AT SEV
004029*                   2 - ONCE PER REQUEST AT EACH LEVEL.  NO FIBSLA
004029*                   MEANS NO PROJECTION; THE RUN IS NOT AFFECTED.
004029*  10/15/26   RH    EACH DISTINCT SEQUENCE DUE TONIGHT IS NOW
004029*                   COMPUTED ONCE, IN A SINGLE FORWARD PASS TO THE
004029*                   HIGHEST BOUND ANY CARD STILL TO RUN ASKS FOR,
004029*                   INTO A SHARED TERM TABLE (1950-BUILD-SHARED-
004029*                   TERMS) - Fib USED TO BE CALLED FOR EVERY I AND
004029*                   RESTARTED FROM THE SEEDS EACH TIME, AND TWO
004029*                   CARDS ON ONE SEQUENCE COMPUTED THE SAME TERMS
004029*                   TWICE.  2000-PROCESS-TERM NOW TAKES EACH TERM
004029*                   FROM THE TABLE; EVERYTHING DOWNSTREAM OF IT
004029*                   (FIBRPT, FIBHIST KEYS, FIBEXTR, CHECKPOINT,
004029*                   RECONCILIATION AND FIBRUN) RUNS PER CARD
004029*                   EXACTLY AS BEFORE.  A SEQUENCE THE TABLE
004029*                   CANNOT HOLD IS WARNED ON AND ITS TERMS ARE
004029*                   CALLED FROM Fib ONE BY ONE, AS BEFORE.  THE
004029*                   TYPE-I FIBRUN RECORD NOW CARRIES THE TERMS
004029*                   COMPUTED (SEE FIBRUN.CPY) ALONGSIDE THE TERMS
004029*                   DELIVERED.
004029*  10/15/26   RH    EVERY FIBHIST RECORD OF A SEQUENCE NOW CARRIES
004029*                   THE HIGHEST BOUND ANY HONORED CARD ASKS FOR IT
004029*                   TONIGHT, SO CARDS SHARING A SEQ-ID AT
004029*                   DIFFERENT BOUNDS NO LONGER LEAVE MIXED UPPER
004029*                   BOUNDS FOR FibHistScrub TO REJECT.
004029*  10/15/26   RH    1260 NOW ALSO RESUMES THE LAST FIBRUN NIGHT
004029*                   WITHOUT THE "R" FLAG WHEN ITS FIBSTATE STEPS
004029*                   DID NOT ALL COMPLETE (NEW 1270/1275), SO A
004029*                   RERUN AFTER MIDNIGHT DOES NOT RE-SEND THE
004029*                   NIGHT.  FIBSTATE IS NOW OPENED DYNAMIC.
004029*  10/15/26   RH    1270 ADOPTS AN UNFINISHED NIGHT ONLY AS A
004029*                   RERUN INSIDE ITS OWN BATCH WINDOW (FIB "C"
004029*                   AND ENDED WITHIN 12 HOURS, NEW 1280), SO THE
004029*                   NEXT SCHEDULED NIGHT IS NEVER HELD ON A STALE
004029*                   DATE; A FIB "F" NIGHT NEEDS MODE N.  ANY
004029*                   ADOPTED NIGHT NOW ENDS THE STEP AT LEAST RC 4
004029*                   SO THE FIBJOB ALERT PAGES ON IT.
004030*-----------------------------------------------------------------
004100*
004200 ENVIRONMENT DIVISION.
006199     SELECT FIB-PARM-AUDIT-FILE ASSIGN TO "FIBPAUD"
006199         ORGANIZATION IS LINE SEQUENTIAL
006199         FILE STATUS IS FIB-PARM-AUDIT-STATUS.
006199
006199     SELECT FIB-RQST-FILE     ASSIGN TO "FIBRQST"
006199         ORGANIZATION IS INDEXED
006199         ACCESS MODE IS RANDOM
006199         RECORD KEY IS FIB-RQST-REQUESTOR
006199         FILE STATUS IS FIB-RQST-FILE-STATUS.
006199
006199     SELECT FIB-STATE-FILE    ASSIGN TO "FIBSTATE"
006199         ORGANIZATION IS INDEXED
006199         ACCESS MODE IS DYNAMIC
006199         RECORD KEY IS FIB-STATE-KEY
006199         FILE STATUS IS FIB-STATE-FILE-STATUS.
006199
006199     SELECT FIB-SLA-FILE      ASSIGN TO "FIBSLA"
006199         ORGANIZATION IS LINE SEQUENTIAL
006199         FILE STATUS IS FIB-SLA-FILE-STATUS.
006199
006199     SELECT FIB-DLVP-FILE     ASSIGN TO "FIBDLVP"
006199         ORGANIZATION IS LINE SEQUENTIAL
006199         FILE STATUS IS FIB-DLVP-FILE-STATUS.
006199
006199     SELECT FIB-PAGE-FILE     ASSIGN TO "PAGESIN"
006199         ORGANIZATION IS LINE SEQUENTIAL
006199         FILE STATUS IS FIB-PAGE-FILE-STATUS.
006200
006300 DATA DIVISION.
006400 FILE SECTION.
010697****************************************************
010697 FD  FIB-PARM-AUDIT-FILE.
010697     COPY FIBPAUD.
010697*
010697****************************************************
010697**  FIB-RQST-FILE - THE REQUESTOR MASTER, READ BY *
010697**  KEY TO CHECK EACH CARD'S ENTITLEMENT.  SEE    *
010697**  FIBRQST.CPY.                                  *
010697****************************************************
010697 FD  FIB-RQST-FILE.
010697     COPY FIBRQST.
010697*
010697****************************************************
010697**  FIB-STATE-FILE - THE FIBJOB RUN-STATE FILE,   *
010697**  READ AND STAMPED BY KEY FOR STEP "FIB".  SEE  *
010697**  FIBSTATE.CPY.                                 *
010697****************************************************
010697 FD  FIB-STATE-FILE.
010697     COPY FIBSTATE.
010697*
010697****************************************************
010697**  FIB-SLA-FILE - THE DELIVERY DEADLINES THE      *
010697**  RUN IS PROJECTED AGAINST.  SEE FIBSLA.CPY.     *
010697****************************************************
010697 FD  FIB-SLA-FILE.
010697     COPY FIBSLA.
010697*
010697****************************************************
010697**  FIB-DLVP-FILE - THE DELIVERY PROFILES, READ    *
010697**  FOR EACH REQUESTOR'S DESTINATION NODE.  SEE    *
010697**  FIBDLVP.CPY.                                   *
010697****************************************************
010697 FD  FIB-DLVP-FILE.
010697     COPY FIBDLVP.
010697*
010697****************************************************
010697**  FIB-PAGE-FILE - THE PAGE TEXT HANDED TO        *
010697**  PAGEOPS WHEN THE NIGHT IS RUNNING LATE.        *
010697****************************************************
010697 FD  FIB-PAGE-FILE.
010697 01  FIB-PAGE-RECORD           PIC X(80).
010700
010800 WORKING-STORAGE SECTION.
010900 01  I                       PIC S9(4)  COMP-5.
014544 01  FIB-LOCK-NEW-IMAGE        PIC X(80).
014545 01  FIB-LOCK-ACT-WORK         PIC X(06).
014546 01  FIB-LOCK-TIME-RAW         PIC X(08).
014546*
014546****************************************************
014546**  REQUESTOR MASTER ENTITLEMENT WORK FIELDS (SEE *
014546**  FIBRQST.CPY).                                 *
014546****************************************************
014546 01  FIB-RQST-FILE-STATUS      PIC X(02).
014546     88  FIB-RQST-FILE-OK             VALUE "00".
014546 01  FIB-RQST-OPEN-SW          PIC X(01)          VALUE "N".
014546     88  FIB-RQST-OPEN                VALUE "Y".
014546 01  FIB-ENT-SEQ-SW            PIC X(01)          VALUE "N".
014546     88  FIB-ENT-SEQ-HIT              VALUE "Y".
014546 01  FIB-ENT-SUB               PIC S9(4)  COMP-5.
014546 01  FIB-ENT-TODAY             PIC 9(08).
014546 01  FIB-ENT-BOUND-9           PIC 9(04).
014546 01  FIB-ENT-REASON            PIC X(30).
014546 01  FIB-ENT-OVER-REASON.
014546     05  FILLER                PIC X(23)          VALUE
014546         "BOUND OVER ENTITLEMENT ".
014546     05  FIB-ENT-OVER-MAX      PIC 9(04).
014546     05  FILLER                PIC X(03)          VALUE SPACES.
014546*
014546****************************************************
014546**  RUN-STATE WORK FIELDS (SEE FIBSTATE.CPY).     *
014546****************************************************
014546 01  FIB-STATE-FILE-STATUS     PIC X(02).
014546     88  FIB-STATE-FILE-OK            VALUE "00".
014546 01  FIB-STATE-FOUND-SW        PIC X(01)          VALUE "N".
014546     88  FIB-STATE-FOUND              VALUE "Y".
014546 01  FIB-STATE-BYPASS-SW       PIC X(01)          VALUE "N".
014546     88  FIB-STATE-BYPASSED           VALUE "Y".
014546 01  FIB-STATE-UNTRACKED-SW    PIC X(01)          VALUE "N".
014546     88  FIB-STATE-UNTRACKED          VALUE "Y".
014546 01  FIB-STATE-RLOG-EOF-SW     PIC X(01)          VALUE "N".
014546     88  FIB-STATE-RLOG-EOF           VALUE "Y".
014546 01  FIB-STATE-NIGHT           PIC 9(08)          VALUE ZERO.
014546 01  FIB-STATE-FLAGGED-SW      PIC X(01)          VALUE "N".
014546     88  FIB-STATE-NIGHT-FLAGGED      VALUE "Y".
014546 01  FIB-STATE-SCAN-EOF-SW     PIC X(01)          VALUE "N".
014546     88  FIB-STATE-SCAN-EOF           VALUE "Y".
014546 01  FIB-STATE-OPEN-SW         PIC X(01)          VALUE "N".
014546     88  FIB-STATE-STEP-OPEN          VALUE "Y".
014546 01  FIB-STATE-FIB-DONE-SW     PIC X(01)          VALUE "N".
014546     88  FIB-STATE-FIB-DONE           VALUE "Y".
014546 01  FIB-STATE-BAL-DONE-SW     PIC X(01)          VALUE "N".
014546     88  FIB-STATE-BAL-DONE           VALUE "Y".
014546 01  FIB-STATE-SCAN-COUNT      PIC S9(4)  COMP-5  VALUE ZERO.
014546 01  FIB-STATE-ADOPTED-SW      PIC X(01)          VALUE "N".
014546     88  FIB-STATE-NIGHT-ADOPTED      VALUE "Y".
014546 01  FIB-STATE-FIB-END-DATE    PIC 9(08)          VALUE ZERO.
014546 01  FIB-STATE-FIB-END-TIME    PIC 9(06)          VALUE ZERO.
014546 01  FIB-STATE-FIB-END-SECS    PIC S9(9)  COMP-5.
014546 01  FIB-STATE-WINDOW-SECS     PIC S9(9)  COMP-5  VALUE 43200.
014546 01  FIB-STATE-TIME-RAW        PIC X(08).
014546*
014546****************************************************
014546**  BATCH-WINDOW TIMING AND SLA PROJECTION WORK    *
014546**  FIELDS (SEE FIBSLA.CPY).  TIMES ARE COMPARED   *
014546**  AS SECONDS SINCE 00:00 ON THE RUN DATE, SO A   *
014546**  NIGHT THAT CROSSES MIDNIGHT COMPARES CLEANLY.  *
014546****************************************************
014546 01  FIB-SLA-FILE-STATUS       PIC X(02).
014546     88  FIB-SLA-FILE-OK              VALUE "00".
014546 01  FIB-DLVP-FILE-STATUS      PIC X(02).
014546     88  FIB-DLVP-FILE-OK             VALUE "00".
014546 01  FIB-PAGE-FILE-STATUS      PIC X(02).
014546     88  FIB-PAGE-FILE-OK             VALUE "00".
014546 01  FIB-SLA-EOF-SW            PIC X(01)          VALUE "N".
014546     88  FIB-SLA-EOF                  VALUE "Y".
014546 01  FIB-DLVP-EOF-SW           PIC X(01)          VALUE "N".
014546     88  FIB-DLVP-EOF                 VALUE "Y".
014546 01  FIB-SLA-MATCH-SW          PIC X(01)          VALUE "N".
014546     88  FIB-SLA-MATCH                VALUE "Y".
014546 01  FIB-SLA-COUNT             PIC S9(4)  COMP-5  VALUE ZERO.
014546 01  FIB-SLA-SUB               PIC S9(4)  COMP-5.
014546 01  FIB-SLA-PASS              PIC S9(4)  COMP-5.
014546 01  FIB-SLA-NODE              PIC X(17).
014546 01  FIB-SLA-TABLE.
014546     05  FIB-SLA-ENTRY         OCCURS 200 TIMES.
014546         10  FIB-SLAT-REQUESTOR PIC X(08).
014546         10  FIB-SLAT-DEST-NODE PIC X(17).
014546         10  FIB-SLAT-DAY      PIC 9(01).
014546         10  FIB-SLAT-HH       PIC 9(02).
014546         10  FIB-SLAT-MM       PIC 9(02).
014546         10  FIB-SLAT-WARN     PIC 9(04).
014546 01  FIB-DLVP-COUNT            PIC S9(4)  COMP-5  VALUE ZERO.
014546 01  FIB-DLVP-SUB              PIC S9(4)  COMP-5.
014546 01  FIB-DLVP-TABLE.
014546     05  FIB-DLVP-ENTRY        OCCURS 200 TIMES.
014546         10  FIB-DLVPT-REQUESTOR PIC X(08).
014546         10  FIB-DLVPT-DEST-NODE PIC X(17).
014546*
014546*    ONE ENTRY PER DECK ENTRY (PARALLEL TO FIB-REQ-TABLE): THE
014546*    FIBSLA ROW THAT GOVERNS IT (ZERO = NO SLA) AND HOW FAR
014546*    OPERATIONS HAVE ALREADY BEEN PAGED FOR IT TONIGHT.
014546 01  FIB-SLAP-TABLE.
014546     05  FIB-SLAP-ENTRY        OCCURS 50 TIMES.
014546         10  FIB-SLAP-ROW      PIC S9(4)  COMP-5.
014546         10  FIB-SLAP-NODE     PIC X(17).
014546         10  FIB-SLAP-LEVEL-SW PIC X(01).
014546             88  FIB-SLAP-NOT-PAGED   VALUE "N".
014546             88  FIB-SLAP-PAGED-RISK  VALUE "W".
014546             88  FIB-SLAP-PAGED-MISS  VALUE "M".
014546 01  FIB-TIM-INVOKE-DATE       PIC 9(08)          VALUE ZERO.
014546 01  FIB-TIM-INVOKE-TIME       PIC 9(06)          VALUE ZERO.
014546 01  FIB-TIM-REQ-DATE          PIC 9(08)          VALUE ZERO.
014546 01  FIB-TIM-REQ-TIME          PIC 9(06)          VALUE ZERO.
014546 01  FIB-TIM-TIME-RAW          PIC X(08).
014546 01  FIB-TIM-CALC-DATE         PIC 9(08).
014546 01  FIB-TIM-CALC-HMS-G.
014546     05  FIB-TIM-CALC-HH       PIC 9(02).
014546     05  FIB-TIM-CALC-MM       PIC 9(02).
014546     05  FIB-TIM-CALC-SS       PIC 9(02).
014546 01  FIB-TIM-CALC-TIME         REDEFINES FIB-TIM-CALC-HMS-G
014546                               PIC 9(06).
014546 01  FIB-TIM-CALC-DAYS         PIC S9(9)  COMP-5.
014546 01  FIB-TIM-CALC-SECS         PIC S9(9)  COMP-5.
014546 01  FIB-TIM-REM               PIC S9(9)  COMP-5.
014546 01  FIB-TIM-INVOKE-SECS       PIC S9(9)  COMP-5.
014546 01  FIB-TIM-NOW-SECS          PIC S9(9)  COMP-5.
014546 01  FIB-TIM-ELAPSED           PIC S9(9)  COMP-5.
014546 01  FIB-PROJ-DONE             PIC S9(9)  COMP-5.
014546 01  FIB-PROJ-REMAINING        PIC S9(9)  COMP-5.
014546 01  FIB-PROJ-END-SECS         PIC S9(18) COMP-5.
014546 01  FIB-PROJ-DEADLINE-SECS    PIC S9(9)  COMP-5.
014546 01  FIB-PROJ-WARN-SECS        PIC S9(9)  COMP-5.
014546 01  FIB-PROJ-TICK             PIC S9(4)  COMP-5  VALUE ZERO.
014546 01  FIB-PROJ-EVERY            PIC S9(4)  COMP-5  VALUE 500.
014546 01  FIB-PROJ-MIN-TERMS        PIC S9(4)  COMP-5  VALUE 100.
014546*
014546*    THE PAGEOPS PARAMETER, IN THE SAME FORM AS AN EXEC PARM
014546*    (HALFWORD LENGTH, THEN THE TEXT), AND THE PAGESIN TEXT.
014546 01  FIB-PAGE-PARM.
014546     05  FIB-PAGE-PARM-LEN     PIC S9(4)  COMP-5  VALUE 19.
014546     05  FIB-PAGE-PARM-TEXT.
014546         10  FILLER            PIC X(18)          VALUE
014546             "ONCALL=MVSOPS,SEV=".
014546         10  FIB-PAGE-PARM-SEV PIC 9(01).
014546 01  FIB-PAGE-LINE-1           PIC X(80)          VALUE
014546     "JOB=FIBJOB  STEP=FIB  PROGRAM=FIBONACC".
014546 01  FIB-PAGE-LINE-2.
014546     05  FILLER                PIC X(13)          VALUE
014546         "FIBJOB SLA - ".
014546     05  FIB-PAGE-VERDICT      PIC X(09).
014546     05  FILLER                PIC X(13)          VALUE
014546         " - REQUESTOR ".
014546     05  FIB-PAGE-REQUESTOR    PIC X(08).
014546     05  FILLER                PIC X(06)          VALUE " NODE ".
014546     05  FIB-PAGE-NODE         PIC X(17).
014546     05  FILLER                PIC X(14)          VALUE SPACES.
014546 01  FIB-PAGE-LINE-3.
014546     05  FILLER                PIC X(23)          VALUE
014546         "PROJECTED FIB STEP END ".
014546     05  FIB-PAGE-END-DATE     PIC 9(08).
014546     05  FILLER                PIC X(01)          VALUE SPACE.
014546     05  FIB-PAGE-END-TIME     PIC 9(06).
014546     05  FILLER                PIC X(11)          VALUE
014546         "  DEADLINE ".
014546     05  FIB-PAGE-DUE-DATE     PIC 9(08).
014546     05  FILLER                PIC X(01)          VALUE SPACE.
014546     05  FIB-PAGE-DUE-TIME     PIC 9(04).
014546     05  FILLER                PIC X(18)          VALUE SPACES.
014546 01  FIB-PAGE-LINE-4.
014546     05  FILLER                PIC X(11)          VALUE
014546         "TERMS DONE ".
014546     05  FIB-PAGE-DONE         PIC 9(09).
014546     05  FILLER                PIC X(12)          VALUE
014546         "  REMAINING ".
014546     05  FIB-PAGE-REMAINING    PIC 9(09).
014546     05  FILLER                PIC X(15)          VALUE
014546         "  ELAPSED SECS ".
014546     05  FIB-PAGE-ELAPSED      PIC 9(09).
014546     05  FILLER                PIC X(15)          VALUE SPACES.
014546 01  FIB-PAGE-LINE-5.
014546     05  FILLER                PIC X(45)          VALUE
014546         "THE FIB STEP IS STILL RUNNING.  CHECK IT FOR ".
014546     05  FILLER                PIC X(35)          VALUE
014546         "CONTENTION AND WARN THE REQUESTOR.".
014547
014547*
014547****************************************************
014547**  THE SHARED TERM TABLE - EVERY DISTINCT         *
014547**  SEQUENCE DUE TONIGHT, COMPUTED ONCE TO THE     *
014547**  HIGHEST BOUND ANY CARD STILL TO RUN ASKS FOR.  *
014547**  EACH SEQUENCE'S TERMS 0 THROUGH FIB-SHR-TOP    *
014547**  SIT IN THE POOL FROM SLOT FIB-SHR-BASE ON (A   *
014547**  BASE OF ZERO MEANS IT DID NOT FIT, AND ITS     *
014547**  TERMS ARE CALLED FROM Fib ONE BY ONE).  ONE    *
014547**  SEQUENCE ID ALWAYS HAS ONE SEED PAIR (1135     *
014547**  REJECTS A CONFLICT), SO THE ID IS THE KEY.     *
014547**  FIB-SHR-NIGHT-TOP IS THE HIGHEST BOUND ANY     *
014547**  HONORED CARD ASKS FOR TONIGHT, DONE OR NOT -   *
014547**  THE UPPER BOUND EVERY FIBHIST RECORD OF THE    *
014547**  SEQUENCE CARRIES, SO CARDS SHARING A SEQUENCE  *
014547**  AT DIFFERENT BOUNDS LEAVE ONE CONSISTENT      *
014547**  GROUP.                                        *
014547****************************************************
014547 01  FIB-SHR-POOL-MAX          PIC S9(9)  COMP-5  VALUE 30000.
014547 01  FIB-SHR-POOL-USED         PIC S9(9)  COMP-5  VALUE ZERO.
014547 01  FIB-SHR-POOL.
014547     05  FIB-SHR-TERM          OCCURS 30000 TIMES.
014547         10  FIB-SHR-RESULT    PIC X(150).
014547         10  FIB-SHR-OFLOW     PIC X(01).
014547 01  FIB-SHR-SEQ-COUNT         PIC S9(4)  COMP-5  VALUE ZERO.
014547 01  FIB-SHR-SEQ-TABLE.
014547     05  FIB-SHR-SEQ-ENTRY     OCCURS 50 TIMES.
014547         10  FIB-SHR-SEQ-ID    PIC X(08).
014547         10  FIB-SHR-SEED-1    PIC 9(18).
014547         10  FIB-SHR-SEED-2    PIC 9(18).
014547         10  FIB-SHR-TOP       PIC S9(4)  COMP-5.
014547         10  FIB-SHR-NIGHT-TOP PIC S9(4)  COMP-5.
014547         10  FIB-SHR-BASE      PIC S9(9)  COMP-5.
014547         10  FIB-SHR-USERS     PIC S9(4)  COMP-5.
014547 01  FIB-SHR-SUB               PIC S9(4)  COMP-5.
014547 01  FIB-SHR-HIT               PIC S9(4)  COMP-5.
014547 01  FIB-SHR-K                 PIC S9(4)  COMP-5.
014547 01  FIB-SHR-SLOT              PIC S9(9)  COMP-5.
014547 01  FIB-SHR-WANTED-ID         PIC X(08).
014547 01  FIB-CUR-SHR-BASE          PIC S9(9)  COMP-5  VALUE ZERO.
014547 01  FIB-CUR-HIST-BOUND        PIC S9(4)  COMP-5  VALUE ZERO.
014547 01  FIB-SHR-TERMS-CALC        PIC S9(9)  COMP-5  VALUE ZERO.
014547 01  FIB-SHR-PREV-1.
014547     05  FIB-SHR-P1-HIGH       PIC X(05).
014547     05  FIB-SHR-P1-LOW        PIC X(150).
014547 01  FIB-SHR-PREV-2            PIC X(155).
014547 01  FIB-SHR-CURR              PIC X(155).
014547 01  FIB-SHR-ADD-OFLOW-SW      PIC X(01)          VALUE "N".
014547     88  FIB-SHR-ADD-OFLOW            VALUE "Y".
014547 01  FIB-SHR-WRAP-SW           PIC X(01)          VALUE "N".
014547     88  FIB-SHR-WRAPPED              VALUE "Y".
014500 PROCEDURE DIVISION.
014600*
014700****************************************************
015060         MOVE 8 TO RETURN-CODE
015080     ELSE
015100         PERFORM 1000-INITIALIZE      THRU 1000-EXIT
015150         IF FIB-STATE-BYPASSED
015160             PERFORM 3400-RELEASE-RUN-LOCK THRU 3400-EXIT
015170         ELSE
015200             PERFORM 1900-PROCESS-REQUEST THRU 1900-EXIT
015300                 VARYING FIB-REQ-CUR FROM 1 BY 1
015400                 UNTIL FIB-REQ-CUR > FIB-REQ-COUNT
015600             PERFORM 3000-TERMINATE       THRU 3000-EXIT
015620         END-IF
015650     END-IF.
015650     IF FIB-STATE-NIGHT-ADOPTED
015650        AND RETURN-CODE < 4
015650         MOVE 4 TO RETURN-CODE
015650     END-IF.
015700     STOP RUN.
015800*
016200**  ARCHIVE REPORT, EXTRACT, AND HISTORY FILES -     *
016300**  WHETHER THEY OPEN FRESH OR EXTENDED DEPENDS ON   *
016350**  WHETHER THIS IS A COLD START OR A RESUMED RUN.   *
016380**  IF THE RUN-STATE FILE SAYS THIS STEP ALREADY     *
016410**  COMPLETED FOR THE RUN DATE, NOTHING IS OPENED.   *
016440**  LAST, EACH SEQUENCE DUE TONIGHT IS COMPUTED ONCE *
016470**  INTO THE SHARED TERM TABLE.                      *
016500****************************************************
016600 1000-INITIALIZE.
016675     ACCEPT FIB-TIM-INVOKE-DATE FROM DATE YYYYMMDD.
016750     ACCEPT FIB-TIM-TIME-RAW FROM TIME.
016825     MOVE FIB-TIM-TIME-RAW(1:6) TO FIB-TIM-INVOKE-TIME.
016900     PERFORM 1100-READ-PARM-DECK  THRU 1100-EXIT.
017000     PERFORM 1200-READ-RESTART-CARD THRU 1200-EXIT.
017020     PERFORM 1250-SET-RUN-DATE     THRU 1250-EXIT.
017030     PERFORM 1150-APPLY-SCHEDULE   THRU 1150-EXIT.
017033     PERFORM 1700-CHECK-RUN-STATE  THRU 1700-EXIT.
017036     IF FIB-STATE-BYPASSED
017039         GO TO 1000-EXIT
017042     END-IF.
017045     PERFORM 1800-LOAD-SLA          THRU 1800-EXIT.
017050     PERFORM 1400-OPEN-REPORT-FILE  THRU 1400-EXIT.
017100     PERFORM 1300-OPEN-HISTORY-FILE THRU 1300-EXIT.
017150     PERFORM 1500-OPEN-EXTRACT-FILE THRU 1500-EXIT.
017200     PERFORM 1600-OPEN-JOURNAL-FILE THRU 1600-EXIT.
017250     PERFORM 1950-BUILD-SHARED-TERMS THRU 1950-EXIT.
017300 1000-EXIT.
017400     EXIT.
017410*
018100 1100-READ-PARM-DECK.
018200     OPEN INPUT FIB-PARM-FILE.
018300     IF FIB-PARM-FILE-OK
018310         ACCEPT FIB-ENT-TODAY FROM DATE YYYYMMDD
018320         OPEN INPUT FIB-RQST-FILE
018330         IF FIB-RQST-FILE-OK
018340             SET FIB-RQST-OPEN TO TRUE
018350         ELSE
018360             DISPLAY "FIBONACCI: REQUESTOR MASTER FIBRQST "
018370                 "UNAVAILABLE, STATUS = " FIB-RQST-FILE-STATUS
018380                 " - EVERY CARD WILL BE REJECTED"
018390         END-IF
018400         PERFORM 1110-READ-PARM-CARD THRU 1110-EXIT
018500             UNTIL FIB-PARM-EOF
019200         CLOSE FIB-PARM-FILE
019210         IF FIB-RQST-OPEN
019220             CLOSE FIB-RQST-FILE
019230             MOVE "N" TO FIB-RQST-OPEN-SW
019240         END-IF
019300     END-IF.
019310     IF FIB-REQ-COUNT = ZERO
019320         MOVE 1          TO FIB-REQ-COUNT
019751*
019752****************************************************
019753**  1140-SET-CARD-VERDICT - THE CARD HAS CLEARED   *
019753**  EVERY EDIT EXCEPT THE SEQUENCE SEED CONFLICT   *
019753**  AND THE REQUESTOR MASTER ENTITLEMENT; SETTLE   *
019753**  IT HONORED OR REJECTED.                        *
019756****************************************************
019757 1140-SET-CARD-VERDICT.
019758     IF FIB-SEQ-CONFLICT-FOUND
019760         MOVE "SEQUENCE SEED CONFLICT"
019761             TO FIB-REQ-REASON(FIB-REQ-COUNT)
019762     ELSE
019762         PERFORM 1145-CHECK-ENTITLEMENT THRU 1145-EXIT
019762         IF FIB-ENT-REASON NOT = SPACES
019762             MOVE "R" TO FIB-REQ-STATUS-SW(FIB-REQ-COUNT)
019762             MOVE FIB-ENT-REASON
019762                 TO FIB-REQ-REASON(FIB-REQ-COUNT)
019762         ELSE
019763             MOVE "H" TO FIB-REQ-STATUS-SW(FIB-REQ-COUNT)
019764             MOVE FIB-PARM-UPPER-BOUND
019765                 TO FIB-REQ-BOUND(FIB-REQ-COUNT)
019765         END-IF
019766     END-IF.
019767 1140-EXIT.
019767     EXIT.
019767*
019767****************************************************
019767**  1145-CHECK-ENTITLEMENT - IS THE CARD'S         *
019767**  REQUESTOR ON THE REQUESTOR MASTER, ACTIVE, NOT *
019767**  PAST ITS EXPIRY, ASKING NO MORE THAN ITS       *
019767**  MAXIMUM BOUND, FOR A SEQUENCE IT IS PERMITTED? *
019767**  LEAVES FIB-ENT-REASON BLANK IF SO, OR THE      *
019767**  FIBACK REJECT REASON IF NOT.  THE EXPIRY IS    *
019767**  TESTED AGAINST TODAY - THE RUN DATE IS NOT     *
019767**  SETTLED UNTIL 1250.                            *
019767****************************************************
019767 1145-CHECK-ENTITLEMENT.
019767     MOVE SPACES TO FIB-ENT-REASON.
019767     IF NOT FIB-RQST-OPEN
019767         MOVE "REQUESTOR MASTER UNAVAILABLE" TO FIB-ENT-REASON
019767         GO TO 1145-EXIT
019767     END-IF.
019767     MOVE FIB-PARM-REQUESTOR TO FIB-RQST-REQUESTOR.
019767     READ FIB-RQST-FILE
019767         INVALID KEY
019767             MOVE "REQUESTOR NOT ON MASTER" TO FIB-ENT-REASON
019767             GO TO 1145-EXIT
019767     END-READ.
019767     IF NOT FIB-RQST-ACTIVE
019767         MOVE "REQUESTOR INACTIVE ON MASTER" TO FIB-ENT-REASON
019767         GO TO 1145-EXIT
019767     END-IF.
019767     IF NOT FIB-RQST-NO-EXPIRY
019767        AND FIB-RQST-EXPIRY-DATE < FIB-ENT-TODAY
019767         MOVE "REQUESTOR EXPIRED ON MASTER" TO FIB-ENT-REASON
019767         GO TO 1145-EXIT
019767     END-IF.
019767     MOVE FIB-PARM-UPPER-BOUND TO FIB-ENT-BOUND-9.
019767     IF FIB-ENT-BOUND-9 > FIB-RQST-MAX-BOUND
019767         MOVE FIB-RQST-MAX-BOUND TO FIB-ENT-OVER-MAX
019767         MOVE FIB-ENT-OVER-REASON TO FIB-ENT-REASON
019767         GO TO 1145-EXIT
019767     END-IF.
019767     MOVE "N" TO FIB-ENT-SEQ-SW.
019767     PERFORM 1146-CHECK-ONE-ENT-SEQ THRU 1146-EXIT
019767         VARYING FIB-ENT-SUB FROM 1 BY 1
019767         UNTIL FIB-ENT-SUB > 4
019767            OR FIB-ENT-SEQ-HIT.
019767     IF NOT FIB-ENT-SEQ-HIT
019767         MOVE "SEQUENCE NOT ENTITLED" TO FIB-ENT-REASON
019767     END-IF.
019767 1145-EXIT.
019767     EXIT.
019767*
019767****************************************************
019767**  1146-CHECK-ONE-ENT-SEQ - ONE PERMITTED         *
019767**  SEQUENCE SLOT ON THE MASTER RECORD.            *
019767****************************************************
019767 1146-CHECK-ONE-ENT-SEQ.
019767     IF FIB-RQST-SEQ-ID(FIB-ENT-SUB)
019767            = FIB-REQ-SEQ-ID(FIB-REQ-COUNT)
019767         SET FIB-ENT-SEQ-HIT TO TRUE
019767     END-IF.
019767 1146-EXIT.
019768     EXIT.
019769*
019769****************************************************
022050**  1250-SET-RUN-DATE - A RESUMED RUN ALREADY HAS    *
022060**  FIB-RUN-DATE FROM ITS CHECKPOINT (SEE ABOVE); A   *
022070**  COLD START HAS NOT, SO STAMP IT WITH TODAY'S      *
022080**  DATE HERE, BEFORE ANY ARCHIVE FILE IS OPENED -   *
022082**  UNLESS THIS IS A RERUN OF THE LAST NIGHT (SEE    *
022084**  1260), IN WHICH CASE IT TAKES THAT NIGHT.        *
022090****************************************************
022100 1250-SET-RUN-DATE.
022105     IF FIB-RUN-DATE = ZERO
022107         PERFORM 1260-CHECK-NIGHT-RESUME THRU 1260-EXIT
022108     END-IF.
022110     IF FIB-RUN-DATE = ZERO
022120         ACCEPT FIB-RUN-DATE FROM DATE YYYYMMDD
022130     END-IF.
022140 1250-EXIT.
022150     EXIT.
022150*
022150****************************************************
022150**  1260-CHECK-NIGHT-RESUME - A RERUN STARTED       *
022150**  AFTER MIDNIGHT WOULD TAKE TODAY'S DATE AND      *
022150**  REDO THE WHOLE NIGHT UNDER IT, RE-SENDING       *
022150**  EVERY FEED ALREADY DELIVERED.  SO THE LAST      *
022150**  FIBRUN NIGHT IS ADOPTED AS OUR RUN DATE IF ITS  *
022150**  "FIBJOB" RECORD IS "R" (SET BY FibStepState -   *
022150**  THE FLAG IS THEN TURNED TO "C" SO ONLY THIS     *
022150**  RERUN TAKES IT), OR IF 1270 FINDS THIS IS A     *
022150**  RERUN INSIDE THE NIGHT'S OWN BATCH WINDOW.  AN  *
022150**  ADOPTED NIGHT IS DISPLAYED AND THE STEP ENDS    *
022150**  AT LEAST RC 4 SO THE ALERT STEP PAGES ON IT.    *
022150**  ANY TROUBLE HERE LEAVES THE RUN DATE ALONE.     *
022150****************************************************
022150 1260-CHECK-NIGHT-RESUME.
022150     MOVE ZERO TO FIB-STATE-NIGHT.
022150     OPEN INPUT FIB-RUN-LOG-FILE.
022150     IF NOT FIB-RUN-LOG-FILE-OK
022150         GO TO 1260-EXIT
022150     END-IF.
022150     PERFORM 1265-SCAN-RUN-LOG THRU 1265-EXIT
022150         UNTIL FIB-STATE-RLOG-EOF.
022150     CLOSE FIB-RUN-LOG-FILE.
022150     IF FIB-STATE-NIGHT = ZERO
022150         GO TO 1260-EXIT
022150     END-IF.
022150     OPEN I-O FIB-STATE-FILE.
022150     IF NOT FIB-STATE-FILE-OK
022150         GO TO 1260-EXIT
022150     END-IF.
022150     MOVE FIB-STATE-NIGHT TO FIB-STATE-RUN-DATE.
022150     MOVE "FIBJOB"        TO FIB-STATE-STEP.
022150     MOVE SPACES          TO FIB-STATE-REQUESTOR.
022150     READ FIB-STATE-FILE
022150         INVALID KEY
022150             CONTINUE
022150         NOT INVALID KEY
022150             IF FIB-STATE-REDO
022150                 SET FIB-STATE-NIGHT-FLAGGED TO TRUE
022150             END-IF
022150     END-READ.
022150     IF FIB-STATE-NIGHT-FLAGGED
022150         MOVE FIB-STATE-NIGHT TO FIB-RUN-DATE
022150         SET FIB-STATE-NIGHT-ADOPTED TO TRUE
022150         SET FIB-STATE-COMPLETE TO TRUE
022150         MOVE ZERO TO FIB-STATE-RC
022150         PERFORM 1710-STAMP-STATE THRU 1710-EXIT
022150         REWRITE FIB-STATE-RECORD
022150         DISPLAY "FIBONACCI: NIGHT FLAGGED FOR RESUME - RUNNING "
022150             "UNDER RUN DATE " FIB-RUN-DATE
022150     ELSE
022150         PERFORM 1270-CHECK-NIGHT-COMPLETE THRU 1270-EXIT
022150     END-IF.
022150     CLOSE FIB-STATE-FILE.
022150 1260-EXIT.
022150     EXIT.
022150*
022150****************************************************
022150**  1265-SCAN-RUN-LOG - THE LAST FIBRUN RECORD'S    *
022150**  RUN DATE IS THE LAST NIGHT.                     *
022150****************************************************
022150 1265-SCAN-RUN-LOG.
022150     READ FIB-RUN-LOG-FILE
022150         AT END
022150             SET FIB-STATE-RLOG-EOF TO TRUE
022150         NOT AT END
022150             MOVE FIB-RLOG-RUN-DATE TO FIB-STATE-NIGHT
022150     END-READ.
022150 1265-EXIT.
022150     EXIT.
022150*
022150****************************************************
022150**  1270-CHECK-NIGHT-COMPLETE - BROWSE THE LAST     *
022150**  NIGHT'S FIBSTATE RECORDS.  THE NIGHT IS DONE    *
022150**  ONLY IF FIB AND BAL ARE BOTH "C" AND EVERY      *
022150**  GDGCOPY, SPLIT AND XMIT RECORD IT HAS IS "C"    *
022150**  (SUMM AND PRNT RUN EVERY TIME AND DO NOT        *
022150**  COUNT).  AN UNFINISHED NIGHT IS ADOPTED - THE   *
022150**  RERUN THEN BYPASSES WHAT IS ALREADY COMPLETE -  *
022150**  ONLY IF ITS FIB STEP IS "C" AND ENDED WITHIN    *
022150**  FIB-STATE-WINDOW-SECS (12 HOURS) OF NOW.  LATER *
022150**  THAN THAT THIS IS THE NEXT SCHEDULED NIGHT, NOT *
022150**  A RERUN, AND IT MUST NOT BE HELD ON THE OLD     *
022150**  DATE; NOR IS A NIGHT WHOSE FIB STEP IS "F" OR   *
022150**  "S" EVER ADOPTED HERE.  EITHER IS LEFT TO THE   *
022150**  OPERATOR - FibStepState MODE N - AND A NIGHT    *
022150**  PASSED OVER IS DISPLAYED.  A NIGHT WITH NO      *
022150**  RECORDS AT ALL WAS NOT TRACKED AND IS LEFT      *
022150**  ALONE.  A JOB CANCELLED BETWEEN TWO SPLIT/XMIT  *
022150**  PAIRS LEAVES NOTHING TO FIND HERE - MODE N      *
022150**  COVERS THAT TOO.                                *
022150****************************************************
022150 1270-CHECK-NIGHT-COMPLETE.
022150     MOVE ZERO TO FIB-STATE-SCAN-COUNT.
022150     MOVE "N"  TO FIB-STATE-SCAN-EOF-SW.
022150     MOVE "N"  TO FIB-STATE-OPEN-SW.
022150     MOVE "N"  TO FIB-STATE-FIB-DONE-SW.
022150     MOVE "N"  TO FIB-STATE-BAL-DONE-SW.
022150     MOVE LOW-VALUES      TO FIB-STATE-KEY.
022150     MOVE FIB-STATE-NIGHT TO FIB-STATE-RUN-DATE.
022150     START FIB-STATE-FILE KEY IS NOT < FIB-STATE-KEY
022150         INVALID KEY
022150             SET FIB-STATE-SCAN-EOF TO TRUE
022150     END-START.
022150     PERFORM 1275-CHECK-ONE-STEP THRU 1275-EXIT
022150         UNTIL FIB-STATE-SCAN-EOF.
022150     IF FIB-STATE-SCAN-COUNT = ZERO
022150         GO TO 1270-EXIT
022150     END-IF.
022150     IF FIB-STATE-FIB-DONE
022150        AND FIB-STATE-BAL-DONE
022150        AND NOT FIB-STATE-STEP-OPEN
022150         GO TO 1270-EXIT
022150     END-IF.
022150     IF NOT FIB-STATE-FIB-DONE
022150         DISPLAY "FIBONACCI: NIGHT " FIB-STATE-NIGHT
022150             " DID NOT COMPLETE AND ITS FIB STEP IS NOT "
022150             "COMPLETE - STARTING A NEW NIGHT.  RUN FIBSTEPS "
022150             "MODE N FIRST TO RERUN IT"
022150         GO TO 1270-EXIT
022150     END-IF.
022150     PERFORM 1280-CHECK-WINDOW THRU 1280-EXIT.
022150     IF FIB-TIM-ELAPSED > FIB-STATE-WINDOW-SECS
022150         DISPLAY "FIBONACCI: NIGHT " FIB-STATE-NIGHT
022150             " DID NOT COMPLETE BUT IS OUTSIDE ITS BATCH "
022150             "WINDOW - STARTING A NEW NIGHT.  RUN FIBSTEPS "
022150             "MODE N FIRST TO RERUN IT"
022150         GO TO 1270-EXIT
022150     END-IF.
022150     MOVE FIB-STATE-NIGHT TO FIB-RUN-DATE.
022150     SET FIB-STATE-NIGHT-ADOPTED TO TRUE.
022150     DISPLAY "FIBONACCI: NIGHT " FIB-STATE-NIGHT
022150         " DID NOT COMPLETE - RERUN RESUMING IT UNDER THAT "
022150         "RUN DATE".
022150 1270-EXIT.
022150     EXIT.
022150*
022150****************************************************
022150**  1275-CHECK-ONE-STEP - ONE RECORD OF THE         *
022150**  BROWSE, UNTIL THE RUN DATE CHANGES.             *
022150****************************************************
022150 1275-CHECK-ONE-STEP.
022150     READ FIB-STATE-FILE NEXT RECORD
022150         AT END
022150             SET FIB-STATE-SCAN-EOF TO TRUE
022150             GO TO 1275-EXIT
022150     END-READ.
022150     IF FIB-STATE-RUN-DATE NOT = FIB-STATE-NIGHT
022150         SET FIB-STATE-SCAN-EOF TO TRUE
022150         GO TO 1275-EXIT
022150     END-IF.
022150     IF FIB-STATE-STEP = "FIB"
022150         ADD 1 TO FIB-STATE-SCAN-COUNT
022150         IF FIB-STATE-COMPLETE
022150             SET FIB-STATE-FIB-DONE TO TRUE
022150             MOVE FIB-STATE-DATE TO FIB-STATE-FIB-END-DATE
022150             MOVE FIB-STATE-TIME TO FIB-STATE-FIB-END-TIME
022150         END-IF
022150     END-IF.
022150     IF FIB-STATE-STEP = "BAL"
022150         ADD 1 TO FIB-STATE-SCAN-COUNT
022150         IF FIB-STATE-COMPLETE
022150             SET FIB-STATE-BAL-DONE TO TRUE
022150         END-IF
022150     END-IF.
022150     IF FIB-STATE-STEP = "GDGCOPY" OR "SPLIT" OR "XMIT"
022150         ADD 1 TO FIB-STATE-SCAN-COUNT
022150         IF NOT FIB-STATE-COMPLETE
022150             SET FIB-STATE-STEP-OPEN TO TRUE
022150         END-IF
022150     END-IF.
022150 1275-EXIT.
022150     EXIT.
022150*
022150****************************************************
022150**  1280-CHECK-WINDOW - FIB-TIM-ELAPSED IS THE      *
022150**  SECONDS FROM THE LAST NIGHT'S FIB STEP ENDING   *
022150**  TO NOW.  DAYS ARE COUNTED BY STEPPING THE       *
022150**  CALENDAR (2560-COUNT-ONE-DAY), AT MOST A WEEK.  *
022150****************************************************
022150 1280-CHECK-WINDOW.
022150     MOVE FIB-STATE-FIB-END-TIME TO FIB-TIM-CALC-TIME.
022150     COMPUTE FIB-STATE-FIB-END-SECS = FIB-TIM-CALC-HH * 3600
022150         + FIB-TIM-CALC-MM * 60 + FIB-TIM-CALC-SS.
022150     ACCEPT FIB-TIM-CALC-DATE FROM DATE YYYYMMDD.
022150     ACCEPT FIB-TIM-TIME-RAW FROM TIME.
022150     MOVE FIB-TIM-TIME-RAW(1:6) TO FIB-TIM-CALC-TIME.
022150     MOVE ZERO TO FIB-TIM-CALC-DAYS.
022150     MOVE FIB-STATE-FIB-END-DATE TO FIB-SCH-TEST-DATE.
022150     PERFORM 2560-COUNT-ONE-DAY THRU 2560-EXIT
022150         UNTIL FIB-SCH-TEST-DATE NOT < FIB-TIM-CALC-DATE
022150            OR FIB-TIM-CALC-DAYS NOT < 7.
022150     COMPUTE FIB-TIM-ELAPSED = FIB-TIM-CALC-DAYS * 86400
022150         + FIB-TIM-CALC-HH * 3600 + FIB-TIM-CALC-MM * 60
022150         + FIB-TIM-CALC-SS - FIB-STATE-FIB-END-SECS.
022150 1280-EXIT.
022150     EXIT.
022160*
022170****************************************************
022180**  1300-OPEN-HISTORY-FILE - OPEN THE KEYED HISTORY *
023191     END-IF.
023191 1600-EXIT.
023191     EXIT.
023191*
023191****************************************************
023191**  1700-CHECK-RUN-STATE - IF STEP "FIB" IS "C" ON  *
023191**  THE RUN-STATE FILE FOR THIS RUN DATE, THE       *
023191**  NIGHT'S WORK IS DONE AND THIS IS A RERUN FOR A  *
023191**  LATER STEP - BYPASS CLEANLY.  OTHERWISE STAMP   *
023191**  THE STEP "S" (STARTED).  A FILE THAT WILL NOT   *
023191**  OPEN IS WARNED ON AND THE STEP RUNS UNTRACKED.  *
023191****************************************************
023191 1700-CHECK-RUN-STATE.
023191     OPEN I-O FIB-STATE-FILE.
023191     IF NOT FIB-STATE-FILE-OK
023191         DISPLAY "FIBONACCI: FIBSTATE COULD NOT BE OPENED, "
023191             "STATUS = " FIB-STATE-FILE-STATUS
023191             " - RUN STATE NOT TRACKED"
023191         SET FIB-STATE-UNTRACKED TO TRUE
023191         GO TO 1700-EXIT
023191     END-IF.
023191     PERFORM 1720-READ-STATE THRU 1720-EXIT.
023191     IF FIB-STATE-FOUND AND FIB-STATE-COMPLETE
023191         DISPLAY "FIBONACCI: FIB STEP ALREADY COMPLETE FOR RUN "
023191             "DATE " FIB-RUN-DATE " - STEP BYPASSED"
023191         SET FIB-STATE-BYPASSED TO TRUE
023191         CLOSE FIB-STATE-FILE
023191         GO TO 1700-EXIT
023191     END-IF.
023191     SET FIB-STATE-STARTED TO TRUE.
023191     MOVE ZERO TO FIB-STATE-RC.
023191     PERFORM 1730-STORE-STATE THRU 1730-EXIT.
023191     CLOSE FIB-STATE-FILE.
023191 1700-EXIT.
023191     EXIT.
023191*
023191****************************************************
023191**  1710-STAMP-STATE - WHEN AND BY WHOM, ON THE     *
023191**  STATE RECORD IN THE RECORD AREA.                *
023191****************************************************
023191 1710-STAMP-STATE.
023191     ACCEPT FIB-STATE-DATE FROM DATE YYYYMMDD.
023191     ACCEPT FIB-STATE-TIME-RAW FROM TIME.
023191     MOVE FIB-STATE-TIME-RAW(1:6) TO FIB-STATE-TIME.
023191     IF FIB-STATE-STARTED
023191         MOVE FIB-STATE-DATE TO FIB-STATE-BEGIN-DATE
023191         MOVE FIB-STATE-TIME TO FIB-STATE-BEGIN-TIME
023191     END-IF.
023191     IF FIB-STATE-BEGIN-DATE NOT NUMERIC
023191         MOVE ZERO TO FIB-STATE-BEGIN-DATE
023191         MOVE ZERO TO FIB-STATE-BEGIN-TIME
023191     END-IF.
023191     MOVE "FIBONACC"  TO FIB-STATE-PROGRAM.
023191     MOVE SPACES      TO FIB-STATE-OPERATOR.
023191 1710-EXIT.
023191     EXIT.
023191*
023191****************************************************
023191**  1720-READ-STATE - STEP "FIB"'S RECORD FOR THE   *
023191**  RUN DATE, IF ANY.  ON NOT-FOUND THE RECORD      *
023191**  AREA IS SET UP FOR A NEW RECORD.                *
023191****************************************************
023191 1720-READ-STATE.
023191     MOVE FIB-RUN-DATE TO FIB-STATE-RUN-DATE.
023191     MOVE "FIB"        TO FIB-STATE-STEP.
023191     MOVE SPACES       TO FIB-STATE-REQUESTOR.
023191     READ FIB-STATE-FILE
023191         INVALID KEY
023191             MOVE "N" TO FIB-STATE-FOUND-SW
023191             MOVE SPACES       TO FIB-STATE-RECORD
023191             MOVE FIB-RUN-DATE TO FIB-STATE-RUN-DATE
023191             MOVE "FIB"        TO FIB-STATE-STEP
023191         NOT INVALID KEY
023191             SET FIB-STATE-FOUND TO TRUE
023191     END-READ.
023191 1720-EXIT.
023191     EXIT.
023191*
023191****************************************************
023191**  1730-STORE-STATE - STAMP AND WRITE (OR          *
023191**  REWRITE) THE STATE RECORD THE CALLER HAS SET.   *
023191****************************************************
023191 1730-STORE-STATE.
023191     PERFORM 1710-STAMP-STATE THRU 1710-EXIT.
023191     IF FIB-STATE-FOUND
023191         REWRITE FIB-STATE-RECORD
023191     ELSE
023191         WRITE FIB-STATE-RECORD
023191     END-IF.
023191     IF NOT FIB-STATE-FILE-OK
023191         DISPLAY "FIBONACCI: FIBSTATE NOT UPDATED, STATUS = "
023191             FIB-STATE-FILE-STATUS
023191     END-IF.
023191 1730-EXIT.
023191     EXIT.
023191*
023191****************************************************
023191**  1800-LOAD-SLA - LOAD THE DELIVERY DEADLINES    *
023191**  AND THE PROFILES' DESTINATION NODES, AND FIND  *
023191**  THE DEADLINE THAT GOVERNS EACH DECK ENTRY.     *
023191**  NO FIBSLA, OR AN EMPTY ONE, MEANS NOTHING IS   *
023191**  PROJECTED - THE RUN ITSELF IS NOT AFFECTED.    *
023191****************************************************
023191 1800-LOAD-SLA.
023191     MOVE ZERO TO FIB-SLA-COUNT.
023191     MOVE ZERO TO FIB-DLVP-COUNT.
023191     OPEN INPUT FIB-SLA-FILE.
023191     IF NOT FIB-SLA-FILE-OK
023191         DISPLAY "FIBONACCI: FIBSLA COULD NOT BE OPENED, "
023191             "STATUS = " FIB-SLA-FILE-STATUS
023191             " - FINISH NOT PROJECTED"
023191         GO TO 1800-EXIT
023191     END-IF.
023191     PERFORM 1820-LOAD-ONE-SLA THRU 1820-EXIT
023191         UNTIL FIB-SLA-EOF.
023191     CLOSE FIB-SLA-FILE.
023191     OPEN INPUT FIB-DLVP-FILE.
023191     IF FIB-DLVP-FILE-OK
023191         PERFORM 1810-LOAD-ONE-DLVP THRU 1810-EXIT
023191             UNTIL FIB-DLVP-EOF
023191         CLOSE FIB-DLVP-FILE
023191     END-IF.
023191     PERFORM 1830-RESOLVE-SLA THRU 1830-EXIT
023191         VARYING FIB-REQ-SUB FROM 1 BY 1
023191         UNTIL FIB-REQ-SUB > FIB-REQ-COUNT.
023191     DISPLAY "FIBONACCI: " FIB-SLA-COUNT " FIBSLA DEADLINES "
023191         "LOADED - FINISH WILL BE PROJECTED".
023191 1800-EXIT.
023191     EXIT.
023191*
023191****************************************************
023191**  1810-LOAD-ONE-DLVP - KEEP EACH ACTIVE          *
023191**  PROFILE'S REQUESTOR AND DESTINATION NODE.      *
023191****************************************************
023191 1810-LOAD-ONE-DLVP.
023191     READ FIB-DLVP-FILE
023191         AT END
023191             SET FIB-DLVP-EOF TO TRUE
023191             GO TO 1810-EXIT
023191     END-READ.
023191     IF FIB-DLVP-ACTIVE AND FIB-DLVP-COUNT < 200
023191         ADD 1 TO FIB-DLVP-COUNT
023191         MOVE FIB-DLVP-REQUESTOR
023191             TO FIB-DLVPT-REQUESTOR(FIB-DLVP-COUNT)
023191         MOVE FIB-DLVP-DEST-NODE
023191             TO FIB-DLVPT-DEST-NODE(FIB-DLVP-COUNT)
023191     END-IF.
023191 1810-EXIT.
023191     EXIT.
023191*
023191****************************************************
023191**  1820-LOAD-ONE-SLA - KEEP ONE DEADLINE ROW.     *
023191**  A ROW WITH A NON-NUMERIC DEADLINE IS SKIPPED   *
023191**  WITH A WARNING (FibSlaMaint NEVER WRITES ONE). *
023191****************************************************
023191 1820-LOAD-ONE-SLA.
023191     READ FIB-SLA-FILE
023191         AT END
023191             SET FIB-SLA-EOF TO TRUE
023191             GO TO 1820-EXIT
023191     END-READ.
023191     IF FIB-SLA-DEADLINE-DAY  NOT NUMERIC
023191        OR FIB-SLA-DEADLINE-TIME NOT NUMERIC
023191        OR FIB-SLA-WARN-MINUTES  NOT NUMERIC
023191         DISPLAY "FIBONACCI: FIBSLA ROW " FIB-SLA-REQUESTOR " "
023191             FIB-SLA-DEST-NODE " HAS A BAD DEADLINE - SKIPPED"
023191         GO TO 1820-EXIT
023191     END-IF.
023191     IF FIB-SLA-COUNT < 200
023191         ADD 1 TO FIB-SLA-COUNT
023191         MOVE FIB-SLA-REQUESTOR
023191             TO FIB-SLAT-REQUESTOR(FIB-SLA-COUNT)
023191         MOVE FIB-SLA-DEST-NODE
023191             TO FIB-SLAT-DEST-NODE(FIB-SLA-COUNT)
023191         MOVE FIB-SLA-DEADLINE-DAY TO FIB-SLAT-DAY(FIB-SLA-COUNT)
023191         MOVE FIB-SLA-DEADLINE-HH  TO FIB-SLAT-HH(FIB-SLA-COUNT)
023191         MOVE FIB-SLA-DEADLINE-MM  TO FIB-SLAT-MM(FIB-SLA-COUNT)
023191         MOVE FIB-SLA-WARN-MINUTES TO FIB-SLAT-WARN(FIB-SLA-COUNT)
023191     END-IF.
023191 1820-EXIT.
023191     EXIT.
023191*
023191****************************************************
023191**  1830-RESOLVE-SLA - FIND THE DECK ENTRY'S NODE  *
023191**  (ITS ACTIVE FIBDLVP PROFILE, IF ANY) AND THE   *
023191**  FIRST FIBSLA ROW THAT MATCHES IT, TRYING THE   *
023191**  FOUR MATCHES IN THE ORDER FIBSLA.CPY GIVES.    *
023191****************************************************
023191 1830-RESOLVE-SLA.
023191     MOVE ZERO   TO FIB-SLAP-ROW(FIB-REQ-SUB).
023191     MOVE SPACES TO FIB-SLA-NODE.
023191     SET FIB-SLAP-NOT-PAGED(FIB-REQ-SUB) TO TRUE.
023191     PERFORM 1835-FIND-NODE THRU 1835-EXIT
023191         VARYING FIB-DLVP-SUB FROM 1 BY 1
023191         UNTIL FIB-DLVP-SUB > FIB-DLVP-COUNT.
023191     MOVE FIB-SLA-NODE TO FIB-SLAP-NODE(FIB-REQ-SUB).
023191     PERFORM 1840-TRY-SLA-PASS THRU 1840-EXIT
023191         VARYING FIB-SLA-PASS FROM 1 BY 1
023191         UNTIL FIB-SLA-PASS > 4
023191            OR FIB-SLAP-ROW(FIB-REQ-SUB) NOT = ZERO.
023191 1830-EXIT.
023191     EXIT.
023191*
023191****************************************************
023191**  1835-FIND-NODE - IS THIS PROFILE THE DECK      *
023191**  ENTRY'S?                                       *
023191****************************************************
023191 1835-FIND-NODE.
023191     IF FIB-DLVPT-REQUESTOR(FIB-DLVP-SUB)
023191        = FIB-REQ-REQUESTOR(FIB-REQ-SUB)
023191         MOVE FIB-DLVPT-DEST-NODE(FIB-DLVP-SUB) TO FIB-SLA-NODE
023191     END-IF.
023191 1835-EXIT.
023191     EXIT.
023191*
023191****************************************************
023191**  1840-TRY-SLA-PASS - ONE MATCH PASS OVER THE    *
023191**  DEADLINE ROWS.                                 *
023191****************************************************
023191 1840-TRY-SLA-PASS.
023191     PERFORM 1845-TEST-SLA-ROW THRU 1845-EXIT
023191         VARYING FIB-SLA-SUB FROM 1 BY 1
023191         UNTIL FIB-SLA-SUB > FIB-SLA-COUNT
023191            OR FIB-SLAP-ROW(FIB-REQ-SUB) NOT = ZERO.
023191 1840-EXIT.
023191     EXIT.
023191*
023191****************************************************
023191**  1845-TEST-SLA-ROW - PASS 1 REQUESTOR AND NODE, *
023191**  PASS 2 REQUESTOR AND ANY NODE, PASS 3 ANY      *
023191**  REQUESTOR AND NODE, PASS 4 THE DEFAULT ROW.    *
023191****************************************************
023191 1845-TEST-SLA-ROW.
023191     MOVE "N" TO FIB-SLA-MATCH-SW.
023191     IF FIB-SLA-PASS = 1
023191        AND FIB-SLAT-REQUESTOR(FIB-SLA-SUB)
023191            = FIB-REQ-REQUESTOR(FIB-REQ-SUB)
023191        AND FIB-SLAT-DEST-NODE(FIB-SLA-SUB) = FIB-SLA-NODE
023191        AND FIB-SLA-NODE NOT = SPACES
023191         SET FIB-SLA-MATCH TO TRUE
023191     END-IF.
023191     IF FIB-SLA-PASS = 2
023191        AND FIB-SLAT-REQUESTOR(FIB-SLA-SUB)
023191            = FIB-REQ-REQUESTOR(FIB-REQ-SUB)
023191        AND FIB-SLAT-DEST-NODE(FIB-SLA-SUB) = "*"
023191         SET FIB-SLA-MATCH TO TRUE
023191     END-IF.
023191     IF FIB-SLA-PASS = 3
023191        AND FIB-SLAT-REQUESTOR(FIB-SLA-SUB) = "*"
023191        AND FIB-SLAT-DEST-NODE(FIB-SLA-SUB) = FIB-SLA-NODE
023191        AND FIB-SLA-NODE NOT = SPACES
023191         SET FIB-SLA-MATCH TO TRUE
023191     END-IF.
023191     IF FIB-SLA-PASS = 4
023191        AND FIB-SLAT-REQUESTOR(FIB-SLA-SUB) = "*"
023191        AND FIB-SLAT-DEST-NODE(FIB-SLA-SUB) = "*"
023191         SET FIB-SLA-MATCH TO TRUE
023191     END-IF.
023191     IF FIB-SLA-MATCH
023191         MOVE FIB-SLA-SUB TO FIB-SLAP-ROW(FIB-REQ-SUB)
023191     END-IF.
023191 1845-EXIT.
023191     EXIT.
023192*
023193****************************************************
023194**  1900-PROCESS-REQUEST - RUN ONE HONORED REQUEST  *
023202 1900-PROCESS-REQUEST.
023203     IF FIB-REQ-HONORED(FIB-REQ-CUR)
023204         PERFORM 1910-SETUP-REQUEST THRU 1910-EXIT
023204         IF NOT FIB-REQ-SKIP
023204             ACCEPT FIB-TIM-REQ-DATE FROM DATE YYYYMMDD
023204             ACCEPT FIB-TIM-TIME-RAW FROM TIME
023204             MOVE FIB-TIM-TIME-RAW(1:6) TO FIB-TIM-REQ-TIME
023204             PERFORM 2500-PROJECT-FINISH THRU 2500-EXIT
023204         END-IF
023205         IF NOT FIB-REQ-SKIP
023206             PERFORM 2000-PROCESS-TERM THRU 2000-EXIT
023207                 VARYING I FROM FIB-START-I BY 1
023249         END-IF
023250     END-IF.
023251     MOVE FIB-REQ-SEQ-ID(FIB-REQ-CUR) TO FIB-CUR-SEQ-ID.
023251     MOVE FIB-CUR-SEQ-ID TO FIB-SHR-WANTED-ID.
023251     PERFORM 1956-FIND-SHARED-SEQ THRU 1956-EXIT.
023251     MOVE ZERO TO FIB-CUR-SHR-BASE.
023251     MOVE FIB-UPPER-BOUND TO FIB-CUR-HIST-BOUND.
023251     IF FIB-SHR-HIT > ZERO
023251         MOVE FIB-SHR-BASE(FIB-SHR-HIT) TO FIB-CUR-SHR-BASE
023251         MOVE FIB-SHR-NIGHT-TOP(FIB-SHR-HIT)
023251             TO FIB-CUR-HIST-BOUND
023251     END-IF.
023252     IF NOT FIB-REQ-SKIP
023253         MOVE FIB-REQ-REQUESTOR(FIB-REQ-CUR)
023254             TO FIB-RPT-REQUESTOR
023258     END-IF.
023257 1910-EXIT.
023258     EXIT.
023258*
023258****************************************************
023258**  1950-BUILD-SHARED-TERMS - WORK OUT THE         *
023258**  DISTINCT SEQUENCES THE CARDS STILL TO RUN      *
023258**  TONIGHT ASK FOR, AND THE HIGHEST BOUND ON      *
023258**  EACH, THEN COMPUTE EACH ONE ONCE INTO THE      *
023258**  SHARED TERM TABLE.  A CARD THE CHECKPOINT SAYS *
023258**  IS ALREADY DONE NEEDS NOTHING COMPUTED.        *
023258****************************************************
023258 1950-BUILD-SHARED-TERMS.
023258     MOVE ZERO TO FIB-SHR-SEQ-COUNT.
023258     MOVE ZERO TO FIB-SHR-POOL-USED.
023258     PERFORM 1955-PLAN-ONE-REQUEST THRU 1955-EXIT
023258         VARYING FIB-REQ-SUB FROM 1 BY 1
023258         UNTIL FIB-REQ-SUB > FIB-REQ-COUNT.
023258     PERFORM 1960-GENERATE-ONE-SEQ THRU 1960-EXIT
023258         VARYING FIB-SHR-SUB FROM 1 BY 1
023258         UNTIL FIB-SHR-SUB > FIB-SHR-SEQ-COUNT.
023258 1950-EXIT.
023258     EXIT.
023258*
023258****************************************************
023258**  1955-PLAN-ONE-REQUEST - ADD ONE CARD'S         *
023258**  SEQUENCE TO THE TABLE (OR FIND IT THERE) AND   *
023258**  RAISE ITS NIGHT TOP TO THE CARD'S BOUND; IF    *
023258**  THE CARD IS STILL TO RUN, RAISE ITS TOP TOO.   *
023258**  THE SKIP TEST IS 1910-SETUP-REQUEST'S.         *
023258****************************************************
023258 1955-PLAN-ONE-REQUEST.
023258     IF NOT FIB-REQ-HONORED(FIB-REQ-SUB)
023258         GO TO 1955-EXIT
023258     END-IF.
023258     MOVE FIB-REQ-SEQ-ID(FIB-REQ-SUB) TO FIB-SHR-WANTED-ID.
023258     PERFORM 1956-FIND-SHARED-SEQ THRU 1956-EXIT.
023258     IF FIB-SHR-HIT = ZERO
023258         ADD 1 TO FIB-SHR-SEQ-COUNT
023258         MOVE FIB-SHR-SEQ-COUNT TO FIB-SHR-HIT
023258         MOVE FIB-SHR-WANTED-ID TO FIB-SHR-SEQ-ID(FIB-SHR-HIT)
023258         MOVE FIB-REQ-SEED-1(FIB-REQ-SUB)
023258             TO FIB-SHR-SEED-1(FIB-SHR-HIT)
023258         MOVE FIB-REQ-SEED-2(FIB-REQ-SUB)
023258             TO FIB-SHR-SEED-2(FIB-SHR-HIT)
023258         MOVE ZERO TO FIB-SHR-TOP(FIB-SHR-HIT)
023258         MOVE ZERO TO FIB-SHR-NIGHT-TOP(FIB-SHR-HIT)
023258         MOVE ZERO TO FIB-SHR-BASE(FIB-SHR-HIT)
023258         MOVE ZERO TO FIB-SHR-USERS(FIB-SHR-HIT)
023258     END-IF.
023258     IF FIB-REQ-BOUND(FIB-REQ-SUB)
023258        > FIB-SHR-NIGHT-TOP(FIB-SHR-HIT)
023258         MOVE FIB-REQ-BOUND(FIB-REQ-SUB)
023258             TO FIB-SHR-NIGHT-TOP(FIB-SHR-HIT)
023258     END-IF.
023258     IF FIB-CKPT-PRESENT
023258         IF FIB-REQ-SUB < FIB-CKPT-REQ-NO
023258             GO TO 1955-EXIT
023258         END-IF
023258         IF FIB-REQ-SUB = FIB-CKPT-REQ-NO
023258            AND FIB-CKPT-REQ-DONE-SAVED
023258             GO TO 1955-EXIT
023258         END-IF
023258     END-IF.
023258     ADD 1 TO FIB-SHR-USERS(FIB-SHR-HIT).
023258     IF FIB-REQ-BOUND(FIB-REQ-SUB) > FIB-SHR-TOP(FIB-SHR-HIT)
023258         MOVE FIB-REQ-BOUND(FIB-REQ-SUB)
023258             TO FIB-SHR-TOP(FIB-SHR-HIT)
023258     END-IF.
023258 1955-EXIT.
023258     EXIT.
023258*
023258****************************************************
023258**  1956-FIND-SHARED-SEQ - FIB-SHR-HIT IS THE      *
023258**  TABLE ENTRY FOR FIB-SHR-WANTED-ID (ZERO IF     *
023258**  NONE).                                         *
023258****************************************************
023258 1956-FIND-SHARED-SEQ.
023258     MOVE ZERO TO FIB-SHR-HIT.
023258     PERFORM 1957-CHECK-ONE-SHARED-SEQ THRU 1957-EXIT
023258         VARYING FIB-SHR-K FROM 1 BY 1
023258         UNTIL FIB-SHR-K > FIB-SHR-SEQ-COUNT
023258            OR FIB-SHR-HIT > ZERO.
023258 1956-EXIT.
023258     EXIT.
023258*
023258****************************************************
023258**  1957-CHECK-ONE-SHARED-SEQ - COMPARE ONE ENTRY. *
023258****************************************************
023258 1957-CHECK-ONE-SHARED-SEQ.
023258     IF FIB-SHR-SEQ-ID(FIB-SHR-K) = FIB-SHR-WANTED-ID
023258         MOVE FIB-SHR-K TO FIB-SHR-HIT
023258     END-IF.
023258 1957-EXIT.
023258     EXIT.
023258*
023258****************************************************
023258**  1960-GENERATE-ONE-SEQ - ONE FORWARD PASS FROM  *
023258**  THE SEEDS TO THE SEQUENCE'S TOP, EACH TERM     *
023258**  STORED AS IT IS REACHED, WITH THE SAME         *
023258**  OVERFLOW RULE Fib APPLIES: ONCE AN ADD CARRIES *
023258**  OUT OF THE 155-DIGIT ACCUMULATOR, OR A TERM    *
023258**  NEEDS MORE THAN 150 DIGITS, THAT TERM AND      *
023258**  EVERY ONE AFTER IT IS FLAGGED.  A SEQUENCE    *
023258**  WHOSE CARDS THE CHECKPOINT SAYS ARE ALL DONE   *
023258**  IS ONLY IN THE TABLE FOR ITS NIGHT TOP - THERE *
023258**  IS NOTHING TO COMPUTE.                         *
023258****************************************************
023258 1960-GENERATE-ONE-SEQ.
023258     IF FIB-SHR-USERS(FIB-SHR-SUB) = ZERO
023258         GO TO 1960-EXIT
023258     END-IF.
023258     IF FIB-SHR-POOL-USED + FIB-SHR-TOP(FIB-SHR-SUB) + 1
023258        > FIB-SHR-POOL-MAX
023258         DISPLAY "FIBONACCI: SEQUENCE "
023258             FIB-SHR-SEQ-ID(FIB-SHR-SUB)
023258             " TO I = " FIB-SHR-TOP(FIB-SHR-SUB)
023258             " DOES NOT FIT THE SHARED TERM TABLE - ITS TERMS "
023258             "WILL BE COMPUTED ONE BY ONE"
023258         GO TO 1960-EXIT
023258     END-IF.
023258     COMPUTE FIB-SHR-BASE(FIB-SHR-SUB) = FIB-SHR-POOL-USED + 1.
023258     COMPUTE FIB-SHR-POOL-USED = FIB-SHR-POOL-USED
023258         + FIB-SHR-TOP(FIB-SHR-SUB) + 1.
023258     MOVE FIB-SHR-BASE(FIB-SHR-SUB) TO FIB-SHR-SLOT.
023258     MOVE ALL "0" TO FIB-SHR-RESULT(FIB-SHR-SLOT).
023258     MOVE FIB-SHR-SEED-1(FIB-SHR-SUB)
023258         TO FIB-SHR-RESULT(FIB-SHR-SLOT)(133:18).
023258     MOVE "N" TO FIB-SHR-OFLOW(FIB-SHR-SLOT).
023258     IF FIB-SHR-TOP(FIB-SHR-SUB) > ZERO
023258         ADD 1 TO FIB-SHR-SLOT
023258         MOVE ALL "0" TO FIB-SHR-RESULT(FIB-SHR-SLOT)
023258         MOVE FIB-SHR-SEED-2(FIB-SHR-SUB)
023258             TO FIB-SHR-RESULT(FIB-SHR-SLOT)(133:18)
023258         MOVE "N" TO FIB-SHR-OFLOW(FIB-SHR-SLOT)
023258     END-IF.
023258     MOVE ALL "0" TO FIB-SHR-PREV-2.
023258     MOVE ALL "0" TO FIB-SHR-PREV-1.
023258     MOVE FIB-SHR-SEED-1(FIB-SHR-SUB) TO FIB-SHR-PREV-2(138:18).
023258     MOVE FIB-SHR-SEED-2(FIB-SHR-SUB) TO FIB-SHR-P1-LOW(133:18).
023258     MOVE "N" TO FIB-SHR-WRAP-SW.
023258     PERFORM 1965-GENERATE-ONE-TERM THRU 1965-EXIT
023258         VARYING FIB-SHR-K FROM 2 BY 1
023258         UNTIL FIB-SHR-K > FIB-SHR-TOP(FIB-SHR-SUB).
023258     COMPUTE FIB-SHR-TERMS-CALC = FIB-SHR-TERMS-CALC
023258         + FIB-SHR-TOP(FIB-SHR-SUB) + 1.
023258     DISPLAY "FIBONACCI: SEQUENCE " FIB-SHR-SEQ-ID(FIB-SHR-SUB)
023258         " COMPUTED ONCE, I = 0 - " FIB-SHR-TOP(FIB-SHR-SUB)
023258         ", FOR " FIB-SHR-USERS(FIB-SHR-SUB) " REQUEST(S)".
023258 1960-EXIT.
023258     EXIT.
023258*
023258****************************************************
023258**  1965-GENERATE-ONE-TERM - ADVANCE THE RUNNING   *
023258**  PAIR ONE POSITION WITH THE LONGHAND ADDER AND  *
023258**  STORE TERM FIB-SHR-K.                          *
023258****************************************************
023258 1965-GENERATE-ONE-TERM.
023258     CALL 'FibAddWide' USING BY REFERENCE FIB-SHR-PREV-1
023258                             BY REFERENCE FIB-SHR-PREV-2
023258                             BY REFERENCE FIB-SHR-CURR
023258                             BY REFERENCE FIB-SHR-ADD-OFLOW-SW.
023258     IF FIB-SHR-ADD-OFLOW
023258         SET FIB-SHR-WRAPPED TO TRUE
023258     END-IF.
023258     MOVE FIB-SHR-PREV-1 TO FIB-SHR-PREV-2.
023258     MOVE FIB-SHR-CURR   TO FIB-SHR-PREV-1.
023258     COMPUTE FIB-SHR-SLOT = FIB-SHR-BASE(FIB-SHR-SUB) + FIB-SHR-K.
023258     MOVE FIB-SHR-P1-LOW TO FIB-SHR-RESULT(FIB-SHR-SLOT).
023258     IF FIB-SHR-WRAPPED
023258        OR FIB-SHR-P1-HIGH NOT = "00000"
023258         MOVE "Y" TO FIB-SHR-OFLOW(FIB-SHR-SLOT)
023258     ELSE
023258         MOVE "N" TO FIB-SHR-OFLOW(FIB-SHR-SLOT)
023258     END-IF.
023258 1965-EXIT.
023258     EXIT.
023259*
023300****************************************************
023400**  2000-PROCESS-TERM - TAKE ONE FIB(I), WRITE IT    *
023500**  TO THE ARCHIVE FILE, AND ECHO IT TO THE JOB LOG. *
023550**  THE TERM ITSELF COMES FROM THE SHARED TABLE.     *
023600****************************************************
023700 2000-PROCESS-TERM.
023850     PERFORM 2010-TAKE-TERM       THRU 2010-EXIT.
024000     PERFORM 2100-CHECK-OVERFLOW  THRU 2100-EXIT.
024100     MOVE I           TO OUT-I  FIB-RPT-I.
024150     PERFORM 2050-FORMAT-RESULT   THRU 2050-EXIT.
025470     MOVE I TO FIB-LAST-I-DONE.
025480     MOVE "N" TO FIB-CKPT-DONE-FLAG.
025490     PERFORM 2200-CHECKPOINT      THRU 2200-EXIT.
025491     ADD 1 TO FIB-PROJ-TICK.
025492     IF FIB-PROJ-TICK NOT < FIB-PROJ-EVERY
025493         MOVE ZERO TO FIB-PROJ-TICK
025494         PERFORM 2500-PROJECT-FINISH THRU 2500-EXIT
025495     END-IF.
025500 2000-EXIT.
025504     EXIT.
025508*
025512****************************************************
025516**  2010-TAKE-TERM - FIB(I) AND ITS OVERFLOW FLAG  *
025520**  FROM THE SHARED TERM TABLE, OR - FOR A         *
025524**  SEQUENCE THE TABLE COULD NOT HOLD - FROM Fib,  *
025528**  WHICH WORKS FORWARD FROM THE SEEDS EACH CALL.  *
025532****************************************************
025536 2010-TAKE-TERM.
025540     IF FIB-CUR-SHR-BASE > ZERO
025544         COMPUTE FIB-SHR-SLOT = FIB-CUR-SHR-BASE + I
025548         MOVE FIB-SHR-RESULT(FIB-SHR-SLOT) TO RESULT
025552         MOVE FIB-SHR-OFLOW(FIB-SHR-SLOT)  TO FIB-OVERFLOW-SW
025556         GO TO 2010-EXIT
025560     END-IF.
025564     CALL 'Fib' USING BY VALUE I
025568                      BY REFERENCE FIB-REQ-SEED-1(FIB-REQ-CUR)
025572                      BY REFERENCE FIB-REQ-SEED-2(FIB-REQ-CUR)
025576                      BY REFERENCE RESULT
025580                      BY REFERENCE FIB-OVERFLOW-SW.
025584     COMPUTE FIB-SHR-TERMS-CALC = FIB-SHR-TERMS-CALC + I + 1.
025588 2010-EXIT.
025600     EXIT.
025610*
025620****************************************************
029040**  AND REWRITES THAT RECORD IN PLACE - THE KEYED   *
029060**  FILE NEVER CARRIES DUPLICATES.  EITHER WAY THE  *
029070**  CHANGE IS JOURNALED TO FIBJRNL WITH ITS BEFORE/ *
029080**  AFTER IMAGES FOR FORWARD RECOVERY.  THE UPPER   *
029082**  BOUND STAMPED IS THE NIGHT'S HIGHEST FOR THE    *
029084**  SEQUENCE (FIB-CUR-HIST-BOUND), NOT THE CARD'S - *
029086**  CARDS SHARING A SEQUENCE REWRITE EACH OTHER'S   *
029088**  KEYS, AND THE GROUP MUST CARRY ONE BOUND.       *
029100****************************************************
029200 2300-WRITE-HISTORY.
029300     MOVE SPACES          TO FIB-HISTORY-RECORD.
029400     MOVE FIB-RUN-DATE    TO FIB-HIST-RUN-DATE.
029450     MOVE FIB-CUR-SEQ-ID  TO FIB-HIST-SEQ-ID.
029500     MOVE FIB-CUR-HIST-BOUND TO FIB-HIST-UPPER-BOUND.
029600     MOVE I               TO FIB-HIST-I.
029700     MOVE RESULT          TO FIB-HIST-RESULT.
029800     IF FIB-OVERFLOW-DETECTED
031800     WRITE FIB-EXTRACT-RECORD.
032100 2400-EXIT.
032200     EXIT.
032200*
032200****************************************************
032200**  2500-PROJECT-FINISH - PROJECT WHEN THE STEP    *
032200**  WILL FINISH: THE TERMS STILL TO DO (THE REST   *
032200**  OF THIS REQUEST PLUS EVERY LATER HONORED       *
032200**  REQUEST ON THE DECK) AT THE RATE THIS          *
032200**  INVOCATION HAS RUN SO FAR.  NO FEED LEAVES     *
032200**  BEFORE THE WHOLE STEP ENDS, SO THE PROJECTION  *
032200**  IS HELD AGAINST EVERY HONORED REQUEST'S        *
032200**  DEADLINE.  TOO FEW TERMS DONE TO GIVE A FAIR   *
032200**  RATE MEANS NO PROJECTION YET.                  *
032200****************************************************
032200 2500-PROJECT-FINISH.
032200     IF FIB-SLA-COUNT = ZERO
032200         GO TO 2500-EXIT
032200     END-IF.
032200     COMPUTE FIB-PROJ-DONE = FIB-RUN-TERMS-TOTAL
032200         + FIB-TERMS-THIS-RUN.
032200     IF FIB-PROJ-DONE < FIB-PROJ-MIN-TERMS
032200         GO TO 2500-EXIT
032200     END-IF.
032200     MOVE FIB-TIM-INVOKE-DATE TO FIB-TIM-CALC-DATE.
032200     MOVE FIB-TIM-INVOKE-TIME TO FIB-TIM-CALC-TIME.
032200     PERFORM 2550-SECONDS-INTO-NIGHT THRU 2550-EXIT.
032200     MOVE FIB-TIM-CALC-SECS TO FIB-TIM-INVOKE-SECS.
032200     ACCEPT FIB-TIM-CALC-DATE FROM DATE YYYYMMDD.
032200     ACCEPT FIB-TIM-TIME-RAW FROM TIME.
032200     MOVE FIB-TIM-TIME-RAW(1:6) TO FIB-TIM-CALC-TIME.
032200     PERFORM 2550-SECONDS-INTO-NIGHT THRU 2550-EXIT.
032200     MOVE FIB-TIM-CALC-SECS TO FIB-TIM-NOW-SECS.
032200     COMPUTE FIB-TIM-ELAPSED = FIB-TIM-NOW-SECS
032200         - FIB-TIM-INVOKE-SECS.
032200     IF FIB-TIM-ELAPSED NOT > ZERO
032200         GO TO 2500-EXIT
032200     END-IF.
032200     COMPUTE FIB-PROJ-REMAINING = FIB-UPPER-BOUND - FIB-START-I
032200         + 1 - FIB-TERMS-THIS-RUN.
032200     PERFORM 2510-ADD-LATER-REQUEST THRU 2510-EXIT
032200         VARYING FIB-REQ-SUB FROM FIB-REQ-CUR BY 1
032200         UNTIL FIB-REQ-SUB > FIB-REQ-COUNT.
032200     COMPUTE FIB-PROJ-END-SECS = FIB-TIM-NOW-SECS
032200         + (FIB-PROJ-REMAINING * FIB-TIM-ELAPSED) / FIB-PROJ-DONE.
032200     PERFORM 2520-CHECK-ONE-SLA THRU 2520-EXIT
032200         VARYING FIB-REQ-SUB FROM 1 BY 1
032200         UNTIL FIB-REQ-SUB > FIB-REQ-COUNT.
032200 2500-EXIT.
032200     EXIT.
032200*
032200****************************************************
032200**  2510-ADD-LATER-REQUEST - A LATER HONORED       *
032200**  REQUEST STILL HAS ITS WHOLE RANGE TO DO.       *
032200****************************************************
032200 2510-ADD-LATER-REQUEST.
032200     IF FIB-REQ-SUB > FIB-REQ-CUR
032200        AND FIB-REQ-HONORED(FIB-REQ-SUB)
032200         COMPUTE FIB-PROJ-REMAINING = FIB-PROJ-REMAINING
032200             + FIB-REQ-BOUND(FIB-REQ-SUB) + 1
032200     END-IF.
032200 2510-EXIT.
032200     EXIT.
032200*
032200****************************************************
032200**  2520-CHECK-ONE-SLA - HOLD THE PROJECTION       *
032200**  AGAINST ONE DECK ENTRY'S DEADLINE.  PAST THE   *
032200**  DEADLINE PAGES SEV 1 ("WILL MISS"); INSIDE     *
032200**  THE WARNING THRESHOLD PAGES SEV 2 ("AT         *
032200**  RISK").  EACH LEVEL PAGES ONCE PER ENTRY.      *
032200****************************************************
032200 2520-CHECK-ONE-SLA.
032200     IF NOT FIB-REQ-HONORED(FIB-REQ-SUB)
032200        OR FIB-SLAP-ROW(FIB-REQ-SUB) = ZERO
032200        OR FIB-SLAP-PAGED-MISS(FIB-REQ-SUB)
032200         GO TO 2520-EXIT
032200     END-IF.
032200     MOVE FIB-SLAP-ROW(FIB-REQ-SUB) TO FIB-SLA-SUB.
032200     COMPUTE FIB-PROJ-DEADLINE-SECS =
032200         FIB-SLAT-DAY(FIB-SLA-SUB) * 86400
032200         + FIB-SLAT-HH(FIB-SLA-SUB) * 3600
032200         + FIB-SLAT-MM(FIB-SLA-SUB) * 60.
032200     COMPUTE FIB-PROJ-WARN-SECS = FIB-PROJ-DEADLINE-SECS
032200         - FIB-SLAT-WARN(FIB-SLA-SUB) * 60.
032200     IF FIB-PROJ-END-SECS > FIB-PROJ-DEADLINE-SECS
032200         MOVE 1           TO FIB-PAGE-PARM-SEV
032200         MOVE "WILL MISS" TO FIB-PAGE-VERDICT
032200         SET FIB-SLAP-PAGED-MISS(FIB-REQ-SUB) TO TRUE
032200         PERFORM 2530-PAGE-OPERATIONS THRU 2530-EXIT
032200         GO TO 2520-EXIT
032200     END-IF.
032200     IF FIB-PROJ-END-SECS > FIB-PROJ-WARN-SECS
032200        AND FIB-SLAP-NOT-PAGED(FIB-REQ-SUB)
032200         MOVE 2           TO FIB-PAGE-PARM-SEV
032200         MOVE "AT RISK"   TO FIB-PAGE-VERDICT
032200         SET FIB-SLAP-PAGED-RISK(FIB-REQ-SUB) TO TRUE
032200         PERFORM 2530-PAGE-OPERATIONS THRU 2530-EXIT
032200     END-IF.
032200 2520-EXIT.
032200     EXIT.
032200*
032200****************************************************
032200**  2530-PAGE-OPERATIONS - PUT THE WARNING ON THE  *
032200**  JOB LOG, WRITE IT TO PAGESIN AND CALL PAGEOPS  *
032200**  THE WAY THE JCL ALERT STEPS RUN IT.  IF THE    *
032200**  PAGE CANNOT GO OUT THE JOB LOG STILL HAS IT.   *
032200****************************************************
032200 2530-PAGE-OPERATIONS.
032200     MOVE FIB-REQ-REQUESTOR(FIB-REQ-SUB) TO FIB-PAGE-REQUESTOR.
032200     MOVE FIB-SLAP-NODE(FIB-REQ-SUB)     TO FIB-PAGE-NODE.
032200     DIVIDE FIB-PROJ-END-SECS BY 86400 GIVING FIB-TIM-CALC-DAYS
032200         REMAINDER FIB-TIM-REM.
032200     MOVE FIB-RUN-DATE TO FIB-SCH-TEST-DATE.
032200     PERFORM 2570-ADD-DAYS THRU 2570-EXIT.
032200     MOVE FIB-SCH-TEST-DATE TO FIB-PAGE-END-DATE.
032200     DIVIDE FIB-TIM-REM BY 3600 GIVING FIB-TIM-CALC-HH
032200         REMAINDER FIB-TIM-REM.
032200     DIVIDE FIB-TIM-REM BY 60 GIVING FIB-TIM-CALC-MM
032200         REMAINDER FIB-TIM-CALC-SS.
032200     MOVE FIB-TIM-CALC-TIME TO FIB-PAGE-END-TIME.
032200     MOVE FIB-SLAT-DAY(FIB-SLA-SUB) TO FIB-TIM-CALC-DAYS.
032200     MOVE FIB-RUN-DATE TO FIB-SCH-TEST-DATE.
032200     PERFORM 2570-ADD-DAYS THRU 2570-EXIT.
032200     MOVE FIB-SCH-TEST-DATE TO FIB-PAGE-DUE-DATE.
032200     COMPUTE FIB-PAGE-DUE-TIME = FIB-SLAT-HH(FIB-SLA-SUB) * 100
032200         + FIB-SLAT-MM(FIB-SLA-SUB).
032200     MOVE FIB-PROJ-DONE      TO FIB-PAGE-DONE.
032200     MOVE FIB-PROJ-REMAINING TO FIB-PAGE-REMAINING.
032200     MOVE FIB-TIM-ELAPSED    TO FIB-PAGE-ELAPSED.
032200     DISPLAY "FIBONACCI: " FIB-PAGE-LINE-2.
032200     DISPLAY "FIBONACCI: " FIB-PAGE-LINE-3.
032200     DISPLAY "FIBONACCI: " FIB-PAGE-LINE-4.
032200     OPEN OUTPUT FIB-PAGE-FILE.
032200     IF NOT FIB-PAGE-FILE-OK
032200         DISPLAY "FIBONACCI: PAGESIN COULD NOT BE OPENED, "
032200             "STATUS = " FIB-PAGE-FILE-STATUS
032200             " - OPERATIONS NOT PAGED"
032200         GO TO 2530-EXIT
032200     END-IF.
032200     WRITE FIB-PAGE-RECORD FROM FIB-PAGE-LINE-1.
032200     WRITE FIB-PAGE-RECORD FROM FIB-PAGE-LINE-2.
032200     WRITE FIB-PAGE-RECORD FROM FIB-PAGE-LINE-3.
032200     WRITE FIB-PAGE-RECORD FROM FIB-PAGE-LINE-4.
032200     WRITE FIB-PAGE-RECORD FROM FIB-PAGE-LINE-5.
032200     CLOSE FIB-PAGE-FILE.
032200     CALL 'PAGEOPS' USING FIB-PAGE-PARM
032200         ON EXCEPTION
032200             DISPLAY "FIBONACCI: PAGEOPS COULD NOT BE LOADED - "
032200                 "OPERATIONS NOT PAGED"
032200     END-CALL.
032200 2530-EXIT.
032200     EXIT.
032200*
032200****************************************************
032200**  2550-SECONDS-INTO-NIGHT - FIB-TIM-CALC-DATE/   *
032200**  TIME AS SECONDS SINCE 00:00 ON THE RUN DATE.   *
032200**  DAYS ARE COUNTED BY STEPPING THE CALENDAR      *
032200**  (1165-ADVANCE-ONE-DAY), AT MOST A WEEK.        *
032200****************************************************
032200 2550-SECONDS-INTO-NIGHT.
032200     MOVE ZERO         TO FIB-TIM-CALC-DAYS.
032200     MOVE FIB-RUN-DATE TO FIB-SCH-TEST-DATE.
032200     PERFORM 2560-COUNT-ONE-DAY THRU 2560-EXIT
032200         UNTIL FIB-SCH-TEST-DATE NOT < FIB-TIM-CALC-DATE
032200            OR FIB-TIM-CALC-DAYS NOT < 7.
032200     COMPUTE FIB-TIM-CALC-SECS = FIB-TIM-CALC-DAYS * 86400
032200         + FIB-TIM-CALC-HH * 3600 + FIB-TIM-CALC-MM * 60
032200         + FIB-TIM-CALC-SS.
032200 2550-EXIT.
032200     EXIT.
032200*
032200****************************************************
032200**  2560-COUNT-ONE-DAY - ONE CALENDAR DAY PAST     *
032200**  THE RUN DATE.                                  *
032200****************************************************
032200 2560-COUNT-ONE-DAY.
032200     PERFORM 1165-ADVANCE-ONE-DAY THRU 1165-EXIT.
032200     ADD 1 TO FIB-TIM-CALC-DAYS.
032200 2560-EXIT.
032200     EXIT.
032200*
032200****************************************************
032200**  2570-ADD-DAYS - ROLL FIB-SCH-TEST-DATE         *
032200**  FORWARD FIB-TIM-CALC-DAYS DAYS (AT MOST A      *
032200**  WEEK - A PROJECTION THAT FAR OUT IS SHOWN AS   *
032200**  A WEEK LATE, WHICH IS LATE ENOUGH).            *
032200****************************************************
032200 2570-ADD-DAYS.
032200     IF FIB-TIM-CALC-DAYS > 7
032200         MOVE 7 TO FIB-TIM-CALC-DAYS
032200     END-IF.
032200     PERFORM 1165-ADVANCE-ONE-DAY THRU 1165-EXIT
032200         FIB-TIM-CALC-DAYS TIMES.
032200 2570-EXIT.
032200     EXIT.
032300*
032400****************************************************
032500**  2900-RECONCILE - AFTER EACH REQUEST'S MAIN     *
036560                OR FIB-HIST-SEQ-ID NOT = FIB-CUR-SEQ-ID
036570                 SET FIB-HISTORY-EOF TO TRUE
036580             ELSE
036700                 IF FIB-HIST-UPPER-BOUND = FIB-CUR-HIST-BOUND
036800                     PERFORM 2911-RECON-CHECK-RECURRENCE
036900                         THRU 2911-EXIT
037000                 END-IF
043800             "SEE *** OVERFLOW *** RECORDS IN FIBRPT"
043900         MOVE 16 TO RETURN-CODE
044000     END-IF.
044016     DISPLAY "FIBONACCI: TERMS COMPUTED " FIB-SHR-TERMS-CALC
044032         ", TERMS DELIVERED " FIB-RUN-TERMS-TOTAL.
044050     PERFORM 3300-WRITE-ACKS THRU 3300-EXIT.
044100     PERFORM 3250-WRITE-INVOCATION-LOG THRU 3250-EXIT.
044150     PERFORM 3450-STAMP-RUN-STATE THRU 3450-EXIT.
044200     OPEN OUTPUT FIB-RESTART-FILE.
044300     CLOSE FIB-RESTART-FILE.
044400     CLOSE FIB-HISTORY-FILE.
044822     PERFORM 1070-WRITE-LOCK-AUDIT THRU 1070-EXIT.
044823 3400-EXIT.
044824     EXIT.
044824*
044824****************************************************
044824**  3450-STAMP-RUN-STATE - THE NIGHT'S WORK IS ON  *
044824**  DISK: STEP "FIB" IS "C" UNLESS THE RUN ENDED   *
044824**  RC 16, WHEN IT IS "F" SO A RERUN REDOES IT.    *
044824****************************************************
044824 3450-STAMP-RUN-STATE.
044824     IF FIB-STATE-UNTRACKED
044824         GO TO 3450-EXIT
044824     END-IF.
044824     OPEN I-O FIB-STATE-FILE.
044824     IF NOT FIB-STATE-FILE-OK
044824         DISPLAY "FIBONACCI: FIBSTATE COULD NOT BE OPENED, "
044824             "STATUS = " FIB-STATE-FILE-STATUS
044824             " - FIB STEP NOT MARKED COMPLETE"
044824         GO TO 3450-EXIT
044824     END-IF.
044824     PERFORM 1720-READ-STATE THRU 1720-EXIT.
044824     IF RETURN-CODE < 16
044824         SET FIB-STATE-COMPLETE TO TRUE
044824     ELSE
044824         SET FIB-STATE-FAILED TO TRUE
044824     END-IF.
044824     MOVE RETURN-CODE TO FIB-STATE-RC.
044824     PERFORM 1730-STORE-STATE THRU 1730-EXIT.
044824     CLOSE FIB-STATE-FILE.
044824 3450-EXIT.
044824     EXIT.
044850*
044855****************************************************
044903**  3050-COMPUTE-EXTRACT-TOTALS - THE TRAILER MUST   *
046400     MOVE FIB-TERMS-THIS-RUN  TO FIB-RLOG-TERMS-DONE.
046402     MOVE FIB-OFLOW-TERM-COUNT TO FIB-RLOG-OFLOW-COUNT.
046403     MOVE ZERO                TO FIB-RLOG-RETURN-CODE.
046403     MOVE ZERO                TO FIB-RLOG-TERMS-CALC.
046403     MOVE FIB-TIM-REQ-DATE    TO FIB-RLOG-BEGIN-DATE.
046403     MOVE FIB-TIM-REQ-TIME    TO FIB-RLOG-BEGIN-TIME.
046403     ACCEPT FIB-RLOG-END-DATE FROM DATE YYYYMMDD.
046403     ACCEPT FIB-TIM-TIME-RAW FROM TIME.
046403     MOVE FIB-TIM-TIME-RAW(1:6) TO FIB-RLOG-END-TIME.
046404     IF FIB-RECON-REQ-MISMATCH
046406         SET FIB-RLOG-RECON-MISMATCH TO TRUE
046408     ELSE
046426**  INVOCATION'S RESUME POINT (ZERO = COLD START), *
046427**  LAST TERM COMPLETED, TERM AND OVERFLOW TOTALS  *
046428**  ACROSS THE WHOLE DECK, AND THE RUN-WIDE        *
046428**  RECONCILIATION VERDICT, AND THE TERMS COMPUTED *
046428**  TO DELIVER THEM.                               *
046430****************************************************
046431 3250-WRITE-INVOCATION-LOG.
046432     OPEN EXTEND FIB-RUN-LOG-FILE.
046443     MOVE FIB-RUN-TERMS-TOTAL TO FIB-RLOG-TERMS-DONE.
046444     MOVE FIB-RUN-OFLOW-TOTAL TO FIB-RLOG-OFLOW-COUNT.
046445     MOVE RETURN-CODE         TO FIB-RLOG-RETURN-CODE.
046445     MOVE FIB-SHR-TERMS-CALC  TO FIB-RLOG-TERMS-CALC.
046445     MOVE FIB-TIM-INVOKE-DATE TO FIB-RLOG-BEGIN-DATE.
046445     MOVE FIB-TIM-INVOKE-TIME TO FIB-RLOG-BEGIN-TIME.
046445     ACCEPT FIB-RLOG-END-DATE FROM DATE YYYYMMDD.
046445     ACCEPT FIB-TIM-TIME-RAW FROM TIME.
046445     MOVE FIB-TIM-TIME-RAW(1:6) TO FIB-RLOG-END-TIME.
046446     IF FIB-RECON-MISMATCH
046447         SET FIB-RLOG-RECON-MISMATCH TO TRUE
046448     ELSE
046519     MOVE ZERO                TO FIB-RLOG-TERMS-DONE.
046520     MOVE ZERO                TO FIB-RLOG-OFLOW-COUNT.
046521     MOVE ZERO                TO FIB-RLOG-RETURN-CODE.
046521     MOVE ZERO                TO FIB-RLOG-TERMS-CALC.
046521     MOVE ZERO                TO FIB-RLOG-BEGIN-DATE.
046521     MOVE ZERO                TO FIB-RLOG-BEGIN-TIME.
046521     MOVE ZERO                TO FIB-RLOG-END-DATE.
046521     MOVE ZERO                TO FIB-RLOG-END-TIME.
046522     MOVE FIB-REQ-REASON(FIB-REQ-SUB)
046523         TO FIB-RLOG-REASON.
046524     WRITE FIB-RUN-LOG-RECORD.
