000100*-----------------------------------------------------------------
000200*  FIBSTATE - FIBJOB RUN-STATE CONTROL RECORD.  A KEYED VSAM
000300*  CLUSTER (KSDS, SEE JOB FIBSTDEF), ONE RECORD PER RUN DATE,
000400*  STEP AND (FOR THE SPLIT/XMIT PAIRS) REQUESTOR.  THE RUN DATE
000500*  IS THE NIGHT THE FIB STEP COMPUTED - THE LAST FIBRUN
000600*  RECORD'S DATE, THE SAME RULE THE DOWNSTREAM STEPS USE.  STEP
000700*  NAMES ARE "FIB", "SUMM", "BAL", "GDGCOPY", "SPLIT" AND
000800*  "XMIT" (THE LAST TWO CARRY THE REQUESTOR).  FIB, SUMM, BAL
000900*  AND SPLIT STAMP THEIR OWN RECORD "S" ON ENTRY AND "C" OR "F"
001000*  AT END; GDGCOPY AND XMIT ARE UTILITIES, SO FibStepGate
001100*  CHECKS AND MARKS THEM FROM THE JCL.  A STEP WHOSE RECORD IS
001200*  "C" FOR THE NIGHT BYPASSES ITSELF - ANYTHING ELSE (NO
001300*  RECORD, "S" LEFT BY AN ABEND, "F", OR "R") MEANS ITS WORK
001400*  IS STILL TO DO.  "R" IS SET ONLY BY FibStepState, WHEN THE
001500*  ON-CALL OPERATOR FORCES A STEP TO REDO ITS WORK; THE
001600*  OPERATOR IS STAMPED AND THE OVERRIDE AUDITED TO FIBSAUD.
001700*
001800*  STEP "FIBJOB" (NO REQUESTOR) IS THE NIGHT ITSELF: "R" ASKS
001900*  THE NEXT FIBJOB TO RESUME THAT NIGHT INSTEAD OF STARTING
002000*  A NEW ONE (A RERUN AFTER MIDNIGHT WOULD OTHERWISE TAKE
002100*  TODAY'S DATE); THE FIB STEP TURNS IT TO "C" WHEN IT ADOPTS
002200*  THE NIGHT.  THE FIB STEP ALSO ADOPTS THE LAST NIGHT UNFLAGGED
002210*  WHEN BAL, OR ANY GDGCOPY, SPLIT OR XMIT RECORD OF THAT
002220*  NIGHT, IS NOT "C" - BUT ONLY IF ITS FIB RECORD IS "C" AND
002230*  ENDED WITHIN 12 HOURS (A RERUN IN THE SAME BATCH WINDOW).
002300*-----------------------------------------------------------------
002400*  DATE       INIT  DESCRIPTION
002500*  10/15/26   RH    ORIGINAL COPYBOOK.
002511*  10/15/26   RH    ADDED FIB-STATE-BEGIN-DATE/TIME, WHEN THE STEP
002522*                   LAST STARTED (STAMPED WITH THE "S").  ON A
002533*                   "C" OR "F" RECORD FIB-STATE-DATE/TIME IS THEN
002544*                   WHEN IT ENDED.  ZERO WHEN THE START WAS NOT
002555*                   SEEN (A MARK WITH NO START); SPACES ON
002566*                   RECORDS WRITTEN BEFORE THIS CHANGE.  PRNT NOW
002577*                   STAMPS ITS OWN RECORD TOO, FOR TIMING ONLY -
002588*                   IT NEVER BYPASSES.
002591*  10/15/26   RH    THE LAST NIGHT IS NOW RESUMED WITHOUT THE "R"
002594*                   FLAG WHEN ITS STEPS DID NOT ALL COMPLETE.
002597*  10/15/26   RH    THAT UNFLAGGED RESUME IS NOW LIMITED TO THE
002598*                   NIGHT'S OWN BATCH WINDOW, AND NEVER TAKES A
002599*                   NIGHT WHOSE FIB RECORD IS NOT "C".
002600*-----------------------------------------------------------------
002700 01  FIB-STATE-RECORD.
002800     05  FIB-STATE-KEY.
002900         10  FIB-STATE-RUN-DATE  PIC 9(08).
003000         10  FIB-STATE-STEP      PIC X(08).
003100             88  FIB-STATE-IS-NIGHT      VALUE "FIBJOB".
003200         10  FIB-STATE-REQUESTOR PIC X(08).
003300     05  FIB-STATE-SW            PIC X(01).
003400         88  FIB-STATE-STARTED           VALUE "S".
003500         88  FIB-STATE-COMPLETE          VALUE "C".
003600         88  FIB-STATE-FAILED            VALUE "F".
003700         88  FIB-STATE-REDO              VALUE "R".
003800     05  FIB-STATE-RC            PIC 9(04).
003900     05  FIB-STATE-DATE          PIC 9(08).
004000     05  FIB-STATE-TIME          PIC 9(06).
004100     05  FIB-STATE-PROGRAM       PIC X(08).
004200     05  FIB-STATE-OPERATOR      PIC X(08).
004300     05  FIB-STATE-BEGIN-DATE    PIC 9(08).
004400     05  FIB-STATE-BEGIN-TIME    PIC 9(06).
004500     05  FILLER                  PIC X(07).
