003200*                   RE-COUNT OF THE REBUILT CLUSTER MUST EQUAL
003300*                   LOADED + INSERTED - DELETED, RC 16
003400*                   OTHERWISE.
003411*  10/15/26   RH    A SYSIN CARD NOW NAMES THE OPERATOR RUNNING
003422*                   THE REBUILD, WHO MUST BE ACTIVE ON THE
003433*                   OPERATOR REGISTRY (FIBOPER) AND HOLD REBUILD
003444*                   AUTHORITY.  ANYONE ELSE IS REFUSED RC 16
003455*                   BEFORE A SINGLE RECORD MOVES, AND FibOperAuth
003466*                   LOGS THE REFUSAL TO FIBSECV.  THE JOB'S AUTH
003477*                   STEP MAKES THE SAME CHECK BEFORE THE CLUSTER
003488*                   IS DELETED AND REDEFINED.
003500*-----------------------------------------------------------------
003600*
003700 ENVIRONMENT DIVISION.
013800 01  FIB-RB-BAD-ACT-COUNT     PIC S9(9)  COMP-5  VALUE ZERO.
013900 01  FIB-RB-VERIFY-COUNT      PIC S9(9)  COMP-5  VALUE ZERO.
014000 01  FIB-RB-EXPECTED-COUNT    PIC S9(9)  COMP-5  VALUE ZERO.
014014 01  FIB-RB-OPERATOR          PIC X(08)          VALUE SPACES.
014028*
014042****************************************************
014056**  OPERATOR AUTHORITY CHECK (FibOperAuth).        *
014070****************************************************
014084 COPY FIBOCHK.
014100*
014200****************************************************
014300**  CONTROL SUMMARY PAGE LINE LAYOUTS.             *
017400     STOP RUN.
017500*
017600****************************************************
017640**  1000-INITIALIZE - CHECK THE OPERATOR ON THE    *
017680**  SYSIN CARD HOLDS REBUILD AUTHORITY ON THE      *
017720**  OPERATOR REGISTRY, THEN OPEN THE BACKUP AND    *
017760**  JOURNAL FOR INPUT AND THE FRESHLY DEFINED      *
017800**  CLUSTER FOR OUTPUT LOAD.  A REFUSAL OR ANY     *
017900**  FAILURE ABORTS WITH RC 16 BEFORE A SINGLE      *
018000**  RECORD MOVES.  A MISSING JOURNAL IS TOLERATED  *
018100**  - A BACKUP CUT MOMENTS BEFORE THE LOSS HAS     *
018200**  NOTHING TO REPLAY.                             *
018300****************************************************
018400 1000-INITIALIZE.
018500     OPEN OUTPUT FIB-RBLD-REPORT-FILE.
018507     ACCEPT FIB-RB-OPERATOR.
018514     MOVE FIB-RB-OPERATOR     TO FIB-OCHK-OPERATOR.
018521     MOVE "REBUILD"           TO FIB-OCHK-AUTHORITY.
018528     MOVE "FibHistRebuild"    TO FIB-OCHK-PROGRAM.
018535     CALL 'FibOperAuth' USING BY REFERENCE FIB-OCHK-PARMS.
018542     IF FIB-OCHK-REFUSED
018549         DISPLAY "FIBHISTREBUILD: OPERATOR '" FIB-RB-OPERATOR
018556             "' MAY NOT REBUILD - NOTHING REBUILT"
018563         MOVE 16 TO RETURN-CODE
018570         SET FIB-RB-ABORTED TO TRUE
018577         GO TO 1000-EXIT
018584     END-IF.
018600     OPEN INPUT FIB-HIST-BKP-FILE.
018700     IF NOT FIB-HIST-BKP-FILE-OK
018800         DISPLAY "FIBHISTREBUILD: BACKUP FIBHBKP COULD NOT BE "
