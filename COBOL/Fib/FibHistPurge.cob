004698*                   GOOD BACKUP.  THE JOURNAL RECORD IS CUT
004699*                   AFTER THE DELETE, IN THE SAME ARCHIVE-
004700*                   FIRST ORDER THE PURGE ALREADY TRUSTS.
004700*  10/15/26   RH    A SECOND SYSIN CARD NOW NAMES THE OPERATOR
004700*                   RUNNING THE PURGE, WHO MUST BE ACTIVE ON THE
004700*                   OPERATOR REGISTRY (FIBOPER) AND HOLD PURGE
004700*                   AUTHORITY.  A MISSING, UNKNOWN OR UNAUTHORIZED
004700*                   OPERATOR ABORTS THE RUN RC 16 BEFORE ANY FILE
004700*                   IS OPENED; FibOperAuth LOGS THE REFUSAL TO
004700*                   FIBSECV.
004701*-----------------------------------------------------------------
004800*
004900 ENVIRONMENT DIVISION.
012500     88  FIB-PURGE-BALANCED           VALUE "Y".
012600     88  FIB-PURGE-OUT-OF-BALANCE     VALUE "N".
012700 01  FIB-PURGE-RETAIN-DATE    PIC 9(08)          VALUE ZERO.
012750 01  FIB-PURGE-OPERATOR       PIC X(08)          VALUE SPACES.
012800 01  FIB-PURGE-READ-COUNT     PIC S9(9)  COMP-5  VALUE ZERO.
012900 01  FIB-PURGE-KEPT-COUNT     PIC S9(9)  COMP-5  VALUE ZERO.
013000 01  FIB-PURGE-ARCH-COUNT     PIC S9(9)  COMP-5  VALUE ZERO.
013290     88  FIB-JOURNAL-FILE-NOT-FOUND  VALUE "35".
013291 01  FIB-JRNL-OLD-WORK        PIC X(213).
013292 01  FIB-JRNL-TIME-RAW        PIC X(08).
013293*
013294****************************************************
013295**  OPERATOR AUTHORITY CHECK (FibOperAuth).        *
013296****************************************************
013297 COPY FIBOCHK.
013300*
013400****************************************************
013500**  CONTROL SUMMARY PAGE LINE LAYOUTS.             *
017100****************************************************
017200**  1000-INITIALIZE - PICK UP THE RETENTION DATE   *
017300**  FROM THE OPERATOR (SYSIN CARD), VALIDATE IT,   *
017357**  CHECK THE OPERATOR ON THE SECOND CARD HOLDS    *
017414**  PURGE AUTHORITY ON THE OPERATOR REGISTRY,      *
017471**  AND OPEN THE FILES.  A MISSING LIVE FILE, A    *
017528**  GARBAGE DATE OR A REFUSED OPERATOR ABORTS THE  *
017585**  RUN WITH RC 16 BEFORE A SINGLE RECORD HAS      *
017642**  MOVED.                                         *
017700****************************************************
017800 1000-INITIALIZE.
017900     ACCEPT FIB-PURGE-RETAIN-DATE.
018400         MOVE 16 TO RETURN-CODE
018500         SET FIB-PURGE-ABORTED TO TRUE
018600     END-IF.
018607     IF NOT FIB-PURGE-ABORTED
018614         ACCEPT FIB-PURGE-OPERATOR
018621         MOVE FIB-PURGE-OPERATOR  TO FIB-OCHK-OPERATOR
018628         MOVE "PURGE"             TO FIB-OCHK-AUTHORITY
018635         MOVE "FibHistPurge"      TO FIB-OCHK-PROGRAM
018642         CALL 'FibOperAuth' USING BY REFERENCE FIB-OCHK-PARMS
018649         IF FIB-OCHK-REFUSED
018656             DISPLAY "FIBHISTPURGE: OPERATOR '" FIB-PURGE-OPERATOR
018663                 "' MAY NOT PURGE - NOTHING PURGED"
018670             MOVE 16 TO RETURN-CODE
018677             SET FIB-PURGE-ABORTED TO TRUE
018684         END-IF
018691     END-IF.
018700     IF NOT FIB-PURGE-ABORTED
018800         OPEN I-O FIB-HISTORY-FILE
018900         IF NOT FIB-HISTORY-FILE-OK
