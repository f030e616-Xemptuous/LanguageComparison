003330*                   FIBJRNL.CPY) LIKE EVERY OTHER WRITE AGAINST
003340*                   THE CLUSTER, SO FibHistRebuild REPLAYS
003350*                   RESTORES TOO WHEN RECONSTRUCTING THE FILE.
003356*  10/15/26   RH    RESTORE NOW ASKS FOR THE OPERATOR ID AFTER
003362*                   THE DATE RANGE.  THE OPERATOR MUST BE ACTIVE
003368*                   ON THE OPERATOR REGISTRY (FIBOPER) AND HOLD
003374*                   PURGE AUTHORITY (A RESTORE UNDOES A PURGE);
003380*                   ANYONE ELSE IS REFUSED RC 16 BEFORE ANY FILE
003386*                   IS OPENED, AND FibOperAuth LOGS THE REFUSAL
003392*                   TO FIBSECV.  LOOKUP MODE IS UNCHANGED.
003400*-----------------------------------------------------------------
003500*
003600 ENVIRONMENT DIVISION.
012400 01  FIB-HA-CAT-ARCH-DATE     PIC 9(08).
012500 01  FIB-HA-FROM-DATE         PIC 9(08).
012600 01  FIB-HA-THRU-DATE         PIC 9(08).
012650 01  FIB-HA-OPERATOR          PIC X(08)          VALUE SPACES.
012700 01  FIB-HA-READ-COUNT        PIC S9(9)  COMP-5  VALUE ZERO.
012800 01  FIB-HA-RANGE-COUNT       PIC S9(9)  COMP-5  VALUE ZERO.
012900 01  FIB-HA-RESTORED-COUNT    PIC S9(9)  COMP-5  VALUE ZERO.
013430     88  FIB-JOURNAL-FILE-NOT-FOUND  VALUE "35".
013440 01  FIB-JRNL-NEW-WORK        PIC X(213).
013450 01  FIB-JRNL-TIME-RAW        PIC X(08).
013458*
013466****************************************************
013474**  OPERATOR AUTHORITY CHECK (FibOperAuth).        *
013482****************************************************
013490 COPY FIBOCHK.
013500
013600 PROCEDURE DIVISION.
013700*
033200**  A LIVE RECORD.  BALANCED LIKE THE PURGE:       *
033300**  RESTORED + ALREADY LIVE = IN RANGE, PLUS AN    *
033400**  INDEPENDENT RE-COUNT OF THE LIVE FILE OVER     *
033450**  THE RANGE; RC 16 ON ANY SHORTFALL.  THE        *
033500**  OPERATOR MUST HOLD PURGE AUTHORITY ON THE      *
033550**  OPERATOR REGISTRY - A RESTORE UNDOES A PURGE.  *
033600****************************************************
033700 4000-RESTORE.
033800     DISPLAY "ENTER FROM RUN DATE (CCYYMMDD): ".
034800         MOVE 16 TO RETURN-CODE
034900         SET FIB-HA-ABORTED TO TRUE
035000     END-IF.
035006     IF NOT FIB-HA-ABORTED
035012         DISPLAY "ENTER YOUR OPERATOR ID: "
035018         ACCEPT FIB-HA-OPERATOR
035024         MOVE FIB-HA-OPERATOR     TO FIB-OCHK-OPERATOR
035030         MOVE "PURGE"             TO FIB-OCHK-AUTHORITY
035036         MOVE "FibHistArch"       TO FIB-OCHK-PROGRAM
035042         CALL 'FibOperAuth' USING BY REFERENCE FIB-OCHK-PARMS
035048         IF FIB-OCHK-REFUSED
035054             DISPLAY "FIBHISTARCH: OPERATOR '" FIB-HA-OPERATOR
035060                 "' MAY NOT RESTORE - NOTHING RESTORED"
035066             MOVE 16 TO RETURN-CODE
035072             SET FIB-HA-ABORTED TO TRUE
035078         END-IF
035084     END-IF.
035100     IF NOT FIB-HA-ABORTED
035200         OPEN INPUT FIB-HIST-ARCH-FILE
035300         IF NOT FIB-HIST-ARCH-FILE-OK
