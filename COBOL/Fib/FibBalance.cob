004160*                   FOR TONIGHT'S.  LINES CUT BEFORE THE
004170*                   COLUMN EXISTED CARRY SPACES AND ARE LEFT
004180*                   UNCHECKED.
004180*  10/15/26   RH    THE STEP NOW RECORDS ITSELF ON THE FIBSTATE
004180*                   RUN-STATE FILE (SEE FIBSTATE.CPY): STEP "BAL"
004180*                   IS STAMPED "S" ONCE THE RUN DATE IS KNOWN AND
004180*                   "C" AT END IF THE NIGHT BALANCED (OTHERWISE
004180*                   "F").  A FIBJOB RERUN THAT FINDS THE STEP "C"
004180*                   FOR THE RUN DATE SAYS SO ON FIBBALR AND ENDS
004180*                   RC 0 WITHOUT RE-READING THE FILES.
004180*  10/15/26   RH    THE FIBSTATE RECORD NOW ALSO CARRIES WHEN THE
004180*                   STEP STARTED (FIB-STATE-BEGIN-DATE/TIME, SET
004180*                   WITH THE "S"), SO THE BATCH WINDOW CAN BE
004180*                   TIMED STEP BY STEP.
004190*-----------------------------------------------------------------
004200*
004300 ENVIRONMENT DIVISION.
006400     SELECT FIB-BAL-REPORT-FILE ASSIGN TO "FIBBALR"
006500         ORGANIZATION IS LINE SEQUENTIAL
006600         FILE STATUS IS FIB-BAL-REPORT-STATUS.
006614
006628     SELECT FIB-STATE-FILE    ASSIGN TO "FIBSTATE"
006642         ORGANIZATION IS INDEXED
006656         ACCESS MODE IS RANDOM
006670         RECORD KEY IS FIB-STATE-KEY
006684         FILE STATUS IS FIB-STATE-FILE-STATUS.
006700 
006800 DATA DIVISION.
006900 FILE SECTION.
010200****************************************************
010300 FD  FIB-BAL-REPORT-FILE.
010400 01  FIB-BAL-REPORT-LINE      PIC X(80).
010411*
010422****************************************************
010433**  FIB-STATE-FILE - THE FIBJOB RUN-STATE FILE,    *
010444**  READ AND STAMPED BY KEY FOR STEP "BAL".  SEE   *
010455**  FIBSTATE.CPY.                                  *
010466****************************************************
010477 FD  FIB-STATE-FILE.
010488     COPY FIBSTATE.
010500 
010600 WORKING-STORAGE SECTION.
010700 01  FIB-REPORT-FILE-STATUS   PIC X(02).
012500 01  FIB-RUN-FOUND-SW         PIC X(01)          VALUE "N".
012600     88  FIB-RUN-FOUND                VALUE "Y".
012700 01  FIB-BAL-RUN-DATE         PIC 9(08)          VALUE ZERO.
012710 01  FIB-STATE-FILE-STATUS    PIC X(02).
012720     88  FIB-STATE-FILE-OK           VALUE "00".
012730 01  FIB-STATE-FOUND-SW       PIC X(01)          VALUE "N".
012740     88  FIB-STATE-FOUND              VALUE "Y".
012750 01  FIB-STATE-BYPASS-SW      PIC X(01)          VALUE "N".
012760     88  FIB-STATE-BYPASSED           VALUE "Y".
012770 01  FIB-STATE-UNTRACKED-SW   PIC X(01)          VALUE "N".
012780     88  FIB-STATE-UNTRACKED          VALUE "Y".
012790 01  FIB-STATE-TIME-RAW       PIC X(08).
012800 01  FIB-TERM-CHECK-COUNT     PIC S9(9)  COMP-5  VALUE ZERO.
012900 01  FIB-TRAILER-CHECK-COUNT  PIC S9(4)  COMP-5  VALUE ZERO.
013000 01  FIB-EXCEPTION-COUNT      PIC S9(9)  COMP-5  VALUE ZERO.
017000****************************************************
017100 0000-MAINLINE.
017200     PERFORM 1000-INITIALIZE      THRU 1000-EXIT.
017300     IF NOT FIB-BAL-ABORTED AND NOT FIB-STATE-BYPASSED
017400         PERFORM 2000-BALANCE-ONE-ROW THRU 2000-EXIT
017500             UNTIL FIB-EXTRACT-EOF
017600         PERFORM 2600-CHECK-REPORT-TAIL THRU 2600-EXIT
018500**  FILES UNDER BALANCE AND THE EXCEPTIONS REPORT. *
018600**  ANYTHING MISSING IS ITSELF AN EXCEPTION - THE  *
018700**  STEP NEVER QUIETLY PASSES AN UNBALANCED NIGHT. *
018733**  A NIGHT ALREADY BALANCED (STEP "BAL" "C" ON    *
018766**  FIBSTATE) IS NOTED ON FIBBALR AND BYPASSED.    *
018800****************************************************
018900 1000-INITIALIZE.
019000     OPEN OUTPUT FIB-BAL-REPORT-FILE.
020600         MOVE 8 TO RETURN-CODE
020700         SET FIB-BAL-ABORTED TO TRUE
020800     END-IF.
020808     IF FIB-RUN-FOUND
020816         PERFORM 1200-CHECK-RUN-STATE THRU 1200-EXIT
020824     END-IF.
020832     IF FIB-STATE-BYPASSED
020840         MOVE FIB-BAL-RUN-DATE TO FIB-BALR-RUN-DATE
020848         WRITE FIB-BAL-REPORT-LINE FROM FIB-BALR-DATE-LINE
020856         MOVE "NIGHT ALREADY BALANCED - STEP BYPASSED"
020864             TO FIB-BALR-TEXT
020872         WRITE FIB-BAL-REPORT-LINE FROM FIB-BALR-TEXT-LINE
020880         GO TO 1000-EXIT
020888     END-IF.
020900     IF NOT FIB-BAL-ABORTED
021000         MOVE FIB-BAL-RUN-DATE TO FIB-BALR-RUN-DATE
021100         WRITE FIB-BAL-REPORT-LINE FROM FIB-BALR-DATE-LINE
024500     END-READ.
024600 1100-EXIT.
024700     EXIT.
024701*
024702****************************************************
024703**  1200-CHECK-RUN-STATE - IF STEP "BAL" IS "C"    *
024704**  FOR THE RUN DATE THIS IS A RERUN FOR A LATER   *
024705**  STEP - BYPASS CLEANLY.  OTHERWISE STAMP IT "S".*
024706**  A FILE THAT WILL NOT OPEN IS WARNED ON AND THE *
024707**  STEP RUNS UNTRACKED.                           *
024708****************************************************
024709 1200-CHECK-RUN-STATE.
024710     OPEN I-O FIB-STATE-FILE.
024711     IF NOT FIB-STATE-FILE-OK
024712         DISPLAY "FIBBALANCE: FIBSTATE COULD NOT BE OPENED, "
024713             "STATUS = " FIB-STATE-FILE-STATUS
024714             " - RUN STATE NOT TRACKED"
024715         SET FIB-STATE-UNTRACKED TO TRUE
024716         GO TO 1200-EXIT
024717     END-IF.
024718     PERFORM 1210-READ-STATE THRU 1210-EXIT.
024719     IF FIB-STATE-FOUND AND FIB-STATE-COMPLETE
024720         DISPLAY "FIBBALANCE: RUN DATE " FIB-BAL-RUN-DATE
024721             " ALREADY BALANCED - STEP BYPASSED"
024722         SET FIB-STATE-BYPASSED TO TRUE
024723         CLOSE FIB-STATE-FILE
024724         GO TO 1200-EXIT
024725     END-IF.
024726     SET FIB-STATE-STARTED TO TRUE.
024727     MOVE ZERO TO FIB-STATE-RC.
024728     PERFORM 1220-STORE-STATE THRU 1220-EXIT.
024729     CLOSE FIB-STATE-FILE.
024730 1200-EXIT.
024731     EXIT.
024732*
024733****************************************************
024734**  1210-READ-STATE - STEP "BAL"'S RECORD FOR THE  *
024735**  RUN DATE, IF ANY.  ON NOT-FOUND THE RECORD     *
024736**  AREA IS SET UP FOR A NEW RECORD.               *
024737****************************************************
024738 1210-READ-STATE.
024739     MOVE FIB-BAL-RUN-DATE  TO FIB-STATE-RUN-DATE.
024740     MOVE "BAL"             TO FIB-STATE-STEP.
024741     MOVE SPACES            TO FIB-STATE-REQUESTOR.
024742     READ FIB-STATE-FILE
024743         INVALID KEY
024744             MOVE "N" TO FIB-STATE-FOUND-SW
024745             MOVE SPACES           TO FIB-STATE-RECORD
024746             MOVE FIB-BAL-RUN-DATE TO FIB-STATE-RUN-DATE
024747             MOVE "BAL"            TO FIB-STATE-STEP
024748         NOT INVALID KEY
024749             SET FIB-STATE-FOUND TO TRUE
024750     END-READ.
024751 1210-EXIT.
024752     EXIT.
024753*
024754****************************************************
024755**  1220-STORE-STATE - STAMP AND WRITE (OR         *
024756**  REWRITE) THE STATE RECORD THE CALLER HAS SET.  *
024757****************************************************
024758 1220-STORE-STATE.
024759     ACCEPT FIB-STATE-DATE FROM DATE YYYYMMDD.
024760     ACCEPT FIB-STATE-TIME-RAW FROM TIME.
024761     MOVE FIB-STATE-TIME-RAW(1:6) TO FIB-STATE-TIME.
024762     IF FIB-STATE-STARTED
024763         MOVE FIB-STATE-DATE TO FIB-STATE-BEGIN-DATE
024764         MOVE FIB-STATE-TIME TO FIB-STATE-BEGIN-TIME
024765     END-IF.
024766     IF FIB-STATE-BEGIN-DATE NOT NUMERIC
024767         MOVE ZERO TO FIB-STATE-BEGIN-DATE
024768         MOVE ZERO TO FIB-STATE-BEGIN-TIME
024769     END-IF.
024770     MOVE "FIBBALAN"  TO FIB-STATE-PROGRAM.
024771     MOVE SPACES      TO FIB-STATE-OPERATOR.
024772     IF FIB-STATE-FOUND
024773         REWRITE FIB-STATE-RECORD
024774     ELSE
024775         WRITE FIB-STATE-RECORD
024776     END-IF.
024777     IF NOT FIB-STATE-FILE-OK
024778         DISPLAY "FIBBALANCE: FIBSTATE NOT UPDATED, STATUS = "
024779             FIB-STATE-FILE-STATUS
024780     END-IF.
024781 1220-EXIT.
024782     EXIT.
024800*
024900****************************************************
025000**  2000-BALANCE-ONE-ROW - THE EXTRACT DRIVES: A   *
042900**  3000-TERMINATE - FOOT THE CONTROLS, CLOSE THE  *
043000**  FILES, AND SET THE STEP CONDITION CODE SO A    *
043100**  DISAGREEMENT PAGES OPS AND HOLDS THE HANDOFF.  *
043125**  THE STEP IS THEN STAMPED ON FIBSTATE - "C" IF  *
043150**  THE NIGHT BALANCED, "F" IF IT DID NOT.  A      *
043175**  BYPASSED NIGHT ONLY CLOSES FIBBALR.            *
043200****************************************************
043300 3000-TERMINATE.
043320     IF FIB-STATE-BYPASSED
043340         CLOSE FIB-BAL-REPORT-FILE
043360         GO TO 3000-EXIT
043380     END-IF.
043400     IF NOT FIB-BAL-ABORTED
043500         CLOSE FIB-REPORT-FILE
043600         CLOSE FIB-EXTRACT-FILE
046100             "ALL AGREE"
046200     END-IF.
046300     CLOSE FIB-BAL-REPORT-FILE.
046325     IF FIB-RUN-FOUND AND NOT FIB-STATE-UNTRACKED
046350         PERFORM 3100-STAMP-RUN-STATE THRU 3100-EXIT
046375     END-IF.
046400 3000-EXIT.
046500     EXIT.
046504*
046508****************************************************
046512**  3100-STAMP-RUN-STATE - THE END-OF-STEP STAMP.  *
046516****************************************************
046520 3100-STAMP-RUN-STATE.
046524     OPEN I-O FIB-STATE-FILE.
046528     IF NOT FIB-STATE-FILE-OK
046532         DISPLAY "FIBBALANCE: FIBSTATE COULD NOT BE OPENED, "
046536             "STATUS = " FIB-STATE-FILE-STATUS
046540             " - BAL STEP NOT MARKED"
046544         GO TO 3100-EXIT
046548     END-IF.
046552     PERFORM 1210-READ-STATE THRU 1210-EXIT.
046556     IF RETURN-CODE = ZERO
046560         SET FIB-STATE-COMPLETE TO TRUE
046564     ELSE
046568         SET FIB-STATE-FAILED TO TRUE
046572     END-IF.
046576     MOVE RETURN-CODE TO FIB-STATE-RC.
046580     PERFORM 1220-STORE-STATE THRU 1220-EXIT.
046584     CLOSE FIB-STATE-FILE.
046588 3100-EXIT.
046592     EXIT.
046600 END PROGRAM FibBalance.
