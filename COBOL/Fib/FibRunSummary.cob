005293*                   NEVER SHOWS UP AS AN EMPTY REQUESTOR BLOCK
005294*                   (THE DECK ECHO FROM FIBACK ALREADY LISTS
005295*                   THE REJECT ITSELF).
005295*  10/15/26   RH    THE STEP NOW RECORDS ITSELF ON THE FIBSTATE
005295*                   RUN-STATE FILE (SEE FIBSTATE.CPY): STEP
005295*                   "SUMM" IS STAMPED "S" ONCE THE RUN DATE IS
005295*                   KNOWN AND "C" AT END IF THE NIGHT'S
005295*                   INVOCATION RECORD WAS FOUND (OTHERWISE "F" -
005295*                   THE PAGE SAID THE FIB STEP NEVER FINISHED, SO
005295*                   A RERUN MUST CUT IT AGAIN).  A FIBJOB RERUN
005295*                   THAT FINDS THE STEP "C" FOR THE RUN DATE
005295*                   BYPASSES IT RC 0 - THE PAGE IS NOT CUT TWICE.
005295*  10/15/26   RH    THE FIBSTATE RECORD NOW ALSO CARRIES WHEN THE
005295*                   STEP STARTED (FIB-STATE-BEGIN-DATE/TIME, SET
005295*                   WITH THE "S"), SO THE BATCH WINDOW CAN BE
005295*                   TIMED STEP BY STEP.
005295*  10/15/26   RH    FIBRUN NOW CARRIES BEGIN AND END TIMESTAMPS
005295*                   (SEE FIBRUN.CPY): THE INVOCATION VERDICT IS
005295*                   FOLLOWED BY WHEN THE FIB STEP STARTED AND
005295*                   ENDED, WHEN THE RECORD CARRIES THEM.
005295*  10/15/26   RH    THE FIB STEP NOW COMPUTES EACH SEQUENCE ONCE
005295*                   AND SHARES IT ACROSS THE CARDS ASKING FOR IT,
005295*                   SO THE RUN-WIDE BLOCK GAINS A LINE SHOWING THE
005295*                   TERMS COMPUTED AGAINST THE TERMS DELIVERED
005295*                   (FROM THE TYPE-I RECORD; LEFT OUT FOR RECORDS
005295*                   THAT PREDATE THE FIELD).  THE SAVED RUN-LOG
005295*                   RECORDS ARE NOW THE FULL 120 BYTES - AT 80
005295*                   THE FIB STEP'S START/END TIMES WERE CUT OFF
005295*                   AND THE WINDOW LINE NEVER PRINTED.
005300*-----------------------------------------------------------------
005400*
005500 ENVIRONMENT DIVISION.
007200     SELECT FIB-SUMMARY-FILE  ASSIGN TO "FIBSUMM"
007300         ORGANIZATION IS LINE SEQUENTIAL
007400         FILE STATUS IS FIB-SUMMARY-FILE-STATUS.
007414
007428     SELECT FIB-STATE-FILE    ASSIGN TO "FIBSTATE"
007442         ORGANIZATION IS INDEXED
007456         ACCESS MODE IS RANDOM
007470         RECORD KEY IS FIB-STATE-KEY
007484         FILE STATUS IS FIB-STATE-FILE-STATUS.
007500 
007600 DATA DIVISION.
007700 FILE SECTION.
010400****************************************************
010500 FD  FIB-SUMMARY-FILE.
010600 01  FIB-SUMMARY-LINE         PIC X(80).
010611*
010622****************************************************
010633**  FIB-STATE-FILE - THE FIBJOB RUN-STATE FILE,    *
010644**  READ AND STAMPED BY KEY FOR STEP "SUMM".  SEE  *
010655**  FIBSTATE.CPY.                                  *
010666****************************************************
010677 FD  FIB-STATE-FILE.
010688     COPY FIBSTATE.
010700 
010800 WORKING-STORAGE SECTION.
010900 01  FIB-RUN-LOG-FILE-STATUS  PIC X(02).
012800     88  FIB-REQ-MATCHED              VALUE "Y".
012900 01  FIB-INVOKE-FOUND-SW      PIC X(01)          VALUE "N".
013000     88  FIB-INVOKE-FOUND             VALUE "Y".
013055 01  FIB-INVOKE-RECORD-SAVE   PIC X(120).
013110 01  FIB-STATE-FILE-STATUS    PIC X(02).
013120     88  FIB-STATE-FILE-OK           VALUE "00".
013130 01  FIB-STATE-FOUND-SW       PIC X(01)          VALUE "N".
013140     88  FIB-STATE-FOUND              VALUE "Y".
013150 01  FIB-STATE-BYPASS-SW      PIC X(01)          VALUE "N".
013160     88  FIB-STATE-BYPASSED           VALUE "Y".
013170 01  FIB-STATE-UNTRACKED-SW   PIC X(01)          VALUE "N".
013180     88  FIB-STATE-UNTRACKED          VALUE "Y".
013190 01  FIB-STATE-TIME-RAW       PIC X(08).
013200*
013300****************************************************
013400**  THE RUN DATE UNDER REPORT (FROM THE LAST       *
014000 01  FIB-SUMM-REQ-SUB         PIC S9(4)  COMP-5.
014100 01  FIB-SUMM-REQ-TABLE.
014200     05  FIB-SUMM-REQ-REC     OCCURS 50 TIMES
014300                               PIC X(120).
014400*
014500 COPY FIBRUN
014600     REPLACING ==FIB-RUN-LOG-RECORD==
017400               ==FIB-RLOG-RECON-MISMATCH==
017500            BY ==FIB-LAST-RECON-MISMATCH==
017600               ==FIB-RLOG-RETURN-CODE==
017620            BY ==FIB-LAST-RETURN-CODE==
017640               ==FIB-RLOG-BEGIN-DATE==
017660            BY ==FIB-LAST-BEGIN-DATE==
017680               ==FIB-RLOG-BEGIN-TIME==
017700            BY ==FIB-LAST-BEGIN-TIME==
017720               ==FIB-RLOG-END-DATE==
017740            BY ==FIB-LAST-END-DATE==
017760               ==FIB-RLOG-END-TIME==
017770            BY ==FIB-LAST-END-TIME==
017780               ==FIB-RLOG-TERMS-CALC==
017790            BY ==FIB-LAST-TERMS-CALC==.
017800*
017900 01  FIB-PREV-RUN-DATE        PIC 9(08)          VALUE ZERO.
018000 01  FIB-PREV-UPPER-BOUND     PIC 9(04)          VALUE ZERO.
025600         "FINAL RETURN CODE THIS RUN:".
025700     05  FIB-SUM-RC           PIC Z(3)9.
025800     05  FIB-SUM-RC-RECON     PIC X(48).
025807 01  FIB-SUM-WINDOW-LINE.
025814     05  FILLER               PIC X(17)          VALUE
025821         "FIB STEP STARTED ".
025828     05  FIB-SUM-WIN-BEGIN-DATE
025835                              PIC 9999/99/99.
025842     05  FILLER               PIC X(04)          VALUE " AT ".
025849     05  FIB-SUM-WIN-BEGIN-TIME
025856                              PIC 9(06).
025863     05  FILLER               PIC X(08)          VALUE ", ENDED ".
025870     05  FIB-SUM-WIN-END-DATE PIC 9999/99/99.
025877     05  FILLER               PIC X(04)          VALUE " AT ".
025884     05  FIB-SUM-WIN-END-TIME PIC 9(06).
025891     05  FILLER               PIC X(15)          VALUE SPACES.
025892 01  FIB-SUM-CALC-LINE.
025893     05  FILLER               PIC X(28)          VALUE
025894         "TERMS COMPUTED THIS RUN:".
025895     05  FIB-SUM-CALC-COMPUTED PIC Z(7)9.
025896     05  FILLER               PIC X(18)          VALUE
025897         ", TERMS DELIVERED:".
025898     05  FIB-SUM-CALC-DELIVERED PIC Z(7)9.
025899     05  FILLER               PIC X(18)          VALUE SPACES.
025900 01  FIB-SUM-TEXT-LINE.
026000     05  FIB-SUM-TEXT         PIC X(80).
026100 
026600****************************************************
026700 0000-MAINLINE.
026800     PERFORM 1000-INITIALIZE      THRU 1000-EXIT.
026900     IF FIB-RUN-FOUND AND NOT FIB-STATE-BYPASSED
027000         PERFORM 1200-COLLECT-RUN-RECORDS THRU 1200-EXIT
027100         PERFORM 2200-FIND-PREV-RUN  THRU 2200-EXIT
027200         PERFORM 3000-WRITE-SUMMARY  THRU 3000-EXIT
028000**  IS THE RUN THIS SUMMARY DESCRIBES.  NO RECORD  *
028100**  AT ALL MEANS THE FIB STEP NEVER COMPLETED A    *
028200**  SINGLE REQUEST - SAY SO AND END WITH RC 8.     *
028233**  A NIGHT WHOSE PAGE IS ALREADY CUT (STEP "SUMM" *
028266**  "C" ON FIBSTATE) IS BYPASSED.                  *
028300****************************************************
028400 1000-INITIALIZE.
028500     OPEN OUTPUT FIB-SUMMARY-FILE.
029100     END-IF.
029200     IF FIB-RUN-FOUND
029300         MOVE FIB-LAST-RUN-DATE TO FIB-SUMM-RUN-DATE
029350         PERFORM 1300-CHECK-RUN-STATE THRU 1300-EXIT
029400     ELSE
029500         WRITE FIB-SUMMARY-LINE FROM FIB-SUM-HEADING-1
029600         MOVE "NO RUN-CONTROL RECORD ON FIBRUN - THE FIB STEP "
039400     END-IF.
039500 1230-EXIT.
039600     EXIT.
039601*
039602****************************************************
039603**  1300-CHECK-RUN-STATE - IF STEP "SUMM" IS "C"   *
039604**  FOR THE RUN DATE THIS IS A RERUN FOR A LATER   *
039605**  STEP - BYPASS CLEANLY.  OTHERWISE STAMP IT "S".*
039606**  A FILE THAT WILL NOT OPEN IS WARNED ON AND THE *
039607**  STEP RUNS UNTRACKED.                           *
039608****************************************************
039609 1300-CHECK-RUN-STATE.
039610     OPEN I-O FIB-STATE-FILE.
039611     IF NOT FIB-STATE-FILE-OK
039612         DISPLAY "FIBRUNSUMMARY: FIBSTATE COULD NOT BE OPENED, "
039613             "STATUS = " FIB-STATE-FILE-STATUS
039614             " - RUN STATE NOT TRACKED"
039615         SET FIB-STATE-UNTRACKED TO TRUE
039616         GO TO 1300-EXIT
039617     END-IF.
039618     PERFORM 1310-READ-STATE THRU 1310-EXIT.
039619     IF FIB-STATE-FOUND AND FIB-STATE-COMPLETE
039620         DISPLAY "FIBRUNSUMMARY: SUMMARY ALREADY CUT FOR RUN "
039621             "DATE " FIB-SUMM-RUN-DATE " - STEP BYPASSED"
039622         SET FIB-STATE-BYPASSED TO TRUE
039623         CLOSE FIB-STATE-FILE
039624         GO TO 1300-EXIT
039625     END-IF.
039626     SET FIB-STATE-STARTED TO TRUE.
039627     MOVE ZERO TO FIB-STATE-RC.
039628     PERFORM 1320-STORE-STATE THRU 1320-EXIT.
039629     CLOSE FIB-STATE-FILE.
039630 1300-EXIT.
039631     EXIT.
039632*
039633****************************************************
039634**  1310-READ-STATE - STEP "SUMM"'S RECORD FOR THE *
039635**  RUN DATE, IF ANY.  ON NOT-FOUND THE RECORD     *
039636**  AREA IS SET UP FOR A NEW RECORD.               *
039637****************************************************
039638 1310-READ-STATE.
039639     MOVE FIB-SUMM-RUN-DATE TO FIB-STATE-RUN-DATE.
039640     MOVE "SUMM"            TO FIB-STATE-STEP.
039641     MOVE SPACES            TO FIB-STATE-REQUESTOR.
039642     READ FIB-STATE-FILE
039643         INVALID KEY
039644             MOVE "N" TO FIB-STATE-FOUND-SW
039645             MOVE SPACES            TO FIB-STATE-RECORD
039646             MOVE FIB-SUMM-RUN-DATE TO FIB-STATE-RUN-DATE
039647             MOVE "SUMM"            TO FIB-STATE-STEP
039648         NOT INVALID KEY
039649             SET FIB-STATE-FOUND TO TRUE
039650     END-READ.
039651 1310-EXIT.
039652     EXIT.
039653*
039654****************************************************
039655**  1320-STORE-STATE - STAMP AND WRITE (OR         *
039656**  REWRITE) THE STATE RECORD THE CALLER HAS SET.  *
039657****************************************************
039658 1320-STORE-STATE.
039659     ACCEPT FIB-STATE-DATE FROM DATE YYYYMMDD.
039660     ACCEPT FIB-STATE-TIME-RAW FROM TIME.
039661     MOVE FIB-STATE-TIME-RAW(1:6) TO FIB-STATE-TIME.
039662     IF FIB-STATE-STARTED
039663         MOVE FIB-STATE-DATE TO FIB-STATE-BEGIN-DATE
039664         MOVE FIB-STATE-TIME TO FIB-STATE-BEGIN-TIME
039665     END-IF.
039666     IF FIB-STATE-BEGIN-DATE NOT NUMERIC
039667         MOVE ZERO TO FIB-STATE-BEGIN-DATE
039668         MOVE ZERO TO FIB-STATE-BEGIN-TIME
039669     END-IF.
039670     MOVE "FIBRUNSU"  TO FIB-STATE-PROGRAM.
039671     MOVE SPACES      TO FIB-STATE-OPERATOR.
039672     IF FIB-STATE-FOUND
039673         REWRITE FIB-STATE-RECORD
039674     ELSE
039675         WRITE FIB-STATE-RECORD
039676     END-IF.
039677     IF NOT FIB-STATE-FILE-OK
039678         DISPLAY "FIBRUNSUMMARY: FIBSTATE NOT UPDATED, STATUS = "
039679             FIB-STATE-FILE-STATUS
039680     END-IF.
039681 1320-EXIT.
039682     EXIT.
039700*
039800****************************************************
039900**  2200-FIND-PREV-RUN - WALK FIBHIST IN KEY       *
055400****************************************************
055500**  3300-WRITE-INVOCATION-LINE - THE RUN-WIDE      *
055600**  VERDICT FROM THE TYPE-I AUDIT RECORD: FINAL    *
055666**  RETURN CODE AND RUN-WIDE RECONCILIATION, AND   *
055710**  WHEN THE STEP STARTED AND ENDED, AND THE TERMS *
055754**  IT COMPUTED AGAINST THE TERMS IT DELIVERED.    *
055800****************************************************
055900 3300-WRITE-INVOCATION-LINE.
056000     IF FIB-INVOKE-FOUND
056800                 TO FIB-SUM-RC-RECON
056900         END-IF
057000         WRITE FIB-SUMMARY-LINE FROM FIB-SUM-RC-LINE
057001         IF FIB-LAST-TERMS-CALC NUMERIC
057002             MOVE FIB-LAST-TERMS-CALC TO FIB-SUM-CALC-COMPUTED
057003             MOVE FIB-LAST-TERMS-DONE TO FIB-SUM-CALC-DELIVERED
057004             WRITE FIB-SUMMARY-LINE FROM FIB-SUM-CALC-LINE
057005         END-IF
057011         IF FIB-LAST-BEGIN-DATE NUMERIC
057022            AND FIB-LAST-BEGIN-DATE > ZERO
057033             MOVE FIB-LAST-BEGIN-DATE TO FIB-SUM-WIN-BEGIN-DATE
057044             MOVE FIB-LAST-BEGIN-TIME TO FIB-SUM-WIN-BEGIN-TIME
057055             MOVE FIB-LAST-END-DATE   TO FIB-SUM-WIN-END-DATE
057066             MOVE FIB-LAST-END-TIME   TO FIB-SUM-WIN-END-TIME
057077             WRITE FIB-SUMMARY-LINE FROM FIB-SUM-WINDOW-LINE
057088         END-IF
057100     ELSE
057200         MOVE "NO INVOCATION-LEVEL AUDIT RECORD - THE FIB STEP"
057300             TO FIB-SUM-TEXT
058000     EXIT.
058100*
058200****************************************************
058240**  4000-TERMINATE - CLOSE THE SUMMARY PAGE AND    *
058280**  STAMP STEP "SUMM" ON FIBSTATE: "C" IF THE      *
058320**  NIGHT'S INVOCATION RECORD WAS THERE TO REPORT, *
058360**  "F" IF THE PAGE COULD ONLY SAY IT WAS MISSING. *
058400****************************************************
058500 4000-TERMINATE.
058600     CLOSE FIB-SUMMARY-FILE.
058616     IF FIB-RUN-FOUND
058632        AND NOT FIB-STATE-BYPASSED
058648        AND NOT FIB-STATE-UNTRACKED
058664         PERFORM 4100-STAMP-RUN-STATE THRU 4100-EXIT
058680     END-IF.
058700 4000-EXIT.
058800     EXIT.
058804*
058808****************************************************
058812**  4100-STAMP-RUN-STATE - THE END-OF-STEP STAMP.  *
058816****************************************************
058820 4100-STAMP-RUN-STATE.
058824     OPEN I-O FIB-STATE-FILE.
058828     IF NOT FIB-STATE-FILE-OK
058832         DISPLAY "FIBRUNSUMMARY: FIBSTATE COULD NOT BE OPENED, "
058836             "STATUS = " FIB-STATE-FILE-STATUS
058840             " - SUMM STEP NOT MARKED"
058844         GO TO 4100-EXIT
058848     END-IF.
058852     PERFORM 1310-READ-STATE THRU 1310-EXIT.
058856     IF FIB-INVOKE-FOUND
058860         SET FIB-STATE-COMPLETE TO TRUE
058864     ELSE
058868         SET FIB-STATE-FAILED TO TRUE
058872     END-IF.
058876     MOVE RETURN-CODE TO FIB-STATE-RC.
058880     PERFORM 1320-STORE-STATE THRU 1320-EXIT.
058884     CLOSE FIB-STATE-FILE.
058888 4100-EXIT.
058892     EXIT.
058900 END PROGRAM FibRunSummary.
