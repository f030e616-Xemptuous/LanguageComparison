000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. FibStepState.
000300 AUTHOR. R-HENSLEY.
000400 INSTALLATION. BATCH-PRODUCTION.
000500 DATE-WRITTEN. 10/15/2026.
000600 DATE-COMPILED.
000700*
000800*-----------------------------------------------------------------
000900*  MODIFICATION HISTORY
001000*-----------------------------------------------------------------
001100*  DATE       INIT  DESCRIPTION
001200*  10/15/26   RH    ORIGINAL PROGRAM.  THE ON-CALL OPERATOR'S
001300*                   WINDOW ON THE FIBSTATE RUN-STATE FILE (SEE
001400*                   FIBSTATE.CPY).  INQUIRE SHOWS WHERE A NIGHT
001500*                   STOPPED - EVERY STEP RECORD FOR THE RUN DATE,
001600*                   AND WHICH OF FIB, SUMM, BAL AND GDGCOPY HAVE
001700*                   NOT COMPLETED.  FORCE SETS ONE COMPLETED STEP
001800*                   OF THE LATEST NIGHT BACK TO "R" SO THE NEXT
001900*                   FIBJOB REDOES ITS WORK; A SPLIT OR XMIT IS
002000*                   FORCED TOGETHER WITH ITS PARTNER, BECAUSE THE
002100*                   FEED IS RE-CUT WHENEVER IT IS RE-SENT.
002200*                   RESUME FLAGS THE LATEST NIGHT SO A RERUN
002300*                   STARTED AFTER MIDNIGHT PICKS THAT NIGHT UP
002400*                   INSTEAD OF STARTING A NEW ONE.  FORCE AND
002500*                   RESUME NEED AN OPERATOR ID, STAMP IT ON THE
002600*                   RECORD, AND APPEND A BEFORE/AFTER AUDIT
002700*                   RECORD (FIBPAUD LAYOUT, ACTIONS "REDO" AND
002800*                   "RERUN", THE STEP NAME IN THE REQUESTOR
002900*                   COLUMN) TO FIBSAUD.  HISTORY LISTS THAT
003000*                   TRAIL.
003025*  10/15/26   RH    INQUIRE NOW SHOWS WHEN EACH STEP STARTED (THE
003050*                   NEW FIB-STATE-BEGIN-DATE/TIME) UNDER ITS STATE
003075*                   LINE.  AN OVERRIDE LEAVES THE START AS IT WAS.
003078*  10/15/26   RH    FORCE AND RESUME NOW NEED AN OPERATOR WHO IS
003081*                   ACTIVE ON THE OPERATOR REGISTRY (FIBOPER) AND
003084*                   HOLDS STEP AUTHORITY.  A BLANK OPERATOR ID IS
003087*                   REFUSED THE SAME WAY.  EVERY REFUSAL IS LOGGED
003090*                   TO FIBSECV BY FibOperAuth.  INQUIRE AND
003093*                   HISTORY STILL NEED NO OPERATOR.
003100*-----------------------------------------------------------------
003200*
003300 ENVIRONMENT DIVISION.
003400 INPUT-OUTPUT SECTION.
003500 FILE-CONTROL.
003600     SELECT FIB-STATE-FILE    ASSIGN TO "FIBSTATE"
003700         ORGANIZATION IS INDEXED
003800         ACCESS MODE IS DYNAMIC
003900         RECORD KEY IS FIB-STATE-KEY
004000         FILE STATUS IS FIB-STATE-FILE-STATUS.
004100
004200     SELECT FIB-RUN-LOG-FILE  ASSIGN TO "FIBRUN"
004300         ORGANIZATION IS LINE SEQUENTIAL
004400         FILE STATUS IS FIB-RUN-LOG-FILE-STATUS.
004500
004600     SELECT FIB-STATE-AUDIT-FILE ASSIGN TO "FIBSAUD"
004700         ORGANIZATION IS LINE SEQUENTIAL
004800         FILE STATUS IS FIB-STATE-AUDIT-STATUS.
004900
005000 DATA DIVISION.
005100 FILE SECTION.
005200*
005300****************************************************
005400**  FIB-STATE-FILE - THE RUN-STATE CONTROL FILE.   *
005500**  SEE FIBSTATE.CPY.                              *
005600****************************************************
005700 FD  FIB-STATE-FILE.
005800     COPY FIBSTATE.
005900*
006000****************************************************
006100**  FIB-RUN-LOG-FILE - READ FOR THE LATEST NIGHT'S *
006200**  RUN DATE.  SEE FIBRUN.CPY.                     *
006300****************************************************
006400 FD  FIB-RUN-LOG-FILE.
006500     COPY FIBRUN.
006600*
006700****************************************************
006800**  FIB-STATE-AUDIT-FILE - THE OVERRIDE AUDIT      *
006900**  TRAIL, FIBPAUD LAYOUT.  SEE FIBPAUD.CPY.       *
007000****************************************************
007100 FD  FIB-STATE-AUDIT-FILE.
007200     COPY FIBPAUD.
007300
007400 WORKING-STORAGE SECTION.
007500 01  FIB-STATE-FILE-STATUS    PIC X(02).
007600     88  FIB-STATE-FILE-OK           VALUE "00".
007700 01  FIB-RUN-LOG-FILE-STATUS  PIC X(02).
007800     88  FIB-RUN-LOG-FILE-OK         VALUE "00".
007900 01  FIB-STATE-AUDIT-STATUS   PIC X(02).
008000     88  FIB-STATE-AUDIT-OK          VALUE "00".
008100     88  FIB-STATE-AUDIT-NOT-FOUND   VALUE "35".
008200 01  FIB-RUN-LOG-EOF-SW       PIC X(01)          VALUE "N".
008300     88  FIB-RUN-LOG-EOF              VALUE "Y".
008400 01  FIB-STATE-EOF-SW         PIC X(01)          VALUE "N".
008500     88  FIB-STATE-EOF                VALUE "Y".
008600 01  FIB-SS-AUDIT-EOF-SW      PIC X(01)          VALUE "N".
008700     88  FIB-SS-AUDIT-EOF             VALUE "Y".
008800 01  FIB-SS-MODE              PIC X(01).
008900     88  FIB-SS-INQUIRE               VALUE "I".
009000     88  FIB-SS-FORCE                 VALUE "F".
009100     88  FIB-SS-RESUME                VALUE "N".
009200     88  FIB-SS-HISTORY               VALUE "H".
009300 01  FIB-SS-FOUND-SW          PIC X(01)          VALUE "N".
009400     88  FIB-SS-FOUND                 VALUE "Y".
009500 01  FIB-SS-OPERATOR          PIC X(08).
009600 01  FIB-SS-NIGHT             PIC 9(08)          VALUE ZERO.
009700 01  FIB-SS-DATE-IN           PIC X(08).
009800 01  FIB-SS-RUN-DATE          PIC 9(08).
009900 01  FIB-SS-STEP-IN           PIC X(08).
010000     88  FIB-SS-STEP-VALID            VALUE "FIB" "SUMM" "BAL"
010100                                            "GDGCOPY" "SPLIT"
010200                                            "XMIT".
010300     88  FIB-SS-STEP-PAIRED           VALUE "SPLIT" "XMIT".
010400 01  FIB-SS-REQUESTOR-IN      PIC X(08).
010500 01  FIB-SS-FORCE-STEP        PIC X(08).
010600 01  FIB-SS-FORCE-REQUESTOR   PIC X(08).
010700 01  FIB-SS-OLD-IMAGE         PIC X(80).
010800 01  FIB-SS-RECORD-COUNT      PIC S9(4)  COMP-5  VALUE ZERO.
010900 01  FIB-SS-TIME-RAW          PIC X(08).
011000*
011100****************************************************
011200**  THE STEPS EVERY NIGHT MUST COMPLETE, WITH A    *
011300**  SWITCH EACH FOR THE INQUIRY'S "NOT COMPLETE"   *
011400**  LIST.                                          *
011500****************************************************
011600 01  FIB-SS-CORE-STEP-NAMES.
011700     05  FILLER               PIC X(08)          VALUE "FIB".
011800     05  FILLER               PIC X(08)          VALUE "SUMM".
011900     05  FILLER               PIC X(08)          VALUE "BAL".
012000     05  FILLER               PIC X(08)          VALUE "GDGCOPY".
012100 01  FIB-SS-CORE-STEP-TABLE   REDEFINES FIB-SS-CORE-STEP-NAMES.
012200     05  FIB-SS-CORE-STEP     PIC X(08)  OCCURS 4 TIMES.
012300 01  FIB-SS-CORE-DONE-TABLE.
012400     05  FIB-SS-CORE-DONE-SW  PIC X(01)  OCCURS 4 TIMES.
012500         88  FIB-SS-CORE-DONE         VALUE "Y".
012600 01  FIB-SS-CORE-SUB          PIC S9(4)  COMP-5.
012700 01  FIB-SS-CORE-MISSING      PIC S9(4)  COMP-5  VALUE ZERO.
012716*
012732****************************************************
012748**  OPERATOR AUTHORITY CHECK (FibOperAuth).        *
012764****************************************************
012780 COPY FIBOCHK.
012800
012900 PROCEDURE DIVISION.
013000*
013100****************************************************
013200**  0000-MAINLINE                                  *
013300****************************************************
013400 0000-MAINLINE.
013500     PERFORM 1000-INITIALIZE      THRU 1000-EXIT.
013600     IF FIB-SS-INQUIRE
013700         PERFORM 2000-INQUIRE     THRU 2000-EXIT
013800     END-IF.
013900     IF FIB-SS-FORCE
014000         PERFORM 3000-FORCE-STEP  THRU 3000-EXIT
014100     END-IF.
014200     IF FIB-SS-RESUME
014300         PERFORM 4000-RESUME-NIGHT THRU 4000-EXIT
014400     END-IF.
014500     IF FIB-SS-HISTORY
014600         PERFORM 6000-HISTORY     THRU 6000-EXIT
014700     END-IF.
014800     STOP RUN.
014900*
015000****************************************************
015100**  1000-INITIALIZE - ASK THE OPERATOR WHICH MODE, *
015200**  AND FIND THE LATEST NIGHT FROM FIBRUN.         *
015300****************************************************
015400 1000-INITIALIZE.
015500     DISPLAY "ENTER MODE - I = INQUIRE, F = FORCE A STEP TO "
015600         "REDO, N = RESUME THE NIGHT AFTER MIDNIGHT, "
015700         "H = OVERRIDE HISTORY: " WITH NO ADVANCING.
015800     ACCEPT FIB-SS-MODE.
015900     IF NOT FIB-SS-INQUIRE AND NOT FIB-SS-FORCE
016000        AND NOT FIB-SS-RESUME AND NOT FIB-SS-HISTORY
016100         DISPLAY "MODE MUST BE I, F, N OR H - NOTHING DONE"
016200         MOVE 8 TO RETURN-CODE
016300         GO TO 1000-EXIT
016400     END-IF.
016500     OPEN INPUT FIB-RUN-LOG-FILE.
016600     IF FIB-RUN-LOG-FILE-OK
016700         PERFORM 1100-SCAN-RUN-LOG THRU 1100-EXIT
016800             UNTIL FIB-RUN-LOG-EOF
016900         CLOSE FIB-RUN-LOG-FILE
017000     END-IF.
017100     IF FIB-SS-NIGHT = ZERO
017200         DISPLAY "NO FIBRUN RECORD - THE LATEST NIGHT IS UNKNOWN"
017300     ELSE
017400         DISPLAY "LATEST NIGHT ON FIBRUN IS " FIB-SS-NIGHT
017500     END-IF.
017600 1000-EXIT.
017700     EXIT.
017800*
017900****************************************************
018000**  1100-SCAN-RUN-LOG - THE LAST RECORD'S RUN DATE *
018100**  IS THE LATEST NIGHT.                           *
018200****************************************************
018300 1100-SCAN-RUN-LOG.
018400     READ FIB-RUN-LOG-FILE
018500         AT END
018600             SET FIB-RUN-LOG-EOF TO TRUE
018700         NOT AT END
018800             MOVE FIB-RLOG-RUN-DATE TO FIB-SS-NIGHT
018900     END-READ.
019000 1100-EXIT.
019100     EXIT.
019200*
019300****************************************************
019400**  2000-INQUIRE - EVERY STEP RECORD FOR ONE RUN   *
019500**  DATE (BLANK = THE LATEST NIGHT), THEN THE CORE *
019600**  STEPS THAT HAVE NOT COMPLETED.                 *
019700****************************************************
019800 2000-INQUIRE.
019900     DISPLAY "ENTER RUN DATE CCYYMMDD (BLANK = LATEST NIGHT): "
020000         WITH NO ADVANCING.
020100     ACCEPT FIB-SS-DATE-IN.
020200     IF FIB-SS-DATE-IN = SPACES
020300         MOVE FIB-SS-NIGHT TO FIB-SS-RUN-DATE
020400     ELSE
020500         IF FIB-SS-DATE-IN NOT NUMERIC
020600             DISPLAY "RUN DATE IS NOT A CCYYMMDD DATE - "
020700                 "NOTHING DONE"
020800             MOVE 8 TO RETURN-CODE
020900             GO TO 2000-EXIT
021000         END-IF
021100         MOVE FIB-SS-DATE-IN TO FIB-SS-RUN-DATE
021200     END-IF.
021300     IF FIB-SS-RUN-DATE = ZERO
021400         DISPLAY "NO RUN DATE TO INQUIRE ON - NOTHING DONE"
021500         MOVE 8 TO RETURN-CODE
021600         GO TO 2000-EXIT
021700     END-IF.
021800     OPEN INPUT FIB-STATE-FILE.
021900     IF NOT FIB-STATE-FILE-OK
022000         DISPLAY "FIBSTEPSTATE: FIBSTATE COULD NOT BE OPENED, "
022100             "STATUS = " FIB-STATE-FILE-STATUS " - NOTHING DONE"
022200         MOVE 8 TO RETURN-CODE
022300         GO TO 2000-EXIT
022400     END-IF.
022500     MOVE ALL "N" TO FIB-SS-CORE-DONE-TABLE.
022600     MOVE LOW-VALUES      TO FIB-STATE-KEY.
022700     MOVE FIB-SS-RUN-DATE TO FIB-STATE-RUN-DATE.
022800     START FIB-STATE-FILE KEY IS NOT < FIB-STATE-KEY
022900         INVALID KEY
023000             SET FIB-STATE-EOF TO TRUE
023100     END-START.
023200     DISPLAY "RUN STATE FOR RUN DATE " FIB-SS-RUN-DATE ":".
023300     PERFORM 2100-SHOW-NEXT-STATE THRU 2100-EXIT
023400         UNTIL FIB-STATE-EOF.
023500     CLOSE FIB-STATE-FILE.
023600     IF FIB-SS-RECORD-COUNT = ZERO
023700         DISPLAY "  NO STEP HAS RECORDED ANYTHING FOR THIS "
023800             "RUN DATE"
023900     END-IF.
024000     PERFORM 2300-SHOW-MISSING THRU 2300-EXIT
024100         VARYING FIB-SS-CORE-SUB FROM 1 BY 1
024200         UNTIL FIB-SS-CORE-SUB > 4.
024300     IF FIB-SS-CORE-MISSING = ZERO
024400         DISPLAY "FIB, SUMM, BAL AND GDGCOPY ALL COMPLETE"
024500     END-IF.
024600 2000-EXIT.
024700     EXIT.
024800*
024900****************************************************
025000**  2100-SHOW-NEXT-STATE - ONE RECORD OF THE       *
025100**  BROWSE, UNTIL THE RUN DATE CHANGES.            *
025200****************************************************
025300 2100-SHOW-NEXT-STATE.
025400     READ FIB-STATE-FILE NEXT RECORD
025500         AT END
025600             SET FIB-STATE-EOF TO TRUE
025700             GO TO 2100-EXIT
025800     END-READ.
025900     IF FIB-STATE-RUN-DATE NOT = FIB-SS-RUN-DATE
026000         SET FIB-STATE-EOF TO TRUE
026100         GO TO 2100-EXIT
026200     END-IF.
026300     ADD 1 TO FIB-SS-RECORD-COUNT.
026400     PERFORM 2200-SHOW-ONE-STATE THRU 2200-EXIT.
026500     IF FIB-STATE-COMPLETE
026600         PERFORM 2110-NOTE-CORE-DONE THRU 2110-EXIT
026700             VARYING FIB-SS-CORE-SUB FROM 1 BY 1
026800             UNTIL FIB-SS-CORE-SUB > 4
026900     END-IF.
027000 2100-EXIT.
027100     EXIT.
027200*
027300****************************************************
027400**  2110-NOTE-CORE-DONE - TICK OFF A CORE STEP     *
027500**  FOUND COMPLETE.                                *
027600****************************************************
027700 2110-NOTE-CORE-DONE.
027800     IF FIB-STATE-STEP = FIB-SS-CORE-STEP(FIB-SS-CORE-SUB)
027900         SET FIB-SS-CORE-DONE(FIB-SS-CORE-SUB) TO TRUE
028000     END-IF.
028100 2110-EXIT.
028200     EXIT.
028300*
028400****************************************************
028500**  2200-SHOW-ONE-STATE - THE STATE RECORD NOW IN  *
028600**  THE RECORD AREA.                               *
028700****************************************************
028800 2200-SHOW-ONE-STATE.
028900     DISPLAY "  STEP " FIB-STATE-STEP
029000         " REQUESTOR " FIB-STATE-REQUESTOR
029100         " STATE " FIB-STATE-SW
029200         " RC " FIB-STATE-RC
029300         " AT " FIB-STATE-DATE " " FIB-STATE-TIME
029400         " BY " FIB-STATE-PROGRAM " " FIB-STATE-OPERATOR.
029416     IF FIB-STATE-BEGIN-DATE NUMERIC
029432        AND FIB-STATE-BEGIN-DATE NOT = ZERO
029448         DISPLAY "       STARTED " FIB-STATE-BEGIN-DATE " "
029464             FIB-STATE-BEGIN-TIME
029480     END-IF.
029500 2200-EXIT.
029600     EXIT.
029700*
029800****************************************************
029900**  2300-SHOW-MISSING - ONE CORE STEP, IF IT HAS   *
030000**  NOT COMPLETED.                                 *
030100****************************************************
030200 2300-SHOW-MISSING.
030300     IF NOT FIB-SS-CORE-DONE(FIB-SS-CORE-SUB)
030400         ADD 1 TO FIB-SS-CORE-MISSING
030500         DISPLAY "  NOT COMPLETE: "
030600             FIB-SS-CORE-STEP(FIB-SS-CORE-SUB)
030700     END-IF.
030800 2300-EXIT.
030900     EXIT.
031000*
031100****************************************************
031200**  3000-FORCE-STEP - SET ONE COMPLETED STEP OF    *
031300**  THE LATEST NIGHT BACK TO "R".  OLDER NIGHTS    *
031400**  ARE REFUSED - THEIR WORKING DATASETS HAVE      *
031500**  ALREADY ROLLED.  A SPLIT OR XMIT TAKES ITS     *
031600**  PARTNER WITH IT.                               *
031700****************************************************
031800 3000-FORCE-STEP.
031900     PERFORM 5000-TAKE-OPERATOR THRU 5000-EXIT.
032000     IF FIB-SS-OPERATOR = SPACES
032100         GO TO 3000-EXIT
032200     END-IF.
032300     DISPLAY "ENTER STEP - FIB, SUMM, BAL, GDGCOPY, SPLIT OR "
032400         "XMIT: " WITH NO ADVANCING.
032500     ACCEPT FIB-SS-STEP-IN.
032600     IF NOT FIB-SS-STEP-VALID
032700         DISPLAY "STEP MUST BE FIB, SUMM, BAL, GDGCOPY, SPLIT OR "
032800             "XMIT - NOTHING DONE"
032900         MOVE 8 TO RETURN-CODE
033000         GO TO 3000-EXIT
033100     END-IF.
033200     MOVE SPACES TO FIB-SS-REQUESTOR-IN.
033300     IF FIB-SS-STEP-PAIRED
033400         DISPLAY "ENTER REQUESTOR OF THE FEED: " WITH NO ADVANCING
033500         ACCEPT FIB-SS-REQUESTOR-IN
033600         IF FIB-SS-REQUESTOR-IN = SPACES
033700             DISPLAY "REQUESTOR IS REQUIRED FOR SPLIT/XMIT - "
033800                 "NOTHING DONE"
033900             MOVE 8 TO RETURN-CODE
034000             GO TO 3000-EXIT
034100         END-IF
034200     END-IF.
034300     PERFORM 5100-OPEN-STATE THRU 5100-EXIT.
034400     IF NOT FIB-STATE-FILE-OK
034500         GO TO 3000-EXIT
034600     END-IF.
034700     MOVE FIB-SS-STEP-IN      TO FIB-SS-FORCE-STEP.
034800     MOVE FIB-SS-REQUESTOR-IN TO FIB-SS-FORCE-REQUESTOR.
034900     PERFORM 3100-FORCE-ONE THRU 3100-EXIT.
035000     IF FIB-SS-FOUND AND FIB-SS-STEP-PAIRED
035100         IF FIB-SS-STEP-IN = "SPLIT"
035200             MOVE "XMIT"  TO FIB-SS-FORCE-STEP
035300         ELSE
035400             MOVE "SPLIT" TO FIB-SS-FORCE-STEP
035500         END-IF
035600         PERFORM 3100-FORCE-ONE THRU 3100-EXIT
035700     END-IF.
035800     CLOSE FIB-STATE-FILE.
035900     DISPLAY "IF THE RERUN WILL START AFTER MIDNIGHT, ALSO RUN "
036000         "MODE N SO IT RESUMES RUN DATE " FIB-SS-NIGHT.
036100 3000-EXIT.
036200     EXIT.
036300*
036400****************************************************
036500**  3100-FORCE-ONE - ONE STEP RECORD TO "R", WITH  *
036600**  THE BEFORE/AFTER AUDIT RECORD.  ONLY A "C"     *
036700**  RECORD NEEDS FORCING - ANYTHING ELSE RUNS      *
036800**  ANYWAY.  FIB-SS-FOUND TELLS THE CALLER WHETHER *
036900**  A RECORD WAS FORCED.                           *
037000****************************************************
037100 3100-FORCE-ONE.
037200     MOVE "N" TO FIB-SS-FOUND-SW.
037300     MOVE FIB-SS-NIGHT           TO FIB-STATE-RUN-DATE.
037400     MOVE FIB-SS-FORCE-STEP      TO FIB-STATE-STEP.
037500     MOVE FIB-SS-FORCE-REQUESTOR TO FIB-STATE-REQUESTOR.
037600     READ FIB-STATE-FILE
037700         INVALID KEY
037800             DISPLAY FIB-SS-FORCE-STEP " " FIB-SS-FORCE-REQUESTOR
037900                 " HAS NO RECORD FOR RUN DATE " FIB-SS-NIGHT
038000                 " - IT WILL RUN ANYWAY, NO CHANGE MADE"
038100             GO TO 3100-EXIT
038200     END-READ.
038300     IF NOT FIB-STATE-COMPLETE
038400         DISPLAY FIB-SS-FORCE-STEP " " FIB-SS-FORCE-REQUESTOR
038500             " IS IN STATE " FIB-STATE-SW
038600             " - IT WILL RUN ANYWAY, NO CHANGE MADE"
038700         GO TO 3100-EXIT
038800     END-IF.
038900     MOVE FIB-STATE-RECORD TO FIB-SS-OLD-IMAGE.
039000     SET FIB-STATE-REDO TO TRUE.
039100     PERFORM 5200-STAMP-OVERRIDE THRU 5200-EXIT.
039200     REWRITE FIB-STATE-RECORD
039300         INVALID KEY
039400             DISPLAY "REWRITE FAILED, STATUS = "
039500                 FIB-STATE-FILE-STATUS " - NO CHANGE MADE"
039600             GO TO 3100-EXIT
039700     END-REWRITE.
039800     SET FIB-SS-FOUND TO TRUE.
039900     MOVE SPACES TO FIB-PAUD-RECORD.
040000     MOVE "REDO" TO FIB-PAUD-ACTION.
040100     MOVE FIB-SS-OLD-IMAGE TO FIB-PAUD-OLD-IMAGE.
040200     MOVE FIB-STATE-RECORD TO FIB-PAUD-NEW-IMAGE.
040300     PERFORM 5300-WRITE-AUDIT THRU 5300-EXIT.
040400     DISPLAY FIB-SS-FORCE-STEP " " FIB-SS-FORCE-REQUESTOR
040500         " WILL REDO ITS WORK ON THE NEXT FIBJOB".
040600 3100-EXIT.
040700     EXIT.
040800*
040900****************************************************
041000**  4000-RESUME-NIGHT - FLAG THE LATEST NIGHT SO   *
041100**  THE NEXT FIBJOB RESUMES IT RATHER THAN TAKING  *
041200**  TODAY'S DATE.  THE FIB STEP CLEARS THE FLAG    *
041300**  WHEN IT ADOPTS THE NIGHT.                      *
041400****************************************************
041500 4000-RESUME-NIGHT.
041600     PERFORM 5000-TAKE-OPERATOR THRU 5000-EXIT.
041700     IF FIB-SS-OPERATOR = SPACES
041800         GO TO 4000-EXIT
041900     END-IF.
042000     PERFORM 5100-OPEN-STATE THRU 5100-EXIT.
042100     IF NOT FIB-STATE-FILE-OK
042200         GO TO 4000-EXIT
042300     END-IF.
042400     MOVE "N" TO FIB-SS-FOUND-SW.
042500     MOVE SPACES TO FIB-SS-OLD-IMAGE.
042600     MOVE FIB-SS-NIGHT TO FIB-STATE-RUN-DATE.
042700     MOVE "FIBJOB"     TO FIB-STATE-STEP.
042800     MOVE SPACES       TO FIB-STATE-REQUESTOR.
042900     READ FIB-STATE-FILE
043000         INVALID KEY
043100             CONTINUE
043200         NOT INVALID KEY
043300             SET FIB-SS-FOUND TO TRUE
043400             MOVE FIB-STATE-RECORD TO FIB-SS-OLD-IMAGE
043500     END-READ.
043600     IF NOT FIB-SS-FOUND
043700         MOVE SPACES       TO FIB-STATE-RECORD
043800         MOVE FIB-SS-NIGHT TO FIB-STATE-RUN-DATE
043900         MOVE "FIBJOB"     TO FIB-STATE-STEP
044000     END-IF.
044100     SET FIB-STATE-REDO TO TRUE.
044200     PERFORM 5200-STAMP-OVERRIDE THRU 5200-EXIT.
044300     IF FIB-SS-FOUND
044400         REWRITE FIB-STATE-RECORD
044500             INVALID KEY
044600                 DISPLAY "REWRITE FAILED, STATUS = "
044700                     FIB-STATE-FILE-STATUS " - NO CHANGE MADE"
044800                 CLOSE FIB-STATE-FILE
044900                 GO TO 4000-EXIT
045000         END-REWRITE
045100     ELSE
045200         WRITE FIB-STATE-RECORD
045300             INVALID KEY
045400                 DISPLAY "WRITE FAILED, STATUS = "
045500                     FIB-STATE-FILE-STATUS " - NO CHANGE MADE"
045600                 CLOSE FIB-STATE-FILE
045700                 GO TO 4000-EXIT
045800         END-WRITE
045900     END-IF.
046000     CLOSE FIB-STATE-FILE.
046100     MOVE "FIBJOB" TO FIB-SS-FORCE-STEP.
046200     MOVE SPACES TO FIB-PAUD-RECORD.
046300     MOVE "RERUN" TO FIB-PAUD-ACTION.
046400     MOVE FIB-SS-OLD-IMAGE TO FIB-PAUD-OLD-IMAGE.
046500     MOVE FIB-STATE-RECORD TO FIB-PAUD-NEW-IMAGE.
046600     PERFORM 5300-WRITE-AUDIT THRU 5300-EXIT.
046700     DISPLAY "THE NEXT FIBJOB WILL RESUME RUN DATE " FIB-SS-NIGHT.
046800 4000-EXIT.
046900     EXIT.
047000*
047100****************************************************
047200**  5000-TAKE-OPERATOR - THE OPERATOR IDENTIFIES   *
047300**  THEMSELVES (REQUIRED - EVERY OVERRIDE IS       *
047400**  AUDITED).  THERE MUST BE A LATEST NIGHT TO     *
047450**  OVERRIDE, AND THE OPERATOR MUST BE ACTIVE ON   *
047500**  THE OPERATOR REGISTRY AND HOLD STEP            *
047550**  AUTHORITY.  FIB-SS-OPERATOR IS LEFT BLANK IF   *
047600**  THE CALLER SHOULD STOP.                        *
047700****************************************************
047800 5000-TAKE-OPERATOR.
047900     IF FIB-SS-NIGHT = ZERO
048000         DISPLAY "NO NIGHT TO OVERRIDE - NOTHING DONE"
048100         MOVE SPACES TO FIB-SS-OPERATOR
048200         MOVE 8 TO RETURN-CODE
048300         GO TO 5000-EXIT
048400     END-IF.
048500     DISPLAY "ENTER YOUR OPERATOR ID: " WITH NO ADVANCING.
048600     ACCEPT FIB-SS-OPERATOR.
048650     MOVE FIB-SS-OPERATOR  TO FIB-OCHK-OPERATOR.
048700     MOVE "STEP"           TO FIB-OCHK-AUTHORITY.
048750     MOVE "FibStepState"   TO FIB-OCHK-PROGRAM.
048800     CALL 'FibOperAuth' USING BY REFERENCE FIB-OCHK-PARMS.
048850     IF FIB-OCHK-REFUSED
048900         DISPLAY "OVERRIDE REFUSED - NOTHING DONE"
048950         MOVE SPACES TO FIB-SS-OPERATOR
049000         MOVE 8 TO RETURN-CODE
049050     END-IF.
049100 5000-EXIT.
049200     EXIT.
049300*
049400****************************************************
049500**  5100-OPEN-STATE - OPEN FIBSTATE FOR UPDATE.    *
049600****************************************************
049700 5100-OPEN-STATE.
049800     OPEN I-O FIB-STATE-FILE.
049900     IF NOT FIB-STATE-FILE-OK
050000         DISPLAY "FIBSTEPSTATE: FIBSTATE COULD NOT BE OPENED, "
050100             "STATUS = " FIB-STATE-FILE-STATUS " - NOTHING DONE"
050200         MOVE 8 TO RETURN-CODE
050300     END-IF.
050400 5100-EXIT.
050500     EXIT.
050600*
050700****************************************************
050800**  5200-STAMP-OVERRIDE - WHO AND WHEN ON THE      *
050900**  STATE RECORD BEING OVERRIDDEN.                 *
051000****************************************************
051100 5200-STAMP-OVERRIDE.
051200     MOVE ZERO TO FIB-STATE-RC.
051300     ACCEPT FIB-STATE-DATE FROM DATE YYYYMMDD.
051400     ACCEPT FIB-SS-TIME-RAW FROM TIME.
051500     MOVE FIB-SS-TIME-RAW(1:6) TO FIB-STATE-TIME.
051520     IF FIB-STATE-BEGIN-DATE NOT NUMERIC
051540         MOVE ZERO TO FIB-STATE-BEGIN-DATE
051560         MOVE ZERO TO FIB-STATE-BEGIN-TIME
051580     END-IF.
051600     MOVE "FIBSTEPS"           TO FIB-STATE-PROGRAM.
051700     MOVE FIB-SS-OPERATOR      TO FIB-STATE-OPERATOR.
051800 5200-EXIT.
051900     EXIT.
052000*
052100****************************************************
052200**  5300-WRITE-AUDIT - APPEND ONE BEFORE/AFTER     *
052300**  AUDIT RECORD TO FIBSAUD.  THE CALLER HAS       *
052400**  CLEARED THE RECORD AND SET THE ACTION AND      *
052500**  IMAGES; THIS STAMPS WHO, WHEN AND WHICH STEP.  *
052600****************************************************
052700 5300-WRITE-AUDIT.
052800     ACCEPT FIB-PAUD-DATE FROM DATE YYYYMMDD.
052900     ACCEPT FIB-SS-TIME-RAW FROM TIME.
053000     MOVE FIB-SS-TIME-RAW(1:6) TO FIB-PAUD-TIME.
053100     MOVE FIB-SS-OPERATOR      TO FIB-PAUD-OPERATOR.
053200     MOVE FIB-SS-FORCE-STEP    TO FIB-PAUD-REQUESTOR.
053300     OPEN EXTEND FIB-STATE-AUDIT-FILE.
053400     IF FIB-STATE-AUDIT-NOT-FOUND
053500         OPEN OUTPUT FIB-STATE-AUDIT-FILE
053600     END-IF.
053700     WRITE FIB-PAUD-RECORD.
053800     CLOSE FIB-STATE-AUDIT-FILE.
053900 5300-EXIT.
054000     EXIT.
054100*
054200****************************************************
054300**  6000-HISTORY - LIST THE OVERRIDE TRAIL: WHO,   *
054400**  WHEN, WHICH STEP, AND THE BEFORE AND AFTER     *
054500**  STATE RECORDS.                                 *
054600****************************************************
054700 6000-HISTORY.
054800     OPEN INPUT FIB-STATE-AUDIT-FILE.
054900     IF NOT FIB-STATE-AUDIT-OK
055000         DISPLAY "NO OVERRIDE HISTORY ON FILE YET"
055100     ELSE
055200         DISPLAY "FIBSTATE OVERRIDE HISTORY:"
055300         PERFORM 6100-SHOW-ONE-OVERRIDE THRU 6100-EXIT
055400             UNTIL FIB-SS-AUDIT-EOF
055500         CLOSE FIB-STATE-AUDIT-FILE
055600     END-IF.
055700 6000-EXIT.
055800     EXIT.
055900*
056000****************************************************
056100**  6100-SHOW-ONE-OVERRIDE - ONE AUDIT RECORD.     *
056200****************************************************
056300 6100-SHOW-ONE-OVERRIDE.
056400     READ FIB-STATE-AUDIT-FILE
056500         AT END
056600             SET FIB-SS-AUDIT-EOF TO TRUE
056700         NOT AT END
056800             DISPLAY FIB-PAUD-DATE " " FIB-PAUD-TIME
056900                 " " FIB-PAUD-OPERATOR " " FIB-PAUD-ACTION
057000                 " " FIB-PAUD-REQUESTOR
057100             DISPLAY "  OLD: " FIB-PAUD-OLD-IMAGE
057200             DISPLAY "  NEW: " FIB-PAUD-NEW-IMAGE
057300     END-READ.
057400 6100-EXIT.
057500     EXIT.
057600 END PROGRAM FibStepState.
