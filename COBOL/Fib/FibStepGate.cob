000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. FibStepGate.
000300 AUTHOR. R-HENSLEY.
000400 INSTALLATION. BATCH-PRODUCTION.
000500 DATE-WRITTEN. 10/15/2026.
000600 DATE-COMPILED.
000700*
000800*-----------------------------------------------------------------
000900*  MODIFICATION HISTORY
001000*-----------------------------------------------------------------
001100*  DATE       INIT  DESCRIPTION
001200*  10/15/26   RH    ORIGINAL PROGRAM.  THE FIBJOB STEPS THAT ARE
001300*                   OUR OWN PROGRAMS (FIB, SUMM, BAL, SPLITn)
001400*                   CHECK AND STAMP THE FIBSTATE RUN-STATE FILE
001500*                   THEMSELVES (SEE FIBSTATE.CPY).  GDGCOPY AND
001600*                   THE XMITn STEPS ARE IEBGENER AND TSO XMIT,
001700*                   SO THIS SMALL STEP DOES IT FOR THEM FROM THE
001800*                   JCL.  THE SYSIN CARD NAMES A FUNCTION, A
001900*                   STEP AND (FOR SPLIT/XMIT) A REQUESTOR:
002000*                     CHECK - RC 4 IF THE STEP IS ALREADY
002100*                             COMPLETE FOR THE NIGHT (THE
002200*                             GUARDED STEP IS THEN BYPASSED BY
002300*                             ITS COND), RC 0 IF ITS WORK IS
002400*                             STILL TO DO.  A FIBSTATE THAT
002500*                             CANNOT BE OPENED ANSWERS RC 0 - THE
002600*                             STEP RUNS AS IT ALWAYS DID.
002700*                     MARK  - STAMP THE STEP COMPLETE FOR THE
002800*                             NIGHT.  RC 8 IF IT COULD NOT BE
002900*                             RECORDED (A RERUN WOULD REDO IT).
003000*                   THE NIGHT IS THE LAST FIBRUN RECORD'S RUN
003100*                   DATE, AS IN FibBalance.  A BAD CARD OR NO
003200*                   FIBRUN RECORD AT ALL ENDS RC 16.
003211*  10/15/26   RH    ADDED FUNCTION START - A CHECK THAT, WHEN THE
003222*                   STEP IS TO RUN, ALSO STAMPS IT "S" WITH ITS
003233*                   START TIME (FIB-STATE-BEGIN-DATE/TIME), SO A
003244*                   UTILITY STEP IS TIMED LIKE OUR OWN PROGRAMS.
003255*                   GDGCHK NOW STARTS GDGCOPY RATHER THAN ONLY
003266*                   CHECKING IT.  MARK KEEPS THE START ALREADY ON
003277*                   THE RECORD (ZERO IF THE START WAS NEVER SEEN),
003288*                   AND THE STAMPING MOVED TO 3100-STORE-STATE.
003300*-----------------------------------------------------------------
003400*
003500 ENVIRONMENT DIVISION.
003600 INPUT-OUTPUT SECTION.
003700 FILE-CONTROL.
003800     SELECT FIB-RUN-LOG-FILE  ASSIGN TO "FIBRUN"
003900         ORGANIZATION IS LINE SEQUENTIAL
004000         FILE STATUS IS FIB-RUN-LOG-FILE-STATUS.
004100
004200     SELECT FIB-STATE-FILE    ASSIGN TO "FIBSTATE"
004300         ORGANIZATION IS INDEXED
004400         ACCESS MODE IS RANDOM
004500         RECORD KEY IS FIB-STATE-KEY
004600         FILE STATUS IS FIB-STATE-FILE-STATUS.
004700
004800 DATA DIVISION.
004900 FILE SECTION.
005000*
005100****************************************************
005200**  FIB-RUN-LOG-FILE - READ FOR THE NIGHT'S RUN    *
005300**  DATE.  SEE FIBRUN.CPY.                         *
005400****************************************************
005500 FD  FIB-RUN-LOG-FILE.
005600     COPY FIBRUN.
005700*
005800****************************************************
005900**  FIB-STATE-FILE - THE RUN-STATE CONTROL FILE.   *
006000**  SEE FIBSTATE.CPY.                              *
006100****************************************************
006200 FD  FIB-STATE-FILE.
006300     COPY FIBSTATE.
006400
006500 WORKING-STORAGE SECTION.
006600 01  FIB-RUN-LOG-FILE-STATUS  PIC X(02).
006700     88  FIB-RUN-LOG-FILE-OK         VALUE "00".
006800 01  FIB-STATE-FILE-STATUS    PIC X(02).
006900     88  FIB-STATE-FILE-OK           VALUE "00".
007000 01  FIB-RUN-LOG-EOF-SW       PIC X(01)          VALUE "N".
007100     88  FIB-RUN-LOG-EOF              VALUE "Y".
007200 01  FIB-RUN-FOUND-SW         PIC X(01)          VALUE "N".
007300     88  FIB-RUN-FOUND                VALUE "Y".
007400 01  FIB-SG-FOUND-SW          PIC X(01)          VALUE "N".
007500     88  FIB-SG-FOUND                 VALUE "Y".
007600 01  FIB-SG-RUN-DATE          PIC 9(08)          VALUE ZERO.
007700 01  FIB-SG-TIME-RAW          PIC X(08).
007800*
007900****************************************************
008000**  THE SYSIN CONTROL CARD.                        *
008100****************************************************
008200 01  FIB-SG-CARD.
008300     05  FIB-SG-FUNCTION      PIC X(08).
008400         88  FIB-SG-CHECK             VALUE "CHECK".
008500         88  FIB-SG-MARK              VALUE "MARK".
008550         88  FIB-SG-START             VALUE "START".
008600     05  FILLER               PIC X(01).
008700     05  FIB-SG-STEP          PIC X(08).
008800         88  FIB-SG-STEP-VALID        VALUE "FIB" "SUMM" "BAL"
008900                                            "GDGCOPY" "SPLIT"
009000                                            "XMIT".
009100         88  FIB-SG-STEP-PAIRED       VALUE "SPLIT" "XMIT".
009200     05  FILLER               PIC X(01).
009300     05  FIB-SG-REQUESTOR     PIC X(08).
009400     05  FILLER               PIC X(54).
009500
009600 PROCEDURE DIVISION.
009700*
009800****************************************************
009900**  0000-MAINLINE                                  *
010000****************************************************
010100 0000-MAINLINE.
010200     PERFORM 1000-INITIALIZE      THRU 1000-EXIT.
010300     IF RETURN-CODE = ZERO
010400         IF FIB-SG-CHECK
010500             PERFORM 2000-CHECK-STEP  THRU 2000-EXIT
010533         END-IF
010566         IF FIB-SG-START
010599             PERFORM 2500-START-STEP  THRU 2500-EXIT
010632         END-IF
010665         IF FIB-SG-MARK
010700             PERFORM 3000-MARK-STEP   THRU 3000-EXIT
010800         END-IF
010900     END-IF.
011000     STOP RUN.
011100*
011200****************************************************
011300**  1000-INITIALIZE - TAKE AND EDIT THE CARD, AND  *
011400**  FIND THE NIGHT.                                *
011500****************************************************
011600 1000-INITIALIZE.
011700     MOVE SPACES TO FIB-SG-CARD.
011800     ACCEPT FIB-SG-CARD.
011866     IF (NOT FIB-SG-CHECK AND NOT FIB-SG-MARK
011932        AND NOT FIB-SG-START)
012000        OR NOT FIB-SG-STEP-VALID
012100        OR (FIB-SG-STEP-PAIRED AND FIB-SG-REQUESTOR = SPACES)
012200         DISPLAY "FIBSTEPGATE: CARD MUST BE CHECK, START OR MARK,"
012300             " A STEP NAME, AND A REQUESTOR FOR SPLIT/XMIT - GOT "
012400             FIB-SG-CARD(1:26)
012500         MOVE 16 TO RETURN-CODE
012600         GO TO 1000-EXIT
012700     END-IF.
012800     IF NOT FIB-SG-STEP-PAIRED
012900         MOVE SPACES TO FIB-SG-REQUESTOR
013000     END-IF.
013100     OPEN INPUT FIB-RUN-LOG-FILE.
013200     IF FIB-RUN-LOG-FILE-OK
013300         PERFORM 1100-SCAN-RUN-LOG THRU 1100-EXIT
013400             UNTIL FIB-RUN-LOG-EOF
013500         CLOSE FIB-RUN-LOG-FILE
013600     END-IF.
013700     IF NOT FIB-RUN-FOUND
013800         DISPLAY "FIBSTEPGATE: NO FIBRUN RECORD - CANNOT TELL "
013900             "WHICH NIGHT " FIB-SG-STEP " " FIB-SG-REQUESTOR
014000             " BELONGS TO"
014100         MOVE 16 TO RETURN-CODE
014200     END-IF.
014300 1000-EXIT.
014400     EXIT.
014500*
014600****************************************************
014700**  1100-SCAN-RUN-LOG - THE LAST RECORD'S RUN DATE *
014800**  IS THE NIGHT.                                  *
014900****************************************************
015000 1100-SCAN-RUN-LOG.
015100     READ FIB-RUN-LOG-FILE
015200         AT END
015300             SET FIB-RUN-LOG-EOF TO TRUE
015400         NOT AT END
015500             MOVE FIB-RLOG-RUN-DATE TO FIB-SG-RUN-DATE
015600             SET FIB-RUN-FOUND TO TRUE
015700     END-READ.
015800 1100-EXIT.
015900     EXIT.
016000*
016100****************************************************
016200**  2000-CHECK-STEP - RC 4 IF THE STEP IS ALREADY  *
016300**  COMPLETE FOR THE NIGHT, OTHERWISE RC 0.        *
016400****************************************************
016500 2000-CHECK-STEP.
016600     OPEN INPUT FIB-STATE-FILE.
016700     IF NOT FIB-STATE-FILE-OK
016800         DISPLAY "FIBSTEPGATE: FIBSTATE COULD NOT BE OPENED, "
016900             "STATUS = " FIB-STATE-FILE-STATUS " - "
017000             FIB-SG-STEP " " FIB-SG-REQUESTOR " WILL RUN"
017100         GO TO 2000-EXIT
017200     END-IF.
017300     PERFORM 2100-READ-STATE THRU 2100-EXIT.
017400     CLOSE FIB-STATE-FILE.
017500     IF FIB-SG-FOUND AND FIB-STATE-COMPLETE
017600         DISPLAY "FIBSTEPGATE: " FIB-SG-STEP " " FIB-SG-REQUESTOR
017700             " ALREADY COMPLETE FOR RUN DATE " FIB-SG-RUN-DATE
017800             " - STEP BYPASSED"
017900         MOVE 4 TO RETURN-CODE
018000     ELSE
018100         DISPLAY "FIBSTEPGATE: " FIB-SG-STEP " " FIB-SG-REQUESTOR
018200             " NOT YET COMPLETE FOR RUN DATE " FIB-SG-RUN-DATE
018300             " - STEP WILL RUN"
018400     END-IF.
018500 2000-EXIT.
018600     EXIT.
018700*
018800****************************************************
018900**  2100-READ-STATE - THE STEP'S RECORD FOR THE    *
019000**  NIGHT, IF ANY.                                 *
019100****************************************************
019200 2100-READ-STATE.
019300     MOVE FIB-SG-RUN-DATE  TO FIB-STATE-RUN-DATE.
019400     MOVE FIB-SG-STEP      TO FIB-STATE-STEP.
019500     MOVE FIB-SG-REQUESTOR TO FIB-STATE-REQUESTOR.
019600     READ FIB-STATE-FILE
019700         INVALID KEY
019800             MOVE "N" TO FIB-SG-FOUND-SW
019900         NOT INVALID KEY
020000             SET FIB-SG-FOUND TO TRUE
020100     END-READ.
020200 2100-EXIT.
020300     EXIT.
020302*
020304****************************************************
020306**  2500-START-STEP - AS 2000-CHECK-STEP, BUT A    *
020308**  STEP THAT IS TO RUN IS ALSO STAMPED "S" WITH   *
020310**  ITS START TIME.  A FIBSTATE THAT CANNOT BE     *
020312**  OPENED ANSWERS RC 0 - THE STEP RUNS UNTIMED.   *
020314****************************************************
020316 2500-START-STEP.
020318     OPEN I-O FIB-STATE-FILE.
020320     IF NOT FIB-STATE-FILE-OK
020322         DISPLAY "FIBSTEPGATE: FIBSTATE COULD NOT BE OPENED, "
020324             "STATUS = " FIB-STATE-FILE-STATUS " - "
020326             FIB-SG-STEP " " FIB-SG-REQUESTOR " WILL RUN"
020328         GO TO 2500-EXIT
020330     END-IF.
020332     PERFORM 2100-READ-STATE THRU 2100-EXIT.
020334     IF FIB-SG-FOUND AND FIB-STATE-COMPLETE
020336         DISPLAY "FIBSTEPGATE: " FIB-SG-STEP " " FIB-SG-REQUESTOR
020338             " ALREADY COMPLETE FOR RUN DATE " FIB-SG-RUN-DATE
020340             " - STEP BYPASSED"
020342         MOVE 4 TO RETURN-CODE
020344         CLOSE FIB-STATE-FILE
020346         GO TO 2500-EXIT
020348     END-IF.
020350     IF NOT FIB-SG-FOUND
020352         MOVE SPACES           TO FIB-STATE-RECORD
020354         MOVE FIB-SG-RUN-DATE  TO FIB-STATE-RUN-DATE
020356         MOVE FIB-SG-STEP      TO FIB-STATE-STEP
020358         MOVE FIB-SG-REQUESTOR TO FIB-STATE-REQUESTOR
020360     END-IF.
020362     SET FIB-STATE-STARTED TO TRUE.
020364     MOVE ZERO              TO FIB-STATE-RC.
020366     PERFORM 3100-STORE-STATE THRU 3100-EXIT.
020368     IF FIB-STATE-FILE-OK
020370         DISPLAY "FIBSTEPGATE: " FIB-SG-STEP " " FIB-SG-REQUESTOR
020372             " STARTED FOR RUN DATE " FIB-SG-RUN-DATE
020374             " - STEP WILL RUN"
020376     ELSE
020378         DISPLAY "FIBSTEPGATE: " FIB-SG-STEP " " FIB-SG-REQUESTOR
020380             " START NOT RECORDED, STATUS = "
020382             FIB-STATE-FILE-STATUS " - STEP WILL RUN"
020384     END-IF.
020386     CLOSE FIB-STATE-FILE.
020388 2500-EXIT.
020390     EXIT.
020400*
020500****************************************************
020600**  3000-MARK-STEP - STAMP THE STEP COMPLETE FOR   *
020700**  THE NIGHT.                                     *
020800****************************************************
020900 3000-MARK-STEP.
021000     OPEN I-O FIB-STATE-FILE.
021100     IF NOT FIB-STATE-FILE-OK
021200         DISPLAY "FIBSTEPGATE: FIBSTATE COULD NOT BE OPENED, "
021300             "STATUS = " FIB-STATE-FILE-STATUS " - "
021400             FIB-SG-STEP " " FIB-SG-REQUESTOR " NOT MARKED - A "
021500             "RERUN WILL REDO IT"
021600         MOVE 8 TO RETURN-CODE
021700         GO TO 3000-EXIT
021800     END-IF.
021900     PERFORM 2100-READ-STATE THRU 2100-EXIT.
022000     IF NOT FIB-SG-FOUND
022100         MOVE SPACES           TO FIB-STATE-RECORD
022200         MOVE FIB-SG-RUN-DATE  TO FIB-STATE-RUN-DATE
022300         MOVE FIB-SG-STEP      TO FIB-STATE-STEP
022400         MOVE FIB-SG-REQUESTOR TO FIB-STATE-REQUESTOR
022500     END-IF.
022600     SET FIB-STATE-COMPLETE TO TRUE.
022700     MOVE ZERO              TO FIB-STATE-RC.
023250     PERFORM 3100-STORE-STATE THRU 3100-EXIT.
023800     IF FIB-STATE-FILE-OK
023900         DISPLAY "FIBSTEPGATE: " FIB-SG-STEP " " FIB-SG-REQUESTOR
024000             " MARKED COMPLETE FOR RUN DATE " FIB-SG-RUN-DATE
024100     ELSE
024200         DISPLAY "FIBSTEPGATE: " FIB-SG-STEP " " FIB-SG-REQUESTOR
024300             " NOT MARKED, STATUS = " FIB-STATE-FILE-STATUS
024400             " - A RERUN WILL REDO IT"
024500         MOVE 8 TO RETURN-CODE
024600     END-IF.
024700     CLOSE FIB-STATE-FILE.
024800 3000-EXIT.
024900     EXIT.
024903*
024906****************************************************
024909**  3100-STORE-STATE - STAMP WHEN AND BY WHOM AND  *
024912**  WRITE (OR REWRITE) THE STATE RECORD THE CALLER *
024915**  HAS SET.  AN "S" ALSO STAMPS THE STEP'S START. *
024918****************************************************
024921 3100-STORE-STATE.
024924     ACCEPT FIB-STATE-DATE FROM DATE YYYYMMDD.
024927     ACCEPT FIB-SG-TIME-RAW FROM TIME.
024930     MOVE FIB-SG-TIME-RAW(1:6) TO FIB-STATE-TIME.
024933     MOVE "FIBSTEPG"        TO FIB-STATE-PROGRAM.
024936     MOVE SPACES            TO FIB-STATE-OPERATOR.
024939     IF FIB-STATE-STARTED
024942         MOVE FIB-STATE-DATE TO FIB-STATE-BEGIN-DATE
024945         MOVE FIB-STATE-TIME TO FIB-STATE-BEGIN-TIME
024948     END-IF.
024951     IF FIB-STATE-BEGIN-DATE NOT NUMERIC
024954         MOVE ZERO TO FIB-STATE-BEGIN-DATE
024957         MOVE ZERO TO FIB-STATE-BEGIN-TIME
024960     END-IF.
024963     IF FIB-SG-FOUND
024966         REWRITE FIB-STATE-RECORD
024969     ELSE
024972         WRITE FIB-STATE-RECORD
024975     END-IF.
024978 3100-EXIT.
024981     EXIT.
025000 END PROGRAM FibStepGate.
