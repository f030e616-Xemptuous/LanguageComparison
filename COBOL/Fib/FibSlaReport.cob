000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. FibSlaReport.
000300 AUTHOR. R-HENSLEY.
000400 INSTALLATION. BATCH-PRODUCTION.
000500 DATE-WRITTEN. 10/15/2026.
000600 DATE-COMPILED.
000700*
000800*-----------------------------------------------------------------
000900*  MODIFICATION HISTORY
001000*-----------------------------------------------------------------
001100*  DATE       INIT  DESCRIPTION
001200*  10/15/26   RH    ORIGINAL PROGRAM.  MONTH-END BATCH-WINDOW SLA
001300*                   COMPLIANCE REPORT (JOB FIBSLARP).  FOR THE
001400*                   OPERATOR-SUPPLIED MONTH (CCYYMM) IT COLLECTS
001500*                   EVERY FEED THAT WAS OWED - EACH NIGHT A
001600*                   REQUESTOR WITH A FIBDLVP PROFILE HAD A
001700*                   REQUEST RUN (FIBRUN TYPE-R), OR HAD ITS SPLIT
001800*                   OR XMIT STEP RECORDED ON FIBSTATE - AND WHEN
001900*                   IT WAS DELIVERED: THE NIGHT'S XMIT RECORD ON
002000*                   FIBSTATE, "C" WITH THE TIME IT WAS MARKED.
002100*                   EACH IS SCORED AGAINST THE REQUESTOR'S
002200*                   DEADLINE ON FIBSLA (FOUND AS FIBSLA.CPY
002300*                   DESCRIBES, BY REQUESTOR AND ITS FIBDLVP
002400*                   NODE) AS ON TIME, LATE (WITH THE MINUTES
002500*                   LATE) OR NOT DELIVERED, AND THE FIBSLAR PAGE
002600*                   LISTS THEM BY REQUESTOR WITH REQUESTOR AND
002700*                   MONTH TOTALS.  A REQUESTOR WITH NO DEADLINE
002800*                   IS LISTED BUT NOT SCORED.  ANY LATE OR
002900*                   UNDELIVERED FEED ENDS THE STEP RC 8; A BAD
003000*                   CARD OR AN INPUT THAT WILL NOT OPEN, RC 16.
003100*-----------------------------------------------------------------
003200*
003300 ENVIRONMENT DIVISION.
003400 INPUT-OUTPUT SECTION.
003500 FILE-CONTROL.
003600     SELECT FIB-RUN-LOG-FILE  ASSIGN TO "FIBRUN"
003700         ORGANIZATION IS LINE SEQUENTIAL
003800         FILE STATUS IS FIB-RUN-LOG-FILE-STATUS.
003900
004000     SELECT FIB-STATE-FILE    ASSIGN TO "FIBSTATE"
004100         ORGANIZATION IS INDEXED
004200         ACCESS MODE IS DYNAMIC
004300         RECORD KEY IS FIB-STATE-KEY
004400         FILE STATUS IS FIB-STATE-FILE-STATUS.
004500
004600     SELECT FIB-SLA-FILE      ASSIGN TO "FIBSLA"
004700         ORGANIZATION IS LINE SEQUENTIAL
004800         FILE STATUS IS FIB-SLA-FILE-STATUS.
004900
005000     SELECT FIB-DLVP-FILE     ASSIGN TO "FIBDLVP"
005100         ORGANIZATION IS LINE SEQUENTIAL
005200         FILE STATUS IS FIB-DLVP-FILE-STATUS.
005300
005400     SELECT FIB-SLAR-RPT-FILE ASSIGN TO "FIBSLAR"
005500         ORGANIZATION IS LINE SEQUENTIAL
005600         FILE STATUS IS FIB-SLAR-RPT-STATUS.
005700
005800 DATA DIVISION.
005900 FILE SECTION.
006000*
006100****************************************************
006200**  FIB-RUN-LOG-FILE - THE PERMANENT RUN-CONTROL   *
006300**  AUDIT LOG.  SEE FIBRUN.CPY.                    *
006400****************************************************
006500 FD  FIB-RUN-LOG-FILE.
006600     COPY FIBRUN.
006700*
006800****************************************************
006900**  FIB-STATE-FILE - THE RUN-STATE CONTROL FILE,   *
007000**  BROWSED FOR THE MONTH'S NIGHTS.  SEE           *
007100**  FIBSTATE.CPY.                                  *
007200****************************************************
007300 FD  FIB-STATE-FILE.
007400     COPY FIBSTATE.
007500*
007600****************************************************
007700**  FIB-SLA-FILE - THE DELIVERY DEADLINES.  SEE    *
007800**  FIBSLA.CPY.                                    *
007900****************************************************
008000 FD  FIB-SLA-FILE.
008100     COPY FIBSLA.
008200*
008300****************************************************
008400**  FIB-DLVP-FILE - THE DELIVERY PROFILES, FOR     *
008500**  EACH REQUESTOR'S DESTINATION NODE.  SEE        *
008600**  FIBDLVP.CPY.                                   *
008700****************************************************
008800 FD  FIB-DLVP-FILE.
008900     COPY FIBDLVP.
009000*
009100****************************************************
009200**  FIB-SLAR-RPT-FILE - THE COMPLIANCE REPORT.     *
009300****************************************************
009400 FD  FIB-SLAR-RPT-FILE.
009500 01  FIB-SLAR-RPT-LINE        PIC X(132).
009600
009700 WORKING-STORAGE SECTION.
009800 01  FIB-RUN-LOG-FILE-STATUS  PIC X(02).
009900     88  FIB-RUN-LOG-FILE-OK         VALUE "00".
010000 01  FIB-STATE-FILE-STATUS    PIC X(02).
010100     88  FIB-STATE-FILE-OK           VALUE "00".
010200 01  FIB-SLA-FILE-STATUS      PIC X(02).
010300     88  FIB-SLA-FILE-OK             VALUE "00".
010400 01  FIB-DLVP-FILE-STATUS     PIC X(02).
010500     88  FIB-DLVP-FILE-OK            VALUE "00".
010600 01  FIB-SLAR-RPT-STATUS      PIC X(02).
010700     88  FIB-SLAR-RPT-OK             VALUE "00".
010800 01  FIB-RUN-LOG-EOF-SW       PIC X(01)          VALUE "N".
010900     88  FIB-RUN-LOG-EOF              VALUE "Y".
011000 01  FIB-STATE-EOF-SW         PIC X(01)          VALUE "N".
011100     88  FIB-STATE-EOF                VALUE "Y".
011200 01  FIB-SLA-EOF-SW           PIC X(01)          VALUE "N".
011300     88  FIB-SLA-EOF                  VALUE "Y".
011400 01  FIB-DLVP-EOF-SW          PIC X(01)          VALUE "N".
011500     88  FIB-DLVP-EOF                 VALUE "Y".
011600 01  FIB-SR-ABORT-SW          PIC X(01)          VALUE "N".
011700     88  FIB-SR-ABORTED               VALUE "Y".
011800 01  FIB-SR-MATCH-SW          PIC X(01)          VALUE "N".
011900     88  FIB-SR-MATCH                 VALUE "Y".
012000 01  FIB-SR-DLVP-OPEN-SW      PIC X(01)          VALUE "N".
012100     88  FIB-SR-DLVP-OPEN             VALUE "Y".
012200*
012300****************************************************
012400**  THE SYSIN CONTROL CARD: THE MONTH UNDER        *
012500**  REPORT (CCYYMM).                               *
012600****************************************************
012700 01  FIB-SR-CARD.
012800     05  FIB-SR-MONTH         PIC X(06).
012900     05  FILLER               PIC X(74).
013000 01  FIB-SR-START-DATE        PIC 9(08).
013100 01  FIB-SR-SUB               PIC S9(4)  COMP-5.
013200 01  FIB-SR-SUB2              PIC S9(4)  COMP-5.
013300 01  FIB-SR-HIT               PIC S9(4)  COMP-5.
013400 01  FIB-SR-SLA-HIT           PIC S9(4)  COMP-5.
013500 01  FIB-SR-SLA-PASS          PIC S9(4)  COMP-5.
013600 01  FIB-SR-SLA-COUNT         PIC S9(4)  COMP-5  VALUE ZERO.
013700 01  FIB-SR-DLVP-COUNT        PIC S9(4)  COMP-5  VALUE ZERO.
013800 01  FIB-SR-DLV-COUNT         PIC S9(4)  COMP-5  VALUE ZERO.
013900 01  FIB-SR-REQUESTOR-WANTED  PIC X(08).
014000 01  FIB-SR-NIGHT-WANTED      PIC 9(08).
014100 01  FIB-SR-NODE              PIC X(17).
014200 01  FIB-SR-RUN-READ          PIC S9(9)  COMP-5  VALUE ZERO.
014300 01  FIB-SR-STATE-READ        PIC S9(9)  COMP-5  VALUE ZERO.
014400*
014500****************************************************
014600**  ONE REQUESTOR'S COUNTS, AND THE MONTH'S.       *
014700****************************************************
014800 01  FIB-SR-REQ-COUNTS.
014900     05  FIB-SR-REQ-NIGHTS    PIC S9(9)  COMP-5.
015000     05  FIB-SR-REQ-ON-TIME   PIC S9(9)  COMP-5.
015100     05  FIB-SR-REQ-LATE      PIC S9(9)  COMP-5.
015200     05  FIB-SR-REQ-MISSED    PIC S9(9)  COMP-5.
015300     05  FIB-SR-REQ-MINUTES   PIC S9(9)  COMP-5.
015400     05  FIB-SR-REQ-WORST     PIC S9(9)  COMP-5.
015500 01  FIB-SR-TOT-COUNTS.
015600     05  FIB-SR-TOT-NIGHTS    PIC S9(9)  COMP-5  VALUE ZERO.
015700     05  FIB-SR-TOT-ON-TIME   PIC S9(9)  COMP-5  VALUE ZERO.
015800     05  FIB-SR-TOT-LATE      PIC S9(9)  COMP-5  VALUE ZERO.
015900     05  FIB-SR-TOT-MISSED    PIC S9(9)  COMP-5  VALUE ZERO.
016000     05  FIB-SR-TOT-MINUTES   PIC S9(9)  COMP-5  VALUE ZERO.
016100     05  FIB-SR-TOT-WORST     PIC S9(9)  COMP-5  VALUE ZERO.
016200     05  FIB-SR-TOT-UNSCORED  PIC S9(9)  COMP-5  VALUE ZERO.
016300     05  FIB-SR-TOT-REQUESTORS
016400                              PIC S9(9)  COMP-5  VALUE ZERO.
016500*
016600****************************************************
016700**  LATENESS ARITHMETIC - SECONDS FROM 00:00 ON    *
016800**  THE RUN DATE TO THE DEADLINE AND TO THE        *
016900**  DELIVERY.                                      *
017000****************************************************
017100 01  FIB-SR-DAY-OFFSET        PIC S9(4)  COMP-5.
017200 01  FIB-SR-DUE-SECS          PIC S9(9)  COMP-5.
017300 01  FIB-SR-DLV-SECS          PIC S9(9)  COMP-5.
017400 01  FIB-SR-LATE-SECS         PIC S9(9)  COMP-5.
017500 01  FIB-SR-LATE-MINUTES      PIC S9(9)  COMP-5.
017600 01  FIB-SR-HMS               PIC 9(06).
017700 01  FIB-SR-HMS-G             REDEFINES FIB-SR-HMS.
017800     05  FIB-SR-HMS-HH        PIC 9(02).
017900     05  FIB-SR-HMS-MM        PIC 9(02).
018000     05  FIB-SR-HMS-SS        PIC 9(02).
018100*
018200****************************************************
018300**  CALENDAR STEPPING - FIB-SR-TEST-DATE IS MOVED  *
018400**  FORWARD ONE DAY AT A TIME.                     *
018500****************************************************
018600 01  FIB-SR-TEST-DATE         PIC 9(08).
018700 01  FIB-SR-TEST-DATE-G       REDEFINES FIB-SR-TEST-DATE.
018800     05  FIB-SR-TEST-YYYY     PIC 9(04).
018900     05  FIB-SR-TEST-MM       PIC 9(02).
019000     05  FIB-SR-TEST-DD       PIC 9(02).
019100 01  FIB-SR-DIM               PIC 9(02).
019200 01  FIB-SR-LEAP-QUOT         PIC 9(04).
019300 01  FIB-SR-LEAP-REM          PIC 9(04).
019400 01  FIB-SR-LEAP-SW           PIC X(01).
019500     88  FIB-SR-LEAP-YEAR             VALUE "Y".
019600 01  FIB-SR-MONTH-DAYS-X      PIC X(24)          VALUE
019700     "312831303130313130313031".
019800 01  FIB-SR-MONTH-DAYS-T      REDEFINES FIB-SR-MONTH-DAYS-X.
019900     05  FIB-SR-MONTH-DAYS    OCCURS 12 TIMES
020000                              PIC 9(02).
020100*
020200****************************************************
020300**  THE DEADLINES, AS LOADED FROM FIBSLA.          *
020400****************************************************
020500 01  FIB-SR-SLA-TABLE.
020600     05  FIB-SR-SL-ENTRY      OCCURS 200 TIMES.
020700         10  FIB-SR-SL-REQUESTOR PIC X(08).
020800         10  FIB-SR-SL-NODE      PIC X(17).
020900         10  FIB-SR-SL-DAY       PIC 9(01).
021000         10  FIB-SR-SL-HH        PIC 9(02).
021100         10  FIB-SR-SL-MM        PIC 9(02).
021200*
021300****************************************************
021400**  EACH PROFILED REQUESTOR AND ITS NODE, AS       *
021500**  LOADED FROM FIBDLVP.                           *
021600****************************************************
021700 01  FIB-SR-DLVP-TABLE.
021800     05  FIB-SR-DP-ENTRY      OCCURS 200 TIMES.
021900         10  FIB-SR-DP-REQUESTOR PIC X(08).
022000         10  FIB-SR-DP-NODE      PIC X(17).
022100*
022200****************************************************
022300**  ONE SLOT PER FEED OWED - REQUESTOR AND NIGHT - *
022400**  KEPT IN REQUESTOR/NIGHT ORDER, WITH WHEN (IF   *
022500**  EVER) ITS XMIT WAS MARKED COMPLETE.            *
022600****************************************************
022700 01  FIB-SR-DLV-TABLE.
022800     05  FIB-SR-DL-ENTRY      OCCURS 3000 TIMES.
022900         10  FIB-SR-DL-KEY.
023000             15  FIB-SR-DL-REQUESTOR PIC X(08).
023100             15  FIB-SR-DL-NIGHT     PIC 9(08).
023200         10  FIB-SR-DL-DONE-SW       PIC X(01).
023300             88  FIB-SR-DL-DELIVERED         VALUE "Y".
023400         10  FIB-SR-DL-DATE          PIC 9(08).
023500         10  FIB-SR-DL-TIME          PIC 9(06).
023600 01  FIB-SR-NEW-KEY.
023700     05  FIB-SR-NEW-REQUESTOR PIC X(08).
023800     05  FIB-SR-NEW-NIGHT     PIC 9(08).
023900*
024000****************************************************
024100**  REPORT LINE LAYOUTS.                           *
024200****************************************************
024300 01  FIB-SRR-HEADING-1.
024400     05  FILLER               PIC X(47)          VALUE
024500         "FIBONACCI BATCH-WINDOW SLA COMPLIANCE - MONTH ".
024600     05  FIB-SRR-HDG-MONTH    PIC X(06).
024700     05  FILLER               PIC X(79)          VALUE SPACES.
024800 01  FIB-SRR-TEXT-LINE.
024900     05  FIB-SRR-TEXT         PIC X(132).
025000 01  FIB-SRR-REQ-LINE.
025100     05  FILLER               PIC X(10)          VALUE
025200         "REQUESTOR ".
025300     05  FIB-SRR-REQ-ID       PIC X(08).
025400     05  FILLER               PIC X(07)          VALUE "  NODE ".
025500     05  FIB-SRR-REQ-NODE     PIC X(17).
025600     05  FILLER               PIC X(06)          VALUE "  DUE ".
025700     05  FIB-SRR-REQ-DUE      PIC X(40).
025800     05  FILLER               PIC X(44)          VALUE SPACES.
025900 01  FIB-SRR-COLUMN-LINE.
026000     05  FILLER               PIC X(46)          VALUE
026100         "  RUN DATE    DEADLINE          DELIVERED".
026200     05  FILLER               PIC X(86)          VALUE
026300         "       VERDICT".
026400 01  FIB-SRR-DETAIL-LINE.
026500     05  FILLER               PIC X(02)          VALUE SPACES.
026600     05  FIB-SRR-DT-NIGHT     PIC 9999/99/99.
026700     05  FILLER               PIC X(02)          VALUE SPACES.
026800     05  FIB-SRR-DT-DUE-DATE  PIC 9999/99/99.
026900     05  FILLER               PIC X(01)          VALUE SPACES.
027000     05  FIB-SRR-DT-DUE-HH    PIC 9(02).
027100     05  FILLER               PIC X(01)          VALUE ":".
027200     05  FIB-SRR-DT-DUE-MM    PIC 9(02).
027300     05  FILLER               PIC X(02)          VALUE SPACES.
027400     05  FIB-SRR-DT-DELIVERED.
027500         10  FIB-SRR-DT-DLV-DATE PIC 9999/99/99.
027600         10  FILLER              PIC X(01)       VALUE SPACES.
027700         10  FIB-SRR-DT-DLV-HH   PIC 9(02).
027800         10  FIB-SRR-DT-DLV-C1   PIC X(01)       VALUE ":".
027900         10  FIB-SRR-DT-DLV-MM   PIC 9(02).
028000         10  FIB-SRR-DT-DLV-C2   PIC X(01)       VALUE ":".
028100         10  FIB-SRR-DT-DLV-SS   PIC 9(02).
028200     05  FILLER               PIC X(02)          VALUE SPACES.
028300     05  FIB-SRR-DT-VERDICT   PIC X(14).
028400     05  FIB-SRR-DT-MINUTES   PIC Z(6).
028500     05  FIB-SRR-DT-MIN-LIT   PIC X(12).
028600     05  FILLER               PIC X(46)          VALUE SPACES.
028700 01  FIB-SRR-DLV-NONE-X       REDEFINES FIB-SRR-DETAIL-LINE.
028800     05  FILLER               PIC X(32).
028900     05  FIB-SRR-DT-DLV-NONE  PIC X(19).
029000     05  FILLER               PIC X(81).
029100 01  FIB-SRR-TOTAL-LINE.
029200     05  FIB-SRR-TOT-DESC     PIC X(12).
029300     05  FILLER               PIC X(07)          VALUE "NIGHTS ".
029400     05  FIB-SRR-TOT-NIGHTS   PIC Z(4)9.
029500     05  FILLER               PIC X(11)          VALUE
029600         "  ON TIME ".
029700     05  FIB-SRR-TOT-ON-TIME  PIC Z(4)9.
029800     05  FILLER               PIC X(08)          VALUE "  LATE ".
029900     05  FIB-SRR-TOT-LATE     PIC Z(4)9.
030000     05  FILLER               PIC X(17)          VALUE
030100         "  NOT DELIVERED ".
030200     05  FIB-SRR-TOT-MISSED   PIC Z(4)9.
030300     05  FILLER               PIC X(16)          VALUE
030400         "  MINUTES LATE ".
030500     05  FIB-SRR-TOT-MINUTES  PIC Z(6)9.
030600     05  FILLER               PIC X(09)          VALUE
030700         "  WORST ".
030800     05  FIB-SRR-TOT-WORST    PIC Z(5)9.
030900     05  FILLER               PIC X(19)          VALUE SPACES.
031000 01  FIB-SRR-COUNT-LINE.
031100     05  FIB-SRR-COUNT-DESC   PIC X(40).
031200     05  FIB-SRR-COUNT        PIC Z(8)9.
031300     05  FILLER               PIC X(83)          VALUE SPACES.
031400
031500 PROCEDURE DIVISION.
031600*
031700****************************************************
031800**  0000-MAINLINE                                  *
031900****************************************************
032000 0000-MAINLINE.
032100     PERFORM 1000-INITIALIZE      THRU 1000-EXIT.
032200     IF NOT FIB-SR-ABORTED
032300         PERFORM 1100-LOAD-ONE-SLA THRU 1100-EXIT
032400             UNTIL FIB-SLA-EOF
032500         PERFORM 1200-LOAD-ONE-DLVP THRU 1200-EXIT
032600             UNTIL FIB-DLVP-EOF
032700         PERFORM 2000-TAKE-RUN-RECORD THRU 2000-EXIT
032800             UNTIL FIB-RUN-LOG-EOF
032900         PERFORM 2500-BROWSE-STATE THRU 2500-EXIT
033000         PERFORM 3000-WRITE-REPORT THRU 3000-EXIT
033100         PERFORM 3900-WRITE-CONTROLS THRU 3900-EXIT
033200     END-IF.
033300     PERFORM 4000-TERMINATE       THRU 4000-EXIT.
033400     STOP RUN.
033500*
033600****************************************************
033700**  1000-INITIALIZE - PICK UP AND VALIDATE THE     *
033800**  CONTROL CARD, AND OPEN EVERYTHING.  A BAD      *
033900**  CARD, OR A RUN LOG, RUN-STATE FILE OR DEADLINE *
034000**  TABLE THAT CANNOT BE OPENED, ABORTS RC 16.  A  *
034100**  MISSING PROFILE FILE ONLY MEANS NO NODES ARE   *
034200**  KNOWN - REQUESTOR AND "*" DEADLINES STILL      *
034300**  APPLY - AND NO FIBRUN REQUEST IS OWED A FEED.  *
034400****************************************************
034500 1000-INITIALIZE.
034600     MOVE SPACES TO FIB-SR-CARD.
034700     ACCEPT FIB-SR-CARD.
034800     OPEN OUTPUT FIB-SLAR-RPT-FILE.
034900     IF FIB-SR-MONTH NOT NUMERIC
035000        OR FIB-SR-MONTH(5:2) < "01"
035100        OR FIB-SR-MONTH(5:2) > "12"
035200         DISPLAY "FIBSLAREPORT: CONTROL CARD MUST CARRY CCYYMM - "
035300             "NOTHING REPORTED"
035400         MOVE "CONTROL CARD IS MISSING OR BAD - NOTHING REPORTED"
035500             TO FIB-SRR-TEXT
035600         WRITE FIB-SLAR-RPT-LINE FROM FIB-SRR-TEXT-LINE
035700         MOVE 16 TO RETURN-CODE
035800         SET FIB-SR-ABORTED TO TRUE
035900         GO TO 1000-EXIT
036000     END-IF.
036100     MOVE FIB-SR-MONTH TO FIB-SR-START-DATE(1:6).
036200     MOVE "01"         TO FIB-SR-START-DATE(7:2).
036300     OPEN INPUT FIB-RUN-LOG-FILE.
036400     IF NOT FIB-RUN-LOG-FILE-OK
036500         DISPLAY "FIBSLAREPORT: FIBRUN COULD NOT BE OPENED, "
036600             "STATUS = " FIB-RUN-LOG-FILE-STATUS
036700             " - NOTHING REPORTED"
036800         MOVE 16 TO RETURN-CODE
036900         SET FIB-SR-ABORTED TO TRUE
037000         GO TO 1000-EXIT
037100     END-IF.
037200     OPEN INPUT FIB-SLA-FILE.
037300     IF NOT FIB-SLA-FILE-OK
037400         DISPLAY "FIBSLAREPORT: FIBSLA COULD NOT BE OPENED, "
037500             "STATUS = " FIB-SLA-FILE-STATUS
037600             " - NOTHING REPORTED"
037700         CLOSE FIB-RUN-LOG-FILE
037800         MOVE 16 TO RETURN-CODE
037900         SET FIB-SR-ABORTED TO TRUE
038000         GO TO 1000-EXIT
038100     END-IF.
038200     OPEN INPUT FIB-STATE-FILE.
038300     IF NOT FIB-STATE-FILE-OK
038400         DISPLAY "FIBSLAREPORT: FIBSTATE COULD NOT BE OPENED, "
038500             "STATUS = " FIB-STATE-FILE-STATUS
038600             " - NOTHING REPORTED"
038700         CLOSE FIB-RUN-LOG-FILE
038800         CLOSE FIB-SLA-FILE
038900         MOVE 16 TO RETURN-CODE
039000         SET FIB-SR-ABORTED TO TRUE
039100         GO TO 1000-EXIT
039200     END-IF.
039300     OPEN INPUT FIB-DLVP-FILE.
039400     IF NOT FIB-DLVP-FILE-OK
039500         DISPLAY "FIBSLAREPORT: FIBDLVP COULD NOT BE OPENED, "
039600             "STATUS = " FIB-DLVP-FILE-STATUS
039700             " - NO DESTINATION NODES KNOWN"
039800         SET FIB-DLVP-EOF TO TRUE
039900     ELSE
040000         SET FIB-SR-DLVP-OPEN TO TRUE
040100     END-IF.
040200 1000-EXIT.
040300     EXIT.
040400*
040500****************************************************
040600**  1100-LOAD-ONE-SLA - KEEP ONE DEADLINE ROW.  A  *
040700**  ROW WITH A NON-NUMERIC DEADLINE IS SKIPPED     *
040800**  WITH A WARNING (FibSlaMaint NEVER WRITES ONE). *
040900****************************************************
041000 1100-LOAD-ONE-SLA.
041100     READ FIB-SLA-FILE
041200         AT END
041300             SET FIB-SLA-EOF TO TRUE
041400             GO TO 1100-EXIT
041500     END-READ.
041600     IF FIB-SLA-DEADLINE-DAY  NOT NUMERIC
041700        OR FIB-SLA-DEADLINE-TIME NOT NUMERIC
041800         DISPLAY "FIBSLAREPORT: FIBSLA ROW " FIB-SLA-REQUESTOR " "
041900             FIB-SLA-DEST-NODE " HAS A BAD DEADLINE - SKIPPED"
042000         GO TO 1100-EXIT
042100     END-IF.
042200     IF FIB-SR-SLA-COUNT < 200
042300         ADD 1 TO FIB-SR-SLA-COUNT
042400         MOVE FIB-SLA-REQUESTOR
042500             TO FIB-SR-SL-REQUESTOR(FIB-SR-SLA-COUNT)
042600         MOVE FIB-SLA-DEST-NODE
042700             TO FIB-SR-SL-NODE(FIB-SR-SLA-COUNT)
042800         MOVE FIB-SLA-DEADLINE-DAY
042900             TO FIB-SR-SL-DAY(FIB-SR-SLA-COUNT)
043000         MOVE FIB-SLA-DEADLINE-HH
043100             TO FIB-SR-SL-HH(FIB-SR-SLA-COUNT)
043200         MOVE FIB-SLA-DEADLINE-MM
043300             TO FIB-SR-SL-MM(FIB-SR-SLA-COUNT)
043400     ELSE
043500         DISPLAY "FIBSLAREPORT: MORE THAN 200 DEADLINES - "
043600             "EXTRAS IGNORED"
043700     END-IF.
043800 1100-EXIT.
043900     EXIT.
044000*
044100****************************************************
044200**  1200-LOAD-ONE-DLVP - KEEP EACH PROFILE'S       *
044300**  REQUESTOR AND DESTINATION NODE.  INACTIVE      *
044400**  PROFILES ARE KEPT TOO - THE FEED MAY HAVE BEEN *
044500**  OWED EARLIER IN THE MONTH.                     *
044600****************************************************
044700 1200-LOAD-ONE-DLVP.
044800     READ FIB-DLVP-FILE
044900         AT END
045000             SET FIB-DLVP-EOF TO TRUE
045100             GO TO 1200-EXIT
045200     END-READ.
045300     IF FIB-SR-DLVP-COUNT < 200
045400         ADD 1 TO FIB-SR-DLVP-COUNT
045500         MOVE FIB-DLVP-REQUESTOR
045600             TO FIB-SR-DP-REQUESTOR(FIB-SR-DLVP-COUNT)
045700         MOVE FIB-DLVP-DEST-NODE
045800             TO FIB-SR-DP-NODE(FIB-SR-DLVP-COUNT)
045900     END-IF.
046000 1200-EXIT.
046100     EXIT.
046200*
046300****************************************************
046400**  2000-TAKE-RUN-RECORD - A TYPE-R RECORD FOR THE *
046500**  MONTH WHOSE REQUESTOR HAS A DELIVERY PROFILE   *
046600**  MEANS A FEED WAS OWED THAT NIGHT.              *
046700****************************************************
046800 2000-TAKE-RUN-RECORD.
046900     READ FIB-RUN-LOG-FILE
047000         AT END
047100             SET FIB-RUN-LOG-EOF TO TRUE
047200             GO TO 2000-EXIT
047300     END-READ.
047400     ADD 1 TO FIB-SR-RUN-READ.
047500     IF NOT FIB-RLOG-IS-REQUEST
047600        OR FIB-RLOG-RUN-DATE(1:6) NOT = FIB-SR-MONTH
047700         GO TO 2000-EXIT
047800     END-IF.
047900     MOVE ZERO TO FIB-SR-HIT.
048000     PERFORM 2010-CHECK-ONE-PROFILE THRU 2010-EXIT
048100         VARYING FIB-SR-SUB2 FROM 1 BY 1
048200         UNTIL FIB-SR-SUB2 > FIB-SR-DLVP-COUNT
048300            OR FIB-SR-HIT > ZERO.
048400     IF FIB-SR-HIT = ZERO
048500         GO TO 2000-EXIT
048600     END-IF.
048700     MOVE FIB-RLOG-REQUESTOR TO FIB-SR-NEW-REQUESTOR.
048800     MOVE FIB-RLOG-RUN-DATE  TO FIB-SR-NEW-NIGHT.
048900     PERFORM 2100-NOTE-FEED THRU 2100-EXIT.
049000 2000-EXIT.
049100     EXIT.
049200*
049300****************************************************
049400**  2010-CHECK-ONE-PROFILE - IS THIS THE RECORD'S  *
049500**  REQUESTOR?                                     *
049600****************************************************
049700 2010-CHECK-ONE-PROFILE.
049800     IF FIB-SR-DP-REQUESTOR(FIB-SR-SUB2) = FIB-RLOG-REQUESTOR
049900         MOVE FIB-SR-SUB2 TO FIB-SR-HIT
050000     END-IF.
050100 2010-EXIT.
050200     EXIT.
050300*
050400****************************************************
050500**  2100-NOTE-FEED - FIND THE SLOT FOR             *
050600**  FIB-SR-NEW-KEY, OR OPEN ONE IN ITS PLACE IN    *
050700**  REQUESTOR/NIGHT ORDER.  FIB-SR-HIT IS THE SLOT *
050800**  (ZERO IF THE TABLE IS FULL).                   *
050900****************************************************
051000 2100-NOTE-FEED.
051100     MOVE ZERO TO FIB-SR-HIT.
051200     PERFORM 2110-CHECK-ONE-FEED THRU 2110-EXIT
051300         VARYING FIB-SR-SUB2 FROM 1 BY 1
051400         UNTIL FIB-SR-SUB2 > FIB-SR-DLV-COUNT
051500            OR FIB-SR-HIT > ZERO.
051600     IF FIB-SR-HIT > ZERO
051700         GO TO 2100-EXIT
051800     END-IF.
051900     IF FIB-SR-DLV-COUNT >= 3000
052000         DISPLAY "FIBSLAREPORT: MORE THAN 3000 FEEDS - "
052100             FIB-SR-NEW-REQUESTOR " " FIB-SR-NEW-NIGHT
052200             " NOT REPORTED"
052300         GO TO 2100-EXIT
052400     END-IF.
052500     MOVE 1 TO FIB-SR-HIT.
052600     PERFORM 2120-STEP-PAST-ONE-FEED THRU 2120-EXIT
052700         UNTIL FIB-SR-HIT > FIB-SR-DLV-COUNT
052800            OR FIB-SR-DL-KEY(FIB-SR-HIT) > FIB-SR-NEW-KEY.
052900     PERFORM 2130-SHIFT-ONE-FEED THRU 2130-EXIT
053000         VARYING FIB-SR-SUB2 FROM FIB-SR-DLV-COUNT BY -1
053100         UNTIL FIB-SR-SUB2 < FIB-SR-HIT.
053200     ADD 1 TO FIB-SR-DLV-COUNT.
053300     MOVE FIB-SR-NEW-KEY TO FIB-SR-DL-KEY(FIB-SR-HIT).
053400     MOVE "N"            TO FIB-SR-DL-DONE-SW(FIB-SR-HIT).
053500     MOVE ZERO           TO FIB-SR-DL-DATE(FIB-SR-HIT).
053600     MOVE ZERO           TO FIB-SR-DL-TIME(FIB-SR-HIT).
053700 2100-EXIT.
053800     EXIT.
053900*
054000****************************************************
054100**  2110-CHECK-ONE-FEED - COMPARE ONE SLOT.        *
054200****************************************************
054300 2110-CHECK-ONE-FEED.
054400     IF FIB-SR-DL-KEY(FIB-SR-SUB2) = FIB-SR-NEW-KEY
054500         MOVE FIB-SR-SUB2 TO FIB-SR-HIT
054600     END-IF.
054700 2110-EXIT.
054800     EXIT.
054900*
055000****************************************************
055100**  2120-STEP-PAST-ONE-FEED - ONE SLOT CLOSER TO   *
055200**  THE NEW KEY'S PLACE.                           *
055300****************************************************
055400 2120-STEP-PAST-ONE-FEED.
055500     ADD 1 TO FIB-SR-HIT.
055600 2120-EXIT.
055700     EXIT.
055800*
055900****************************************************
056000**  2130-SHIFT-ONE-FEED - MOVE ONE SLOT UP TO MAKE *
056100**  ROOM.                                          *
056200****************************************************
056300 2130-SHIFT-ONE-FEED.
056400     MOVE FIB-SR-DL-ENTRY(FIB-SR-SUB2)
056500         TO FIB-SR-DL-ENTRY(FIB-SR-SUB2 + 1).
056600 2130-EXIT.
056700     EXIT.
056800*
056900****************************************************
057000**  2500-BROWSE-STATE - READ FIBSTATE FROM THE     *
057100**  FIRST NIGHT OF THE MONTH TO THE LAST.          *
057200****************************************************
057300 2500-BROWSE-STATE.
057400     MOVE FIB-SR-START-DATE TO FIB-STATE-RUN-DATE.
057500     MOVE SPACES            TO FIB-STATE-STEP.
057600     MOVE SPACES            TO FIB-STATE-REQUESTOR.
057700     START FIB-STATE-FILE KEY IS >= FIB-STATE-KEY
057800         INVALID KEY
057900             SET FIB-STATE-EOF TO TRUE
058000     END-START.
058100     PERFORM 2510-TAKE-STATE-RECORD THRU 2510-EXIT
058200         UNTIL FIB-STATE-EOF.
058300 2500-EXIT.
058400     EXIT.
058500*
058600****************************************************
058700**  2510-TAKE-STATE-RECORD - A SPLIT OR XMIT       *
058800**  RECORD MEANS THE REQUESTOR'S FEED WAS OWED     *
058900**  THAT NIGHT; AN XMIT RECORD MARKED "C" MEANS IT *
059000**  WAS DELIVERED, AT THE TIME IT WAS MARKED.      *
059100****************************************************
059200 2510-TAKE-STATE-RECORD.
059300     READ FIB-STATE-FILE NEXT RECORD
059400         AT END
059500             SET FIB-STATE-EOF TO TRUE
059600             GO TO 2510-EXIT
059700     END-READ.
059800     IF FIB-STATE-RUN-DATE(1:6) > FIB-SR-MONTH
059900         SET FIB-STATE-EOF TO TRUE
060000         GO TO 2510-EXIT
060100     END-IF.
060200     ADD 1 TO FIB-SR-STATE-READ.
060300     IF (FIB-STATE-STEP NOT = "SPLIT" AND NOT = "XMIT")
060400        OR FIB-STATE-REQUESTOR = SPACES
060500         GO TO 2510-EXIT
060600     END-IF.
060700     MOVE FIB-STATE-REQUESTOR TO FIB-SR-NEW-REQUESTOR.
060800     MOVE FIB-STATE-RUN-DATE  TO FIB-SR-NEW-NIGHT.
060900     PERFORM 2100-NOTE-FEED THRU 2100-EXIT.
061000     IF FIB-SR-HIT > ZERO
061100        AND FIB-STATE-STEP = "XMIT"
061200        AND FIB-STATE-COMPLETE
061300        AND FIB-STATE-DATE NUMERIC
061400        AND FIB-STATE-TIME NUMERIC
061500         SET FIB-SR-DL-DELIVERED(FIB-SR-HIT) TO TRUE
061600         MOVE FIB-STATE-DATE TO FIB-SR-DL-DATE(FIB-SR-HIT)
061700         MOVE FIB-STATE-TIME TO FIB-SR-DL-TIME(FIB-SR-HIT)
061800     END-IF.
061900 2510-EXIT.
062000     EXIT.
062100*
062200****************************************************
062300**  2600-RESOLVE-SLA - THE REQUESTOR'S NODE (FROM  *
062400**  ITS PROFILE) AND THE FIRST FIBSLA ROW THAT     *
062500**  MATCHES, TRYING THE FOUR MATCHES IN THE ORDER  *
062600**  FIBSLA.CPY GIVES.  FIB-SR-SLA-HIT IS ZERO WHEN *
062700**  THE REQUESTOR HAS NO DEADLINE.                 *
062800****************************************************
062900 2600-RESOLVE-SLA.
063000     MOVE ZERO   TO FIB-SR-SLA-HIT.
063100     MOVE SPACES TO FIB-SR-NODE.
063200     PERFORM 2610-FIND-NODE THRU 2610-EXIT
063300         VARYING FIB-SR-SUB2 FROM 1 BY 1
063400         UNTIL FIB-SR-SUB2 > FIB-SR-DLVP-COUNT.
063500     PERFORM 2620-TRY-SLA-PASS THRU 2620-EXIT
063600         VARYING FIB-SR-SLA-PASS FROM 1 BY 1
063700         UNTIL FIB-SR-SLA-PASS > 4
063800            OR FIB-SR-SLA-HIT NOT = ZERO.
063900 2600-EXIT.
064000     EXIT.
064100*
064200****************************************************
064300**  2610-FIND-NODE - IS THIS PROFILE THE           *
064400**  REQUESTOR'S?                                   *
064500****************************************************
064600 2610-FIND-NODE.
064700     IF FIB-SR-DP-REQUESTOR(FIB-SR-SUB2)
064800        = FIB-SR-REQUESTOR-WANTED
064900         MOVE FIB-SR-DP-NODE(FIB-SR-SUB2) TO FIB-SR-NODE
065000     END-IF.
065100 2610-EXIT.
065200     EXIT.
065300*
065400****************************************************
065500**  2620-TRY-SLA-PASS - ONE MATCH PASS OVER THE    *
065600**  DEADLINE ROWS.                                 *
065700****************************************************
065800 2620-TRY-SLA-PASS.
065900     PERFORM 2630-TEST-SLA-ROW THRU 2630-EXIT
066000         VARYING FIB-SR-SUB2 FROM 1 BY 1
066100         UNTIL FIB-SR-SUB2 > FIB-SR-SLA-COUNT
066200            OR FIB-SR-SLA-HIT NOT = ZERO.
066300 2620-EXIT.
066400     EXIT.
066500*
066600****************************************************
066700**  2630-TEST-SLA-ROW - PASS 1 REQUESTOR AND NODE, *
066800**  PASS 2 REQUESTOR AND ANY NODE, PASS 3 ANY      *
066900**  REQUESTOR AND NODE, PASS 4 THE DEFAULT ROW.    *
067000****************************************************
067100 2630-TEST-SLA-ROW.
067200     MOVE "N" TO FIB-SR-MATCH-SW.
067300     IF FIB-SR-SLA-PASS = 1
067400        AND FIB-SR-SL-REQUESTOR(FIB-SR-SUB2)
067500            = FIB-SR-REQUESTOR-WANTED
067600        AND FIB-SR-SL-NODE(FIB-SR-SUB2) = FIB-SR-NODE
067700        AND FIB-SR-NODE NOT = SPACES
067800         SET FIB-SR-MATCH TO TRUE
067900     END-IF.
068000     IF FIB-SR-SLA-PASS = 2
068100        AND FIB-SR-SL-REQUESTOR(FIB-SR-SUB2)
068200            = FIB-SR-REQUESTOR-WANTED
068300        AND FIB-SR-SL-NODE(FIB-SR-SUB2) = "*"
068400         SET FIB-SR-MATCH TO TRUE
068500     END-IF.
068600     IF FIB-SR-SLA-PASS = 3
068700        AND FIB-SR-SL-REQUESTOR(FIB-SR-SUB2) = "*"
068800        AND FIB-SR-SL-NODE(FIB-SR-SUB2) = FIB-SR-NODE
068900        AND FIB-SR-NODE NOT = SPACES
069000         SET FIB-SR-MATCH TO TRUE
069100     END-IF.
069200     IF FIB-SR-SLA-PASS = 4
069300        AND FIB-SR-SL-REQUESTOR(FIB-SR-SUB2) = "*"
069400        AND FIB-SR-SL-NODE(FIB-SR-SUB2) = "*"
069500         SET FIB-SR-MATCH TO TRUE
069600     END-IF.
069700     IF FIB-SR-MATCH
069800         MOVE FIB-SR-SUB2 TO FIB-SR-SLA-HIT
069900     END-IF.
070000 2630-EXIT.
070100     EXIT.
070200*
070300****************************************************
070400**  3000-WRITE-REPORT - THE HEADING, ONE BLOCK PER *
070500**  REQUESTOR (THE TABLE IS IN REQUESTOR/NIGHT     *
070600**  ORDER, SO A BLOCK STARTS WHEREVER THE          *
070700**  REQUESTOR CHANGES), AND THE MONTH TOTALS.      *
070800****************************************************
070900 3000-WRITE-REPORT.
071000     MOVE FIB-SR-MONTH TO FIB-SRR-HDG-MONTH.
071100     WRITE FIB-SLAR-RPT-LINE FROM FIB-SRR-HEADING-1.
071200     MOVE 1 TO FIB-SR-SUB.
071300     PERFORM 3100-WRITE-ONE-REQUESTOR THRU 3100-EXIT
071400         UNTIL FIB-SR-SUB > FIB-SR-DLV-COUNT.
071500     IF FIB-SR-DLV-COUNT = ZERO
071600         MOVE SPACES TO FIB-SRR-TEXT
071700         WRITE FIB-SLAR-RPT-LINE FROM FIB-SRR-TEXT-LINE
071800         MOVE "  (NO FEEDS OWED IN THIS MONTH)" TO FIB-SRR-TEXT
071900         WRITE FIB-SLAR-RPT-LINE FROM FIB-SRR-TEXT-LINE
072000     END-IF.
072100     MOVE SPACES TO FIB-SRR-TEXT.
072200     WRITE FIB-SLAR-RPT-LINE FROM FIB-SRR-TEXT-LINE.
072300     MOVE "MONTH TOTALS (REQUESTORS WITH A DEADLINE):"
072400         TO FIB-SRR-TEXT.
072500     WRITE FIB-SLAR-RPT-LINE FROM FIB-SRR-TEXT-LINE.
072600     MOVE "  ALL       " TO FIB-SRR-TOT-DESC.
072700     MOVE FIB-SR-TOT-NIGHTS  TO FIB-SRR-TOT-NIGHTS.
072800     MOVE FIB-SR-TOT-ON-TIME TO FIB-SRR-TOT-ON-TIME.
072900     MOVE FIB-SR-TOT-LATE    TO FIB-SRR-TOT-LATE.
073000     MOVE FIB-SR-TOT-MISSED  TO FIB-SRR-TOT-MISSED.
073100     MOVE FIB-SR-TOT-MINUTES TO FIB-SRR-TOT-MINUTES.
073200     MOVE FIB-SR-TOT-WORST   TO FIB-SRR-TOT-WORST.
073300     WRITE FIB-SLAR-RPT-LINE FROM FIB-SRR-TOTAL-LINE.
073400 3000-EXIT.
073500     EXIT.
073600*
073700****************************************************
073800**  3100-WRITE-ONE-REQUESTOR - THE REQUESTOR'S     *
073900**  HEADING, ONE LINE PER NIGHT, AND ITS TOTALS.   *
074000**  LEAVES FIB-SR-SUB AT THE NEXT REQUESTOR'S      *
074100**  FIRST SLOT.                                    *
074200****************************************************
074300 3100-WRITE-ONE-REQUESTOR.
074400     MOVE FIB-SR-DL-REQUESTOR(FIB-SR-SUB)
074500         TO FIB-SR-REQUESTOR-WANTED.
074600     PERFORM 2600-RESOLVE-SLA THRU 2600-EXIT.
074700     INITIALIZE FIB-SR-REQ-COUNTS.
074800     ADD 1 TO FIB-SR-TOT-REQUESTORS.
074900     MOVE SPACES TO FIB-SRR-TEXT.
075000     WRITE FIB-SLAR-RPT-LINE FROM FIB-SRR-TEXT-LINE.
075100     MOVE FIB-SR-REQUESTOR-WANTED TO FIB-SRR-REQ-ID.
075200     MOVE FIB-SR-NODE             TO FIB-SRR-REQ-NODE.
075300     IF FIB-SR-SLA-HIT = ZERO
075400         MOVE "NO SLA DEFINED - NOT SCORED" TO FIB-SRR-REQ-DUE
075500     ELSE
075600         MOVE SPACES TO FIB-SRR-REQ-DUE
075700         MOVE FIB-SR-SL-HH(FIB-SR-SLA-HIT) TO FIB-SRR-REQ-DUE(1:2)
075800         MOVE ":"                          TO FIB-SRR-REQ-DUE(3:1)
075900         MOVE FIB-SR-SL-MM(FIB-SR-SLA-HIT) TO FIB-SRR-REQ-DUE(4:2)
076000         IF FIB-SR-SL-DAY(FIB-SR-SLA-HIT) = ZERO
076100             MOVE "ON THE RUN DATE"      TO FIB-SRR-REQ-DUE(7:)
076200         ELSE
076300             MOVE "THE MORNING AFTER THE RUN DATE"
076400                 TO FIB-SRR-REQ-DUE(7:)
076500         END-IF
076600     END-IF.
076700     WRITE FIB-SLAR-RPT-LINE FROM FIB-SRR-REQ-LINE.
076800     WRITE FIB-SLAR-RPT-LINE FROM FIB-SRR-COLUMN-LINE.
076900     PERFORM 3200-WRITE-ONE-NIGHT THRU 3200-EXIT
077000         UNTIL FIB-SR-SUB > FIB-SR-DLV-COUNT
077100            OR FIB-SR-DL-REQUESTOR(FIB-SR-SUB)
077200               NOT = FIB-SR-REQUESTOR-WANTED.
077300     IF FIB-SR-SLA-HIT = ZERO
077400         GO TO 3100-EXIT
077500     END-IF.
077600     MOVE "  TOTAL     " TO FIB-SRR-TOT-DESC.
077700     MOVE FIB-SR-REQ-NIGHTS  TO FIB-SRR-TOT-NIGHTS.
077800     MOVE FIB-SR-REQ-ON-TIME TO FIB-SRR-TOT-ON-TIME.
077900     MOVE FIB-SR-REQ-LATE    TO FIB-SRR-TOT-LATE.
078000     MOVE FIB-SR-REQ-MISSED  TO FIB-SRR-TOT-MISSED.
078100     MOVE FIB-SR-REQ-MINUTES TO FIB-SRR-TOT-MINUTES.
078200     MOVE FIB-SR-REQ-WORST   TO FIB-SRR-TOT-WORST.
078300     WRITE FIB-SLAR-RPT-LINE FROM FIB-SRR-TOTAL-LINE.
078400     ADD FIB-SR-REQ-NIGHTS  TO FIB-SR-TOT-NIGHTS.
078500     ADD FIB-SR-REQ-ON-TIME TO FIB-SR-TOT-ON-TIME.
078600     ADD FIB-SR-REQ-LATE    TO FIB-SR-TOT-LATE.
078700     ADD FIB-SR-REQ-MISSED  TO FIB-SR-TOT-MISSED.
078800     ADD FIB-SR-REQ-MINUTES TO FIB-SR-TOT-MINUTES.
078900     IF FIB-SR-REQ-WORST > FIB-SR-TOT-WORST
079000         MOVE FIB-SR-REQ-WORST TO FIB-SR-TOT-WORST
079100     END-IF.
079200 3100-EXIT.
079300     EXIT.
079400*
079500****************************************************
079600**  3200-WRITE-ONE-NIGHT - ONE FEED: THE DEADLINE, *
079700**  WHEN IT WAS DELIVERED, AND THE VERDICT.        *
079800****************************************************
079900 3200-WRITE-ONE-NIGHT.
080000     MOVE FIB-SR-DL-NIGHT(FIB-SR-SUB) TO FIB-SRR-DT-NIGHT.
080100     MOVE ZERO   TO FIB-SRR-DT-MINUTES.
080200     MOVE SPACES TO FIB-SRR-DT-MIN-LIT.
080300     IF FIB-SR-DL-DELIVERED(FIB-SR-SUB)
080400         MOVE FIB-SR-DL-DATE(FIB-SR-SUB) TO FIB-SRR-DT-DLV-DATE
080500         MOVE FIB-SR-DL-TIME(FIB-SR-SUB) TO FIB-SR-HMS
080600         MOVE FIB-SR-HMS-HH TO FIB-SRR-DT-DLV-HH
080700         MOVE FIB-SR-HMS-MM TO FIB-SRR-DT-DLV-MM
080800         MOVE FIB-SR-HMS-SS TO FIB-SRR-DT-DLV-SS
080810         MOVE ":"           TO FIB-SRR-DT-DLV-C1
080820         MOVE ":"           TO FIB-SRR-DT-DLV-C2
080900     ELSE
081000         MOVE "-" TO FIB-SRR-DT-DLV-NONE
081100     END-IF.
081200     IF FIB-SR-SLA-HIT = ZERO
081300         MOVE ZERO TO FIB-SRR-DT-DUE-DATE
081400         MOVE ZERO TO FIB-SRR-DT-DUE-HH
081500         MOVE ZERO TO FIB-SRR-DT-DUE-MM
081600         MOVE "NO SLA"    TO FIB-SRR-DT-VERDICT
081700         ADD 1 TO FIB-SR-TOT-UNSCORED
081800         WRITE FIB-SLAR-RPT-LINE FROM FIB-SRR-DETAIL-LINE
081900         ADD 1 TO FIB-SR-SUB
082000         GO TO 3200-EXIT
082100     END-IF.
082200     PERFORM 3300-SCORE-ONE-NIGHT THRU 3300-EXIT.
082300     WRITE FIB-SLAR-RPT-LINE FROM FIB-SRR-DETAIL-LINE.
082400     ADD 1 TO FIB-SR-SUB.
082500 3200-EXIT.
082600     EXIT.
082700*
082800****************************************************
082900**  3300-SCORE-ONE-NIGHT - THE DEADLINE IS THE     *
083000**  ROW'S HHMM ON THE RUN DATE (DAY 0) OR THE DAY  *
083100**  AFTER (DAY 1).  BOTH IT AND THE DELIVERY ARE   *
083200**  TAKEN AS SECONDS FROM 00:00 ON THE RUN DATE;   *
083300**  ANY PART OF A MINUTE LATE COUNTS AS A MINUTE.  *
083400****************************************************
083500 3300-SCORE-ONE-NIGHT.
083600     ADD 1 TO FIB-SR-REQ-NIGHTS.
083700     MOVE FIB-SR-DL-NIGHT(FIB-SR-SUB) TO FIB-SR-TEST-DATE.
083800     IF FIB-SR-SL-DAY(FIB-SR-SLA-HIT) = 1
083900         PERFORM 3410-ADVANCE-ONE-DAY THRU 3410-EXIT
084000     END-IF.
084100     MOVE FIB-SR-TEST-DATE TO FIB-SRR-DT-DUE-DATE.
084200     MOVE FIB-SR-SL-HH(FIB-SR-SLA-HIT) TO FIB-SRR-DT-DUE-HH.
084300     MOVE FIB-SR-SL-MM(FIB-SR-SLA-HIT) TO FIB-SRR-DT-DUE-MM.
084400     IF NOT FIB-SR-DL-DELIVERED(FIB-SR-SUB)
084500         MOVE "NOT DELIVERED" TO FIB-SRR-DT-VERDICT
084600         ADD 1 TO FIB-SR-REQ-MISSED
084700         GO TO 3300-EXIT
084800     END-IF.
084900     COMPUTE FIB-SR-DUE-SECS =
085000         FIB-SR-SL-DAY(FIB-SR-SLA-HIT) * 86400
085100       + FIB-SR-SL-HH(FIB-SR-SLA-HIT) * 3600
085200       + FIB-SR-SL-MM(FIB-SR-SLA-HIT) * 60.
085300     PERFORM 3400-DAYS-TO-DELIVERY THRU 3400-EXIT.
085400     COMPUTE FIB-SR-DLV-SECS =
085500         FIB-SR-DAY-OFFSET * 86400
085600       + FIB-SR-HMS-HH * 3600
085700       + FIB-SR-HMS-MM * 60
085800       + FIB-SR-HMS-SS.
085900     COMPUTE FIB-SR-LATE-SECS = FIB-SR-DLV-SECS - FIB-SR-DUE-SECS.
086000     IF FIB-SR-LATE-SECS NOT > ZERO
086100         MOVE "ON TIME" TO FIB-SRR-DT-VERDICT
086200         ADD 1 TO FIB-SR-REQ-ON-TIME
086300         GO TO 3300-EXIT
086400     END-IF.
086500     DIVIDE 60 INTO FIB-SR-LATE-SECS
086600         GIVING FIB-SR-LATE-MINUTES.
086700     IF FIB-SR-LATE-MINUTES * 60 < FIB-SR-LATE-SECS
086800         ADD 1 TO FIB-SR-LATE-MINUTES
086900     END-IF.
087000     MOVE "LATE"              TO FIB-SRR-DT-VERDICT.
087100     MOVE FIB-SR-LATE-MINUTES TO FIB-SRR-DT-MINUTES.
087200     MOVE " MINUTES"          TO FIB-SRR-DT-MIN-LIT.
087300     ADD 1 TO FIB-SR-REQ-LATE.
087400     ADD FIB-SR-LATE-MINUTES TO FIB-SR-REQ-MINUTES.
087500     IF FIB-SR-LATE-MINUTES > FIB-SR-REQ-WORST
087600         MOVE FIB-SR-LATE-MINUTES TO FIB-SR-REQ-WORST
087700     END-IF.
087800 3300-EXIT.
087900     EXIT.
088000*
088100****************************************************
088200**  3400-DAYS-TO-DELIVERY - HOW MANY DAYS AFTER    *
088300**  THE RUN DATE THE DELIVERY WAS MARKED, FOUND BY *
088400**  STEPPING THE CALENDAR (CAPPED AT 40 - A FEED   *
088500**  THAT LATE IS LATE BY ANY MEASURE).             *
088600****************************************************
088700 3400-DAYS-TO-DELIVERY.
088800     MOVE ZERO TO FIB-SR-DAY-OFFSET.
088900     MOVE FIB-SR-DL-NIGHT(FIB-SR-SUB) TO FIB-SR-TEST-DATE.
089000     PERFORM 3405-STEP-ONE-DAY THRU 3405-EXIT
089100         UNTIL FIB-SR-TEST-DATE >= FIB-SR-DL-DATE(FIB-SR-SUB)
089200            OR FIB-SR-DAY-OFFSET >= 40.
089300 3400-EXIT.
089400     EXIT.
089500*
089600****************************************************
089700**  3405-STEP-ONE-DAY - ONE DAY FORWARD, COUNTED.  *
089800****************************************************
089900 3405-STEP-ONE-DAY.
090000     PERFORM 3410-ADVANCE-ONE-DAY THRU 3410-EXIT.
090100     ADD 1 TO FIB-SR-DAY-OFFSET.
090200 3405-EXIT.
090300     EXIT.
090400*
090500****************************************************
090600**  3410-ADVANCE-ONE-DAY - MOVE FIB-SR-TEST-DATE   *
090700**  FORWARD ONE CALENDAR DAY.                      *
090800****************************************************
090900 3410-ADVANCE-ONE-DAY.
091000     MOVE FIB-SR-MONTH-DAYS(FIB-SR-TEST-MM) TO FIB-SR-DIM.
091100     IF FIB-SR-TEST-MM = 2
091200         PERFORM 3420-CHECK-LEAP-YEAR THRU 3420-EXIT
091300         IF FIB-SR-LEAP-YEAR
091400             MOVE 29 TO FIB-SR-DIM
091500         END-IF
091600     END-IF.
091700     IF FIB-SR-TEST-DD < FIB-SR-DIM
091800         ADD 1 TO FIB-SR-TEST-DD
091900     ELSE
092000         MOVE 1 TO FIB-SR-TEST-DD
092100         IF FIB-SR-TEST-MM < 12
092200             ADD 1 TO FIB-SR-TEST-MM
092300         ELSE
092400             MOVE 1 TO FIB-SR-TEST-MM
092500             ADD 1 TO FIB-SR-TEST-YYYY
092600         END-IF
092700     END-IF.
092800 3410-EXIT.
092900     EXIT.
093000*
093100****************************************************
093200**  3420-CHECK-LEAP-YEAR - IS FIB-SR-TEST-YYYY A   *
093300**  LEAP YEAR (DIVISIBLE BY 4, EXCEPT CENTURIES    *
093400**  NOT DIVISIBLE BY 400)?                         *
093500****************************************************
093600 3420-CHECK-LEAP-YEAR.
093700     MOVE "N" TO FIB-SR-LEAP-SW.
093800     DIVIDE FIB-SR-TEST-YYYY BY 4 GIVING FIB-SR-LEAP-QUOT
093900         REMAINDER FIB-SR-LEAP-REM.
094000     IF FIB-SR-LEAP-REM = ZERO
094100         DIVIDE FIB-SR-TEST-YYYY BY 100
094200             GIVING FIB-SR-LEAP-QUOT
094300             REMAINDER FIB-SR-LEAP-REM
094400         IF FIB-SR-LEAP-REM NOT = ZERO
094500             SET FIB-SR-LEAP-YEAR TO TRUE
094600         ELSE
094700             DIVIDE FIB-SR-TEST-YYYY BY 400
094800                 GIVING FIB-SR-LEAP-QUOT
094900                 REMAINDER FIB-SR-LEAP-REM
095000             IF FIB-SR-LEAP-REM = ZERO
095100                 SET FIB-SR-LEAP-YEAR TO TRUE
095200             END-IF
095300         END-IF
095400     END-IF.
095500 3420-EXIT.
095600     EXIT.
095700*
095800****************************************************
095900**  3900-WRITE-CONTROLS - THE COUNTS BEHIND THE    *
096000**  PAGE, AND THE STEP'S RETURN CODE: RC 8 IF ANY  *
096100**  FEED WAS LATE OR NEVER DELIVERED.              *
096200****************************************************
096300 3900-WRITE-CONTROLS.
096400     MOVE SPACES TO FIB-SRR-TEXT.
096500     WRITE FIB-SLAR-RPT-LINE FROM FIB-SRR-TEXT-LINE.
096600     MOVE "CONTROL TOTALS:" TO FIB-SRR-TEXT.
096700     WRITE FIB-SLAR-RPT-LINE FROM FIB-SRR-TEXT-LINE.
096800     MOVE "  FIBRUN RECORDS READ (WHOLE LOG):"
096900         TO FIB-SRR-COUNT-DESC.
097000     MOVE FIB-SR-RUN-READ TO FIB-SRR-COUNT.
097100     WRITE FIB-SLAR-RPT-LINE FROM FIB-SRR-COUNT-LINE.
097200     MOVE "  FIBSTATE RECORDS FOR THIS MONTH:"
097300         TO FIB-SRR-COUNT-DESC.
097400     MOVE FIB-SR-STATE-READ TO FIB-SRR-COUNT.
097500     WRITE FIB-SLAR-RPT-LINE FROM FIB-SRR-COUNT-LINE.
097600     MOVE "  REQUESTORS OWED A FEED:" TO FIB-SRR-COUNT-DESC.
097700     MOVE FIB-SR-TOT-REQUESTORS TO FIB-SRR-COUNT.
097800     WRITE FIB-SLAR-RPT-LINE FROM FIB-SRR-COUNT-LINE.
097900     MOVE "  FEEDS OWED:" TO FIB-SRR-COUNT-DESC.
098000     MOVE FIB-SR-DLV-COUNT TO FIB-SRR-COUNT.
098100     WRITE FIB-SLAR-RPT-LINE FROM FIB-SRR-COUNT-LINE.
098200     MOVE "  FEEDS SCORED AGAINST A DEADLINE:"
098300         TO FIB-SRR-COUNT-DESC.
098400     MOVE FIB-SR-TOT-NIGHTS TO FIB-SRR-COUNT.
098500     WRITE FIB-SLAR-RPT-LINE FROM FIB-SRR-COUNT-LINE.
098600     MOVE "  FEEDS NOT SCORED (NO SLA DEFINED):"
098700         TO FIB-SRR-COUNT-DESC.
098800     MOVE FIB-SR-TOT-UNSCORED TO FIB-SRR-COUNT.
098900     WRITE FIB-SLAR-RPT-LINE FROM FIB-SRR-COUNT-LINE.
099000     DISPLAY "FIBSLAREPORT: MONTH " FIB-SR-MONTH
099100         " SCORED " FIB-SR-TOT-NIGHTS
099200         " ON TIME " FIB-SR-TOT-ON-TIME
099300         " LATE " FIB-SR-TOT-LATE
099400         " NOT DELIVERED " FIB-SR-TOT-MISSED.
099500     IF FIB-SR-TOT-LATE > ZERO
099600        OR FIB-SR-TOT-MISSED > ZERO
099700         DISPLAY "FIBSLAREPORT: DEADLINES MISSED - SEE FIBSLAR"
099800         MOVE 8 TO RETURN-CODE
099900     END-IF.
100000 3900-EXIT.
100100     EXIT.
100200*
100300****************************************************
100400**  4000-TERMINATE - CLOSE THE FILES.              *
100500****************************************************
100600 4000-TERMINATE.
100700     IF NOT FIB-SR-ABORTED
100800         CLOSE FIB-RUN-LOG-FILE
100900         CLOSE FIB-SLA-FILE
101000         CLOSE FIB-STATE-FILE
101100         IF FIB-SR-DLVP-OPEN
101200             CLOSE FIB-DLVP-FILE
101300         END-IF
101400     END-IF.
101500     CLOSE FIB-SLAR-RPT-FILE.
101600 4000-EXIT.
101700     EXIT.
101800 END PROGRAM FibSlaReport.
