000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. FibSecReport.
000300 AUTHOR. R-HENSLEY.
000400 INSTALLATION. BATCH-PRODUCTION.
000500 DATE-WRITTEN. 10/15/2026.
000600 DATE-COMPILED.
000700*
000800*-----------------------------------------------------------------
000900*  MODIFICATION HISTORY
001000*-----------------------------------------------------------------
001100*  DATE       INIT  DESCRIPTION
001200*  10/15/26   RH    ORIGINAL PROGRAM.  MONTHLY OPERATOR-SECURITY
001300*                   REPORT FOR ACCESS RECERTIFICATION (JOB
001400*                   FIBSECRJ).  PART 1 LISTS EVERY REFUSAL
001500*                   FibOperAuth LOGGED TO FIBSECV IN THE
001600*                   OPERATOR-SUPPLIED MONTH (CCYYMM) - WHEN, WHO,
001700*                   WHICH PROGRAM AND AUTHORITY, AND WHY - WITH
001800*                   TOTALS BY REASON AND BY OPERATOR.  PART 2
001900*                   LISTS, FOR EACH AUTHORITY ON THE FIBOPER
002000*                   REGISTRY, EVERY OPERATOR HOLDING IT, WITH
002100*                   THE OPERATOR'S STATUS AND WHEN AND BY WHOM
002200*                   THE ENTRY WAS LAST CHANGED.  ANY REFUSAL IN
002300*                   THE MONTH ENDS THE STEP RC 4; A REGISTRY TOO
002400*                   LARGE TO LIST IN FULL, RC 8; A BAD CARD OR AN
002500*                   INPUT THAT WILL NOT OPEN, RC 16.
002533*  10/15/26   RH    PART 2 NOW ALSO LISTS THE HOLDERS OF THE NEW
002566*                   RQST, RATE, SLA AND STEP AUTHORITIES.
002570*  10/15/26   RH    A FIBSECV NOT YET CREATED (STATUS 35 - NO
002575*                   REFUSAL EVER LOGGED) IS READ AS AN EMPTY
002580*                   LOG: PART 1 SHOWS NO REFUSALS AND PART 2 IS
002585*                   STILL PRODUCED.  ANY OTHER OPEN FAILURE IS
002590*                   STILL RC 16.
002600*-----------------------------------------------------------------
002700*
002800 ENVIRONMENT DIVISION.
002900 INPUT-OUTPUT SECTION.
003000 FILE-CONTROL.
003100     SELECT FIB-SECV-FILE     ASSIGN TO "FIBSECV"
003200         ORGANIZATION IS LINE SEQUENTIAL
003300         FILE STATUS IS FIB-SECV-FILE-STATUS.
003400 
003500     SELECT FIB-OPER-FILE     ASSIGN TO "FIBOPER"
003600         ORGANIZATION IS INDEXED
003700         ACCESS MODE IS DYNAMIC
003800         RECORD KEY IS FIB-OPER-OPERATOR
003900         FILE STATUS IS FIB-OPER-FILE-STATUS.
004000 
004100     SELECT FIB-SECR-RPT-FILE ASSIGN TO "FIBSECR"
004200         ORGANIZATION IS LINE SEQUENTIAL
004300         FILE STATUS IS FIB-SECR-RPT-STATUS.
004400 
004500 DATA DIVISION.
004600 FILE SECTION.
004700*
004800****************************************************
004900**  FIB-SECV-FILE - THE SECURITY VIOLATION LOG.    *
005000**  SEE FIBSECV.CPY.                               *
005100****************************************************
005200 FD  FIB-SECV-FILE.
005300     COPY FIBSECV.
005400*
005500****************************************************
005600**  FIB-OPER-FILE - THE OPERATOR AUTHORITY         *
005700**  REGISTRY, BROWSED IN KEY ORDER.  SEE           *
005800**  FIBOPER.CPY.                                   *
005900****************************************************
006000 FD  FIB-OPER-FILE.
006100     COPY FIBOPER.
006200*
006300****************************************************
006400**  FIB-SECR-RPT-FILE - THE SECURITY REPORT.       *
006500****************************************************
006600 FD  FIB-SECR-RPT-FILE.
006700 01  FIB-SECR-RPT-LINE        PIC X(132).
006800 
006900 WORKING-STORAGE SECTION.
007000 01  FIB-SECV-FILE-STATUS     PIC X(02).
007100     88  FIB-SECV-FILE-OK            VALUE "00".
007150     88  FIB-SECV-FILE-MISSING       VALUE "35".
007200 01  FIB-OPER-FILE-STATUS     PIC X(02).
007300     88  FIB-OPER-FILE-OK            VALUE "00".
007400 01  FIB-SECR-RPT-STATUS      PIC X(02).
007500     88  FIB-SECR-RPT-OK             VALUE "00".
007600 01  FIB-SECV-EOF-SW          PIC X(01)          VALUE "N".
007700     88  FIB-SECV-EOF                 VALUE "Y".
007710 01  FIB-SECV-ABSENT-SW       PIC X(01)          VALUE "N".
007720     88  FIB-SECV-ABSENT              VALUE "Y".
007800 01  FIB-OPER-EOF-SW          PIC X(01)          VALUE "N".
007900     88  FIB-OPER-EOF                 VALUE "Y".
008000 01  FIB-SV-ABORT-SW          PIC X(01)          VALUE "N".
008100     88  FIB-SV-ABORTED               VALUE "Y".
008200 01  FIB-SV-TRUNC-SW          PIC X(01)          VALUE "N".
008300     88  FIB-SV-TRUNCATED             VALUE "Y".
008400*
008500****************************************************
008600**  THE SYSIN CONTROL CARD: THE MONTH UNDER        *
008700**  REPORT (CCYYMM).                               *
008800****************************************************
008900 01  FIB-SV-CARD.
009000     05  FIB-SV-MONTH         PIC X(06).
009100     05  FILLER               PIC X(74).
009200 01  FIB-SV-TODAY             PIC 9(08).
009300 01  FIB-SV-SUB               PIC S9(4)  COMP-5.
009400 01  FIB-SV-SUB2              PIC S9(4)  COMP-5.
009500 01  FIB-SV-HIT               PIC S9(4)  COMP-5.
009600 01  FIB-SV-AUTH-SUB          PIC S9(4)  COMP-5.
009700 01  FIB-SV-HMS               PIC 9(06).
009800 01  FIB-SV-HMS-G             REDEFINES FIB-SV-HMS.
009900     05  FIB-SV-HMS-HH        PIC 9(02).
010000     05  FIB-SV-HMS-MM        PIC 9(02).
010100     05  FIB-SV-HMS-SS        PIC 9(02).
010200*
010300****************************************************
010400**  THE MONTH'S COUNTS.                            *
010500****************************************************
010600 01  FIB-SV-COUNTS.
010700     05  FIB-SV-SECV-READ     PIC S9(9)  COMP-5  VALUE ZERO.
010800     05  FIB-SV-MONTH-COUNT   PIC S9(9)  COMP-5  VALUE ZERO.
010900     05  FIB-SV-NO-OPER-CNT   PIC S9(9)  COMP-5  VALUE ZERO.
011000     05  FIB-SV-UNKNOWN-CNT   PIC S9(9)  COMP-5  VALUE ZERO.
011100     05  FIB-SV-INACTIVE-CNT  PIC S9(9)  COMP-5  VALUE ZERO.
011200     05  FIB-SV-NOT-AUTH-CNT  PIC S9(9)  COMP-5  VALUE ZERO.
011300     05  FIB-SV-REG-DOWN-CNT  PIC S9(9)  COMP-5  VALUE ZERO.
011400     05  FIB-SV-BAD-AUTH-CNT  PIC S9(9)  COMP-5  VALUE ZERO.
011500     05  FIB-SV-OTHER-CNT     PIC S9(9)  COMP-5  VALUE ZERO.
011600     05  FIB-SV-OPER-READ     PIC S9(9)  COMP-5  VALUE ZERO.
011700     05  FIB-SV-OPER-ACTIVE   PIC S9(9)  COMP-5  VALUE ZERO.
011800     05  FIB-SV-OPER-INACTIVE PIC S9(9)  COMP-5  VALUE ZERO.
011900     05  FIB-SV-HOLDERS       PIC S9(9)  COMP-5.
012000     05  FIB-SV-HOLDERS-ACTIVE
012100                              PIC S9(9)  COMP-5.
012200*
012300****************************************************
012400**  THE AUTHORITIES, IN THE ORDER OF THE FLAGS IN  *
012500**  FIBOPER.CPY.                                   *
012600****************************************************
012700 01  FIB-SV-AUTH-DESC-X.
012800     05  FILLER               PIC X(40)          VALUE
012900         "DECK    - FIBPARM DECK MAINTENANCE".
013000     05  FILLER               PIC X(40)          VALUE
013100         "DLVP    - DELIVERY-PROFILE MAINTENANCE".
013200     05  FILLER               PIC X(40)          VALUE
013300         "LOCK    - FIBLOCK STALE-LOCK OVERRIDE".
013400     05  FILLER               PIC X(40)          VALUE
013500         "PURGE   - FIBHIST PURGE AND RESTORE".
013600     05  FILLER               PIC X(40)          VALUE
013700         "REBUILD - FIBHIST FORWARD RECOVERY".
013800     05  FILLER               PIC X(40)          VALUE
013900         "ROLL    - WORKING-DATASET ROLLOVER".
014000     05  FILLER               PIC X(40)          VALUE
014100         "ADMIN   - OPERATOR REGISTRY MAINTENANCE".
014111     05  FILLER               PIC X(40)          VALUE
014122         "RQST    - REQUESTOR MASTER MAINTENANCE".
014133     05  FILLER               PIC X(40)          VALUE
014144         "RATE    - CHARGEBACK RATE MAINTENANCE".
014155     05  FILLER               PIC X(40)          VALUE
014166         "SLA     - DELIVERY DEADLINE MAINTENANCE".
014177     05  FILLER               PIC X(40)          VALUE
014188         "STEP    - RUN-STATE STEP OVERRIDE".
014200 01  FIB-SV-AUTH-DESC-T       REDEFINES FIB-SV-AUTH-DESC-X.
014300     05  FIB-SV-AUTH-DESC     OCCURS 11 TIMES
014400                              PIC X(40).
014500*
014600****************************************************
014700**  ONE SLOT PER OPERATOR REFUSED THIS MONTH, KEPT *
014800**  IN OPERATOR ORDER, WITH THE NUMBER OF          *
014900**  REFUSALS.                                      *
015000****************************************************
015100 01  FIB-SV-OT-COUNT          PIC S9(4)  COMP-5  VALUE ZERO.
015200 01  FIB-SV-OT-TABLE.
015300     05  FIB-SV-OT-ENTRY      OCCURS 500 TIMES.
015400         10  FIB-SV-OT-OPERATOR  PIC X(08).
015500         10  FIB-SV-OT-REFUSED   PIC S9(9)  COMP-5.
015600*
015700****************************************************
015800**  THE REGISTRY, AS LOADED FROM FIBOPER IN KEY    *
015900**  ORDER.                                         *
016000****************************************************
016100 01  FIB-SV-RG-COUNT          PIC S9(4)  COMP-5  VALUE ZERO.
016200 01  FIB-SV-RG-TABLE.
016300     05  FIB-SV-RG-ENTRY      OCCURS 500 TIMES.
016400         10  FIB-SV-RG-OPERATOR  PIC X(08).
016500         10  FIB-SV-RG-NAME      PIC X(30).
016600         10  FIB-SV-RG-STATUS-SW PIC X(01).
016700             88  FIB-SV-RG-ACTIVE         VALUE "A".
016800         10  FIB-SV-RG-FLAGS.
016900             15  FIB-SV-RG-FLAG  PIC X(01)  OCCURS 11 TIMES.
017000         10  FIB-SV-RG-CHG-DATE  PIC 9(08).
017100         10  FIB-SV-RG-AUTH-OPER PIC X(08).
017200*
017300****************************************************
017400**  REPORT LINE LAYOUTS.                           *
017500****************************************************
017600 01  FIB-SVR-HEADING-1.
017700     05  FILLER               PIC X(43)          VALUE
017800         "FIBONACCI OPERATOR SECURITY REPORT - MONTH ".
017900     05  FIB-SVR-HDG-MONTH    PIC X(06).
018000     05  FILLER               PIC X(83)          VALUE SPACES.
018100 01  FIB-SVR-TEXT-LINE.
018200     05  FIB-SVR-TEXT         PIC X(132).
018300 01  FIB-SVR-VIOL-COLUMNS.
018400     05  FILLER               PIC X(33)          VALUE
018500         "  DATE       TIME      OPERATOR  ".
018600     05  FILLER               PIC X(99)          VALUE
018700         "PROGRAM           AUTHORITY REASON".
018800 01  FIB-SVR-VIOL-LINE.
018900     05  FILLER               PIC X(02)          VALUE SPACES.
019000     05  FIB-SVR-VL-DATE      PIC 9999/99/99.
019100     05  FILLER               PIC X(01)          VALUE SPACES.
019200     05  FIB-SVR-VL-HH        PIC 9(02).
019300     05  FILLER               PIC X(01)          VALUE ":".
019400     05  FIB-SVR-VL-MM        PIC 9(02).
019500     05  FILLER               PIC X(01)          VALUE ":".
019600     05  FIB-SVR-VL-SS        PIC 9(02).
019700     05  FILLER               PIC X(02)          VALUE SPACES.
019800     05  FIB-SVR-VL-OPERATOR  PIC X(08).
019900     05  FILLER               PIC X(02)          VALUE SPACES.
020000     05  FIB-SVR-VL-PROGRAM   PIC X(16).
020100     05  FILLER               PIC X(02)          VALUE SPACES.
020200     05  FIB-SVR-VL-AUTHORITY PIC X(08).
020300     05  FILLER               PIC X(02)          VALUE SPACES.
020400     05  FIB-SVR-VL-REASON    PIC X(30).
020500     05  FILLER               PIC X(41)          VALUE SPACES.
020600 01  FIB-SVR-OPER-TOT-LINE.
020700     05  FILLER               PIC X(11)          VALUE
020800         "  OPERATOR ".
020900     05  FIB-SVR-OT-OPERATOR  PIC X(08).
021000     05  FILLER               PIC X(21)          VALUE SPACES.
021100     05  FIB-SVR-OT-REFUSED   PIC Z(8)9.
021200     05  FILLER               PIC X(83)          VALUE SPACES.
021300 01  FIB-SVR-ASOF-LINE.
021400     05  FILLER               PIC X(51)          VALUE
021500         "PART 2 - WHO HOLDS WHICH AUTHORITY (FIBOPER AS OF ".
021600     05  FIB-SVR-ASOF-DATE    PIC 9999/99/99.
021700     05  FILLER               PIC X(71)          VALUE ")".
021800 01  FIB-SVR-AUTH-LINE.
021900     05  FILLER               PIC X(10)          VALUE
022000         "AUTHORITY ".
022100     05  FIB-SVR-AU-DESC      PIC X(40).
022200     05  FILLER               PIC X(82)          VALUE SPACES.
022300 01  FIB-SVR-HOLD-COLUMNS.
022400     05  FILLER               PIC X(44)          VALUE
022500         "  OPERATOR  NAME                            ".
022600     05  FILLER               PIC X(88)          VALUE
022700         "STATUS    CHANGED     BY".
022800 01  FIB-SVR-HOLD-LINE.
022900     05  FILLER               PIC X(02)          VALUE SPACES.
023000     05  FIB-SVR-HL-OPERATOR  PIC X(08).
023100     05  FILLER               PIC X(02)          VALUE SPACES.
023200     05  FIB-SVR-HL-NAME      PIC X(30).
023300     05  FILLER               PIC X(02)          VALUE SPACES.
023400     05  FIB-SVR-HL-STATUS    PIC X(08).
023500     05  FILLER               PIC X(02)          VALUE SPACES.
023600     05  FIB-SVR-HL-CHG-DATE  PIC 9999/99/99.
023700     05  FILLER               PIC X(02)          VALUE SPACES.
023800     05  FIB-SVR-HL-AUTH-OPER PIC X(08).
023900     05  FILLER               PIC X(58)          VALUE SPACES.
024000 01  FIB-SVR-HOLD-TOT-LINE.
024100     05  FILLER               PIC X(10)          VALUE
024200         "  HOLDERS ".
024300     05  FIB-SVR-HT-HOLDERS   PIC Z(4)9.
024400     05  FILLER               PIC X(10)          VALUE
024500         "  ACTIVE ".
024600     05  FIB-SVR-HT-ACTIVE    PIC Z(4)9.
024700     05  FILLER               PIC X(102)         VALUE SPACES.
024800 01  FIB-SVR-COUNT-LINE.
024900     05  FIB-SVR-COUNT-DESC   PIC X(40).
025000     05  FIB-SVR-COUNT        PIC Z(8)9.
025100     05  FILLER               PIC X(83)          VALUE SPACES.
025200 
025300 PROCEDURE DIVISION.
025400*
025500****************************************************
025600**  0000-MAINLINE                                  *
025700****************************************************
025800 0000-MAINLINE.
025900     PERFORM 1000-INITIALIZE      THRU 1000-EXIT.
026000     IF NOT FIB-SV-ABORTED
026100         PERFORM 2000-WRITE-VIOLATIONS THRU 2000-EXIT
026200         PERFORM 3000-LOAD-REGISTRY THRU 3000-EXIT
026300         PERFORM 3500-WRITE-HOLDERS THRU 3500-EXIT
026400         PERFORM 3900-WRITE-CONTROLS THRU 3900-EXIT
026500     END-IF.
026600     PERFORM 4000-TERMINATE       THRU 4000-EXIT.
026700     STOP RUN.
026800*
026900****************************************************
027000**  1000-INITIALIZE - PICK UP AND VALIDATE THE     *
027100**  CONTROL CARD, AND OPEN EVERYTHING.  A BAD      *
027200**  CARD, OR A VIOLATION LOG OR REGISTRY THAT      *
027300**  CANNOT BE OPENED, ABORTS RC 16 - HALF A        *
027400**  RECERTIFICATION REPORT IS WORSE THAN NONE.     *
027500****************************************************
027600 1000-INITIALIZE.
027700     MOVE SPACES TO FIB-SV-CARD.
027800     ACCEPT FIB-SV-CARD.
027900     ACCEPT FIB-SV-TODAY FROM DATE YYYYMMDD.
028000     OPEN OUTPUT FIB-SECR-RPT-FILE.
028100     IF FIB-SV-MONTH NOT NUMERIC
028200        OR FIB-SV-MONTH(5:2) < "01"
028300        OR FIB-SV-MONTH(5:2) > "12"
028400         DISPLAY "FIBSECREPORT: CONTROL CARD MUST CARRY CCYYMM - "
028500             "NOTHING REPORTED"
028600         MOVE "CONTROL CARD IS MISSING OR BAD - NOTHING REPORTED"
028700             TO FIB-SVR-TEXT
028800         WRITE FIB-SECR-RPT-LINE FROM FIB-SVR-TEXT-LINE
028900         MOVE 16 TO RETURN-CODE
029000         SET FIB-SV-ABORTED TO TRUE
029100         GO TO 1000-EXIT
029200     END-IF.
029300     OPEN INPUT FIB-SECV-FILE.
029310     IF FIB-SECV-FILE-MISSING
029320         DISPLAY "FIBSECREPORT: FIBSECV DOES NOT EXIST YET - "
029330             "NO REFUSALS HAVE EVER BEEN LOGGED"
029340         SET FIB-SECV-ABSENT TO TRUE
029350         SET FIB-SECV-EOF    TO TRUE
029360     END-IF.
029400     IF NOT FIB-SECV-FILE-OK
029450        AND NOT FIB-SECV-ABSENT
029500         DISPLAY "FIBSECREPORT: FIBSECV COULD NOT BE OPENED, "
029600             "STATUS = " FIB-SECV-FILE-STATUS
029700             " - NOTHING REPORTED"
029800         MOVE 16 TO RETURN-CODE
029900         SET FIB-SV-ABORTED TO TRUE
030000         GO TO 1000-EXIT
030100     END-IF.
030200     OPEN INPUT FIB-OPER-FILE.
030300     IF NOT FIB-OPER-FILE-OK
030400         DISPLAY "FIBSECREPORT: FIBOPER COULD NOT BE OPENED, "
030500             "STATUS = " FIB-OPER-FILE-STATUS
030600             " - NOTHING REPORTED"
030700         IF NOT FIB-SECV-ABSENT
030750             CLOSE FIB-SECV-FILE
030760         END-IF
030800         MOVE 16 TO RETURN-CODE
030900         SET FIB-SV-ABORTED TO TRUE
031000         GO TO 1000-EXIT
031100     END-IF.
031200     MOVE FIB-SV-MONTH TO FIB-SVR-HDG-MONTH.
031300     WRITE FIB-SECR-RPT-LINE FROM FIB-SVR-HEADING-1.
031400 1000-EXIT.
031500     EXIT.
031600*
031700****************************************************
031800**  2000-WRITE-VIOLATIONS - PART 1: EVERY REFUSAL  *
031900**  LOGGED IN THE MONTH, IN THE ORDER IT HAPPENED, *
032000**  THEN THE TOTALS BY REASON AND BY OPERATOR.     *
032100****************************************************
032200 2000-WRITE-VIOLATIONS.
032300     MOVE SPACES TO FIB-SVR-TEXT.
032400     WRITE FIB-SECR-RPT-LINE FROM FIB-SVR-TEXT-LINE.
032500     MOVE "PART 1 - SECURITY VIOLATIONS (REFUSALS LOGGED TO "
032600         TO FIB-SVR-TEXT.
032700     MOVE "FIBSECV)" TO FIB-SVR-TEXT(50:8).
032800     WRITE FIB-SECR-RPT-LINE FROM FIB-SVR-TEXT-LINE.
032900     MOVE SPACES TO FIB-SVR-TEXT.
033000     WRITE FIB-SECR-RPT-LINE FROM FIB-SVR-TEXT-LINE.
033100     WRITE FIB-SECR-RPT-LINE FROM FIB-SVR-VIOL-COLUMNS.
033200     PERFORM 2100-TAKE-ONE-VIOLATION THRU 2100-EXIT
033300         UNTIL FIB-SECV-EOF.
033400     IF FIB-SV-MONTH-COUNT = ZERO
033500         MOVE "  (NO REFUSALS LOGGED IN THIS MONTH)"
033600             TO FIB-SVR-TEXT
033700         WRITE FIB-SECR-RPT-LINE FROM FIB-SVR-TEXT-LINE
033800     ELSE
033900         PERFORM 2300-WRITE-REASON-TOTALS THRU 2300-EXIT
034000         PERFORM 2400-WRITE-OPERATOR-TOTALS THRU 2400-EXIT
034100     END-IF.
034200 2000-EXIT.
034300     EXIT.
034400*
034500****************************************************
034600**  2100-TAKE-ONE-VIOLATION - LIST A REFUSAL       *
034700**  LOGGED IN THE MONTH, TALLY IT BY REASON, AND   *
034800**  CHARGE IT TO ITS OPERATOR.                     *
034900****************************************************
035000 2100-TAKE-ONE-VIOLATION.
035100     READ FIB-SECV-FILE
035200         AT END
035300             SET FIB-SECV-EOF TO TRUE
035400             GO TO 2100-EXIT
035500     END-READ.
035600     ADD 1 TO FIB-SV-SECV-READ.
035700     IF FIB-SECV-DATE NOT NUMERIC
035800        OR FIB-SECV-DATE(1:6) NOT = FIB-SV-MONTH
035900         GO TO 2100-EXIT
036000     END-IF.
036100     ADD 1 TO FIB-SV-MONTH-COUNT.
036200     IF FIB-SECV-NO-OPERATOR
036300         ADD 1 TO FIB-SV-NO-OPER-CNT
036400     ELSE
036500         IF FIB-SECV-UNKNOWN
036600             ADD 1 TO FIB-SV-UNKNOWN-CNT
036700         ELSE
036800             IF FIB-SECV-INACTIVE
036900                 ADD 1 TO FIB-SV-INACTIVE-CNT
037000             ELSE
037100                 IF FIB-SECV-NOT-AUTHORIZED
037200                     ADD 1 TO FIB-SV-NOT-AUTH-CNT
037300                 ELSE
037400                     IF FIB-SECV-REGISTRY-DOWN
037500                         ADD 1 TO FIB-SV-REG-DOWN-CNT
037600                     ELSE
037700                         IF FIB-SECV-BAD-AUTHORITY
037800                             ADD 1 TO FIB-SV-BAD-AUTH-CNT
037900                         ELSE
038000                             ADD 1 TO FIB-SV-OTHER-CNT
038100                         END-IF
038200                     END-IF
038300                 END-IF
038400             END-IF
038500         END-IF
038600     END-IF.
038700     MOVE FIB-SECV-DATE      TO FIB-SVR-VL-DATE.
038800     MOVE ZERO               TO FIB-SV-HMS.
038900     IF FIB-SECV-TIME NUMERIC
039000         MOVE FIB-SECV-TIME  TO FIB-SV-HMS
039100     END-IF.
039200     MOVE FIB-SV-HMS-HH      TO FIB-SVR-VL-HH.
039300     MOVE FIB-SV-HMS-MM      TO FIB-SVR-VL-MM.
039400     MOVE FIB-SV-HMS-SS      TO FIB-SVR-VL-SS.
039500     MOVE FIB-SECV-OPERATOR  TO FIB-SVR-VL-OPERATOR.
039600     MOVE FIB-SECV-PROGRAM   TO FIB-SVR-VL-PROGRAM.
039700     MOVE FIB-SECV-AUTHORITY TO FIB-SVR-VL-AUTHORITY.
039800     MOVE FIB-SECV-REASON    TO FIB-SVR-VL-REASON.
039900     WRITE FIB-SECR-RPT-LINE FROM FIB-SVR-VIOL-LINE.
040000     PERFORM 2200-NOTE-OPERATOR THRU 2200-EXIT.
040100 2100-EXIT.
040200     EXIT.
040300*
040400****************************************************
040500**  2200-NOTE-OPERATOR - ADD ONE TO THE REFUSED    *
040600**  OPERATOR'S SLOT, OPENING ONE IN OPERATOR ORDER *
040700**  IF THIS IS ITS FIRST REFUSAL OF THE MONTH.     *
040800**  A BLANK OPERATOR ID GETS A SLOT OF ITS OWN.    *
040900****************************************************
041000 2200-NOTE-OPERATOR.
041100     MOVE ZERO TO FIB-SV-HIT.
041200     PERFORM 2210-CHECK-ONE-OPERATOR THRU 2210-EXIT
041300         VARYING FIB-SV-SUB2 FROM 1 BY 1
041400         UNTIL FIB-SV-SUB2 > FIB-SV-OT-COUNT
041500            OR FIB-SV-HIT > ZERO.
041600     IF FIB-SV-HIT > ZERO
041700         ADD 1 TO FIB-SV-OT-REFUSED(FIB-SV-HIT)
041800         GO TO 2200-EXIT
041900     END-IF.
042000     IF FIB-SV-OT-COUNT >= 500
042100         DISPLAY "FIBSECREPORT: OVER 500 OPERATORS REFUSED - "
042200             FIB-SECV-OPERATOR " NOT TOTALLED"
042300         GO TO 2200-EXIT
042400     END-IF.
042500     MOVE 1 TO FIB-SV-HIT.
042600     PERFORM 2220-STEP-PAST-ONE-OPERATOR THRU 2220-EXIT
042700         UNTIL FIB-SV-HIT > FIB-SV-OT-COUNT
042800            OR FIB-SV-OT-OPERATOR(FIB-SV-HIT) > FIB-SECV-OPERATOR.
042900     PERFORM 2230-SHIFT-ONE-OPERATOR THRU 2230-EXIT
043000         VARYING FIB-SV-SUB2 FROM FIB-SV-OT-COUNT BY -1
043100         UNTIL FIB-SV-SUB2 < FIB-SV-HIT.
043200     ADD 1 TO FIB-SV-OT-COUNT.
043300     MOVE FIB-SECV-OPERATOR TO FIB-SV-OT-OPERATOR(FIB-SV-HIT).
043400     MOVE 1                 TO FIB-SV-OT-REFUSED(FIB-SV-HIT).
043500 2200-EXIT.
043600     EXIT.
043700*
043800****************************************************
043900**  2210-CHECK-ONE-OPERATOR - COMPARE ONE SLOT.    *
044000****************************************************
044100 2210-CHECK-ONE-OPERATOR.
044200     IF FIB-SV-OT-OPERATOR(FIB-SV-SUB2) = FIB-SECV-OPERATOR
044300         MOVE FIB-SV-SUB2 TO FIB-SV-HIT
044400     END-IF.
044500 2210-EXIT.
044600     EXIT.
044700*
044800****************************************************
044900**  2220-STEP-PAST-ONE-OPERATOR - ONE SLOT CLOSER  *
045000**  TO THE NEW OPERATOR'S PLACE.                   *
045100****************************************************
045200 2220-STEP-PAST-ONE-OPERATOR.
045300     ADD 1 TO FIB-SV-HIT.
045400 2220-EXIT.
045500     EXIT.
045600*
045700****************************************************
045800**  2230-SHIFT-ONE-OPERATOR - MOVE ONE SLOT UP TO  *
045900**  MAKE ROOM.                                     *
046000****************************************************
046100 2230-SHIFT-ONE-OPERATOR.
046200     MOVE FIB-SV-OT-ENTRY(FIB-SV-SUB2)
046300         TO FIB-SV-OT-ENTRY(FIB-SV-SUB2 + 1).
046400 2230-EXIT.
046500     EXIT.
046600*
046700****************************************************
046800**  2300-WRITE-REASON-TOTALS - THE MONTH'S         *
046900**  REFUSALS BY REASON (SEE FIBSECV.CPY).          *
047000****************************************************
047100 2300-WRITE-REASON-TOTALS.
047200     MOVE SPACES TO FIB-SVR-TEXT.
047300     WRITE FIB-SECR-RPT-LINE FROM FIB-SVR-TEXT-LINE.
047400     MOVE "REFUSALS BY REASON:" TO FIB-SVR-TEXT.
047500     WRITE FIB-SECR-RPT-LINE FROM FIB-SVR-TEXT-LINE.
047600     MOVE "  NO OPERATOR ID GIVEN:" TO FIB-SVR-COUNT-DESC.
047700     MOVE FIB-SV-NO-OPER-CNT TO FIB-SVR-COUNT.
047800     WRITE FIB-SECR-RPT-LINE FROM FIB-SVR-COUNT-LINE.
047900     MOVE "  NOT ON THE OPERATOR REGISTRY:" TO FIB-SVR-COUNT-DESC.
048000     MOVE FIB-SV-UNKNOWN-CNT TO FIB-SVR-COUNT.
048100     WRITE FIB-SECR-RPT-LINE FROM FIB-SVR-COUNT-LINE.
048200     MOVE "  OPERATOR IS INACTIVE:" TO FIB-SVR-COUNT-DESC.
048300     MOVE FIB-SV-INACTIVE-CNT TO FIB-SVR-COUNT.
048400     WRITE FIB-SECR-RPT-LINE FROM FIB-SVR-COUNT-LINE.
048500     MOVE "  AUTHORITY NOT HELD:" TO FIB-SVR-COUNT-DESC.
048600     MOVE FIB-SV-NOT-AUTH-CNT TO FIB-SVR-COUNT.
048700     WRITE FIB-SECR-RPT-LINE FROM FIB-SVR-COUNT-LINE.
048800     MOVE "  OPERATOR REGISTRY UNAVAILABLE:"
048900         TO FIB-SVR-COUNT-DESC.
049000     MOVE FIB-SV-REG-DOWN-CNT TO FIB-SVR-COUNT.
049100     WRITE FIB-SECR-RPT-LINE FROM FIB-SVR-COUNT-LINE.
049200     MOVE "  UNKNOWN AUTHORITY CODE:" TO FIB-SVR-COUNT-DESC.
049300     MOVE FIB-SV-BAD-AUTH-CNT TO FIB-SVR-COUNT.
049400     WRITE FIB-SECR-RPT-LINE FROM FIB-SVR-COUNT-LINE.
049500     IF FIB-SV-OTHER-CNT > ZERO
049600         MOVE "  UNRECOGNISED REASON CODE:" TO FIB-SVR-COUNT-DESC
049700         MOVE FIB-SV-OTHER-CNT TO FIB-SVR-COUNT
049800         WRITE FIB-SECR-RPT-LINE FROM FIB-SVR-COUNT-LINE
049900     END-IF.
050000     MOVE "  TOTAL REFUSALS:" TO FIB-SVR-COUNT-DESC.
050100     MOVE FIB-SV-MONTH-COUNT TO FIB-SVR-COUNT.
050200     WRITE FIB-SECR-RPT-LINE FROM FIB-SVR-COUNT-LINE.
050300 2300-EXIT.
050400     EXIT.
050500*
050600****************************************************
050700**  2400-WRITE-OPERATOR-TOTALS - THE MONTH'S       *
050800**  REFUSALS BY OPERATOR, IN OPERATOR ORDER.       *
050900****************************************************
051000 2400-WRITE-OPERATOR-TOTALS.
051100     MOVE SPACES TO FIB-SVR-TEXT.
051200     WRITE FIB-SECR-RPT-LINE FROM FIB-SVR-TEXT-LINE.
051300     MOVE "REFUSALS BY OPERATOR:" TO FIB-SVR-TEXT.
051400     WRITE FIB-SECR-RPT-LINE FROM FIB-SVR-TEXT-LINE.
051500     PERFORM 2410-WRITE-ONE-OPERATOR THRU 2410-EXIT
051600         VARYING FIB-SV-SUB FROM 1 BY 1
051700         UNTIL FIB-SV-SUB > FIB-SV-OT-COUNT.
051800 2400-EXIT.
051900     EXIT.
052000*
052100****************************************************
052200**  2410-WRITE-ONE-OPERATOR - ONE OPERATOR'S       *
052300**  REFUSAL COUNT.                                 *
052400****************************************************
052500 2410-WRITE-ONE-OPERATOR.
052600     MOVE FIB-SV-OT-OPERATOR(FIB-SV-SUB) TO FIB-SVR-OT-OPERATOR.
052700     MOVE FIB-SV-OT-REFUSED(FIB-SV-SUB)  TO FIB-SVR-OT-REFUSED.
052800     WRITE FIB-SECR-RPT-LINE FROM FIB-SVR-OPER-TOT-LINE.
052900 2410-EXIT.
053000     EXIT.
053100*
053200****************************************************
053300**  3000-LOAD-REGISTRY - BROWSE FIBOPER FROM THE   *
053400**  TOP AND KEEP EVERY OPERATOR.                   *
053500****************************************************
053600 3000-LOAD-REGISTRY.
053700     MOVE LOW-VALUES TO FIB-OPER-OPERATOR.
053800     START FIB-OPER-FILE KEY IS NOT < FIB-OPER-OPERATOR
053900         INVALID KEY
054000             SET FIB-OPER-EOF TO TRUE
054100     END-START.
054200     PERFORM 3100-TAKE-ONE-OPERATOR THRU 3100-EXIT
054300         UNTIL FIB-OPER-EOF.
054400 3000-EXIT.
054500     EXIT.
054600*
054700****************************************************
054800**  3100-TAKE-ONE-OPERATOR - KEEP ONE REGISTRY     *
054900**  RECORD.  PAST 500 THE LISTING WOULD BE         *
055000**  INCOMPLETE, SO THE STEP ENDS RC 8.             *
055100****************************************************
055200 3100-TAKE-ONE-OPERATOR.
055300     READ FIB-OPER-FILE NEXT RECORD
055400         AT END
055500             SET FIB-OPER-EOF TO TRUE
055600             GO TO 3100-EXIT
055700     END-READ.
055800     ADD 1 TO FIB-SV-OPER-READ.
055900     IF FIB-OPER-ACTIVE
056000         ADD 1 TO FIB-SV-OPER-ACTIVE
056100     ELSE
056200         ADD 1 TO FIB-SV-OPER-INACTIVE
056300     END-IF.
056400     IF FIB-SV-RG-COUNT >= 500
056500         IF NOT FIB-SV-TRUNCATED
056600             DISPLAY "FIBSECREPORT: MORE THAN 500 OPERATORS ON "
056700                 "FIBOPER - HOLDER LISTING IS INCOMPLETE"
056800         END-IF
056900         SET FIB-SV-TRUNCATED TO TRUE
057000         GO TO 3100-EXIT
057100     END-IF.
057200     ADD 1 TO FIB-SV-RG-COUNT.
057300     MOVE FIB-OPER-OPERATOR
057400         TO FIB-SV-RG-OPERATOR(FIB-SV-RG-COUNT).
057500     MOVE FIB-OPER-NAME
057600         TO FIB-SV-RG-NAME(FIB-SV-RG-COUNT).
057700     MOVE FIB-OPER-STATUS-SW
057800         TO FIB-SV-RG-STATUS-SW(FIB-SV-RG-COUNT).
057900     MOVE FIB-OPER-AUTHORITIES
058000         TO FIB-SV-RG-FLAGS(FIB-SV-RG-COUNT).
058100     MOVE ZERO
058200         TO FIB-SV-RG-CHG-DATE(FIB-SV-RG-COUNT).
058300     IF FIB-OPER-CHG-DATE NUMERIC
058400         MOVE FIB-OPER-CHG-DATE
058500             TO FIB-SV-RG-CHG-DATE(FIB-SV-RG-COUNT)
058600     END-IF.
058700     MOVE FIB-OPER-AUTH-OPER
058800         TO FIB-SV-RG-AUTH-OPER(FIB-SV-RG-COUNT).
058900 3100-EXIT.
059000     EXIT.
059100*
059200****************************************************
059300**  3500-WRITE-HOLDERS - PART 2: ONE BLOCK PER     *
059400**  AUTHORITY, LISTING EVERY OPERATOR HOLDING IT.  *
059500**  INACTIVE HOLDERS ARE LISTED TOO - THEY CANNOT  *
059600**  USE THE AUTHORITY, BUT IT IS STILL GRANTED AND *
059700**  SHOULD BE RECERTIFIED OR REMOVED.              *
059800****************************************************
059900 3500-WRITE-HOLDERS.
060000     MOVE SPACES TO FIB-SVR-TEXT.
060100     WRITE FIB-SECR-RPT-LINE FROM FIB-SVR-TEXT-LINE.
060200     MOVE FIB-SV-TODAY TO FIB-SVR-ASOF-DATE.
060300     WRITE FIB-SECR-RPT-LINE FROM FIB-SVR-ASOF-LINE.
060400     IF FIB-SV-TRUNCATED
060500         MOVE "*** MORE THAN 500 OPERATORS ON FIBOPER - LISTING "
060600             TO FIB-SVR-TEXT
060700         MOVE "IS INCOMPLETE ***" TO FIB-SVR-TEXT(50:17)
060800         WRITE FIB-SECR-RPT-LINE FROM FIB-SVR-TEXT-LINE
060900     END-IF.
061000     PERFORM 3600-WRITE-ONE-AUTHORITY THRU 3600-EXIT
061100         VARYING FIB-SV-AUTH-SUB FROM 1 BY 1
061200         UNTIL FIB-SV-AUTH-SUB > 11.
061300 3500-EXIT.
061400     EXIT.
061500*
061600****************************************************
061700**  3600-WRITE-ONE-AUTHORITY - THE HOLDERS OF ONE  *
061800**  AUTHORITY, IN OPERATOR ORDER, AND HOW MANY.    *
061900****************************************************
062000 3600-WRITE-ONE-AUTHORITY.
062100     MOVE SPACES TO FIB-SVR-TEXT.
062200     WRITE FIB-SECR-RPT-LINE FROM FIB-SVR-TEXT-LINE.
062300     MOVE FIB-SV-AUTH-DESC(FIB-SV-AUTH-SUB) TO FIB-SVR-AU-DESC.
062400     WRITE FIB-SECR-RPT-LINE FROM FIB-SVR-AUTH-LINE.
062500     WRITE FIB-SECR-RPT-LINE FROM FIB-SVR-HOLD-COLUMNS.
062600     MOVE ZERO TO FIB-SV-HOLDERS.
062700     MOVE ZERO TO FIB-SV-HOLDERS-ACTIVE.
062800     PERFORM 3610-WRITE-ONE-HOLDER THRU 3610-EXIT
062900         VARYING FIB-SV-SUB FROM 1 BY 1
063000         UNTIL FIB-SV-SUB > FIB-SV-RG-COUNT.
063100     IF FIB-SV-HOLDERS = ZERO
063200         MOVE "  (NO OPERATOR HOLDS THIS AUTHORITY)"
063300             TO FIB-SVR-TEXT
063400         WRITE FIB-SECR-RPT-LINE FROM FIB-SVR-TEXT-LINE
063500     ELSE
063600         MOVE FIB-SV-HOLDERS        TO FIB-SVR-HT-HOLDERS
063700         MOVE FIB-SV-HOLDERS-ACTIVE TO FIB-SVR-HT-ACTIVE
063800         WRITE FIB-SECR-RPT-LINE FROM FIB-SVR-HOLD-TOT-LINE
063900     END-IF.
064000 3600-EXIT.
064100     EXIT.
064200*
064300****************************************************
064400**  3610-WRITE-ONE-HOLDER - LIST THE OPERATOR IF   *
064500**  IT HOLDS THE AUTHORITY.                        *
064600****************************************************
064700 3610-WRITE-ONE-HOLDER.
064800     IF FIB-SV-RG-FLAG(FIB-SV-SUB, FIB-SV-AUTH-SUB) NOT = "Y"
064900         GO TO 3610-EXIT
065000     END-IF.
065100     ADD 1 TO FIB-SV-HOLDERS.
065200     MOVE FIB-SV-RG-OPERATOR(FIB-SV-SUB) TO FIB-SVR-HL-OPERATOR.
065300     MOVE FIB-SV-RG-NAME(FIB-SV-SUB)     TO FIB-SVR-HL-NAME.
065400     IF FIB-SV-RG-ACTIVE(FIB-SV-SUB)
065500         ADD 1 TO FIB-SV-HOLDERS-ACTIVE
065600         MOVE "ACTIVE"   TO FIB-SVR-HL-STATUS
065700     ELSE
065800         MOVE "INACTIVE" TO FIB-SVR-HL-STATUS
065900     END-IF.
066000     MOVE FIB-SV-RG-CHG-DATE(FIB-SV-SUB) TO FIB-SVR-HL-CHG-DATE.
066100     MOVE FIB-SV-RG-AUTH-OPER(FIB-SV-SUB)
066200         TO FIB-SVR-HL-AUTH-OPER.
066300     WRITE FIB-SECR-RPT-LINE FROM FIB-SVR-HOLD-LINE.
066400 3610-EXIT.
066500     EXIT.
066600*
066700****************************************************
066800**  3900-WRITE-CONTROLS - THE COUNTS BEHIND THE    *
066900**  REPORT, AND THE STEP'S RETURN CODE: RC 8 IF    *
067000**  THE HOLDER LISTING IS INCOMPLETE, OTHERWISE    *
067100**  RC 4 IF ANYONE WAS REFUSED IN THE MONTH.       *
067200****************************************************
067300 3900-WRITE-CONTROLS.
067400     MOVE SPACES TO FIB-SVR-TEXT.
067500     WRITE FIB-SECR-RPT-LINE FROM FIB-SVR-TEXT-LINE.
067600     MOVE "CONTROL TOTALS:" TO FIB-SVR-TEXT.
067700     WRITE FIB-SECR-RPT-LINE FROM FIB-SVR-TEXT-LINE.
067800     MOVE "  FIBSECV RECORDS READ (WHOLE LOG):"
067900         TO FIB-SVR-COUNT-DESC.
068000     MOVE FIB-SV-SECV-READ TO FIB-SVR-COUNT.
068100     WRITE FIB-SECR-RPT-LINE FROM FIB-SVR-COUNT-LINE.
068200     MOVE "  REFUSALS IN THIS MONTH:" TO FIB-SVR-COUNT-DESC.
068300     MOVE FIB-SV-MONTH-COUNT TO FIB-SVR-COUNT.
068400     WRITE FIB-SECR-RPT-LINE FROM FIB-SVR-COUNT-LINE.
068500     MOVE "  OPERATOR IDS REFUSED:" TO FIB-SVR-COUNT-DESC.
068600     MOVE FIB-SV-OT-COUNT TO FIB-SVR-COUNT.
068700     WRITE FIB-SECR-RPT-LINE FROM FIB-SVR-COUNT-LINE.
068800     MOVE "  OPERATORS ON THE REGISTRY:" TO FIB-SVR-COUNT-DESC.
068900     MOVE FIB-SV-OPER-READ TO FIB-SVR-COUNT.
069000     WRITE FIB-SECR-RPT-LINE FROM FIB-SVR-COUNT-LINE.
069100     MOVE "    ACTIVE:" TO FIB-SVR-COUNT-DESC.
069200     MOVE FIB-SV-OPER-ACTIVE TO FIB-SVR-COUNT.
069300     WRITE FIB-SECR-RPT-LINE FROM FIB-SVR-COUNT-LINE.
069400     MOVE "    INACTIVE:" TO FIB-SVR-COUNT-DESC.
069500     MOVE FIB-SV-OPER-INACTIVE TO FIB-SVR-COUNT.
069600     WRITE FIB-SECR-RPT-LINE FROM FIB-SVR-COUNT-LINE.
069700     DISPLAY "FIBSECREPORT: MONTH " FIB-SV-MONTH
069800         " REFUSALS " FIB-SV-MONTH-COUNT
069900         " OPERATORS ON REGISTRY " FIB-SV-OPER-READ.
070000     IF FIB-SV-TRUNCATED
070100         MOVE 8 TO RETURN-CODE
070200     ELSE
070300         IF FIB-SV-MONTH-COUNT > ZERO
070400             DISPLAY "FIBSECREPORT: OPERATORS WERE REFUSED - SEE "
070500                 "FIBSECR"
070600             MOVE 4 TO RETURN-CODE
070700         END-IF
070800     END-IF.
070900 3900-EXIT.
071000     EXIT.
071100*
071200****************************************************
071300**  4000-TERMINATE - CLOSE THE FILES.              *
071400****************************************************
071500 4000-TERMINATE.
071600     IF NOT FIB-SV-ABORTED
071700         IF NOT FIB-SECV-ABSENT
071750             CLOSE FIB-SECV-FILE
071760         END-IF
071800         CLOSE FIB-OPER-FILE
071900     END-IF.
072000     CLOSE FIB-SECR-RPT-FILE.
072100 4000-EXIT.
072200     EXIT.
072300 END PROGRAM FibSecReport.
