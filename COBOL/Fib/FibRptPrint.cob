000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. FibRptPrint.
000300 AUTHOR. R-HENSLEY.
000400 INSTALLATION. BATCH-PRODUCTION.
000500 DATE-WRITTEN. 10/15/2026.
000600 DATE-COMPILED.
000700*
000800*-----------------------------------------------------------------
000900*  MODIFICATION HISTORY
001000*-----------------------------------------------------------------
001100*  DATE       INIT  DESCRIPTION
001200*  10/15/26   RH    ORIGINAL PROGRAM.  FIBRPT IS A RAW LINE DUMP -
001300*                   ONE 206-BYTE LINE PER TERM, EVERY REQUESTOR
001400*                   RUN TOGETHER, THE VALUE A 150-CHARACTER
001500*                   STRING NOBODY CAN READ ON PAPER - AND EACH
001600*                   REQUESTOR'S SHARE WAS BEING CUT OUT OF THE
001700*                   JOB OUTPUT BY HAND.  THIS STEP (PRNT IN
001800*                   FIBJOB, AFTER BAL HAS PROVEN THE NIGHT)
001900*                   READS THE BALANCED FIBRPT FOR THE RUN DATE
002000*                   (THE LAST FIBRUN AUDIT RECORD'S, THE SAME
002100*                   RULE FibBalance USES) AND PRINTS FIBPRNT: A
002200*                   COVER SHEET LISTING EVERY CARD'S FIBACK
002300*                   FATE, THEN ONE SECTION PER REQUESTOR
002400*                   STARTING ON A NEW PAGE, EACH PAGE HEADED
002500*                   WITH THE RUN DATE, REQUESTOR, SEQUENCE ID,
002600*                   SEED PAIR (FROM THE FIBPARM DECK) AND PAGE
002700*                   NUMBER.  VALUES ARE PRINTED RIGHT-ALIGNED
002800*                   IN GROUPS OF FIVE DIGITS, FIFTY DIGITS TO A
002900*                   LINE, WRAPPING ONTO CONTINUATION LINES.
003000*                   EACH SECTION CLOSES WITH THE TERMS PRINTED,
003100*                   OVERFLOW TERMS, THE RECONCILIATION VERDICT
003200*                   FROM THE REQUEST'S TYPE-R FIBRUN RECORD AND
003300*                   THE CARD'S FIBACK STATUS AND REASON.  A CARD
003400*                   WITH NO LINES TONIGHT (REJECTED OR NOT DUE)
003500*                   STILL GETS ITS OWN CLOSING PAGE, SO EVERY
003600*                   REQUESTOR ON THE DECK HAS PAGES TO BE HANDED.
003611*  10/15/26   RH    THE STEP NOW STAMPS ITS OWN "PRNT" RECORD ON
003622*                   THE FIBSTATE RUN-STATE FILE (SEE FIBSTATE.CPY)
003633*                   - "S" WITH ITS START TIME ONCE THE NIGHT IS
003644*                   KNOWN, "C" OR "F" AT END - SO THE BATCH WINDOW
003655*                   IS TIMED STEP BY STEP.  FOR TIMING ONLY: THE
003666*                   STEP NEVER BYPASSES ITSELF AND STILL REPRINTS
003677*                   ON EVERY RERUN.  A FIBSTATE THAT WILL NOT OPEN
003688*                   IS WARNED ON AND THE REPORT PRINTS AS BEFORE.
003700*-----------------------------------------------------------------
003800*
003900 ENVIRONMENT DIVISION.
004000 INPUT-OUTPUT SECTION.
004100 FILE-CONTROL.
004200     SELECT FIB-REPORT-FILE   ASSIGN TO "FIBRPT"
004300         ORGANIZATION IS LINE SEQUENTIAL
004400         FILE STATUS IS FIB-REPORT-FILE-STATUS.
004500
004600     SELECT FIB-ACK-FILE      ASSIGN TO "FIBACK"
004700         ORGANIZATION IS LINE SEQUENTIAL
004800         FILE STATUS IS FIB-ACK-FILE-STATUS.
004900
005000     SELECT FIB-PARM-FILE     ASSIGN TO "FIBPARM"
005100         ORGANIZATION IS LINE SEQUENTIAL
005200         FILE STATUS IS FIB-PARM-FILE-STATUS.
005300
005400     SELECT FIB-RUN-LOG-FILE  ASSIGN TO "FIBRUN"
005500         ORGANIZATION IS LINE SEQUENTIAL
005600         FILE STATUS IS FIB-RUN-LOG-FILE-STATUS.
005700
005800     SELECT FIB-PRINT-FILE    ASSIGN TO "FIBPRNT"
005900         ORGANIZATION IS LINE SEQUENTIAL
006000         FILE STATUS IS FIB-PRINT-FILE-STATUS.
006014
006028     SELECT FIB-STATE-FILE    ASSIGN TO "FIBSTATE"
006042         ORGANIZATION IS INDEXED
006056         ACCESS MODE IS RANDOM
006070         RECORD KEY IS FIB-STATE-KEY
006084         FILE STATUS IS FIB-STATE-FILE-STATUS.
006100
006200 DATA DIVISION.
006300 FILE SECTION.
006400*
006500****************************************************
006600**  FIB-REPORT-FILE - THE BALANCED NIGHTLY REPORT. *
006700**  SEE FIBRPT.CPY.                                *
006800****************************************************
006900 FD  FIB-REPORT-FILE.
007000     COPY FIBRPT.
007100*
007200****************************************************
007300**  FIB-ACK-FILE - TONIGHT'S CARD ACKNOWLEDGMENTS. *
007400**  SEE FIBACK.CPY.                                *
007500****************************************************
007600 FD  FIB-ACK-FILE.
007700     COPY FIBACK.
007800*
007900****************************************************
008000**  FIB-PARM-FILE - THE REQUEST DECK, READ ONLY    *
008100**  FOR EACH REQUESTOR'S SEED PAIR.                *
008200****************************************************
008300 FD  FIB-PARM-FILE.
008400     COPY FIBPARM.
008500*
008600****************************************************
008700**  FIB-RUN-LOG-FILE - THE RUN-CONTROL AUDIT LOG.  *
008800**  SEE FIBRUN.CPY.                                *
008900****************************************************
009000 FD  FIB-RUN-LOG-FILE.
009100     COPY FIBRUN.
009200*
009300****************************************************
009400**  FIB-PRINT-FILE - THE PRINTED REQUESTOR REPORT. *
009500****************************************************
009600 FD  FIB-PRINT-FILE.
009700 01  FIB-PRINT-LINE           PIC X(132).
009712*
009724****************************************************
009736**  FIB-STATE-FILE - THE RUN-STATE CONTROL FILE,   *
009748**  STAMPED FOR STEP "PRNT".  SEE FIBSTATE.CPY.    *
009760****************************************************
009772 FD  FIB-STATE-FILE.
009784     COPY FIBSTATE.
009800
009900 WORKING-STORAGE SECTION.
010000 01  FIB-REPORT-FILE-STATUS   PIC X(02).
010100     88  FIB-REPORT-FILE-OK          VALUE "00".
010200 01  FIB-ACK-FILE-STATUS      PIC X(02).
010300     88  FIB-ACK-FILE-OK             VALUE "00".
010400 01  FIB-PARM-FILE-STATUS     PIC X(02).
010500     88  FIB-PARM-FILE-OK            VALUE "00".
010600 01  FIB-RUN-LOG-FILE-STATUS  PIC X(02).
010700     88  FIB-RUN-LOG-FILE-OK         VALUE "00".
010800 01  FIB-PRINT-FILE-STATUS    PIC X(02).
010900     88  FIB-PRINT-FILE-OK           VALUE "00".
011000 01  FIB-REPORT-EOF-SW        PIC X(01)          VALUE "N".
011100     88  FIB-REPORT-EOF               VALUE "Y".
011200 01  FIB-ACK-EOF-SW           PIC X(01)          VALUE "N".
011300     88  FIB-ACK-EOF                  VALUE "Y".
011400 01  FIB-PARM-EOF-SW          PIC X(01)          VALUE "N".
011500     88  FIB-PARM-EOF                 VALUE "Y".
011600 01  FIB-RUN-LOG-EOF-SW       PIC X(01)          VALUE "N".
011700     88  FIB-RUN-LOG-EOF              VALUE "Y".
011800 01  FIB-RUN-FOUND-SW         PIC X(01)          VALUE "N".
011900     88  FIB-RUN-FOUND                VALUE "Y".
012000 01  FIB-PR-ABORT-SW          PIC X(01)          VALUE "N".
012100     88  FIB-PR-ABORTED               VALUE "Y".
012200 01  FIB-PR-IN-SECTION-SW     PIC X(01)          VALUE "N".
012300     88  FIB-PR-IN-SECTION            VALUE "Y".
012400 01  FIB-PR-FIRST-ROW-SW      PIC X(01)          VALUE "Y".
012500     88  FIB-PR-FIRST-ROW             VALUE "Y".
012511*
012522 01  FIB-STATE-FILE-STATUS    PIC X(02).
012533     88  FIB-STATE-FILE-OK           VALUE "00".
012544 01  FIB-STATE-FOUND-SW       PIC X(01)          VALUE "N".
012555     88  FIB-STATE-FOUND              VALUE "Y".
012566 01  FIB-STATE-TRACKED-SW     PIC X(01)          VALUE "N".
012577     88  FIB-STATE-TRACKED            VALUE "Y".
012588 01  FIB-STATE-TIME-RAW       PIC X(08).
012600 01  FIB-PR-RUN-DATE          PIC 9(08)          VALUE ZERO.
012700 01  FIB-PR-DATE-IMAGE        PIC X(08).
012800 01  FIB-PR-CUR-REQUESTOR     PIC X(08)          VALUE SPACES.
012900 01  FIB-PR-CUR-SEQ-ID        PIC X(08)          VALUE SPACES.
013000 01  FIB-PR-PAGE-NO           PIC S9(4)  COMP-5  VALUE ZERO.
013100 01  FIB-PR-LINE-COUNT        PIC S9(4)  COMP-5  VALUE ZERO.
013200 01  FIB-PR-PAGE-DEPTH        PIC S9(4)  COMP-5  VALUE 54.
013300 01  FIB-PR-CLOSE-DEPTH       PIC S9(4)  COMP-5  VALUE 8.
013400 01  FIB-PR-SUB               PIC S9(4)  COMP-5.
013500 01  FIB-PR-HIT               PIC S9(4)  COMP-5.
013600 01  FIB-PR-ACK-HIT           PIC S9(4)  COMP-5  VALUE ZERO.
013700 01  FIB-PR-RUN-HIT           PIC S9(4)  COMP-5  VALUE ZERO.
013800 01  FIB-PR-DECK-HIT          PIC S9(4)  COMP-5  VALUE ZERO.
013900 01  FIB-PR-DIGIT-LEN         PIC S9(4)  COMP-5.
014000 01  FIB-PR-ROW               PIC S9(4)  COMP-5.
014100 01  FIB-PR-GRP               PIC S9(4)  COMP-5.
014200 01  FIB-PR-ROWS-NEEDED       PIC S9(4)  COMP-5.
014300 01  FIB-PR-SEC-TERMS         PIC S9(9)  COMP-5  VALUE ZERO.
014400 01  FIB-PR-SEC-OFLOWS        PIC S9(9)  COMP-5  VALUE ZERO.
014500 01  FIB-PR-LINES-READ        PIC S9(9)  COMP-5  VALUE ZERO.
014600 01  FIB-PR-LINES-OTHER       PIC S9(9)  COMP-5  VALUE ZERO.
014700 01  FIB-PR-TERMS-PRINTED     PIC S9(9)  COMP-5  VALUE ZERO.
014800 01  FIB-PR-SECTION-COUNT     PIC S9(9)  COMP-5  VALUE ZERO.
014900 01  FIB-PR-ACK-COUNT         PIC S9(4)  COMP-5  VALUE ZERO.
015000 01  FIB-PR-RUN-COUNT         PIC S9(4)  COMP-5  VALUE ZERO.
015100 01  FIB-PR-DECK-COUNT        PIC S9(4)  COMP-5  VALUE ZERO.
015200*
015300****************************************************
015400**  TONIGHT'S FIBACK CARDS, IN DECK ORDER, EACH    *
015500**  MARKED ONCE ITS SECTION HAS BEEN PRINTED.      *
015600****************************************************
015700 01  FIB-PR-ACK-TABLE.
015800     05  FIB-PR-ACK-ENTRY     OCCURS 50 TIMES.
015900         10  FIB-PR-ACK-REQUESTOR PIC X(08).
016000         10  FIB-PR-ACK-SEQ-ID    PIC X(08).
016100         10  FIB-PR-ACK-BOUND     PIC X(04).
016200         10  FIB-PR-ACK-STATUS-SW PIC X(01).
016300             88  FIB-PR-ACK-HONORED      VALUE "H".
016400             88  FIB-PR-ACK-REJECTED     VALUE "R".
016500             88  FIB-PR-ACK-NOT-DUE      VALUE "N".
016600         10  FIB-PR-ACK-REASON    PIC X(30).
016700         10  FIB-PR-ACK-PRINTED-SW PIC X(01).
016800             88  FIB-PR-ACK-PRINTED      VALUE "Y".
016900*
017000****************************************************
017100**  TONIGHT'S TYPE-R FIBRUN RECORDS - THE LAST     *
017200**  ONE LOGGED FOR EACH REQUESTOR AND SEQUENCE.    *
017300****************************************************
017400 01  FIB-PR-RUN-TABLE.
017500     05  FIB-PR-RUN-ENTRY     OCCURS 50 TIMES.
017600         10  FIB-PR-RUN-REQUESTOR PIC X(08).
017700         10  FIB-PR-RUN-SEQ-ID    PIC X(08).
017800         10  FIB-PR-RUN-RECON-SW  PIC X(01).
017900             88  FIB-PR-RUN-PASSED       VALUE "P".
018000             88  FIB-PR-RUN-MISMATCH     VALUE "M".
018100*
018200****************************************************
018300**  THE DECK'S SEED PAIRS, BY REQUESTOR.           *
018400****************************************************
018500 01  FIB-PR-DECK-TABLE.
018600     05  FIB-PR-DECK-ENTRY    OCCURS 50 TIMES.
018700         10  FIB-PR-DECK-REQUESTOR PIC X(08).
018800         10  FIB-PR-DECK-SEQ-ID    PIC X(08).
018900         10  FIB-PR-DECK-SEED-1    PIC 9(18).
019000         10  FIB-PR-DECK-SEED-2    PIC 9(18).
019100*
019200****************************************************
019300**  VALUE WRAP AREA - THE STRIPPED DIGIT STRING    *
019400**  RIGHT-ALIGNED IN 150 POSITIONS, VIEWED AS      *
019500**  THREE PRINT ROWS OF TEN FIVE-DIGIT GROUPS.     *
019600****************************************************
019700 01  FIB-PR-WRAP-AREA         PIC X(150).
019800 01  FIB-PR-WRAP-ROWS         REDEFINES FIB-PR-WRAP-AREA.
019900     05  FIB-PR-WRAP-ROW      OCCURS 3 TIMES.
020000         10  FIB-PR-WRAP-GROUP    OCCURS 10 TIMES
020100                                   PIC X(05).
020200*
020300****************************************************
020400**  PRINT LINE LAYOUTS.                            *
020500****************************************************
020600 01  FIB-PRT-HEADING-1.
020700     05  FILLER               PIC X(40)          VALUE
020800         "FIBONACCI NIGHTLY REQUESTOR REPORT".
020900     05  FILLER               PIC X(10)          VALUE
021000         "RUN DATE ".
021100     05  FIB-PRT-HDG-DATE     PIC 9(08).
021200     05  FILLER               PIC X(60)          VALUE SPACES.
021300     05  FILLER               PIC X(05)          VALUE "PAGE ".
021400     05  FIB-PRT-HDG-PAGE     PIC Z(3)9.
021500     05  FILLER               PIC X(05)          VALUE SPACES.
021600 01  FIB-PRT-HEADING-2.
021700     05  FILLER               PIC X(10)          VALUE
021800         "REQUESTOR ".
021900     05  FIB-PRT-HDG-REQUESTOR PIC X(08).
022000     05  FILLER               PIC X(11)          VALUE
022100         "  SEQUENCE ".
022200     05  FIB-PRT-HDG-SEQ-ID   PIC X(08).
022300     05  FILLER               PIC X(08)          VALUE
022400         "  SEEDS ".
022500     05  FIB-PRT-HDG-SEEDS    PIC X(41).
022600     05  FILLER               PIC X(02)          VALUE SPACES.
022700     05  FIB-PRT-HDG-CONT     PIC X(11).
022800     05  FILLER               PIC X(33)          VALUE SPACES.
022900 01  FIB-PRT-SEED-PAIR.
023000     05  FIB-PRT-SEED-1       PIC Z(17)9.
023100     05  FILLER               PIC X(05)          VALUE
023200         " AND ".
023300     05  FIB-PRT-SEED-2       PIC Z(17)9.
023400 01  FIB-PRT-HEADING-3.
023500     05  FILLER               PIC X(16)          VALUE
023600         "  TERM".
023700     05  FILLER               PIC X(62)          VALUE
023800         "VALUE (FIVE-DIGIT GROUPS, WRAPPED WHEN LONG)".
023900     05  FILLER               PIC X(54)          VALUE
024000         "FLAG".
024100 01  FIB-PRT-COVER-CARD-LINE.
024200     05  FILLER               PIC X(04)          VALUE SPACES.
024300     05  FIB-PRT-CVR-REQUESTOR PIC X(08).
024400     05  FILLER               PIC X(02)          VALUE SPACES.
024500     05  FIB-PRT-CVR-SEQ-ID   PIC X(08).
024600     05  FILLER               PIC X(08)          VALUE
024700         "  BOUND ".
024800     05  FIB-PRT-CVR-BOUND    PIC X(04).
024900     05  FILLER               PIC X(02)          VALUE SPACES.
025000     05  FIB-PRT-CVR-STATUS   PIC X(12).
025100     05  FIB-PRT-CVR-REASON   PIC X(30).
025200     05  FILLER               PIC X(54)          VALUE SPACES.
025300 01  FIB-PRT-TERM-LINE.
025400     05  FILLER               PIC X(02)          VALUE SPACES.
025500     05  FIB-PRT-TERM-LIT-1   PIC X(04).
025600     05  FIB-PRT-TERM-I       PIC X(04).
025700     05  FIB-PRT-TERM-LIT-2   PIC X(04).
025800     05  FILLER               PIC X(02)          VALUE SPACES.
025900     05  FIB-PRT-TERM-GROUPS.
026000         10  FIB-PRT-TERM-SLOT    OCCURS 10 TIMES.
026100             15  FIB-PRT-TERM-GROUP   PIC X(05).
026200             15  FILLER               PIC X(01).
026300     05  FILLER               PIC X(02)          VALUE SPACES.
026400     05  FIB-PRT-TERM-FLAG    PIC X(18).
026500     05  FILLER               PIC X(36)          VALUE SPACES.
026600 01  FIB-PRT-TEXT-LINE.
026700     05  FIB-PRT-TEXT         PIC X(132).
026800 01  FIB-PRT-CLOSE-COUNT-LINE.
026900     05  FIB-PRT-CLOSE-DESC   PIC X(36).
027000     05  FIB-PRT-CLOSE-COUNT  PIC Z(8)9.
027100     05  FILLER               PIC X(87)          VALUE SPACES.
027200 01  FIB-PRT-CLOSE-TEXT-LINE.
027300     05  FIB-PRT-CLOSE-LABEL  PIC X(36).
027400     05  FIB-PRT-CLOSE-VALUE  PIC X(12).
027500     05  FIB-PRT-CLOSE-REASON PIC X(30).
027600     05  FILLER               PIC X(54)          VALUE SPACES.
027700
027800 PROCEDURE DIVISION.
027900*
028000****************************************************
028100**  0000-MAINLINE                                  *
028200****************************************************
028300 0000-MAINLINE.
028400     PERFORM 1000-INITIALIZE      THRU 1000-EXIT.
028500     IF NOT FIB-PR-ABORTED
028600         PERFORM 1500-PRINT-COVER THRU 1500-EXIT
028700         PERFORM 2000-PRINT-ONE-LINE THRU 2000-EXIT
028800             UNTIL FIB-REPORT-EOF
028900         IF FIB-PR-IN-SECTION
029000             PERFORM 2700-CLOSE-SECTION THRU 2700-EXIT
029100         END-IF
029200         PERFORM 2800-PRINT-UNREPORTED THRU 2800-EXIT
029300             VARYING FIB-PR-SUB FROM 1 BY 1
029400             UNTIL FIB-PR-SUB > FIB-PR-ACK-COUNT
029500         PERFORM 2900-PRINT-CONTROL-PAGE THRU 2900-EXIT
029600     END-IF.
029700     PERFORM 3000-TERMINATE       THRU 3000-EXIT.
029800     STOP RUN.
029900*
030000****************************************************
030100**  1000-INITIALIZE - FIND THE RUN DATE (THE LAST  *
030200**  FIBRUN AUDIT RECORD'S) AND TONIGHT'S TYPE-R    *
030300**  VERDICTS, LOAD TONIGHT'S ACKNOWLEDGMENTS AND   *
030400**  THE DECK'S SEED PAIRS, THEN OPEN THE REPORT.   *
030500**  NO RUN LOG OR NO REPORT MEANS NOTHING TO PRINT *
030600**  - SAID ON THE PRINT FILE, RC 8.                *
030700****************************************************
030800 1000-INITIALIZE.
030900     OPEN OUTPUT FIB-PRINT-FILE.
031000     OPEN INPUT FIB-RUN-LOG-FILE.
031100     IF FIB-RUN-LOG-FILE-OK
031200         PERFORM 1100-SCAN-RUN-LOG THRU 1100-EXIT
031300             UNTIL FIB-RUN-LOG-EOF
031400         CLOSE FIB-RUN-LOG-FILE
031500     END-IF.
031600     IF NOT FIB-RUN-FOUND
031700         MOVE "NO FIBRUN AUDIT RECORD - CANNOT TELL WHICH RUN "
031800             TO FIB-PRT-TEXT
031900         WRITE FIB-PRINT-LINE FROM FIB-PRT-TEXT-LINE
032000             AFTER ADVANCING 1 LINE
032100         MOVE "DATE TO PRINT - NOTHING PRINTED" TO FIB-PRT-TEXT
032200         WRITE FIB-PRINT-LINE FROM FIB-PRT-TEXT-LINE
032300             AFTER ADVANCING 1 LINE
032400         DISPLAY "FIBRPTPRINT: NO FIBRUN AUDIT RECORD - "
032500             "NOTHING PRINTED"
032600         MOVE 8 TO RETURN-CODE
032700         SET FIB-PR-ABORTED TO TRUE
032800         GO TO 1000-EXIT
032900     END-IF.
033000     MOVE FIB-PR-RUN-DATE TO FIB-PR-DATE-IMAGE.
033050     PERFORM 1400-START-RUN-STATE THRU 1400-EXIT.
033100     OPEN INPUT FIB-ACK-FILE.
033200     IF FIB-ACK-FILE-OK
033300         PERFORM 1200-LOAD-ONE-ACK THRU 1200-EXIT
033400             UNTIL FIB-ACK-EOF
033500         CLOSE FIB-ACK-FILE
033600     END-IF.
033700     OPEN INPUT FIB-PARM-FILE.
033800     IF FIB-PARM-FILE-OK
033900         PERFORM 1300-LOAD-ONE-CARD THRU 1300-EXIT
034000             UNTIL FIB-PARM-EOF
034100         CLOSE FIB-PARM-FILE
034200     END-IF.
034300     OPEN INPUT FIB-REPORT-FILE.
034400     IF NOT FIB-REPORT-FILE-OK
034500         MOVE "FIBRPT COULD NOT BE OPENED - NOTHING PRINTED"
034600             TO FIB-PRT-TEXT
034700         WRITE FIB-PRINT-LINE FROM FIB-PRT-TEXT-LINE
034800             AFTER ADVANCING 1 LINE
034900         DISPLAY "FIBRPTPRINT: FIBRPT OPEN FAILED, STATUS = "
035000             FIB-REPORT-FILE-STATUS " - NOTHING PRINTED"
035100         MOVE 8 TO RETURN-CODE
035200         SET FIB-PR-ABORTED TO TRUE
035300     END-IF.
035400 1000-EXIT.
035500     EXIT.
035600*
035700****************************************************
035800**  1100-SCAN-RUN-LOG - THE LAST AUDIT RECORD'S    *
035900**  RUN DATE IS THE RUN UNDER PRINT.  THE LOG IS   *
036000**  IN RUN ORDER, SO THE TYPE-R TABLE IS STARTED   *
036100**  AFRESH EACH TIME THE DATE MOVES ON - WHAT IS   *
036200**  LEFT AT END OF LOG IS TONIGHT'S.               *
036300****************************************************
036400 1100-SCAN-RUN-LOG.
036500     READ FIB-RUN-LOG-FILE
036600         AT END
036700             SET FIB-RUN-LOG-EOF TO TRUE
036800         NOT AT END
036900             IF FIB-RLOG-RUN-DATE NOT = FIB-PR-RUN-DATE
037000                 MOVE FIB-RLOG-RUN-DATE TO FIB-PR-RUN-DATE
037100                 MOVE ZERO TO FIB-PR-RUN-COUNT
037200             END-IF
037300             SET FIB-RUN-FOUND TO TRUE
037400             IF FIB-RLOG-IS-REQUEST
037500                 PERFORM 1110-TAKE-REQUEST THRU 1110-EXIT
037600             END-IF
037700     END-READ.
037800 1100-EXIT.
037900     EXIT.
038000*
038100****************************************************
038200**  1110-TAKE-REQUEST - ONE TYPE-R RECORD INTO ITS *
038300**  REQUESTOR'S SLOT.  A RESUMED REQUEST LOGGED    *
038400**  TWICE KEEPS THE LATER VERDICT.                 *
038500****************************************************
038600 1110-TAKE-REQUEST.
038700     MOVE ZERO TO FIB-PR-HIT.
038800     PERFORM 1111-MATCH-ONE-RUN THRU 1111-EXIT
038900         VARYING FIB-PR-SUB FROM 1 BY 1
039000         UNTIL FIB-PR-SUB > FIB-PR-RUN-COUNT
039100            OR FIB-PR-HIT > ZERO.
039200     IF FIB-PR-HIT = ZERO
039300         IF FIB-PR-RUN-COUNT >= 50
039400             GO TO 1110-EXIT
039500         END-IF
039600         ADD 1 TO FIB-PR-RUN-COUNT
039700         MOVE FIB-PR-RUN-COUNT TO FIB-PR-HIT
039800         MOVE FIB-RLOG-REQUESTOR
039900             TO FIB-PR-RUN-REQUESTOR(FIB-PR-HIT)
040000         MOVE FIB-RLOG-SEQ-ID TO FIB-PR-RUN-SEQ-ID(FIB-PR-HIT)
040100     END-IF.
040200     MOVE FIB-RLOG-RECON-SW TO FIB-PR-RUN-RECON-SW(FIB-PR-HIT).
040300 1110-EXIT.
040400     EXIT.
040500*
040600****************************************************
040700**  1111-MATCH-ONE-RUN - COMPARE ONE SLOT.         *
040800****************************************************
040900 1111-MATCH-ONE-RUN.
041000     IF FIB-PR-RUN-REQUESTOR(FIB-PR-SUB) = FIB-RLOG-REQUESTOR
041100        AND FIB-PR-RUN-SEQ-ID(FIB-PR-SUB) = FIB-RLOG-SEQ-ID
041200         MOVE FIB-PR-SUB TO FIB-PR-HIT
041300     END-IF.
041400 1111-EXIT.
041500     EXIT.
041600*
041700****************************************************
041800**  1200-LOAD-ONE-ACK - ONE OF TONIGHT'S CARD      *
041900**  ACKNOWLEDGMENTS INTO THE TABLE.                *
042000****************************************************
042100 1200-LOAD-ONE-ACK.
042200     READ FIB-ACK-FILE
042300         AT END
042400             SET FIB-ACK-EOF TO TRUE
042500         NOT AT END
042600             IF FIB-ACK-RUN-DATE = FIB-PR-RUN-DATE
042700                AND FIB-PR-ACK-COUNT < 50
042800                 ADD 1 TO FIB-PR-ACK-COUNT
042900                 MOVE FIB-ACK-REQUESTOR
043000                     TO FIB-PR-ACK-REQUESTOR(FIB-PR-ACK-COUNT)
043100                 MOVE FIB-ACK-SEQ-ID
043200                     TO FIB-PR-ACK-SEQ-ID(FIB-PR-ACK-COUNT)
043300                 MOVE FIB-ACK-BOUND-IMAGE
043400                     TO FIB-PR-ACK-BOUND(FIB-PR-ACK-COUNT)
043500                 MOVE FIB-ACK-STATUS-SW
043600                     TO FIB-PR-ACK-STATUS-SW(FIB-PR-ACK-COUNT)
043700                 MOVE FIB-ACK-REASON
043800                     TO FIB-PR-ACK-REASON(FIB-PR-ACK-COUNT)
043900                 MOVE "N"
044000                     TO FIB-PR-ACK-PRINTED-SW(FIB-PR-ACK-COUNT)
044100             END-IF
044200     END-READ.
044300 1200-EXIT.
044400     EXIT.
044500*
044600****************************************************
044700**  1300-LOAD-ONE-CARD - ONE DECK CARD'S SEED      *
044800**  PAIR INTO THE TABLE.                           *
044900****************************************************
045000 1300-LOAD-ONE-CARD.
045100     READ FIB-PARM-FILE
045200         AT END
045300             SET FIB-PARM-EOF TO TRUE
045400         NOT AT END
045500             IF FIB-PR-DECK-COUNT < 50
045600                 ADD 1 TO FIB-PR-DECK-COUNT
045700                 MOVE FIB-PARM-REQUESTOR
045800                     TO FIB-PR-DECK-REQUESTOR(FIB-PR-DECK-COUNT)
045900                 MOVE FIB-PARM-SEQ-ID
046000                     TO FIB-PR-DECK-SEQ-ID(FIB-PR-DECK-COUNT)
046100                 MOVE FIB-PARM-SEED-1
046200                     TO FIB-PR-DECK-SEED-1(FIB-PR-DECK-COUNT)
046300                 MOVE FIB-PARM-SEED-2
046400                     TO FIB-PR-DECK-SEED-2(FIB-PR-DECK-COUNT)
046500             END-IF
046600     END-READ.
046700 1300-EXIT.
046800     EXIT.
046900*
046901*
046902****************************************************
046903**  1400-START-RUN-STATE - STAMP STEP "PRNT" "S"   *
046904**  FOR THE NIGHT, WITH ITS START TIME.  TIMING    *
046905**  ONLY - A "C" FROM AN EARLIER ATTEMPT DOES NOT  *
046906**  BYPASS THE STEP.  A FILE THAT WILL NOT OPEN IS *
046907**  WARNED ON AND THE STEP RUNS UNTIMED.           *
046908****************************************************
046909 1400-START-RUN-STATE.
046910     OPEN I-O FIB-STATE-FILE.
046911     IF NOT FIB-STATE-FILE-OK
046912         DISPLAY "FIBRPTPRINT: FIBSTATE COULD NOT BE OPENED, "
046913             "STATUS = " FIB-STATE-FILE-STATUS
046914             " - RUN STATE NOT TRACKED"
046915         GO TO 1400-EXIT
046916     END-IF.
046917     PERFORM 1410-READ-STATE THRU 1410-EXIT.
046918     SET FIB-STATE-STARTED TO TRUE.
046919     MOVE ZERO TO FIB-STATE-RC.
046920     PERFORM 1420-STORE-STATE THRU 1420-EXIT.
046921     CLOSE FIB-STATE-FILE.
046922     SET FIB-STATE-TRACKED TO TRUE.
046923 1400-EXIT.
046924     EXIT.
046925*
046926****************************************************
046927**  1410-READ-STATE - STEP "PRNT"'S RECORD FOR THE *
046928**  NIGHT, IF ANY.  ON NOT-FOUND THE RECORD AREA   *
046929**  IS SET UP FOR A NEW RECORD.                    *
046930****************************************************
046931 1410-READ-STATE.
046932     MOVE FIB-PR-RUN-DATE TO FIB-STATE-RUN-DATE.
046933     MOVE "PRNT"          TO FIB-STATE-STEP.
046934     MOVE SPACES          TO FIB-STATE-REQUESTOR.
046935     READ FIB-STATE-FILE
046936         INVALID KEY
046937             MOVE "N" TO FIB-STATE-FOUND-SW
046938             MOVE SPACES          TO FIB-STATE-RECORD
046939             MOVE FIB-PR-RUN-DATE TO FIB-STATE-RUN-DATE
046940             MOVE "PRNT"          TO FIB-STATE-STEP
046941         NOT INVALID KEY
046942             SET FIB-STATE-FOUND TO TRUE
046943     END-READ.
046944 1410-EXIT.
046945     EXIT.
046946*
046947****************************************************
046948**  1420-STORE-STATE - STAMP AND WRITE (OR         *
046949**  REWRITE) THE STATE RECORD THE CALLER HAS SET.  *
046950****************************************************
046951 1420-STORE-STATE.
046952     ACCEPT FIB-STATE-DATE FROM DATE YYYYMMDD.
046953     ACCEPT FIB-STATE-TIME-RAW FROM TIME.
046954     MOVE FIB-STATE-TIME-RAW(1:6) TO FIB-STATE-TIME.
046955     MOVE "FIBRPTPR"  TO FIB-STATE-PROGRAM.
046956     MOVE SPACES      TO FIB-STATE-OPERATOR.
046957     IF FIB-STATE-STARTED
046958         MOVE FIB-STATE-DATE TO FIB-STATE-BEGIN-DATE
046959         MOVE FIB-STATE-TIME TO FIB-STATE-BEGIN-TIME
046960     END-IF.
046961     IF FIB-STATE-BEGIN-DATE NOT NUMERIC
046962         MOVE ZERO TO FIB-STATE-BEGIN-DATE
046963         MOVE ZERO TO FIB-STATE-BEGIN-TIME
046964     END-IF.
046965     IF FIB-STATE-FOUND
046966         REWRITE FIB-STATE-RECORD
046967     ELSE
046968         WRITE FIB-STATE-RECORD
046969     END-IF.
046970     IF NOT FIB-STATE-FILE-OK
046971         DISPLAY "FIBRPTPRINT: FIBSTATE NOT UPDATED, STATUS = "
046972             FIB-STATE-FILE-STATUS
046973     END-IF.
046974 1420-EXIT.
046975     EXIT.
047000****************************************************
047100**  1500-PRINT-COVER - THE COVER SHEET: THE RUN    *
047200**  DATE AND EVERY CARD ON TONIGHT'S DECK WITH ITS *
047300**  FIBACK FATE, SO THE PAGES THAT FOLLOW CAN BE   *
047400**  CHECKED OFF AS THEY ARE HANDED OUT.            *
047500****************************************************
047600 1500-PRINT-COVER.
047700     MOVE FIB-PR-RUN-DATE TO FIB-PRT-HDG-DATE.
047800     MOVE 1 TO FIB-PR-PAGE-NO.
047900     MOVE FIB-PR-PAGE-NO TO FIB-PRT-HDG-PAGE.
048000     WRITE FIB-PRINT-LINE FROM FIB-PRT-HEADING-1
048100         AFTER ADVANCING PAGE.
048200     MOVE SPACES TO FIB-PRT-TEXT.
048300     WRITE FIB-PRINT-LINE FROM FIB-PRT-TEXT-LINE
048400         AFTER ADVANCING 1 LINE.
048500     MOVE "COVER SHEET - ONE SECTION FOLLOWS PER CARD ON THE "
048600         TO FIB-PRT-TEXT.
048700     MOVE "DECK, EACH STARTING ON A NEW PAGE"
048800         TO FIB-PRT-TEXT(51:33).
048900     WRITE FIB-PRINT-LINE FROM FIB-PRT-TEXT-LINE
049000         AFTER ADVANCING 1 LINE.
049100     MOVE SPACES TO FIB-PRT-TEXT.
049200     WRITE FIB-PRINT-LINE FROM FIB-PRT-TEXT-LINE
049300         AFTER ADVANCING 1 LINE.
049400     MOVE "CARDS ACKNOWLEDGED FOR THIS RUN:" TO FIB-PRT-TEXT.
049500     WRITE FIB-PRINT-LINE FROM FIB-PRT-TEXT-LINE
049600         AFTER ADVANCING 1 LINE.
049700     PERFORM 1510-PRINT-COVER-CARD THRU 1510-EXIT
049800         VARYING FIB-PR-SUB FROM 1 BY 1
049900         UNTIL FIB-PR-SUB > FIB-PR-ACK-COUNT.
050000     IF FIB-PR-ACK-COUNT = ZERO
050100         MOVE "    (NO FIBACK RECORDS FOR THIS RUN DATE)"
050200             TO FIB-PRT-TEXT
050300         WRITE FIB-PRINT-LINE FROM FIB-PRT-TEXT-LINE
050400             AFTER ADVANCING 1 LINE
050500     END-IF.
050600 1500-EXIT.
050700     EXIT.
050800*
050900****************************************************
051000**  1510-PRINT-COVER-CARD - ONE CARD'S LINE.       *
051100****************************************************
051200 1510-PRINT-COVER-CARD.
051300     MOVE FIB-PR-ACK-REQUESTOR(FIB-PR-SUB)
051400         TO FIB-PRT-CVR-REQUESTOR.
051500     MOVE FIB-PR-ACK-SEQ-ID(FIB-PR-SUB) TO FIB-PRT-CVR-SEQ-ID.
051600     MOVE FIB-PR-ACK-BOUND(FIB-PR-SUB)  TO FIB-PRT-CVR-BOUND.
051700     MOVE FIB-PR-SUB TO FIB-PR-ACK-HIT.
051800     PERFORM 2750-SET-ACK-STATUS THRU 2750-EXIT.
051900     MOVE FIB-PRT-CLOSE-VALUE  TO FIB-PRT-CVR-STATUS.
052000     MOVE FIB-PRT-CLOSE-REASON TO FIB-PRT-CVR-REASON.
052100     WRITE FIB-PRINT-LINE FROM FIB-PRT-COVER-CARD-LINE
052200         AFTER ADVANCING 1 LINE.
052300 1510-EXIT.
052400     EXIT.
052500*
052600****************************************************
052700**  2000-PRINT-ONE-LINE - ONE FIBRPT LINE.  LINES  *
052800**  FROM ANY OTHER NIGHT (NOT YET ROLLED OFF BY    *
052900**  FibWorkRoll) ARE COUNTED AND PASSED OVER.  A   *
053000**  CHANGE OF REQUESTOR OR SEQUENCE CLOSES THE     *
053100**  OPEN SECTION AND STARTS THE NEXT ON A NEW      *
053200**  PAGE.                                          *
053300****************************************************
053400 2000-PRINT-ONE-LINE.
053500     READ FIB-REPORT-FILE
053600         AT END
053700             SET FIB-REPORT-EOF TO TRUE
053800             GO TO 2000-EXIT
053900     END-READ.
054000     ADD 1 TO FIB-PR-LINES-READ.
054100     IF FIB-RPT-RUN-DATE NOT = FIB-PR-DATE-IMAGE
054200         ADD 1 TO FIB-PR-LINES-OTHER
054300         GO TO 2000-EXIT
054400     END-IF.
054500     IF NOT FIB-PR-IN-SECTION
054600        OR FIB-RPT-REQUESTOR NOT = FIB-PR-CUR-REQUESTOR
054700        OR FIB-RPT-SEQ-ID NOT = FIB-PR-CUR-SEQ-ID
054800         IF FIB-PR-IN-SECTION
054900             PERFORM 2700-CLOSE-SECTION THRU 2700-EXIT
055000         END-IF
055100         MOVE FIB-RPT-REQUESTOR TO FIB-PR-CUR-REQUESTOR
055200         MOVE FIB-RPT-SEQ-ID    TO FIB-PR-CUR-SEQ-ID
055300         PERFORM 2100-OPEN-SECTION THRU 2100-EXIT
055400     END-IF.
055500     PERFORM 2300-PRINT-TERM THRU 2300-EXIT.
055600 2000-EXIT.
055700     EXIT.
055800*
055900****************************************************
056000**  2100-OPEN-SECTION - FIND THE CARD'S FIBACK,    *
056100**  FIBRUN AND DECK ENTRIES, ZERO THE SECTION      *
056200**  COUNTS AND START PAGE ONE OF THE SECTION.      *
056300****************************************************
056400 2100-OPEN-SECTION.
056500     SET FIB-PR-IN-SECTION TO TRUE.
056600     ADD 1 TO FIB-PR-SECTION-COUNT.
056700     MOVE ZERO TO FIB-PR-SEC-TERMS.
056800     MOVE ZERO TO FIB-PR-SEC-OFLOWS.
056900     MOVE ZERO TO FIB-PR-PAGE-NO.
057000     MOVE ZERO TO FIB-PR-ACK-HIT.
057100     PERFORM 2110-MATCH-ONE-ACK THRU 2110-EXIT
057200         VARYING FIB-PR-SUB FROM 1 BY 1
057300         UNTIL FIB-PR-SUB > FIB-PR-ACK-COUNT
057400            OR FIB-PR-ACK-HIT > ZERO.
057500     IF FIB-PR-ACK-HIT > ZERO
057600         MOVE "Y" TO FIB-PR-ACK-PRINTED-SW(FIB-PR-ACK-HIT)
057700     END-IF.
057800     MOVE ZERO TO FIB-PR-RUN-HIT.
057900     PERFORM 2120-MATCH-ONE-RUN THRU 2120-EXIT
058000         VARYING FIB-PR-SUB FROM 1 BY 1
058100         UNTIL FIB-PR-SUB > FIB-PR-RUN-COUNT
058200            OR FIB-PR-RUN-HIT > ZERO.
058300     MOVE ZERO TO FIB-PR-DECK-HIT.
058400     PERFORM 2130-MATCH-ONE-CARD THRU 2130-EXIT
058500         VARYING FIB-PR-SUB FROM 1 BY 1
058600         UNTIL FIB-PR-SUB > FIB-PR-DECK-COUNT
058700            OR FIB-PR-DECK-HIT > ZERO.
058800     MOVE FIB-PR-CUR-REQUESTOR TO FIB-PRT-HDG-REQUESTOR.
058900     MOVE FIB-PR-CUR-SEQ-ID    TO FIB-PRT-HDG-SEQ-ID.
059000     IF FIB-PR-DECK-HIT > ZERO
059100         MOVE FIB-PR-DECK-SEED-1(FIB-PR-DECK-HIT)
059200             TO FIB-PRT-SEED-1
059300         MOVE FIB-PR-DECK-SEED-2(FIB-PR-DECK-HIT)
059400             TO FIB-PRT-SEED-2
059500         MOVE FIB-PRT-SEED-PAIR TO FIB-PRT-HDG-SEEDS
059600     ELSE
059700         MOVE "(CARD NO LONGER ON THE DECK)"
059800             TO FIB-PRT-HDG-SEEDS
059900     END-IF.
060000     MOVE SPACES TO FIB-PRT-HDG-CONT.
060100     PERFORM 2200-PRINT-HEADINGS THRU 2200-EXIT.
060200 2100-EXIT.
060300     EXIT.
060400*
060500****************************************************
060600**  2110-MATCH-ONE-ACK - COMPARE ONE FIBACK SLOT.  *
060700****************************************************
060800 2110-MATCH-ONE-ACK.
060900     IF FIB-PR-ACK-REQUESTOR(FIB-PR-SUB) = FIB-PR-CUR-REQUESTOR
061000        AND FIB-PR-ACK-SEQ-ID(FIB-PR-SUB) = FIB-PR-CUR-SEQ-ID
061100         MOVE FIB-PR-SUB TO FIB-PR-ACK-HIT
061200     END-IF.
061300 2110-EXIT.
061400     EXIT.
061500*
061600****************************************************
061700**  2120-MATCH-ONE-RUN - COMPARE ONE TYPE-R SLOT.  *
061800****************************************************
061900 2120-MATCH-ONE-RUN.
062000     IF FIB-PR-RUN-REQUESTOR(FIB-PR-SUB) = FIB-PR-CUR-REQUESTOR
062100        AND FIB-PR-RUN-SEQ-ID(FIB-PR-SUB) = FIB-PR-CUR-SEQ-ID
062200         MOVE FIB-PR-SUB TO FIB-PR-RUN-HIT
062300     END-IF.
062400 2120-EXIT.
062500     EXIT.
062600*
062700****************************************************
062800**  2130-MATCH-ONE-CARD - COMPARE ONE DECK SLOT.   *
062900**  THE SEEDS ARE ONLY TRUSTED IF THE CARD STILL   *
063000**  NAMES THE SEQUENCE THE LINES WERE RUN FOR.     *
063100****************************************************
063200 2130-MATCH-ONE-CARD.
063300     IF FIB-PR-DECK-REQUESTOR(FIB-PR-SUB) = FIB-PR-CUR-REQUESTOR
063400        AND FIB-PR-DECK-SEQ-ID(FIB-PR-SUB) = FIB-PR-CUR-SEQ-ID
063500         MOVE FIB-PR-SUB TO FIB-PR-DECK-HIT
063600     END-IF.
063700 2130-EXIT.
063800     EXIT.
063900*
064000****************************************************
064100**  2200-PRINT-HEADINGS - START A NEW PAGE OF THE  *
064200**  OPEN SECTION.  PAGES NUMBER FROM ONE WITHIN    *
064300**  EACH SECTION, SO EACH REQUESTOR'S PAGES STAND  *
064400**  ALONE ONCE THEY ARE SEPARATED.                 *
064500****************************************************
064600 2200-PRINT-HEADINGS.
064700     ADD 1 TO FIB-PR-PAGE-NO.
064800     MOVE FIB-PR-PAGE-NO TO FIB-PRT-HDG-PAGE.
064900     IF FIB-PR-PAGE-NO > 1
065000         MOVE "(CONTINUED)" TO FIB-PRT-HDG-CONT
065100     END-IF.
065200     WRITE FIB-PRINT-LINE FROM FIB-PRT-HEADING-1
065300         AFTER ADVANCING PAGE.
065400     WRITE FIB-PRINT-LINE FROM FIB-PRT-HEADING-2
065500         AFTER ADVANCING 1 LINE.
065600     MOVE SPACES TO FIB-PRT-TEXT.
065700     WRITE FIB-PRINT-LINE FROM FIB-PRT-TEXT-LINE
065800         AFTER ADVANCING 1 LINE.
065900     WRITE FIB-PRINT-LINE FROM FIB-PRT-HEADING-3
066000         AFTER ADVANCING 1 LINE.
066100     MOVE SPACES TO FIB-PRT-TEXT.
066200     WRITE FIB-PRINT-LINE FROM FIB-PRT-TEXT-LINE
066300         AFTER ADVANCING 1 LINE.
066400     MOVE 5 TO FIB-PR-LINE-COUNT.
066500 2200-EXIT.
066600     EXIT.
066700*
066800****************************************************
066900**  2300-PRINT-TERM - ONE TERM.  THE STRIPPED      *
067000**  VALUE IS RIGHT-ALIGNED IN THE WRAP AREA SO THE *
067100**  DIGIT GROUPS LINE UP BY MAGNITUDE; ROWS ABOVE  *
067200**  THE FIRST DIGIT ARE NOT PRINTED.  A TERM IS    *
067300**  NEVER SPLIT ACROSS A PAGE BREAK.               *
067400****************************************************
067500 2300-PRINT-TERM.
067600     MOVE ZERO TO FIB-PR-DIGIT-LEN.
067700     INSPECT FIB-RPT-RESULT TALLYING FIB-PR-DIGIT-LEN
067800         FOR CHARACTERS BEFORE INITIAL SPACE.
067900     IF FIB-PR-DIGIT-LEN = ZERO
068000         MOVE 1 TO FIB-PR-DIGIT-LEN
068100     END-IF.
068200     MOVE SPACES TO FIB-PR-WRAP-AREA.
068300     MOVE FIB-RPT-RESULT(1:FIB-PR-DIGIT-LEN)
068400         TO FIB-PR-WRAP-AREA(151 - FIB-PR-DIGIT-LEN:
068500                             FIB-PR-DIGIT-LEN).
068600     COMPUTE FIB-PR-ROWS-NEEDED =
068700         (FIB-PR-DIGIT-LEN + 49) / 50.
068800     IF FIB-PR-LINE-COUNT + FIB-PR-ROWS-NEEDED
068900        > FIB-PR-PAGE-DEPTH
069000         PERFORM 2200-PRINT-HEADINGS THRU 2200-EXIT
069100     END-IF.
069200     MOVE FIB-RPT-LIT-1 TO FIB-PRT-TERM-LIT-1.
069300     MOVE FIB-RPT-I     TO FIB-PRT-TERM-I.
069400     MOVE FIB-RPT-LIT-2 TO FIB-PRT-TERM-LIT-2.
069500     MOVE FIB-RPT-FLAG  TO FIB-PRT-TERM-FLAG.
069600     SET FIB-PR-FIRST-ROW TO TRUE.
069700     PERFORM 2310-PRINT-ONE-ROW THRU 2310-EXIT
069800         VARYING FIB-PR-ROW FROM 1 BY 1
069900         UNTIL FIB-PR-ROW > 3.
070000     ADD 1 TO FIB-PR-SEC-TERMS.
070100     ADD 1 TO FIB-PR-TERMS-PRINTED.
070200     IF FIB-RPT-FLAG NOT = SPACES
070300         ADD 1 TO FIB-PR-SEC-OFLOWS
070400     END-IF.
070500 2300-EXIT.
070600     EXIT.
070700*
070800****************************************************
070900**  2310-PRINT-ONE-ROW - ONE FIFTY-DIGIT ROW OF    *
071000**  THE VALUE.  THE TERM LABEL AND FLAG RIDE ON    *
071100**  THE FIRST ROW PRINTED; CONTINUATION ROWS       *
071200**  CARRY THE DIGITS ALONE.                        *
071300****************************************************
071400 2310-PRINT-ONE-ROW.
071500     IF FIB-PR-WRAP-ROW(FIB-PR-ROW) = SPACES
071600         GO TO 2310-EXIT
071700     END-IF.
071800     MOVE SPACES TO FIB-PRT-TERM-GROUPS.
071900     PERFORM 2320-MOVE-ONE-GROUP THRU 2320-EXIT
072000         VARYING FIB-PR-GRP FROM 1 BY 1
072100         UNTIL FIB-PR-GRP > 10.
072200     WRITE FIB-PRINT-LINE FROM FIB-PRT-TERM-LINE
072300         AFTER ADVANCING 1 LINE.
072400     ADD 1 TO FIB-PR-LINE-COUNT.
072500     IF FIB-PR-FIRST-ROW
072600         MOVE "N"    TO FIB-PR-FIRST-ROW-SW
072700         MOVE SPACES TO FIB-PRT-TERM-LIT-1
072800         MOVE SPACES TO FIB-PRT-TERM-I
072900         MOVE SPACES TO FIB-PRT-TERM-LIT-2
073000         MOVE SPACES TO FIB-PRT-TERM-FLAG
073100     END-IF.
073200 2310-EXIT.
073300     EXIT.
073400*
073500****************************************************
073600**  2320-MOVE-ONE-GROUP - ONE FIVE-DIGIT GROUP.    *
073700****************************************************
073800 2320-MOVE-ONE-GROUP.
073900     MOVE FIB-PR-WRAP-GROUP(FIB-PR-ROW FIB-PR-GRP)
074000         TO FIB-PRT-TERM-GROUP(FIB-PR-GRP).
074100 2320-EXIT.
074200     EXIT.
074300*
074400****************************************************
074500**  2700-CLOSE-SECTION - THE SECTION'S CLOSING     *
074600**  LINES: TERMS PRINTED, OVERFLOW TERMS, THE      *
074700**  RECONCILIATION VERDICT AND THE FIBACK STATUS.  *
074800**  KEPT TOGETHER ON ONE PAGE.                     *
074900****************************************************
075000 2700-CLOSE-SECTION.
075100     IF FIB-PR-LINE-COUNT + FIB-PR-CLOSE-DEPTH
075200        > FIB-PR-PAGE-DEPTH
075300         PERFORM 2200-PRINT-HEADINGS THRU 2200-EXIT
075400     END-IF.
075500     MOVE SPACES TO FIB-PRT-TEXT.
075600     WRITE FIB-PRINT-LINE FROM FIB-PRT-TEXT-LINE
075700         AFTER ADVANCING 1 LINE.
075800     MOVE ALL "-" TO FIB-PRT-TEXT(1:76).
075900     WRITE FIB-PRINT-LINE FROM FIB-PRT-TEXT-LINE
076000         AFTER ADVANCING 1 LINE.
076100     MOVE SPACES TO FIB-PRT-TEXT.
076200     MOVE "END OF SECTION FOR REQUESTOR" TO FIB-PRT-TEXT.
076300     MOVE FIB-PR-CUR-REQUESTOR TO FIB-PRT-TEXT(30:8).
076400     MOVE "SEQUENCE"           TO FIB-PRT-TEXT(40:8).
076500     MOVE FIB-PR-CUR-SEQ-ID    TO FIB-PRT-TEXT(49:8).
076600     WRITE FIB-PRINT-LINE FROM FIB-PRT-TEXT-LINE
076700         AFTER ADVANCING 1 LINE.
076800     MOVE "  TERMS PRINTED:" TO FIB-PRT-CLOSE-DESC.
076900     MOVE FIB-PR-SEC-TERMS TO FIB-PRT-CLOSE-COUNT.
077000     WRITE FIB-PRINT-LINE FROM FIB-PRT-CLOSE-COUNT-LINE
077100         AFTER ADVANCING 1 LINE.
077200     MOVE "  OVERFLOW TERMS:" TO FIB-PRT-CLOSE-DESC.
077300     MOVE FIB-PR-SEC-OFLOWS TO FIB-PRT-CLOSE-COUNT.
077400     WRITE FIB-PRINT-LINE FROM FIB-PRT-CLOSE-COUNT-LINE
077500         AFTER ADVANCING 1 LINE.
077600     MOVE "  RECONCILIATION VERDICT:" TO FIB-PRT-CLOSE-LABEL.
077700     MOVE SPACES TO FIB-PRT-CLOSE-REASON.
077800     IF FIB-PR-RUN-HIT = ZERO
077900         MOVE "NOT LOGGED" TO FIB-PRT-CLOSE-VALUE
078000         MOVE "- NO TYPE-R FIBRUN RECORD"
078100             TO FIB-PRT-CLOSE-REASON
078200     ELSE
078300         IF FIB-PR-RUN-MISMATCH(FIB-PR-RUN-HIT)
078400             MOVE "MISMATCH"  TO FIB-PRT-CLOSE-VALUE
078500         ELSE
078600             MOVE "PASSED"    TO FIB-PRT-CLOSE-VALUE
078700         END-IF
078800     END-IF.
078900     WRITE FIB-PRINT-LINE FROM FIB-PRT-CLOSE-TEXT-LINE
079000         AFTER ADVANCING 1 LINE.
079100     MOVE "  FIBACK STATUS:" TO FIB-PRT-CLOSE-LABEL.
079200     PERFORM 2750-SET-ACK-STATUS THRU 2750-EXIT.
079300     WRITE FIB-PRINT-LINE FROM FIB-PRT-CLOSE-TEXT-LINE
079400         AFTER ADVANCING 1 LINE.
079500     ADD FIB-PR-CLOSE-DEPTH TO FIB-PR-LINE-COUNT.
079600     MOVE "N" TO FIB-PR-IN-SECTION-SW.
079700 2700-EXIT.
079800     EXIT.
079900*
080000****************************************************
080100**  2750-SET-ACK-STATUS - THE CARD'S FIBACK STATUS *
080200**  AND REASON INTO THE CLOSING TEXT FIELDS, FOR   *
080300**  THE ACKNOWLEDGMENT SLOT IN FIB-PR-ACK-HIT.     *
080400****************************************************
080500 2750-SET-ACK-STATUS.
080600     MOVE SPACES TO FIB-PRT-CLOSE-REASON.
080700     IF FIB-PR-ACK-HIT = ZERO
080800         MOVE "UNKNOWN"    TO FIB-PRT-CLOSE-VALUE
080900         MOVE "- NO FIBACK RECORD FOR THE CARD"
081000             TO FIB-PRT-CLOSE-REASON
081100         GO TO 2750-EXIT
081200     END-IF.
081300     IF FIB-PR-ACK-HONORED(FIB-PR-ACK-HIT)
081400         MOVE "HONORED"    TO FIB-PRT-CLOSE-VALUE
081500     ELSE
081600         IF FIB-PR-ACK-REJECTED(FIB-PR-ACK-HIT)
081700             MOVE "REJECTED"   TO FIB-PRT-CLOSE-VALUE
081800         ELSE
081900             IF FIB-PR-ACK-NOT-DUE(FIB-PR-ACK-HIT)
082000                 MOVE "NOT DUE"    TO FIB-PRT-CLOSE-VALUE
082100             ELSE
082200                 MOVE "UNKNOWN"    TO FIB-PRT-CLOSE-VALUE
082300             END-IF
082400         END-IF
082500     END-IF.
082600     MOVE FIB-PR-ACK-REASON(FIB-PR-ACK-HIT)
082700         TO FIB-PRT-CLOSE-REASON.
082800 2750-EXIT.
082900     EXIT.
083000*
083100****************************************************
083200**  2800-PRINT-UNREPORTED - A CARD THAT PRINTED NO *
083300**  LINES TONIGHT (REJECTED, NOT DUE, OR STOPPED   *
083400**  SHORT) STILL GETS ITS OWN PAGE SAYING SO, WITH *
083500**  THE USUAL CLOSING LINES.                       *
083600****************************************************
083700 2800-PRINT-UNREPORTED.
083800     IF FIB-PR-ACK-PRINTED(FIB-PR-SUB)
083900         GO TO 2800-EXIT
084000     END-IF.
084100     MOVE FIB-PR-ACK-REQUESTOR(FIB-PR-SUB)
084200         TO FIB-PR-CUR-REQUESTOR.
084300     MOVE FIB-PR-ACK-SEQ-ID(FIB-PR-SUB) TO FIB-PR-CUR-SEQ-ID.
084400     MOVE FIB-PR-SUB TO FIB-PR-HIT.
084500     PERFORM 2100-OPEN-SECTION THRU 2100-EXIT.
084600     MOVE FIB-PR-HIT TO FIB-PR-SUB.
084700     MOVE "  NO TERMS WERE PRINTED FOR THIS CARD ON THIS RUN"
084800         TO FIB-PRT-TEXT.
084900     WRITE FIB-PRINT-LINE FROM FIB-PRT-TEXT-LINE
085000         AFTER ADVANCING 1 LINE.
085100     ADD 1 TO FIB-PR-LINE-COUNT.
085200     PERFORM 2700-CLOSE-SECTION THRU 2700-EXIT.
085300 2800-EXIT.
085400     EXIT.
085500*
085600****************************************************
085700**  2900-PRINT-CONTROL-PAGE - THE LAST PAGE FOOTS  *
085800**  THE PRINT AGAINST THE REPORT LINES READ.       *
085900****************************************************
086000 2900-PRINT-CONTROL-PAGE.
086100     MOVE ZERO TO FIB-PR-PAGE-NO.
086200     MOVE SPACES TO FIB-PRT-HDG-REQUESTOR.
086300     MOVE SPACES TO FIB-PRT-HDG-SEQ-ID.
086400     MOVE SPACES TO FIB-PRT-HDG-SEEDS.
086500     MOVE SPACES TO FIB-PRT-HDG-CONT.
086600     ADD 1 TO FIB-PR-PAGE-NO.
086700     MOVE FIB-PR-PAGE-NO TO FIB-PRT-HDG-PAGE.
086800     WRITE FIB-PRINT-LINE FROM FIB-PRT-HEADING-1
086900         AFTER ADVANCING PAGE.
087000     MOVE SPACES TO FIB-PRT-TEXT.
087100     WRITE FIB-PRINT-LINE FROM FIB-PRT-TEXT-LINE
087200         AFTER ADVANCING 1 LINE.
087300     MOVE "REPORT CONTROL TOTALS:" TO FIB-PRT-TEXT.
087400     WRITE FIB-PRINT-LINE FROM FIB-PRT-TEXT-LINE
087500         AFTER ADVANCING 1 LINE.
087600     MOVE "  FIBRPT LINES READ:" TO FIB-PRT-CLOSE-DESC.
087700     MOVE FIB-PR-LINES-READ TO FIB-PRT-CLOSE-COUNT.
087800     WRITE FIB-PRINT-LINE FROM FIB-PRT-CLOSE-COUNT-LINE
087900         AFTER ADVANCING 1 LINE.
088000     MOVE "  LINES FROM OTHER NIGHTS (SKIPPED):"
088100         TO FIB-PRT-CLOSE-DESC.
088200     MOVE FIB-PR-LINES-OTHER TO FIB-PRT-CLOSE-COUNT.
088300     WRITE FIB-PRINT-LINE FROM FIB-PRT-CLOSE-COUNT-LINE
088400         AFTER ADVANCING 1 LINE.
088500     MOVE "  TERMS PRINTED:" TO FIB-PRT-CLOSE-DESC.
088600     MOVE FIB-PR-TERMS-PRINTED TO FIB-PRT-CLOSE-COUNT.
088700     WRITE FIB-PRINT-LINE FROM FIB-PRT-CLOSE-COUNT-LINE
088800         AFTER ADVANCING 1 LINE.
088900     MOVE "  REQUESTOR SECTIONS PRINTED:" TO FIB-PRT-CLOSE-DESC.
089000     MOVE FIB-PR-SECTION-COUNT TO FIB-PRT-CLOSE-COUNT.
089100     WRITE FIB-PRINT-LINE FROM FIB-PRT-CLOSE-COUNT-LINE
089200         AFTER ADVANCING 1 LINE.
089300     MOVE "  CARDS ACKNOWLEDGED:" TO FIB-PRT-CLOSE-DESC.
089400     MOVE FIB-PR-ACK-COUNT TO FIB-PRT-CLOSE-COUNT.
089500     WRITE FIB-PRINT-LINE FROM FIB-PRT-CLOSE-COUNT-LINE
089600         AFTER ADVANCING 1 LINE.
089700 2900-EXIT.
089800     EXIT.
089900*
090000****************************************************
090066**  3000-TERMINATE - CLOSE THE FILES AND STAMP     *
090132**  THE STEP'S END ON THE RUN-STATE FILE.          *
090200****************************************************
090300 3000-TERMINATE.
090400     IF NOT FIB-PR-ABORTED
090500         CLOSE FIB-REPORT-FILE
090600     END-IF.
090700     CLOSE FIB-PRINT-FILE.
090725     IF FIB-STATE-TRACKED
090750         PERFORM 3100-STAMP-RUN-STATE THRU 3100-EXIT
090775     END-IF.
090800 3000-EXIT.
090900     EXIT.
090904*
090908****************************************************
090912**  3100-STAMP-RUN-STATE - "C" IF THE REPORT       *
090916**  PRINTED CLEAN (RC 0), OTHERWISE "F".           *
090920****************************************************
090924 3100-STAMP-RUN-STATE.
090928     OPEN I-O FIB-STATE-FILE.
090932     IF NOT FIB-STATE-FILE-OK
090936         DISPLAY "FIBRPTPRINT: FIBSTATE COULD NOT BE OPENED, "
090940             "STATUS = " FIB-STATE-FILE-STATUS
090944             " - PRNT NOT MARKED"
090948         GO TO 3100-EXIT
090952     END-IF.
090956     PERFORM 1410-READ-STATE THRU 1410-EXIT.
090960     IF RETURN-CODE = ZERO
090964         SET FIB-STATE-COMPLETE TO TRUE
090968     ELSE
090972         SET FIB-STATE-FAILED TO TRUE
090976     END-IF.
090980     MOVE RETURN-CODE TO FIB-STATE-RC.
090984     PERFORM 1420-STORE-STATE THRU 1420-EXIT.
090988     CLOSE FIB-STATE-FILE.
090992 3100-EXIT.
090996     EXIT.
091000 END PROGRAM FibRptPrint.
