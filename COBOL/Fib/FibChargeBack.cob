000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. FibChargeBack.
000300 AUTHOR. R-HENSLEY.
000400 INSTALLATION. BATCH-PRODUCTION.
000500 DATE-WRITTEN. 10/15/2026.
000600 DATE-COMPILED.
000700*
000800*-----------------------------------------------------------------
000900*  MODIFICATION HISTORY
001000*-----------------------------------------------------------------
001100*  DATE       INIT  DESCRIPTION
001200*  10/15/26   RH    ORIGINAL PROGRAM.  FINANCE USED TO RETYPE THE
001300*                   PER-REQUESTOR COUNTS OFF THE FIBTREND PAGE
001400*                   INTO A SPREADSHEET TO WORK OUT EACH
001500*                   DEPARTMENT'S SHARE OF THE NIGHTLY WORKLOAD.
001600*                   THIS MONTH-END CHARGEBACK (JOB FIBCHGBK)
001700*                   READS THE FIBRUN TYPE-R RECORDS FOR AN
001800*                   OPERATOR-SUPPLIED MONTH, PRICES EACH
001900*                   REQUESTOR'S USAGE - TERMS COMPUTED,
002000*                   CHECKPOINT RESUMES, AND EXTRACT ROWS
002100*                   DELIVERED BY FibFeedSplit (FIBDLOG) - FROM
002200*                   THE FIBRATE RATE TABLE BY SEQUENCE AND
002300*                   UPPER-BOUND BAND, AND CHARGES IT TO THE
002400*                   REQUESTOR'S COST CENTER ON THE REQUESTOR
002500*                   MASTER (FIBRQST).  IT CUTS THE FIBCHGS
002600*                   STATEMENT (ONE SECTION PER COST CENTER) AND
002700*                   THE FIBGLJ JOURNAL (SEE FIBGLJ.CPY - A
002800*                   DEBIT PER COST CENTER, ONE CREDIT TO THE
002900*                   COMPUTING-SERVICES RECOVERY ACCOUNT), THEN
003000*                   PROVES STATEMENT TOTAL = JOURNAL DEBITS =
003100*                   JOURNAL CREDIT AND BILLED + UNBILLED TERMS =
003200*                   THE MONTH'S FIBRUN TERMS.  USAGE THAT
003300*                   CANNOT BE PRICED (NO RATE, OR A REQUESTOR
003400*                   NOT ON THE MASTER) IS LISTED UNBILLED, NEVER
003500*                   GUESSED AT, AND ENDS THE STEP RC 8; TOTALS
003600*                   THAT DO NOT PROVE END IT RC 16.
003614*  10/15/26   RH    THE NIGHT TABLE IS NOW KEYED ON SEQUENCE AS
003628*                   WELL AS RUN DATE AND REQUESTOR, SO A REQUESTOR
003642*                   WITH SEVERAL SEQUENCES ON ONE NIGHT HAS EACH
003656*                   SEQUENCE'S DELIVERED ROWS PRICED UNDER ITS OWN
003670*                   USAGE SLOT AND RATE.  A FULL NIGHT TABLE IS
003684*                   NOW DISPLAYED INSTEAD OF PASSED OVER SILENTLY.
003690*  10/15/26   RH    UNBILLED USAGE NOW SHOWS ITS TRUE REASON -
003694*                   REQUESTOR NOT ON MASTER, OR COST CENTER TABLE
003698*                   FULL - INSTEAD OF NO COST CENTER ON MASTER.
003700*-----------------------------------------------------------------
003800*
003900 ENVIRONMENT DIVISION.
004000 INPUT-OUTPUT SECTION.
004100 FILE-CONTROL.
004200     SELECT FIB-RUN-LOG-FILE  ASSIGN TO "FIBRUN"
004300         ORGANIZATION IS LINE SEQUENTIAL
004400         FILE STATUS IS FIB-RUN-LOG-FILE-STATUS.
004500
004600     SELECT FIB-DLOG-FILE     ASSIGN TO "FIBDLOG"
004700         ORGANIZATION IS LINE SEQUENTIAL
004800         FILE STATUS IS FIB-DLOG-FILE-STATUS.
004900
005000     SELECT FIB-RATE-FILE     ASSIGN TO "FIBRATE"
005100         ORGANIZATION IS LINE SEQUENTIAL
005200         FILE STATUS IS FIB-RATE-FILE-STATUS.
005300
005400     SELECT FIB-RQST-FILE     ASSIGN TO "FIBRQST"
005500         ORGANIZATION IS INDEXED
005600         ACCESS MODE IS RANDOM
005700         RECORD KEY IS FIB-RQST-REQUESTOR
005800         FILE STATUS IS FIB-RQST-FILE-STATUS.
005900
006000     SELECT FIB-CHGS-RPT-FILE ASSIGN TO "FIBCHGS"
006100         ORGANIZATION IS LINE SEQUENTIAL
006200         FILE STATUS IS FIB-CHGS-RPT-STATUS.
006300
006400     SELECT FIB-GLJ-FILE      ASSIGN TO "FIBGLJ"
006500         ORGANIZATION IS LINE SEQUENTIAL
006600         FILE STATUS IS FIB-GLJ-FILE-STATUS.
006700
006800 DATA DIVISION.
006900 FILE SECTION.
007000*
007100****************************************************
007200**  FIB-RUN-LOG-FILE - THE PERMANENT RUN-CONTROL   *
007300**  AUDIT LOG.  SEE FIBRUN.CPY.                    *
007400****************************************************
007500 FD  FIB-RUN-LOG-FILE.
007600     COPY FIBRUN.
007700*
007800****************************************************
007900**  FIB-DLOG-FILE - THE EXTRACT DELIVERY LOG.  SEE *
008000**  FIBDLOG.CPY.                                   *
008100****************************************************
008200 FD  FIB-DLOG-FILE.
008300     COPY FIBDLOG.
008400*
008500****************************************************
008600**  FIB-RATE-FILE - THE CHARGEBACK RATE TABLE.     *
008700**  SEE FIBRATE.CPY.                               *
008800****************************************************
008900 FD  FIB-RATE-FILE.
009000     COPY FIBRATE.
009100*
009200****************************************************
009300**  FIB-RQST-FILE - THE REQUESTOR MASTER, READ BY  *
009400**  KEY FOR EACH REQUESTOR'S COST CENTER.  SEE     *
009500**  FIBRQST.CPY.                                   *
009600****************************************************
009700 FD  FIB-RQST-FILE.
009800     COPY FIBRQST.
009900*
010000****************************************************
010100**  FIB-CHGS-RPT-FILE - THE CHARGEBACK STATEMENT.  *
010200****************************************************
010300 FD  FIB-CHGS-RPT-FILE.
010400 01  FIB-CHGS-RPT-LINE        PIC X(132).
010500*
010600****************************************************
010700**  FIB-GLJ-FILE - THE GL JOURNAL INTERFACE.  SEE  *
010800**  FIBGLJ.CPY.                                    *
010900****************************************************
011000 FD  FIB-GLJ-FILE.
011100     COPY FIBGLJ.
011200
011300 WORKING-STORAGE SECTION.
011400 01  FIB-RUN-LOG-FILE-STATUS  PIC X(02).
011500     88  FIB-RUN-LOG-FILE-OK         VALUE "00".
011600 01  FIB-DLOG-FILE-STATUS     PIC X(02).
011700     88  FIB-DLOG-FILE-OK            VALUE "00".
011800 01  FIB-RATE-FILE-STATUS     PIC X(02).
011900     88  FIB-RATE-FILE-OK            VALUE "00".
012000 01  FIB-RQST-FILE-STATUS     PIC X(02).
012100     88  FIB-RQST-FILE-OK            VALUE "00".
012200 01  FIB-CHGS-RPT-STATUS      PIC X(02).
012300     88  FIB-CHGS-RPT-OK             VALUE "00".
012400 01  FIB-GLJ-FILE-STATUS      PIC X(02).
012500     88  FIB-GLJ-FILE-OK             VALUE "00".
012600 01  FIB-RUN-LOG-EOF-SW       PIC X(01)          VALUE "N".
012700     88  FIB-RUN-LOG-EOF              VALUE "Y".
012800 01  FIB-DLOG-EOF-SW          PIC X(01)          VALUE "N".
012900     88  FIB-DLOG-EOF                 VALUE "Y".
013000 01  FIB-RATE-EOF-SW          PIC X(01)          VALUE "N".
013100     88  FIB-RATE-EOF                 VALUE "Y".
013200 01  FIB-CB-ABORT-SW          PIC X(01)          VALUE "N".
013300     88  FIB-CB-ABORTED               VALUE "Y".
013400 01  FIB-CB-DLOG-OPEN-SW      PIC X(01)          VALUE "N".
013500     88  FIB-CB-DLOG-OPEN             VALUE "Y".
013600 01  FIB-CB-TIED-SW           PIC X(01)          VALUE "Y".
013700     88  FIB-CB-TIED                  VALUE "Y".
013800     88  FIB-CB-NOT-TIED              VALUE "N".
013900*
014000****************************************************
014100**  THE SYSIN CONTROL CARD: THE MONTH UNDER        *
014200**  CHARGE (CCYYMM), THE RECOVERY COST CENTER AND  *
014300**  ACCOUNT THE CREDIT GOES TO, AND THE EXPENSE    *
014400**  ACCOUNT EACH COST CENTER IS DEBITED ON.        *
014500****************************************************
014600 01  FIB-CB-CARD.
014700     05  FIB-CB-MONTH         PIC X(06).
014800     05  FILLER               PIC X(01).
014900     05  FIB-CB-RECOV-CC      PIC X(08).
015000     05  FILLER               PIC X(01).
015100     05  FIB-CB-RECOV-ACCT    PIC X(08).
015200     05  FILLER               PIC X(01).
015300     05  FIB-CB-EXPENSE-ACCT  PIC X(08).
015400     05  FILLER               PIC X(47).
015500 01  FIB-CB-TODAY             PIC 9(08).
015600 01  FIB-CB-SUB               PIC S9(4)  COMP-5.
015700 01  FIB-CB-SUB2              PIC S9(4)  COMP-5.
015800 01  FIB-CB-HIT               PIC S9(4)  COMP-5.
015900 01  FIB-CB-RATE-HIT          PIC S9(4)  COMP-5.
016000 01  FIB-CB-USAGE-HIT         PIC S9(4)  COMP-5.
016100 01  FIB-CB-RATE-COUNT        PIC S9(4)  COMP-5  VALUE ZERO.
016200 01  FIB-CB-USAGE-COUNT       PIC S9(4)  COMP-5  VALUE ZERO.
016300 01  FIB-CB-NIGHT-COUNT       PIC S9(4)  COMP-5  VALUE ZERO.
016400 01  FIB-CB-DLV-COUNT         PIC S9(4)  COMP-5  VALUE ZERO.
016500 01  FIB-CB-CC-COUNT          PIC S9(4)  COMP-5  VALUE ZERO.
016600 01  FIB-CB-SEQ-WANTED        PIC X(08).
016700 01  FIB-CB-BOUND-WANTED      PIC 9(04).
016800 01  FIB-CB-RUN-READ          PIC S9(9)  COMP-5  VALUE ZERO.
016900 01  FIB-CB-RUN-REQS          PIC S9(9)  COMP-5  VALUE ZERO.
017000 01  FIB-CB-RUN-TERMS         PIC S9(9)  COMP-5  VALUE ZERO.
017100 01  FIB-CB-DLOG-READ         PIC S9(9)  COMP-5  VALUE ZERO.
017200 01  FIB-CB-DLOG-MONTH        PIC S9(9)  COMP-5  VALUE ZERO.
017300 01  FIB-CB-BILLED-TERMS      PIC S9(9)  COMP-5  VALUE ZERO.
017400 01  FIB-CB-UNBILLED-TERMS    PIC S9(9)  COMP-5  VALUE ZERO.
017500 01  FIB-CB-TIED-TERMS        PIC S9(9)  COMP-5  VALUE ZERO.
017600 01  FIB-CB-BILLED-RESUMES    PIC S9(9)  COMP-5  VALUE ZERO.
017700 01  FIB-CB-BILLED-ROWS       PIC S9(9)  COMP-5  VALUE ZERO.
017800 01  FIB-CB-UNBILLED-ROWS     PIC S9(9)  COMP-5  VALUE ZERO.
017900 01  FIB-CB-UNMATCHED-ROWS    PIC S9(9)  COMP-5  VALUE ZERO.
018000 01  FIB-CB-UNBILLED-LINES    PIC S9(9)  COMP-5  VALUE ZERO.
018100 01  FIB-CB-GLJ-LINES         PIC S9(9)  COMP-5  VALUE ZERO.
018200 01  FIB-CB-STMT-TOTAL        PIC S9(11)V9(02)   VALUE ZERO.
018300 01  FIB-CB-CC-RUNNING        PIC S9(11)V9(02)   VALUE ZERO.
018400 01  FIB-CB-JRNL-DEBITS       PIC S9(11)V9(02)   VALUE ZERO.
018500 01  FIB-CB-JRNL-CREDITS      PIC S9(11)V9(02)   VALUE ZERO.
018600*
018700****************************************************
018800**  THE RATE TABLE, AS LOADED FROM FIBRATE.        *
018900****************************************************
019000 01  FIB-CB-RATE-TABLE.
019100     05  FIB-CB-RT-ENTRY      OCCURS 100 TIMES.
019200         10  FIB-CB-RT-SEQ       PIC X(08).
019300         10  FIB-CB-RT-LOW       PIC 9(04).
019400         10  FIB-CB-RT-HIGH      PIC 9(04).
019500         10  FIB-CB-RT-TERM      PIC 9(03)V9(04).
019600         10  FIB-CB-RT-RESUME    PIC 9(05)V9(02).
019700         10  FIB-CB-RT-ROW       PIC 9(03)V9(04).
019800*
019900****************************************************
020000**  ONE SLOT PER REQUESTOR, SEQUENCE AND RATE ROW  *
020100**  SEEN IN THE MONTH - THE STATEMENT LINE.        *
020200****************************************************
020300 01  FIB-CB-USAGE-TABLE.
020400     05  FIB-CB-US-ENTRY      OCCURS 500 TIMES.
020500         10  FIB-CB-US-REQUESTOR PIC X(08).
020600         10  FIB-CB-US-SEQ       PIC X(08).
020700         10  FIB-CB-US-RATE      PIC S9(4)  COMP-5.
020800         10  FIB-CB-US-CC        PIC X(08).
020900         10  FIB-CB-US-DEPT      PIC X(20).
021000         10  FIB-CB-US-ON-MASTER-SW
021100                                 PIC X(01).
021200             88  FIB-CB-US-ON-MASTER     VALUE "Y".
021250             88  FIB-CB-US-CC-TABLE-FULL VALUE "F".
021300         10  FIB-CB-US-RUNS      PIC S9(9)  COMP-5.
021400         10  FIB-CB-US-TERMS     PIC S9(9)  COMP-5.
021500         10  FIB-CB-US-RESUMES   PIC S9(9)  COMP-5.
021600         10  FIB-CB-US-ROWS      PIC S9(9)  COMP-5.
021700         10  FIB-CB-US-AMOUNT    PIC S9(11)V9(02).
021800*
021900****************************************************
022000**  ONE SLOT PER REQUESTOR AND SEQUENCE PER        *
022100**  NIGHT, POINTING AT ITS USAGE SLOT - HOW A      *
022200**  DELIVERY FINDS ITS PRICE.                      *
022300****************************************************
022400 01  FIB-CB-NIGHT-TABLE.
022500     05  FIB-CB-NT-ENTRY      OCCURS 2000 TIMES.
022600         10  FIB-CB-NT-DATE      PIC 9(08).
022700         10  FIB-CB-NT-REQUESTOR PIC X(08).
022750         10  FIB-CB-NT-SEQ       PIC X(08).
022800         10  FIB-CB-NT-USAGE     PIC S9(4)  COMP-5.
022900*
023000****************************************************
023100**  ONE SLOT PER RUN DATE, REQUESTOR AND SEQUENCE  *
023200**  DELIVERED - THE LATEST LOG RECORD WINS, SO A   *
023300**  RE-SPLIT IS NEVER BILLED TWICE.                *
023400****************************************************
023500 01  FIB-CB-DLV-TABLE.
023600     05  FIB-CB-DL-ENTRY      OCCURS 2000 TIMES.
023700         10  FIB-CB-DL-DATE      PIC 9(08).
023800         10  FIB-CB-DL-REQUESTOR PIC X(08).
023900         10  FIB-CB-DL-SEQ       PIC X(08).
024000         10  FIB-CB-DL-ROWS      PIC S9(9)  COMP-5.
024100*
024200****************************************************
024300**  ONE SLOT PER COST CENTER CHARGED, KEPT IN      *
024400**  COST CENTER ORDER.                             *
024500****************************************************
024600 01  FIB-CB-CC-TABLE.
024700     05  FIB-CB-CC-ENTRY      OCCURS 100 TIMES.
024800         10  FIB-CB-CC-ID        PIC X(08).
024900         10  FIB-CB-CC-DEPT      PIC X(20).
025000         10  FIB-CB-CC-AMOUNT    PIC S9(11)V9(02).
025100*
025200****************************************************
025300**  STATEMENT LINE LAYOUTS.                        *
025400****************************************************
025500 01  FIB-CBR-HEADING-1.
025600     05  FILLER               PIC X(44)          VALUE
025700         "FIBONACCI MONTHLY USAGE CHARGEBACK - MONTH".
025800     05  FIB-CBR-HDG-MONTH    PIC X(06).
025900     05  FILLER               PIC X(82)          VALUE SPACES.
026000 01  FIB-CBR-TEXT-LINE.
026100     05  FIB-CBR-TEXT         PIC X(132).
026200 01  FIB-CBR-CC-LINE.
026300     05  FILLER               PIC X(12)          VALUE
026400         "COST CENTER ".
026500     05  FIB-CBR-CC-ID        PIC X(08).
026600     05  FILLER               PIC X(07)          VALUE "  DEPT ".
026700     05  FIB-CBR-CC-DEPT      PIC X(20).
026800     05  FILLER               PIC X(85)          VALUE SPACES.
026900 01  FIB-CBR-COLUMN-LINE.
027000     05  FILLER               PIC X(31)          VALUE
027100         "  REQUESTOR SEQUENCE  BAND".
027200     05  FILLER               PIC X(101)         VALUE SPACES.
027300 01  FIB-CBR-USAGE-LINE.
027400     05  FILLER               PIC X(02)          VALUE SPACES.
027500     05  FIB-CBR-US-REQUESTOR PIC X(08).
027600     05  FILLER               PIC X(02)          VALUE SPACES.
027700     05  FIB-CBR-US-SEQ       PIC X(08).
027800     05  FILLER               PIC X(02)          VALUE SPACES.
027900     05  FIB-CBR-US-LOW       PIC 9(04).
028000     05  FILLER               PIC X(01)          VALUE "-".
028100     05  FIB-CBR-US-HIGH      PIC 9(04).
028200     05  FILLER               PIC X(07)          VALUE "  RUNS ".
028300     05  FIB-CBR-US-RUNS      PIC Z(4)9.
028400     05  FILLER               PIC X(09)          VALUE
028500         "  TERMS ".
028600     05  FIB-CBR-US-TERMS     PIC Z(8)9.
028700     05  FILLER               PIC X(11)          VALUE
028800         "  RESUMES ".
028900     05  FIB-CBR-US-RESUMES   PIC Z(4)9.
029000     05  FILLER               PIC X(08)          VALUE "  ROWS ".
029100     05  FIB-CBR-US-ROWS      PIC Z(8)9.
029200     05  FILLER               PIC X(10)          VALUE
029300         "  AMOUNT ".
029400     05  FIB-CBR-US-AMOUNT    PIC Z(10)9.99.
029500     05  FILLER               PIC X(14)          VALUE SPACES.
029600 01  FIB-CBR-UNBILLED-LINE.
029700     05  FILLER               PIC X(02)          VALUE SPACES.
029800     05  FIB-CBR-UB-REQUESTOR PIC X(08).
029900     05  FILLER               PIC X(02)          VALUE SPACES.
030000     05  FIB-CBR-UB-SEQ       PIC X(08).
030100     05  FILLER               PIC X(09)          VALUE
030200         "  TERMS ".
030300     05  FIB-CBR-UB-TERMS     PIC Z(8)9.
030400     05  FILLER               PIC X(08)          VALUE "  ROWS ".
030500     05  FIB-CBR-UB-ROWS      PIC Z(8)9.
030600     05  FILLER               PIC X(04)          VALUE " - ".
030700     05  FIB-CBR-UB-REASON    PIC X(30).
030800     05  FILLER               PIC X(43)          VALUE SPACES.
030900 01  FIB-CBR-AMOUNT-LINE.
031000     05  FIB-CBR-AMOUNT-DESC  PIC X(40).
031100     05  FIB-CBR-AMOUNT       PIC Z(10)9.99.
031200     05  FILLER               PIC X(78)          VALUE SPACES.
031300 01  FIB-CBR-COUNT-LINE.
031400     05  FIB-CBR-COUNT-DESC   PIC X(40).
031500     05  FIB-CBR-COUNT        PIC Z(8)9.
031600     05  FILLER               PIC X(83)          VALUE SPACES.
031700
031800 PROCEDURE DIVISION.
031900*
032000****************************************************
032100**  0000-MAINLINE                                  *
032200****************************************************
032300 0000-MAINLINE.
032400     PERFORM 1000-INITIALIZE      THRU 1000-EXIT.
032500     IF NOT FIB-CB-ABORTED
032600         PERFORM 1100-LOAD-ONE-RATE THRU 1100-EXIT
032700             UNTIL FIB-RATE-EOF
032800         PERFORM 2000-TAKE-RUN-RECORD THRU 2000-EXIT
032900             UNTIL FIB-RUN-LOG-EOF
033000         IF FIB-CB-DLOG-OPEN
033100             PERFORM 2500-TAKE-DELIVERY THRU 2500-EXIT
033200                 UNTIL FIB-DLOG-EOF
033300         END-IF
033400         PERFORM 2600-APPLY-ONE-DELIVERY THRU 2600-EXIT
033500             VARYING FIB-CB-SUB FROM 1 BY 1
033600             UNTIL FIB-CB-SUB > FIB-CB-DLV-COUNT
033700         PERFORM 2700-PRICE-ONE-USAGE THRU 2700-EXIT
033800             VARYING FIB-CB-SUB FROM 1 BY 1
033900             UNTIL FIB-CB-SUB > FIB-CB-USAGE-COUNT
034000         PERFORM 3000-WRITE-STATEMENT THRU 3000-EXIT
034100         PERFORM 3500-WRITE-JOURNAL THRU 3500-EXIT
034200         PERFORM 3900-WRITE-CONTROLS THRU 3900-EXIT
034300     END-IF.
034400     PERFORM 4000-TERMINATE       THRU 4000-EXIT.
034500     STOP RUN.
034600*
034700****************************************************
034800**  1000-INITIALIZE - PICK UP AND VALIDATE THE     *
034900**  CONTROL CARD, AND OPEN EVERYTHING.  A BAD      *
035000**  CARD, OR A RUN LOG, RATE TABLE OR REQUESTOR    *
035100**  MASTER THAT CANNOT BE OPENED, ABORTS RC 16     *
035200**  WITH NO JOURNAL CUT.  A MISSING DELIVERY LOG   *
035300**  ONLY MEANS NO ROWS WERE DELIVERED.             *
035400****************************************************
035500 1000-INITIALIZE.
035600     MOVE SPACES TO FIB-CB-CARD.
035700     ACCEPT FIB-CB-CARD.
035800     ACCEPT FIB-CB-TODAY FROM DATE YYYYMMDD.
035900     OPEN OUTPUT FIB-CHGS-RPT-FILE.
036000     IF FIB-CB-MONTH NOT NUMERIC
036100        OR FIB-CB-MONTH(5:2) < "01"
036200        OR FIB-CB-MONTH(5:2) > "12"
036300        OR FIB-CB-RECOV-CC = SPACES
036400        OR FIB-CB-RECOV-ACCT = SPACES
036500        OR FIB-CB-EXPENSE-ACCT = SPACES
036600         DISPLAY "FIBCHARGEBACK: CONTROL CARD MUST CARRY CCYYMM, "
036700             "RECOVERY COST CENTER, RECOVERY ACCOUNT AND "
036800             "EXPENSE ACCOUNT - NOTHING CHARGED"
036900         MOVE "CONTROL CARD IS MISSING OR INCOMPLETE - NOTHING "
037000             TO FIB-CBR-TEXT
037100         WRITE FIB-CHGS-RPT-LINE FROM FIB-CBR-TEXT-LINE
037200         MOVE "CHARGED" TO FIB-CBR-TEXT
037300         WRITE FIB-CHGS-RPT-LINE FROM FIB-CBR-TEXT-LINE
037400         MOVE 16 TO RETURN-CODE
037500         SET FIB-CB-ABORTED TO TRUE
037600         GO TO 1000-EXIT
037700     END-IF.
037800     OPEN INPUT FIB-RUN-LOG-FILE.
037900     IF NOT FIB-RUN-LOG-FILE-OK
038000         DISPLAY "FIBCHARGEBACK: FIBRUN COULD NOT BE OPENED, "
038100             "STATUS = " FIB-RUN-LOG-FILE-STATUS
038200             " - NOTHING CHARGED"
038300         MOVE 16 TO RETURN-CODE
038400         SET FIB-CB-ABORTED TO TRUE
038500         GO TO 1000-EXIT
038600     END-IF.
038700     OPEN INPUT FIB-RATE-FILE.
038800     IF NOT FIB-RATE-FILE-OK
038900         DISPLAY "FIBCHARGEBACK: FIBRATE COULD NOT BE OPENED, "
039000             "STATUS = " FIB-RATE-FILE-STATUS
039100             " - NOTHING CHARGED"
039200         CLOSE FIB-RUN-LOG-FILE
039300         MOVE 16 TO RETURN-CODE
039400         SET FIB-CB-ABORTED TO TRUE
039500         GO TO 1000-EXIT
039600     END-IF.
039700     OPEN INPUT FIB-RQST-FILE.
039800     IF NOT FIB-RQST-FILE-OK
039900         DISPLAY "FIBCHARGEBACK: FIBRQST COULD NOT BE OPENED, "
040000             "STATUS = " FIB-RQST-FILE-STATUS
040100             " - NOTHING CHARGED"
040200         CLOSE FIB-RUN-LOG-FILE
040300         CLOSE FIB-RATE-FILE
040400         MOVE 16 TO RETURN-CODE
040500         SET FIB-CB-ABORTED TO TRUE
040600         GO TO 1000-EXIT
040700     END-IF.
040800     OPEN INPUT FIB-DLOG-FILE.
040900     IF FIB-DLOG-FILE-OK
041000         SET FIB-CB-DLOG-OPEN TO TRUE
041100     ELSE
041200         DISPLAY "FIBCHARGEBACK: FIBDLOG COULD NOT BE OPENED, "
041300             "STATUS = " FIB-DLOG-FILE-STATUS
041400             " - NO DELIVERED ROWS WILL BE CHARGED"
041500     END-IF.
041600     OPEN OUTPUT FIB-GLJ-FILE.
041700 1000-EXIT.
041800     EXIT.
041900*
042000****************************************************
042100**  1100-LOAD-ONE-RATE - ONE FIBRATE ROW INTO THE  *
042200**  RATE TABLE.                                    *
042300****************************************************
042400 1100-LOAD-ONE-RATE.
042500     READ FIB-RATE-FILE
042600         AT END
042700             SET FIB-RATE-EOF TO TRUE
042800         NOT AT END
042900             IF FIB-CB-RATE-COUNT < 100
043000                 ADD 1 TO FIB-CB-RATE-COUNT
043100                 MOVE FIB-RATE-SEQ-ID
043200                     TO FIB-CB-RT-SEQ(FIB-CB-RATE-COUNT)
043300                 MOVE FIB-RATE-BAND-LOW
043400                     TO FIB-CB-RT-LOW(FIB-CB-RATE-COUNT)
043500                 MOVE FIB-RATE-BAND-HIGH
043600                     TO FIB-CB-RT-HIGH(FIB-CB-RATE-COUNT)
043700                 MOVE FIB-RATE-PER-TERM
043800                     TO FIB-CB-RT-TERM(FIB-CB-RATE-COUNT)
043900                 MOVE FIB-RATE-PER-RESUME
044000                     TO FIB-CB-RT-RESUME(FIB-CB-RATE-COUNT)
044100                 MOVE FIB-RATE-PER-ROW
044200                     TO FIB-CB-RT-ROW(FIB-CB-RATE-COUNT)
044300             ELSE
044400                 DISPLAY "FIBCHARGEBACK: MORE THAN 100 RATES - "
044500                     "EXTRAS IGNORED"
044600             END-IF
044700     END-READ.
044800 1100-EXIT.
044900     EXIT.
045000*
045100****************************************************
045200**  2000-TAKE-RUN-RECORD - ROLL ONE TYPE-R RECORD  *
045300**  FOR THE MONTH INTO ITS USAGE SLOT: ONE RUN,    *
045400**  ITS TERMS, AND A RESUME IF IT STARTED PAST     *
045500**  TERM ZERO.  ITS NIGHT IS NOTED SO THE ROWS     *
045600**  DELIVERED THAT NIGHT ARE PRICED THE SAME WAY.  *
045700****************************************************
045800 2000-TAKE-RUN-RECORD.
045900     READ FIB-RUN-LOG-FILE
046000         AT END
046100             SET FIB-RUN-LOG-EOF TO TRUE
046200             GO TO 2000-EXIT
046300     END-READ.
046400     ADD 1 TO FIB-CB-RUN-READ.
046500     IF NOT FIB-RLOG-IS-REQUEST
046600        OR FIB-RLOG-RUN-DATE(1:6) NOT = FIB-CB-MONTH
046700         GO TO 2000-EXIT
046800     END-IF.
046900     ADD 1 TO FIB-CB-RUN-REQS.
047000     ADD FIB-RLOG-TERMS-DONE TO FIB-CB-RUN-TERMS.
047100     MOVE FIB-RLOG-SEQ-ID      TO FIB-CB-SEQ-WANTED.
047200     MOVE FIB-RLOG-UPPER-BOUND TO FIB-CB-BOUND-WANTED.
047300     PERFORM 2100-FIND-RATE THRU 2100-EXIT.
047400     PERFORM 2200-FIND-USAGE THRU 2200-EXIT.
047500     IF FIB-CB-USAGE-HIT = ZERO
047600         DISPLAY "FIBCHARGEBACK: MORE THAN 500 USAGE LINES - "
047700             "REQUESTOR " FIB-RLOG-REQUESTOR " UNBILLED"
047800         ADD FIB-RLOG-TERMS-DONE TO FIB-CB-UNBILLED-TERMS
047900         ADD 1 TO FIB-CB-UNBILLED-LINES
048000         GO TO 2000-EXIT
048100     END-IF.
048200     ADD 1 TO FIB-CB-US-RUNS(FIB-CB-USAGE-HIT).
048300     ADD FIB-RLOG-TERMS-DONE TO FIB-CB-US-TERMS(FIB-CB-USAGE-HIT).
048400     IF FIB-RLOG-START-I > ZERO
048500         ADD 1 TO FIB-CB-US-RESUMES(FIB-CB-USAGE-HIT)
048600     END-IF.
048700     PERFORM 2300-NOTE-NIGHT THRU 2300-EXIT.
048800 2000-EXIT.
048900     EXIT.
049000*
049100****************************************************
049200**  2100-FIND-RATE - THE RATE ROW FOR THIS         *
049300**  SEQUENCE WHOSE BAND HOLDS THIS BOUND; FAILING  *
049400**  THAT, A "*" ROW WHOSE BAND HOLDS IT.  ZERO IF  *
049500**  NEITHER - THE USAGE GOES UNBILLED.             *
049600****************************************************
049700 2100-FIND-RATE.
049800     MOVE ZERO TO FIB-CB-RATE-HIT.
049900     PERFORM 2110-CHECK-ONE-RATE THRU 2110-EXIT
050000         VARYING FIB-CB-SUB2 FROM 1 BY 1
050100         UNTIL FIB-CB-SUB2 > FIB-CB-RATE-COUNT
050200            OR FIB-CB-RATE-HIT > ZERO.
050300     IF FIB-CB-RATE-HIT = ZERO
050400         MOVE "*" TO FIB-CB-SEQ-WANTED
050500         PERFORM 2110-CHECK-ONE-RATE THRU 2110-EXIT
050600             VARYING FIB-CB-SUB2 FROM 1 BY 1
050700             UNTIL FIB-CB-SUB2 > FIB-CB-RATE-COUNT
050800                OR FIB-CB-RATE-HIT > ZERO
050900         MOVE FIB-RLOG-SEQ-ID TO FIB-CB-SEQ-WANTED
051000     END-IF.
051100 2100-EXIT.
051200     EXIT.
051300*
051400****************************************************
051500**  2110-CHECK-ONE-RATE - COMPARE ONE RATE ROW.    *
051600****************************************************
051700 2110-CHECK-ONE-RATE.
051800     IF FIB-CB-RT-SEQ(FIB-CB-SUB2) = FIB-CB-SEQ-WANTED
051900        AND FIB-CB-RT-LOW(FIB-CB-SUB2) NOT > FIB-CB-BOUND-WANTED
052000        AND FIB-CB-RT-HIGH(FIB-CB-SUB2) NOT < FIB-CB-BOUND-WANTED
052100         MOVE FIB-CB-SUB2 TO FIB-CB-RATE-HIT
052200     END-IF.
052300 2110-EXIT.
052400     EXIT.
052500*
052600****************************************************
052700**  2200-FIND-USAGE - THE USAGE SLOT FOR THIS      *
052800**  REQUESTOR, SEQUENCE AND RATE ROW, OPENED (AND  *
052900**  ITS COST CENTER LOOKED UP) IF THIS IS ITS      *
053000**  FIRST RUN OF THE MONTH.  ZERO IF THE TABLE IS  *
053100**  FULL.                                          *
053200****************************************************
053300 2200-FIND-USAGE.
053400     MOVE ZERO TO FIB-CB-USAGE-HIT.
053500     PERFORM 2210-CHECK-ONE-USAGE THRU 2210-EXIT
053600         VARYING FIB-CB-SUB2 FROM 1 BY 1
053700         UNTIL FIB-CB-SUB2 > FIB-CB-USAGE-COUNT
053800            OR FIB-CB-USAGE-HIT > ZERO.
053900     IF FIB-CB-USAGE-HIT > ZERO
054000        OR FIB-CB-USAGE-COUNT >= 500
054100         GO TO 2200-EXIT
054200     END-IF.
054300     ADD 1 TO FIB-CB-USAGE-COUNT.
054400     MOVE FIB-CB-USAGE-COUNT TO FIB-CB-USAGE-HIT.
054500     MOVE FIB-RLOG-REQUESTOR
054600         TO FIB-CB-US-REQUESTOR(FIB-CB-USAGE-HIT).
054700     MOVE FIB-RLOG-SEQ-ID TO FIB-CB-US-SEQ(FIB-CB-USAGE-HIT).
054800     MOVE FIB-CB-RATE-HIT TO FIB-CB-US-RATE(FIB-CB-USAGE-HIT).
054900     MOVE ZERO TO FIB-CB-US-RUNS(FIB-CB-USAGE-HIT).
055000     MOVE ZERO TO FIB-CB-US-TERMS(FIB-CB-USAGE-HIT).
055100     MOVE ZERO TO FIB-CB-US-RESUMES(FIB-CB-USAGE-HIT).
055200     MOVE ZERO TO FIB-CB-US-ROWS(FIB-CB-USAGE-HIT).
055300     MOVE ZERO TO FIB-CB-US-AMOUNT(FIB-CB-USAGE-HIT).
055400     MOVE FIB-RLOG-REQUESTOR TO FIB-RQST-REQUESTOR.
055500     READ FIB-RQST-FILE
055600         INVALID KEY
055700             MOVE "N" TO FIB-CB-US-ON-MASTER-SW(FIB-CB-USAGE-HIT)
055800             MOVE SPACES TO FIB-CB-US-CC(FIB-CB-USAGE-HIT)
055900             MOVE SPACES TO FIB-CB-US-DEPT(FIB-CB-USAGE-HIT)
056000         NOT INVALID KEY
056100             MOVE "Y" TO FIB-CB-US-ON-MASTER-SW(FIB-CB-USAGE-HIT)
056200             MOVE FIB-RQST-COST-CENTER
056300                 TO FIB-CB-US-CC(FIB-CB-USAGE-HIT)
056400             MOVE FIB-RQST-DEPT
056500                 TO FIB-CB-US-DEPT(FIB-CB-USAGE-HIT)
056600     END-READ.
056700 2200-EXIT.
056800     EXIT.
056900*
057000****************************************************
057100**  2210-CHECK-ONE-USAGE - COMPARE ONE USAGE SLOT. *
057200****************************************************
057300 2210-CHECK-ONE-USAGE.
057400     IF FIB-CB-US-REQUESTOR(FIB-CB-SUB2) = FIB-RLOG-REQUESTOR
057500        AND FIB-CB-US-SEQ(FIB-CB-SUB2) = FIB-RLOG-SEQ-ID
057600        AND FIB-CB-US-RATE(FIB-CB-SUB2) = FIB-CB-RATE-HIT
057700         MOVE FIB-CB-SUB2 TO FIB-CB-USAGE-HIT
057800     END-IF.
057900 2210-EXIT.
058000     EXIT.
058100*
058200****************************************************
058300**  2300-NOTE-NIGHT - REMEMBER WHICH USAGE SLOT    *
058400**  THIS REQUESTOR'S RUN OF THIS SEQUENCE ON THIS  *
058500**  NIGHT WAS PRICED UNDER.  A LATER RUN THE SAME  *
058600**  NIGHT (A RESUME) REPLACES IT.                  *
058700****************************************************
058800 2300-NOTE-NIGHT.
058900     MOVE ZERO TO FIB-CB-HIT.
059000     PERFORM 2310-CHECK-ONE-NIGHT THRU 2310-EXIT
059100         VARYING FIB-CB-SUB2 FROM 1 BY 1
059200         UNTIL FIB-CB-SUB2 > FIB-CB-NIGHT-COUNT
059300            OR FIB-CB-HIT > ZERO.
059400     IF FIB-CB-HIT = ZERO
059500         IF FIB-CB-NIGHT-COUNT >= 2000
059525             DISPLAY "FIBCHARGEBACK: MORE THAN 2000 NIGHTS - "
059550                 FIB-RLOG-REQUESTOR " " FIB-RLOG-SEQ-ID " "
059575                 FIB-RLOG-RUN-DATE " DELIVERIES UNBILLED"
059600             GO TO 2300-EXIT
059700         END-IF
059800         ADD 1 TO FIB-CB-NIGHT-COUNT
059900         MOVE FIB-CB-NIGHT-COUNT TO FIB-CB-HIT
060000         MOVE FIB-RLOG-RUN-DATE  TO FIB-CB-NT-DATE(FIB-CB-HIT)
060100         MOVE FIB-RLOG-REQUESTOR
060200             TO FIB-CB-NT-REQUESTOR(FIB-CB-HIT)
060250         MOVE FIB-RLOG-SEQ-ID    TO FIB-CB-NT-SEQ(FIB-CB-HIT)
060300     END-IF.
060400     MOVE FIB-CB-USAGE-HIT TO FIB-CB-NT-USAGE(FIB-CB-HIT).
060500 2300-EXIT.
060600     EXIT.
060700*
060800****************************************************
060900**  2310-CHECK-ONE-NIGHT - COMPARE ONE NIGHT SLOT. *
061000****************************************************
061100 2310-CHECK-ONE-NIGHT.
061200     IF FIB-CB-NT-DATE(FIB-CB-SUB2) = FIB-RLOG-RUN-DATE
061300        AND FIB-CB-NT-REQUESTOR(FIB-CB-SUB2) = FIB-RLOG-REQUESTOR
061350        AND FIB-CB-NT-SEQ(FIB-CB-SUB2) = FIB-RLOG-SEQ-ID
061400         MOVE FIB-CB-SUB2 TO FIB-CB-HIT
061500     END-IF.
061600 2310-EXIT.
061700     EXIT.
061800*
061900****************************************************
062000**  2500-TAKE-DELIVERY - ONE DELIVERY LOG RECORD   *
062100**  FOR THE MONTH.  THE LATEST RECORD FOR A RUN    *
062200**  DATE, REQUESTOR AND SEQUENCE REPLACES ANY      *
062300**  EARLIER ONE (SEE FIBDLOG.CPY).                 *
062400****************************************************
062500 2500-TAKE-DELIVERY.
062600     READ FIB-DLOG-FILE
062700         AT END
062800             SET FIB-DLOG-EOF TO TRUE
062900             GO TO 2500-EXIT
063000     END-READ.
063100     ADD 1 TO FIB-CB-DLOG-READ.
063200     IF FIB-DLOG-RUN-DATE(1:6) NOT = FIB-CB-MONTH
063300         GO TO 2500-EXIT
063400     END-IF.
063500     ADD 1 TO FIB-CB-DLOG-MONTH.
063600     MOVE ZERO TO FIB-CB-HIT.
063700     PERFORM 2510-CHECK-ONE-DELIVERY THRU 2510-EXIT
063800         VARYING FIB-CB-SUB2 FROM 1 BY 1
063900         UNTIL FIB-CB-SUB2 > FIB-CB-DLV-COUNT
064000            OR FIB-CB-HIT > ZERO.
064100     IF FIB-CB-HIT = ZERO
064200         IF FIB-CB-DLV-COUNT >= 2000
064300             DISPLAY "FIBCHARGEBACK: MORE THAN 2000 DELIVERIES - "
064400                 FIB-DLOG-REQUESTOR " " FIB-DLOG-RUN-DATE
064500                 " UNBILLED"
064600             ADD FIB-DLOG-ROWS TO FIB-CB-UNMATCHED-ROWS
064700             GO TO 2500-EXIT
064800         END-IF
064900         ADD 1 TO FIB-CB-DLV-COUNT
065000         MOVE FIB-CB-DLV-COUNT   TO FIB-CB-HIT
065100         MOVE FIB-DLOG-RUN-DATE  TO FIB-CB-DL-DATE(FIB-CB-HIT)
065200         MOVE FIB-DLOG-REQUESTOR
065300             TO FIB-CB-DL-REQUESTOR(FIB-CB-HIT)
065400         MOVE FIB-DLOG-SEQ-ID    TO FIB-CB-DL-SEQ(FIB-CB-HIT)
065500     END-IF.
065600     MOVE FIB-DLOG-ROWS TO FIB-CB-DL-ROWS(FIB-CB-HIT).
065700 2500-EXIT.
065800     EXIT.
065900*
066000****************************************************
066100**  2510-CHECK-ONE-DELIVERY - COMPARE ONE SLOT.    *
066200****************************************************
066300 2510-CHECK-ONE-DELIVERY.
066400     IF FIB-CB-DL-DATE(FIB-CB-SUB2) = FIB-DLOG-RUN-DATE
066500        AND FIB-CB-DL-REQUESTOR(FIB-CB-SUB2) = FIB-DLOG-REQUESTOR
066600        AND FIB-CB-DL-SEQ(FIB-CB-SUB2) = FIB-DLOG-SEQ-ID
066700         MOVE FIB-CB-SUB2 TO FIB-CB-HIT
066800     END-IF.
066900 2510-EXIT.
067000     EXIT.
067100*
067200****************************************************
067300**  2600-APPLY-ONE-DELIVERY - CHARGE ONE NIGHT'S   *
067400**  DELIVERED ROWS TO THE USAGE SLOT THAT NIGHT'S  *
067500**  RUN WAS PRICED UNDER.  ROWS FOR A NIGHT WITH   *
067600**  NO TYPE-R RECORD IN THE MONTH ARE UNMATCHED.   *
067700****************************************************
067800 2600-APPLY-ONE-DELIVERY.
067900     MOVE ZERO TO FIB-CB-HIT.
068000     PERFORM 2610-MATCH-ONE-NIGHT THRU 2610-EXIT
068100         VARYING FIB-CB-SUB2 FROM 1 BY 1
068200         UNTIL FIB-CB-SUB2 > FIB-CB-NIGHT-COUNT
068300            OR FIB-CB-HIT > ZERO.
068400     IF FIB-CB-HIT = ZERO
068500         ADD FIB-CB-DL-ROWS(FIB-CB-SUB) TO FIB-CB-UNMATCHED-ROWS
068600     ELSE
068700         MOVE FIB-CB-NT-USAGE(FIB-CB-HIT) TO FIB-CB-USAGE-HIT
068800         ADD FIB-CB-DL-ROWS(FIB-CB-SUB)
068900             TO FIB-CB-US-ROWS(FIB-CB-USAGE-HIT)
069000     END-IF.
069100 2600-EXIT.
069200     EXIT.
069300*
069400****************************************************
069500**  2610-MATCH-ONE-NIGHT - COMPARE ONE NIGHT SLOT. *
069600****************************************************
069700 2610-MATCH-ONE-NIGHT.
069800     IF FIB-CB-NT-DATE(FIB-CB-SUB2) = FIB-CB-DL-DATE(FIB-CB-SUB)
069900        AND FIB-CB-NT-REQUESTOR(FIB-CB-SUB2)
070000            = FIB-CB-DL-REQUESTOR(FIB-CB-SUB)
070033        AND FIB-CB-NT-SEQ(FIB-CB-SUB2)
070066            = FIB-CB-DL-SEQ(FIB-CB-SUB)
070100         MOVE FIB-CB-SUB2 TO FIB-CB-HIT
070200     END-IF.
070300 2610-EXIT.
070400     EXIT.
070500*
070600****************************************************
070700**  2700-PRICE-ONE-USAGE - PRICE ONE USAGE SLOT    *
070800**  AND POST IT TO ITS COST CENTER.  A SLOT WITH   *
070900**  NO RATE ROW, OR WHOSE REQUESTOR IS NOT ON THE  *
071000**  MASTER, IS COUNTED UNBILLED INSTEAD.           *
071100****************************************************
071200 2700-PRICE-ONE-USAGE.
071300     MOVE FIB-CB-US-RATE(FIB-CB-SUB) TO FIB-CB-RATE-HIT.
071400     IF FIB-CB-RATE-HIT = ZERO
071500        OR NOT FIB-CB-US-ON-MASTER(FIB-CB-SUB)
071600         ADD FIB-CB-US-TERMS(FIB-CB-SUB) TO FIB-CB-UNBILLED-TERMS
071700         ADD FIB-CB-US-ROWS(FIB-CB-SUB)  TO FIB-CB-UNBILLED-ROWS
071800         ADD 1 TO FIB-CB-UNBILLED-LINES
071900         GO TO 2700-EXIT
072000     END-IF.
072100     COMPUTE FIB-CB-US-AMOUNT(FIB-CB-SUB) ROUNDED =
072200         FIB-CB-US-TERMS(FIB-CB-SUB)
072300             * FIB-CB-RT-TERM(FIB-CB-RATE-HIT)
072400       + FIB-CB-US-RESUMES(FIB-CB-SUB)
072500             * FIB-CB-RT-RESUME(FIB-CB-RATE-HIT)
072600       + FIB-CB-US-ROWS(FIB-CB-SUB)
072700             * FIB-CB-RT-ROW(FIB-CB-RATE-HIT).
072800     ADD FIB-CB-US-TERMS(FIB-CB-SUB)   TO FIB-CB-BILLED-TERMS.
072900     ADD FIB-CB-US-RESUMES(FIB-CB-SUB) TO FIB-CB-BILLED-RESUMES.
073000     ADD FIB-CB-US-ROWS(FIB-CB-SUB)    TO FIB-CB-BILLED-ROWS.
073100     PERFORM 2710-POST-COST-CENTER THRU 2710-EXIT.
073200 2700-EXIT.
073300     EXIT.
073400*
073500****************************************************
073600**  2710-POST-COST-CENTER - ADD THE SLOT'S AMOUNT  *
073700**  TO ITS COST CENTER, OPENING THE COST CENTER IN *
073800**  ORDER IF IT IS NEW.                            *
073900****************************************************
074000 2710-POST-COST-CENTER.
074100     MOVE ZERO TO FIB-CB-HIT.
074200     PERFORM 2720-CHECK-ONE-CC THRU 2720-EXIT
074300         VARYING FIB-CB-SUB2 FROM 1 BY 1
074400         UNTIL FIB-CB-SUB2 > FIB-CB-CC-COUNT
074500            OR FIB-CB-HIT > ZERO.
074600     IF FIB-CB-HIT = ZERO
074700         IF FIB-CB-CC-COUNT >= 100
074800             DISPLAY "FIBCHARGEBACK: MORE THAN 100 COST "
074900                 "CENTERS - "
075000                 FIB-CB-US-CC(FIB-CB-SUB) " UNBILLED"
075100             ADD FIB-CB-US-TERMS(FIB-CB-SUB)
075200                 TO FIB-CB-UNBILLED-TERMS
075300             SUBTRACT FIB-CB-US-TERMS(FIB-CB-SUB)
075400                 FROM FIB-CB-BILLED-TERMS
075500             SUBTRACT FIB-CB-US-RESUMES(FIB-CB-SUB)
075600                 FROM FIB-CB-BILLED-RESUMES
075700             SUBTRACT FIB-CB-US-ROWS(FIB-CB-SUB)
075800                 FROM FIB-CB-BILLED-ROWS
075900             ADD FIB-CB-US-ROWS(FIB-CB-SUB)
076000                 TO FIB-CB-UNBILLED-ROWS
076100             SET FIB-CB-US-CC-TABLE-FULL(FIB-CB-SUB) TO TRUE
076200             ADD 1 TO FIB-CB-UNBILLED-LINES
076300             GO TO 2710-EXIT
076400         END-IF
076500         PERFORM 2730-INSERT-CC THRU 2730-EXIT
076600     END-IF.
076700     ADD FIB-CB-US-AMOUNT(FIB-CB-SUB)
076800         TO FIB-CB-CC-AMOUNT(FIB-CB-HIT).
076900 2710-EXIT.
077000     EXIT.
077100*
077200****************************************************
077300**  2720-CHECK-ONE-CC - COMPARE ONE COST CENTER.   *
077400****************************************************
077500 2720-CHECK-ONE-CC.
077600     IF FIB-CB-CC-ID(FIB-CB-SUB2) = FIB-CB-US-CC(FIB-CB-SUB)
077700         MOVE FIB-CB-SUB2 TO FIB-CB-HIT
077800     END-IF.
077900 2720-EXIT.
078000     EXIT.
078100*
078200****************************************************
078300**  2730-INSERT-CC - OPEN A SLOT FOR A NEW COST    *
078400**  CENTER IN ITS PLACE IN COST CENTER ORDER,      *
078500**  SHIFTING THE HIGHER ONES UP ONE.               *
078600****************************************************
078700 2730-INSERT-CC.
078800     MOVE 1 TO FIB-CB-HIT.
078900     PERFORM 2731-STEP-PAST-ONE-CC THRU 2731-EXIT
079000         UNTIL FIB-CB-HIT > FIB-CB-CC-COUNT
079100            OR FIB-CB-CC-ID(FIB-CB-HIT)
079200               > FIB-CB-US-CC(FIB-CB-SUB).
079300     PERFORM 2732-SHIFT-ONE-CC THRU 2732-EXIT
079400         VARYING FIB-CB-SUB2 FROM FIB-CB-CC-COUNT BY -1
079500         UNTIL FIB-CB-SUB2 < FIB-CB-HIT.
079600     ADD 1 TO FIB-CB-CC-COUNT.
079700     MOVE FIB-CB-US-CC(FIB-CB-SUB)   TO FIB-CB-CC-ID(FIB-CB-HIT).
079800     MOVE FIB-CB-US-DEPT(FIB-CB-SUB)
079900         TO FIB-CB-CC-DEPT(FIB-CB-HIT).
080000     MOVE ZERO TO FIB-CB-CC-AMOUNT(FIB-CB-HIT).
080100 2730-EXIT.
080200     EXIT.
080300*
080400****************************************************
080500**  2731-STEP-PAST-ONE-CC - ONE STEP OF THE        *
080600**  INSERTION SEARCH.                              *
080700****************************************************
080800 2731-STEP-PAST-ONE-CC.
080900     ADD 1 TO FIB-CB-HIT.
081000 2731-EXIT.
081100     EXIT.
081200*
081300****************************************************
081400**  2732-SHIFT-ONE-CC - MOVE ONE COST CENTER UP A  *
081500**  SLOT.                                          *
081600****************************************************
081700 2732-SHIFT-ONE-CC.
081800     MOVE FIB-CB-CC-ENTRY(FIB-CB-SUB2)
081900         TO FIB-CB-CC-ENTRY(FIB-CB-SUB2 + 1).
082000 2732-EXIT.
082100     EXIT.
082200*
082300****************************************************
082400**  3000-WRITE-STATEMENT - ONE SECTION PER COST    *
082500**  CENTER, EACH BILLED USAGE LINE UNDER IT AND A  *
082600**  COST CENTER TOTAL, THEN THE UNBILLED USAGE AND *
082700**  THE STATEMENT TOTAL.  THE STATEMENT TOTAL IS   *
082800**  FOOTED FROM THE LINES AS PRINTED.              *
082900****************************************************
083000 3000-WRITE-STATEMENT.
083100     MOVE FIB-CB-MONTH TO FIB-CBR-HDG-MONTH.
083200     WRITE FIB-CHGS-RPT-LINE FROM FIB-CBR-HEADING-1.
083300     PERFORM 3100-WRITE-ONE-CC THRU 3100-EXIT
083400         VARYING FIB-CB-SUB FROM 1 BY 1
083500         UNTIL FIB-CB-SUB > FIB-CB-CC-COUNT.
083600     IF FIB-CB-CC-COUNT = ZERO
083700         MOVE SPACES TO FIB-CBR-TEXT
083800         WRITE FIB-CHGS-RPT-LINE FROM FIB-CBR-TEXT-LINE
083900         MOVE "  (NO BILLED USAGE FOR THIS MONTH)" TO FIB-CBR-TEXT
084000         WRITE FIB-CHGS-RPT-LINE FROM FIB-CBR-TEXT-LINE
084100     END-IF.
084200     MOVE SPACES TO FIB-CBR-TEXT.
084300     WRITE FIB-CHGS-RPT-LINE FROM FIB-CBR-TEXT-LINE.
084400     MOVE "UNBILLED USAGE:" TO FIB-CBR-TEXT.
084500     WRITE FIB-CHGS-RPT-LINE FROM FIB-CBR-TEXT-LINE.
084600     PERFORM 3200-WRITE-ONE-UNBILLED THRU 3200-EXIT
084700         VARYING FIB-CB-SUB FROM 1 BY 1
084800         UNTIL FIB-CB-SUB > FIB-CB-USAGE-COUNT.
084900     IF FIB-CB-UNBILLED-LINES = ZERO
085000         MOVE "  (NONE - ALL USAGE PRICED)" TO FIB-CBR-TEXT
085100         WRITE FIB-CHGS-RPT-LINE FROM FIB-CBR-TEXT-LINE
085200     END-IF.
085300     MOVE SPACES TO FIB-CBR-TEXT.
085400     WRITE FIB-CHGS-RPT-LINE FROM FIB-CBR-TEXT-LINE.
085500     MOVE "STATEMENT TOTAL:" TO FIB-CBR-AMOUNT-DESC.
085600     MOVE FIB-CB-STMT-TOTAL TO FIB-CBR-AMOUNT.
085700     WRITE FIB-CHGS-RPT-LINE FROM FIB-CBR-AMOUNT-LINE.
085800 3000-EXIT.
085900     EXIT.
086000*
086100****************************************************
086200**  3100-WRITE-ONE-CC - ONE COST CENTER'S SECTION. *
086300****************************************************
086400 3100-WRITE-ONE-CC.
086500     MOVE SPACES TO FIB-CBR-TEXT.
086600     WRITE FIB-CHGS-RPT-LINE FROM FIB-CBR-TEXT-LINE.
086700     MOVE FIB-CB-CC-ID(FIB-CB-SUB)   TO FIB-CBR-CC-ID.
086800     MOVE FIB-CB-CC-DEPT(FIB-CB-SUB) TO FIB-CBR-CC-DEPT.
086900     WRITE FIB-CHGS-RPT-LINE FROM FIB-CBR-CC-LINE.
087000     WRITE FIB-CHGS-RPT-LINE FROM FIB-CBR-COLUMN-LINE.
087100     MOVE ZERO TO FIB-CB-CC-RUNNING.
087200     PERFORM 3110-WRITE-ONE-USAGE THRU 3110-EXIT
087300         VARYING FIB-CB-SUB2 FROM 1 BY 1
087400         UNTIL FIB-CB-SUB2 > FIB-CB-USAGE-COUNT.
087500     MOVE "  COST CENTER TOTAL:" TO FIB-CBR-AMOUNT-DESC.
087600     MOVE FIB-CB-CC-RUNNING TO FIB-CBR-AMOUNT.
087700     WRITE FIB-CHGS-RPT-LINE FROM FIB-CBR-AMOUNT-LINE.
087800     ADD FIB-CB-CC-RUNNING TO FIB-CB-STMT-TOTAL.
087900 3100-EXIT.
088000     EXIT.
088100*
088200****************************************************
088300**  3110-WRITE-ONE-USAGE - ONE BILLED USAGE LINE,  *
088400**  IF IT BELONGS TO THIS COST CENTER.             *
088500****************************************************
088600 3110-WRITE-ONE-USAGE.
088700     MOVE FIB-CB-US-RATE(FIB-CB-SUB2) TO FIB-CB-RATE-HIT.
088800     IF FIB-CB-RATE-HIT = ZERO
088900        OR NOT FIB-CB-US-ON-MASTER(FIB-CB-SUB2)
089000        OR FIB-CB-US-CC(FIB-CB-SUB2)
089100           NOT = FIB-CB-CC-ID(FIB-CB-SUB)
089200         GO TO 3110-EXIT
089300     END-IF.
089400     MOVE FIB-CB-US-REQUESTOR(FIB-CB-SUB2)
089500         TO FIB-CBR-US-REQUESTOR.
089600     MOVE FIB-CB-US-SEQ(FIB-CB-SUB2)       TO FIB-CBR-US-SEQ.
089700     MOVE FIB-CB-RT-LOW(FIB-CB-RATE-HIT)   TO FIB-CBR-US-LOW.
089800     MOVE FIB-CB-RT-HIGH(FIB-CB-RATE-HIT)  TO FIB-CBR-US-HIGH.
089900     MOVE FIB-CB-US-RUNS(FIB-CB-SUB2)      TO FIB-CBR-US-RUNS.
090000     MOVE FIB-CB-US-TERMS(FIB-CB-SUB2)     TO FIB-CBR-US-TERMS.
090100     MOVE FIB-CB-US-RESUMES(FIB-CB-SUB2)   TO FIB-CBR-US-RESUMES.
090200     MOVE FIB-CB-US-ROWS(FIB-CB-SUB2)      TO FIB-CBR-US-ROWS.
090300     MOVE FIB-CB-US-AMOUNT(FIB-CB-SUB2)    TO FIB-CBR-US-AMOUNT.
090400     WRITE FIB-CHGS-RPT-LINE FROM FIB-CBR-USAGE-LINE.
090500     ADD FIB-CB-US-AMOUNT(FIB-CB-SUB2) TO FIB-CB-CC-RUNNING.
090600 3110-EXIT.
090700     EXIT.
090800*
090900****************************************************
091000**  3200-WRITE-ONE-UNBILLED - ONE UNBILLED USAGE   *
091100**  SLOT WITH THE REASON IT COULD NOT BE PRICED.   *
091200****************************************************
091300 3200-WRITE-ONE-UNBILLED.
091400     IF FIB-CB-US-RATE(FIB-CB-SUB) NOT = ZERO
091500        AND FIB-CB-US-ON-MASTER(FIB-CB-SUB)
091600         GO TO 3200-EXIT
091700     END-IF.
091800     MOVE FIB-CB-US-REQUESTOR(FIB-CB-SUB) TO FIB-CBR-UB-REQUESTOR.
091900     MOVE FIB-CB-US-SEQ(FIB-CB-SUB)       TO FIB-CBR-UB-SEQ.
092000     MOVE FIB-CB-US-TERMS(FIB-CB-SUB)     TO FIB-CBR-UB-TERMS.
092100     MOVE FIB-CB-US-ROWS(FIB-CB-SUB)      TO FIB-CBR-UB-ROWS.
092200     IF FIB-CB-US-RATE(FIB-CB-SUB) = ZERO
092300         MOVE "NO RATE FOR SEQUENCE/BAND" TO FIB-CBR-UB-REASON
092400     ELSE
092450         IF FIB-CB-US-CC-TABLE-FULL(FIB-CB-SUB)
092500             MOVE "COST CENTER TABLE FULL" TO FIB-CBR-UB-REASON
092525         ELSE
092550             MOVE "REQUESTOR NOT ON MASTER" TO FIB-CBR-UB-REASON
092575         END-IF
092600     END-IF.
092700     WRITE FIB-CHGS-RPT-LINE FROM FIB-CBR-UNBILLED-LINE.
092800 3200-EXIT.
092900     EXIT.
093000*
093100****************************************************
093200**  3500-WRITE-JOURNAL - THE GL INTERFACE: A       *
093300**  HEADER, ONE DEBIT PER COST CENTER WITH A       *
093400**  CHARGE, ONE CREDIT FOR THEIR SUM TO THE        *
093500**  RECOVERY ACCOUNT, AND A TRAILER.  THE DEBITS   *
093600**  ARE FOOTED FROM THE COST CENTER TABLE, NOT     *
093700**  FROM THE STATEMENT, SO THE PROOF MEANS         *
093800**  SOMETHING.                                     *
093900****************************************************
094000 3500-WRITE-JOURNAL.
094100     MOVE SPACES          TO FIB-GLJ-RECORD.
094200     MOVE "H"             TO FIB-GLJ-TYPE.
094300     MOVE "FIBCHGBK"      TO FIB-GLJ-SOURCE.
094400     MOVE FIB-CB-MONTH    TO FIB-GLJ-PERIOD.
094500     MOVE FIB-CB-TODAY    TO FIB-GLJ-CREATED-DATE.
094600     WRITE FIB-GLJ-RECORD.
094700     PERFORM 3510-WRITE-ONE-DEBIT THRU 3510-EXIT
094800         VARYING FIB-CB-SUB FROM 1 BY 1
094900         UNTIL FIB-CB-SUB > FIB-CB-CC-COUNT.
095000     IF FIB-CB-JRNL-DEBITS > ZERO
095100         MOVE SPACES              TO FIB-GLJ-RECORD
095200         MOVE "C"                 TO FIB-GLJ-TYPE
095300         MOVE "FIBCHGBK"          TO FIB-GLJ-SOURCE
095400         MOVE FIB-CB-MONTH        TO FIB-GLJ-PERIOD
095500         MOVE FIB-CB-RECOV-ACCT   TO FIB-GLJ-ACCOUNT
095600         MOVE FIB-CB-RECOV-CC     TO FIB-GLJ-COST-CENTER
095700         MOVE FIB-CB-JRNL-DEBITS  TO FIB-GLJ-AMOUNT
095800         MOVE "FIBONACCI CHARGEBACK RECOVERY" TO FIB-GLJ-DESC
095900         WRITE FIB-GLJ-RECORD
096000         ADD 1 TO FIB-CB-GLJ-LINES
096100         ADD FIB-GLJ-AMOUNT TO FIB-CB-JRNL-CREDITS
096200     END-IF.
096300     MOVE SPACES              TO FIB-GLJ-RECORD.
096400     MOVE "T"                 TO FIB-GLJ-TYPE.
096500     MOVE "FIBCHGBK"          TO FIB-GLJ-SOURCE.
096600     MOVE FIB-CB-MONTH        TO FIB-GLJ-PERIOD.
096700     MOVE FIB-CB-GLJ-LINES    TO FIB-GLJ-LINE-COUNT.
096800     MOVE FIB-CB-JRNL-DEBITS  TO FIB-GLJ-DEBIT-TOTAL.
096900     MOVE FIB-CB-JRNL-CREDITS TO FIB-GLJ-CREDIT-TOTAL.
097000     WRITE FIB-GLJ-RECORD.
097100 3500-EXIT.
097200     EXIT.
097300*
097400****************************************************
097500**  3510-WRITE-ONE-DEBIT - ONE COST CENTER'S       *
097600**  DEBIT, IF IT WAS CHARGED ANYTHING.             *
097700****************************************************
097800 3510-WRITE-ONE-DEBIT.
097900     IF FIB-CB-CC-AMOUNT(FIB-CB-SUB) NOT > ZERO
098000         GO TO 3510-EXIT
098100     END-IF.
098200     MOVE SPACES                   TO FIB-GLJ-RECORD.
098300     MOVE "D"                      TO FIB-GLJ-TYPE.
098400     MOVE "FIBCHGBK"               TO FIB-GLJ-SOURCE.
098500     MOVE FIB-CB-MONTH             TO FIB-GLJ-PERIOD.
098600     MOVE FIB-CB-EXPENSE-ACCT      TO FIB-GLJ-ACCOUNT.
098700     MOVE FIB-CB-CC-ID(FIB-CB-SUB) TO FIB-GLJ-COST-CENTER.
098800     MOVE FIB-CB-CC-AMOUNT(FIB-CB-SUB) TO FIB-GLJ-AMOUNT.
098900     MOVE "FIBONACCI USAGE CHARGEBACK" TO FIB-GLJ-DESC.
099000     WRITE FIB-GLJ-RECORD.
099100     ADD 1 TO FIB-CB-GLJ-LINES.
099200     ADD FIB-GLJ-AMOUNT TO FIB-CB-JRNL-DEBITS.
099300 3510-EXIT.
099400     EXIT.
099500*
099600****************************************************
099700**  3900-WRITE-CONTROLS - THE CONTROL TOTALS AND   *
099800**  THE PROOF: STATEMENT TOTAL = JOURNAL DEBITS =  *
099900**  JOURNAL CREDIT, AND BILLED + UNBILLED TERMS =  *
100000**  THE MONTH'S FIBRUN TERMS.  OUT OF BALANCE IS   *
100100**  RC 16; IN BALANCE WITH UNBILLED USAGE IS RC 8. *
100200****************************************************
100300 3900-WRITE-CONTROLS.
100400     COMPUTE FIB-CB-TIED-TERMS =
100500         FIB-CB-BILLED-TERMS + FIB-CB-UNBILLED-TERMS.
100600     IF FIB-CB-STMT-TOTAL NOT = FIB-CB-JRNL-DEBITS
100700        OR FIB-CB-JRNL-DEBITS NOT = FIB-CB-JRNL-CREDITS
100800        OR FIB-CB-TIED-TERMS NOT = FIB-CB-RUN-TERMS
100900         SET FIB-CB-NOT-TIED TO TRUE
101000     END-IF.
101100     MOVE SPACES TO FIB-CBR-TEXT.
101200     WRITE FIB-CHGS-RPT-LINE FROM FIB-CBR-TEXT-LINE.
101300     MOVE "CONTROL TOTALS:" TO FIB-CBR-TEXT.
101400     WRITE FIB-CHGS-RPT-LINE FROM FIB-CBR-TEXT-LINE.
101500     MOVE "  FIBRUN RECORDS READ (WHOLE LOG):"
101600         TO FIB-CBR-COUNT-DESC.
101700     MOVE FIB-CB-RUN-READ TO FIB-CBR-COUNT.
101800     WRITE FIB-CHGS-RPT-LINE FROM FIB-CBR-COUNT-LINE.
101900     MOVE "  FIBRUN REQUESTS FOR THIS MONTH:"
102000         TO FIB-CBR-COUNT-DESC.
102100     MOVE FIB-CB-RUN-REQS TO FIB-CBR-COUNT.
102200     WRITE FIB-CHGS-RPT-LINE FROM FIB-CBR-COUNT-LINE.
102300     MOVE "  FIBRUN TERMS FOR THIS MONTH:" TO FIB-CBR-COUNT-DESC.
102400     MOVE FIB-CB-RUN-TERMS TO FIB-CBR-COUNT.
102500     WRITE FIB-CHGS-RPT-LINE FROM FIB-CBR-COUNT-LINE.
102600     MOVE "  TERMS BILLED:" TO FIB-CBR-COUNT-DESC.
102700     MOVE FIB-CB-BILLED-TERMS TO FIB-CBR-COUNT.
102800     WRITE FIB-CHGS-RPT-LINE FROM FIB-CBR-COUNT-LINE.
102900     MOVE "  TERMS UNBILLED:" TO FIB-CBR-COUNT-DESC.
103000     MOVE FIB-CB-UNBILLED-TERMS TO FIB-CBR-COUNT.
103100     WRITE FIB-CHGS-RPT-LINE FROM FIB-CBR-COUNT-LINE.
103200     MOVE "  RESUMES BILLED:" TO FIB-CBR-COUNT-DESC.
103300     MOVE FIB-CB-BILLED-RESUMES TO FIB-CBR-COUNT.
103400     WRITE FIB-CHGS-RPT-LINE FROM FIB-CBR-COUNT-LINE.
103500     MOVE "  DELIVERY LOG RECORDS FOR THIS MONTH:"
103600         TO FIB-CBR-COUNT-DESC.
103700     MOVE FIB-CB-DLOG-MONTH TO FIB-CBR-COUNT.
103800     WRITE FIB-CHGS-RPT-LINE FROM FIB-CBR-COUNT-LINE.
103900     MOVE "  ROWS DELIVERED BILLED:" TO FIB-CBR-COUNT-DESC.
104000     MOVE FIB-CB-BILLED-ROWS TO FIB-CBR-COUNT.
104100     WRITE FIB-CHGS-RPT-LINE FROM FIB-CBR-COUNT-LINE.
104200     MOVE "  ROWS DELIVERED UNBILLED:" TO FIB-CBR-COUNT-DESC.
104300     MOVE FIB-CB-UNBILLED-ROWS TO FIB-CBR-COUNT.
104400     WRITE FIB-CHGS-RPT-LINE FROM FIB-CBR-COUNT-LINE.
104500     MOVE "  ROWS WITH NO RUN THAT NIGHT:" TO FIB-CBR-COUNT-DESC.
104600     MOVE FIB-CB-UNMATCHED-ROWS TO FIB-CBR-COUNT.
104700     WRITE FIB-CHGS-RPT-LINE FROM FIB-CBR-COUNT-LINE.
104800     MOVE "  STATEMENT TOTAL:" TO FIB-CBR-AMOUNT-DESC.
104900     MOVE FIB-CB-STMT-TOTAL TO FIB-CBR-AMOUNT.
105000     WRITE FIB-CHGS-RPT-LINE FROM FIB-CBR-AMOUNT-LINE.
105100     MOVE "  JOURNAL DEBITS:" TO FIB-CBR-AMOUNT-DESC.
105200     MOVE FIB-CB-JRNL-DEBITS TO FIB-CBR-AMOUNT.
105300     WRITE FIB-CHGS-RPT-LINE FROM FIB-CBR-AMOUNT-LINE.
105400     MOVE "  JOURNAL CREDIT:" TO FIB-CBR-AMOUNT-DESC.
105500     MOVE FIB-CB-JRNL-CREDITS TO FIB-CBR-AMOUNT.
105600     WRITE FIB-CHGS-RPT-LINE FROM FIB-CBR-AMOUNT-LINE.
105700     MOVE SPACES TO FIB-CBR-TEXT.
105800     WRITE FIB-CHGS-RPT-LINE FROM FIB-CBR-TEXT-LINE.
105900     IF FIB-CB-TIED
106000         MOVE "CONTROL TOTALS IN BALANCE" TO FIB-CBR-TEXT
106100     ELSE
106200         MOVE "*** OUT OF BALANCE - DO NOT POST ***"
106300             TO FIB-CBR-TEXT
106400     END-IF.
106500     WRITE FIB-CHGS-RPT-LINE FROM FIB-CBR-TEXT-LINE.
106600     DISPLAY "FIBCHARGEBACK: MONTH " FIB-CB-MONTH
106700         " FIBRUN TERMS " FIB-CB-RUN-TERMS
106800         " BILLED " FIB-CB-BILLED-TERMS
106900         " UNBILLED " FIB-CB-UNBILLED-TERMS.
107000     DISPLAY "FIBCHARGEBACK: STATEMENT " FIB-CB-STMT-TOTAL
107100         " DEBITS " FIB-CB-JRNL-DEBITS
107200         " CREDIT " FIB-CB-JRNL-CREDITS.
107300     IF FIB-CB-NOT-TIED
107400         DISPLAY "FIBCHARGEBACK: CONTROL TOTALS OUT OF BALANCE"
107500         MOVE 16 TO RETURN-CODE
107600     ELSE
107700         IF FIB-CB-UNBILLED-LINES > ZERO
107800            OR FIB-CB-UNMATCHED-ROWS > ZERO
107900             DISPLAY "FIBCHARGEBACK: UNBILLED USAGE - SEE FIBCHGS"
108000             MOVE 8 TO RETURN-CODE
108100         END-IF
108200     END-IF.
108300 3900-EXIT.
108400     EXIT.
108500*
108600****************************************************
108700**  4000-TERMINATE - CLOSE THE FILES.              *
108800****************************************************
108900 4000-TERMINATE.
109000     IF NOT FIB-CB-ABORTED
109100         CLOSE FIB-RUN-LOG-FILE
109200         CLOSE FIB-RATE-FILE
109300         CLOSE FIB-RQST-FILE
109400         CLOSE FIB-GLJ-FILE
109500         IF FIB-CB-DLOG-OPEN
109600             CLOSE FIB-DLOG-FILE
109700         END-IF
109800     END-IF.
109900     CLOSE FIB-CHGS-RPT-FILE.
110000 4000-EXIT.
110100     EXIT.
110200 END PROGRAM FibChargeBack.
