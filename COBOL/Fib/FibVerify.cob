000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. FibVerify.
000300 AUTHOR. R-HENSLEY.
000400 INSTALLATION. BATCH-PRODUCTION.
000500 DATE-WRITTEN. 10/15/2026.
000600 DATE-COMPILED.
000700*
000800*-----------------------------------------------------------------
000900*  MODIFICATION HISTORY
001000*-----------------------------------------------------------------
001100*  DATE       INIT  DESCRIPTION
001200*  10/15/26   RH    ORIGINAL PROGRAM.  FibExtractAck BALANCES A
001300*                   FEED'S COUNTS AND SUMS ONLY ON THE NIGHT IT IS
001400*                   DELIVERED; AFTER THAT A CONSUMER HAS NO WAY TO
001500*                   PROVE THAT WHAT IT HOLDS STILL MATCHES WHAT WE
001600*                   PRODUCED.  NOW A CONSUMER SENDS A VERIFICATION
001700*                   FILE (FIBVREQ - ONE ROW PER TERM: REQUESTOR,
001800*                   SEQUENCE, RUN DATE, TERM NUMBER AND THE VALUE
001900*                   IT HOLDS) AND THIS PROGRAM, RUN ONCE PER
002000*                   REQUESTOR LIKE FibFeedSplit (THE SYSIN CARD
002100*                   NAMES WHICH - ONE VERn/XMITn STEP PAIR PER
002200*                   REQUESTOR IN JOB FIBVERJ), CHECKS EVERY ROW
002300*                   AGAINST THE LIVE FIBHIST KSDS.  A TERM PURGED
002400*                   FROM FIBHIST IS LOOKED FOR IN THE FIBHARC
002500*                   ARCHIVES: THE FIBHCAT CATALOG SAYS WHETHER
002600*                   ITS RUN DATE WAS EVER ARCHIVED, AND ONE PASS
002700*                   OF THE ARCHIVE GENERATIONS (CONCATENATED
002800*                   UNDER THE FIBHARC DD) ANSWERS EVERY SUCH ROW
002900*                   AT ONCE.  EACH ROW IS ANSWERED ON THE
003000*                   REQUESTOR'S FIBVRSP RESPONSE (SEE
003100*                   FIBVRSP.CPY) AS MATCHED, VALUE
003200*                   MISMATCH, UNKNOWN TERM, ARCHIVED ONLY OR
003300*                   REJECTED, WITH A TRAILER OF CONTROL TOTALS,
003400*                   AND THE JCL TRANSMITS THE RESPONSE TO THE
003500*                   DESTINATION NODE ON THE REQUESTOR'S FIBDLVP
003600*                   PROFILE (WHICH MUST EXIST AND BE ACTIVE).
003700*                   EVERY MISMATCH AND REJECT ALSO GOES ON OUR
003800*                   FIBVERX EXCEPTIONS REPORT.  RC 4 WHEN ANY ROW
003900*                   DID NOT VERIFY - THE RESPONSE STILL GOES.
004000*                   RC 8 WHEN THE RESPONSE MUST NOT GO: NO OR
004100*                   INACTIVE PROFILE, NO ROWS, A FILE THAT WILL
004200*                   NOT OPEN, OR AN ARCHIVE CONCATENATION THAT
004300*                   DOES NOT FOOT TO THE CATALOG.  RC 16 WHEN THE
004400*                   CONTROL TOTALS DO NOT FOOT.
004500*-----------------------------------------------------------------
004600*
004700 ENVIRONMENT DIVISION.
004800 INPUT-OUTPUT SECTION.
004900 FILE-CONTROL.
005000     SELECT FIB-VREQ-FILE     ASSIGN TO "FIBVREQ"
005100         ORGANIZATION IS LINE SEQUENTIAL
005200         FILE STATUS IS FIB-VREQ-FILE-STATUS.
005300 
005400     SELECT FIB-VRSP-FILE     ASSIGN TO "FIBVRSP"
005500         ORGANIZATION IS LINE SEQUENTIAL
005600         FILE STATUS IS FIB-VRSP-FILE-STATUS.
005700 
005800     SELECT FIB-VERX-FILE     ASSIGN TO "FIBVERX"
005900         ORGANIZATION IS LINE SEQUENTIAL
006000         FILE STATUS IS FIB-VERX-FILE-STATUS.
006100 
006200     SELECT FIB-DLVP-FILE     ASSIGN TO "FIBDLVP"
006300         ORGANIZATION IS LINE SEQUENTIAL
006400         FILE STATUS IS FIB-DLVP-FILE-STATUS.
006500 
006600     SELECT FIB-HIST-CAT-FILE ASSIGN TO "FIBHCAT"
006700         ORGANIZATION IS LINE SEQUENTIAL
006800         FILE STATUS IS FIB-HIST-CAT-STATUS.
006900 
007000     SELECT FIB-HIST-ARCH-FILE ASSIGN TO "FIBHARC"
007100         ORGANIZATION IS LINE SEQUENTIAL
007200         FILE STATUS IS FIB-HIST-ARCH-FILE-STATUS.
007300 
007400     SELECT FIB-HISTORY-FILE  ASSIGN TO "FIBHIST"
007500         ORGANIZATION IS INDEXED
007600         ACCESS MODE IS RANDOM
007700         RECORD KEY IS FIB-HIST-KEY
007800         FILE STATUS IS FIB-HISTORY-FILE-STATUS.
007900 
008000 DATA DIVISION.
008100 FILE SECTION.
008200*
008300****************************************************
008400**  FIB-VREQ-FILE - THE CONSUMER'S VERIFICATION    *
008500**  ROWS.  SEE FIBVREQ.CPY.                        *
008600****************************************************
008700 FD  FIB-VREQ-FILE.
008800     COPY FIBVREQ.
008900*
009000****************************************************
009100**  FIB-VRSP-FILE - THE RESPONSE THIS INVOCATION   *
009200**  CUTS FOR THE ONE REQUESTOR.  SEE FIBVRSP.CPY.  *
009300****************************************************
009400 FD  FIB-VRSP-FILE.
009500     COPY FIBVRSP.
009600*
009700****************************************************
009800**  FIB-VERX-FILE - OUR EXCEPTIONS REPORT, ONE     *
009900**  SECTION APPENDED PER REQUESTOR.                *
010000****************************************************
010100 FD  FIB-VERX-FILE.
010200 01  FIB-VERX-REPORT-LINE     PIC X(170).
010300*
010400****************************************************
010500**  FIB-DLVP-FILE - THE DELIVERY PROFILES.  SEE    *
010600**  FIBDLVP.CPY.                                   *
010700****************************************************
010800 FD  FIB-DLVP-FILE.
010900     COPY FIBDLVP.
011000*
011100****************************************************
011200**  FIB-HIST-CAT-FILE - WHICH RUN-DATE RANGES LIVE *
011300**  IN WHICH ARCHIVE GENERATION.  SEE FIBHCAT.CPY. *
011400****************************************************
011500 FD  FIB-HIST-CAT-FILE.
011600     COPY FIBHCAT.
011700*
011800****************************************************
011900**  FIB-HIST-ARCH-FILE - EVERY CATALOGED ARCHIVE   *
012000**  GENERATION, CONCATENATED BY THE JCL.  SAME     *
012100**  LAYOUT AS FIBHIST, PLAIN SEQUENTIAL.           *
012200****************************************************
012300 FD  FIB-HIST-ARCH-FILE.
012400     COPY FIBHIST
012500         REPLACING ==FIB-HISTORY-RECORD==
012600                BY ==FIB-ARCH-RECORD==
012700                   ==FIB-HIST-KEY==
012800                BY ==FIB-ARCH-KEY==
012900                   ==FIB-HIST-RUN-DATE==
013000                BY ==FIB-ARCH-RUN-DATE==
013100                   ==FIB-HIST-SEQ-ID==
013200                BY ==FIB-ARCH-SEQ-ID==
013300                   ==FIB-HIST-UPPER-BOUND==
013400                BY ==FIB-ARCH-UPPER-BOUND==
013500                   ==FIB-HIST-I==
013600                BY ==FIB-ARCH-I==
013700                   ==FIB-HIST-RESULT==
013800                BY ==FIB-ARCH-RESULT==
013900                   ==FIB-HIST-OVERFLOW-SW==
014000                BY ==FIB-ARCH-OVERFLOW-SW==
014100                   ==FIB-HIST-OVERFLOW==
014200                BY ==FIB-ARCH-OVERFLOW==
014300                   ==FIB-HIST-NO-OVERFLOW==
014400                BY ==FIB-ARCH-NO-OVERFLOW==.
014500*
014600****************************************************
014700**  FIB-HISTORY-FILE - THE LIVE KEYED ARCHIVE,     *
014800**  READ BY KEY.  SEE FIBHIST.CPY.                 *
014900****************************************************
015000 FD  FIB-HISTORY-FILE.
015100     COPY FIBHIST.
015200 
015300 WORKING-STORAGE SECTION.
015400 01  FIB-VREQ-FILE-STATUS     PIC X(02).
015500     88  FIB-VREQ-FILE-OK            VALUE "00".
015600 01  FIB-VRSP-FILE-STATUS     PIC X(02).
015700     88  FIB-VRSP-FILE-OK            VALUE "00".
015800 01  FIB-VERX-FILE-STATUS     PIC X(02).
015900     88  FIB-VERX-FILE-OK            VALUE "00".
016000     88  FIB-VERX-FILE-NOT-FOUND     VALUE "35".
016100 01  FIB-DLVP-FILE-STATUS     PIC X(02).
016200     88  FIB-DLVP-FILE-OK            VALUE "00".
016300 01  FIB-HIST-CAT-STATUS      PIC X(02).
016400     88  FIB-HIST-CAT-OK             VALUE "00".
016500 01  FIB-HIST-ARCH-FILE-STATUS PIC X(02).
016600     88  FIB-HIST-ARCH-FILE-OK       VALUE "00".
016700 01  FIB-HISTORY-FILE-STATUS  PIC X(02).
016800     88  FIB-HISTORY-FILE-OK         VALUE "00".
016900 01  FIB-VREQ-EOF-SW          PIC X(01)          VALUE "N".
017000     88  FIB-VREQ-EOF                 VALUE "Y".
017100 01  FIB-DLVP-EOF-SW          PIC X(01)          VALUE "N".
017200     88  FIB-DLVP-EOF                 VALUE "Y".
017300 01  FIB-HA-CAT-EOF-SW        PIC X(01)          VALUE "N".
017400     88  FIB-HA-CAT-EOF               VALUE "Y".
017500 01  FIB-HA-ARCH-EOF-SW       PIC X(01)          VALUE "N".
017600     88  FIB-HA-ARCH-EOF              VALUE "Y".
017700 01  FIB-VF-ABORT-SW          PIC X(01)          VALUE "N".
017800     88  FIB-VF-ABORTED               VALUE "Y".
017900 01  FIB-VF-RPT-OPEN-SW       PIC X(01)          VALUE "N".
018000     88  FIB-VF-RPT-OPEN              VALUE "Y".
018100 01  FIB-VF-PROF-FOUND-SW     PIC X(01)          VALUE "N".
018200     88  FIB-VF-PROF-FOUND            VALUE "Y".
018300 01  FIB-VF-ARCH-READ-SW      PIC X(01)          VALUE "N".
018400     88  FIB-VF-ARCH-COMPLETE         VALUE "Y".
018500 01  FIB-VF-ROW-BAD-SW        PIC X(01)          VALUE "N".
018600     88  FIB-VF-ROW-BAD               VALUE "Y".
018700 01  FIB-VF-REQUESTOR         PIC X(08).
018800 01  FIB-VF-DEST-NODE         PIC X(17).
018900 01  FIB-VF-ACTIVE-SW         PIC X(01).
019000     88  FIB-VF-PROF-ACTIVE           VALUE "A".
019100 01  FIB-VF-RUN-DATE          PIC 9(08).
019200 01  FIB-VF-TIME-RAW          PIC X(08).
019300 01  FIB-VF-ROWS-READ         PIC S9(9)  COMP-5  VALUE ZERO.
019400 01  FIB-VF-MATCH-COUNT       PIC S9(9)  COMP-5  VALUE ZERO.
019500 01  FIB-VF-MISM-COUNT        PIC S9(9)  COMP-5  VALUE ZERO.
019600 01  FIB-VF-UNKN-COUNT        PIC S9(9)  COMP-5  VALUE ZERO.
019700 01  FIB-VF-ARCH-COUNT        PIC S9(9)  COMP-5  VALUE ZERO.
019800 01  FIB-VF-REJ-COUNT         PIC S9(9)  COMP-5  VALUE ZERO.
019900 01  FIB-VF-RESP-COUNT        PIC S9(9)  COMP-5  VALUE ZERO.
020000 01  FIB-VF-FOOT-COUNT        PIC S9(9)  COMP-5  VALUE ZERO.
020100 01  FIB-VF-ARCH-READ-COUNT   PIC S9(9)  COMP-5  VALUE ZERO.
020200 01  FIB-VF-CAT-REC-TOTAL     PIC S9(9)  COMP-5  VALUE ZERO.
020300 01  FIB-VF-VALUE-LEN         PIC S9(4)  COMP-5.
020400 01  FIB-VF-VALUE-START       PIC S9(4)  COMP-5.
020500 01  FIB-VF-FMT-SCAN          PIC S9(4)  COMP-5.
020600 01  FIB-VF-FMT-POS           PIC S9(4)  COMP-5.
020650 01  FIB-VF-FMT-DISP          PIC X(150).
020700*
020800****************************************************
020900**  THE ROW BEING ANSWERED - TAKEN FROM FIBVREQ AS *
021000**  IT IS READ, OR FROM THE ARCHIVE TABLE BELOW    *
021100**  ONCE THE ARCHIVES HAVE BEEN SCANNED.           *
021200****************************************************
021300 01  FIB-VF-CUR-ROW.
021400     05  FIB-VF-CUR-ROW-NO    PIC 9(09).
021500     05  FIB-VF-CUR-SEQ-ID    PIC X(08).
021600     05  FIB-VF-CUR-RUN-DATE  PIC 9(08).
021700     05  FIB-VF-CUR-I         PIC 9(09).
021800     05  FIB-VF-CUR-VALUE     PIC X(150).
021900     05  FIB-VF-CUR-STATUS    PIC X(01).
022000         88  FIB-VF-CUR-MATCHED       VALUE "M".
022100         88  FIB-VF-CUR-MISMATCH      VALUE "V".
022200         88  FIB-VF-CUR-UNKNOWN       VALUE "U".
022300         88  FIB-VF-CUR-ARCHIVED      VALUE "A".
022400         88  FIB-VF-CUR-REJECTED      VALUE "R".
022500     05  FIB-VF-CUR-SOURCE    PIC X(01).
022600     05  FIB-VF-CUR-ARCH-DATE PIC 9(08).
022700     05  FIB-VF-CUR-OFLOW-SW  PIC X(01).
022800     05  FIB-VF-CUR-OUR-VALUE PIC X(150).
022900     05  FIB-VF-CUR-REASON    PIC X(44).
023000*
023100****************************************************
023200**  THE ARCHIVE CATALOG, LOADED UP FRONT.  THE     *
023300**  LAST ENTRY COVERING A RUN DATE WINS, THE SAME  *
023400**  RULE FibHistArch USES.                         *
023500****************************************************
023600 01  FIB-VF-CAT-COUNT         PIC S9(4)  COMP-5  VALUE ZERO.
023700 01  FIB-VF-CAT-SUB           PIC S9(4)  COMP-5.
023800 01  FIB-VF-CAT-HIT           PIC S9(4)  COMP-5.
023900 01  FIB-VF-CAT-TABLE.
024000     05  FIB-VF-CAT-ENTRY     OCCURS 200 TIMES.
024100         10  FIB-VF-CATT-ARCH-DATE PIC 9(08).
024200         10  FIB-VF-CATT-LOW-DATE  PIC 9(08).
024300         10  FIB-VF-CATT-HIGH-DATE PIC 9(08).
024400*
024500****************************************************
024600**  ROWS NOT LIVE BUT WITHIN A CATALOGED ARCHIVE   *
024700**  RANGE, HELD FOR THE ONE PASS OF THE ARCHIVES.  *
024800**  THE LOW/HIGH RUN DATES HELD LET THAT PASS      *
024900**  SKIP ARCHIVE RECORDS NO ROW CAN WANT.          *
025000****************************************************
025100 01  FIB-VF-PEND-MAX          PIC S9(4)  COMP-5  VALUE 2000.
025200 01  FIB-VF-PEND-COUNT        PIC S9(4)  COMP-5  VALUE ZERO.
025300 01  FIB-VF-PEND-SUB          PIC S9(4)  COMP-5.
025400 01  FIB-VF-PEND-LOW-DATE     PIC 9(08)          VALUE 99999999.
025500 01  FIB-VF-PEND-HIGH-DATE    PIC 9(08)          VALUE ZERO.
025600 01  FIB-VF-PEND-TABLE.
025700     05  FIB-VF-PEND-ENTRY    OCCURS 2000 TIMES.
025800         10  FIB-VF-PENDT-ROW-NO    PIC 9(09).
025900         10  FIB-VF-PENDT-SEQ-ID    PIC X(08).
026000         10  FIB-VF-PENDT-RUN-DATE  PIC 9(08).
026100         10  FIB-VF-PENDT-I         PIC 9(04).
026200         10  FIB-VF-PENDT-VALUE     PIC X(150).
026300         10  FIB-VF-PENDT-ARCH-DATE PIC 9(08).
026400         10  FIB-VF-PENDT-FOUND-SW  PIC X(01).
026500             88  FIB-VF-PENDT-FOUND       VALUE "Y".
026600         10  FIB-VF-PENDT-OFLOW-SW  PIC X(01).
026700         10  FIB-VF-PENDT-OUR-VALUE PIC X(150).
026800*
026900****************************************************
027000**  EXCEPTIONS REPORT LINE LAYOUTS.                *
027100****************************************************
027200 01  FIB-VERX-HEADING-1.
027300     05  FILLER               PIC X(39)          VALUE
027400         "INBOUND VALUE VERIFICATION - REQUESTOR ".
027500     05  FIB-VERX-H-REQUESTOR PIC X(08).
027600     05  FILLER               PIC X(07)          VALUE "  NODE ".
027700     05  FIB-VERX-H-NODE      PIC X(17).
027800     05  FILLER               PIC X(10)          VALUE
027900         "  CHECKED ".
028000     05  FIB-VERX-H-DATE      PIC 9(08).
028100     05  FILLER               PIC X(01)          VALUE SPACE.
028200     05  FIB-VERX-H-TIME      PIC X(06).
028300     05  FILLER               PIC X(74)          VALUE SPACES.
028400 01  FIB-VERX-DETAIL-LINE.
028500     05  FILLER               PIC X(06)          VALUE
028600         "  ROW ".
028700     05  FIB-VERX-ROW-NO      PIC Z(8)9.
028800     05  FILLER               PIC X(05)          VALUE " SEQ ".
028900     05  FIB-VERX-SEQ-ID      PIC X(08).
029000     05  FILLER               PIC X(05)          VALUE " RUN ".
029100     05  FIB-VERX-RUN-DATE    PIC 9(08).
029200     05  FILLER               PIC X(03)          VALUE " I ".
029300     05  FIB-VERX-I           PIC Z(8)9.
029400     05  FILLER               PIC X(03)          VALUE " - ".
029500     05  FIB-VERX-MESSAGE     PIC X(44).
029600     05  FILLER               PIC X(70)          VALUE SPACES.
029700 01  FIB-VERX-VALUE-LINE.
029800     05  FIB-VERX-VALUE-DESC  PIC X(14).
029900     05  FIB-VERX-VALUE       PIC X(150).
030000     05  FILLER               PIC X(06)          VALUE SPACES.
030100 01  FIB-VERX-COUNT-LINE.
030200     05  FIB-VERX-COUNT-DESC  PIC X(36).
030300     05  FIB-VERX-COUNT       PIC Z(8)9.
030400     05  FILLER               PIC X(125)         VALUE SPACES.
030500 01  FIB-VERX-TEXT-LINE.
030600     05  FIB-VERX-TEXT        PIC X(170).
030700 
030800 PROCEDURE DIVISION.
030900*
031000****************************************************
031100**  0000-MAINLINE                                  *
031200****************************************************
031300 0000-MAINLINE.
031400     PERFORM 1000-INITIALIZE      THRU 1000-EXIT.
031500     IF NOT FIB-VF-ABORTED
031600         PERFORM 2000-VERIFY-ONE-ROW THRU 2000-EXIT
031700             UNTIL FIB-VREQ-EOF
031800         IF FIB-VF-PEND-COUNT > ZERO
031900             PERFORM 4000-SCAN-ARCHIVES THRU 4000-EXIT
032000         END-IF
032100     END-IF.
032200     PERFORM 5000-TERMINATE       THRU 5000-EXIT.
032300     STOP RUN.
032400*
032500****************************************************
032600**  1000-INITIALIZE - PICK UP THE REQUESTOR FROM   *
032700**  SYSIN, OPEN THE EXCEPTIONS REPORT, FIND THE    *
032800**  REQUESTOR'S ACTIVE DELIVERY PROFILE, LOAD THE  *
032900**  ARCHIVE CATALOG, AND OPEN THE VERIFICATION     *
033000**  ROWS, FIBHIST AND THE RESPONSE.  NO PROFILE OR *
033100**  AN INACTIVE ONE ABORTS RC 8 BEFORE ANYTHING IS *
033200**  CHECKED - THERE IS NOWHERE TO SEND AN ANSWER.  *
033300****************************************************
033400 1000-INITIALIZE.
033500     ACCEPT FIB-VF-REQUESTOR.
033600     ACCEPT FIB-VF-RUN-DATE FROM DATE YYYYMMDD.
033700     ACCEPT FIB-VF-TIME-RAW FROM TIME.
033800     IF FIB-VF-REQUESTOR = SPACES
033900         DISPLAY "FIBVERIFY: NO REQUESTOR CARD ON SYSIN - "
034000             "NOTHING VERIFIED"
034100         MOVE 8 TO RETURN-CODE
034200         SET FIB-VF-ABORTED TO TRUE
034300         GO TO 1000-EXIT
034400     END-IF.
034500     PERFORM 1100-FIND-PROFILE THRU 1100-EXIT.
034600     OPEN EXTEND FIB-VERX-FILE.
034700     IF FIB-VERX-FILE-NOT-FOUND
034800         OPEN OUTPUT FIB-VERX-FILE
034900     END-IF.
035000     IF FIB-VERX-FILE-OK
035100         SET FIB-VF-RPT-OPEN TO TRUE
035200         MOVE FIB-VF-REQUESTOR     TO FIB-VERX-H-REQUESTOR
035300         MOVE FIB-VF-DEST-NODE     TO FIB-VERX-H-NODE
035400         MOVE FIB-VF-RUN-DATE      TO FIB-VERX-H-DATE
035500         MOVE FIB-VF-TIME-RAW(1:6) TO FIB-VERX-H-TIME
035600         WRITE FIB-VERX-REPORT-LINE FROM FIB-VERX-HEADING-1
035700     ELSE
035800         DISPLAY "FIBVERIFY: EXCEPTIONS REPORT FIBVERX COULD NOT "
035900             "BE OPENED, STATUS = " FIB-VERX-FILE-STATUS
036000             " - NOTHING VERIFIED"
036100         MOVE 8 TO RETURN-CODE
036200         SET FIB-VF-ABORTED TO TRUE
036300         GO TO 1000-EXIT
036400     END-IF.
036500     IF NOT FIB-VF-PROF-FOUND
036600         MOVE "NO DELIVERY PROFILE FOR THIS REQUESTOR - NOTHING "
036700             TO FIB-VERX-TEXT
036800         PERFORM 1900-ABORT-INIT THRU 1900-EXIT
036900         GO TO 1000-EXIT
037000     END-IF.
037100     IF NOT FIB-VF-PROF-ACTIVE
037200         MOVE "DELIVERY PROFILE IS INACTIVE - NOTHING "
037300             TO FIB-VERX-TEXT
037400         PERFORM 1900-ABORT-INIT THRU 1900-EXIT
037500         GO TO 1000-EXIT
037600     END-IF.
037700     PERFORM 1200-LOAD-CATALOG THRU 1200-EXIT.
037800     OPEN INPUT FIB-VREQ-FILE.
037900     IF NOT FIB-VREQ-FILE-OK
038000         DISPLAY "FIBVERIFY: VERIFICATION FILE FIBVREQ COULD NOT "
038100             "BE OPENED, STATUS = " FIB-VREQ-FILE-STATUS
038200         MOVE "VERIFICATION FILE COULD NOT BE OPENED - NOTHING "
038300             TO FIB-VERX-TEXT
038400         PERFORM 1900-ABORT-INIT THRU 1900-EXIT
038500         GO TO 1000-EXIT
038600     END-IF.
038700     OPEN INPUT FIB-HISTORY-FILE.
038800     IF NOT FIB-HISTORY-FILE-OK
038900         DISPLAY "FIBVERIFY: FIBHIST COULD NOT BE OPENED, "
039000             "STATUS = " FIB-HISTORY-FILE-STATUS
039100         MOVE "FIBHIST COULD NOT BE OPENED - NOTHING "
039200             TO FIB-VERX-TEXT
039300         PERFORM 1900-ABORT-INIT THRU 1900-EXIT
039400         CLOSE FIB-VREQ-FILE
039500         GO TO 1000-EXIT
039600     END-IF.
039700     OPEN OUTPUT FIB-VRSP-FILE.
039710     IF NOT FIB-VRSP-FILE-OK
039720         DISPLAY "FIBVERIFY: FIBVRSP COULD NOT BE OPENED, "
039730             "STATUS = " FIB-VRSP-FILE-STATUS
039740         MOVE "FIBVRSP COULD NOT BE OPENED - NOTHING "
039750             TO FIB-VERX-TEXT
039760         PERFORM 1900-ABORT-INIT THRU 1900-EXIT
039770         CLOSE FIB-VREQ-FILE
039780         CLOSE FIB-HISTORY-FILE
039790         GO TO 1000-EXIT
039795     END-IF.
039800 1000-EXIT.
039900     EXIT.
040000*
040100****************************************************
040200**  1100-FIND-PROFILE - SCAN THE PROFILES FOR THE  *
040300**  REQUESTOR.  THE LAST RECORD WINS, THE SAME WAY *
040400**  THE MAINTENANCE PROGRAM WOULD HAVE LEFT IT.    *
040500****************************************************
040600 1100-FIND-PROFILE.
040700     MOVE SPACES TO FIB-VF-DEST-NODE.
040800     OPEN INPUT FIB-DLVP-FILE.
040900     IF FIB-DLVP-FILE-OK
041000         PERFORM 1110-CHECK-ONE-PROFILE THRU 1110-EXIT
041100             UNTIL FIB-DLVP-EOF
041200         CLOSE FIB-DLVP-FILE
041300     ELSE
041400         DISPLAY "FIBVERIFY: PROFILE FILE FIBDLVP COULD NOT BE "
041500             "OPENED, STATUS = " FIB-DLVP-FILE-STATUS
041600     END-IF.
041700 1100-EXIT.
041800     EXIT.
041900*
042000****************************************************
042100**  1110-CHECK-ONE-PROFILE - ONE PROFILE RECORD.   *
042200****************************************************
042300 1110-CHECK-ONE-PROFILE.
042400     READ FIB-DLVP-FILE
042500         AT END
042600             SET FIB-DLVP-EOF TO TRUE
042700         NOT AT END
042800             IF FIB-DLVP-REQUESTOR = FIB-VF-REQUESTOR
042900                 SET FIB-VF-PROF-FOUND TO TRUE
043000                 MOVE FIB-DLVP-DEST-NODE  TO FIB-VF-DEST-NODE
043100                 MOVE FIB-DLVP-ACTIVE-SW  TO FIB-VF-ACTIVE-SW
043200             END-IF
043300     END-READ.
043400 1110-EXIT.
043500     EXIT.
043600*
043700****************************************************
043800**  1200-LOAD-CATALOG - TAKE THE ARCHIVE CATALOG   *
043900**  INTO THE TABLE, FOOTING THE RECORD COUNTS SO   *
044000**  THE ARCHIVE PASS CAN PROVE IT SAW EVERY        *
044100**  GENERATION.  NO CATALOG MEANS NOTHING WAS EVER *
044200**  ARCHIVED - A TERM NOT LIVE IS THEN UNKNOWN.    *
044300****************************************************
044400 1200-LOAD-CATALOG.
044500     OPEN INPUT FIB-HIST-CAT-FILE.
044600     IF FIB-HIST-CAT-OK
044700         PERFORM 1210-LOAD-ONE-ENTRY THRU 1210-EXIT
044800             UNTIL FIB-HA-CAT-EOF
044900         CLOSE FIB-HIST-CAT-FILE
045000     ELSE
045100         DISPLAY "FIBVERIFY: FIBHCAT CATALOG COULD NOT BE OPENED "
045200             "- NO ARCHIVE IS CONSULTED"
045300     END-IF.
045400 1200-EXIT.
045500     EXIT.
045600*
045700****************************************************
045800**  1210-LOAD-ONE-ENTRY - ONE CATALOG RECORD.      *
045900****************************************************
046000 1210-LOAD-ONE-ENTRY.
046100     READ FIB-HIST-CAT-FILE
046200         AT END
046300             SET FIB-HA-CAT-EOF TO TRUE
046400         NOT AT END
046500             IF FIB-VF-CAT-COUNT < 200
046600                 ADD 1 TO FIB-VF-CAT-COUNT
046700                 MOVE FIB-HCAT-ARCH-DATE
046800                     TO FIB-VF-CATT-ARCH-DATE(FIB-VF-CAT-COUNT)
046900                 MOVE FIB-HCAT-LOW-DATE
047000                     TO FIB-VF-CATT-LOW-DATE(FIB-VF-CAT-COUNT)
047100                 MOVE FIB-HCAT-HIGH-DATE
047200                     TO FIB-VF-CATT-HIGH-DATE(FIB-VF-CAT-COUNT)
047300                 ADD FIB-HCAT-REC-COUNT TO FIB-VF-CAT-REC-TOTAL
047400             ELSE
047500                 DISPLAY "FIBVERIFY: MORE THAN 200 CATALOG "
047600                     "ENTRIES - EXTRAS IGNORED"
047700                 MOVE 8 TO RETURN-CODE
047800             END-IF
047900     END-READ.
048000 1210-EXIT.
048100     EXIT.
048200*
048300****************************************************
048400**  1900-ABORT-INIT - THE CALLER HAS PUT THE START *
048500**  OF THE REASON IN FIB-VERX-TEXT.  FINISH IT ON  *
048600**  THE REPORT AND JOB LOG AND END RC 8 WITH NO    *
048700**  RESPONSE CUT.                                  *
048800****************************************************
048900 1900-ABORT-INIT.
049000     WRITE FIB-VERX-REPORT-LINE FROM FIB-VERX-TEXT-LINE.
049100     DISPLAY "FIBVERIFY: " FIB-VERX-TEXT(1:50).
049200     MOVE "VERIFIED, NO RESPONSE SENT" TO FIB-VERX-TEXT.
049300     WRITE FIB-VERX-REPORT-LINE FROM FIB-VERX-TEXT-LINE.
049400     DISPLAY "FIBVERIFY: REQUESTOR '" FIB-VF-REQUESTOR "' - "
049500         FIB-VERX-TEXT(1:26).
049600     MOVE 8 TO RETURN-CODE.
049700     SET FIB-VF-ABORTED TO TRUE.
049800 1900-EXIT.
049900     EXIT.
050000*
050100****************************************************
050200**  2000-VERIFY-ONE-ROW - READ ONE VERIFICATION    *
050300**  ROW AND CHECK IT.                              *
050400****************************************************
050500 2000-VERIFY-ONE-ROW.
050600     READ FIB-VREQ-FILE
050700         AT END
050800             SET FIB-VREQ-EOF TO TRUE
050900         NOT AT END
051000             ADD 1 TO FIB-VF-ROWS-READ
051100             PERFORM 2100-CHECK-ROW THRU 2100-EXIT
051200     END-READ.
051300 2000-EXIT.
051400     EXIT.
051500*
051600****************************************************
051700**  2100-CHECK-ROW - EDIT THE ROW, THEN LOOK THE   *
051800**  TERM UP IN THE LIVE FILE.  A TERM NOT LIVE IS  *
051900**  UNKNOWN UNLESS ITS RUN DATE WAS ARCHIVED, IN   *
052000**  WHICH CASE IT WAITS FOR THE ARCHIVE PASS.  A   *
052100**  ROW FOR ANOTHER REQUESTOR IS REJECTED, NOT     *
052200**  CHECKED - NOBODY VERIFIES ANOTHER'S DATA.      *
052300****************************************************
052400 2100-CHECK-ROW.
052500     MOVE SPACES               TO FIB-VF-CUR-ROW.
052600     MOVE FIB-VF-ROWS-READ     TO FIB-VF-CUR-ROW-NO.
052700     MOVE FIB-VREQ-SEQ-ID      TO FIB-VF-CUR-SEQ-ID.
052800     MOVE ZERO                 TO FIB-VF-CUR-RUN-DATE
052900                                  FIB-VF-CUR-I
053000                                  FIB-VF-CUR-ARCH-DATE.
053100     IF FIB-VREQ-RUN-DATE NUMERIC
053200         MOVE FIB-VREQ-RUN-DATE TO FIB-VF-CUR-RUN-DATE
053300     END-IF.
053400     IF FIB-VREQ-I NUMERIC
053500         MOVE FIB-VREQ-I       TO FIB-VF-CUR-I
053600     END-IF.
053700     PERFORM 2200-EDIT-ROW THRU 2200-EXIT.
053800     IF FIB-VF-ROW-BAD
053900         SET FIB-VF-CUR-REJECTED TO TRUE
054000         PERFORM 3000-ANSWER-ROW THRU 3000-EXIT
054100         GO TO 2100-EXIT
054200     END-IF.
054300     IF FIB-VF-CUR-I > 9999
054400         SET FIB-VF-CUR-UNKNOWN TO TRUE
054500         PERFORM 3000-ANSWER-ROW THRU 3000-EXIT
054600         GO TO 2100-EXIT
054700     END-IF.
054800     MOVE FIB-VF-CUR-RUN-DATE  TO FIB-HIST-RUN-DATE.
054900     MOVE FIB-VF-CUR-SEQ-ID    TO FIB-HIST-SEQ-ID.
055000     MOVE FIB-VF-CUR-I         TO FIB-HIST-I.
055100     READ FIB-HISTORY-FILE
055200         INVALID KEY
055300             PERFORM 2400-NOT-LIVE THRU 2400-EXIT
055400         NOT INVALID KEY
055500             MOVE "L"                 TO FIB-VF-CUR-SOURCE
055600             MOVE FIB-HIST-OVERFLOW-SW TO FIB-VF-CUR-OFLOW-SW
055700             MOVE FIB-HIST-RESULT     TO FIB-VF-CUR-OUR-VALUE
055800             IF FIB-VF-CUR-VALUE = FIB-HIST-RESULT
055900                 SET FIB-VF-CUR-MATCHED TO TRUE
056000             ELSE
056100                 SET FIB-VF-CUR-MISMATCH TO TRUE
056200             END-IF
056300             PERFORM 3000-ANSWER-ROW THRU 3000-EXIT
056400     END-READ.
056500 2100-EXIT.
056600     EXIT.
056700*
056800****************************************************
056900**  2200-EDIT-ROW - EVERY COLUMN MUST BE USABLE.   *
057000**  THE VALUE IS RIGHT-JUSTIFIED AND ZERO-FILLED   *
057100**  INTO FIB-VF-CUR-VALUE, THE SAME SHAPE AS       *
057200**  FIB-HIST-RESULT.  A BAD ROW IS FLAGGED WITH    *
057300**  ITS REASON, NEVER GUESSED AT.                  *
057400****************************************************
057500 2200-EDIT-ROW.
057600     MOVE "N" TO FIB-VF-ROW-BAD-SW.
057700     IF FIB-VREQ-REQUESTOR NOT = FIB-VF-REQUESTOR
057800         SET FIB-VF-ROW-BAD TO TRUE
057900         MOVE "ROW IS FOR ANOTHER REQUESTOR"
058000             TO FIB-VF-CUR-REASON
058100         GO TO 2200-EXIT
058200     END-IF.
058300     IF FIB-VREQ-SEQ-ID = SPACES
058400         SET FIB-VF-ROW-BAD TO TRUE
058500         MOVE "SEQUENCE ID MISSING" TO FIB-VF-CUR-REASON
058600         GO TO 2200-EXIT
058700     END-IF.
058800     IF FIB-VREQ-RUN-DATE NOT NUMERIC
058900        OR FIB-VREQ-RUN-DATE = ZERO
059000         SET FIB-VF-ROW-BAD TO TRUE
059100         MOVE "RUN DATE NOT CCYYMMDD" TO FIB-VF-CUR-REASON
059200         GO TO 2200-EXIT
059300     END-IF.
059400     IF FIB-VREQ-I NOT NUMERIC
059500         SET FIB-VF-ROW-BAD TO TRUE
059600         MOVE "TERM NUMBER NOT NUMERIC" TO FIB-VF-CUR-REASON
059700         GO TO 2200-EXIT
059800     END-IF.
059900     MOVE ZERO TO FIB-VF-VALUE-LEN.
060000     PERFORM 2210-FIND-VALUE-END THRU 2210-EXIT
060100         VARYING FIB-VF-FMT-SCAN FROM 150 BY -1
060200         UNTIL FIB-VF-FMT-SCAN < 1
060300            OR FIB-VF-VALUE-LEN > ZERO.
060400     IF FIB-VF-VALUE-LEN = ZERO
060500         SET FIB-VF-ROW-BAD TO TRUE
060600         MOVE "VALUE MISSING" TO FIB-VF-CUR-REASON
060700         GO TO 2200-EXIT
060800     END-IF.
060900     IF FIB-VREQ-VALUE(1:FIB-VF-VALUE-LEN) NOT NUMERIC
061000         SET FIB-VF-ROW-BAD TO TRUE
061100         MOVE "VALUE NOT NUMERIC" TO FIB-VF-CUR-REASON
061200         GO TO 2200-EXIT
061300     END-IF.
061400     MOVE ALL "0" TO FIB-VF-CUR-VALUE.
061500     COMPUTE FIB-VF-VALUE-START = 151 - FIB-VF-VALUE-LEN.
061600     MOVE FIB-VREQ-VALUE(1:FIB-VF-VALUE-LEN)
061700         TO FIB-VF-CUR-VALUE(FIB-VF-VALUE-START:FIB-VF-VALUE-LEN).
061800 2200-EXIT.
061900     EXIT.
062000*
062100****************************************************
062200**  2210-FIND-VALUE-END - LOCATE THE LAST NON-     *
062300**  BLANK OF THE VALUE.                            *
062400****************************************************
062500 2210-FIND-VALUE-END.
062600     IF FIB-VREQ-VALUE(FIB-VF-FMT-SCAN:1) NOT = SPACE
062700         MOVE FIB-VF-FMT-SCAN TO FIB-VF-VALUE-LEN
062800     END-IF.
062900 2210-EXIT.
063000     EXIT.
063100*
063200****************************************************
063300**  2400-NOT-LIVE - THE TERM IS NOT IN FIBHIST.    *
063400**  IF NO CATALOGED ARCHIVE COVERS ITS RUN DATE IT *
063500**  WAS NEVER PRODUCED; OTHERWISE HOLD IT FOR THE  *
063600**  ARCHIVE PASS.  A FULL TABLE REJECTS THE ROW    *
063700**  FOR RESENDING RATHER THAN GUESS AT IT.         *
063800****************************************************
063900 2400-NOT-LIVE.
064000     MOVE ZERO TO FIB-VF-CAT-HIT.
064100     PERFORM 2410-CHECK-ONE-ENTRY THRU 2410-EXIT
064200         VARYING FIB-VF-CAT-SUB FROM 1 BY 1
064300         UNTIL FIB-VF-CAT-SUB > FIB-VF-CAT-COUNT.
064400     IF FIB-VF-CAT-HIT = ZERO
064500         SET FIB-VF-CUR-UNKNOWN TO TRUE
064600         PERFORM 3000-ANSWER-ROW THRU 3000-EXIT
064700         GO TO 2400-EXIT
064800     END-IF.
064900     IF FIB-VF-PEND-COUNT NOT < FIB-VF-PEND-MAX
065000         SET FIB-VF-CUR-REJECTED TO TRUE
065100         MOVE "ARCHIVE LOOKUP LIMIT REACHED - RESEND ROW"
065200             TO FIB-VF-CUR-REASON
065300         PERFORM 3000-ANSWER-ROW THRU 3000-EXIT
065400         GO TO 2400-EXIT
065500     END-IF.
065600     ADD 1 TO FIB-VF-PEND-COUNT.
065700     MOVE FIB-VF-CUR-ROW-NO
065800         TO FIB-VF-PENDT-ROW-NO(FIB-VF-PEND-COUNT).
065900     MOVE FIB-VF-CUR-SEQ-ID
066000         TO FIB-VF-PENDT-SEQ-ID(FIB-VF-PEND-COUNT).
066100     MOVE FIB-VF-CUR-RUN-DATE
066200         TO FIB-VF-PENDT-RUN-DATE(FIB-VF-PEND-COUNT).
066300     MOVE FIB-VF-CUR-I
066400         TO FIB-VF-PENDT-I(FIB-VF-PEND-COUNT).
066500     MOVE FIB-VF-CUR-VALUE
066600         TO FIB-VF-PENDT-VALUE(FIB-VF-PEND-COUNT).
066700     MOVE FIB-VF-CATT-ARCH-DATE(FIB-VF-CAT-HIT)
066800         TO FIB-VF-PENDT-ARCH-DATE(FIB-VF-PEND-COUNT).
066900     MOVE "N"
067000         TO FIB-VF-PENDT-FOUND-SW(FIB-VF-PEND-COUNT).
067100     IF FIB-VF-CUR-RUN-DATE < FIB-VF-PEND-LOW-DATE
067200         MOVE FIB-VF-CUR-RUN-DATE TO FIB-VF-PEND-LOW-DATE
067300     END-IF.
067400     IF FIB-VF-CUR-RUN-DATE > FIB-VF-PEND-HIGH-DATE
067500         MOVE FIB-VF-CUR-RUN-DATE TO FIB-VF-PEND-HIGH-DATE
067600     END-IF.
067700 2400-EXIT.
067800     EXIT.
067900*
068000****************************************************
068100**  2410-CHECK-ONE-ENTRY - DOES THIS CATALOG ENTRY *
068200**  COVER THE ROW'S RUN DATE?  THE LAST ONE WINS.  *
068300****************************************************
068400 2410-CHECK-ONE-ENTRY.
068500     IF FIB-VF-CUR-RUN-DATE
068600            >= FIB-VF-CATT-LOW-DATE(FIB-VF-CAT-SUB)
068700        AND FIB-VF-CUR-RUN-DATE
068800            <= FIB-VF-CATT-HIGH-DATE(FIB-VF-CAT-SUB)
068900         MOVE FIB-VF-CAT-SUB TO FIB-VF-CAT-HIT
069000     END-IF.
069100 2410-EXIT.
069200     EXIT.
069300*
069400****************************************************
069500**  3000-ANSWER-ROW - WRITE THE RESPONSE ROW FOR   *
069600**  FIB-VF-CUR-ROW AND COUNT IT UNDER ITS STATUS.  *
069700**  A MISMATCH CARRIES OUR VALUE BACK; A REJECT    *
069800**  CARRIES ITS REASON.  BOTH GO ON OUR REPORT.    *
069900****************************************************
070000 3000-ANSWER-ROW.
070100     MOVE SPACES               TO FIB-VRSP-RECORD.
070200     MOVE "," TO FIB-VRSP-COMMA-1  FIB-VRSP-COMMA-2
070300                 FIB-VRSP-COMMA-3  FIB-VRSP-COMMA-4
070400                 FIB-VRSP-COMMA-5  FIB-VRSP-COMMA-6
070500                 FIB-VRSP-COMMA-7  FIB-VRSP-COMMA-8
070600                 FIB-VRSP-COMMA-9  FIB-VRSP-COMMA-10.
070700     SET FIB-VRSP-IS-DETAIL    TO TRUE.
070800     MOVE FIB-VF-REQUESTOR     TO FIB-VRSP-REQUESTOR.
070900     MOVE FIB-VF-CUR-SEQ-ID    TO FIB-VRSP-SEQ-ID.
071000     MOVE FIB-VF-CUR-RUN-DATE  TO FIB-VRSP-RUN-DATE.
071100     MOVE FIB-VF-CUR-I         TO FIB-VRSP-I.
071200     MOVE FIB-VF-CUR-ROW-NO    TO FIB-VRSP-ROW-NO.
071300     MOVE FIB-VF-CUR-STATUS    TO FIB-VRSP-STATUS.
071400     MOVE FIB-VF-CUR-SOURCE    TO FIB-VRSP-SOURCE.
071500     MOVE FIB-VF-CUR-ARCH-DATE TO FIB-VRSP-ARCH-DATE.
071600     MOVE FIB-VF-CUR-OFLOW-SW  TO FIB-VRSP-OFLOW-SW.
071700     EVALUATE TRUE
071800         WHEN FIB-VF-CUR-MATCHED
071900             ADD 1 TO FIB-VF-MATCH-COUNT
072000         WHEN FIB-VF-CUR-ARCHIVED
072100             ADD 1 TO FIB-VF-ARCH-COUNT
072200         WHEN FIB-VF-CUR-UNKNOWN
072300             ADD 1 TO FIB-VF-UNKN-COUNT
072400         WHEN FIB-VF-CUR-MISMATCH
072500             ADD 1 TO FIB-VF-MISM-COUNT
072600             MOVE FIB-VF-CUR-OUR-VALUE TO FIB-VRSP-OUR-VALUE
072700             MOVE "VALUE MISMATCH" TO FIB-VF-CUR-REASON
072800             IF FIB-VF-CUR-SOURCE = "A"
072900                 MOVE "VALUE MISMATCH (ARCHIVED TERM)"
073000                     TO FIB-VF-CUR-REASON
073100             END-IF
073200             PERFORM 3100-REPORT-EXCEPTION THRU 3100-EXIT
073300         WHEN OTHER
073400             ADD 1 TO FIB-VF-REJ-COUNT
073500             MOVE FIB-VF-CUR-REASON TO FIB-VRSP-REASON
073600             PERFORM 3100-REPORT-EXCEPTION THRU 3100-EXIT
073700     END-EVALUATE.
073800     WRITE FIB-VRSP-RECORD.
073900     ADD 1 TO FIB-VF-RESP-COUNT.
074000 3000-EXIT.
074100     EXIT.
074200*
074300****************************************************
074400**  3100-REPORT-EXCEPTION - ONE MISMATCH OR REJECT *
074500**  ON OUR REPORT.  A MISMATCH SHOWS BOTH VALUES,  *
074600**  LEADING ZEROS STRIPPED.                        *
074700****************************************************
074800 3100-REPORT-EXCEPTION.
074900     MOVE FIB-VF-CUR-ROW-NO    TO FIB-VERX-ROW-NO.
075000     MOVE FIB-VF-CUR-SEQ-ID    TO FIB-VERX-SEQ-ID.
075100     MOVE FIB-VF-CUR-RUN-DATE  TO FIB-VERX-RUN-DATE.
075200     MOVE FIB-VF-CUR-I         TO FIB-VERX-I.
075300     MOVE FIB-VF-CUR-REASON    TO FIB-VERX-MESSAGE.
075400     WRITE FIB-VERX-REPORT-LINE FROM FIB-VERX-DETAIL-LINE.
075500     IF FIB-VF-CUR-MISMATCH
075600         MOVE "      THEIRS: " TO FIB-VERX-VALUE-DESC
075700         MOVE FIB-VF-CUR-VALUE TO FIB-VERX-VALUE
075800         PERFORM 3200-FORMAT-VALUE THRU 3200-EXIT
075900         WRITE FIB-VERX-REPORT-LINE FROM FIB-VERX-VALUE-LINE
076000         MOVE "      OURS:   " TO FIB-VERX-VALUE-DESC
076100         MOVE FIB-VF-CUR-OUR-VALUE TO FIB-VERX-VALUE
076200         PERFORM 3200-FORMAT-VALUE THRU 3200-EXIT
076300         IF FIB-VF-CUR-OFLOW-SW = "Y"
076400             MOVE "      OURS(OV)" TO FIB-VERX-VALUE-DESC
076500         END-IF
076600         WRITE FIB-VERX-REPORT-LINE FROM FIB-VERX-VALUE-LINE
076700     END-IF.
076800 3100-EXIT.
076900     EXIT.
077000*
077100****************************************************
077200**  3200-FORMAT-VALUE - STRIP THE LEADING ZEROS    *
077300**  OFF THE 150-DIGIT STRING IN FIB-VERX-VALUE (A  *
077400**  BARE ZERO STAYS "0").                          *
077500****************************************************
077600 3200-FORMAT-VALUE.
077700     MOVE ZERO TO FIB-VF-FMT-POS.
077800     PERFORM 3210-FIND-FIRST-DIGIT THRU 3210-EXIT
077900         VARYING FIB-VF-FMT-SCAN FROM 1 BY 1
078000         UNTIL FIB-VF-FMT-SCAN > 150
078100            OR FIB-VF-FMT-POS > ZERO.
078200     IF FIB-VF-FMT-POS = ZERO
078300         MOVE "0" TO FIB-VERX-VALUE
078400     ELSE
078500         MOVE SPACES TO FIB-VF-FMT-DISP
078520         MOVE FIB-VERX-VALUE(FIB-VF-FMT-POS:)
078540             TO FIB-VF-FMT-DISP
078560         MOVE FIB-VF-FMT-DISP TO FIB-VERX-VALUE
078600     END-IF.
078700 3200-EXIT.
078800     EXIT.
078900*
079000****************************************************
079100**  3210-FIND-FIRST-DIGIT - LOCATE THE FIRST       *
079200**  SIGNIFICANT DIGIT.                             *
079300****************************************************
079400 3210-FIND-FIRST-DIGIT.
079500     IF FIB-VERX-VALUE(FIB-VF-FMT-SCAN:1) NOT = "0"
079600         MOVE FIB-VF-FMT-SCAN TO FIB-VF-FMT-POS
079700     END-IF.
079800 3210-EXIT.
079900     EXIT.
080000*
080100****************************************************
080200**  4000-SCAN-ARCHIVES - ONE PASS OF EVERY ARCHIVE *
080300**  GENERATION ANSWERS ALL THE HELD ROWS.  THE     *
080400**  RECORDS READ MUST FOOT TO THE CATALOG'S        *
080500**  COUNTS - FEWER MEANS A GENERATION IS MISSING   *
080600**  FROM THE CONCATENATION, AND A HELD ROW NOT     *
080700**  FOUND CANNOT THEN BE CALLED UNKNOWN: IT IS     *
080800**  REJECTED AND THE RESPONSE HELD (RC 8).         *
080900****************************************************
081000 4000-SCAN-ARCHIVES.
081100     OPEN INPUT FIB-HIST-ARCH-FILE.
081200     IF FIB-HIST-ARCH-FILE-OK
081300         PERFORM 4100-READ-ONE-ARCH THRU 4100-EXIT
081400             UNTIL FIB-HA-ARCH-EOF
081500         CLOSE FIB-HIST-ARCH-FILE
081600     ELSE
081700         DISPLAY "FIBVERIFY: ARCHIVE FIBHARC COULD NOT BE "
081800             "OPENED, STATUS = " FIB-HIST-ARCH-FILE-STATUS
081900     END-IF.
082000     IF FIB-VF-ARCH-READ-COUNT = FIB-VF-CAT-REC-TOTAL
082100         SET FIB-VF-ARCH-COMPLETE TO TRUE
082200     ELSE
082300         DISPLAY "FIBVERIFY: ARCHIVE RECORDS READ = "
082400             FIB-VF-ARCH-READ-COUNT ", CATALOGED = "
082500             FIB-VF-CAT-REC-TOTAL
082600         MOVE "FIBHARC CONCATENATION DOES NOT FOOT TO THE "
082700             TO FIB-VERX-TEXT
082800         WRITE FIB-VERX-REPORT-LINE FROM FIB-VERX-TEXT-LINE
082900         MOVE "FIBHCAT CATALOG - ARCHIVED ROWS NOT FOUND ARE "
083000             TO FIB-VERX-TEXT
083100         WRITE FIB-VERX-REPORT-LINE FROM FIB-VERX-TEXT-LINE
083200         MOVE "REJECTED AND THE RESPONSE IS HELD" TO FIB-VERX-TEXT
083300         WRITE FIB-VERX-REPORT-LINE FROM FIB-VERX-TEXT-LINE
083400         MOVE 8 TO RETURN-CODE
083500     END-IF.
083600     PERFORM 4200-ANSWER-HELD-ROW THRU 4200-EXIT
083700         VARYING FIB-VF-PEND-SUB FROM 1 BY 1
083800         UNTIL FIB-VF-PEND-SUB > FIB-VF-PEND-COUNT.
083900 4000-EXIT.
084000     EXIT.
084100*
084200****************************************************
084300**  4100-READ-ONE-ARCH - ONE ARCHIVE RECORD.  ONLY *
084400**  ONE WHOSE RUN DATE FALLS WITHIN THE HELD ROWS' *
084500**  IS MATCHED AGAINST THEM.                       *
084600****************************************************
084700 4100-READ-ONE-ARCH.
084800     READ FIB-HIST-ARCH-FILE
084900         AT END
085000             SET FIB-HA-ARCH-EOF TO TRUE
085100         NOT AT END
085200             ADD 1 TO FIB-VF-ARCH-READ-COUNT
085300             IF FIB-ARCH-RUN-DATE >= FIB-VF-PEND-LOW-DATE
085400                AND FIB-ARCH-RUN-DATE <= FIB-VF-PEND-HIGH-DATE
085500                 PERFORM 4110-MATCH-ONE-HELD THRU 4110-EXIT
085600                     VARYING FIB-VF-PEND-SUB FROM 1 BY 1
085700                     UNTIL FIB-VF-PEND-SUB > FIB-VF-PEND-COUNT
085800             END-IF
085900     END-READ.
086000 4100-EXIT.
086100     EXIT.
086200*
086300****************************************************
086400**  4110-MATCH-ONE-HELD - DOES THIS ARCHIVE RECORD *
086500**  ANSWER THIS HELD ROW?  A KEY IN MORE THAN ONE  *
086600**  GENERATION (PURGED, RESTORED AND PURGED AGAIN) *
086700**  TAKES THE LATER ONE, READ LAST.                *
086800****************************************************
086900 4110-MATCH-ONE-HELD.
087000     IF FIB-ARCH-RUN-DATE = FIB-VF-PENDT-RUN-DATE(FIB-VF-PEND-SUB)
087100        AND FIB-ARCH-SEQ-ID = FIB-VF-PENDT-SEQ-ID(FIB-VF-PEND-SUB)
087200        AND FIB-ARCH-I = FIB-VF-PENDT-I(FIB-VF-PEND-SUB)
087300         SET FIB-VF-PENDT-FOUND(FIB-VF-PEND-SUB) TO TRUE
087400         MOVE FIB-ARCH-OVERFLOW-SW
087500             TO FIB-VF-PENDT-OFLOW-SW(FIB-VF-PEND-SUB)
087600         MOVE FIB-ARCH-RESULT
087700             TO FIB-VF-PENDT-OUR-VALUE(FIB-VF-PEND-SUB)
087800     END-IF.
087900 4110-EXIT.
088000     EXIT.
088100*
088200****************************************************
088300**  4200-ANSWER-HELD-ROW - ANSWER ONE HELD ROW     *
088400**  FROM WHAT THE ARCHIVE PASS FOUND.              *
088500****************************************************
088600 4200-ANSWER-HELD-ROW.
088700     MOVE SPACES TO FIB-VF-CUR-ROW.
088800     MOVE FIB-VF-PENDT-ROW-NO(FIB-VF-PEND-SUB)
088900         TO FIB-VF-CUR-ROW-NO.
089000     MOVE FIB-VF-PENDT-SEQ-ID(FIB-VF-PEND-SUB)
089100         TO FIB-VF-CUR-SEQ-ID.
089200     MOVE FIB-VF-PENDT-RUN-DATE(FIB-VF-PEND-SUB)
089300         TO FIB-VF-CUR-RUN-DATE.
089400     MOVE FIB-VF-PENDT-I(FIB-VF-PEND-SUB)
089500         TO FIB-VF-CUR-I.
089600     MOVE FIB-VF-PENDT-VALUE(FIB-VF-PEND-SUB)
089700         TO FIB-VF-CUR-VALUE.
089800     MOVE ZERO TO FIB-VF-CUR-ARCH-DATE.
089900     IF FIB-VF-PENDT-FOUND(FIB-VF-PEND-SUB)
090000         MOVE "A" TO FIB-VF-CUR-SOURCE
090100         MOVE FIB-VF-PENDT-ARCH-DATE(FIB-VF-PEND-SUB)
090200             TO FIB-VF-CUR-ARCH-DATE
090300         MOVE FIB-VF-PENDT-OFLOW-SW(FIB-VF-PEND-SUB)
090400             TO FIB-VF-CUR-OFLOW-SW
090500         MOVE FIB-VF-PENDT-OUR-VALUE(FIB-VF-PEND-SUB)
090600             TO FIB-VF-CUR-OUR-VALUE
090700         IF FIB-VF-CUR-VALUE = FIB-VF-CUR-OUR-VALUE
090800             SET FIB-VF-CUR-ARCHIVED TO TRUE
090900         ELSE
091000             SET FIB-VF-CUR-MISMATCH TO TRUE
091100         END-IF
091200     ELSE
091300         IF FIB-VF-ARCH-COMPLETE
091400             SET FIB-VF-CUR-UNKNOWN TO TRUE
091500         ELSE
091600             SET FIB-VF-CUR-REJECTED TO TRUE
091700             MOVE "ARCHIVE NOT AVAILABLE - RESEND ROW LATER"
091800                 TO FIB-VF-CUR-REASON
091900         END-IF
092000     END-IF.
092100     PERFORM 3000-ANSWER-ROW THRU 3000-EXIT.
092200 4200-EXIT.
092300     EXIT.
092400*
092500****************************************************
092600**  5000-TERMINATE - CUT THE TRAILER, FOOT THE     *
092700**  CONTROLS ON THE REPORT AND JOB LOG, AND SET    *
092800**  THE STEP CONDITION CODE.  NO ROWS AT ALL IS    *
092900**  RC 8 - THERE IS NOTHING TO SEND BACK.  A ROW   *
093000**  NOT VERIFIED IS RC 4 (THE RESPONSE STILL       *
093100**  GOES).  TOTALS THAT DO NOT FOOT ARE RC 16.     *
093200****************************************************
093300 5000-TERMINATE.
093400     IF FIB-VF-ABORTED
093500         GO TO 5000-CLOSE-REPORT
093600     END-IF.
093700     MOVE SPACES               TO FIB-VRSP-RECORD.
093800     MOVE "," TO FIB-VRSP-COMMA-1  FIB-VRSP-COMMA-2
093900                 FIB-VRSP-COMMA-11 FIB-VRSP-COMMA-12
094000                 FIB-VRSP-COMMA-13 FIB-VRSP-COMMA-14
094100                 FIB-VRSP-COMMA-15 FIB-VRSP-COMMA-16.
094200     SET FIB-VRSP-IS-TRAILER   TO TRUE.
094300     MOVE FIB-VF-REQUESTOR     TO FIB-VRSP-REQUESTOR.
094400     MOVE FIB-VF-DEST-NODE     TO FIB-VRSP-DEST-NODE.
094500     MOVE FIB-VF-ROWS-READ     TO FIB-VRSP-ROWS.
094600     MOVE FIB-VF-MATCH-COUNT   TO FIB-VRSP-MATCH-CT.
094700     MOVE FIB-VF-MISM-COUNT    TO FIB-VRSP-MISM-CT.
094800     MOVE FIB-VF-UNKN-COUNT    TO FIB-VRSP-UNKN-CT.
094900     MOVE FIB-VF-ARCH-COUNT    TO FIB-VRSP-ARCH-CT.
095000     MOVE FIB-VF-REJ-COUNT     TO FIB-VRSP-REJ-CT.
095100     WRITE FIB-VRSP-RECORD.
095200     CLOSE FIB-VREQ-FILE.
095300     CLOSE FIB-VRSP-FILE.
095400     CLOSE FIB-HISTORY-FILE.
095500     MOVE "ROWS RECEIVED"      TO FIB-VERX-COUNT-DESC.
095600     MOVE FIB-VF-ROWS-READ     TO FIB-VERX-COUNT.
095700     WRITE FIB-VERX-REPORT-LINE FROM FIB-VERX-COUNT-LINE.
095800     MOVE "  MATCHED"          TO FIB-VERX-COUNT-DESC.
095900     MOVE FIB-VF-MATCH-COUNT   TO FIB-VERX-COUNT.
096000     WRITE FIB-VERX-REPORT-LINE FROM FIB-VERX-COUNT-LINE.
096100     MOVE "  VALUE MISMATCH"   TO FIB-VERX-COUNT-DESC.
096200     MOVE FIB-VF-MISM-COUNT    TO FIB-VERX-COUNT.
096300     WRITE FIB-VERX-REPORT-LINE FROM FIB-VERX-COUNT-LINE.
096400     MOVE "  UNKNOWN TERM"     TO FIB-VERX-COUNT-DESC.
096500     MOVE FIB-VF-UNKN-COUNT    TO FIB-VERX-COUNT.
096600     WRITE FIB-VERX-REPORT-LINE FROM FIB-VERX-COUNT-LINE.
096700     MOVE "  ARCHIVED ONLY"    TO FIB-VERX-COUNT-DESC.
096800     MOVE FIB-VF-ARCH-COUNT    TO FIB-VERX-COUNT.
096900     WRITE FIB-VERX-REPORT-LINE FROM FIB-VERX-COUNT-LINE.
097000     MOVE "  REJECTED"         TO FIB-VERX-COUNT-DESC.
097100     MOVE FIB-VF-REJ-COUNT     TO FIB-VERX-COUNT.
097200     WRITE FIB-VERX-REPORT-LINE FROM FIB-VERX-COUNT-LINE.
097300     MOVE "RESPONSE ROWS CUT"  TO FIB-VERX-COUNT-DESC.
097400     MOVE FIB-VF-RESP-COUNT    TO FIB-VERX-COUNT.
097500     WRITE FIB-VERX-REPORT-LINE FROM FIB-VERX-COUNT-LINE.
097600     DISPLAY "FIBVERIFY: REQUESTOR " FIB-VF-REQUESTOR
097700         " NODE " FIB-VF-DEST-NODE.
097800     DISPLAY "FIBVERIFY: ROWS RECEIVED       = "
097900         FIB-VF-ROWS-READ.
098000     DISPLAY "FIBVERIFY:   MATCHED           = "
098100         FIB-VF-MATCH-COUNT.
098200     DISPLAY "FIBVERIFY:   VALUE MISMATCH    = "
098300         FIB-VF-MISM-COUNT.
098400     DISPLAY "FIBVERIFY:   UNKNOWN TERM      = "
098500         FIB-VF-UNKN-COUNT.
098600     DISPLAY "FIBVERIFY:   ARCHIVED ONLY     = "
098700         FIB-VF-ARCH-COUNT.
098800     DISPLAY "FIBVERIFY:   REJECTED          = "
098900         FIB-VF-REJ-COUNT.
099000     DISPLAY "FIBVERIFY: RESPONSE ROWS CUT   = "
099100         FIB-VF-RESP-COUNT.
099200     COMPUTE FIB-VF-FOOT-COUNT = FIB-VF-MATCH-COUNT
099300         + FIB-VF-MISM-COUNT + FIB-VF-UNKN-COUNT
099400         + FIB-VF-ARCH-COUNT + FIB-VF-REJ-COUNT.
099500     IF FIB-VF-FOOT-COUNT NOT = FIB-VF-ROWS-READ
099600        OR FIB-VF-RESP-COUNT NOT = FIB-VF-ROWS-READ
099700         MOVE "CONTROL TOTALS DO NOT FOOT - RESPONSE HELD"
099800             TO FIB-VERX-TEXT
099900         WRITE FIB-VERX-REPORT-LINE FROM FIB-VERX-TEXT-LINE
100000         DISPLAY "FIBVERIFY: CONTROL TOTALS DO NOT FOOT - "
100100             "RESPONSE HELD"
100200         MOVE 16 TO RETURN-CODE
100300         GO TO 5000-CLOSE-REPORT
100400     END-IF.
100500     IF FIB-VF-ROWS-READ = ZERO
100600         MOVE "NO ROWS RECEIVED - NOTHING TO SEND BACK"
100700             TO FIB-VERX-TEXT
100800         WRITE FIB-VERX-REPORT-LINE FROM FIB-VERX-TEXT-LINE
100900         DISPLAY "FIBVERIFY: NO ROWS RECEIVED - RESPONSE NOT "
101000             "RELEASABLE"
101100         IF RETURN-CODE < 8
101200             MOVE 8 TO RETURN-CODE
101300         END-IF
101400         GO TO 5000-CLOSE-REPORT
101500     END-IF.
101600     IF FIB-VF-MISM-COUNT + FIB-VF-UNKN-COUNT
101700            + FIB-VF-REJ-COUNT > ZERO
101800        AND RETURN-CODE < 4
101900         MOVE 4 TO RETURN-CODE
102000     END-IF.
102100 5000-CLOSE-REPORT.
102200     IF FIB-VF-RPT-OPEN
102300         CLOSE FIB-VERX-FILE
102400     END-IF.
102500 5000-EXIT.
102600     EXIT.
102700 END PROGRAM FibVerify.
