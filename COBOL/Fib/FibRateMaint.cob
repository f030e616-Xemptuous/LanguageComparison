000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. FibRateMaint.
000300 AUTHOR. R-HENSLEY.
000400 INSTALLATION. BATCH-PRODUCTION.
000500 DATE-WRITTEN. 10/15/2026.
000600 DATE-COMPILED.
000700*
000800*-----------------------------------------------------------------
000900*  MODIFICATION HISTORY
001000*-----------------------------------------------------------------
001100*  DATE       INIT  DESCRIPTION
001200*  10/15/26   RH    ORIGINAL PROGRAM.  THE CHARGEBACK RATE TABLE
001300*                   (FIBRATE - WHAT A TERM COMPUTED, A CHECKPOINT
001400*                   RESUME AND AN EXTRACT ROW DELIVERED COST, BY
001500*                   SEQUENCE AND UPPER-BOUND BAND) GETS THE SAME
001600*                   TREATMENT FibDlvpMaint GIVES THE DELIVERY
001700*                   PROFILES: THIS OPERATOR-FACING PROGRAM IS THE
001800*                   ONLY SUPPORTED PATH.  IT SHOWS THE RATES,
001900*                   ACCEPTS ADDS, UPDATES AND DELETES ONE ROW
002000*                   (SEQUENCE ID + BAND LOW BOUND) AT A TIME,
002100*                   ENFORCES THE EDITS (BAND INSIDE 0001-9999,
002200*                   LOW NOT ABOVE HIGH, NUMERIC RATES, NO TWO
002300*                   BANDS OF ONE SEQUENCE OVERLAPPING), STAMPS
002400*                   EVERY RECORD WITH THE OPERATOR, AND APPENDS
002500*                   A BEFORE/AFTER AUDIT RECORD (FIBPAUD LAYOUT,
002600*                   SEQUENCE ID IN THE REQUESTOR COLUMN) TO
002700*                   FIBTAUD FOR EVERY CHANGE.  REPORT MODE LISTS
002800*                   THAT CHANGE HISTORY.  THE NEW FILE IS WRITTEN
002900*                   TO A WORK COPY (FIBRATET) AND SWUNG OVER
003000*                   FIBRATE WITH CBL_RENAME_FILE.
003014*  10/15/26   RH    THE OPERATOR MUST NOW BE ACTIVE ON THE
003028*                   OPERATOR REGISTRY (FIBOPER) AND HOLD RATE
003042*                   AUTHORITY TO OPEN A MAINTENANCE SESSION.  A
003056*                   BLANK OPERATOR ID IS REFUSED THE SAME WAY.
003070*                   EVERY REFUSAL IS LOGGED TO FIBSECV BY
003084*                   FibOperAuth.
003100*-----------------------------------------------------------------
003200*
003300 ENVIRONMENT DIVISION.
003400 INPUT-OUTPUT SECTION.
003500 FILE-CONTROL.
003600     SELECT FIB-RATE-FILE     ASSIGN TO "FIBRATE"
003700         ORGANIZATION IS LINE SEQUENTIAL
003800         FILE STATUS IS FIB-RATE-FILE-STATUS.
003900
004000     SELECT FIB-RATE-NEW-FILE ASSIGN TO "FIBRATET"
004100         ORGANIZATION IS LINE SEQUENTIAL
004200         FILE STATUS IS FIB-RATE-NEW-STATUS.
004300
004400     SELECT FIB-RATE-AUDIT-FILE ASSIGN TO "FIBTAUD"
004500         ORGANIZATION IS LINE SEQUENTIAL
004600         FILE STATUS IS FIB-RATE-AUDIT-STATUS.
004700
004800 DATA DIVISION.
004900 FILE SECTION.
005000*
005100****************************************************
005200**  FIB-RATE-FILE - THE LIVE RATE TABLE.  SEE      *
005300**  FIBRATE.CPY.                                   *
005400****************************************************
005500 FD  FIB-RATE-FILE.
005600     COPY FIBRATE.
005700*
005800****************************************************
005900**  FIB-RATE-NEW-FILE - WORK COPY OF THE UPDATED   *
006000**  RATES, RENAMED OVER FIB-RATE-FILE ONCE IT IS   *
006100**  SAFELY ON DISK.                                *
006200****************************************************
006300 FD  FIB-RATE-NEW-FILE.
006400 01  FIB-RATE-NEW-RECORD      PIC X(80).
006500*
006600****************************************************
006700**  FIB-RATE-AUDIT-FILE - THE CHANGE AUDIT TRAIL,  *
006800**  SAME RECORD SHAPE AS THE DECK'S (FIBPAUD.CPY). *
006900****************************************************
007000 FD  FIB-RATE-AUDIT-FILE.
007100     COPY FIBPAUD.
007200
007300 WORKING-STORAGE SECTION.
007400 01  FIB-RATE-FILE-STATUS     PIC X(02).
007500     88  FIB-RATE-FILE-OK            VALUE "00".
007600 01  FIB-RATE-NEW-STATUS      PIC X(02).
007700     88  FIB-RATE-NEW-OK             VALUE "00".
007800 01  FIB-RATE-AUDIT-STATUS    PIC X(02).
007900     88  FIB-RATE-AUDIT-OK           VALUE "00".
008000     88  FIB-RATE-AUDIT-NOT-FOUND    VALUE "35".
008100 01  FIB-RATE-EOF-SW          PIC X(01)          VALUE "N".
008200     88  FIB-RATE-EOF                 VALUE "Y".
008300 01  FIB-RT-AUDIT-EOF-SW      PIC X(01)          VALUE "N".
008400     88  FIB-RT-AUDIT-EOF             VALUE "Y".
008500 01  FIB-RT-MODE              PIC X(01).
008600     88  FIB-RT-MAINTAIN              VALUE "M".
008700     88  FIB-RT-REPORT                VALUE "R".
008800 01  FIB-RT-DONE-SW           PIC X(01)          VALUE "N".
008900     88  FIB-RT-DONE                  VALUE "Y".
009000 01  FIB-RT-CHANGED-SW        PIC X(01)          VALUE "N".
009100     88  FIB-RT-CHANGED               VALUE "Y".
009200 01  FIB-RT-OVERLAP-SW        PIC X(01)          VALUE "N".
009300     88  FIB-RT-OVERLAP               VALUE "Y".
009400 01  FIB-RT-OPERATOR          PIC X(08).
009500 01  FIB-RT-SEQ-IN            PIC X(08).
009600 01  FIB-RT-LOW-IN            PIC X(04).
009700 01  FIB-RT-LOW-9             REDEFINES FIB-RT-LOW-IN
009800                               PIC 9(04).
009900 01  FIB-RT-HIGH-IN           PIC X(04).
010000 01  FIB-RT-HIGH-9            REDEFINES FIB-RT-HIGH-IN
010100                               PIC 9(04).
010200 01  FIB-RT-TERM-IN           PIC X(07).
010300 01  FIB-RT-TERM-9            REDEFINES FIB-RT-TERM-IN
010400                               PIC 9(03)V9(04).
010500 01  FIB-RT-RESUME-IN         PIC X(07).
010600 01  FIB-RT-RESUME-9          REDEFINES FIB-RT-RESUME-IN
010700                               PIC 9(05)V9(02).
010800 01  FIB-RT-ROW-IN            PIC X(07).
010900 01  FIB-RT-ROW-9             REDEFINES FIB-RT-ROW-IN
011000                               PIC 9(03)V9(04).
011100 01  FIB-RT-FLOOR-BOUND       PIC 9(04)          VALUE 0001.
011200 01  FIB-RT-CEILING-BOUND     PIC 9(04)          VALUE 9999.
011300 01  FIB-RT-RATE-COUNT        PIC S9(4)  COMP-5  VALUE ZERO.
011400 01  FIB-RT-SUB               PIC S9(4)  COMP-5.
011500 01  FIB-RT-HIT               PIC S9(4)  COMP-5.
011600 01  FIB-RT-TIME-RAW          PIC X(08).
011700 01  FIB-RT-TERM-ED           PIC ZZ9.9999.
011800 01  FIB-RT-RESUME-ED         PIC ZZZZ9.99.
011900 01  FIB-RT-ROW-ED            PIC ZZ9.9999.
012000 01  FIB-RENAME-OLD-NAME      PIC X(08)          VALUE "FIBRATET".
012100 01  FIB-RENAME-NEW-NAME      PIC X(08)          VALUE "FIBRATE".
012200 01  FIB-RENAME-RC            PIC S9(9)  COMP-5.
012300*
012400****************************************************
012500**  THE RATES AS RECORD IMAGES, IN FILE ORDER.     *
012600****************************************************
012700 01  FIB-RT-RATE-TABLE.
012800     05  FIB-RT-RATE          OCCURS 100 TIMES
012900                               PIC X(80).
013000*
013100****************************************************
013200**  WORK RECORD FOR BUILDING AND INSPECTING        *
013300**  IMAGES.                                        *
013400****************************************************
013500 COPY FIBRATE
013600     REPLACING ==FIB-RATE-RECORD==
013700            BY ==FIB-RWRK-RECORD==
013800               ==FIB-RATE-SEQ-ID==
013900            BY ==FIB-RWRK-SEQ-ID==
014000               ==FIB-RATE-ANY-SEQ==
014100            BY ==FIB-RWRK-ANY-SEQ==
014200               ==FIB-RATE-BAND-LOW==
014300            BY ==FIB-RWRK-BAND-LOW==
014400               ==FIB-RATE-BAND-HIGH==
014500            BY ==FIB-RWRK-BAND-HIGH==
014600               ==FIB-RATE-PER-TERM==
014700            BY ==FIB-RWRK-PER-TERM==
014800               ==FIB-RATE-PER-RESUME==
014900            BY ==FIB-RWRK-PER-RESUME==
015000               ==FIB-RATE-PER-ROW==
015100            BY ==FIB-RWRK-PER-ROW==
015200               ==FIB-RATE-AUTH-OPER==
015300            BY ==FIB-RWRK-AUTH-OPER==.
015316*
015332****************************************************
015348**  OPERATOR AUTHORITY CHECK (FibOperAuth).        *
015364****************************************************
015380 COPY FIBOCHK.
015400
015500 PROCEDURE DIVISION.
015600*
015700****************************************************
015800**  0000-MAINLINE                                  *
015900****************************************************
016000 0000-MAINLINE.
016100     PERFORM 1000-INITIALIZE      THRU 1000-EXIT.
016200     IF FIB-RT-MAINTAIN
016300         PERFORM 2000-MAINTAIN    THRU 2000-EXIT
016400     END-IF.
016500     IF FIB-RT-REPORT
016600         PERFORM 4000-REPORT      THRU 4000-EXIT
016700     END-IF.
016800     STOP RUN.
016900*
017000****************************************************
017100**  1000-INITIALIZE - ASK THE OPERATOR WHICH MODE. *
017200****************************************************
017300 1000-INITIALIZE.
017400     DISPLAY "ENTER MODE - M = MAINTAIN THE RATES, "
017500         "R = REPORT CHANGE HISTORY: " WITH NO ADVANCING.
017600     ACCEPT FIB-RT-MODE.
017700     IF NOT FIB-RT-MAINTAIN AND NOT FIB-RT-REPORT
017800         DISPLAY "MODE MUST BE M OR R - NOTHING DONE"
017900         MOVE 8 TO RETURN-CODE
018000     END-IF.
018100 1000-EXIT.
018200     EXIT.
018300*
018400****************************************************
018500**  2000-MAINTAIN - THE OPERATOR IDENTIFIES        *
018600**  THEMSELVES (REQUIRED - EVERY CHANGE IS         *
018700**  AUDITED), SEES THE RATES, AND APPLIES CHANGES  *
018800**  ONE ROW AT A TIME.                             *
018833**  THE OPERATOR MUST BE ACTIVE ON THE OPERATOR    *
018866**  REGISTRY AND HOLD RATE AUTHORITY.              *
018900****************************************************
019000 2000-MAINTAIN.
019100     DISPLAY "ENTER YOUR OPERATOR ID: " WITH NO ADVANCING.
019200     ACCEPT FIB-RT-OPERATOR.
019242     MOVE FIB-RT-OPERATOR  TO FIB-OCHK-OPERATOR.
019284     MOVE "RATE"           TO FIB-OCHK-AUTHORITY.
019326     MOVE "FibRateMaint"   TO FIB-OCHK-PROGRAM.
019368     CALL 'FibOperAuth' USING BY REFERENCE FIB-OCHK-PARMS.
019410     IF FIB-OCHK-REFUSED
019452         DISPLAY "SESSION REFUSED - NOTHING DONE"
019500         MOVE 8 TO RETURN-CODE
019600     ELSE
019700         PERFORM 2100-LOAD-RATES THRU 2100-EXIT
019800         PERFORM 2200-SHOW-RATES THRU 2200-EXIT
019900         PERFORM 2300-PROCESS-ONE-CHANGE THRU 2300-EXIT
020000             UNTIL FIB-RT-DONE
020100         IF FIB-RT-CHANGED
020200             PERFORM 3500-REWRITE-RATES THRU 3500-EXIT
020300         ELSE
020400             DISPLAY "NO CHANGES MADE - RATES LEFT AS THEY WERE"
020500         END-IF
020600     END-IF.
020700 2000-EXIT.
020800     EXIT.
020900*
021000****************************************************
021100**  2100-LOAD-RATES - PULL THE LIVE FILE INTO THE  *
021200**  IMAGE TABLE.  A MISSING OR EMPTY FILE IS FINE  *
021300**  - THE OPERATOR IS BUILDING IT FRESH.           *
021400****************************************************
021500 2100-LOAD-RATES.
021600     OPEN INPUT FIB-RATE-FILE.
021700     IF FIB-RATE-FILE-OK
021800         PERFORM 2110-READ-ONE-RATE THRU 2110-EXIT
021900             UNTIL FIB-RATE-EOF
022000         CLOSE FIB-RATE-FILE
022100     END-IF.
022200 2100-EXIT.
022300     EXIT.
022400*
022500****************************************************
022600**  2110-READ-ONE-RATE - TAKE ONE RECORD INTO THE  *
022700**  TABLE.                                         *
022800****************************************************
022900 2110-READ-ONE-RATE.
023000     READ FIB-RATE-FILE
023100         AT END
023200             SET FIB-RATE-EOF TO TRUE
023300         NOT AT END
023400             IF FIB-RT-RATE-COUNT < 100
023500                 ADD 1 TO FIB-RT-RATE-COUNT
023600                 MOVE FIB-RATE-RECORD
023700                     TO FIB-RT-RATE(FIB-RT-RATE-COUNT)
023800             ELSE
023900                 DISPLAY "MORE THAN 100 RATES - EXTRAS NOT "
024000                     "SHOWN AND WILL BE DROPPED ON REWRITE"
024100             END-IF
024200     END-READ.
024300 2110-EXIT.
024400     EXIT.
024500*
024600****************************************************
024700**  2200-SHOW-RATES - SHOW THE OPERATOR WHAT IS ON *
024800**  FILE BEFORE ANYTHING IS TOUCHED.               *
024900****************************************************
025000 2200-SHOW-RATES.
025100     IF FIB-RT-RATE-COUNT = ZERO
025200         DISPLAY "NO CHARGEBACK RATES ON FILE"
025300     ELSE
025400         DISPLAY "CURRENT RATES:"
025500         PERFORM 2210-SHOW-ONE-RATE THRU 2210-EXIT
025600             VARYING FIB-RT-SUB FROM 1 BY 1
025700             UNTIL FIB-RT-SUB > FIB-RT-RATE-COUNT
025800     END-IF.
025900 2200-EXIT.
026000     EXIT.
026100*
026200****************************************************
026300**  2210-SHOW-ONE-RATE - ONE RATE ROW, FIELD BY    *
026400**  FIELD.                                         *
026500****************************************************
026600 2210-SHOW-ONE-RATE.
026700     MOVE FIB-RT-RATE(FIB-RT-SUB) TO FIB-RWRK-RECORD.
026800     MOVE FIB-RWRK-PER-TERM   TO FIB-RT-TERM-ED.
026900     MOVE FIB-RWRK-PER-RESUME TO FIB-RT-RESUME-ED.
027000     MOVE FIB-RWRK-PER-ROW    TO FIB-RT-ROW-ED.
027100     DISPLAY "  SEQUENCE " FIB-RWRK-SEQ-ID
027200         " BAND " FIB-RWRK-BAND-LOW "-" FIB-RWRK-BAND-HIGH
027300         " TERM " FIB-RT-TERM-ED
027400         " RESUME " FIB-RT-RESUME-ED
027500         " ROW " FIB-RT-ROW-ED
027600         " AUTH " FIB-RWRK-AUTH-OPER.
027700 2210-EXIT.
027800     EXIT.
027900*
028000****************************************************
028100**  2300-PROCESS-ONE-CHANGE - ONE ROUND OF THE     *
028200**  CHANGE CONVERSATION.  A BLANK SEQUENCE ID ENDS *
028300**  THE SESSION.                                   *
028400****************************************************
028500 2300-PROCESS-ONE-CHANGE.
028600     DISPLAY "ENTER SEQUENCE ID TO ADD/CHANGE/DELETE A RATE "
028700         "(* = ANY SEQUENCE, BLANK = DONE): " WITH NO ADVANCING.
028800     ACCEPT FIB-RT-SEQ-IN.
028900     IF FIB-RT-SEQ-IN = SPACES
029000         SET FIB-RT-DONE TO TRUE
029100     ELSE
029200         PERFORM 2310-APPLY-CHANGE THRU 2310-EXIT
029300     END-IF.
029400 2300-EXIT.
029500     EXIT.
029600*
029700****************************************************
029800**  2310-APPLY-CHANGE - TAKE THE BAND LOW BOUND,   *
029900**  SHOW THE ROW IT NAMES, TAKE THE NEW VALUES,    *
030000**  ENFORCE THE EDITS, AND - ONLY IF EVERYTHING    *
030100**  PASSES - UPDATE THE TABLE AND CUT THE AUDIT    *
030200**  RECORD.  A HIGH BOUND OF 0000 DELETES THE ROW. *
030300****************************************************
030400 2310-APPLY-CHANGE.
030500     DISPLAY "ENTER BAND LOW UPPER-BOUND 0001-9999: "
030600         WITH NO ADVANCING.
030700     ACCEPT FIB-RT-LOW-IN.
030800     IF FIB-RT-LOW-IN NOT NUMERIC
030900        OR FIB-RT-LOW-9 < FIB-RT-FLOOR-BOUND
031000         DISPLAY "BAND LOW IS NOT 0001-9999 - NO CHANGE MADE"
031100         GO TO 2310-EXIT
031200     END-IF.
031300     PERFORM 2320-FIND-RATE THRU 2320-EXIT.
031400     IF FIB-RT-HIT > ZERO
031500         MOVE FIB-RT-HIT TO FIB-RT-SUB
031600         DISPLAY "CURRENT RATE IS:"
031700         PERFORM 2210-SHOW-ONE-RATE THRU 2210-EXIT
031800     ELSE
031900         DISPLAY "NO RATE ON FILE FOR '" FIB-RT-SEQ-IN "' FROM "
032000             FIB-RT-LOW-IN " - THIS WILL BE AN ADD"
032100     END-IF.
032200     DISPLAY "ENTER BAND HIGH UPPER-BOUND "
032300         "(0000 = DELETE THE RATE): " WITH NO ADVANCING.
032400     ACCEPT FIB-RT-HIGH-IN.
032500     IF FIB-RT-HIGH-IN NOT NUMERIC
032600         DISPLAY "BAND HIGH IS NOT NUMERIC - NO CHANGE MADE"
032700         GO TO 2310-EXIT
032800     END-IF.
032900     IF FIB-RT-HIGH-9 = ZERO
033000         PERFORM 2330-DELETE-RATE THRU 2330-EXIT
033100         GO TO 2310-EXIT
033200     END-IF.
033300     IF FIB-RT-HIGH-9 < FIB-RT-LOW-9
033400        OR FIB-RT-HIGH-9 > FIB-RT-CEILING-BOUND
033500         DISPLAY "BAND HIGH IS BELOW BAND LOW OR ABOVE 9999 - "
033600             "NO CHANGE MADE"
033700         GO TO 2310-EXIT
033800     END-IF.
033900     DISPLAY "ENTER RATE PER TERM, 7 DIGITS 999V9999: "
034000         WITH NO ADVANCING.
034100     ACCEPT FIB-RT-TERM-IN.
034200     DISPLAY "ENTER RATE PER RESUME, 7 DIGITS 99999V99: "
034300         WITH NO ADVANCING.
034400     ACCEPT FIB-RT-RESUME-IN.
034500     DISPLAY "ENTER RATE PER ROW DELIVERED, 7 DIGITS 999V9999: "
034600         WITH NO ADVANCING.
034700     ACCEPT FIB-RT-ROW-IN.
034800     IF FIB-RT-TERM-IN NOT NUMERIC
034900        OR FIB-RT-RESUME-IN NOT NUMERIC
035000        OR FIB-RT-ROW-IN NOT NUMERIC
035100         DISPLAY "RATES MUST BE 7 DIGITS EACH - NO CHANGE MADE"
035200         GO TO 2310-EXIT
035300     END-IF.
035400     PERFORM 2355-CHECK-OVERLAP THRU 2355-EXIT.
035500     IF FIB-RT-OVERLAP
035600         DISPLAY "BAND OVERLAPS ANOTHER BAND FOR SEQUENCE '"
035700             FIB-RT-SEQ-IN "' - NO CHANGE MADE"
035800     ELSE
035900         PERFORM 2360-STORE-RATE THRU 2360-EXIT
036000     END-IF.
036100 2310-EXIT.
036200     EXIT.
036300*
036400****************************************************
036500**  2320-FIND-RATE - WHICH TABLE SLOT, IF ANY,     *
036600**  ALREADY CARRIES THIS SEQUENCE AND BAND LOW?    *
036700****************************************************
036800 2320-FIND-RATE.
036900     MOVE ZERO TO FIB-RT-HIT.
037000     PERFORM 2321-CHECK-ONE-SLOT THRU 2321-EXIT
037100         VARYING FIB-RT-SUB FROM 1 BY 1
037200         UNTIL FIB-RT-SUB > FIB-RT-RATE-COUNT
037300            OR FIB-RT-HIT > ZERO.
037400 2320-EXIT.
037500     EXIT.
037600*
037700****************************************************
037800**  2321-CHECK-ONE-SLOT - COMPARE ONE SLOT.        *
037900****************************************************
038000 2321-CHECK-ONE-SLOT.
038100     MOVE FIB-RT-RATE(FIB-RT-SUB) TO FIB-RWRK-RECORD.
038200     IF FIB-RWRK-SEQ-ID = FIB-RT-SEQ-IN
038300        AND FIB-RWRK-BAND-LOW = FIB-RT-LOW-9
038400         MOVE FIB-RT-SUB TO FIB-RT-HIT
038500     END-IF.
038600 2321-EXIT.
038700     EXIT.
038800*
038900****************************************************
039000**  2330-DELETE-RATE - DROP THE ROW AND CLOSE THE  *
039100**  GAP, AUDITING THE OLD IMAGE.                   *
039200****************************************************
039300 2330-DELETE-RATE.
039400     IF FIB-RT-HIT = ZERO
039500         DISPLAY "NO RATE ON FILE TO DELETE - NO CHANGE MADE"
039600     ELSE
039700         MOVE SPACES TO FIB-PAUD-RECORD
039800         MOVE "DELETE" TO FIB-PAUD-ACTION
039900         MOVE FIB-RT-RATE(FIB-RT-HIT) TO FIB-PAUD-OLD-IMAGE
040000         MOVE SPACES TO FIB-PAUD-NEW-IMAGE
040100         PERFORM 3000-WRITE-AUDIT THRU 3000-EXIT
040200         PERFORM 2331-SHIFT-ONE-SLOT THRU 2331-EXIT
040300             VARYING FIB-RT-SUB FROM FIB-RT-HIT BY 1
040400             UNTIL FIB-RT-SUB >= FIB-RT-RATE-COUNT
040500         SUBTRACT 1 FROM FIB-RT-RATE-COUNT
040600         SET FIB-RT-CHANGED TO TRUE
040700         DISPLAY "RATE DELETED"
040800     END-IF.
040900 2330-EXIT.
041000     EXIT.
041100*
041200****************************************************
041300**  2331-SHIFT-ONE-SLOT - CLOSE THE GAP LEFT BY A  *
041400**  DELETE.                                        *
041500****************************************************
041600 2331-SHIFT-ONE-SLOT.
041700     MOVE FIB-RT-RATE(FIB-RT-SUB + 1) TO FIB-RT-RATE(FIB-RT-SUB).
041800 2331-EXIT.
041900     EXIT.
042000*
042100****************************************************
042200**  2355-CHECK-OVERLAP - DOES ANY OTHER ROW FOR    *
042300**  THIS SEQUENCE ID (NOT THE ONE BEING REPLACED)  *
042400**  COVER PART OF THE NEW BAND?  TWO SUCH ROWS     *
042500**  WOULD LEAVE THE PRICE OF A REQUEST TO FILE     *
042600**  ORDER.                                         *
042700****************************************************
042800 2355-CHECK-OVERLAP.
042900     MOVE "N" TO FIB-RT-OVERLAP-SW.
043000     PERFORM 2356-CHECK-ONE-BAND THRU 2356-EXIT
043100         VARYING FIB-RT-SUB FROM 1 BY 1
043200         UNTIL FIB-RT-SUB > FIB-RT-RATE-COUNT.
043300 2355-EXIT.
043400     EXIT.
043500*
043600****************************************************
043700**  2356-CHECK-ONE-BAND - COMPARE ONE SLOT.        *
043800****************************************************
043900 2356-CHECK-ONE-BAND.
044000     IF FIB-RT-SUB NOT = FIB-RT-HIT
044100         MOVE FIB-RT-RATE(FIB-RT-SUB) TO FIB-RWRK-RECORD
044200         IF FIB-RWRK-SEQ-ID = FIB-RT-SEQ-IN
044300            AND FIB-RWRK-BAND-LOW NOT > FIB-RT-HIGH-9
044400            AND FIB-RWRK-BAND-HIGH NOT < FIB-RT-LOW-9
044500             SET FIB-RT-OVERLAP TO TRUE
044600         END-IF
044700     END-IF.
044800 2356-EXIT.
044900     EXIT.
045000*
045100****************************************************
045200**  2360-STORE-RATE - BUILD THE NEW RECORD,        *
045300**  STAMPED WITH THE OPERATOR, AND PUT IT IN THE   *
045400**  TABLE - REPLACING THE OLD ONE OR TAKING A NEW  *
045500**  SLOT - WITH THE BEFORE/AFTER AUDIT RECORD CUT  *
045600**  FIRST.                                         *
045700****************************************************
045800 2360-STORE-RATE.
045900     MOVE SPACES              TO FIB-RWRK-RECORD.
046000     MOVE FIB-RT-SEQ-IN       TO FIB-RWRK-SEQ-ID.
046100     MOVE FIB-RT-LOW-9        TO FIB-RWRK-BAND-LOW.
046200     MOVE FIB-RT-HIGH-9       TO FIB-RWRK-BAND-HIGH.
046300     MOVE FIB-RT-TERM-9       TO FIB-RWRK-PER-TERM.
046400     MOVE FIB-RT-RESUME-9     TO FIB-RWRK-PER-RESUME.
046500     MOVE FIB-RT-ROW-9        TO FIB-RWRK-PER-ROW.
046600     MOVE FIB-RT-OPERATOR     TO FIB-RWRK-AUTH-OPER.
046700     IF FIB-RT-HIT > ZERO
046800         MOVE SPACES TO FIB-PAUD-RECORD
046900         MOVE "UPDATE" TO FIB-PAUD-ACTION
047000         MOVE FIB-RT-RATE(FIB-RT-HIT) TO FIB-PAUD-OLD-IMAGE
047100         MOVE FIB-RWRK-RECORD TO FIB-PAUD-NEW-IMAGE
047200         PERFORM 3000-WRITE-AUDIT THRU 3000-EXIT
047300         MOVE FIB-RWRK-RECORD TO FIB-RT-RATE(FIB-RT-HIT)
047400         SET FIB-RT-CHANGED TO TRUE
047500         DISPLAY "RATE UPDATED"
047600     ELSE
047700         IF FIB-RT-RATE-COUNT >= 100
047800             DISPLAY "THE RATE TABLE IS FULL (100) - "
047900                 "NO CHANGE MADE"
048000         ELSE
048100             MOVE SPACES TO FIB-PAUD-RECORD
048200             MOVE "ADD" TO FIB-PAUD-ACTION
048300             MOVE FIB-RWRK-RECORD TO FIB-PAUD-NEW-IMAGE
048400             PERFORM 3000-WRITE-AUDIT THRU 3000-EXIT
048500             ADD 1 TO FIB-RT-RATE-COUNT
048600             MOVE FIB-RWRK-RECORD
048700                 TO FIB-RT-RATE(FIB-RT-RATE-COUNT)
048800             SET FIB-RT-CHANGED TO TRUE
048900             DISPLAY "RATE ADDED"
049000         END-IF
049100     END-IF.
049200 2360-EXIT.
049300     EXIT.
049400*
049500****************************************************
049600**  3000-WRITE-AUDIT - APPEND ONE BEFORE/AFTER     *
049700**  AUDIT RECORD TO FIBTAUD (FIBPAUD LAYOUT, THE   *
049800**  SEQUENCE ID IN THE REQUESTOR COLUMN).  THE     *
049900**  CALLER HAS CLEARED THE RECORD AND SET THE      *
050000**  ACTION AND IMAGES; THIS STAMPS WHO AND WHEN.   *
050100**  OPENED AND CLOSED PER CHANGE SO AN ABANDONED   *
050200**  SESSION NEVER LOSES A CUT RECORD.              *
050300****************************************************
050400 3000-WRITE-AUDIT.
050500     ACCEPT FIB-PAUD-DATE FROM DATE YYYYMMDD.
050600     ACCEPT FIB-RT-TIME-RAW FROM TIME.
050700     MOVE FIB-RT-TIME-RAW(1:6) TO FIB-PAUD-TIME.
050800     MOVE FIB-RT-OPERATOR      TO FIB-PAUD-OPERATOR.
050900     MOVE FIB-RT-SEQ-IN        TO FIB-PAUD-REQUESTOR.
051000     OPEN EXTEND FIB-RATE-AUDIT-FILE.
051100     IF FIB-RATE-AUDIT-NOT-FOUND
051200         OPEN OUTPUT FIB-RATE-AUDIT-FILE
051300     END-IF.
051400     WRITE FIB-PAUD-RECORD.
051500     CLOSE FIB-RATE-AUDIT-FILE.
051600 3000-EXIT.
051700     EXIT.
051800*
051900****************************************************
052000**  3500-REWRITE-RATES - WRITE THE UPDATED RATES   *
052100**  TO THE WORK FILE AND SWING IT OVER THE LIVE    *
052200**  ONE WITH CBL_RENAME_FILE.                      *
052300****************************************************
052400 3500-REWRITE-RATES.
052500     OPEN OUTPUT FIB-RATE-NEW-FILE.
052600     PERFORM 3510-WRITE-ONE-RATE THRU 3510-EXIT
052700         VARYING FIB-RT-SUB FROM 1 BY 1
052800         UNTIL FIB-RT-SUB > FIB-RT-RATE-COUNT.
052900     CLOSE FIB-RATE-NEW-FILE.
053000     CALL "CBL_RENAME_FILE" USING FIB-RENAME-OLD-NAME
053100                                  FIB-RENAME-NEW-NAME
053200         RETURNING FIB-RENAME-RC.
053300     IF FIB-RENAME-RC NOT = ZERO
053400         DISPLAY "FIBRATEMAINT: RATE RENAME FAILED, RC = "
053500             FIB-RENAME-RC ", FIBRATE STILL HOLDS THE OLD RATES"
053600         MOVE 8 TO RETURN-CODE
053700     ELSE
053800         DISPLAY "RATES REWRITTEN - " FIB-RT-RATE-COUNT
053900             " RECORD(S) ON FILE"
054000     END-IF.
054100 3500-EXIT.
054200     EXIT.
054300*
054400****************************************************
054500**  3510-WRITE-ONE-RATE - ONE RECORD OF THE NEW    *
054600**  FILE.                                          *
054700****************************************************
054800 3510-WRITE-ONE-RATE.
054900     MOVE FIB-RT-RATE(FIB-RT-SUB) TO FIB-RATE-NEW-RECORD.
055000     WRITE FIB-RATE-NEW-RECORD.
055100 3510-EXIT.
055200     EXIT.
055300*
055400****************************************************
055500**  4000-REPORT - LIST THE CHANGE HISTORY: WHO,    *
055600**  WHEN, WHAT ACTION, AND THE BEFORE AND AFTER    *
055700**  IMAGES OF EVERY CHANGE EVER MADE.              *
055800****************************************************
055900 4000-REPORT.
056000     OPEN INPUT FIB-RATE-AUDIT-FILE.
056100     IF NOT FIB-RATE-AUDIT-OK
056200         DISPLAY "NO CHANGE HISTORY ON FILE YET"
056300     ELSE
056400         DISPLAY "FIBRATE CHANGE HISTORY:"
056500         PERFORM 4100-SHOW-ONE-CHANGE THRU 4100-EXIT
056600             UNTIL FIB-RT-AUDIT-EOF
056700         CLOSE FIB-RATE-AUDIT-FILE
056800     END-IF.
056900 4000-EXIT.
057000     EXIT.
057100*
057200****************************************************
057300**  4100-SHOW-ONE-CHANGE - ONE AUDIT RECORD.       *
057400****************************************************
057500 4100-SHOW-ONE-CHANGE.
057600     READ FIB-RATE-AUDIT-FILE
057700         AT END
057800             SET FIB-RT-AUDIT-EOF TO TRUE
057900         NOT AT END
058000             DISPLAY FIB-PAUD-DATE " " FIB-PAUD-TIME
058100                 " " FIB-PAUD-OPERATOR " " FIB-PAUD-ACTION
058200                 " " FIB-PAUD-REQUESTOR
058300             DISPLAY "  OLD: " FIB-PAUD-OLD-IMAGE
058400             DISPLAY "  NEW: " FIB-PAUD-NEW-IMAGE
058500     END-READ.
058600 4100-EXIT.
058700     EXIT.
058800 END PROGRAM FibRateMaint.
