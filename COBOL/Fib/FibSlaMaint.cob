000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. FibSlaMaint.
000300 AUTHOR. R-HENSLEY.
000400 INSTALLATION. BATCH-PRODUCTION.
000500 DATE-WRITTEN. 10/15/2026.
000600 DATE-COMPILED.
000700*
000800*-----------------------------------------------------------------
000900*  MODIFICATION HISTORY
001000*-----------------------------------------------------------------
001100*  DATE       INIT  DESCRIPTION
001200*  10/15/26   RH    ORIGINAL PROGRAM.  THE BATCH-WINDOW DEADLINE
001300*                   TABLE (FIBSLA - WHEN EACH REQUESTOR'S FEED IS
001400*                   DUE AT ITS FIBDLVP DESTINATION, AND HOW FAR
001500*                   AHEAD OF THAT A LATE-RUNNING NIGHT IS PAGED
001600*                   AS AT RISK) GETS THE SAME TREATMENT
001700*                   FibRateMaint GIVES THE RATE TABLE: THIS
001800*                   OPERATOR-FACING PROGRAM IS THE ONLY SUPPORTED
001900*                   PATH.  IT SHOWS THE DEADLINES, ACCEPTS ADDS,
002000*                   UPDATES AND DELETES ONE ROW (REQUESTOR +
002100*                   DESTINATION NODE, EITHER MAY BE "*") AT A
002200*                   TIME, ENFORCES THE EDITS (DAY 0 OR 1, A REAL
002300*                   HHMM TIME, NUMERIC WARNING MINUTES), STAMPS
002400*                   EVERY RECORD WITH THE OPERATOR, AND APPENDS A
002500*                   BEFORE/AFTER AUDIT RECORD (FIBPAUD LAYOUT,
002600*                   REQUESTOR IN THE REQUESTOR COLUMN) TO FIBLAUD
002700*                   FOR EVERY CHANGE.  REPORT MODE LISTS THAT
002800*                   CHANGE HISTORY.  THE NEW FILE IS WRITTEN TO A
002900*                   WORK COPY (FIBSLAT) AND SWUNG OVER FIBSLA WITH
003000*                   CBL_RENAME_FILE.
003014*  10/15/26   RH    THE OPERATOR MUST NOW BE ACTIVE ON THE
003028*                   OPERATOR REGISTRY (FIBOPER) AND HOLD SLA
003042*                   AUTHORITY TO OPEN A MAINTENANCE SESSION.  A
003056*                   BLANK OPERATOR ID IS REFUSED THE SAME WAY.
003070*                   EVERY REFUSAL IS LOGGED TO FIBSECV BY
003084*                   FibOperAuth.
003100*-----------------------------------------------------------------
003200*
003300 ENVIRONMENT DIVISION.
003400 INPUT-OUTPUT SECTION.
003500 FILE-CONTROL.
003600     SELECT FIB-SLA-FILE      ASSIGN TO "FIBSLA"
003700         ORGANIZATION IS LINE SEQUENTIAL
003800         FILE STATUS IS FIB-SLA-FILE-STATUS.
003900
004000     SELECT FIB-SLA-NEW-FILE  ASSIGN TO "FIBSLAT"
004100         ORGANIZATION IS LINE SEQUENTIAL
004200         FILE STATUS IS FIB-SLA-NEW-STATUS.
004300
004400     SELECT FIB-SLA-AUDIT-FILE ASSIGN TO "FIBLAUD"
004500         ORGANIZATION IS LINE SEQUENTIAL
004600         FILE STATUS IS FIB-SLA-AUDIT-STATUS.
004700
004800 DATA DIVISION.
004900 FILE SECTION.
005000*
005100****************************************************
005200**  FIB-SLA-FILE - THE LIVE DEADLINE TABLE.  SEE   *
005300**  FIBSLA.CPY.                                    *
005400****************************************************
005500 FD  FIB-SLA-FILE.
005600     COPY FIBSLA.
005700*
005800****************************************************
005900**  FIB-SLA-NEW-FILE - WORK COPY OF THE UPDATED    *
006000**  DEADLINES, RENAMED OVER FIB-SLA-FILE ONCE IT   *
006100**  IS SAFELY ON DISK.                             *
006200****************************************************
006300 FD  FIB-SLA-NEW-FILE.
006400 01  FIB-SLA-NEW-RECORD       PIC X(80).
006500*
006600****************************************************
006700**  FIB-SLA-AUDIT-FILE - THE CHANGE AUDIT TRAIL,   *
006800**  SAME RECORD SHAPE AS THE DECK'S (FIBPAUD.CPY). *
006900****************************************************
007000 FD  FIB-SLA-AUDIT-FILE.
007100     COPY FIBPAUD.
007200
007300 WORKING-STORAGE SECTION.
007400 01  FIB-SLA-FILE-STATUS      PIC X(02).
007500     88  FIB-SLA-FILE-OK             VALUE "00".
007600 01  FIB-SLA-NEW-STATUS       PIC X(02).
007700     88  FIB-SLA-NEW-OK              VALUE "00".
007800 01  FIB-SLA-AUDIT-STATUS     PIC X(02).
007900     88  FIB-SLA-AUDIT-OK            VALUE "00".
008000     88  FIB-SLA-AUDIT-NOT-FOUND     VALUE "35".
008100 01  FIB-SLA-EOF-SW           PIC X(01)          VALUE "N".
008200     88  FIB-SLA-EOF                  VALUE "Y".
008300 01  FIB-SM-AUDIT-EOF-SW      PIC X(01)          VALUE "N".
008400     88  FIB-SM-AUDIT-EOF             VALUE "Y".
008500 01  FIB-SM-MODE              PIC X(01).
008600     88  FIB-SM-MAINTAIN              VALUE "M".
008700     88  FIB-SM-REPORT                VALUE "R".
008800 01  FIB-SM-DONE-SW           PIC X(01)          VALUE "N".
008900     88  FIB-SM-DONE                  VALUE "Y".
009000 01  FIB-SM-CHANGED-SW        PIC X(01)          VALUE "N".
009100     88  FIB-SM-CHANGED               VALUE "Y".
009200 01  FIB-SM-OPERATOR          PIC X(08).
009300 01  FIB-SM-REQUESTOR-IN      PIC X(08).
009400 01  FIB-SM-NODE-IN           PIC X(17).
009500 01  FIB-SM-DAY-IN            PIC X(01).
009600     88  FIB-SM-DAY-DELETE            VALUE "D".
009700 01  FIB-SM-DAY-9             REDEFINES FIB-SM-DAY-IN
009800                               PIC 9(01).
009900     88  FIB-SM-DAY-VALID             VALUE 0 1.
010000 01  FIB-SM-TIME-IN           PIC X(04).
010100 01  FIB-SM-TIME-9            REDEFINES FIB-SM-TIME-IN.
010200     05  FIB-SM-TIME-HH       PIC 9(02).
010300     05  FIB-SM-TIME-MM       PIC 9(02).
010400 01  FIB-SM-WARN-IN           PIC X(04).
010500 01  FIB-SM-WARN-9            REDEFINES FIB-SM-WARN-IN
010600                               PIC 9(04).
010700 01  FIB-SM-SLA-COUNT         PIC S9(4)  COMP-5  VALUE ZERO.
010800 01  FIB-SM-SUB               PIC S9(4)  COMP-5.
010900 01  FIB-SM-HIT               PIC S9(4)  COMP-5.
011000 01  FIB-SM-TIME-RAW          PIC X(08).
011100 01  FIB-SM-DAY-DESC          PIC X(14).
011200 01  FIB-RENAME-OLD-NAME      PIC X(08)          VALUE "FIBSLAT".
011300 01  FIB-RENAME-NEW-NAME      PIC X(08)          VALUE "FIBSLA".
011400 01  FIB-RENAME-RC            PIC S9(9)  COMP-5.
011500*
011600****************************************************
011700**  THE DEADLINES AS RECORD IMAGES, IN FILE ORDER. *
011800****************************************************
011900 01  FIB-SM-SLA-TABLE.
012000     05  FIB-SM-SLA           OCCURS 200 TIMES
012100                               PIC X(80).
012200*
012300****************************************************
012400**  WORK RECORD FOR BUILDING AND INSPECTING        *
012500**  IMAGES.                                        *
012600****************************************************
012700 COPY FIBSLA
012800     REPLACING ==FIB-SLA-RECORD==
012900            BY ==FIB-LWRK-RECORD==
013000               ==FIB-SLA-REQUESTOR==
013100            BY ==FIB-LWRK-REQUESTOR==
013200               ==FIB-SLA-ANY-REQUESTOR==
013300            BY ==FIB-LWRK-ANY-REQUESTOR==
013400               ==FIB-SLA-DEST-NODE==
013500            BY ==FIB-LWRK-DEST-NODE==
013600               ==FIB-SLA-ANY-NODE==
013700            BY ==FIB-LWRK-ANY-NODE==
013800               ==FIB-SLA-DEADLINE-DAY==
013900            BY ==FIB-LWRK-DEADLINE-DAY==
014000               ==FIB-SLA-DAY-VALID==
014100            BY ==FIB-LWRK-DAY-VALID==
014200               ==FIB-SLA-DEADLINE-TIME==
014300            BY ==FIB-LWRK-DEADLINE-TIME==
014400               ==FIB-SLA-DEADLINE-HM==
014500            BY ==FIB-LWRK-DEADLINE-HM==
014600               ==FIB-SLA-DEADLINE-HH==
014700            BY ==FIB-LWRK-DEADLINE-HH==
014800               ==FIB-SLA-DEADLINE-MM==
014900            BY ==FIB-LWRK-DEADLINE-MM==
015000               ==FIB-SLA-WARN-MINUTES==
015100            BY ==FIB-LWRK-WARN-MINUTES==
015200               ==FIB-SLA-AUTH-OPER==
015300            BY ==FIB-LWRK-AUTH-OPER==.
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
016200     IF FIB-SM-MAINTAIN
016300         PERFORM 2000-MAINTAIN    THRU 2000-EXIT
016400     END-IF.
016500     IF FIB-SM-REPORT
016600         PERFORM 4000-REPORT      THRU 4000-EXIT
016700     END-IF.
016800     STOP RUN.
016900*
017000****************************************************
017100**  1000-INITIALIZE - ASK THE OPERATOR WHICH MODE. *
017200****************************************************
017300 1000-INITIALIZE.
017400     DISPLAY "ENTER MODE - M = MAINTAIN THE DEADLINES, "
017500         "R = REPORT CHANGE HISTORY: " WITH NO ADVANCING.
017600     ACCEPT FIB-SM-MODE.
017700     IF NOT FIB-SM-MAINTAIN AND NOT FIB-SM-REPORT
017800         DISPLAY "MODE MUST BE M OR R - NOTHING DONE"
017900         MOVE 8 TO RETURN-CODE
018000     END-IF.
018100 1000-EXIT.
018200     EXIT.
018300*
018400****************************************************
018500**  2000-MAINTAIN - THE OPERATOR IDENTIFIES        *
018600**  THEMSELVES (REQUIRED - EVERY CHANGE IS         *
018700**  AUDITED), SEES THE DEADLINES, AND APPLIES      *
018800**  CHANGES ONE ROW AT A TIME.                     *
018833**  THE OPERATOR MUST BE ACTIVE ON THE OPERATOR    *
018866**  REGISTRY AND HOLD SLA  AUTHORITY.              *
018900****************************************************
019000 2000-MAINTAIN.
019100     DISPLAY "ENTER YOUR OPERATOR ID: " WITH NO ADVANCING.
019200     ACCEPT FIB-SM-OPERATOR.
019242     MOVE FIB-SM-OPERATOR  TO FIB-OCHK-OPERATOR.
019284     MOVE "SLA"            TO FIB-OCHK-AUTHORITY.
019326     MOVE "FibSlaMaint"    TO FIB-OCHK-PROGRAM.
019368     CALL 'FibOperAuth' USING BY REFERENCE FIB-OCHK-PARMS.
019410     IF FIB-OCHK-REFUSED
019452         DISPLAY "SESSION REFUSED - NOTHING DONE"
019500         MOVE 8 TO RETURN-CODE
019600     ELSE
019700         PERFORM 2100-LOAD-SLAS THRU 2100-EXIT
019800         PERFORM 2200-SHOW-SLAS THRU 2200-EXIT
019900         PERFORM 2300-PROCESS-ONE-CHANGE THRU 2300-EXIT
020000             UNTIL FIB-SM-DONE
020100         IF FIB-SM-CHANGED
020200             PERFORM 3500-REWRITE-SLAS THRU 3500-EXIT
020300         ELSE
020400             DISPLAY "NO CHANGES MADE - DEADLINES LEFT AS "
020500                 "THEY WERE"
020600         END-IF
020700     END-IF.
020800 2000-EXIT.
020900     EXIT.
021000*
021100****************************************************
021200**  2100-LOAD-SLAS - PULL THE LIVE FILE INTO THE   *
021300**  IMAGE TABLE.  A MISSING OR EMPTY FILE IS FINE  *
021400**  - THE OPERATOR IS BUILDING IT FRESH.           *
021500****************************************************
021600 2100-LOAD-SLAS.
021700     OPEN INPUT FIB-SLA-FILE.
021800     IF FIB-SLA-FILE-OK
021900         PERFORM 2110-READ-ONE-SLA THRU 2110-EXIT
022000             UNTIL FIB-SLA-EOF
022100         CLOSE FIB-SLA-FILE
022200     END-IF.
022300 2100-EXIT.
022400     EXIT.
022500*
022600****************************************************
022700**  2110-READ-ONE-SLA - TAKE ONE RECORD INTO THE   *
022800**  TABLE.                                         *
022900****************************************************
023000 2110-READ-ONE-SLA.
023100     READ FIB-SLA-FILE
023200         AT END
023300             SET FIB-SLA-EOF TO TRUE
023400         NOT AT END
023500             IF FIB-SM-SLA-COUNT < 200
023600                 ADD 1 TO FIB-SM-SLA-COUNT
023700                 MOVE FIB-SLA-RECORD
023800                     TO FIB-SM-SLA(FIB-SM-SLA-COUNT)
023900             ELSE
024000                 DISPLAY "MORE THAN 200 DEADLINES - EXTRAS NOT "
024100                     "SHOWN AND WILL BE DROPPED ON REWRITE"
024200             END-IF
024300     END-READ.
024400 2110-EXIT.
024500     EXIT.
024600*
024700****************************************************
024800**  2200-SHOW-SLAS - SHOW THE OPERATOR WHAT IS ON  *
024900**  FILE BEFORE ANYTHING IS TOUCHED.               *
025000****************************************************
025100 2200-SHOW-SLAS.
025200     IF FIB-SM-SLA-COUNT = ZERO
025300         DISPLAY "NO DELIVERY DEADLINES ON FILE"
025400     ELSE
025500         DISPLAY "CURRENT DEADLINES:"
025600         PERFORM 2210-SHOW-ONE-SLA THRU 2210-EXIT
025700             VARYING FIB-SM-SUB FROM 1 BY 1
025800             UNTIL FIB-SM-SUB > FIB-SM-SLA-COUNT
025900     END-IF.
026000 2200-EXIT.
026100     EXIT.
026200*
026300****************************************************
026400**  2210-SHOW-ONE-SLA - ONE DEADLINE ROW, FIELD BY *
026500**  FIELD.                                         *
026600****************************************************
026700 2210-SHOW-ONE-SLA.
026800     MOVE FIB-SM-SLA(FIB-SM-SUB) TO FIB-LWRK-RECORD.
026900     IF FIB-LWRK-DEADLINE-DAY = ZERO
027000         MOVE "ON RUN DATE"    TO FIB-SM-DAY-DESC
027100     ELSE
027200         MOVE "MORNING AFTER"  TO FIB-SM-DAY-DESC
027300     END-IF.
027400     DISPLAY "  REQUESTOR " FIB-LWRK-REQUESTOR
027500         " NODE " FIB-LWRK-DEST-NODE
027600         " DUE " FIB-LWRK-DEADLINE-HH ":" FIB-LWRK-DEADLINE-MM
027700         " " FIB-SM-DAY-DESC
027800         " WARN " FIB-LWRK-WARN-MINUTES " MIN"
027900         " AUTH " FIB-LWRK-AUTH-OPER.
028000 2210-EXIT.
028100     EXIT.
028200*
028300****************************************************
028400**  2300-PROCESS-ONE-CHANGE - ONE ROUND OF THE     *
028500**  CHANGE CONVERSATION.  A BLANK REQUESTOR ENDS   *
028600**  THE SESSION.                                   *
028700****************************************************
028800 2300-PROCESS-ONE-CHANGE.
028900     DISPLAY "ENTER REQUESTOR TO ADD/CHANGE/DELETE A DEADLINE "
029000         "(* = ANY REQUESTOR, BLANK = DONE): " WITH NO ADVANCING.
029100     ACCEPT FIB-SM-REQUESTOR-IN.
029200     IF FIB-SM-REQUESTOR-IN = SPACES
029300         SET FIB-SM-DONE TO TRUE
029400     ELSE
029500         PERFORM 2310-APPLY-CHANGE THRU 2310-EXIT
029600     END-IF.
029700 2300-EXIT.
029800     EXIT.
029900*
030000****************************************************
030100**  2310-APPLY-CHANGE - TAKE THE DESTINATION NODE, *
030200**  SHOW THE ROW IT NAMES, TAKE THE NEW VALUES,    *
030300**  ENFORCE THE EDITS, AND - ONLY IF EVERYTHING    *
030400**  PASSES - UPDATE THE TABLE AND CUT THE AUDIT    *
030500**  RECORD.  A DAY OF "D" DELETES THE ROW.         *
030600****************************************************
030700 2310-APPLY-CHANGE.
030800     DISPLAY "ENTER FIBDLVP DESTINATION NODE (* = ANY NODE): "
030900         WITH NO ADVANCING.
031000     ACCEPT FIB-SM-NODE-IN.
031100     IF FIB-SM-NODE-IN = SPACES
031200         DISPLAY "NODE IS REQUIRED (* = ANY) - NO CHANGE MADE"
031300         GO TO 2310-EXIT
031400     END-IF.
031500     PERFORM 2320-FIND-SLA THRU 2320-EXIT.
031600     IF FIB-SM-HIT > ZERO
031700         MOVE FIB-SM-HIT TO FIB-SM-SUB
031800         DISPLAY "CURRENT DEADLINE IS:"
031900         PERFORM 2210-SHOW-ONE-SLA THRU 2210-EXIT
032000     ELSE
032100         DISPLAY "NO DEADLINE ON FILE FOR '" FIB-SM-REQUESTOR-IN
032200             "' AT '" FIB-SM-NODE-IN "' - THIS WILL BE AN ADD"
032300     END-IF.
032400     DISPLAY "ENTER DEADLINE DAY - 0 = RUN DATE, 1 = MORNING "
032500         "AFTER, D = DELETE THE DEADLINE: " WITH NO ADVANCING.
032600     ACCEPT FIB-SM-DAY-IN.
032700     IF FIB-SM-DAY-DELETE
032800         PERFORM 2330-DELETE-SLA THRU 2330-EXIT
032900         GO TO 2310-EXIT
033000     END-IF.
033100     IF FIB-SM-DAY-IN NOT NUMERIC
033200        OR NOT FIB-SM-DAY-VALID
033300         DISPLAY "DEADLINE DAY MUST BE 0, 1 OR D - NO CHANGE MADE"
033400         GO TO 2310-EXIT
033500     END-IF.
033600     DISPLAY "ENTER DEADLINE TIME OF DAY, HHMM: "
033700         WITH NO ADVANCING.
033800     ACCEPT FIB-SM-TIME-IN.
033900     IF FIB-SM-TIME-IN NOT NUMERIC
034000        OR FIB-SM-TIME-HH > 23
034100        OR FIB-SM-TIME-MM > 59
034200         DISPLAY "DEADLINE TIME IS NOT A VALID HHMM - "
034300             "NO CHANGE MADE"
034400         GO TO 2310-EXIT
034500     END-IF.
034600     DISPLAY "ENTER WARNING THRESHOLD, MINUTES AHEAD OF THE "
034700         "DEADLINE, 4 DIGITS: " WITH NO ADVANCING.
034800     ACCEPT FIB-SM-WARN-IN.
034900     IF FIB-SM-WARN-IN NOT NUMERIC
035000         DISPLAY "WARNING THRESHOLD MUST BE 4 DIGITS - "
035100             "NO CHANGE MADE"
035200         GO TO 2310-EXIT
035300     END-IF.
035400     PERFORM 2360-STORE-SLA THRU 2360-EXIT.
035500 2310-EXIT.
035600     EXIT.
035700*
035800****************************************************
035900**  2320-FIND-SLA - WHICH TABLE SLOT, IF ANY,      *
036000**  ALREADY CARRIES THIS REQUESTOR AND NODE?       *
036100****************************************************
036200 2320-FIND-SLA.
036300     MOVE ZERO TO FIB-SM-HIT.
036400     PERFORM 2321-CHECK-ONE-SLOT THRU 2321-EXIT
036500         VARYING FIB-SM-SUB FROM 1 BY 1
036600         UNTIL FIB-SM-SUB > FIB-SM-SLA-COUNT
036700            OR FIB-SM-HIT > ZERO.
036800 2320-EXIT.
036900     EXIT.
037000*
037100****************************************************
037200**  2321-CHECK-ONE-SLOT - COMPARE ONE SLOT.        *
037300****************************************************
037400 2321-CHECK-ONE-SLOT.
037500     MOVE FIB-SM-SLA(FIB-SM-SUB) TO FIB-LWRK-RECORD.
037600     IF FIB-LWRK-REQUESTOR = FIB-SM-REQUESTOR-IN
037700        AND FIB-LWRK-DEST-NODE = FIB-SM-NODE-IN
037800         MOVE FIB-SM-SUB TO FIB-SM-HIT
037900     END-IF.
038000 2321-EXIT.
038100     EXIT.
038200*
038300****************************************************
038400**  2330-DELETE-SLA - DROP THE ROW AND CLOSE THE   *
038500**  GAP, AUDITING THE OLD IMAGE.                   *
038600****************************************************
038700 2330-DELETE-SLA.
038800     IF FIB-SM-HIT = ZERO
038900         DISPLAY "NO DEADLINE ON FILE TO DELETE - NO CHANGE MADE"
039000     ELSE
039100         MOVE SPACES TO FIB-PAUD-RECORD
039200         MOVE "DELETE" TO FIB-PAUD-ACTION
039300         MOVE FIB-SM-SLA(FIB-SM-HIT) TO FIB-PAUD-OLD-IMAGE
039400         MOVE SPACES TO FIB-PAUD-NEW-IMAGE
039500         PERFORM 3000-WRITE-AUDIT THRU 3000-EXIT
039600         PERFORM 2331-SHIFT-ONE-SLOT THRU 2331-EXIT
039700             VARYING FIB-SM-SUB FROM FIB-SM-HIT BY 1
039800             UNTIL FIB-SM-SUB >= FIB-SM-SLA-COUNT
039900         SUBTRACT 1 FROM FIB-SM-SLA-COUNT
040000         SET FIB-SM-CHANGED TO TRUE
040100         DISPLAY "DEADLINE DELETED"
040200     END-IF.
040300 2330-EXIT.
040400     EXIT.
040500*
040600****************************************************
040700**  2331-SHIFT-ONE-SLOT - CLOSE THE GAP LEFT BY A  *
040800**  DELETE.                                        *
040900****************************************************
041000 2331-SHIFT-ONE-SLOT.
041100     MOVE FIB-SM-SLA(FIB-SM-SUB + 1) TO FIB-SM-SLA(FIB-SM-SUB).
041200 2331-EXIT.
041300     EXIT.
041400*
041500****************************************************
041600**  2360-STORE-SLA - BUILD THE NEW RECORD, STAMPED *
041700**  WITH THE OPERATOR, AND PUT IT IN THE TABLE -   *
041800**  REPLACING THE OLD ONE OR TAKING A NEW SLOT -   *
041900**  WITH THE BEFORE/AFTER AUDIT RECORD CUT FIRST.  *
042000****************************************************
042100 2360-STORE-SLA.
042200     MOVE SPACES              TO FIB-LWRK-RECORD.
042300     MOVE FIB-SM-REQUESTOR-IN TO FIB-LWRK-REQUESTOR.
042400     MOVE FIB-SM-NODE-IN      TO FIB-LWRK-DEST-NODE.
042500     MOVE FIB-SM-DAY-9        TO FIB-LWRK-DEADLINE-DAY.
042600     MOVE FIB-SM-TIME-HH      TO FIB-LWRK-DEADLINE-HH.
042700     MOVE FIB-SM-TIME-MM      TO FIB-LWRK-DEADLINE-MM.
042800     MOVE FIB-SM-WARN-9       TO FIB-LWRK-WARN-MINUTES.
042900     MOVE FIB-SM-OPERATOR     TO FIB-LWRK-AUTH-OPER.
043000     IF FIB-SM-HIT > ZERO
043100         MOVE SPACES TO FIB-PAUD-RECORD
043200         MOVE "UPDATE" TO FIB-PAUD-ACTION
043300         MOVE FIB-SM-SLA(FIB-SM-HIT) TO FIB-PAUD-OLD-IMAGE
043400         MOVE FIB-LWRK-RECORD TO FIB-PAUD-NEW-IMAGE
043500         PERFORM 3000-WRITE-AUDIT THRU 3000-EXIT
043600         MOVE FIB-LWRK-RECORD TO FIB-SM-SLA(FIB-SM-HIT)
043700         SET FIB-SM-CHANGED TO TRUE
043800         DISPLAY "DEADLINE UPDATED"
043900     ELSE
044000         IF FIB-SM-SLA-COUNT >= 200
044100             DISPLAY "THE DEADLINE TABLE IS FULL (200) - "
044200                 "NO CHANGE MADE"
044300         ELSE
044400             MOVE SPACES TO FIB-PAUD-RECORD
044500             MOVE "ADD" TO FIB-PAUD-ACTION
044600             MOVE FIB-LWRK-RECORD TO FIB-PAUD-NEW-IMAGE
044700             PERFORM 3000-WRITE-AUDIT THRU 3000-EXIT
044800             ADD 1 TO FIB-SM-SLA-COUNT
044900             MOVE FIB-LWRK-RECORD
045000                 TO FIB-SM-SLA(FIB-SM-SLA-COUNT)
045100             SET FIB-SM-CHANGED TO TRUE
045200             DISPLAY "DEADLINE ADDED"
045300         END-IF
045400     END-IF.
045500 2360-EXIT.
045600     EXIT.
045700*
045800****************************************************
045900**  3000-WRITE-AUDIT - APPEND ONE BEFORE/AFTER     *
046000**  AUDIT RECORD TO FIBLAUD (FIBPAUD LAYOUT, THE   *
046100**  REQUESTOR IN THE REQUESTOR COLUMN).  THE       *
046200**  CALLER HAS CLEARED THE RECORD AND SET THE      *
046300**  ACTION AND IMAGES; THIS STAMPS WHO AND WHEN.   *
046400**  OPENED AND CLOSED PER CHANGE SO AN ABANDONED   *
046500**  SESSION NEVER LOSES A CUT RECORD.              *
046600****************************************************
046700 3000-WRITE-AUDIT.
046800     ACCEPT FIB-PAUD-DATE FROM DATE YYYYMMDD.
046900     ACCEPT FIB-SM-TIME-RAW FROM TIME.
047000     MOVE FIB-SM-TIME-RAW(1:6) TO FIB-PAUD-TIME.
047100     MOVE FIB-SM-OPERATOR      TO FIB-PAUD-OPERATOR.
047200     MOVE FIB-SM-REQUESTOR-IN  TO FIB-PAUD-REQUESTOR.
047300     OPEN EXTEND FIB-SLA-AUDIT-FILE.
047400     IF FIB-SLA-AUDIT-NOT-FOUND
047500         OPEN OUTPUT FIB-SLA-AUDIT-FILE
047600     END-IF.
047700     WRITE FIB-PAUD-RECORD.
047800     CLOSE FIB-SLA-AUDIT-FILE.
047900 3000-EXIT.
048000     EXIT.
048100*
048200****************************************************
048300**  3500-REWRITE-SLAS - WRITE THE UPDATED          *
048400**  DEADLINES TO THE WORK FILE AND SWING IT OVER   *
048500**  THE LIVE ONE WITH CBL_RENAME_FILE.             *
048600****************************************************
048700 3500-REWRITE-SLAS.
048800     OPEN OUTPUT FIB-SLA-NEW-FILE.
048900     PERFORM 3510-WRITE-ONE-SLA THRU 3510-EXIT
049000         VARYING FIB-SM-SUB FROM 1 BY 1
049100         UNTIL FIB-SM-SUB > FIB-SM-SLA-COUNT.
049200     CLOSE FIB-SLA-NEW-FILE.
049300     CALL "CBL_RENAME_FILE" USING FIB-RENAME-OLD-NAME
049400                                  FIB-RENAME-NEW-NAME
049500         RETURNING FIB-RENAME-RC.
049600     IF FIB-RENAME-RC NOT = ZERO
049700         DISPLAY "FIBSLAMAINT: DEADLINE RENAME FAILED, RC = "
049800             FIB-RENAME-RC ", FIBSLA STILL HOLDS THE OLD "
049900             "DEADLINES"
050000         MOVE 8 TO RETURN-CODE
050100     ELSE
050200         DISPLAY "DEADLINES REWRITTEN - " FIB-SM-SLA-COUNT
050300             " RECORD(S) ON FILE"
050400     END-IF.
050500 3500-EXIT.
050600     EXIT.
050700*
050800****************************************************
050900**  3510-WRITE-ONE-SLA - ONE RECORD OF THE NEW     *
051000**  FILE.                                          *
051100****************************************************
051200 3510-WRITE-ONE-SLA.
051300     MOVE FIB-SM-SLA(FIB-SM-SUB) TO FIB-SLA-NEW-RECORD.
051400     WRITE FIB-SLA-NEW-RECORD.
051500 3510-EXIT.
051600     EXIT.
051700*
051800****************************************************
051900**  4000-REPORT - LIST THE CHANGE HISTORY: WHO,    *
052000**  WHEN, WHAT ACTION, AND THE BEFORE AND AFTER    *
052100**  IMAGES OF EVERY CHANGE EVER MADE.              *
052200****************************************************
052300 4000-REPORT.
052400     OPEN INPUT FIB-SLA-AUDIT-FILE.
052500     IF NOT FIB-SLA-AUDIT-OK
052600         DISPLAY "NO CHANGE HISTORY ON FILE YET"
052700     ELSE
052800         DISPLAY "FIBSLA CHANGE HISTORY:"
052900         PERFORM 4100-SHOW-ONE-CHANGE THRU 4100-EXIT
053000             UNTIL FIB-SM-AUDIT-EOF
053100         CLOSE FIB-SLA-AUDIT-FILE
053200     END-IF.
053300 4000-EXIT.
053400     EXIT.
053500*
053600****************************************************
053700**  4100-SHOW-ONE-CHANGE - ONE AUDIT RECORD.       *
053800****************************************************
053900 4100-SHOW-ONE-CHANGE.
054000     READ FIB-SLA-AUDIT-FILE
054100         AT END
054200             SET FIB-SM-AUDIT-EOF TO TRUE
054300         NOT AT END
054400             DISPLAY FIB-PAUD-DATE " " FIB-PAUD-TIME
054500                 " " FIB-PAUD-OPERATOR " " FIB-PAUD-ACTION
054600                 " " FIB-PAUD-REQUESTOR
054700             DISPLAY "  OLD: " FIB-PAUD-OLD-IMAGE
054800             DISPLAY "  NEW: " FIB-PAUD-NEW-IMAGE
054900     END-READ.
055000 4100-EXIT.
055100     EXIT.
055200 END PROGRAM FibSlaMaint.
