000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. FibRqstMaint.
000300 AUTHOR. R-HENSLEY.
000400 INSTALLATION. BATCH-PRODUCTION.
000500 DATE-WRITTEN. 10/15/2026.
000600 DATE-COMPILED.
000700*
000800*-----------------------------------------------------------------
000900*  MODIFICATION HISTORY
001000*-----------------------------------------------------------------
001100*  DATE       INIT  DESCRIPTION
001200*  10/15/26   RH    ORIGINAL PROGRAM.  THE REQUESTOR MASTER
001300*                   (FIBRQST - WHO EACH REQUESTOR IS, WHO OWNS
001400*                   IT, WHETHER IT IS ACTIVE, WHEN ITS
001500*                   ENTITLEMENT EXPIRES, THE HIGHEST BOUND AND
001600*                   THE SEQUENCE IDS IT MAY ASK FOR) GETS THE
001700*                   SAME TREATMENT FibParmMaint GIVES THE DECK:
001800*                   THIS OPERATOR-FACING PROGRAM IS THE ONLY
001900*                   SUPPORTED PATH.  IT SHOWS THE MASTER,
002000*                   ACCEPTS ADDS, UPDATES AND DELETES ONE
002100*                   REQUESTOR AT A TIME, ENFORCES THE EDITS
002200*                   (CONTACT AND COST CENTER REQUIRED, STATUS
002300*                   A/I, A REAL EXPIRY DATE OR ZERO, MAXIMUM
002400*                   BOUND INSIDE THE SHOP LIMITS 0001-1000, AT
002500*                   LEAST ONE PERMITTED SEQUENCE), STAMPS EVERY
002600*                   RECORD WITH THE OPERATOR, AND APPENDS A
002700*                   BEFORE/AFTER AUDIT RECORD TO FIBRAUD FOR
002800*                   EVERY CHANGE.  REPORT MODE LISTS THAT CHANGE
002900*                   HISTORY.  THE MASTER IS KEYED, SO EACH
003000*                   CHANGE IS A WRITE, REWRITE OR DELETE IN
003100*                   PLACE - NO WORK COPY AND RENAME.
003114*  10/15/26   RH    THE OPERATOR MUST NOW BE ACTIVE ON THE
003128*                   OPERATOR REGISTRY (FIBOPER) AND HOLD RQST
003142*                   AUTHORITY TO OPEN A MAINTENANCE SESSION.  A
003156*                   BLANK OPERATOR ID IS REFUSED THE SAME WAY.
003170*                   EVERY REFUSAL IS LOGGED TO FIBSECV BY
003184*                   FibOperAuth.
003200*-----------------------------------------------------------------
003300*
003400 ENVIRONMENT DIVISION.
003500 INPUT-OUTPUT SECTION.
003600 FILE-CONTROL.
003700     SELECT FIB-RQST-FILE     ASSIGN TO "FIBRQST"
003800         ORGANIZATION IS INDEXED
003900         ACCESS MODE IS DYNAMIC
004000         RECORD KEY IS FIB-RQST-REQUESTOR
004100         FILE STATUS IS FIB-RQST-FILE-STATUS.
004200
004300     SELECT FIB-RQST-AUDIT-FILE ASSIGN TO "FIBRAUD"
004400         ORGANIZATION IS LINE SEQUENTIAL
004500         FILE STATUS IS FIB-RQST-AUDIT-STATUS.
004600
004700 DATA DIVISION.
004800 FILE SECTION.
004900*
005000****************************************************
005100**  FIB-RQST-FILE - THE KEYED REQUESTOR MASTER.    *
005200**  SEE FIBRQST.CPY.                               *
005300****************************************************
005400 FD  FIB-RQST-FILE.
005500     COPY FIBRQST.
005600*
005700****************************************************
005800**  FIB-RQST-AUDIT-FILE - THE CHANGE AUDIT TRAIL.  *
005900**  SEE FIBRAUD.CPY.                               *
006000****************************************************
006100 FD  FIB-RQST-AUDIT-FILE.
006200     COPY FIBRAUD.
006300
006400 WORKING-STORAGE SECTION.
006500 01  FIB-RQST-FILE-STATUS     PIC X(02).
006600     88  FIB-RQST-FILE-OK            VALUE "00".
006700     88  FIB-RQST-FILE-NOT-FOUND     VALUE "35".
006800 01  FIB-RQST-AUDIT-STATUS    PIC X(02).
006900     88  FIB-RQST-AUDIT-OK           VALUE "00".
007000     88  FIB-RQST-AUDIT-NOT-FOUND    VALUE "35".
007100 01  FIB-RQST-EOF-SW          PIC X(01)          VALUE "N".
007200     88  FIB-RQST-EOF                 VALUE "Y".
007300 01  FIB-RM-AUDIT-EOF-SW      PIC X(01)          VALUE "N".
007400     88  FIB-RM-AUDIT-EOF             VALUE "Y".
007500 01  FIB-RM-MODE              PIC X(01).
007600     88  FIB-RM-MAINTAIN              VALUE "M".
007700     88  FIB-RM-REPORT                VALUE "R".
007800 01  FIB-RM-DONE-SW           PIC X(01)          VALUE "N".
007900     88  FIB-RM-DONE                  VALUE "Y".
008000 01  FIB-RM-FOUND-SW          PIC X(01)          VALUE "N".
008100     88  FIB-RM-FOUND                 VALUE "Y".
008200 01  FIB-RM-EDIT-SW           PIC X(01)          VALUE "Y".
008300     88  FIB-RM-EDIT-OK               VALUE "Y".
008400     88  FIB-RM-EDIT-BAD              VALUE "N".
008500 01  FIB-RM-SEQ-END-SW        PIC X(01)          VALUE "N".
008600     88  FIB-RM-SEQ-END               VALUE "Y".
008700 01  FIB-RM-OPERATOR          PIC X(08).
008800 01  FIB-RM-REQUESTOR-IN      PIC X(08).
008900 01  FIB-RM-DEPT-IN           PIC X(20).
009000 01  FIB-RM-CONTACT-IN        PIC X(30).
009100 01  FIB-RM-COST-CENTER-IN    PIC X(08).
009200 01  FIB-RM-STATUS-IN         PIC X(01).
009300 01  FIB-RM-EXPIRY-IN         PIC X(08).
009400 01  FIB-RM-EXPIRY-G.
009500     05  FIB-RM-EXPIRY-YYYY   PIC 9(04).
009600     05  FIB-RM-EXPIRY-MM     PIC 9(02).
009700     05  FIB-RM-EXPIRY-DD     PIC 9(02).
009800 01  FIB-RM-EXPIRY-9          REDEFINES FIB-RM-EXPIRY-G
009900                               PIC 9(08).
010000 01  FIB-RM-BOUND-IN          PIC X(04).
010100 01  FIB-RM-BOUND-9           PIC 9(04).
010200 01  FIB-RM-FLOOR-BOUND       PIC 9(04)          VALUE 0001.
010300 01  FIB-RM-CEILING-BOUND     PIC 9(04)          VALUE 1000.
010400 01  FIB-RM-SEQ-IN            PIC X(08).
010500 01  FIB-RM-SEQ-SUB           PIC S9(4)  COMP-5.
010600 01  FIB-RM-SEQ-LIST.
010700     05  FIB-RM-SEQ-ENTRY     PIC X(08)  OCCURS 4 TIMES.
010800 01  FIB-RM-SEQ-PROMPT-NO     PIC 9(01).
010900 01  FIB-RM-OLD-IMAGE         PIC X(140).
011000 01  FIB-RM-MASTER-COUNT      PIC S9(4)  COMP-5  VALUE ZERO.
011100 01  FIB-RM-TIME-RAW          PIC X(08).
011116*
011132****************************************************
011148**  OPERATOR AUTHORITY CHECK (FibOperAuth).        *
011164****************************************************
011180 COPY FIBOCHK.
011200
011300 PROCEDURE DIVISION.
011400*
011500****************************************************
011600**  0000-MAINLINE                                  *
011700****************************************************
011800 0000-MAINLINE.
011900     PERFORM 1000-INITIALIZE      THRU 1000-EXIT.
012000     IF FIB-RM-MAINTAIN
012100         PERFORM 2000-MAINTAIN    THRU 2000-EXIT
012200     END-IF.
012300     IF FIB-RM-REPORT
012400         PERFORM 4000-REPORT      THRU 4000-EXIT
012500     END-IF.
012600     STOP RUN.
012700*
012800****************************************************
012900**  1000-INITIALIZE - ASK THE OPERATOR WHICH MODE. *
013000****************************************************
013100 1000-INITIALIZE.
013200     DISPLAY "ENTER MODE - M = MAINTAIN THE REQUESTOR MASTER, "
013300         "R = REPORT CHANGE HISTORY: " WITH NO ADVANCING.
013400     ACCEPT FIB-RM-MODE.
013500     IF NOT FIB-RM-MAINTAIN AND NOT FIB-RM-REPORT
013600         DISPLAY "MODE MUST BE M OR R - NOTHING DONE"
013700         MOVE 8 TO RETURN-CODE
013800     END-IF.
013900 1000-EXIT.
014000     EXIT.
014100*
014200****************************************************
014300**  2000-MAINTAIN - THE OPERATOR IDENTIFIES        *
014400**  THEMSELVES (REQUIRED - EVERY CHANGE IS         *
014500**  AUDITED), SEES THE MASTER, AND APPLIES CHANGES *
014600**  ONE REQUESTOR AT A TIME.  A MASTER THAT DOES   *
014700**  NOT YET EXIST IS CREATED EMPTY ON THE FIRST    *
014800**  SESSION.                                       *
014833**  THE OPERATOR MUST BE ACTIVE ON THE OPERATOR    *
014866**  REGISTRY AND HOLD RQST AUTHORITY.              *
014900****************************************************
015000 2000-MAINTAIN.
015100     DISPLAY "ENTER YOUR OPERATOR ID: " WITH NO ADVANCING.
015200     ACCEPT FIB-RM-OPERATOR.
015260     MOVE FIB-RM-OPERATOR  TO FIB-OCHK-OPERATOR.
015320     MOVE "RQST"           TO FIB-OCHK-AUTHORITY.
015380     MOVE "FibRqstMaint"   TO FIB-OCHK-PROGRAM.
015440     CALL 'FibOperAuth' USING BY REFERENCE FIB-OCHK-PARMS.
015500     IF FIB-OCHK-REFUSED
015560         DISPLAY "SESSION REFUSED - NOTHING DONE"
015620         MOVE 8 TO RETURN-CODE
015680         GO TO 2000-EXIT
015740     END-IF.
015800     OPEN I-O FIB-RQST-FILE.
015900     IF FIB-RQST-FILE-NOT-FOUND
016000         OPEN OUTPUT FIB-RQST-FILE
016100         CLOSE FIB-RQST-FILE
016200         OPEN I-O FIB-RQST-FILE
016300     END-IF.
016400     IF NOT FIB-RQST-FILE-OK
016500         DISPLAY "FIBRQSTMAINT: FIBRQST COULD NOT BE OPENED, "
016600             "STATUS = " FIB-RQST-FILE-STATUS " - NOTHING DONE"
016700         MOVE 8 TO RETURN-CODE
016800         GO TO 2000-EXIT
016900     END-IF.
017000     PERFORM 2200-SHOW-MASTER THRU 2200-EXIT.
017100     PERFORM 2300-PROCESS-ONE-CHANGE THRU 2300-EXIT
017200         UNTIL FIB-RM-DONE.
017300     CLOSE FIB-RQST-FILE.
017400 2000-EXIT.
017500     EXIT.
017600*
017700****************************************************
017800**  2200-SHOW-MASTER - SHOW THE OPERATOR WHAT IS   *
017900**  ON FILE, IN KEY ORDER, BEFORE ANYTHING IS      *
018000**  TOUCHED.                                       *
018100****************************************************
018200 2200-SHOW-MASTER.
018300     MOVE LOW-VALUES TO FIB-RQST-REQUESTOR.
018400     START FIB-RQST-FILE KEY IS NOT < FIB-RQST-REQUESTOR
018500         INVALID KEY
018600             SET FIB-RQST-EOF TO TRUE
018700     END-START.
018800     IF NOT FIB-RQST-EOF
018900         DISPLAY "CURRENT REQUESTOR MASTER:"
019000     END-IF.
019100     PERFORM 2205-SHOW-NEXT-REQUESTOR THRU 2205-EXIT
019200         UNTIL FIB-RQST-EOF.
019300     IF FIB-RM-MASTER-COUNT = ZERO
019400         DISPLAY "NO REQUESTORS ON THE MASTER"
019500     END-IF.
019600 2200-EXIT.
019700     EXIT.
019800*
019900****************************************************
020000**  2205-SHOW-NEXT-REQUESTOR - ONE RECORD OF THE   *
020100**  BROWSE.                                        *
020200****************************************************
020300 2205-SHOW-NEXT-REQUESTOR.
020400     READ FIB-RQST-FILE NEXT RECORD
020500         AT END
020600             SET FIB-RQST-EOF TO TRUE
020700         NOT AT END
020800             ADD 1 TO FIB-RM-MASTER-COUNT
020900             PERFORM 2210-SHOW-ONE-REQUESTOR THRU 2210-EXIT
021000     END-READ.
021100 2205-EXIT.
021200     EXIT.
021300*
021400****************************************************
021500**  2210-SHOW-ONE-REQUESTOR - THE MASTER RECORD    *
021600**  NOW IN THE RECORD AREA, FIELD BY FIELD.        *
021700****************************************************
021800 2210-SHOW-ONE-REQUESTOR.
021900     DISPLAY "  REQUESTOR " FIB-RQST-REQUESTOR
022000         " DEPT " FIB-RQST-DEPT
022100         " COST CTR " FIB-RQST-COST-CENTER
022200         " STATUS " FIB-RQST-STATUS-SW.
022300     DISPLAY "    CONTACT " FIB-RQST-CONTACT
022400         " EXPIRES " FIB-RQST-EXPIRY-DATE
022500         " MAX BOUND " FIB-RQST-MAX-BOUND.
022600     DISPLAY "    SEQUENCES " FIB-RQST-SEQ-ID(1)
022700         " " FIB-RQST-SEQ-ID(2)
022800         " " FIB-RQST-SEQ-ID(3)
022900         " " FIB-RQST-SEQ-ID(4)
023000         " AUTH " FIB-RQST-AUTH-OPER.
023100 2210-EXIT.
023200     EXIT.
023300*
023400****************************************************
023500**  2300-PROCESS-ONE-CHANGE - ONE ROUND OF THE     *
023600**  CHANGE CONVERSATION.  A BLANK REQUESTOR ENDS   *
023700**  THE SESSION.                                   *
023800****************************************************
023900 2300-PROCESS-ONE-CHANGE.
024000     DISPLAY "ENTER REQUESTOR TO ADD/CHANGE/DELETE "
024100         "(BLANK = DONE): " WITH NO ADVANCING.
024200     ACCEPT FIB-RM-REQUESTOR-IN.
024300     IF FIB-RM-REQUESTOR-IN = SPACES
024400         SET FIB-RM-DONE TO TRUE
024500     ELSE
024600         PERFORM 2310-APPLY-CHANGE THRU 2310-EXIT
024700     END-IF.
024800 2300-EXIT.
024900     EXIT.
025000*
025100****************************************************
025200**  2310-APPLY-CHANGE - SHOW THE REQUESTOR'S       *
025300**  CURRENT RECORD, TAKE THE NEW VALUES, ENFORCE   *
025400**  THE EDITS, AND - ONLY IF EVERYTHING PASSES -   *
025500**  WRITE THE MASTER AND CUT THE AUDIT RECORD.  A  *
025600**  BLANK DEPARTMENT DELETES THE REQUESTOR.        *
025700****************************************************
025800 2310-APPLY-CHANGE.
025900     MOVE "N" TO FIB-RM-FOUND-SW.
026000     MOVE SPACES TO FIB-RM-OLD-IMAGE.
026100     MOVE FIB-RM-REQUESTOR-IN TO FIB-RQST-REQUESTOR.
026200     READ FIB-RQST-FILE
026300         INVALID KEY
026400             CONTINUE
026500         NOT INVALID KEY
026600             SET FIB-RM-FOUND TO TRUE
026700             MOVE FIB-RQST-RECORD TO FIB-RM-OLD-IMAGE
026800     END-READ.
026900     IF FIB-RM-FOUND
027000         DISPLAY "CURRENT RECORD IS:"
027100         PERFORM 2210-SHOW-ONE-REQUESTOR THRU 2210-EXIT
027200     ELSE
027300         DISPLAY "REQUESTOR '" FIB-RM-REQUESTOR-IN
027400             "' IS NOT ON THE MASTER - THIS WILL BE AN ADD"
027500     END-IF.
027600     DISPLAY "ENTER OWNING DEPARTMENT "
027700         "(BLANK = DELETE THE REQUESTOR): " WITH NO ADVANCING.
027800     ACCEPT FIB-RM-DEPT-IN.
027900     IF FIB-RM-DEPT-IN = SPACES
028000         PERFORM 2330-DELETE-REQUESTOR THRU 2330-EXIT
028100     ELSE
028200         PERFORM 2340-TAKE-FIELDS THRU 2340-EXIT
028300         IF FIB-RM-EDIT-OK
028400             PERFORM 2360-STORE-REQUESTOR THRU 2360-EXIT
028500         END-IF
028600     END-IF.
028700 2310-EXIT.
028800     EXIT.
028900*
029000****************************************************
029100**  2330-DELETE-REQUESTOR - DROP THE REQUESTOR     *
029200**  FROM THE MASTER, AUDITING THE OLD IMAGE.  ANY  *
029300**  CARD OR PROFILE STILL NAMING IT IS REFUSED     *
029400**  FROM THEN ON - SETTING THE STATUS TO I IS THE  *
029500**  GENTLER WAY TO RETIRE A REQUESTOR.             *
029600****************************************************
029700 2330-DELETE-REQUESTOR.
029800     IF NOT FIB-RM-FOUND
029900         DISPLAY "NO REQUESTOR ON FILE TO DELETE - NO CHANGE MADE"
030000         GO TO 2330-EXIT
030100     END-IF.
030200     DELETE FIB-RQST-FILE RECORD
030300         INVALID KEY
030400             DISPLAY "DELETE FAILED, STATUS = "
030500                 FIB-RQST-FILE-STATUS " - NO CHANGE MADE"
030600             GO TO 2330-EXIT
030700     END-DELETE.
030800     MOVE SPACES TO FIB-RAUD-RECORD.
030900     MOVE "DELETE" TO FIB-RAUD-ACTION.
031000     MOVE FIB-RM-OLD-IMAGE TO FIB-RAUD-OLD-IMAGE.
031100     MOVE SPACES TO FIB-RAUD-NEW-IMAGE.
031200     PERFORM 3000-WRITE-AUDIT THRU 3000-EXIT.
031300     DISPLAY "REQUESTOR DELETED".
031400 2330-EXIT.
031500     EXIT.
031600*
031700****************************************************
031800**  2340-TAKE-FIELDS - PROMPT FOR AND EDIT EVERY   *
031900**  REMAINING FIELD.  THE FIRST BAD FIELD STOPS    *
032000**  THE CONVERSATION WITH "NO CHANGE MADE".        *
032100****************************************************
032200 2340-TAKE-FIELDS.
032300     SET FIB-RM-EDIT-OK TO TRUE.
032400     DISPLAY "ENTER CONTACT NAME: " WITH NO ADVANCING.
032500     ACCEPT FIB-RM-CONTACT-IN.
032600     DISPLAY "ENTER COST CENTER: " WITH NO ADVANCING.
032700     ACCEPT FIB-RM-COST-CENTER-IN.
032800     IF FIB-RM-CONTACT-IN = SPACES
032900        OR FIB-RM-COST-CENTER-IN = SPACES
033000         DISPLAY "CONTACT AND COST CENTER ARE REQUIRED - "
033100             "NO CHANGE MADE"
033200         SET FIB-RM-EDIT-BAD TO TRUE
033300         GO TO 2340-EXIT
033400     END-IF.
033500     DISPLAY "STATUS - A = ACTIVE, I = INACTIVE: "
033600         WITH NO ADVANCING.
033700     ACCEPT FIB-RM-STATUS-IN.
033800     IF FIB-RM-STATUS-IN NOT = "A" AND FIB-RM-STATUS-IN NOT = "I"
033900         DISPLAY "STATUS MUST BE A OR I - NO CHANGE MADE"
034000         SET FIB-RM-EDIT-BAD TO TRUE
034100         GO TO 2340-EXIT
034200     END-IF.
034300     DISPLAY "ENTER ENTITLEMENT EXPIRY CCYYMMDD "
034400         "(00000000 = NEVER): " WITH NO ADVANCING.
034500     ACCEPT FIB-RM-EXPIRY-IN.
034600     PERFORM 2345-EDIT-EXPIRY THRU 2345-EXIT.
034700     IF FIB-RM-EDIT-BAD
034800         DISPLAY "EXPIRY IS NOT A CCYYMMDD DATE - NO CHANGE MADE"
034900         GO TO 2340-EXIT
035000     END-IF.
035100     DISPLAY "ENTER MAXIMUM UPPER BOUND 0001-1000: "
035200         WITH NO ADVANCING.
035300     ACCEPT FIB-RM-BOUND-IN.
035400     IF FIB-RM-BOUND-IN NOT NUMERIC
035500         DISPLAY "BOUND IS NOT NUMERIC - NO CHANGE MADE"
035600         SET FIB-RM-EDIT-BAD TO TRUE
035700         GO TO 2340-EXIT
035800     END-IF.
035900     MOVE FIB-RM-BOUND-IN TO FIB-RM-BOUND-9.
036000     IF FIB-RM-BOUND-9 < FIB-RM-FLOOR-BOUND
036100        OR FIB-RM-BOUND-9 > FIB-RM-CEILING-BOUND
036200         DISPLAY "BOUND IS OUTSIDE THE SHOP LIMITS 0001-1000 - "
036300             "NO CHANGE MADE"
036400         SET FIB-RM-EDIT-BAD TO TRUE
036500         GO TO 2340-EXIT
036600     END-IF.
036700     MOVE SPACES TO FIB-RM-SEQ-LIST.
036800     MOVE "N" TO FIB-RM-SEQ-END-SW.
036900     PERFORM 2350-TAKE-ONE-SEQUENCE THRU 2350-EXIT
037000         VARYING FIB-RM-SEQ-SUB FROM 1 BY 1
037100         UNTIL FIB-RM-SEQ-SUB > 4
037200            OR FIB-RM-SEQ-END.
037300 2340-EXIT.
037400     EXIT.
037500*
037600****************************************************
037700**  2345-EDIT-EXPIRY - ZERO (NEVER EXPIRES) OR A   *
037800**  REAL CCYYMMDD DATE.                            *
037900****************************************************
038000 2345-EDIT-EXPIRY.
038100     IF FIB-RM-EXPIRY-IN NOT NUMERIC
038200         SET FIB-RM-EDIT-BAD TO TRUE
038300         GO TO 2345-EXIT
038400     END-IF.
038500     MOVE FIB-RM-EXPIRY-IN TO FIB-RM-EXPIRY-G.
038600     IF FIB-RM-EXPIRY-9 NOT = ZERO
038700         IF FIB-RM-EXPIRY-YYYY < 1900
038800            OR FIB-RM-EXPIRY-MM < 1 OR FIB-RM-EXPIRY-MM > 12
038900            OR FIB-RM-EXPIRY-DD < 1 OR FIB-RM-EXPIRY-DD > 31
039000             SET FIB-RM-EDIT-BAD TO TRUE
039100         END-IF
039200     END-IF.
039300 2345-EXIT.
039400     EXIT.
039500*
039600****************************************************
039700**  2350-TAKE-ONE-SEQUENCE - ONE PERMITTED         *
039800**  SEQUENCE ID.  A BLANK FIRST ENTRY MEANS THE    *
039900**  CLASSIC "FIB" ONLY; A BLANK LATER ENTRY ENDS   *
040000**  THE LIST.                                      *
040100****************************************************
040200 2350-TAKE-ONE-SEQUENCE.
040300     MOVE FIB-RM-SEQ-SUB TO FIB-RM-SEQ-PROMPT-NO.
040400     IF FIB-RM-SEQ-SUB = 1
040500         DISPLAY "ENTER PERMITTED SEQUENCE ID 1 "
040600             "(BLANK = FIB ONLY): " WITH NO ADVANCING
040700     ELSE
040800         DISPLAY "ENTER PERMITTED SEQUENCE ID "
040900             FIB-RM-SEQ-PROMPT-NO
041000             " (BLANK = NO MORE): " WITH NO ADVANCING
041100     END-IF.
041200     ACCEPT FIB-RM-SEQ-IN.
041300     IF FIB-RM-SEQ-IN = SPACES
041400         IF FIB-RM-SEQ-SUB = 1
041500             MOVE "FIB" TO FIB-RM-SEQ-ENTRY(1)
041600         END-IF
041700         SET FIB-RM-SEQ-END TO TRUE
041800     ELSE
041900         MOVE FIB-RM-SEQ-IN TO FIB-RM-SEQ-ENTRY(FIB-RM-SEQ-SUB)
042000     END-IF.
042100 2350-EXIT.
042200     EXIT.
042300*
042400****************************************************
042500**  2360-STORE-REQUESTOR - BUILD THE NEW RECORD,   *
042600**  STAMPED WITH THE OPERATOR, AND WRITE OR        *
042700**  REWRITE IT.  THE AUDIT RECORD IS CUT ONLY      *
042800**  ONCE THE MASTER HAS ACCEPTED THE CHANGE.       *
042900****************************************************
043000 2360-STORE-REQUESTOR.
043100     MOVE SPACES                TO FIB-RQST-RECORD.
043200     MOVE FIB-RM-REQUESTOR-IN   TO FIB-RQST-REQUESTOR.
043300     MOVE FIB-RM-DEPT-IN        TO FIB-RQST-DEPT.
043400     MOVE FIB-RM-CONTACT-IN     TO FIB-RQST-CONTACT.
043500     MOVE FIB-RM-COST-CENTER-IN TO FIB-RQST-COST-CENTER.
043600     MOVE FIB-RM-STATUS-IN      TO FIB-RQST-STATUS-SW.
043700     MOVE FIB-RM-EXPIRY-9       TO FIB-RQST-EXPIRY-DATE.
043800     MOVE FIB-RM-BOUND-9        TO FIB-RQST-MAX-BOUND.
043900     MOVE FIB-RM-SEQ-LIST       TO FIB-RQST-SEQ-TABLE.
044000     MOVE FIB-RM-OPERATOR       TO FIB-RQST-AUTH-OPER.
044100     MOVE SPACES TO FIB-RAUD-RECORD.
044200     IF FIB-RM-FOUND
044300         REWRITE FIB-RQST-RECORD
044400             INVALID KEY
044500                 DISPLAY "REWRITE FAILED, STATUS = "
044600                     FIB-RQST-FILE-STATUS " - NO CHANGE MADE"
044700                 GO TO 2360-EXIT
044800         END-REWRITE
044900         MOVE "UPDATE" TO FIB-RAUD-ACTION
045000     ELSE
045100         WRITE FIB-RQST-RECORD
045200             INVALID KEY
045300                 DISPLAY "WRITE FAILED, STATUS = "
045400                     FIB-RQST-FILE-STATUS " - NO CHANGE MADE"
045500                 GO TO 2360-EXIT
045600         END-WRITE
045700         MOVE "ADD" TO FIB-RAUD-ACTION
045800     END-IF.
045900     MOVE FIB-RM-OLD-IMAGE TO FIB-RAUD-OLD-IMAGE.
046000     MOVE FIB-RQST-RECORD  TO FIB-RAUD-NEW-IMAGE.
046100     PERFORM 3000-WRITE-AUDIT THRU 3000-EXIT.
046200     IF FIB-RM-FOUND
046300         DISPLAY "REQUESTOR UPDATED"
046400     ELSE
046500         DISPLAY "REQUESTOR ADDED"
046600     END-IF.
046700 2360-EXIT.
046800     EXIT.
046900*
047000****************************************************
047100**  3000-WRITE-AUDIT - APPEND ONE BEFORE/AFTER     *
047200**  AUDIT RECORD TO FIBRAUD.  THE CALLER HAS       *
047300**  CLEARED THE RECORD AND SET THE ACTION AND      *
047400**  IMAGES; THIS STAMPS WHO AND WHEN.  OPENED AND  *
047500**  CLOSED PER CHANGE SO AN ABANDONED SESSION      *
047600**  NEVER LOSES A CUT RECORD.                      *
047700****************************************************
047800 3000-WRITE-AUDIT.
047900     ACCEPT FIB-RAUD-DATE FROM DATE YYYYMMDD.
048000     ACCEPT FIB-RM-TIME-RAW FROM TIME.
048100     MOVE FIB-RM-TIME-RAW(1:6) TO FIB-RAUD-TIME.
048200     MOVE FIB-RM-OPERATOR      TO FIB-RAUD-OPERATOR.
048300     MOVE FIB-RM-REQUESTOR-IN  TO FIB-RAUD-REQUESTOR.
048400     OPEN EXTEND FIB-RQST-AUDIT-FILE.
048500     IF FIB-RQST-AUDIT-NOT-FOUND
048600         OPEN OUTPUT FIB-RQST-AUDIT-FILE
048700     END-IF.
048800     WRITE FIB-RAUD-RECORD.
048900     CLOSE FIB-RQST-AUDIT-FILE.
049000 3000-EXIT.
049100     EXIT.
049200*
049300****************************************************
049400**  4000-REPORT - LIST THE CHANGE HISTORY: WHO,    *
049500**  WHEN, WHAT ACTION, AND THE BEFORE AND AFTER    *
049600**  IMAGES OF EVERY CHANGE EVER MADE.              *
049700****************************************************
049800 4000-REPORT.
049900     OPEN INPUT FIB-RQST-AUDIT-FILE.
050000     IF NOT FIB-RQST-AUDIT-OK
050100         DISPLAY "NO CHANGE HISTORY ON FILE YET"
050200     ELSE
050300         DISPLAY "FIBRQST CHANGE HISTORY:"
050400         PERFORM 4100-SHOW-ONE-CHANGE THRU 4100-EXIT
050500             UNTIL FIB-RM-AUDIT-EOF
050600         CLOSE FIB-RQST-AUDIT-FILE
050700     END-IF.
050800 4000-EXIT.
050900     EXIT.
051000*
051100****************************************************
051200**  4100-SHOW-ONE-CHANGE - ONE AUDIT RECORD.       *
051300****************************************************
051400 4100-SHOW-ONE-CHANGE.
051500     READ FIB-RQST-AUDIT-FILE
051600         AT END
051700             SET FIB-RM-AUDIT-EOF TO TRUE
051800         NOT AT END
051900             DISPLAY FIB-RAUD-DATE " " FIB-RAUD-TIME
052000                 " " FIB-RAUD-OPERATOR " " FIB-RAUD-ACTION
052100                 " " FIB-RAUD-REQUESTOR
052200             DISPLAY "  OLD: " FIB-RAUD-OLD-IMAGE
052300             DISPLAY "  NEW: " FIB-RAUD-NEW-IMAGE
052400     END-READ.
052500 4100-EXIT.
052600     EXIT.
052700 END PROGRAM FibRqstMaint.
