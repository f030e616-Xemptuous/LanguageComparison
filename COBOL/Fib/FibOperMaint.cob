000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. FibOperMaint.
000300 AUTHOR. R-HENSLEY.
000400 INSTALLATION. BATCH-PRODUCTION.
000500 DATE-WRITTEN. 10/15/2026.
000600 DATE-COMPILED.
000700*
000800*-----------------------------------------------------------------
000900*  MODIFICATION HISTORY
001000*-----------------------------------------------------------------
001100*  DATE       INIT  DESCRIPTION
001200*  10/15/26   RH    ORIGINAL PROGRAM.  THE OPERATOR AUTHORITY
001300*                   REGISTRY (FIBOPER - WHO EACH OPERATOR IS,
001400*                   WHETHER THEY ARE ACTIVE, AND WHICH AUTHORITIES
001500*                   THEY HOLD) GETS THE SAME TREATMENT
001600*                   FibRqstMaint GIVES THE REQUESTOR MASTER: THIS
001700*                   OPERATOR-FACING PROGRAM IS THE ONLY SUPPORTED
001800*                   PATH.  THE OPERATOR MUST HOLD THE ADMIN
001900*                   AUTHORITY (CHECKED BY FibOperAuth, WHICH LOGS
002000*                   A REFUSAL TO FIBSECV).  IT SHOWS THE REGISTRY,
002100*                   ACCEPTS ADDS, UPDATES AND DELETES ONE OPERATOR
002200*                   AT A TIME, ENFORCES THE EDITS (NAME REQUIRED,
002300*                   STATUS A/I, EACH AUTHORITY Y OR N), STAMPS
002400*                   EVERY RECORD WITH THE ADMINISTERING OPERATOR
002500*                   AND THE DATE, AND APPENDS A BEFORE/AFTER AUDIT
002600*                   RECORD TO FIBOAUD FOR EVERY CHANGE.  NOBODY
002700*                   MAY CHANGE THEIR OWN ENTRY - AUTHORITY IS
002800*                   ALWAYS GRANTED BY SOMEONE ELSE, AND THE
002900*                   REGISTRY CAN NEVER LOSE ITS LAST
003000*                   ADMINISTRATOR.  REPORT MODE LISTS THE CHANGE
003100*                   HISTORY.  THE REGISTRY IS DEFINED AND SEEDED
003200*                   WITH ITS FIRST ADMINISTRATOR BY JOB FIBOPDEF.
003233*  10/15/26   RH    FOUR MORE AUTHORITIES TO GRANT - RQST, RATE,
003266*                   SLA AND STEP (SEE FIBOPER.CPY).
003300*-----------------------------------------------------------------
003400*
003500 ENVIRONMENT DIVISION.
003600 INPUT-OUTPUT SECTION.
003700 FILE-CONTROL.
003800     SELECT FIB-OPER-FILE     ASSIGN TO "FIBOPER"
003900         ORGANIZATION IS INDEXED
004000         ACCESS MODE IS DYNAMIC
004100         RECORD KEY IS FIB-OPER-OPERATOR
004200         FILE STATUS IS FIB-OPER-FILE-STATUS.
004300 
004400     SELECT FIB-OPER-AUDIT-FILE ASSIGN TO "FIBOAUD"
004500         ORGANIZATION IS LINE SEQUENTIAL
004600         FILE STATUS IS FIB-OPER-AUDIT-STATUS.
004700 
004800 DATA DIVISION.
004900 FILE SECTION.
005000*
005100****************************************************
005200**  FIB-OPER-FILE - THE KEYED OPERATOR AUTHORITY   *
005300**  REGISTRY.  SEE FIBOPER.CPY.                    *
005400****************************************************
005500 FD  FIB-OPER-FILE.
005600     COPY FIBOPER.
005700*
005800****************************************************
005900**  FIB-OPER-AUDIT-FILE - THE CHANGE AUDIT TRAIL.  *
006000**  SEE FIBOAUD.CPY.                               *
006100****************************************************
006200 FD  FIB-OPER-AUDIT-FILE.
006300     COPY FIBOAUD.
006400 
006500 WORKING-STORAGE SECTION.
006600 01  FIB-OPER-FILE-STATUS     PIC X(02).
006700     88  FIB-OPER-FILE-OK            VALUE "00".
006800 01  FIB-OPER-AUDIT-STATUS    PIC X(02).
006900     88  FIB-OPER-AUDIT-OK           VALUE "00".
007000     88  FIB-OPER-AUDIT-NOT-FOUND    VALUE "35".
007100 01  FIB-OPER-EOF-SW          PIC X(01)          VALUE "N".
007200     88  FIB-OPER-EOF                 VALUE "Y".
007300 01  FIB-OM-AUDIT-EOF-SW      PIC X(01)          VALUE "N".
007400     88  FIB-OM-AUDIT-EOF             VALUE "Y".
007500 01  FIB-OM-MODE              PIC X(01).
007600     88  FIB-OM-MAINTAIN              VALUE "M".
007700     88  FIB-OM-REPORT                VALUE "R".
007800 01  FIB-OM-DONE-SW           PIC X(01)          VALUE "N".
007900     88  FIB-OM-DONE                  VALUE "Y".
008000 01  FIB-OM-FOUND-SW          PIC X(01)          VALUE "N".
008100     88  FIB-OM-FOUND                 VALUE "Y".
008200 01  FIB-OM-EDIT-SW           PIC X(01)          VALUE "Y".
008300     88  FIB-OM-EDIT-OK               VALUE "Y".
008400     88  FIB-OM-EDIT-BAD              VALUE "N".
008500 01  FIB-OM-OPERATOR          PIC X(08).
008600 01  FIB-OM-SUBJECT-IN        PIC X(08).
008700 01  FIB-OM-NAME-IN           PIC X(30).
008800 01  FIB-OM-STATUS-IN         PIC X(01).
008900 01  FIB-OM-FLAG-IN           PIC X(01).
009000 01  FIB-OM-AUTH-SUB          PIC S9(4)  COMP-5.
009100 01  FIB-OM-AUTH-LIST.
009200     05  FIB-OM-AUTH-ENTRY    PIC X(01)  OCCURS 11 TIMES.
009300 01  FIB-OM-OLD-IMAGE         PIC X(80).
009400 01  FIB-OM-REGISTRY-COUNT    PIC S9(4)  COMP-5  VALUE ZERO.
009500 01  FIB-OM-TODAY             PIC 9(08).
009600 01  FIB-OM-TIME-RAW          PIC X(08).
009700*
009800****************************************************
009900**  THE AUTHORITIES, IN REGISTRY FLAG ORDER, AS    *
010000**  THE OPERATOR IS ASKED FOR THEM.                *
010100****************************************************
010200 01  FIB-OM-AUTH-DESC-X.
010300     05  FILLER               PIC X(40)          VALUE
010400         "DECK    - FIBPARM DECK MAINTENANCE".
010500     05  FILLER               PIC X(40)          VALUE
010600         "DLVP    - DELIVERY-PROFILE MAINTENANCE".
010700     05  FILLER               PIC X(40)          VALUE
010800         "LOCK    - FIBLOCK STALE-LOCK OVERRIDE".
010900     05  FILLER               PIC X(40)          VALUE
011000         "PURGE   - FIBHIST PURGE AND RESTORE".
011100     05  FILLER               PIC X(40)          VALUE
011200         "REBUILD - FIBHIST FORWARD RECOVERY".
011300     05  FILLER               PIC X(40)          VALUE
011400         "ROLL    - WORKING-DATASET ROLLOVER".
011500     05  FILLER               PIC X(40)          VALUE
011600         "ADMIN   - OPERATOR REGISTRY MAINTENANCE".
011611     05  FILLER               PIC X(40)          VALUE
011622         "RQST    - REQUESTOR MASTER MAINTENANCE".
011633     05  FILLER               PIC X(40)          VALUE
011644         "RATE    - CHARGEBACK RATE MAINTENANCE".
011655     05  FILLER               PIC X(40)          VALUE
011666         "SLA     - DELIVERY DEADLINE MAINTENANCE".
011677     05  FILLER               PIC X(40)          VALUE
011688         "STEP    - RUN-STATE STEP OVERRIDE".
011700 01  FIB-OM-AUTH-DESC-T       REDEFINES FIB-OM-AUTH-DESC-X.
011800     05  FIB-OM-AUTH-DESC     OCCURS 11 TIMES
011900                               PIC X(40).
012000     COPY FIBOCHK.
012100 
012200 PROCEDURE DIVISION.
012300*
012400****************************************************
012500**  0000-MAINLINE                                  *
012600****************************************************
012700 0000-MAINLINE.
012800     PERFORM 1000-INITIALIZE      THRU 1000-EXIT.
012900     IF FIB-OM-MAINTAIN
013000         PERFORM 2000-MAINTAIN    THRU 2000-EXIT
013100     END-IF.
013200     IF FIB-OM-REPORT
013300         PERFORM 4000-REPORT      THRU 4000-EXIT
013400     END-IF.
013500     STOP RUN.
013600*
013700****************************************************
013800**  1000-INITIALIZE - ASK THE OPERATOR WHICH MODE. *
013900****************************************************
014000 1000-INITIALIZE.
014100     DISPLAY "ENTER MODE - M = MAINTAIN THE OPERATOR REGISTRY, "
014200         "R = REPORT CHANGE HISTORY: " WITH NO ADVANCING.
014300     ACCEPT FIB-OM-MODE.
014400     IF NOT FIB-OM-MAINTAIN AND NOT FIB-OM-REPORT
014500         DISPLAY "MODE MUST BE M OR R - NOTHING DONE"
014600         MOVE 8 TO RETURN-CODE
014700     END-IF.
014800 1000-EXIT.
014900     EXIT.
015000*
015100****************************************************
015200**  2000-MAINTAIN - THE OPERATOR IDENTIFIES        *
015300**  THEMSELVES AND MUST HOLD THE ADMIN AUTHORITY,  *
015400**  THEN SEES THE REGISTRY AND APPLIES CHANGES ONE *
015500**  OPERATOR AT A TIME.  THE REGISTRY IS NEVER     *
015600**  CREATED HERE - JOB FIBOPDEF DEFINES AND SEEDS  *
015700**  IT, AND WITHOUT IT NOBODY HOLDS ADMIN.         *
015800****************************************************
015900 2000-MAINTAIN.
016000     DISPLAY "ENTER YOUR OPERATOR ID: " WITH NO ADVANCING.
016100     ACCEPT FIB-OM-OPERATOR.
016200     MOVE FIB-OM-OPERATOR TO FIB-OCHK-OPERATOR.
016300     MOVE "ADMIN"         TO FIB-OCHK-AUTHORITY.
016400     MOVE "FibOperMaint"  TO FIB-OCHK-PROGRAM.
016500     CALL 'FibOperAuth' USING BY REFERENCE FIB-OCHK-PARMS.
016600     IF FIB-OCHK-REFUSED
016700         DISPLAY "SESSION REFUSED - NOTHING DONE"
016800         MOVE 8 TO RETURN-CODE
016900         GO TO 2000-EXIT
017000     END-IF.
017100     OPEN I-O FIB-OPER-FILE.
017200     IF NOT FIB-OPER-FILE-OK
017300         DISPLAY "FIBOPERMAINT: FIBOPER COULD NOT BE OPENED, "
017400             "STATUS = " FIB-OPER-FILE-STATUS " - NOTHING DONE"
017500         MOVE 8 TO RETURN-CODE
017600         GO TO 2000-EXIT
017700     END-IF.
017800     ACCEPT FIB-OM-TODAY FROM DATE YYYYMMDD.
017900     PERFORM 2200-SHOW-REGISTRY THRU 2200-EXIT.
018000     PERFORM 2300-PROCESS-ONE-CHANGE THRU 2300-EXIT
018100         UNTIL FIB-OM-DONE.
018200     CLOSE FIB-OPER-FILE.
018300 2000-EXIT.
018400     EXIT.
018500*
018600****************************************************
018700**  2200-SHOW-REGISTRY - SHOW THE OPERATOR WHAT IS *
018800**  ON FILE, IN KEY ORDER, BEFORE ANYTHING IS      *
018900**  TOUCHED.                                       *
019000****************************************************
019100 2200-SHOW-REGISTRY.
019200     MOVE LOW-VALUES TO FIB-OPER-OPERATOR.
019300     START FIB-OPER-FILE KEY IS NOT < FIB-OPER-OPERATOR
019400         INVALID KEY
019500             SET FIB-OPER-EOF TO TRUE
019600     END-START.
019700     IF NOT FIB-OPER-EOF
019800         DISPLAY "CURRENT OPERATOR REGISTRY (AUTHORITIES "
019866             "DECK DLVP LOCK PURGE REBUILD ROLL ADMIN RQST RATE "
019932             "SLA STEP):"
020000     END-IF.
020100     PERFORM 2205-SHOW-NEXT-OPERATOR THRU 2205-EXIT
020200         UNTIL FIB-OPER-EOF.
020300     IF FIB-OM-REGISTRY-COUNT = ZERO
020400         DISPLAY "NO OPERATORS ON THE REGISTRY"
020500     END-IF.
020600 2200-EXIT.
020700     EXIT.
020800*
020900****************************************************
021000**  2205-SHOW-NEXT-OPERATOR - ONE RECORD OF THE    *
021100**  BROWSE.                                        *
021200****************************************************
021300 2205-SHOW-NEXT-OPERATOR.
021400     READ FIB-OPER-FILE NEXT RECORD
021500         AT END
021600             SET FIB-OPER-EOF TO TRUE
021700         NOT AT END
021800             ADD 1 TO FIB-OM-REGISTRY-COUNT
021900             PERFORM 2210-SHOW-ONE-OPERATOR THRU 2210-EXIT
022000     END-READ.
022100 2205-EXIT.
022200     EXIT.
022300*
022400****************************************************
022500**  2210-SHOW-ONE-OPERATOR - THE REGISTRY RECORD   *
022600**  NOW IN THE RECORD AREA.                        *
022700****************************************************
022800 2210-SHOW-ONE-OPERATOR.
022900     DISPLAY "  OPERATOR " FIB-OPER-OPERATOR
023000         " " FIB-OPER-NAME
023100         " STATUS " FIB-OPER-STATUS-SW
023200         " AUTHORITIES " FIB-OPER-AUTHORITIES.
023300     DISPLAY "    LAST CHANGED " FIB-OPER-CHG-DATE
023400         " BY " FIB-OPER-AUTH-OPER.
023500 2210-EXIT.
023600     EXIT.
023700*
023800****************************************************
023900**  2300-PROCESS-ONE-CHANGE - ONE ROUND OF THE     *
024000**  CHANGE CONVERSATION.  A BLANK OPERATOR ENDS    *
024100**  THE SESSION.                                   *
024200****************************************************
024300 2300-PROCESS-ONE-CHANGE.
024400     DISPLAY "ENTER OPERATOR TO ADD/CHANGE/DELETE "
024500         "(BLANK = DONE): " WITH NO ADVANCING.
024600     ACCEPT FIB-OM-SUBJECT-IN.
024700     IF FIB-OM-SUBJECT-IN = SPACES
024800         SET FIB-OM-DONE TO TRUE
024900     ELSE
025000         IF FIB-OM-SUBJECT-IN = FIB-OM-OPERATOR
025100             DISPLAY "YOU MAY NOT CHANGE YOUR OWN REGISTRY "
025200                 "ENTRY - NO CHANGE MADE"
025300         ELSE
025400             PERFORM 2310-APPLY-CHANGE THRU 2310-EXIT
025500         END-IF
025600     END-IF.
025700 2300-EXIT.
025800     EXIT.
025900*
026000****************************************************
026100**  2310-APPLY-CHANGE - SHOW THE OPERATOR'S        *
026200**  CURRENT RECORD, TAKE THE NEW VALUES, ENFORCE   *
026300**  THE EDITS, AND - ONLY IF EVERYTHING PASSES -   *
026400**  WRITE THE REGISTRY AND CUT THE AUDIT RECORD.   *
026500**  A BLANK NAME DELETES THE OPERATOR.             *
026600****************************************************
026700 2310-APPLY-CHANGE.
026800     MOVE "N" TO FIB-OM-FOUND-SW.
026900     MOVE SPACES TO FIB-OM-OLD-IMAGE.
027000     MOVE FIB-OM-SUBJECT-IN TO FIB-OPER-OPERATOR.
027100     READ FIB-OPER-FILE
027200         INVALID KEY
027300             CONTINUE
027400         NOT INVALID KEY
027500             SET FIB-OM-FOUND TO TRUE
027600             MOVE FIB-OPER-RECORD TO FIB-OM-OLD-IMAGE
027700     END-READ.
027800     IF FIB-OM-FOUND
027900         DISPLAY "CURRENT RECORD IS:"
028000         PERFORM 2210-SHOW-ONE-OPERATOR THRU 2210-EXIT
028100     ELSE
028200         DISPLAY "OPERATOR '" FIB-OM-SUBJECT-IN
028300             "' IS NOT ON THE REGISTRY - THIS WILL BE AN ADD"
028400     END-IF.
028500     DISPLAY "ENTER OPERATOR NAME "
028600         "(BLANK = DELETE THE OPERATOR): " WITH NO ADVANCING.
028700     ACCEPT FIB-OM-NAME-IN.
028800     IF FIB-OM-NAME-IN = SPACES
028900         PERFORM 2330-DELETE-OPERATOR THRU 2330-EXIT
029000     ELSE
029100         PERFORM 2340-TAKE-FIELDS THRU 2340-EXIT
029200         IF FIB-OM-EDIT-OK
029300             PERFORM 2360-STORE-OPERATOR THRU 2360-EXIT
029400         END-IF
029500     END-IF.
029600 2310-EXIT.
029700     EXIT.
029800*
029900****************************************************
030000**  2330-DELETE-OPERATOR - DROP THE OPERATOR FROM  *
030100**  THE REGISTRY, AUDITING THE OLD IMAGE.  EVERY   *
030200**  PROGRAM REFUSES THEM FROM THEN ON - SETTING    *
030300**  THE STATUS TO I KEEPS THE ENTRY FOR THE        *
030400**  RECERTIFICATION LISTING INSTEAD.               *
030500****************************************************
030600 2330-DELETE-OPERATOR.
030700     IF NOT FIB-OM-FOUND
030800         DISPLAY "NO OPERATOR ON FILE TO DELETE - NO CHANGE MADE"
030900         GO TO 2330-EXIT
031000     END-IF.
031100     DELETE FIB-OPER-FILE RECORD
031200         INVALID KEY
031300             DISPLAY "DELETE FAILED, STATUS = "
031400                 FIB-OPER-FILE-STATUS " - NO CHANGE MADE"
031500             GO TO 2330-EXIT
031600     END-DELETE.
031700     MOVE SPACES TO FIB-OAUD-RECORD.
031800     MOVE "DELETE" TO FIB-OAUD-ACTION.
031900     MOVE FIB-OM-OLD-IMAGE TO FIB-OAUD-OLD-IMAGE.
032000     MOVE SPACES TO FIB-OAUD-NEW-IMAGE.
032100     PERFORM 3000-WRITE-AUDIT THRU 3000-EXIT.
032200     DISPLAY "OPERATOR DELETED".
032300 2330-EXIT.
032400     EXIT.
032500*
032600****************************************************
032700**  2340-TAKE-FIELDS - PROMPT FOR AND EDIT THE     *
032800**  STATUS AND EACH AUTHORITY.  THE FIRST BAD      *
032900**  FIELD STOPS THE CONVERSATION WITH "NO CHANGE   *
033000**  MADE".                                         *
033100****************************************************
033200 2340-TAKE-FIELDS.
033300     SET FIB-OM-EDIT-OK TO TRUE.
033400     DISPLAY "STATUS - A = ACTIVE, I = INACTIVE: "
033500         WITH NO ADVANCING.
033600     ACCEPT FIB-OM-STATUS-IN.
033700     IF FIB-OM-STATUS-IN NOT = "A" AND FIB-OM-STATUS-IN NOT = "I"
033800         DISPLAY "STATUS MUST BE A OR I - NO CHANGE MADE"
033900         SET FIB-OM-EDIT-BAD TO TRUE
034000         GO TO 2340-EXIT
034100     END-IF.
034200     MOVE SPACES TO FIB-OM-AUTH-LIST.
034300     PERFORM 2350-TAKE-ONE-AUTHORITY THRU 2350-EXIT
034400         VARYING FIB-OM-AUTH-SUB FROM 1 BY 1
034500         UNTIL FIB-OM-AUTH-SUB > 11
034600            OR FIB-OM-EDIT-BAD.
034700 2340-EXIT.
034800     EXIT.
034900*
035000****************************************************
035100**  2350-TAKE-ONE-AUTHORITY - Y OR N FOR ONE       *
035200**  AUTHORITY.  NOTHING IS GRANTED BY DEFAULT.     *
035300****************************************************
035400 2350-TAKE-ONE-AUTHORITY.
035500     DISPLAY "GRANT " FIB-OM-AUTH-DESC(FIB-OM-AUTH-SUB)
035600         " (Y/N): " WITH NO ADVANCING.
035700     ACCEPT FIB-OM-FLAG-IN.
035800     IF FIB-OM-FLAG-IN NOT = "Y" AND FIB-OM-FLAG-IN NOT = "N"
035900         DISPLAY "EACH AUTHORITY MUST BE Y OR N - NO CHANGE MADE"
036000         SET FIB-OM-EDIT-BAD TO TRUE
036100     ELSE
036200         MOVE FIB-OM-FLAG-IN TO FIB-OM-AUTH-ENTRY(FIB-OM-AUTH-SUB)
036300     END-IF.
036400 2350-EXIT.
036500     EXIT.
036600*
036700****************************************************
036800**  2360-STORE-OPERATOR - BUILD THE NEW RECORD,    *
036900**  STAMPED WITH THE ADMINISTERING OPERATOR AND    *
037000**  TODAY, AND WRITE OR REWRITE IT.  THE AUDIT     *
037100**  RECORD IS CUT ONLY ONCE THE REGISTRY HAS       *
037200**  ACCEPTED THE CHANGE.                           *
037300****************************************************
037400 2360-STORE-OPERATOR.
037500     MOVE SPACES                TO FIB-OPER-RECORD.
037600     MOVE FIB-OM-SUBJECT-IN     TO FIB-OPER-OPERATOR.
037700     MOVE FIB-OM-NAME-IN        TO FIB-OPER-NAME.
037800     MOVE FIB-OM-STATUS-IN      TO FIB-OPER-STATUS-SW.
037900     MOVE FIB-OM-AUTH-LIST      TO FIB-OPER-AUTHORITIES.
038000     MOVE FIB-OM-TODAY          TO FIB-OPER-CHG-DATE.
038100     MOVE FIB-OM-OPERATOR       TO FIB-OPER-AUTH-OPER.
038200     MOVE SPACES TO FIB-OAUD-RECORD.
038300     IF FIB-OM-FOUND
038400         REWRITE FIB-OPER-RECORD
038500             INVALID KEY
038600                 DISPLAY "REWRITE FAILED, STATUS = "
038700                     FIB-OPER-FILE-STATUS " - NO CHANGE MADE"
038800                 GO TO 2360-EXIT
038900         END-REWRITE
039000         MOVE "UPDATE" TO FIB-OAUD-ACTION
039100     ELSE
039200         WRITE FIB-OPER-RECORD
039300             INVALID KEY
039400                 DISPLAY "WRITE FAILED, STATUS = "
039500                     FIB-OPER-FILE-STATUS " - NO CHANGE MADE"
039600                 GO TO 2360-EXIT
039700         END-WRITE
039800         MOVE "ADD" TO FIB-OAUD-ACTION
039900     END-IF.
040000     MOVE FIB-OM-OLD-IMAGE TO FIB-OAUD-OLD-IMAGE.
040100     MOVE FIB-OPER-RECORD  TO FIB-OAUD-NEW-IMAGE.
040200     PERFORM 3000-WRITE-AUDIT THRU 3000-EXIT.
040300     IF FIB-OM-FOUND
040400         DISPLAY "OPERATOR UPDATED"
040500     ELSE
040600         DISPLAY "OPERATOR ADDED"
040700     END-IF.
040800 2360-EXIT.
040900     EXIT.
041000*
041100****************************************************
041200**  3000-WRITE-AUDIT - APPEND ONE BEFORE/AFTER     *
041300**  AUDIT RECORD TO FIBOAUD.  THE CALLER HAS       *
041400**  CLEARED THE RECORD AND SET THE ACTION AND      *
041500**  IMAGES; THIS STAMPS WHO AND WHEN.  OPENED AND  *
041600**  CLOSED PER CHANGE SO AN ABANDONED SESSION      *
041700**  NEVER LOSES A CUT RECORD.                      *
041800****************************************************
041900 3000-WRITE-AUDIT.
042000     ACCEPT FIB-OAUD-DATE FROM DATE YYYYMMDD.
042100     ACCEPT FIB-OM-TIME-RAW FROM TIME.
042200     MOVE FIB-OM-TIME-RAW(1:6) TO FIB-OAUD-TIME.
042300     MOVE FIB-OM-OPERATOR      TO FIB-OAUD-OPERATOR.
042400     MOVE FIB-OM-SUBJECT-IN    TO FIB-OAUD-SUBJECT.
042500     OPEN EXTEND FIB-OPER-AUDIT-FILE.
042600     IF FIB-OPER-AUDIT-NOT-FOUND
042700         OPEN OUTPUT FIB-OPER-AUDIT-FILE
042800     END-IF.
042900     WRITE FIB-OAUD-RECORD.
043000     CLOSE FIB-OPER-AUDIT-FILE.
043100 3000-EXIT.
043200     EXIT.
043300*
043400****************************************************
043500**  4000-REPORT - LIST THE CHANGE HISTORY: WHO,    *
043600**  WHEN, WHAT ACTION, AND THE BEFORE AND AFTER    *
043700**  IMAGES OF EVERY CHANGE EVER MADE.              *
043800****************************************************
043900 4000-REPORT.
044000     OPEN INPUT FIB-OPER-AUDIT-FILE.
044100     IF NOT FIB-OPER-AUDIT-OK
044200         DISPLAY "NO CHANGE HISTORY ON FILE YET"
044300     ELSE
044400         DISPLAY "FIBOPER CHANGE HISTORY:"
044500         PERFORM 4100-SHOW-ONE-CHANGE THRU 4100-EXIT
044600             UNTIL FIB-OM-AUDIT-EOF
044700         CLOSE FIB-OPER-AUDIT-FILE
044800     END-IF.
044900 4000-EXIT.
045000     EXIT.
045100*
045200****************************************************
045300**  4100-SHOW-ONE-CHANGE - ONE AUDIT RECORD.       *
045400****************************************************
045500 4100-SHOW-ONE-CHANGE.
045600     READ FIB-OPER-AUDIT-FILE
045700         AT END
045800             SET FIB-OM-AUDIT-EOF TO TRUE
045900         NOT AT END
046000             DISPLAY FIB-OAUD-DATE " " FIB-OAUD-TIME
046100                 " " FIB-OAUD-OPERATOR " " FIB-OAUD-ACTION
046200                 " " FIB-OAUD-SUBJECT
046300             DISPLAY "  OLD: " FIB-OAUD-OLD-IMAGE
046400             DISPLAY "  NEW: " FIB-OAUD-NEW-IMAGE
046500     END-READ.
046600 4100-EXIT.
046700     EXIT.
046800 END PROGRAM FibOperMaint.
