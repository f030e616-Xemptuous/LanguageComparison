004505*                   WHAT WHEN IS ON THE SAME TRAIL AS THE DECK
004506*                   CHANGES.  THE NIGHTLY RUN ENFORCES THE
004507*                   MIRROR RULE (Fibonacci, 1050-TAKE-RUN-LOCK).
004507*  10/15/26   RH    EVERY CARD IS NOW CHECKED AGAINST THE
004507*                   REQUESTOR MASTER (FIBRQST.CPY, MAINTAINED
004507*                   BY FibRqstMaint) BEFORE IT IS STORED: A
004507*                   REQUESTOR NOT ON THE MASTER, INACTIVE, OR
004507*                   PAST ITS ENTITLEMENT EXPIRY IS REFUSED, AS
004507*                   IS A BOUND ABOVE ITS MAXIMUM OR A SEQUENCE
004507*                   ID IT IS NOT PERMITTED TO RUN
004507*                   (2370-CHECK-ENTITLEMENT).  DELETES ARE NOT
004507*                   CHECKED - A LAPSED REQUESTOR'S CARD MUST
004507*                   STILL BE REMOVABLE.  THE NIGHTLY RUN
004507*                   APPLIES THE SAME RULES (Fibonacci,
004507*                   1145-CHECK-ENTITLEMENT).
004507*  10/15/26   RH    THE OPERATOR MUST NOW BE ACTIVE ON THE
004507*                   OPERATOR REGISTRY (FIBOPER) AND HOLD DECK
004507*                   AUTHORITY TO OPEN A SESSION, AND LOCK
004507*                   AUTHORITY TO OVERRIDE A STALE RUN-CONTROL
004507*                   LOCK.  A BLANK OPERATOR ID IS REFUSED THE
004507*                   SAME WAY.  EVERY REFUSAL IS LOGGED TO FIBSECV
004507*                   BY FibOperAuth.
004508*-----------------------------------------------------------------
004600*
004700 ENVIRONMENT DIVISION.
006020     SELECT FIB-LOCK-FILE     ASSIGN TO "FIBLOCK"
006030         ORGANIZATION IS LINE SEQUENTIAL
006040         FILE STATUS IS FIB-LOCK-FILE-STATUS.
006050
006060     SELECT FIB-RQST-FILE     ASSIGN TO "FIBRQST"
006070         ORGANIZATION IS INDEXED
006080         ACCESS MODE IS RANDOM
006090         RECORD KEY IS FIB-RQST-REQUESTOR
006095         FILE STATUS IS FIB-RQST-FILE-STATUS.
006100
006200 DATA DIVISION.
006300 FILE SECTION.
009950****************************************************
009960 FD  FIB-LOCK-FILE.
009970     COPY FIBLOCK.
009971*
009972****************************************************
009973**  FIB-RQST-FILE - THE REQUESTOR MASTER, READ BY  *
009974**  KEY TO CHECK ENTITLEMENTS.  SEE FIBRQST.CPY.   *
009975****************************************************
009976 FD  FIB-RQST-FILE.
009977     COPY FIBRQST.
010000
010100 WORKING-STORAGE SECTION.
010200 01  FIB-PARM-FILE-STATUS     PIC X(02).
013974 01  FIB-PM-DAY-NAMES-T       REDEFINES FIB-PM-DAY-NAMES-X.
013975     05  FIB-PM-DAY-NAME      OCCURS 7 TIMES
013976                               PIC X(09).
013977 01  FIB-PM-TODAY             PIC 9(08).
014000 01  FIB-RENAME-OLD-NAME      PIC X(08)          VALUE "FIBPARMT".
014100 01  FIB-RENAME-NEW-NAME      PIC X(08)          VALUE "FIBPARM".
014200 01  FIB-RENAME-RC            PIC S9(9)  COMP-5.
014280 01  FIB-PM-LOCK-OLD-IMAGE    PIC X(80).
014290 01  FIB-PM-LOCK-NEW-IMAGE    PIC X(80).
014291 01  FIB-PM-LOCK-ACT          PIC X(06).
014292 01  FIB-RQST-FILE-STATUS     PIC X(02).
014293     88  FIB-RQST-FILE-OK            VALUE "00".
014294 01  FIB-PM-ENT-SW            PIC X(01)          VALUE "Y".
014295     88  FIB-PM-ENT-OK                VALUE "Y".
014296     88  FIB-PM-ENT-BAD               VALUE "N".
014297 01  FIB-PM-ENT-SEQ-SW        PIC X(01)          VALUE "N".
014298     88  FIB-PM-ENT-SEQ-HIT           VALUE "Y".
014299 01  FIB-PM-ENT-SUB           PIC S9(4)  COMP-5.
014313*
014327****************************************************
014341**  OPERATOR AUTHORITY CHECK (FibOperAuth).        *
014355****************************************************
014369 COPY FIBOCHK.
014383*
014400****************************************************
014500**  THE DECK AS CARD IMAGES, IN FILE ORDER.        *
014600****************************************************
020200**  AUDITED), SEES THE CURRENT DECK, AND APPLIES   *
020300**  CHANGES ONE REQUESTOR AT A TIME.  THE DECK IS  *
020400**  ONLY REWRITTEN IF SOMETHING ACTUALLY CHANGED.  *
020433**  THE OPERATOR MUST BE ACTIVE ON THE OPERATOR    *
020466**  REGISTRY AND HOLD DECK AUTHORITY.              *
020500****************************************************
020600 2000-MAINTAIN.
020700     DISPLAY "ENTER YOUR OPERATOR ID: " WITH NO ADVANCING.
020800     ACCEPT FIB-PM-OPERATOR.
020842     MOVE FIB-PM-OPERATOR  TO FIB-OCHK-OPERATOR.
020884     MOVE "DECK"           TO FIB-OCHK-AUTHORITY.
020926     MOVE "FibParmMaint"   TO FIB-OCHK-PROGRAM.
020968     CALL 'FibOperAuth' USING BY REFERENCE FIB-OCHK-PARMS.
021010     IF FIB-OCHK-REFUSED
021052         DISPLAY "SESSION REFUSED - NOTHING DONE"
021100         MOVE 8 TO RETURN-CODE
021200     ELSE
021210         PERFORM 2050-TAKE-MAINT-LOCK THRU 2050-EXIT
022416**  OPERATOR EXPLICITLY OVERRIDES A STALE LOCK    *
022417**  LEFT BY AN ABEND.  TAKE AND OVERRIDE ARE      *
022418**  STAMPED TO THE AUDIT TRAIL.                   *
022418**  OVERRIDING NEEDS LOCK AUTHORITY ON THE        *
022418**  OPERATOR REGISTRY.                            *
022419****************************************************
022420 2050-TAKE-MAINT-LOCK.
022421     MOVE SPACES TO FIB-PM-LOCK-OLD-IMAGE.
022444             WITH NO ADVANCING
022445         ACCEPT FIB-PM-OVERRIDE-IN
022446         IF FIB-PM-OVERRIDE-IN = "Y"
022446             MOVE "LOCK"         TO FIB-OCHK-AUTHORITY
022446             CALL 'FibOperAuth' USING BY REFERENCE FIB-OCHK-PARMS
022446             IF FIB-OCHK-GRANTED
022446                 SET FIB-PM-LOCK-STALE TO TRUE
022446             ELSE
022446                 DISPLAY "SESSION REFUSED - LOCK OVERRIDE NOT "
022446                     "PERMITTED"
022446                 SET FIB-PM-LOCK-REFUSED TO TRUE
022446             END-IF
022448         ELSE
022449             DISPLAY "SESSION REFUSED - THE DECK IS IN USE"
022450             SET FIB-PM-LOCK-REFUSED TO TRUE
034900                             "SEQUENCE SEED CONFLICT, NO "
035000                             "CHANGE MADE"
035100                     ELSE
035110                         PERFORM 2370-CHECK-ENTITLEMENT
035120                             THRU 2370-EXIT
035130                         IF FIB-PM-ENT-OK
035200                         PERFORM 2360-STORE-CARD THRU 2360-EXIT
035210                         END-IF
035300                     END-IF
035310                     END-IF
035400                 ELSE
055400     END-IF.
055500 2360-EXIT.
055600     EXIT.
055610*
055611****************************************************
055612**  2370-CHECK-ENTITLEMENT - MAY THIS REQUESTOR    *
055613**  RUN THIS CARD?  THE REQUESTOR MUST BE ON THE   *
055614**  MASTER, ACTIVE AND NOT PAST ITS EXPIRY, THE    *
055615**  BOUND MUST NOT EXCEED ITS MAXIMUM, AND THE     *
055616**  SEQUENCE ID MUST BE ONE IT IS PERMITTED.  THE  *
055617**  MASTER IS OPENED AND CLOSED PER CHECK SO A     *
055618**  LONG SESSION NEVER HOLDS IT.                   *
055619****************************************************
055620 2370-CHECK-ENTITLEMENT.
055621     SET FIB-PM-ENT-BAD TO TRUE.
055622     OPEN INPUT FIB-RQST-FILE.
055623     IF NOT FIB-RQST-FILE-OK
055624         DISPLAY "REQUESTOR MASTER FIBRQST UNAVAILABLE, STATUS = "
055625             FIB-RQST-FILE-STATUS " - NO CHANGE MADE"
055626         GO TO 2370-EXIT
055627     END-IF.
055628     MOVE FIB-PM-REQUESTOR-IN TO FIB-RQST-REQUESTOR.
055629     READ FIB-RQST-FILE
055630         INVALID KEY
055631             DISPLAY "REQUESTOR '" FIB-PM-REQUESTOR-IN
055632                 "' IS NOT ON THE REQUESTOR MASTER - "
055633                 "NO CHANGE MADE"
055634             CLOSE FIB-RQST-FILE
055635             GO TO 2370-EXIT
055636     END-READ.
055637     CLOSE FIB-RQST-FILE.
055638     ACCEPT FIB-PM-TODAY FROM DATE YYYYMMDD.
055639     IF NOT FIB-RQST-ACTIVE
055640         DISPLAY "REQUESTOR IS INACTIVE ON THE REQUESTOR "
055641             "MASTER - NO CHANGE MADE"
055642         GO TO 2370-EXIT
055643     END-IF.
055644     IF NOT FIB-RQST-NO-EXPIRY
055645        AND FIB-RQST-EXPIRY-DATE < FIB-PM-TODAY
055646         DISPLAY "REQUESTOR ENTITLEMENT EXPIRED "
055647             FIB-RQST-EXPIRY-DATE " - NO CHANGE MADE"
055648         GO TO 2370-EXIT
055649     END-IF.
055650     IF FIB-PM-BOUND-9 > FIB-RQST-MAX-BOUND
055651         DISPLAY "BOUND IS OVER THE REQUESTOR'S ENTITLEMENT OF "
055652             FIB-RQST-MAX-BOUND " - NO CHANGE MADE"
055653         GO TO 2370-EXIT
055654     END-IF.
055655     MOVE "N" TO FIB-PM-ENT-SEQ-SW.
055656     PERFORM 2371-CHECK-ONE-ENT-SEQ THRU 2371-EXIT
055657         VARYING FIB-PM-ENT-SUB FROM 1 BY 1
055658         UNTIL FIB-PM-ENT-SUB > 4
055659            OR FIB-PM-ENT-SEQ-HIT.
055660     IF NOT FIB-PM-ENT-SEQ-HIT
055661         DISPLAY "REQUESTOR IS NOT ENTITLED TO SEQUENCE '"
055662             FIB-PM-SEQ-IN "' - NO CHANGE MADE"
055663         GO TO 2370-EXIT
055664     END-IF.
055665     SET FIB-PM-ENT-OK TO TRUE.
055666 2370-EXIT.
055667     EXIT.
055668*
055669****************************************************
055670**  2371-CHECK-ONE-ENT-SEQ - ONE PERMITTED         *
055671**  SEQUENCE SLOT ON THE MASTER RECORD.            *
055672****************************************************
055673 2371-CHECK-ONE-ENT-SEQ.
055674     IF FIB-RQST-SEQ-ID(FIB-PM-ENT-SUB) = FIB-PM-SEQ-IN
055675        AND FIB-PM-SEQ-IN NOT = SPACES
055676         SET FIB-PM-ENT-SEQ-HIT TO TRUE
055677     END-IF.
055678 2371-EXIT.
055679     EXIT.
055700*
055800****************************************************
055900**  3000-WRITE-AUDIT - APPEND ONE BEFORE/AFTER     *
