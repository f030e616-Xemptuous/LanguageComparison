002700*                   WRITTEN TO A WORK COPY (FIBDLVPT) AND SWUNG
002800*                   OVER FIBDLVP WITH CBL_RENAME_FILE, THE SAME
002900*                   ATOMIC SWAP THE DECK AND CHECKPOINT USE.
002910*  10/15/26   RH    A PROFILE IS NOW STORED ONLY FOR A
002920*                   REQUESTOR ON THE REQUESTOR MASTER
002930*                   (FIBRQST.CPY) THAT IS ACTIVE AND NOT PAST
002940*                   ITS ENTITLEMENT EXPIRY
002950*                   (2370-CHECK-REQUESTOR).  SETTING A
002960*                   PROFILE TO STATUS I IS STILL ALLOWED FOR A
002970*                   LAPSED REQUESTOR, AS ARE DELETES, SO ITS
002980*                   FEED CAN ALWAYS BE SHUT OFF.
002983*  10/15/26   RH    THE OPERATOR MUST NOW BE ACTIVE ON THE
002986*                   OPERATOR REGISTRY (FIBOPER) AND HOLD DLVP
002989*                   AUTHORITY TO OPEN A SESSION.  A BLANK
002992*                   OPERATOR ID IS REFUSED THE SAME WAY.  EVERY
002995*                   REFUSAL IS LOGGED TO FIBSECV BY FibOperAuth.
003000*-----------------------------------------------------------------
003100*
003200 ENVIRONMENT DIVISION.
004400         ORGANIZATION IS LINE SEQUENTIAL
004500         FILE STATUS IS FIB-DLVP-AUDIT-STATUS.
004600
004610     SELECT FIB-RQST-FILE     ASSIGN TO "FIBRQST"
004620         ORGANIZATION IS INDEXED
004630         ACCESS MODE IS RANDOM
004640         RECORD KEY IS FIB-RQST-REQUESTOR
004650         FILE STATUS IS FIB-RQST-FILE-STATUS.
004660
004700 DATA DIVISION.
004800 FILE SECTION.
004900*
008800****************************************************
008900 FD  FIB-DLVP-AUDIT-FILE.
009000     COPY FIBPAUD.
009010*
009020****************************************************
009030**  FIB-RQST-FILE - THE REQUESTOR MASTER, READ BY  *
009040**  KEY TO CHECK THE REQUESTOR.  SEE FIBRQST.CPY.  *
009050****************************************************
009060 FD  FIB-RQST-FILE.
009070     COPY FIBRQST.
009100
009200 WORKING-STORAGE SECTION.
009300 01  FIB-DLVP-FILE-STATUS     PIC X(02).
012000 01  FIB-RENAME-OLD-NAME      PIC X(08)          VALUE "FIBDLVPT".
012100 01  FIB-RENAME-NEW-NAME      PIC X(08)          VALUE "FIBDLVP".
012200 01  FIB-RENAME-RC            PIC S9(9)  COMP-5.
012210 01  FIB-RQST-FILE-STATUS     PIC X(02).
012220     88  FIB-RQST-FILE-OK            VALUE "00".
012230 01  FIB-DM-RQST-SW           PIC X(01)          VALUE "Y".
012240     88  FIB-DM-RQST-OK               VALUE "Y".
012250     88  FIB-DM-RQST-BAD              VALUE "N".
012260 01  FIB-DM-TODAY             PIC 9(08).
012266*
012272****************************************************
012278**  OPERATOR AUTHORITY CHECK (FibOperAuth).        *
012284****************************************************
012290 COPY FIBOCHK.
012300*
012400****************************************************
012500**  THE PROFILES AS RECORD IMAGES, IN FILE ORDER.  *
018800**  THEMSELVES (REQUIRED - EVERY CHANGE IS         *
018900**  AUDITED), SEES THE PROFILES, AND APPLIES       *
019000**  CHANGES ONE REQUESTOR AT A TIME.               *
019033**  THE OPERATOR MUST BE ACTIVE ON THE OPERATOR    *
019066**  REGISTRY AND HOLD DLVP AUTHORITY.              *
019100****************************************************
019200 2000-MAINTAIN.
019300     DISPLAY "ENTER YOUR OPERATOR ID: " WITH NO ADVANCING.
019400     ACCEPT FIB-DM-OPERATOR.
019442     MOVE FIB-DM-OPERATOR  TO FIB-OCHK-OPERATOR.
019484     MOVE "DLVP"           TO FIB-OCHK-AUTHORITY.
019526     MOVE "FibDlvpMaint"   TO FIB-OCHK-PROGRAM.
019568     CALL 'FibOperAuth' USING BY REFERENCE FIB-OCHK-PARMS.
019610     IF FIB-OCHK-REFUSED
019652         DISPLAY "SESSION REFUSED - NOTHING DONE"
019700         MOVE 8 TO RETURN-CODE
019800     ELSE
019900         PERFORM 2100-LOAD-PROFILES THRU 2100-EXIT
032900             DISPLAY "TRAILER MUST BE Y/N AND STATUS A/I - "
033000                 "NO CHANGE MADE"
033100         ELSE
033110             PERFORM 2370-CHECK-REQUESTOR THRU 2370-EXIT
033120             IF FIB-DM-RQST-OK
033200                 PERFORM 2360-STORE-PROFILE THRU 2360-EXIT
033210             END-IF
033300         END-IF
033400     END-IF.
033500 2310-EXIT.
043200     END-IF.
043300 2360-EXIT.
043400     EXIT.
043401*
043402****************************************************
043403**  2370-CHECK-REQUESTOR - IS THIS REQUESTOR ON    *
043404**  THE REQUESTOR MASTER, ACTIVE AND NOT PAST ITS  *
043405**  EXPIRY?  AN UNKNOWN REQUESTOR IS ALWAYS        *
043406**  REFUSED; A LAPSED ONE MAY ONLY HAVE ITS        *
043407**  PROFILE SET INACTIVE.                          *
043408****************************************************
043409 2370-CHECK-REQUESTOR.
043410     SET FIB-DM-RQST-BAD TO TRUE.
043411     OPEN INPUT FIB-RQST-FILE.
043412     IF NOT FIB-RQST-FILE-OK
043413         DISPLAY "REQUESTOR MASTER FIBRQST UNAVAILABLE, STATUS = "
043414             FIB-RQST-FILE-STATUS " - NO CHANGE MADE"
043415         GO TO 2370-EXIT
043416     END-IF.
043417     MOVE FIB-DM-REQUESTOR-IN TO FIB-RQST-REQUESTOR.
043418     READ FIB-RQST-FILE
043419         INVALID KEY
043420             DISPLAY "REQUESTOR '" FIB-DM-REQUESTOR-IN
043421                 "' IS NOT ON THE REQUESTOR MASTER - "
043422                 "NO CHANGE MADE"
043423             CLOSE FIB-RQST-FILE
043424             GO TO 2370-EXIT
043425     END-READ.
043426     CLOSE FIB-RQST-FILE.
043427     IF FIB-DM-ACTIVE-IN = "I"
043428         SET FIB-DM-RQST-OK TO TRUE
043429         GO TO 2370-EXIT
043430     END-IF.
043431     ACCEPT FIB-DM-TODAY FROM DATE YYYYMMDD.
043432     IF NOT FIB-RQST-ACTIVE
043433         DISPLAY "REQUESTOR IS INACTIVE ON THE REQUESTOR "
043434             "MASTER - NO CHANGE MADE"
043435         GO TO 2370-EXIT
043436     END-IF.
043437     IF NOT FIB-RQST-NO-EXPIRY
043438        AND FIB-RQST-EXPIRY-DATE < FIB-DM-TODAY
043439         DISPLAY "REQUESTOR ENTITLEMENT EXPIRED "
043440             FIB-RQST-EXPIRY-DATE " - NO CHANGE MADE"
043441         GO TO 2370-EXIT
043442     END-IF.
043443     SET FIB-DM-RQST-OK TO TRUE.
043444 2370-EXIT.
043445     EXIT.
043500*
043600****************************************************
043700**  3000-WRITE-AUDIT - APPEND ONE BEFORE/AFTER     *
