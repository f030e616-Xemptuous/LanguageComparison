002800*                   WITH NO ROWS AT ALL, ENDS RC 8 SO THE JCL
002900*                   NEVER TRANSMITS AN EMPTY OR UNSUBSCRIBED
003000*                   FEED.
003003*  10/15/26   RH    EVERY SPLIT NOW LOGS WHAT IT DELIVERED TO
003006*                   FIBDLOG (SEE FIBDLOG.CPY) - ONE RECORD PER
003009*                   RUN DATE AND SEQUENCE OF TYPE-D ROWS CUT,
003012*                   WITH THE ROW COUNT, NODE AND SPLIT TIME -
003015*                   SO THE MONTH-END CHARGEBACK (FibChargeBack)
003018*                   CAN PRICE ROWS DELIVERED.  A DELIVERY LOG
003021*                   THAT CANNOT BE OPENED ABORTS RC 8 BEFORE
003024*                   THE FEED IS CUT - NOTHING LEAVES THE SHOP
003027*                   UNACCOUNTED FOR.
003030*  10/15/26   RH    THE STEP NOW RECORDS ITSELF ON THE FIBSTATE
003033*                   RUN-STATE FILE (SEE FIBSTATE.CPY) UNDER THE
003036*                   NIGHT THE FIB STEP COMPUTED (THE LAST FIBRUN
003039*                   RECORD'S RUN DATE): STEP "SPLIT" FOR THE
003042*                   REQUESTOR IS STAMPED "S" BEFORE THE FEED IS
003045*                   CUT AND "C" OR "F" AT END.  THE SPLIT AND ITS
003048*                   XMIT ARE ONE UNIT OF WORK - THE DATED FEED IS
003051*                   RE-CUT WHENEVER IT MUST BE RE-SENT - SO THE
003054*                   STEP BYPASSES ITSELF ONLY WHEN THE PAIRED
003057*                   "XMIT" IS ALREADY "C" FOR THE NIGHT, ENDING
003060*                   RC 4 SO THE XMIT IS HELD AS WELL.
003063*  10/15/26   RH    THE FIBSTATE RECORD NOW ALSO CARRIES WHEN THE
003066*                   STEP STARTED (FIB-STATE-BEGIN-DATE/TIME, SET
003069*                   WITH THE "S"), SO THE BATCH WINDOW CAN BE
003072*                   TIMED STEP BY STEP.  WHEN THE
003075*                   FEED IS CUT CLEAN THE PAIRED "XMIT" IS ALSO
003078*                   STAMPED "S" - ITS START - SINCE THE XMIT IS A
003081*                   TSO UTILITY THAT CANNOT STAMP ITSELF; ITS END
003084*                   IS THE XMITnD MARK.
003100*-----------------------------------------------------------------
003200*
003300 ENVIRONMENT DIVISION.
004500         ORGANIZATION IS LINE SEQUENTIAL
004600         FILE STATUS IS FIB-FEED-FILE-STATUS.
004700
004710     SELECT FIB-DLOG-FILE     ASSIGN TO "FIBDLOG"
004720         ORGANIZATION IS LINE SEQUENTIAL
004730         FILE STATUS IS FIB-DLOG-FILE-STATUS.
004735
004740     SELECT FIB-RUN-LOG-FILE  ASSIGN TO "FIBRUN"
004745         ORGANIZATION IS LINE SEQUENTIAL
004750         FILE STATUS IS FIB-RUN-LOG-FILE-STATUS.
004755
004760     SELECT FIB-STATE-FILE    ASSIGN TO "FIBSTATE"
004765         ORGANIZATION IS INDEXED
004770         ACCESS MODE IS RANDOM
004775         RECORD KEY IS FIB-STATE-KEY
004780         FILE STATUS IS FIB-STATE-FILE-STATUS.
004785
004800 DATA DIVISION.
004900 FILE SECTION.
005000*
006900****************************************************
007000 FD  FIB-FEED-FILE.
007100 01  FIB-FEED-RECORD          PIC X(214).
007110*
007120****************************************************
007130**  FIB-DLOG-FILE - THE DELIVERY LOG THIS SPLIT    *
007140**  APPENDS TO.  SEE FIBDLOG.CPY.                  *
007150****************************************************
007160 FD  FIB-DLOG-FILE.
007170     COPY FIBDLOG.
007171*
007172****************************************************
007173**  FIB-RUN-LOG-FILE - READ FOR THE NIGHT'S RUN    *
007174**  DATE.  SEE FIBRUN.CPY.                         *
007175****************************************************
007176 FD  FIB-RUN-LOG-FILE.
007177     COPY FIBRUN.
007178*
007179****************************************************
007180**  FIB-STATE-FILE - THE FIBJOB RUN-STATE FILE,    *
007181**  READ AND STAMPED BY KEY FOR THE REQUESTOR'S    *
007182**  SPLIT/XMIT PAIR.  SEE FIBSTATE.CPY.            *
007183****************************************************
007184 FD  FIB-STATE-FILE.
007185     COPY FIBSTATE.
007200
007300 WORKING-STORAGE SECTION.
007400 01  FIB-DLVP-FILE-STATUS     PIC X(02).
009500 01  FIB-FS-DETAIL-COUNT      PIC S9(9)  COMP-5  VALUE ZERO.
009600 01  FIB-FS-TRAILER-COUNT     PIC S9(9)  COMP-5  VALUE ZERO.
009700 01  FIB-FS-SKIP-TRLR-COUNT   PIC S9(9)  COMP-5  VALUE ZERO.
009710 01  FIB-DLOG-FILE-STATUS     PIC X(02).
009720     88  FIB-DLOG-FILE-OK            VALUE "00".
009730     88  FIB-DLOG-FILE-NOT-FOUND     VALUE "35".
009740 01  FIB-FS-GRP-SW            PIC X(01)          VALUE "N".
009750     88  FIB-FS-GRP-OPEN              VALUE "Y".
009760 01  FIB-FS-GRP-DATE          PIC 9(08).
009770 01  FIB-FS-GRP-SEQ           PIC X(08).
009780 01  FIB-FS-GRP-ROWS          PIC S9(9)  COMP-5  VALUE ZERO.
009790 01  FIB-FS-DLOG-COUNT        PIC S9(9)  COMP-5  VALUE ZERO.
009791 01  FIB-FS-SPLIT-DATE        PIC 9(08).
009792 01  FIB-FS-TIME-RAW          PIC X(08).
009799 01  FIB-RUN-LOG-FILE-STATUS  PIC X(02).
009806     88  FIB-RUN-LOG-FILE-OK         VALUE "00".
009813 01  FIB-RUN-LOG-EOF-SW       PIC X(01)          VALUE "N".
009820     88  FIB-RUN-LOG-EOF              VALUE "Y".
009827 01  FIB-STATE-FILE-STATUS    PIC X(02).
009834     88  FIB-STATE-FILE-OK           VALUE "00".
009841 01  FIB-STATE-FOUND-SW       PIC X(01)          VALUE "N".
009848     88  FIB-STATE-FOUND              VALUE "Y".
009855 01  FIB-STATE-TRACKED-SW     PIC X(01)          VALUE "N".
009862     88  FIB-STATE-TRACKED            VALUE "Y".
009869 01  FIB-FS-NIGHT             PIC 9(08)          VALUE ZERO.
009876 01  FIB-FS-STATE-STEP        PIC X(08).
009883
009900 PROCEDURE DIVISION.
010000*
010100****************************************************
014200             END-IF
014300         END-IF
014400     END-IF.
014402     IF NOT FIB-FS-ABORTED
014404         PERFORM 1200-CHECK-RUN-STATE THRU 1200-EXIT
014406     END-IF.
014410     IF NOT FIB-FS-ABORTED
014420         OPEN EXTEND FIB-DLOG-FILE
014430         IF FIB-DLOG-FILE-NOT-FOUND
014440             OPEN OUTPUT FIB-DLOG-FILE
014450         END-IF
014460         IF NOT FIB-DLOG-FILE-OK
014470             DISPLAY "FIBFEEDSPLIT: DELIVERY LOG FIBDLOG COULD "
014480                 "NOT BE OPENED, STATUS = " FIB-DLOG-FILE-STATUS
014490                 " - NOTHING SPLIT"
014491             MOVE 8 TO RETURN-CODE
014492             SET FIB-FS-ABORTED TO TRUE
014493         ELSE
014494             ACCEPT FIB-FS-SPLIT-DATE FROM DATE YYYYMMDD
014495             ACCEPT FIB-FS-TIME-RAW FROM TIME
014496         END-IF
014497     END-IF.
014500     IF NOT FIB-FS-ABORTED
014600         OPEN INPUT FIB-EXTRACT-FILE
014700         IF NOT FIB-EXTRACT-FILE-OK
014900                 "OPENED, STATUS = " FIB-EXTRACT-FILE-STATUS
015000             MOVE 8 TO RETURN-CODE
015100             SET FIB-FS-ABORTED TO TRUE
015110             CLOSE FIB-DLOG-FILE
015200         ELSE
015300             OPEN OUTPUT FIB-FEED-FILE
015400         END-IF
019100     END-READ.
019200 1110-EXIT.
019300     EXIT.
019301*
019302****************************************************
019303**  1200-CHECK-RUN-STATE - IF THE REQUESTOR'S XMIT *
019304**  IS ALREADY "C" FOR THE NIGHT THE FEED HAS      *
019305**  LANDED AND THIS IS A RERUN FOR ANOTHER STEP -  *
019306**  BYPASS, RC 4, CUTTING NOTHING (HANDLED LIKE    *
019307**  ANY OTHER NOTHING-SPLIT ENDING).  OTHERWISE    *
019308**  STAMP THE SPLIT "S".  NO NIGHT ON FIBRUN, OR A *
019309**  FIBSTATE THAT WILL NOT OPEN, IS WARNED ON AND  *
019310**  THE STEP RUNS UNTRACKED.                       *
019311****************************************************
019312 1200-CHECK-RUN-STATE.
019313     OPEN INPUT FIB-RUN-LOG-FILE.
019314     IF FIB-RUN-LOG-FILE-OK
019315         PERFORM 1210-SCAN-RUN-LOG THRU 1210-EXIT
019316             UNTIL FIB-RUN-LOG-EOF
019317         CLOSE FIB-RUN-LOG-FILE
019318     END-IF.
019319     IF FIB-FS-NIGHT = ZERO
019320         DISPLAY "FIBFEEDSPLIT: NO FIBRUN RECORD - RUN STATE NOT "
019321             "TRACKED"
019322         GO TO 1200-EXIT
019323     END-IF.
019324     OPEN I-O FIB-STATE-FILE.
019325     IF NOT FIB-STATE-FILE-OK
019326         DISPLAY "FIBFEEDSPLIT: FIBSTATE COULD NOT BE OPENED, "
019327             "STATUS = " FIB-STATE-FILE-STATUS
019328             " - RUN STATE NOT TRACKED"
019329         GO TO 1200-EXIT
019330     END-IF.
019331     MOVE "XMIT" TO FIB-FS-STATE-STEP.
019332     PERFORM 1220-READ-STATE THRU 1220-EXIT.
019333     IF FIB-STATE-FOUND AND FIB-STATE-COMPLETE
019334         DISPLAY "FIBFEEDSPLIT: FEED FOR " FIB-FS-REQUESTOR
019335             " ALREADY SENT FOR RUN DATE " FIB-FS-NIGHT
019336             " - STEP BYPASSED"
019337         MOVE 4 TO RETURN-CODE
019338         SET FIB-FS-ABORTED TO TRUE
019339         CLOSE FIB-STATE-FILE
019340         GO TO 1200-EXIT
019341     END-IF.
019342     MOVE "SPLIT" TO FIB-FS-STATE-STEP.
019343     PERFORM 1220-READ-STATE THRU 1220-EXIT.
019344     SET FIB-STATE-STARTED TO TRUE.
019345     MOVE ZERO TO FIB-STATE-RC.
019346     PERFORM 1230-STORE-STATE THRU 1230-EXIT.
019347     CLOSE FIB-STATE-FILE.
019348     SET FIB-STATE-TRACKED TO TRUE.
019349 1200-EXIT.
019350     EXIT.
019351*
019352****************************************************
019353**  1210-SCAN-RUN-LOG - THE LAST FIBRUN RECORD'S   *
019354**  RUN DATE IS THE NIGHT.                         *
019355****************************************************
019356 1210-SCAN-RUN-LOG.
019357     READ FIB-RUN-LOG-FILE
019358         AT END
019359             SET FIB-RUN-LOG-EOF TO TRUE
019360         NOT AT END
019361             MOVE FIB-RLOG-RUN-DATE TO FIB-FS-NIGHT
019362     END-READ.
019363 1210-EXIT.
019364     EXIT.
019365*
019366****************************************************
019367**  1220-READ-STATE - THE REQUESTOR'S RECORD FOR   *
019368**  STEP FIB-FS-STATE-STEP ON THE NIGHT, IF ANY.   *
019369**  ON NOT-FOUND THE RECORD AREA IS SET UP FOR A   *
019370**  NEW RECORD.                                    *
019371****************************************************
019372 1220-READ-STATE.
019373     MOVE FIB-FS-NIGHT      TO FIB-STATE-RUN-DATE.
019374     MOVE FIB-FS-STATE-STEP TO FIB-STATE-STEP.
019375     MOVE FIB-FS-REQUESTOR  TO FIB-STATE-REQUESTOR.
019376     READ FIB-STATE-FILE
019377         INVALID KEY
019378             MOVE "N" TO FIB-STATE-FOUND-SW
019379             MOVE SPACES            TO FIB-STATE-RECORD
019380             MOVE FIB-FS-NIGHT      TO FIB-STATE-RUN-DATE
019381             MOVE FIB-FS-STATE-STEP TO FIB-STATE-STEP
019382             MOVE FIB-FS-REQUESTOR  TO FIB-STATE-REQUESTOR
019383         NOT INVALID KEY
019384             SET FIB-STATE-FOUND TO TRUE
019385     END-READ.
019386 1220-EXIT.
019387     EXIT.
019388*
019389****************************************************
019390**  1230-STORE-STATE - STAMP AND WRITE (OR         *
019391**  REWRITE) THE STATE RECORD THE CALLER HAS SET.  *
019392****************************************************
019393 1230-STORE-STATE.
019394     ACCEPT FIB-STATE-DATE FROM DATE YYYYMMDD.
019395     ACCEPT FIB-FS-TIME-RAW FROM TIME.
019396     MOVE FIB-FS-TIME-RAW(1:6) TO FIB-STATE-TIME.
019400     IF FIB-STATE-STARTED
019404         MOVE FIB-STATE-DATE TO FIB-STATE-BEGIN-DATE
019408         MOVE FIB-STATE-TIME TO FIB-STATE-BEGIN-TIME
019412     END-IF.
019416     IF FIB-STATE-BEGIN-DATE NOT NUMERIC
019420         MOVE ZERO TO FIB-STATE-BEGIN-DATE
019424         MOVE ZERO TO FIB-STATE-BEGIN-TIME
019428     END-IF.
019432     MOVE "FIBFEEDS"  TO FIB-STATE-PROGRAM.
019436     MOVE SPACES      TO FIB-STATE-OPERATOR.
019440     IF FIB-STATE-FOUND
019444         REWRITE FIB-STATE-RECORD
019448     ELSE
019452         WRITE FIB-STATE-RECORD
019456     END-IF.
019460     IF NOT FIB-STATE-FILE-OK
019464         DISPLAY "FIBFEEDSPLIT: FIBSTATE NOT UPDATED, STATUS = "
019468             FIB-STATE-FILE-STATUS
019472     END-IF.
019476 1230-EXIT.
019480     EXIT.
019484*
019500****************************************************
019600**  2000-SPLIT-ONE-ROW - COPY ONE OF THE           *
019700**  REQUESTOR'S ROWS TO THE FEED; EVERYONE ELSE'S  *
021000                     MOVE FIB-EXTRACT-RECORD TO FIB-FEED-RECORD
021100                     WRITE FIB-FEED-RECORD
021200                     ADD 1 TO FIB-FS-DETAIL-COUNT
021210                     PERFORM 2100-COUNT-DELIVERY THRU 2100-EXIT
021300                 ELSE
021400                     IF FIB-FS-WANTS-TRAILER
021500                         MOVE FIB-EXTRACT-RECORD
022400     END-READ.
022500 2000-EXIT.
022600     EXIT.
022601*
022602****************************************************
022603**  2100-COUNT-DELIVERY - COUNT ONE DELIVERED ROW  *
022604**  INTO ITS (RUN DATE, SEQUENCE) GROUP, LOGGING   *
022605**  THE GROUP BEFORE IT WHEN EITHER CHANGES.       *
022606****************************************************
022607 2100-COUNT-DELIVERY.
022608     IF FIB-FS-GRP-OPEN
022609        AND (FIB-EXTR-RUN-DATE NOT = FIB-FS-GRP-DATE
022610             OR FIB-EXTR-SEQ-ID NOT = FIB-FS-GRP-SEQ)
022611         PERFORM 2200-WRITE-DELIVERY THRU 2200-EXIT
022612     END-IF.
022613     IF NOT FIB-FS-GRP-OPEN
022614         SET FIB-FS-GRP-OPEN TO TRUE
022615         MOVE FIB-EXTR-RUN-DATE TO FIB-FS-GRP-DATE
022616         MOVE FIB-EXTR-SEQ-ID   TO FIB-FS-GRP-SEQ
022617         MOVE ZERO              TO FIB-FS-GRP-ROWS
022618     END-IF.
022619     ADD 1 TO FIB-FS-GRP-ROWS.
022620 2100-EXIT.
022621     EXIT.
022622*
022623****************************************************
022624**  2200-WRITE-DELIVERY - LOG ONE GROUP'S ROW      *
022625**  COUNT TO FIBDLOG AND CLOSE THE GROUP.          *
022626****************************************************
022627 2200-WRITE-DELIVERY.
022628     MOVE SPACES               TO FIB-DLOG-RECORD.
022629     MOVE FIB-FS-GRP-DATE      TO FIB-DLOG-RUN-DATE.
022630     MOVE FIB-FS-REQUESTOR     TO FIB-DLOG-REQUESTOR.
022631     MOVE FIB-FS-GRP-SEQ       TO FIB-DLOG-SEQ-ID.
022632     MOVE FIB-FS-DEST-NODE     TO FIB-DLOG-DEST-NODE.
022633     MOVE FIB-FS-GRP-ROWS      TO FIB-DLOG-ROWS.
022634     MOVE FIB-FS-SPLIT-DATE    TO FIB-DLOG-SPLIT-DATE.
022635     MOVE FIB-FS-TIME-RAW(1:6) TO FIB-DLOG-SPLIT-TIME.
022636     WRITE FIB-DLOG-RECORD.
022637     ADD 1 TO FIB-FS-DLOG-COUNT.
022638     MOVE "N" TO FIB-FS-GRP-SW.
022639 2200-EXIT.
022640     EXIT.
022700*
022800****************************************************
022900**  3000-TERMINATE - FOOT WHAT WAS CUT AND SET THE *
023300****************************************************
023400 3000-TERMINATE.
023500     IF NOT FIB-FS-ABORTED
023510         IF FIB-FS-GRP-OPEN
023520             PERFORM 2200-WRITE-DELIVERY THRU 2200-EXIT
023530         END-IF
023600         CLOSE FIB-EXTRACT-FILE
023700         CLOSE FIB-FEED-FILE
023710         CLOSE FIB-DLOG-FILE
023800         DISPLAY "FIBFEEDSPLIT: REQUESTOR " FIB-FS-REQUESTOR
023900             " NODE " FIB-FS-DEST-NODE
024000         DISPLAY "FIBFEEDSPLIT: EXTRACT ROWS READ     = "
024500             FIB-FS-TRAILER-COUNT
024600         DISPLAY "FIBFEEDSPLIT: TRAILERS SUPPRESSED   = "
024700             FIB-FS-SKIP-TRLR-COUNT
024710         DISPLAY "FIBFEEDSPLIT: DELIVERIES LOGGED     = "
024720             FIB-FS-DLOG-COUNT
024800         IF FIB-FS-DETAIL-COUNT = ZERO
024900             DISPLAY "FIBFEEDSPLIT: NO ROWS FOR THIS REQUESTOR "
025000                 "TONIGHT - FEED NOT RELEASABLE"
025100             MOVE 8 TO RETURN-CODE
025200         END-IF
025300     END-IF.
025325     IF FIB-STATE-TRACKED
025350         PERFORM 3100-STAMP-RUN-STATE THRU 3100-EXIT
025375     END-IF.
025400 3000-EXIT.
025500     EXIT.
025503*
025506****************************************************
025509**  3100-STAMP-RUN-STATE - THE SPLIT IS "C" IF THE *
025512**  FEED WAS CUT CLEAN (RC 0), OTHERWISE "F".      *
025513**  A CLEAN SPLIT ALSO STAMPS ITS XMIT "S" - THE   *
025514**  XMIT STARTS AS SOON AS THIS STEP ENDS.         *
025515****************************************************
025518 3100-STAMP-RUN-STATE.
025521     OPEN I-O FIB-STATE-FILE.
025524     IF NOT FIB-STATE-FILE-OK
025527         DISPLAY "FIBFEEDSPLIT: FIBSTATE COULD NOT BE OPENED, "
025530             "STATUS = " FIB-STATE-FILE-STATUS
025533             " - SPLIT NOT MARKED"
025536         GO TO 3100-EXIT
025539     END-IF.
025542     MOVE "SPLIT" TO FIB-FS-STATE-STEP.
025545     PERFORM 1220-READ-STATE THRU 1220-EXIT.
025548     IF RETURN-CODE = ZERO
025551         SET FIB-STATE-COMPLETE TO TRUE
025554     ELSE
025557         SET FIB-STATE-FAILED TO TRUE
025560     END-IF.
025563     MOVE RETURN-CODE TO FIB-STATE-RC.
025566     PERFORM 1230-STORE-STATE THRU 1230-EXIT.
025569     IF RETURN-CODE = ZERO
025572         MOVE "XMIT" TO FIB-FS-STATE-STEP
025575         PERFORM 1220-READ-STATE THRU 1220-EXIT
025578         SET FIB-STATE-STARTED TO TRUE
025581         MOVE ZERO TO FIB-STATE-RC
025584         PERFORM 1230-STORE-STATE THRU 1230-EXIT
025587     END-IF.
025590     CLOSE FIB-STATE-FILE.
025593 3100-EXIT.
025596     EXIT.
025600 END PROGRAM FibFeedSplit.
