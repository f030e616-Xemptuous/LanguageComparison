000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. FibHistScrub.
000300 AUTHOR. R-HENSLEY.
000400 INSTALLATION. BATCH-PRODUCTION.
000500 DATE-WRITTEN. 10/15/2026.
000600 DATE-COMPILED.
000700*
000800*-----------------------------------------------------------------
000900*  MODIFICATION HISTORY
001000*-----------------------------------------------------------------
001100*  DATE       INIT  DESCRIPTION
001200*  10/15/26   RH    ORIGINAL PROGRAM.  AT-REST INTEGRITY SCRUB OF
001300*                   THE WHOLE FIBHIST KSDS.  THE NIGHTLY RUN ONLY
001400*                   RECONCILES THE GROUP IT JUST WROTE, SO DAMAGE
001500*                   TO AN OLDER RUN DATE (A BAD RESTORE, A REBUILD
001600*                   THAT REPLAYED THE WRONG JOURNAL, A HAND FIX)
001700*                   SAT UNSEEN UNTIL SOMEONE ASKED FOR THOSE
001800*                   NUMBERS.  WALKS EVERY (RUN DATE, SEQUENCE)
001900*                   GROUP IN KEY ORDER AND PROVES: THE TERM
002000*                   NUMBERS RUN 0, 1, 2 ... WITH NO GAPS; EVERY
002100*                   TERM IS THE SUM OF THE TWO BEFORE IT; EVERY
002200*                   RECORD'S UPPER BOUND EQUALS THE GROUP'S
002300*                   HIGHEST I; AND THE SAME SEQUENCE AND I CARRY
002400*                   THE SAME RESULT ON EVERY RUN DATE.  EACH
002500*                   FINDING GOES ON THE FIBSCRR EXCEPTIONS REPORT
002600*                   WITH ITS KEY, FOLLOWED BY CONTROL TOTALS; ANY
002700*                   FINDING ENDS THE STEP RC 8 SO THE ALERT STEP
002800*                   PAGES OPERATIONS (JOB FIBSCRUB).  READ-ONLY -
002900*                   NOTHING ON FIBHIST IS EVER CHANGED HERE.
003000*-----------------------------------------------------------------
003100*
003200 ENVIRONMENT DIVISION.
003300 INPUT-OUTPUT SECTION.
003400 FILE-CONTROL.
003500     SELECT FIB-HISTORY-FILE  ASSIGN TO "FIBHIST"
003600         ORGANIZATION IS INDEXED
003700         ACCESS MODE IS SEQUENTIAL
003800         RECORD KEY IS FIB-HIST-KEY
003900         FILE STATUS IS FIB-HISTORY-FILE-STATUS.
004000
004100     SELECT FIB-HIST-REF-FILE ASSIGN TO "FIBHREF"
004200         ORGANIZATION IS INDEXED
004300         ACCESS MODE IS RANDOM
004400         RECORD KEY IS FIB-HREF-KEY
004500         FILE STATUS IS FIB-HIST-REF-FILE-STATUS.
004600
004700     SELECT FIB-SCRUB-REPORT-FILE ASSIGN TO "FIBSCRR"
004800         ORGANIZATION IS LINE SEQUENTIAL
004900         FILE STATUS IS FIB-SCRUB-REPORT-STATUS.
005000
005100 DATA DIVISION.
005200 FILE SECTION.
005300*
005400****************************************************
005500**  FIB-HISTORY-FILE - THE LIVE KEYED CROSS-RUN    *
005600**  ARCHIVE, WALKED FRONT TO BACK IN KEY ORDER.    *
005700**  SEE FIBHIST.CPY.                               *
005800****************************************************
005900 FD  FIB-HISTORY-FILE.
006000     COPY FIBHIST.
006100*
006200****************************************************
006300**  FIB-HIST-REF-FILE - THE SAME KSDS UNDER A      *
006400**  SECOND DD, READ BY KEY TO FETCH THE EARLIER    *
006500**  RUN DATE'S COPY OF A TERM WITHOUT DISTURBING   *
006600**  THE POSITION OF THE SEQUENTIAL WALK.           *
006700****************************************************
006800 FD  FIB-HIST-REF-FILE.
006900     COPY FIBHIST
007000         REPLACING ==FIB-HISTORY-RECORD==
007100                BY ==FIB-HREF-RECORD==
007200                   ==FIB-HIST-KEY==
007300                BY ==FIB-HREF-KEY==
007400                   ==FIB-HIST-RUN-DATE==
007500                BY ==FIB-HREF-RUN-DATE==
007600                   ==FIB-HIST-SEQ-ID==
007700                BY ==FIB-HREF-SEQ-ID==
007800                   ==FIB-HIST-UPPER-BOUND==
007900                BY ==FIB-HREF-UPPER-BOUND==
008000                   ==FIB-HIST-I==
008100                BY ==FIB-HREF-I==
008200                   ==FIB-HIST-RESULT==
008300                BY ==FIB-HREF-RESULT==
008400                   ==FIB-HIST-OVERFLOW-SW==
008500                BY ==FIB-HREF-OVERFLOW-SW==
008600                   ==FIB-HIST-OVERFLOW==
008700                BY ==FIB-HREF-OVERFLOW==
008800                   ==FIB-HIST-NO-OVERFLOW==
008900                BY ==FIB-HREF-NO-OVERFLOW==.
009000*
009100****************************************************
009200**  FIB-SCRUB-REPORT-FILE - EXCEPTIONS REPORT AND  *
009300**  CONTROL TOTALS.                                *
009400****************************************************
009500 FD  FIB-SCRUB-REPORT-FILE.
009600 01  FIB-SCRUB-REPORT-LINE    PIC X(80).
009700
009800 WORKING-STORAGE SECTION.
009900 01  FIB-HISTORY-FILE-STATUS  PIC X(02).
010000     88  FIB-HISTORY-FILE-OK         VALUE "00".
010100 01  FIB-HIST-REF-FILE-STATUS PIC X(02).
010200     88  FIB-HIST-REF-FILE-OK        VALUE "00".
010300 01  FIB-SCRUB-REPORT-STATUS  PIC X(02).
010400     88  FIB-SCRUB-REPORT-OK         VALUE "00".
010500 01  FIB-HISTORY-EOF-SW       PIC X(01)          VALUE "N".
010600     88  FIB-HISTORY-EOF              VALUE "Y".
010700 01  FIB-SCRUB-ABORT-SW       PIC X(01)          VALUE "N".
010800     88  FIB-SCRUB-ABORTED            VALUE "Y".
010900 01  FIB-SCR-GROUP-OPEN-SW    PIC X(01)          VALUE "N".
011000     88  FIB-SCR-GROUP-OPEN           VALUE "Y".
011100     88  FIB-SCR-GROUP-CLOSED         VALUE "N".
011200 01  FIB-SCR-SEQ-FOUND-SW     PIC X(01)          VALUE "N".
011300     88  FIB-SCR-SEQ-FOUND            VALUE "Y".
011400 01  FIB-SCR-REF-FOUND-SW     PIC X(01)          VALUE "N".
011500     88  FIB-SCR-REF-FOUND            VALUE "Y".
011600 01  FIB-SCR-TODAY            PIC 9(08).
011700*
011800****************************************************
011900**  THE (RUN DATE, SEQUENCE) GROUP UNDER CHECK.    *
012000**  FIB-SCR-PREV-I STARTS EACH GROUP AT -1 SO THE  *
012100**  FIRST TERM IS EXPECTED AT I = 0.               *
012200**  FIB-SCR-RUN-LENGTH IS THE NUMBER OF UNBROKEN   *
012300**  TERMS ENDING AT THE CURRENT ONE - A GAP RESETS *
012400**  IT, SO THE RECURRENCE IS NEVER CHECKED ACROSS  *
012500**  A HOLE.                                        *
012600****************************************************
012700 01  FIB-SCR-GROUP-DATE       PIC 9(08)          VALUE ZERO.
012800 01  FIB-SCR-GROUP-SEQ        PIC X(08)          VALUE SPACES.
012900 01  FIB-SCR-PREV-I           PIC S9(5)  COMP-5  VALUE ZERO.
013000 01  FIB-SCR-EXPECT-I         PIC S9(5)  COMP-5  VALUE ZERO.
013100 01  FIB-SCR-RUN-LENGTH       PIC S9(5)  COMP-5  VALUE ZERO.
013200 01  FIB-SCR-LOW-BOUND        PIC 9(04)          VALUE ZERO.
013300 01  FIB-SCR-HIGH-BOUND       PIC 9(04)          VALUE ZERO.
013400 01  FIB-SCR-PREV-1.
013500     05  FIB-SCR-P1-HIGH      PIC X(05).
013600     05  FIB-SCR-P1-LOW       PIC X(150).
013700 01  FIB-SCR-PREV-2           PIC X(155).
013800 01  FIB-SCR-EXPECTED.
013900     05  FIB-SCR-EXP-HIGH     PIC X(05).
014000     05  FIB-SCR-EXP-LOW      PIC X(150).
014100 01  FIB-WADD-OFLOW-SW        PIC X(01)          VALUE "N".
014200     88  FIB-WADD-OFLOW              VALUE "Y".
014300*
014400****************************************************
014500**  CROSS-DATE REFERENCE TABLE - ONE ENTRY PER     *
014600**  DISTINCT SEQUENCE ID.  EACH ENTRY LISTS THE    *
014700**  RUN DATES THAT FIRST REACHED A NEW HIGHEST I   *
014800**  FOR THAT SEQUENCE, IN KEY (RUN DATE) ORDER, SO *
014900**  EXTENT N HOLDS THE EARLIEST COPY OF EVERY I    *
015000**  ABOVE EXTENT N-1'S HIGH AND UP TO ITS OWN.     *
015100**  EVERY LATER RUN DATE'S TERM IS COMPARED WITH   *
015200**  THAT EARLIEST COPY.                            *
015300****************************************************
015400 01  FIB-SCR-SEQ-MAX          PIC S9(4)  COMP-5  VALUE 100.
015500 01  FIB-SCR-EXT-MAX          PIC S9(4)  COMP-5  VALUE 20.
015600 01  FIB-SCR-SEQ-COUNT        PIC S9(4)  COMP-5  VALUE ZERO.
015700 01  FIB-SCR-SEQ-IX           PIC S9(4)  COMP-5  VALUE ZERO.
015800 01  FIB-SCR-SEQ-SCAN         PIC S9(4)  COMP-5  VALUE ZERO.
015900 01  FIB-SCR-EXT-SCAN         PIC S9(4)  COMP-5  VALUE ZERO.
016000 01  FIB-SCR-SEQ-TABLE.
016100     05  FIB-SCR-SEQ-ENTRY    OCCURS 100 TIMES.
016200         10  FIB-SCR-SEQ-KEY      PIC X(08).
016300         10  FIB-SCR-EXT-COUNT    PIC S9(4)  COMP-5.
016400         10  FIB-SCR-EXTENT       OCCURS 20 TIMES.
016500             15  FIB-SCR-EXT-DATE     PIC 9(08).
016600             15  FIB-SCR-EXT-HIGH-I   PIC S9(5)  COMP-5.
016700*
016800****************************************************
016900**  CONTROL COUNTS.                                *
017000****************************************************
017100 01  FIB-SCR-READ-COUNT       PIC S9(9)  COMP-5  VALUE ZERO.
017200 01  FIB-SCR-GROUP-COUNT      PIC S9(9)  COMP-5  VALUE ZERO.
017300 01  FIB-SCR-RECUR-CHECKS     PIC S9(9)  COMP-5  VALUE ZERO.
017400 01  FIB-SCR-XDATE-CHECKS     PIC S9(9)  COMP-5  VALUE ZERO.
017500 01  FIB-SCR-XDATE-SKIPS      PIC S9(9)  COMP-5  VALUE ZERO.
017600 01  FIB-SCR-GAP-COUNT        PIC S9(9)  COMP-5  VALUE ZERO.
017700 01  FIB-SCR-RECUR-COUNT      PIC S9(9)  COMP-5  VALUE ZERO.
017800 01  FIB-SCR-BOUND-COUNT      PIC S9(9)  COMP-5  VALUE ZERO.
017900 01  FIB-SCR-XDATE-COUNT      PIC S9(9)  COMP-5  VALUE ZERO.
018000 01  FIB-SCR-EXCEPTION-COUNT  PIC S9(9)  COMP-5  VALUE ZERO.
018100 01  FIB-SCR-NUM-IMAGE        PIC 9(04).
018200 01  FIB-SCR-NUM-IMAGE-2      PIC 9(04).
018300 01  FIB-SCR-DATE-IMAGE       PIC 9(08).
018400*
018500****************************************************
018600**  EXCEPTIONS REPORT LINE LAYOUTS.                *
018700****************************************************
018800 01  FIB-SCR-HEADING-1.
018900     05  FILLER               PIC X(48)          VALUE
019000         "FIBHIST INTEGRITY SCRUB - EXCEPTIONS REPORT".
019100     05  FILLER               PIC X(32)          VALUE SPACES.
019200 01  FIB-SCR-DATE-LINE.
019300     05  FILLER               PIC X(28)          VALUE
019400         "SCRUB RUN ON:".
019500     05  FIB-SCR-RUN-ON       PIC 9(08).
019600     05  FILLER               PIC X(44)          VALUE SPACES.
019700 01  FIB-SCR-DETAIL-LINE.
019800     05  FILLER               PIC X(02)          VALUE SPACES.
019900     05  FIB-SCR-DTL-DATE     PIC 9(08).
020000     05  FILLER               PIC X(05)          VALUE " SEQ ".
020100     05  FIB-SCR-DTL-SEQ-ID   PIC X(08).
020200     05  FILLER               PIC X(05)          VALUE " I = ".
020300     05  FIB-SCR-DTL-I        PIC Z(3)9.
020400     05  FILLER               PIC X(03)          VALUE " - ".
020500     05  FIB-SCR-DTL-MESSAGE  PIC X(45).
020600 01  FIB-SCR-COUNT-LINE.
020700     05  FIB-SCR-COUNT-DESC   PIC X(40).
020800     05  FIB-SCR-COUNT        PIC Z(8)9.
020900     05  FILLER               PIC X(31)          VALUE SPACES.
021000 01  FIB-SCR-TEXT-LINE.
021100     05  FIB-SCR-TEXT         PIC X(80).
021200
021300 PROCEDURE DIVISION.
021400*
021500****************************************************
021600**  0000-MAINLINE                                  *
021700****************************************************
021800 0000-MAINLINE.
021900     PERFORM 1000-INITIALIZE      THRU 1000-EXIT.
022000     IF NOT FIB-SCRUB-ABORTED
022100         PERFORM 2000-SCRUB-ONE-RECORD THRU 2000-EXIT
022200             UNTIL FIB-HISTORY-EOF
022300         IF FIB-SCR-GROUP-OPEN
022400             PERFORM 2500-CLOSE-GROUP THRU 2500-EXIT
022500         END-IF
022600     END-IF.
022700     PERFORM 3000-TERMINATE       THRU 3000-EXIT.
022800     STOP RUN.
022900*
023000****************************************************
023100**  1000-INITIALIZE - OPEN THE REPORT AND BOTH     *
023200**  VIEWS OF THE KSDS.  A HISTORY FILE THAT WILL   *
023300**  NOT OPEN ABORTS THE SCRUB WITH RC 16 - AN      *
023400**  UNCHECKED ARCHIVE MUST NEVER LOOK LIKE A CLEAN *
023500**  ONE.                                           *
023600****************************************************
023700 1000-INITIALIZE.
023800     ACCEPT FIB-SCR-TODAY FROM DATE YYYYMMDD.
023900     OPEN OUTPUT FIB-SCRUB-REPORT-FILE.
024000     WRITE FIB-SCRUB-REPORT-LINE FROM FIB-SCR-HEADING-1.
024100     MOVE FIB-SCR-TODAY TO FIB-SCR-RUN-ON.
024200     WRITE FIB-SCRUB-REPORT-LINE FROM FIB-SCR-DATE-LINE.
024300     MOVE SPACES TO FIB-SCRUB-REPORT-LINE.
024400     WRITE FIB-SCRUB-REPORT-LINE.
024500     OPEN INPUT FIB-HISTORY-FILE.
024600     IF NOT FIB-HISTORY-FILE-OK
024700         DISPLAY "FIBHISTSCRUB: FIBHIST COULD NOT BE OPENED, "
024800             "STATUS = " FIB-HISTORY-FILE-STATUS
024900             " - NOTHING SCRUBBED"
025000         MOVE 16 TO RETURN-CODE
025100         SET FIB-SCRUB-ABORTED TO TRUE
025200         GO TO 1000-EXIT
025300     END-IF.
025400     OPEN INPUT FIB-HIST-REF-FILE.
025500     IF NOT FIB-HIST-REF-FILE-OK
025600         DISPLAY "FIBHISTSCRUB: FIBHREF COULD NOT BE OPENED, "
025700             "STATUS = " FIB-HIST-REF-FILE-STATUS
025800             " - NOTHING SCRUBBED"
025900         MOVE 16 TO RETURN-CODE
026000         SET FIB-SCRUB-ABORTED TO TRUE
026100         CLOSE FIB-HISTORY-FILE
026200     END-IF.
026300 1000-EXIT.
026400     EXIT.
026500*
026600****************************************************
026700**  2000-SCRUB-ONE-RECORD - READ THE NEXT HISTORY  *
026800**  RECORD IN KEY ORDER.  A CHANGE OF RUN DATE OR  *
026900**  SEQUENCE ID CLOSES THE GROUP BEHIND IT AND     *
027000**  OPENS A NEW ONE; THEN THE RECORD IS PUT        *
027100**  THROUGH EVERY CHECK.                           *
027200****************************************************
027300 2000-SCRUB-ONE-RECORD.
027400     READ FIB-HISTORY-FILE NEXT RECORD
027500         AT END
027600             SET FIB-HISTORY-EOF TO TRUE
027700         NOT AT END
027800             ADD 1 TO FIB-SCR-READ-COUNT
027900             IF FIB-HIST-RUN-DATE NOT = FIB-SCR-GROUP-DATE
028000                OR FIB-HIST-SEQ-ID NOT = FIB-SCR-GROUP-SEQ
028100                 IF FIB-SCR-GROUP-OPEN
028200                     PERFORM 2500-CLOSE-GROUP THRU 2500-EXIT
028300                 END-IF
028400                 PERFORM 2050-OPEN-GROUP THRU 2050-EXIT
028500             END-IF
028600             PERFORM 2100-CHECK-TERM-NUMBER THRU 2100-EXIT
028700             PERFORM 2200-CHECK-RECURRENCE  THRU 2200-EXIT
028800             PERFORM 2300-CHECK-CROSS-DATE  THRU 2300-EXIT
028900             IF FIB-HIST-UPPER-BOUND < FIB-SCR-LOW-BOUND
029000                 MOVE FIB-HIST-UPPER-BOUND TO FIB-SCR-LOW-BOUND
029100             END-IF
029200             IF FIB-HIST-UPPER-BOUND > FIB-SCR-HIGH-BOUND
029300                 MOVE FIB-HIST-UPPER-BOUND TO FIB-SCR-HIGH-BOUND
029400             END-IF
029500             MOVE FIB-HIST-I TO FIB-SCR-PREV-I
029600     END-READ.
029700 2000-EXIT.
029800     EXIT.
029900*
030000****************************************************
030100**  2050-OPEN-GROUP - START A NEW (RUN DATE,       *
030200**  SEQUENCE) GROUP AND FIND - OR ENTER - ITS      *
030300**  SEQUENCE IN THE CROSS-DATE REFERENCE TABLE.    *
030400**  A SEQUENCE THAT DOES NOT FIT IN THE TABLE IS   *
030500**  STILL SCRUBBED WITHIN EACH RUN DATE; ONLY ITS  *
030600**  CROSS-DATE COMPARISON IS SKIPPED (AND COUNTED).*
030700****************************************************
030800 2050-OPEN-GROUP.
030900     MOVE FIB-HIST-RUN-DATE    TO FIB-SCR-GROUP-DATE.
031000     MOVE FIB-HIST-SEQ-ID      TO FIB-SCR-GROUP-SEQ.
031100     MOVE -1                   TO FIB-SCR-PREV-I.
031200     MOVE ZERO                 TO FIB-SCR-RUN-LENGTH.
031300     MOVE FIB-HIST-UPPER-BOUND TO FIB-SCR-LOW-BOUND.
031400     MOVE FIB-HIST-UPPER-BOUND TO FIB-SCR-HIGH-BOUND.
031500     SET FIB-SCR-GROUP-OPEN TO TRUE.
031600     ADD 1 TO FIB-SCR-GROUP-COUNT.
031700     MOVE "N" TO FIB-SCR-SEQ-FOUND-SW.
031800     MOVE ZERO TO FIB-SCR-SEQ-IX.
031900     PERFORM 2060-FIND-SEQUENCE THRU 2060-EXIT
032000         VARYING FIB-SCR-SEQ-SCAN FROM 1 BY 1
032100         UNTIL FIB-SCR-SEQ-SCAN > FIB-SCR-SEQ-COUNT
032200            OR FIB-SCR-SEQ-FOUND.
032300     IF NOT FIB-SCR-SEQ-FOUND
032400        AND FIB-SCR-SEQ-COUNT < FIB-SCR-SEQ-MAX
032500         ADD 1 TO FIB-SCR-SEQ-COUNT
032600         MOVE FIB-SCR-SEQ-COUNT TO FIB-SCR-SEQ-IX
032700         MOVE FIB-HIST-SEQ-ID TO FIB-SCR-SEQ-KEY(FIB-SCR-SEQ-IX)
032800         MOVE ZERO TO FIB-SCR-EXT-COUNT(FIB-SCR-SEQ-IX)
032900     END-IF.
033000 2050-EXIT.
033100     EXIT.
033200*
033300****************************************************
033400**  2060-FIND-SEQUENCE - ONE REFERENCE TABLE SLOT. *
033500****************************************************
033600 2060-FIND-SEQUENCE.
033700     IF FIB-SCR-SEQ-KEY(FIB-SCR-SEQ-SCAN) = FIB-HIST-SEQ-ID
033800         SET FIB-SCR-SEQ-FOUND TO TRUE
033900         MOVE FIB-SCR-SEQ-SCAN TO FIB-SCR-SEQ-IX
034000     END-IF.
034100 2060-EXIT.
034200     EXIT.
034300*
034400****************************************************
034500**  2100-CHECK-TERM-NUMBER - A GROUP MUST HOLD     *
034600**  I = 0 THROUGH ITS HIGHEST I WITH NOTHING       *
034700**  MISSING.  THE KEY IS UNIQUE, SO A DUPLICATE    *
034800**  CANNOT OCCUR; ANY JUMP IS A GAP.  THE GAP       *
034900**  RESETS THE UNBROKEN-RUN LENGTH SO THE          *
035000**  RECURRENCE RESTARTS AFTER THE HOLE.            *
035100****************************************************
035200 2100-CHECK-TERM-NUMBER.
035300     COMPUTE FIB-SCR-EXPECT-I = FIB-SCR-PREV-I + 1.
035400     IF FIB-HIST-I NOT = FIB-SCR-EXPECT-I
035500         MOVE SPACES TO FIB-SCR-DTL-MESSAGE
035600         IF FIB-SCR-PREV-I < ZERO
035700             MOVE "GAP - GROUP DOES NOT START AT I = 0"
035800                 TO FIB-SCR-DTL-MESSAGE
035900         ELSE
036000             MOVE FIB-SCR-PREV-I TO FIB-SCR-NUM-IMAGE
036100             STRING "GAP - TERMS MISSING AFTER I = "
036200                        DELIMITED BY SIZE
036300                    FIB-SCR-NUM-IMAGE
036400                        DELIMITED BY SIZE
036500                 INTO FIB-SCR-DTL-MESSAGE
036600         END-IF
036700         MOVE FIB-HIST-I TO FIB-SCR-DTL-I
036800         PERFORM 2900-WRITE-EXCEPTION THRU 2900-EXIT
036900         ADD 1 TO FIB-SCR-GAP-COUNT
037000         MOVE ZERO TO FIB-SCR-RUN-LENGTH
037100     END-IF.
037200     ADD 1 TO FIB-SCR-RUN-LENGTH.
037300 2100-EXIT.
037400     EXIT.
037500*
037600****************************************************
037700**  2200-CHECK-RECURRENCE - FROM THE THIRD         *
037800**  UNBROKEN TERM ON, THE RESULT MUST BE THE WIDE  *
037900**  SUM OF THE TWO BEFORE IT - THE SAME TEST THE   *
038000**  NIGHTLY RECONCILIATION MAKES (Fibonacci        *
038100**  2911), SO BOTH AGREE ON WHAT "CORRECT" MEANS.  *
038200**  A TERM FLAGGED AS OVERFLOWED HOLDS ONLY ITS    *
038300**  LOW 150 DIGITS AND IS NOT CHECKED.             *
038400****************************************************
038500 2200-CHECK-RECURRENCE.
038600     IF FIB-SCR-RUN-LENGTH > 2 AND FIB-HIST-NO-OVERFLOW
038700         ADD 1 TO FIB-SCR-RECUR-CHECKS
038800         CALL 'FibAddWide' USING
038900             BY REFERENCE FIB-SCR-PREV-1
039000             BY REFERENCE FIB-SCR-PREV-2
039100             BY REFERENCE FIB-SCR-EXPECTED
039200             BY REFERENCE FIB-WADD-OFLOW-SW
039300         IF FIB-SCR-EXP-LOW NOT = FIB-HIST-RESULT
039400            OR FIB-SCR-EXP-HIGH NOT = "00000"
039500             MOVE "RECURRENCE BROKEN - NOT SUM OF PRIOR TWO"
039600                 TO FIB-SCR-DTL-MESSAGE
039700             MOVE FIB-HIST-I TO FIB-SCR-DTL-I
039800             PERFORM 2900-WRITE-EXCEPTION THRU 2900-EXIT
039900             ADD 1 TO FIB-SCR-RECUR-COUNT
040000         END-IF
040100     END-IF.
040200     MOVE FIB-SCR-PREV-1  TO FIB-SCR-PREV-2.
040300     MOVE "00000"         TO FIB-SCR-P1-HIGH.
040400     MOVE FIB-HIST-RESULT TO FIB-SCR-P1-LOW.
040500 2200-EXIT.
040600     EXIT.
040700*
040800****************************************************
040900**  2300-CHECK-CROSS-DATE - FIND THE EARLIEST RUN  *
041000**  DATE ALREADY SCRUBBED THAT REACHED THIS I FOR  *
041100**  THIS SEQUENCE, READ ITS COPY OF THE TERM BY    *
041200**  KEY, AND DEMAND THE SAME RESULT AND OVERFLOW   *
041300**  FLAG.  THE FIRST RUN DATE TO REACH A GIVEN I   *
041400**  HAS NOTHING TO COMPARE WITH AND BECOMES THE    *
041500**  REFERENCE FOR EVERY LATER ONE; IT IS COUNTED   *
041600**  AS SKIPPED, AS IS A REFERENCE COPY THAT IS     *
041700**  ITSELF MISSING (A GAP ALREADY REPORTED ON THAT *
041800**  DATE).                                         *
041900****************************************************
042000 2300-CHECK-CROSS-DATE.
042100     IF FIB-SCR-SEQ-IX = ZERO
042200         ADD 1 TO FIB-SCR-XDATE-SKIPS
042300         GO TO 2300-EXIT
042400     END-IF.
042500     MOVE "N" TO FIB-SCR-REF-FOUND-SW.
042600     PERFORM 2310-FIND-EXTENT THRU 2310-EXIT
042700         VARYING FIB-SCR-EXT-SCAN FROM 1 BY 1
042800         UNTIL FIB-SCR-EXT-SCAN >
042900                   FIB-SCR-EXT-COUNT(FIB-SCR-SEQ-IX)
043000            OR FIB-SCR-REF-FOUND.
043100     IF NOT FIB-SCR-REF-FOUND
043200         ADD 1 TO FIB-SCR-XDATE-SKIPS
043300         GO TO 2300-EXIT
043400     END-IF.
043500     MOVE FIB-SCR-DATE-IMAGE TO FIB-HREF-RUN-DATE.
043600     MOVE FIB-HIST-SEQ-ID    TO FIB-HREF-SEQ-ID.
043700     MOVE FIB-HIST-I         TO FIB-HREF-I.
043800     READ FIB-HIST-REF-FILE
043900         INVALID KEY
044000             ADD 1 TO FIB-SCR-XDATE-SKIPS
044100             GO TO 2300-EXIT
044200     END-READ.
044300     ADD 1 TO FIB-SCR-XDATE-CHECKS.
044400     IF FIB-HREF-RESULT NOT = FIB-HIST-RESULT
044500        OR FIB-HREF-OVERFLOW-SW NOT = FIB-HIST-OVERFLOW-SW
044600         MOVE SPACES TO FIB-SCR-DTL-MESSAGE
044700         STRING "RESULT DIFFERS FROM RUN DATE "
044800                    DELIMITED BY SIZE
044900                FIB-SCR-DATE-IMAGE
045000                    DELIMITED BY SIZE
045100             INTO FIB-SCR-DTL-MESSAGE
045200         MOVE FIB-HIST-I TO FIB-SCR-DTL-I
045300         PERFORM 2900-WRITE-EXCEPTION THRU 2900-EXIT
045400         ADD 1 TO FIB-SCR-XDATE-COUNT
045500     END-IF.
045600 2300-EXIT.
045700     EXIT.
045800*
045900****************************************************
046000**  2310-FIND-EXTENT - THE EXTENTS RUN IN RISING   *
046100**  HIGH-I ORDER, SO THE FIRST ONE REACHING THIS I *
046200**  IS THE EARLIEST RUN DATE THAT HOLDS IT.        *
046300****************************************************
046400 2310-FIND-EXTENT.
046500     IF FIB-HIST-I NOT >
046600        FIB-SCR-EXT-HIGH-I(FIB-SCR-SEQ-IX, FIB-SCR-EXT-SCAN)
046700         SET FIB-SCR-REF-FOUND TO TRUE
046800         MOVE FIB-SCR-EXT-DATE(FIB-SCR-SEQ-IX, FIB-SCR-EXT-SCAN)
046900             TO FIB-SCR-DATE-IMAGE
047000     END-IF.
047100 2310-EXIT.
047200     EXIT.
047300*
047400****************************************************
047500**  2500-CLOSE-GROUP - THE GROUP IS COMPLETE, SO   *
047600**  ITS HIGHEST I (THE LAST ONE READ) IS KNOWN.    *
047700**  EVERY RECORD IN IT MUST CARRY THAT SAME UPPER  *
047800**  BOUND - ONE EXCEPTION PER GROUP, SHOWING THE   *
047900**  HIGHEST I AND THE BOUND(S) FOUND.  THEN, IF    *
048000**  THIS RUN DATE WENT FURTHER THAN ANY EARLIER    *
048100**  ONE FOR THE SEQUENCE, IT BECOMES THE           *
048200**  REFERENCE FOR THE NEW TERMS.                   *
048300****************************************************
048400 2500-CLOSE-GROUP.
048500     IF FIB-SCR-LOW-BOUND NOT = FIB-SCR-HIGH-BOUND
048600         MOVE FIB-SCR-LOW-BOUND  TO FIB-SCR-NUM-IMAGE
048700         MOVE FIB-SCR-HIGH-BOUND TO FIB-SCR-NUM-IMAGE-2
048800         MOVE SPACES TO FIB-SCR-DTL-MESSAGE
048900         STRING "UPPER BOUND VARIES "  DELIMITED BY SIZE
049000                FIB-SCR-NUM-IMAGE      DELIMITED BY SIZE
049100                " TO "                 DELIMITED BY SIZE
049200                FIB-SCR-NUM-IMAGE-2    DELIMITED BY SIZE
049300                " IN GROUP"            DELIMITED BY SIZE
049400             INTO FIB-SCR-DTL-MESSAGE
049500         PERFORM 2510-WRITE-BOUND-EXCEPTION THRU 2510-EXIT
049600     ELSE
049700         IF FIB-SCR-HIGH-BOUND NOT = FIB-SCR-PREV-I
049800             MOVE FIB-SCR-HIGH-BOUND TO FIB-SCR-NUM-IMAGE
049900             MOVE SPACES TO FIB-SCR-DTL-MESSAGE
050000             STRING "UPPER BOUND "         DELIMITED BY SIZE
050100                    FIB-SCR-NUM-IMAGE      DELIMITED BY SIZE
050200                    " NOT = HIGHEST I"     DELIMITED BY SIZE
050300                 INTO FIB-SCR-DTL-MESSAGE
050400             PERFORM 2510-WRITE-BOUND-EXCEPTION THRU 2510-EXIT
050500         END-IF
050600     END-IF.
050700     IF FIB-SCR-SEQ-IX > ZERO
050800         IF FIB-SCR-EXT-COUNT(FIB-SCR-SEQ-IX) = ZERO
050900             PERFORM 2520-ADD-EXTENT THRU 2520-EXIT
051000         ELSE
051100             MOVE FIB-SCR-EXT-COUNT(FIB-SCR-SEQ-IX)
051200                 TO FIB-SCR-EXT-SCAN
051300             IF FIB-SCR-PREV-I > FIB-SCR-EXT-HIGH-I
051400                    (FIB-SCR-SEQ-IX, FIB-SCR-EXT-SCAN)
051500                 PERFORM 2520-ADD-EXTENT THRU 2520-EXIT
051600             END-IF
051700         END-IF
051800     END-IF.
051900     SET FIB-SCR-GROUP-CLOSED TO TRUE.
052000 2500-EXIT.
052100     EXIT.
052200*
052300****************************************************
052400**  2510-WRITE-BOUND-EXCEPTION - KEY THE UPPER-    *
052500**  BOUND FINDING TO THE GROUP'S HIGHEST I.        *
052600****************************************************
052700 2510-WRITE-BOUND-EXCEPTION.
052800     MOVE FIB-SCR-PREV-I TO FIB-SCR-DTL-I.
052900     PERFORM 2900-WRITE-EXCEPTION THRU 2900-EXIT.
053000     ADD 1 TO FIB-SCR-BOUND-COUNT.
053100 2510-EXIT.
053200     EXIT.
053300*
053400****************************************************
053500**  2520-ADD-EXTENT - RECORD THIS RUN DATE AS THE  *
053600**  REFERENCE FOR ITS SEQUENCE'S NEW TERMS.  A     *
053700**  FULL EXTENT LIST STOPS GROWING; TERMS ABOVE    *
053800**  ITS LAST HIGH ARE THEN COUNTED AS SKIPPED.     *
053900****************************************************
054000 2520-ADD-EXTENT.
054100     IF FIB-SCR-EXT-COUNT(FIB-SCR-SEQ-IX) < FIB-SCR-EXT-MAX
054200         ADD 1 TO FIB-SCR-EXT-COUNT(FIB-SCR-SEQ-IX)
054300         MOVE FIB-SCR-EXT-COUNT(FIB-SCR-SEQ-IX)
054400             TO FIB-SCR-EXT-SCAN
054500         MOVE FIB-SCR-GROUP-DATE
054600             TO FIB-SCR-EXT-DATE
054700                    (FIB-SCR-SEQ-IX, FIB-SCR-EXT-SCAN)
054800         MOVE FIB-SCR-PREV-I
054900             TO FIB-SCR-EXT-HIGH-I
055000                    (FIB-SCR-SEQ-IX, FIB-SCR-EXT-SCAN)
055100     END-IF.
055200 2520-EXIT.
055300     EXIT.
055400*
055500****************************************************
055600**  2900-WRITE-EXCEPTION - ONE LINE ON FIBSCRR     *
055700**  KEYED TO THE GROUP UNDER CHECK.  THE CALLER    *
055800**  HAS ALREADY SET THE I AND THE MESSAGE.         *
055900****************************************************
056000 2900-WRITE-EXCEPTION.
056100     MOVE FIB-SCR-GROUP-DATE TO FIB-SCR-DTL-DATE.
056200     MOVE FIB-SCR-GROUP-SEQ  TO FIB-SCR-DTL-SEQ-ID.
056300     WRITE FIB-SCRUB-REPORT-LINE FROM FIB-SCR-DETAIL-LINE.
056400     ADD 1 TO FIB-SCR-EXCEPTION-COUNT.
056500 2900-EXIT.
056600     EXIT.
056700*
056800****************************************************
056900**  3000-TERMINATE - FOOT THE CONTROLS, CLOSE THE  *
057000**  FILES, AND SET THE STEP CONDITION CODE SO ANY  *
057100**  FINDING PAGES OPERATIONS.                      *
057200****************************************************
057300 3000-TERMINATE.
057400     IF NOT FIB-SCRUB-ABORTED
057500         CLOSE FIB-HISTORY-FILE
057600         CLOSE FIB-HIST-REF-FILE
057700     END-IF.
057800     MOVE SPACES TO FIB-SCRUB-REPORT-LINE.
057900     WRITE FIB-SCRUB-REPORT-LINE.
058000     MOVE "HISTORY RECORDS READ:" TO FIB-SCR-COUNT-DESC.
058100     MOVE FIB-SCR-READ-COUNT TO FIB-SCR-COUNT.
058200     WRITE FIB-SCRUB-REPORT-LINE FROM FIB-SCR-COUNT-LINE.
058300     MOVE "RUN DATE / SEQUENCE GROUPS CHECKED:"
058400         TO FIB-SCR-COUNT-DESC.
058500     MOVE FIB-SCR-GROUP-COUNT TO FIB-SCR-COUNT.
058600     WRITE FIB-SCRUB-REPORT-LINE FROM FIB-SCR-COUNT-LINE.
058700     MOVE "DISTINCT SEQUENCES CROSS-DATED:" TO FIB-SCR-COUNT-DESC.
058800     MOVE FIB-SCR-SEQ-COUNT TO FIB-SCR-COUNT.
058900     WRITE FIB-SCRUB-REPORT-LINE FROM FIB-SCR-COUNT-LINE.
059000     MOVE "TERMS CHECKED FOR RECURRENCE:" TO FIB-SCR-COUNT-DESC.
059100     MOVE FIB-SCR-RECUR-CHECKS TO FIB-SCR-COUNT.
059200     WRITE FIB-SCRUB-REPORT-LINE FROM FIB-SCR-COUNT-LINE.
059300     MOVE "TERMS COMPARED ACROSS RUN DATES:"
059400         TO FIB-SCR-COUNT-DESC.
059500     MOVE FIB-SCR-XDATE-CHECKS TO FIB-SCR-COUNT.
059600     WRITE FIB-SCRUB-REPORT-LINE FROM FIB-SCR-COUNT-LINE.
059700     MOVE "TERMS WITH NO EARLIER COPY TO COMPARE:"
059800         TO FIB-SCR-COUNT-DESC.
059900     MOVE FIB-SCR-XDATE-SKIPS TO FIB-SCR-COUNT.
060000     WRITE FIB-SCRUB-REPORT-LINE FROM FIB-SCR-COUNT-LINE.
060100     MOVE "GAPS IN TERM NUMBERS:" TO FIB-SCR-COUNT-DESC.
060200     MOVE FIB-SCR-GAP-COUNT TO FIB-SCR-COUNT.
060300     WRITE FIB-SCRUB-REPORT-LINE FROM FIB-SCR-COUNT-LINE.
060400     MOVE "RECURRENCE BREAKS:" TO FIB-SCR-COUNT-DESC.
060500     MOVE FIB-SCR-RECUR-COUNT TO FIB-SCR-COUNT.
060600     WRITE FIB-SCRUB-REPORT-LINE FROM FIB-SCR-COUNT-LINE.
060700     MOVE "UPPER BOUND DISAGREEMENTS:" TO FIB-SCR-COUNT-DESC.
060800     MOVE FIB-SCR-BOUND-COUNT TO FIB-SCR-COUNT.
060900     WRITE FIB-SCRUB-REPORT-LINE FROM FIB-SCR-COUNT-LINE.
061000     MOVE "RESULTS DIFFERING ACROSS RUN DATES:"
061100         TO FIB-SCR-COUNT-DESC.
061200     MOVE FIB-SCR-XDATE-COUNT TO FIB-SCR-COUNT.
061300     WRITE FIB-SCRUB-REPORT-LINE FROM FIB-SCR-COUNT-LINE.
061400     MOVE "EXCEPTIONS:" TO FIB-SCR-COUNT-DESC.
061500     MOVE FIB-SCR-EXCEPTION-COUNT TO FIB-SCR-COUNT.
061600     WRITE FIB-SCRUB-REPORT-LINE FROM FIB-SCR-COUNT-LINE.
061700     IF FIB-SCRUB-ABORTED
061800         MOVE "*** FIBHIST COULD NOT BE OPENED - NOT SCRUBBED ***"
061900             TO FIB-SCR-TEXT
062000         WRITE FIB-SCRUB-REPORT-LINE FROM FIB-SCR-TEXT-LINE
062100     ELSE
062200         IF FIB-SCR-EXCEPTION-COUNT > ZERO
062300             MOVE "*** FIBHIST INTEGRITY EXCEPTIONS FOUND ***"
062400                 TO FIB-SCR-TEXT
062500             WRITE FIB-SCRUB-REPORT-LINE FROM FIB-SCR-TEXT-LINE
062600             DISPLAY "FIBHISTSCRUB: " FIB-SCR-EXCEPTION-COUNT
062700                 " INTEGRITY EXCEPTION(S) ON FIBHIST"
062800             MOVE 8 TO RETURN-CODE
062900         ELSE
063000             MOVE "FIBHIST IS INTACT - NO EXCEPTIONS"
063100                 TO FIB-SCR-TEXT
063200             WRITE FIB-SCRUB-REPORT-LINE FROM FIB-SCR-TEXT-LINE
063300             DISPLAY "FIBHISTSCRUB: FIBHIST IS INTACT - "
063400                 FIB-SCR-GROUP-COUNT " GROUP(S) SCRUBBED"
063500         END-IF
063600     END-IF.
063700     CLOSE FIB-SCRUB-REPORT-FILE.
063800 3000-EXIT.
063900     EXIT.
064000 END PROGRAM FibHistScrub.
