003280*                   A FORTY-QUESTION HELPDESK LIST RUNS INSIDE
003290*                   A SCHEDULED JOB.  NO FIBINQC DD MEANS THE
003291*                   INTERACTIVE CONVERSATION, UNCHANGED.
003292*  10/15/26   RH    NEW REVERSE MODE: GIVEN A VALUE OF UP TO 150
003293*                   DIGITS, SAYS WHICH TERM OF THE SEQUENCE IT IS,
003294*                   OR THE NEAREST TERMS BELOW AND ABOVE, PLUS THE
003295*                   ZECKENDORF BREAKDOWN FOR CLASSIC FIB.  MODE R
003296*                   AT THE NEW FIRST PROMPT, OR A "REV" CARD
003297*                   (SEE 5200) FOLLOWED BY ITS VALUE CARD(S) ON
003298*                   FIBINQC.  USES THE NEW FibCmpWide AND
003299*                   FibSubWide.
003300*-----------------------------------------------------------------
003310*
003320 ENVIRONMENT DIVISION.
003450**  QUESTION PER CARD: N, SEQUENCE ID (BLANK =     *
003460**  FIB), AND THE SEED PAIR FOR A NAMED SEQUENCE   *
003470**  (TYPED LEFT-JUSTIFIED, SAME AS THE PROMPTS).   *
003471**  A REVERSE LOOKUP IS A CARD WITH "REV " WHERE   *
003472**  N GOES, FOLLOWED BY ITS VALUE CARD: THE VALUE  *
003473**  LEFT-JUSTIFIED IN COLUMNS 1-75, CONTINUED ONTO *
003474**  ONE MORE VALUE CARD (COLUMNS 1-75 OF THE FIRST *
003475**  THEN FULL) BY ANY MARK IN COLUMN 80.           *
003480****************************************************
003490 FD  FIB-INQ-CARD-FILE.
003491 01  FIB-INQ-CARD-RECORD.
003494     05  FIB-INQC-SEED-1         PIC X(18).
003495     05  FIB-INQC-SEED-2         PIC X(18).
003496     05  FILLER                  PIC X(32).
003496 01  FIB-INQ-VALUE-RECORD.
003496     05  FIB-INQV-DIGITS         PIC X(75).
003496     05  FILLER                  PIC X(04).
003496     05  FIB-INQV-CONT           PIC X(01).
003497*
003498****************************************************
003499**  FIB-INQ-RPT-FILE - THE FORMATTED ANSWER        *
005420     05  FIB-INQR-COUNT-DESC  PIC X(24).
005421     05  FIB-INQR-COUNT       PIC Z(5)9.
005422     05  FILLER               PIC X(168)         VALUE SPACES.
005424*
005425****************************************************
005426**  REVERSE LOOKUP - WHICH TERM, IF ANY, A GIVEN   *
005427**  VALUE IS.  THE VALUE AND EVERY TERM ARE HELD   *
005428**  AS 155-DIGIT STRINGS FOR THE WIDE ARITHMETIC   *
005429**  (FibAddWide, FibCmpWide, FibSubWide).  THE     *
005430**  WALK KEEPS EVERY TERM SO THE ZECKENDORF        *
005431**  BREAKDOWN CAN STEP BACK DOWN THEM - 800 TERMS  *
005432**  REACH PAST 150 DIGITS FOR ANY SEED PAIR BUT    *
005433**  0 AND 0, WHICH IS ANSWERED WITHOUT A WALK.     *
005434****************************************************
005435 01  FIB-INQ-MODE-IN          PIC X(01)          VALUE SPACE.
005436 01  FIB-INQ-REVERSE-SW       PIC X(01)          VALUE "N".
005437     88  FIB-INQ-REVERSE              VALUE "Y".
005438 01  FIB-INQ-VALUE-IN         PIC X(150).
005439 01  FIB-INQ-VALUE-LEN        PIC S9(4)  COMP-5.
005440 01  FIB-INQ-VALUE-START      PIC S9(4)  COMP-5.
005441 01  FIB-INQ-TARGET           PIC X(155).
005442 01  FIB-INQ-TERM-MAX         PIC S9(4)  COMP-5  VALUE 800.
005443 01  FIB-INQ-TERM-COUNT       PIC S9(4)  COMP-5  VALUE ZERO.
005444 01  FIB-INQ-TERM-TABLE.
005445     05  FIB-INQ-TERM         PIC X(155) OCCURS 800 TIMES.
005446 01  FIB-INQ-WALK-SUB         PIC S9(4)  COMP-5.
005447 01  FIB-INQ-WALK-END-SW      PIC X(01)          VALUE "N".
005448     88  FIB-INQ-WALK-ENDED           VALUE "Y".
005449 01  FIB-INQ-CMP-SW           PIC X(01).
005450     88  FIB-INQ-CMP-LOW              VALUE "<".
005451     88  FIB-INQ-CMP-EQUAL            VALUE "=".
005452     88  FIB-INQ-CMP-HIGH             VALUE ">".
005453 01  FIB-INQ-CMP-2-SW         PIC X(01).
005454     88  FIB-INQ-CMP-2-LOW            VALUE "<".
005455     88  FIB-INQ-CMP-2-HIGH           VALUE ">".
005456 01  FIB-INQ-ADD-OFLOW-SW     PIC X(01).
005457 01  FIB-INQ-SUB-BORROW-SW    PIC X(01).
005458 01  FIB-INQ-HIT-COUNT        PIC S9(4)  COMP-5  VALUE ZERO.
005459 01  FIB-INQ-HIT-TABLE.
005460     05  FIB-INQ-HIT-SUB      PIC S9(4)  COMP-5  OCCURS 5 TIMES.
005461 01  FIB-INQ-HIT-X            PIC S9(4)  COMP-5.
005462 01  FIB-INQ-BELOW-SUB        PIC S9(4)  COMP-5  VALUE ZERO.
005463 01  FIB-INQ-ABOVE-SUB        PIC S9(4)  COMP-5  VALUE ZERO.
005464 01  FIB-INQ-SHOW-SUB         PIC S9(4)  COMP-5.
005465 01  FIB-INQ-ZECK-REMAIN      PIC X(155).
005466 01  FIB-INQ-ZECK-SUB         PIC S9(4)  COMP-5.
005467 01  FIB-INQ-ZECK-COUNT       PIC S9(4)  COMP-5  VALUE ZERO.
005468 01  FIB-INQ-ZECK-TABLE.
005469     05  FIB-INQ-ZECK-PART    PIC S9(4)  COMP-5  OCCURS 400 TIMES.
005470 01  FIB-INQ-ZECK-X           PIC S9(4)  COMP-5.
005471 01  FIB-INQ-ZECK-HEAD.
005472     05  FILLER               PIC X(07)          VALUE "SUM OF ".
005473     05  FIB-INQ-ZECK-HEAD-N  PIC ZZ9.
005474     05  FILLER               PIC X(36)          VALUE
005475         " NON-CONSECUTIVE FIBONACCI NUMBERS:".
005476 01  FIB-INQ-VCARD-COUNT      PIC S9(9)  COMP-5  VALUE ZERO.
005477*
005478****************************************************
005479**  REVERSE LOOKUP ANSWER LINE - WRITTEN TO FIBINQR*
005480**  IN BATCH, DISPLAYED IN THE CONVERSATION.       *
005481****************************************************
005482 01  FIB-INQR-REV-LINE.
005483     05  FILLER               PIC X(02)          VALUE SPACES.
005484     05  FIB-INQR-REV-SEQ-ID  PIC X(08).
005485     05  FILLER               PIC X(01)          VALUE SPACES.
005486     05  FIB-INQR-REV-LABEL.
005487         10  FIB-INQR-REV-TEXT PIC X(14).
005488         10  FIB-INQR-REV-I   PIC Z(3)9.
005489         10  FILLER           PIC X(02).
005490     05  FIB-INQR-REV-VALUE   PIC X(150).
005491     05  FILLER               PIC X(17)          VALUE SPACES.
005495
005500 PROCEDURE DIVISION.
005600*
005700****************************************************
006030         SET FIB-INQ-BATCH-MODE TO TRUE
006040         PERFORM 5000-BATCH-MODE THRU 5000-EXIT
006050     ELSE
006080         PERFORM 0050-SELECT-MODE     THRU 0050-EXIT
006100         PERFORM 0100-SELECT-SEQUENCE THRU 0100-EXIT
006140         IF FIB-INQ-REVERSE
006170             PERFORM 2000-PROCESS-REVERSE THRU 2000-EXIT
006200                 UNTIL NOT FIB-INQ-ANOTHER
006230         ELSE
006260             PERFORM 1000-PROCESS-INQUIRY THRU 1000-EXIT
006290                 UNTIL NOT FIB-INQ-ANOTHER
006320         END-IF
006350     END-IF.
006400     STOP RUN.
006405*
006410****************************************************
006415**  0050-SELECT-MODE - ASK WHICH WAY THE SESSION   *
006420**  RUNS: FIB(N) FOR A GIVEN N (BLANK - THE        *
006425**  ORIGINAL INQUIRY), OR R - REVERSE LOOKUP,      *
006430**  WHICH TERM, IF ANY, A GIVEN VALUE IS.          *
006435****************************************************
006440 0050-SELECT-MODE.
006445     DISPLAY "ENTER MODE - BLANK = FIB(N), R = FIND A VALUE: "
006450         WITH NO ADVANCING.
006455     ACCEPT FIB-INQ-MODE-IN.
006460     IF FIB-INQ-MODE-IN = "R" OR "r"
006465         SET FIB-INQ-REVERSE TO TRUE
006470     END-IF.
006475 0050-EXIT.
006480     EXIT.
006500*
006600****************************************************
006700**  0100-SELECT-SEQUENCE - ASK THE OPERATOR WHICH   *
020100     END-IF.
020200 1210-EXIT.
020300     EXIT.
020301*
020301****************************************************
020301**  2000-PROCESS-REVERSE - PROMPT THE OPERATOR FOR *
020301**  ONE VALUE, OR A BLANK TO QUIT, AND LOOK IT UP. *
020302****************************************************
020302 2000-PROCESS-REVERSE.
020302     DISPLAY "ENTER VALUE (UP TO 150 DIGITS), BLANK TO QUIT: "
020302         WITH NO ADVANCING.
020303     MOVE SPACES TO FIB-INQ-VALUE-IN.
020303     ACCEPT FIB-INQ-VALUE-IN.
020303     IF FIB-INQ-VALUE-IN = SPACES
020303         SET FIB-INQ-DONE TO TRUE
020304         GO TO 2000-EXIT
020304     END-IF.
020304     PERFORM 3050-EDIT-VALUE THRU 3050-EXIT.
020304     IF FIB-INQ-CARD-BAD
020305         DISPLAY "*** " FIB-INQR-EXCEPT-MSG " ***"
020305     ELSE
020305         PERFORM 3000-REVERSE-LOOKUP THRU 3000-EXIT
020305     END-IF.
020306 2000-EXIT.
020306     EXIT.
020306*
020307****************************************************
020307**  3000-REVERSE-LOOKUP - WALK THE SEQUENCE UP TO  *
020307**  THE VALUE IN FIB-INQ-TARGET AND SAY WHERE IT   *
020307**  FALLS - SHARED BY THE CONVERSATION AND THE     *
020308**  CARD DECK.  CLASSIC FIB (SEEDS 0 AND 1) ALSO   *
020308**  GETS THE ZECKENDORF BREAKDOWN.  SEEDS 0 AND 0  *
020308**  NEVER GROW, SO THEY ARE ANSWERED OUTRIGHT.     *
020308****************************************************
020309 3000-REVERSE-LOOKUP.
020309     MOVE FIB-INQ-SEQ-ID TO FIB-INQR-REV-SEQ-ID.
020309     MOVE FIB-INQ-TARGET(6:150) TO FIB-INQ-RESULT.
020309     PERFORM 1200-FORMAT-RESULT THRU 1200-EXIT.
020310     MOVE SPACES              TO FIB-INQR-REV-LABEL.
020310     MOVE "VALUE"             TO FIB-INQR-REV-TEXT.
020310     MOVE FIB-INQ-RESULT-DISP TO FIB-INQR-REV-VALUE.
020310     PERFORM 3900-PUT-REVERSE-LINE THRU 3900-EXIT.
020311     IF FIB-INQ-SEED-1 = ZERO AND FIB-INQ-SEED-2 = ZERO
020311         MOVE SPACES          TO FIB-INQR-REV-LABEL
020311         MOVE "SEEDS 0 AND 0" TO FIB-INQR-REV-TEXT
020312         MOVE "EVERY TERM OF THIS SEQUENCE IS ZERO"
020312             TO FIB-INQR-REV-VALUE
020312         PERFORM 3900-PUT-REVERSE-LINE THRU 3900-EXIT
020312         GO TO 3000-EXIT
020313     END-IF.
020313     PERFORM 3100-WALK-SEQUENCE   THRU 3100-EXIT.
020313     PERFORM 3200-REPORT-POSITION THRU 3200-EXIT.
020313     IF FIB-INQ-SEED-1 = ZERO AND FIB-INQ-SEED-2 = 1
020314         PERFORM 3300-ZECKENDORF THRU 3300-EXIT
020314     END-IF.
020314 3000-EXIT.
020314     EXIT.
020315*
020315****************************************************
020315**  3050-EDIT-VALUE - THE VALUE IN FIB-INQ-VALUE-IN*
020315**  IS TYPED LEFT-JUSTIFIED: IT MUST BE ALL DIGITS *
020316**  UP TO ITS LAST NON-BLANK, AND IS RIGHT-        *
020316**  JUSTIFIED INTO FIB-INQ-TARGET.  A BAD VALUE IS *
020316**  FLAGGED WITH ITS REASON, NEVER GUESSED AT.     *
020316****************************************************
020317 3050-EDIT-VALUE.
020317     MOVE "N"  TO FIB-INQ-CARD-BAD-SW.
020317     MOVE ZERO TO FIB-INQ-VALUE-LEN.
020318     PERFORM 3060-FIND-VALUE-END THRU 3060-EXIT
020318         VARYING FIB-INQ-FMT-SCAN FROM 150 BY -1
020318         UNTIL FIB-INQ-FMT-SCAN < 1
020318            OR FIB-INQ-VALUE-LEN > ZERO.
020319     IF FIB-INQ-VALUE-LEN = ZERO
020319         SET FIB-INQ-CARD-BAD TO TRUE
020319         MOVE "VALUE MISSING" TO FIB-INQR-EXCEPT-MSG
020319         GO TO 3050-EXIT
020320     END-IF.
020320     IF FIB-INQ-VALUE-IN(1:FIB-INQ-VALUE-LEN) NOT NUMERIC
020320         SET FIB-INQ-CARD-BAD TO TRUE
020320         MOVE "VALUE NOT NUMERIC" TO FIB-INQR-EXCEPT-MSG
020321         GO TO 3050-EXIT
020321     END-IF.
020321     MOVE ALL "0" TO FIB-INQ-TARGET.
020321     COMPUTE FIB-INQ-VALUE-START = 156 - FIB-INQ-VALUE-LEN.
020322     MOVE FIB-INQ-VALUE-IN(1:FIB-INQ-VALUE-LEN)
020322         TO FIB-INQ-TARGET(FIB-INQ-VALUE-START:FIB-INQ-VALUE-LEN).
020322 3050-EXIT.
020323     EXIT.
020323*
020323****************************************************
020323**  3060-FIND-VALUE-END - LOCATE THE LAST NON-     *
020324**  BLANK OF THE VALUE.                            *
020324****************************************************
020324 3060-FIND-VALUE-END.
020324     IF FIB-INQ-VALUE-IN(FIB-INQ-FMT-SCAN:1) NOT = SPACE
020325         MOVE FIB-INQ-FMT-SCAN TO FIB-INQ-VALUE-LEN
020325     END-IF.
020325 3060-EXIT.
020325     EXIT.
020326*
020326****************************************************
020326**  3100-WALK-SEQUENCE - BUILD THE TERMS FROM THE  *
020326**  SEEDS WITH THE LONGHAND ADDER, COMPARING EACH  *
020327**  TO THE VALUE, UNTIL A TERM PAST THE FIRST      *
020327**  GOES ABOVE IT.  FROM TERM 1 ON THE SEQUENCE    *
020327**  NEVER FALLS (TERM 2 IS TERM 1 PLUS A SEED), SO *
020327**  NOTHING LATER CAN MATCH; TERM 0 CAN SIT ABOVE  *
020328**  TERM 1 (LUCAS: 2, 1, 3 ...), SO IT IS WEIGHED  *
020328**  WITH THE REST BUT NEVER ENDS THE WALK.         *
020328****************************************************
020329 3100-WALK-SEQUENCE.
020329     MOVE ZERO TO FIB-INQ-HIT-COUNT.
020329     MOVE ZERO TO FIB-INQ-BELOW-SUB.
020329     MOVE ZERO TO FIB-INQ-ABOVE-SUB.
020330     MOVE ZERO TO FIB-INQ-TERM-COUNT.
020330     MOVE "N"  TO FIB-INQ-WALK-END-SW.
020330     MOVE ALL "0" TO FIB-INQ-TERM(1).
020330     MOVE ALL "0" TO FIB-INQ-TERM(2).
020331     MOVE FIB-INQ-SEED-1 TO FIB-INQ-TERM(1)(138:18).
020331     MOVE FIB-INQ-SEED-2 TO FIB-INQ-TERM(2)(138:18).
020331     PERFORM 3110-WALK-ONE-TERM THRU 3110-EXIT
020331         UNTIL FIB-INQ-WALK-ENDED.
020332 3100-EXIT.
020332     EXIT.
020332*
020332****************************************************
020333**  3110-WALK-ONE-TERM - TAKE THE NEXT TERM (TABLE *
020333**  ENTRY = I + 1) AND PLACE IT AGAINST THE VALUE. *
020333****************************************************
020334 3110-WALK-ONE-TERM.
020334     ADD 1 TO FIB-INQ-TERM-COUNT.
020334     MOVE FIB-INQ-TERM-COUNT TO FIB-INQ-WALK-SUB.
020334     IF FIB-INQ-WALK-SUB > 2
020335         CALL 'FibAddWide' USING
020335             BY REFERENCE FIB-INQ-TERM(FIB-INQ-WALK-SUB - 1)
020335             BY REFERENCE FIB-INQ-TERM(FIB-INQ-WALK-SUB - 2)
020335             BY REFERENCE FIB-INQ-TERM(FIB-INQ-WALK-SUB)
020336             BY REFERENCE FIB-INQ-ADD-OFLOW-SW
020336     END-IF.
020336     CALL 'FibCmpWide' USING
020336         BY REFERENCE FIB-INQ-TERM(FIB-INQ-WALK-SUB)
020337         BY REFERENCE FIB-INQ-TARGET
020337         BY REFERENCE FIB-INQ-CMP-SW.
020337     IF FIB-INQ-CMP-EQUAL
020337         PERFORM 3120-NOTE-HIT THRU 3120-EXIT
020338     END-IF.
020338     IF FIB-INQ-CMP-LOW
020338         PERFORM 3130-NOTE-BELOW THRU 3130-EXIT
020338     END-IF.
020339     IF FIB-INQ-CMP-HIGH
020339         PERFORM 3140-NOTE-ABOVE THRU 3140-EXIT
020339         IF FIB-INQ-WALK-SUB > 1
020340             SET FIB-INQ-WALK-ENDED TO TRUE
020340         END-IF
020340     END-IF.
020340     IF FIB-INQ-TERM-COUNT NOT < FIB-INQ-TERM-MAX
020341         SET FIB-INQ-WALK-ENDED TO TRUE
020341     END-IF.
020341 3110-EXIT.
020341     EXIT.
020342*
020342****************************************************
020342**  3120-NOTE-HIT - THE TERM IS THE VALUE.  A      *
020342**  VALUE CAN SIT AT MORE THAN ONE I (FIB'S 1 IS   *
020343**  TERMS 1 AND 2), SO EVERY HIT IS KEPT.          *
020343****************************************************
020343 3120-NOTE-HIT.
020343     IF FIB-INQ-HIT-COUNT < 5
020344         ADD 1 TO FIB-INQ-HIT-COUNT
020344         MOVE FIB-INQ-WALK-SUB
020344             TO FIB-INQ-HIT-SUB(FIB-INQ-HIT-COUNT)
020345     END-IF.
020345 3120-EXIT.
020345     EXIT.
020345*
020346****************************************************
020346**  3130-NOTE-BELOW - KEEP THE LARGEST TERM BELOW  *
020346**  THE VALUE (THE FIRST, ON A TIE).               *
020346****************************************************
020347 3130-NOTE-BELOW.
020347     IF FIB-INQ-BELOW-SUB = ZERO
020347         MOVE FIB-INQ-WALK-SUB TO FIB-INQ-BELOW-SUB
020347         GO TO 3130-EXIT
020348     END-IF.
020348     CALL 'FibCmpWide' USING
020348         BY REFERENCE FIB-INQ-TERM(FIB-INQ-WALK-SUB)
020348         BY REFERENCE FIB-INQ-TERM(FIB-INQ-BELOW-SUB)
020349         BY REFERENCE FIB-INQ-CMP-2-SW.
020349     IF FIB-INQ-CMP-2-HIGH
020349         MOVE FIB-INQ-WALK-SUB TO FIB-INQ-BELOW-SUB
020349     END-IF.
020350 3130-EXIT.
020350     EXIT.
020350*
020351****************************************************
020351**  3140-NOTE-ABOVE - KEEP THE SMALLEST TERM ABOVE *
020351**  THE VALUE (THE FIRST, ON A TIE).               *
020351****************************************************
020352 3140-NOTE-ABOVE.
020352     IF FIB-INQ-ABOVE-SUB = ZERO
020352         MOVE FIB-INQ-WALK-SUB TO FIB-INQ-ABOVE-SUB
020352         GO TO 3140-EXIT
020353     END-IF.
020353     CALL 'FibCmpWide' USING
020353         BY REFERENCE FIB-INQ-TERM(FIB-INQ-WALK-SUB)
020353         BY REFERENCE FIB-INQ-TERM(FIB-INQ-ABOVE-SUB)
020354         BY REFERENCE FIB-INQ-CMP-2-SW.
020354     IF FIB-INQ-CMP-2-LOW
020354         MOVE FIB-INQ-WALK-SUB TO FIB-INQ-ABOVE-SUB
020354     END-IF.
020355 3140-EXIT.
020355     EXIT.
020355*
020356****************************************************
020356**  3200-REPORT-POSITION - THE TERM NUMBER(S) THE  *
020356**  VALUE SITS AT, OR THE NEAREST TERMS BELOW AND  *
020356**  ABOVE IT WHEN IT IS NOT A TERM.                *
020357****************************************************
020357 3200-REPORT-POSITION.
020357     IF FIB-INQ-HIT-COUNT > ZERO
020357         PERFORM 3210-REPORT-ONE-HIT THRU 3210-EXIT
020358             VARYING FIB-INQ-HIT-X FROM 1 BY 1
020358             UNTIL FIB-INQ-HIT-X > FIB-INQ-HIT-COUNT
020358         GO TO 3200-EXIT
020358     END-IF.
020359     MOVE SPACES       TO FIB-INQR-REV-LABEL.
020359     MOVE "NOT A TERM" TO FIB-INQR-REV-TEXT.
020359     MOVE "NEAREST TERMS BELOW AND ABOVE:" TO FIB-INQR-REV-VALUE.
020359     PERFORM 3900-PUT-REVERSE-LINE THRU 3900-EXIT.
020360     MOVE SPACES TO FIB-INQR-REV-LABEL.
020360     IF FIB-INQ-BELOW-SUB = ZERO
020360         MOVE "BELOW" TO FIB-INQR-REV-TEXT
020360         MOVE "NONE - THE VALUE IS BELOW EVERY TERM"
020361             TO FIB-INQR-REV-VALUE
020361     ELSE
020361         MOVE "BELOW, I =" TO FIB-INQR-REV-TEXT
020362         COMPUTE FIB-INQR-REV-I = FIB-INQ-BELOW-SUB - 1
020362         MOVE FIB-INQ-BELOW-SUB TO FIB-INQ-SHOW-SUB
020362         PERFORM 3950-FORMAT-TERM THRU 3950-EXIT
020362     END-IF.
020363     PERFORM 3900-PUT-REVERSE-LINE THRU 3900-EXIT.
020363     MOVE SPACES TO FIB-INQR-REV-LABEL.
020363     IF FIB-INQ-ABOVE-SUB = ZERO
020363         MOVE "ABOVE" TO FIB-INQR-REV-TEXT
020364         MOVE "NONE IN THE TERMS WALKED"
020364             TO FIB-INQR-REV-VALUE
020364     ELSE
020364         MOVE "ABOVE, I =" TO FIB-INQR-REV-TEXT
020365         COMPUTE FIB-INQR-REV-I = FIB-INQ-ABOVE-SUB - 1
020365         MOVE FIB-INQ-ABOVE-SUB TO FIB-INQ-SHOW-SUB
020365         PERFORM 3950-FORMAT-TERM THRU 3950-EXIT
020365     END-IF.
020366     PERFORM 3900-PUT-REVERSE-LINE THRU 3900-EXIT.
020366 3200-EXIT.
020366     EXIT.
020367*
020367****************************************************
020367**  3210-REPORT-ONE-HIT - ONE TERM NUMBER.         *
020367****************************************************
020368 3210-REPORT-ONE-HIT.
020368     MOVE SPACES TO FIB-INQR-REV-LABEL.
020368     IF FIB-INQ-HIT-X = 1
020368         MOVE "IS TERM, I ="   TO FIB-INQR-REV-TEXT
020369     ELSE
020369         MOVE "ALSO TERM, I =" TO FIB-INQR-REV-TEXT
020369     END-IF.
020369     COMPUTE FIB-INQR-REV-I = FIB-INQ-HIT-SUB(FIB-INQ-HIT-X) - 1.
020370     MOVE SPACES TO FIB-INQR-REV-VALUE.
020370     PERFORM 3900-PUT-REVERSE-LINE THRU 3900-EXIT.
020370 3210-EXIT.
020370     EXIT.
020371*
020371****************************************************
020371**  3300-ZECKENDORF - THE VALUE AS THE UNIQUE SUM  *
020371**  OF NON-CONSECUTIVE FIBONACCI NUMBERS (FROM     *
020372**  FIB(2) UP): TAKE THE LARGEST TERM THAT FITS,   *
020372**  SUBTRACT IT, SKIP THE TERM BELOW IT, REPEAT.   *
020372**  THE WALK STOPPED ON THE FIRST TERM PAST THE    *
020373**  VALUE, SO THE ONE BEFORE IT IS WHERE TO START. *
020373**  THE REMAINDER MUST COME DOWN TO ZERO - IF IT   *
020373**  EVER DID NOT, THE LINE SAYS SO.                *
020373****************************************************
020374 3300-ZECKENDORF.
020374     MOVE SPACES       TO FIB-INQR-REV-LABEL.
020374     MOVE "ZECKENDORF" TO FIB-INQR-REV-TEXT.
020374     IF FIB-INQ-TARGET = ALL "0"
020375         MOVE "0 IS THE EMPTY SUM - NO PARTS"
020375             TO FIB-INQR-REV-VALUE
020375         PERFORM 3900-PUT-REVERSE-LINE THRU 3900-EXIT
020375         GO TO 3300-EXIT
020376     END-IF.
020376     MOVE FIB-INQ-TARGET TO FIB-INQ-ZECK-REMAIN.
020376     MOVE ZERO TO FIB-INQ-ZECK-COUNT.
020376     COMPUTE FIB-INQ-ZECK-SUB = FIB-INQ-TERM-COUNT - 1.
020377     PERFORM 3310-ZECK-ONE-STEP THRU 3310-EXIT
020377         UNTIL FIB-INQ-ZECK-REMAIN = ALL "0"
020377            OR FIB-INQ-ZECK-SUB < 3.
020378     IF FIB-INQ-ZECK-REMAIN NOT = ALL "0"
020378         MOVE "*** BREAKDOWN DID NOT FOOT TO THE VALUE ***"
020378             TO FIB-INQR-REV-VALUE
020378         PERFORM 3900-PUT-REVERSE-LINE THRU 3900-EXIT
020379         GO TO 3300-EXIT
020379     END-IF.
020379     MOVE FIB-INQ-ZECK-COUNT TO FIB-INQ-ZECK-HEAD-N.
020379     MOVE FIB-INQ-ZECK-HEAD  TO FIB-INQR-REV-VALUE.
020380     PERFORM 3900-PUT-REVERSE-LINE THRU 3900-EXIT.
020380     PERFORM 3320-REPORT-ONE-PART THRU 3320-EXIT
020380         VARYING FIB-INQ-ZECK-X FROM 1 BY 1
020380         UNTIL FIB-INQ-ZECK-X > FIB-INQ-ZECK-COUNT.
020381 3300-EXIT.
020381     EXIT.
020381*
020381****************************************************
020382**  3310-ZECK-ONE-STEP - TAKE THIS TERM IF IT FITS *
020382**  IN WHAT IS LEFT, THEN MOVE DOWN.               *
020382****************************************************
020382 3310-ZECK-ONE-STEP.
020383     CALL 'FibCmpWide' USING
020383         BY REFERENCE FIB-INQ-TERM(FIB-INQ-ZECK-SUB)
020383         BY REFERENCE FIB-INQ-ZECK-REMAIN
020384         BY REFERENCE FIB-INQ-CMP-SW.
020384     IF FIB-INQ-CMP-HIGH
020384         SUBTRACT 1 FROM FIB-INQ-ZECK-SUB
020384     ELSE
020385         CALL 'FibSubWide' USING
020385             BY REFERENCE FIB-INQ-ZECK-REMAIN
020385             BY REFERENCE FIB-INQ-TERM(FIB-INQ-ZECK-SUB)
020385             BY REFERENCE FIB-INQ-ZECK-REMAIN
020386             BY REFERENCE FIB-INQ-SUB-BORROW-SW
020386         ADD 1 TO FIB-INQ-ZECK-COUNT
020386         MOVE FIB-INQ-ZECK-SUB
020386             TO FIB-INQ-ZECK-PART(FIB-INQ-ZECK-COUNT)
020387         SUBTRACT 2 FROM FIB-INQ-ZECK-SUB
020387     END-IF.
020387 3310-EXIT.
020387     EXIT.
020388*
020388****************************************************
020388**  3320-REPORT-ONE-PART - ONE TERM OF THE SUM.    *
020389****************************************************
020389 3320-REPORT-ONE-PART.
020389     MOVE SPACES        TO FIB-INQR-REV-LABEL.
020389     MOVE "  + TERM I =" TO FIB-INQR-REV-TEXT.
020390     COMPUTE FIB-INQR-REV-I
020390         = FIB-INQ-ZECK-PART(FIB-INQ-ZECK-X) - 1.
020390     MOVE FIB-INQ-ZECK-PART(FIB-INQ-ZECK-X) TO FIB-INQ-SHOW-SUB.
020390     PERFORM 3950-FORMAT-TERM THRU 3950-EXIT.
020391     PERFORM 3900-PUT-REVERSE-LINE THRU 3900-EXIT.
020391 3320-EXIT.
020391     EXIT.
020391*
020392****************************************************
020392**  3900-PUT-REVERSE-LINE - ONE ANSWER LINE, TO    *
020392**  FIBINQR IN BATCH OR TO THE OPERATOR.           *
020392****************************************************
020393 3900-PUT-REVERSE-LINE.
020393     IF FIB-INQ-BATCH-MODE
020393         WRITE FIB-INQ-RPT-LINE FROM FIB-INQR-REV-LINE
020393     ELSE
020394         DISPLAY FIB-INQR-REV-LINE
020394     END-IF.
020394 3900-EXIT.
020395     EXIT.
020395*
020395****************************************************
020395**  3950-FORMAT-TERM - TERM FIB-INQ-SHOW-SUB INTO  *
020396**  THE ANSWER LINE, LEADING ZEROS STRIPPED.  THE  *
020396**  FIRST TERM PAST A 150-DIGIT VALUE CAN ITSELF   *
020396**  RUN TO 151 DIGITS, AND IS SAID TO.             *
020396****************************************************
020397 3950-FORMAT-TERM.
020397     IF FIB-INQ-TERM(FIB-INQ-SHOW-SUB)(1:5) NOT = "00000"
020397         MOVE "(MORE THAN 150 DIGITS)" TO FIB-INQR-REV-VALUE
020397     ELSE
020398         MOVE FIB-INQ-TERM(FIB-INQ-SHOW-SUB)(6:150)
020398             TO FIB-INQ-RESULT
020398         PERFORM 1200-FORMAT-RESULT THRU 1200-EXIT
020398         MOVE FIB-INQ-RESULT-DISP TO FIB-INQR-REV-VALUE
020399     END-IF.
020399 3950-EXIT.
020399     EXIT.
020400*
020410****************************************************
020411**  5000-BATCH-MODE - THE FIBINQC DECK IS PRESENT: *
020425*
020426****************************************************
020427**  5100-PROCESS-ONE-CARD - ECHO ONE CARD, EDIT    *
020427**  IT, AND ANSWER OR EXCEPTION IT.  A REVERSE     *
020427**  LOOKUP'S VALUE CARD(S) GO WITH IT.             *
020429****************************************************
020430 5100-PROCESS-ONE-CARD.
020431     READ FIB-INQ-CARD-FILE
020442                 WRITE FIB-INQ-RPT-LINE
020443                     FROM FIB-INQR-EXCEPT-LINE
020444             ELSE
020444                 IF FIB-INQ-REVERSE
020444                     PERFORM 5400-ANSWER-REVERSE THRU 5400-EXIT
020444                 ELSE
020444                     PERFORM 5300-ANSWER-CARD THRU 5300-EXIT
020444                 END-IF
020446             END-IF
020447     END-READ.
020448 5100-EXIT.
020454**  CLASSIC FIB (SEEDS 0 AND 1); A NAMED SEQUENCE  *
020455**  MUST BRING TWO NUMERIC SEEDS (TYPED LEFT-      *
020456**  JUSTIFIED, SLID RIGHT HERE).  A BAD CARD IS    *
020456**  FLAGGED, NEVER GUESSED AT.  "REV " IN PLACE OF *
020456**  N MAKES IT A REVERSE LOOKUP: THE SEQUENCE AND  *
020456**  SEEDS EDIT THE SAME, AND ITS VALUE CARD(S) ARE *
020456**  READ EVEN WHEN THE CARD IS BAD, SO THEY ARE    *
020456**  NEVER MISTAKEN FOR QUESTIONS.                  *
020458****************************************************
020459 5200-EDIT-CARD.
020460     MOVE "N" TO FIB-INQ-CARD-BAD-SW.
020460     MOVE "N" TO FIB-INQ-REVERSE-SW.
020460     IF FIB-INQC-N = "REV "
020460         SET FIB-INQ-REVERSE TO TRUE
020460     END-IF.
020461     IF FIB-INQC-N NOT NUMERIC
020461        AND NOT FIB-INQ-REVERSE
020462         SET FIB-INQ-CARD-BAD TO TRUE
020463         MOVE "TERM NUMBER NOT NUMERIC"
020464             TO FIB-INQR-EXCEPT-MSG
020480                 END-IF
020481             END-IF
020482         END-IF
020482     END-IF.
020482     IF FIB-INQ-REVERSE
020482         PERFORM 5260-READ-VALUE-CARDS THRU 5260-EXIT
020483     END-IF.
020484 5200-EXIT.
020485     EXIT.
020506         END-IF
020507     END-IF.
020508 5250-EXIT.
020508     EXIT.
020508*
020508****************************************************
020508**  5260-READ-VALUE-CARDS - PICK UP A REVERSE      *
020508**  LOOKUP'S VALUE: COLUMNS 1-75 OF ONE VALUE      *
020508**  CARD, OR OF TWO WHEN COLUMN 80 OF THE FIRST IS *
020508**  MARKED (THE FIRST MUST THEN BE FULL, SO THE    *
020508**  DIGITS RUN ON WITHOUT A GAP).  A REV CARD      *
020508**  ALREADY FLAGGED KEEPS ITS OWN REASON.          *
020508****************************************************
020508 5260-READ-VALUE-CARDS.
020508     MOVE SPACES TO FIB-INQ-VALUE-IN.
020508     PERFORM 5270-READ-ONE-VALUE-CARD THRU 5270-EXIT.
020508     IF FIB-INQ-CARD-EOF
020508         GO TO 5260-EXIT
020508     END-IF.
020508     MOVE FIB-INQV-DIGITS TO FIB-INQ-VALUE-IN(1:75).
020508     IF FIB-INQV-CONT NOT = SPACE
020508         PERFORM 5270-READ-ONE-VALUE-CARD THRU 5270-EXIT
020508         IF FIB-INQ-CARD-EOF
020508             GO TO 5260-EXIT
020508         END-IF
020508         MOVE FIB-INQV-DIGITS TO FIB-INQ-VALUE-IN(76:75)
020508         IF FIB-INQ-VALUE-IN(75:1) = SPACE
020508            AND NOT FIB-INQ-CARD-BAD
020508             SET FIB-INQ-CARD-BAD TO TRUE
020508             MOVE "CONTINUED VALUE CARD NOT FULL TO COL 75"
020508                 TO FIB-INQR-EXCEPT-MSG
020508         END-IF
020508         IF FIB-INQV-CONT NOT = SPACE
020508            AND NOT FIB-INQ-CARD-BAD
020508             SET FIB-INQ-CARD-BAD TO TRUE
020508             MOVE "VALUE RUNS PAST TWO CARDS (150 DIGITS)"
020508                 TO FIB-INQR-EXCEPT-MSG
020508         END-IF
020508     END-IF.
020508     IF NOT FIB-INQ-CARD-BAD
020508         PERFORM 3050-EDIT-VALUE THRU 3050-EXIT
020508     END-IF.
020508 5260-EXIT.
020508     EXIT.
020508*
020508****************************************************
020508**  5270-READ-ONE-VALUE-CARD - READ AND ECHO ONE   *
020508**  VALUE CARD UNDER ITS REV CARD'S NUMBER.  THE   *
020508**  DECK ENDING HERE FLAGS THE REV CARD.           *
020508****************************************************
020508 5270-READ-ONE-VALUE-CARD.
020508     READ FIB-INQ-CARD-FILE
020508         AT END
020508             SET FIB-INQ-CARD-EOF TO TRUE
020508             IF NOT FIB-INQ-CARD-BAD
020508                 SET FIB-INQ-CARD-BAD TO TRUE
020508                 MOVE "VALUE CARD MISSING AT END OF DECK"
020508                     TO FIB-INQR-EXCEPT-MSG
020508             END-IF
020508         NOT AT END
020508             ADD 1 TO FIB-INQ-VCARD-COUNT
020508             MOVE FIB-INQ-READ-COUNT  TO FIB-INQR-CARD-NO
020508             MOVE FIB-INQ-CARD-RECORD TO FIB-INQR-CARD-IMAGE
020508             WRITE FIB-INQ-RPT-LINE FROM FIB-INQR-ECHO-LINE
020508     END-READ.
020508 5270-EXIT.
020509     EXIT.
020510*
020511****************************************************
020534     ADD 1 TO FIB-INQ-ANS-COUNT.
020535 5300-EXIT.
020536     EXIT.
020536*
020536****************************************************
020536**  5400-ANSWER-REVERSE - A REVERSE LOOKUP CARD:   *
020536**  THE SAME WALK THE CONVERSATION USES, ITS LINES *
020536**  WRITTEN TO FIBINQR.                            *
020536****************************************************
020536 5400-ANSWER-REVERSE.
020536     PERFORM 3000-REVERSE-LOOKUP THRU 3000-EXIT.
020536     ADD 1 TO FIB-INQ-ANS-COUNT.
020536 5400-EXIT.
020536     EXIT.
020537*
020538****************************************************
020539**  5900-WRITE-TRAILER - FOOT THE RUN: EVERY CARD  *
020539**  READ IS EITHER ANSWERED OR EXCEPTIONED.  VALUE *
020539**  CARDS RIDE WITH THEIR REV CARD AND ARE COUNTED *
020539**  SEPARATELY.                                    *
020541****************************************************
020542 5900-WRITE-TRAILER.
020543     MOVE SPACES TO FIB-INQ-RPT-LINE.
020551     MOVE "CARDS EXCEPTIONED:" TO FIB-INQR-COUNT-DESC.
020552     MOVE FIB-INQ-EXC-COUNT    TO FIB-INQR-COUNT.
020553     WRITE FIB-INQ-RPT-LINE FROM FIB-INQR-COUNT-LINE.
020553     MOVE "VALUE CARDS READ:"  TO FIB-INQR-COUNT-DESC.
020553     MOVE FIB-INQ-VCARD-COUNT  TO FIB-INQR-COUNT.
020553     WRITE FIB-INQ-RPT-LINE FROM FIB-INQR-COUNT-LINE.
020554 5900-EXIT.
020555     EXIT.
020560*
