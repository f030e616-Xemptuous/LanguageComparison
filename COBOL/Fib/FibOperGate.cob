000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. FibOperGate.
000300 AUTHOR. R-HENSLEY.
000400 INSTALLATION. BATCH-PRODUCTION.
000500 DATE-WRITTEN. 10/15/2026.
000600 DATE-COMPILED.
000700*
000800*-----------------------------------------------------------------
000900*  MODIFICATION HISTORY
001000*-----------------------------------------------------------------
001100*  DATE       INIT  DESCRIPTION
001200*  10/15/26   RH    ORIGINAL PROGRAM.  OUR OWN PROGRAMS CHECK
001300*                   THEIR OPERATOR AGAINST THE FIBOPER REGISTRY
001400*                   THEMSELVES (FibOperAuth), BUT SOME JOBS DO
001500*                   THEIR DAMAGE IN A UTILITY STEP BEFORE THE
001600*                   PROGRAM EVER GETS CONTROL - FIBHRBLD'S IDCAMS
001700*                   STEP DELETES THE LIVE FIBHIST CLUSTER AHEAD OF
001800*                   FibHistRebuild.  THIS SMALL STEP ASKS THE SAME
001900*                   QUESTION FROM THE JCL, THE WAY FibStepGate
002000*                   GUARDS THE UTILITY STEPS OF FIBJOB.  THE SYSIN
002100*                   CARD NAMES THE OPERATOR (COLUMNS 1-8), THE
002200*                   AUTHORITY (10-17, A CODE FROM FIBOCHK.CPY) AND
002300*                   THE PROGRAM BEING GUARDED (19-34, FOR THE
002400*                   FIBSECV LOG).  RC 0 - GRANTED.  RC 8 - REFUSED
002500*                   (ALREADY LOGGED); THE GUARDED STEPS ARE
002600*                   BYPASSED BY THEIR COND.  RC 16 - A BAD CARD.
002633*  10/15/26   RH    ACCEPTS THE NEW RQST, RATE, SLA AND STEP
002666*                   AUTHORITY CODES.
002700*-----------------------------------------------------------------
002800*
002900 DATA DIVISION.
003000 WORKING-STORAGE SECTION.
003100*
003200****************************************************
003300**  THE SYSIN CONTROL CARD.                        *
003400****************************************************
003500 01  FIB-OG-CARD.
003600     05  FIB-OG-OPERATOR      PIC X(08).
003700     05  FILLER               PIC X(01).
003800     05  FIB-OG-AUTHORITY     PIC X(08).
003900         88  FIB-OG-AUTH-VALID        VALUE "DECK" "DLVP" "LOCK"
004000                                            "PURGE" "REBUILD"
004066                                            "ROLL" "ADMIN" "RQST"
004132                                            "RATE" "SLA" "STEP".
004200     05  FILLER               PIC X(01).
004300     05  FIB-OG-PROGRAM       PIC X(16).
004400     05  FILLER               PIC X(46).
004500     COPY FIBOCHK.
004600 
004700 PROCEDURE DIVISION.
004800*
004900****************************************************
005000**  0000-MAINLINE                                  *
005100****************************************************
005200 0000-MAINLINE.
005300     PERFORM 1000-INITIALIZE      THRU 1000-EXIT.
005400     IF RETURN-CODE = ZERO
005500         PERFORM 2000-CHECK-OPERATOR THRU 2000-EXIT
005600     END-IF.
005700     STOP RUN.
005800*
005900****************************************************
006000**  1000-INITIALIZE - TAKE AND EDIT THE CARD.  A   *
006100**  BLANK OPERATOR IS NOT A CARD ERROR - IT GOES   *
006200**  TO THE CHECK AND IS REFUSED AND LOGGED LIKE    *
006300**  ANY OTHER.                                     *
006400****************************************************
006500 1000-INITIALIZE.
006600     MOVE SPACES TO FIB-OG-CARD.
006700     ACCEPT FIB-OG-CARD.
006800     IF NOT FIB-OG-AUTH-VALID
006900        OR FIB-OG-PROGRAM = SPACES
007000         DISPLAY "FIBOPERGATE: CARD MUST BE OPERATOR, AUTHORITY "
007100             "AND PROGRAM - GOT " FIB-OG-CARD(1:34)
007200         MOVE 16 TO RETURN-CODE
007300     END-IF.
007400 1000-EXIT.
007500     EXIT.
007600*
007700****************************************************
007800**  2000-CHECK-OPERATOR - RC 0 IF GRANTED, RC 8    *
007900**  IF REFUSED.                                    *
008000****************************************************
008100 2000-CHECK-OPERATOR.
008200     MOVE FIB-OG-OPERATOR  TO FIB-OCHK-OPERATOR.
008300     MOVE FIB-OG-AUTHORITY TO FIB-OCHK-AUTHORITY.
008400     MOVE FIB-OG-PROGRAM   TO FIB-OCHK-PROGRAM.
008500     CALL 'FibOperAuth' USING BY REFERENCE FIB-OCHK-PARMS.
008600     IF FIB-OCHK-GRANTED
008700         DISPLAY "FIBOPERGATE: OPERATOR " FIB-OG-OPERATOR
008800             " HOLDS " FIB-OG-AUTHORITY " AUTHORITY - "
008900             FIB-OG-PROGRAM " MAY RUN"
009000     ELSE
009100         DISPLAY "FIBOPERGATE: " FIB-OG-PROGRAM
009200             " REFUSED - THE GUARDED STEPS WILL NOT RUN"
009300         MOVE 8 TO RETURN-CODE
009400     END-IF.
009500 2000-EXIT.
009600     EXIT.
009700 END PROGRAM FibOperGate.
