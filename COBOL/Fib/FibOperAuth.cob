000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. FibOperAuth.
000300 AUTHOR. R-HENSLEY.
000400 INSTALLATION. BATCH-PRODUCTION.
000500 DATE-WRITTEN. 10/15/2026.
000600 DATE-COMPILED.
000700*
000800*-----------------------------------------------------------------
000900*  MODIFICATION HISTORY
001000*-----------------------------------------------------------------
001100*  DATE       INIT  DESCRIPTION
001200*  10/15/26   RH    ORIGINAL PROGRAM.  THE ONE ANSWER TO "MAY THIS
001300*                   OPERATOR DO THIS?", CALLED BY EVERY
001400*                   MAINTENANCE AND UTILITY PROGRAM BEFORE IT
001500*                   TOUCHES ANYTHING (FibParmMaint, FibDlvpMaint,
001600*                   FibHistPurge, FibHistArch RESTORE,
001700*                   FibHistRebuild, FibWorkRoll, FibOperMaint, AND
001800*                   THE FibOperGate JCL STEP).  THE OPERATOR MUST
001900*                   BE ON THE FIBOPER REGISTRY (SEE FIBOPER.CPY),
002000*                   ACTIVE, AND HOLD THE AUTHORITY NAMED IN THE
002100*                   PARAMETER BLOCK (SEE FIBOCHK.CPY).  A REGISTRY
002200*                   THAT CANNOT BE OPENED REFUSES EVERYONE - THE
002300*                   CHECK NEVER FAILS OPEN.  EVERY REFUSAL IS
002400*                   DISPLAYED AND APPENDED TO THE FIBSECV SECURITY
002500*                   VIOLATION LOG (SEE FIBSECV.CPY) HERE, SO EACH
002600*                   CALLER LOGS IT THE SAME WAY.  BOTH FILES ARE
002700*                   OPENED AND CLOSED ON EVERY CALL.
002720*  10/15/26   RH    NOW ALSO CALLED BY FibRqstMaint (RQST),
002740*                   FibRateMaint (RATE), FibSlaMaint (SLA) AND
002760*                   FibStepState FORCE/RESUME (STEP) - FOUR NEW
002780*                   AUTHORITY CODES, REGISTRY FLAGS 8-11.
002800*-----------------------------------------------------------------
002900*
003000 ENVIRONMENT DIVISION.
003100 INPUT-OUTPUT SECTION.
003200 FILE-CONTROL.
003300     SELECT FIB-OPER-FILE     ASSIGN TO "FIBOPER"
003400         ORGANIZATION IS INDEXED
003500         ACCESS MODE IS RANDOM
003600         RECORD KEY IS FIB-OPER-OPERATOR
003700         FILE STATUS IS FIB-OPER-FILE-STATUS.
003800 
003900     SELECT FIB-SECV-FILE     ASSIGN TO "FIBSECV"
004000         ORGANIZATION IS LINE SEQUENTIAL
004100         FILE STATUS IS FIB-SECV-FILE-STATUS.
004200 
004300 DATA DIVISION.
004400 FILE SECTION.
004500*
004600****************************************************
004700**  FIB-OPER-FILE - THE OPERATOR AUTHORITY         *
004800**  REGISTRY, READ BY KEY.  SEE FIBOPER.CPY.       *
004900****************************************************
005000 FD  FIB-OPER-FILE.
005100     COPY FIBOPER.
005200*
005300****************************************************
005400**  FIB-SECV-FILE - THE SECURITY VIOLATION LOG.    *
005500**  SEE FIBSECV.CPY.                               *
005600****************************************************
005700 FD  FIB-SECV-FILE.
005800     COPY FIBSECV.
005900 
006000 WORKING-STORAGE SECTION.
006100 01  FIB-OPER-FILE-STATUS     PIC X(02).
006200     88  FIB-OPER-FILE-OK            VALUE "00".
006300 01  FIB-SECV-FILE-STATUS     PIC X(02).
006400     88  FIB-SECV-FILE-OK            VALUE "00".
006500     88  FIB-SECV-FILE-NOT-FOUND     VALUE "35".
006600 01  FIB-OA-AUTH-SUB          PIC S9(4)  COMP-5.
006700 01  FIB-OA-SCAN              PIC S9(4)  COMP-5.
006800 01  FIB-OA-REASON-SW         PIC X(01).
006900 01  FIB-OA-REASON            PIC X(30).
007000 01  FIB-OA-TIME-RAW          PIC X(08).
007100*
007200****************************************************
007300**  THE AUTHORITY CODES, IN REGISTRY FLAG ORDER.   *
007400****************************************************
007500 01  FIB-OA-AUTH-NAMES-X.
007600     05  FILLER               PIC X(08)          VALUE "DECK".
007700     05  FILLER               PIC X(08)          VALUE "DLVP".
007800     05  FILLER               PIC X(08)          VALUE "LOCK".
007900     05  FILLER               PIC X(08)          VALUE "PURGE".
008000     05  FILLER               PIC X(08)          VALUE "REBUILD".
008100     05  FILLER               PIC X(08)          VALUE "ROLL".
008200     05  FILLER               PIC X(08)          VALUE "ADMIN".
008220     05  FILLER               PIC X(08)          VALUE "RQST".
008240     05  FILLER               PIC X(08)          VALUE "RATE".
008260     05  FILLER               PIC X(08)          VALUE "SLA".
008280     05  FILLER               PIC X(08)          VALUE "STEP".
008300 01  FIB-OA-AUTH-NAMES-T      REDEFINES FIB-OA-AUTH-NAMES-X.
008400     05  FIB-OA-AUTH-NAME     OCCURS 11 TIMES
008500                               PIC X(08).
008600 
008700 LINKAGE SECTION.
008800     COPY FIBOCHK.
008900 
009000 PROCEDURE DIVISION USING BY REFERENCE FIB-OCHK-PARMS.
009100*
009200****************************************************
009300**  0000-MAINLINE                                  *
009400****************************************************
009500 0000-MAINLINE.
009600     SET FIB-OCHK-REFUSED TO TRUE.
009700     MOVE SPACES TO FIB-OA-REASON-SW.
009800     PERFORM 1000-CHECK-OPERATOR THRU 1000-EXIT.
009900     IF FIB-OCHK-REFUSED
010000         PERFORM 2000-LOG-VIOLATION THRU 2000-EXIT
010100     END-IF.
010200     GOBACK.
010300*
010400****************************************************
010500**  1000-CHECK-OPERATOR - EACH TEST IN TURN; THE   *
010600**  FIRST THAT FAILS SETS THE REASON AND ENDS THE  *
010700**  CHECK.  ONLY AN OPERATOR WHO PASSES THEM ALL   *
010800**  IS GRANTED.                                    *
010900****************************************************
011000 1000-CHECK-OPERATOR.
011100     IF FIB-OCHK-OPERATOR = SPACES
011200         MOVE "B" TO FIB-OA-REASON-SW
011300         MOVE "NO OPERATOR ID GIVEN" TO FIB-OA-REASON
011400         GO TO 1000-EXIT
011500     END-IF.
011600     MOVE ZERO TO FIB-OA-AUTH-SUB.
011700     PERFORM 1100-FIND-AUTHORITY THRU 1100-EXIT
011800         VARYING FIB-OA-SCAN FROM 1 BY 1
011900         UNTIL FIB-OA-SCAN > 11 OR FIB-OA-AUTH-SUB > ZERO.
012000     IF FIB-OA-AUTH-SUB = ZERO
012100         MOVE "X" TO FIB-OA-REASON-SW
012200         MOVE "UNKNOWN AUTHORITY CODE" TO FIB-OA-REASON
012300         GO TO 1000-EXIT
012400     END-IF.
012500     OPEN INPUT FIB-OPER-FILE.
012600     IF NOT FIB-OPER-FILE-OK
012700         MOVE "F" TO FIB-OA-REASON-SW
012800         MOVE "OPERATOR REGISTRY UNAVAILABLE" TO FIB-OA-REASON
012900         DISPLAY "OPERATOR REGISTRY FIBOPER COULD NOT BE OPENED, "
013000             "STATUS = " FIB-OPER-FILE-STATUS
013100         GO TO 1000-EXIT
013200     END-IF.
013300     MOVE FIB-OCHK-OPERATOR TO FIB-OPER-OPERATOR.
013400     READ FIB-OPER-FILE
013500         INVALID KEY
013600             MOVE "U" TO FIB-OA-REASON-SW
013700             MOVE "NOT ON THE OPERATOR REGISTRY" TO FIB-OA-REASON
013800     END-READ.
013900     CLOSE FIB-OPER-FILE.
014000     IF FIB-OA-REASON-SW NOT = SPACES
014100         GO TO 1000-EXIT
014200     END-IF.
014300     IF NOT FIB-OPER-ACTIVE
014400         MOVE "I" TO FIB-OA-REASON-SW
014500         MOVE "OPERATOR IS INACTIVE" TO FIB-OA-REASON
014600         GO TO 1000-EXIT
014700     END-IF.
014800     IF FIB-OPER-AUTH-FLAG(FIB-OA-AUTH-SUB) NOT = "Y"
014900         MOVE "N" TO FIB-OA-REASON-SW
015000         MOVE "AUTHORITY NOT HELD" TO FIB-OA-REASON
015100         GO TO 1000-EXIT
015200     END-IF.
015300     SET FIB-OCHK-GRANTED TO TRUE.
015400 1000-EXIT.
015500     EXIT.
015600*
015700****************************************************
015800**  1100-FIND-AUTHORITY - WHICH REGISTRY FLAG THE  *
015900**  ASKED-FOR AUTHORITY IS.                        *
016000****************************************************
016100 1100-FIND-AUTHORITY.
016200     IF FIB-OA-AUTH-NAME(FIB-OA-SCAN) = FIB-OCHK-AUTHORITY
016300         MOVE FIB-OA-SCAN TO FIB-OA-AUTH-SUB
016400     END-IF.
016500 1100-EXIT.
016600     EXIT.
016700*
016800****************************************************
016900**  2000-LOG-VIOLATION - TELL THE OPERATOR WHY,    *
017000**  AND APPEND THE REFUSAL TO FIBSECV.  A LOG      *
017100**  THAT WILL NOT OPEN IS REPORTED BUT DOES NOT    *
017200**  TURN THE REFUSAL INTO A GRANT.                 *
017300****************************************************
017400 2000-LOG-VIOLATION.
017500     DISPLAY "OPERATOR '" FIB-OCHK-OPERATOR "' REFUSED "
017600         FIB-OCHK-AUTHORITY " AUTHORITY FOR " FIB-OCHK-PROGRAM
017700         " - " FIB-OA-REASON.
017800     MOVE SPACES              TO FIB-SECV-RECORD.
017900     ACCEPT FIB-SECV-DATE FROM DATE YYYYMMDD.
018000     ACCEPT FIB-OA-TIME-RAW FROM TIME.
018100     MOVE FIB-OA-TIME-RAW(1:6) TO FIB-SECV-TIME.
018200     MOVE FIB-OCHK-OPERATOR   TO FIB-SECV-OPERATOR.
018300     MOVE FIB-OCHK-PROGRAM    TO FIB-SECV-PROGRAM.
018400     MOVE FIB-OCHK-AUTHORITY  TO FIB-SECV-AUTHORITY.
018500     MOVE FIB-OA-REASON-SW    TO FIB-SECV-REASON-SW.
018600     MOVE FIB-OA-REASON       TO FIB-SECV-REASON.
018700     OPEN EXTEND FIB-SECV-FILE.
018800     IF FIB-SECV-FILE-NOT-FOUND
018900         OPEN OUTPUT FIB-SECV-FILE
019000     END-IF.
019100     IF NOT FIB-SECV-FILE-OK
019200         DISPLAY "SECURITY VIOLATION LOG FIBSECV COULD NOT BE "
019300             "OPENED, STATUS = " FIB-SECV-FILE-STATUS
019400             " - THIS REFUSAL IS NOT LOGGED"
019500         GO TO 2000-EXIT
019600     END-IF.
019700     WRITE FIB-SECV-RECORD.
019800     CLOSE FIB-SECV-FILE.
019900 2000-EXIT.
020000     EXIT.
020100 END PROGRAM FibOperAuth.
