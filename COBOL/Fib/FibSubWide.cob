000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. FibSubWide.
000300 AUTHOR. R-HENSLEY.
000400 INSTALLATION. BATCH-PRODUCTION.
000500 DATE-WRITTEN. 10/15/2026.
000600 DATE-COMPILED.
000700*
000800*-----------------------------------------------------------------
000900*  MODIFICATION HISTORY
001000*-----------------------------------------------------------------
001100*  DATE       INIT  DESCRIPTION
001200*  10/15/26   RH    ORIGINAL PROGRAM.  SUBTRACTS ONE 155-DIGIT
001300*                   UNSIGNED DISPLAY NUMBER FROM ANOTHER (WIDE-C
001400*                   = WIDE-A - WIDE-B) DIGIT BY DIGIT, RIGHT TO
001500*                   LEFT WITH BORROW - THE COUNTERPART OF
001600*                   FibAddWide.  A BORROW OUT OF THE LEFTMOST
001700*                   DIGIT (WIDE-B WAS THE LARGER) COMES BACK AS
001800*                   WIDE-BORROW = "Y" AND THE RESULT HOLDS THE
001900*                   155-DIGIT COMPLEMENT, SO A CALLER THAT CANNOT
002000*                   BE SURE OF THE ORDER SHOULD CHECK IT, OR
002100*                   COMPARE FIRST WITH FibCmpWide.  THE RESULT
002200*                   FIELD MAY BE ONE OF THE OPERANDS - EACH
002300*                   POSITION IS READ BEFORE IT IS WRITTEN.
002400*                   WRITTEN FOR FibInquiry'S ZECKENDORF
002500*                   BREAKDOWN, BUT GENERAL.
002600*-----------------------------------------------------------------
002700*
002800 DATA DIVISION.
002900 LOCAL-STORAGE SECTION.
003000 01  WIDE-BORROW-DIGIT       PIC S9(4)  COMP-5.
003100 01  WIDE-DIGIT-DIFF         PIC S9(4)  COMP-5.
003200 01  K                       PIC S9(4)  COMP-5.
003300 
003400 LINKAGE SECTION.
003500 01  WIDE-A.
003600     05  WIDE-A-DIGIT        PIC 9(01)  OCCURS 155 TIMES.
003700 01  WIDE-B.
003800     05  WIDE-B-DIGIT        PIC 9(01)  OCCURS 155 TIMES.
003900 01  WIDE-C.
004000     05  WIDE-C-DIGIT        PIC 9(01)  OCCURS 155 TIMES.
004100 01  WIDE-BORROW             PIC X(01).
004200     88  WIDE-BORROW-DETECTED    VALUE "Y".
004300     88  WIDE-NO-BORROW          VALUE "N".
004400 
004500 PROCEDURE DIVISION USING BY REFERENCE WIDE-A
004600                          BY REFERENCE WIDE-B
004700                          BY REFERENCE WIDE-C
004800                          BY REFERENCE WIDE-BORROW.
004900 0000-MAINLINE.
005000     SET WIDE-NO-BORROW TO TRUE
005100     MOVE ZERO TO WIDE-BORROW-DIGIT
005200     PERFORM 1000-SUBTRACT-ONE-DIGIT THRU 1000-EXIT
005300         VARYING K FROM 155 BY -1 UNTIL K < 1
005400     IF WIDE-BORROW-DIGIT > ZERO
005500         SET WIDE-BORROW-DETECTED TO TRUE
005600     END-IF
005700     GOBACK.
005800*
005900****************************************************
006000**  1000-SUBTRACT-ONE-DIGIT - ONE COLUMN OF THE    *
006100**  LONGHAND SUBTRACTION, RIGHT TO LEFT.           *
006200****************************************************
006300 1000-SUBTRACT-ONE-DIGIT.
006400     COMPUTE WIDE-DIGIT-DIFF
006500         = WIDE-A-DIGIT(K) - WIDE-B-DIGIT(K) - WIDE-BORROW-DIGIT.
006600     IF WIDE-DIGIT-DIFF < ZERO
006700         ADD 10 TO WIDE-DIGIT-DIFF
006800         MOVE 1 TO WIDE-BORROW-DIGIT
006900     ELSE
007000         MOVE ZERO TO WIDE-BORROW-DIGIT
007100     END-IF.
007200     MOVE WIDE-DIGIT-DIFF TO WIDE-C-DIGIT(K).
007300 1000-EXIT.
007400     EXIT.
007500 END PROGRAM FibSubWide.
