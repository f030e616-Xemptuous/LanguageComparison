000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. FibCmpWide.
000300 AUTHOR. R-HENSLEY.
000400 INSTALLATION. BATCH-PRODUCTION.
000500 DATE-WRITTEN. 10/15/2026.
000600 DATE-COMPILED.
000700*
000800*-----------------------------------------------------------------
000900*  MODIFICATION HISTORY
001000*-----------------------------------------------------------------
001100*  DATE       INIT  DESCRIPTION
001200*  10/15/26   RH    ORIGINAL PROGRAM.  COMPARES TWO 155-DIGIT
001300*                   UNSIGNED DISPLAY NUMBERS DIGIT BY DIGIT, LEFT
001400*                   TO RIGHT - THE FIRST POSITION WHERE THEY
001500*                   DIFFER DECIDES.  WIDE-CMP COMES BACK "<", "="
001600*                   OR ">" FOR WIDE-A AGAINST WIDE-B.  SAME
001700*                   LONGHAND DISCIPLINE AS FibAddWide AND
001800*                   FibDivWide, FOR VALUES FAR PAST WHAT THE
001900*                   COMPILERS' NUMERIC COMPARES HOLD.  WRITTEN FOR
002000*                   FibInquiry'S REVERSE LOOKUP (WHICH TERM, IF
002100*                   ANY, IS THIS VALUE), BUT GENERAL.
002200*-----------------------------------------------------------------
002300*
002400 DATA DIVISION.
002500 LOCAL-STORAGE SECTION.
002600 01  K                       PIC S9(4)  COMP-5.
002700 
002800 LINKAGE SECTION.
002900 01  WIDE-A.
003000     05  WIDE-A-DIGIT        PIC 9(01)  OCCURS 155 TIMES.
003100 01  WIDE-B.
003200     05  WIDE-B-DIGIT        PIC 9(01)  OCCURS 155 TIMES.
003300 01  WIDE-CMP                PIC X(01).
003400     88  WIDE-A-LOW              VALUE "<".
003500     88  WIDE-A-EQUAL            VALUE "=".
003600     88  WIDE-A-HIGH             VALUE ">".
003700 
003800 PROCEDURE DIVISION USING BY REFERENCE WIDE-A
003900                          BY REFERENCE WIDE-B
004000                          BY REFERENCE WIDE-CMP.
004100 0000-MAINLINE.
004200     SET WIDE-A-EQUAL TO TRUE
004300     PERFORM 1000-COMPARE-ONE-DIGIT THRU 1000-EXIT
004400         VARYING K FROM 1 BY 1
004500         UNTIL K > 155 OR NOT WIDE-A-EQUAL
004600     GOBACK.
004700*
004800****************************************************
004900**  1000-COMPARE-ONE-DIGIT - ONE COLUMN OF THE     *
005000**  LONGHAND COMPARE, LEFT TO RIGHT.               *
005100****************************************************
005200 1000-COMPARE-ONE-DIGIT.
005300     IF WIDE-A-DIGIT(K) < WIDE-B-DIGIT(K)
005400         SET WIDE-A-LOW TO TRUE
005500     ELSE
005600         IF WIDE-A-DIGIT(K) > WIDE-B-DIGIT(K)
005700             SET WIDE-A-HIGH TO TRUE
005800         END-IF
005900     END-IF.
006000 1000-EXIT.
006100     EXIT.
006200 END PROGRAM FibCmpWide.
