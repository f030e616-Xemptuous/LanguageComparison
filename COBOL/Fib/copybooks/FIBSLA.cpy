000100*-----------------------------------------------------------------
000200*  FIBSLA - BATCH-WINDOW DELIVERY DEADLINES, ONE RECORD PER
000300*  REQUESTOR AND FIBDLVP DESTINATION NODE.  THE DEADLINE IS A
000400*  TIME OF DAY (HHMM) ON THE RUN DATE (DAY 0) OR THE MORNING
000500*  AFTER IT (DAY 1) - "ANALYTICS BY 06:00" IS DAY 1, 0600.  THE
000600*  WARNING THRESHOLD IS HOW MANY MINUTES AHEAD OF THE DEADLINE
000700*  A PROJECTED FINISH COUNTS AS "AT RISK".  A REQUEST'S DEADLINE
000800*  IS TAKEN FROM THE FIRST ROW THAT MATCHES, IN THIS ORDER:
000900*      REQUESTOR AND NODE
001000*      REQUESTOR, NODE "*" (ANY NODE)
001100*      REQUESTOR "*", NODE (ANYONE DELIVERED TO THAT NODE)
001200*      REQUESTOR "*", NODE "*" (THE SHOP-WIDE DEFAULT)
001300*  THE NODE IS THE REQUESTOR'S FIBDLVP DESTINATION.  A REQUESTOR
001400*  WITH NO MATCHING ROW HAS NO SLA - IT IS NEVER PAGED FOR AND
001500*  IS LISTED, NOT SCORED, ON THE MONTH-END COMPLIANCE REPORT.
001600*  READ BY Fibonacci (MID-RUN PROJECTION) AND FibSlaReport;
001700*  MAINTAINED ONLY THROUGH FibSlaMaint, WHICH VALIDATES, STAMPS
001800*  THE OPERATOR, AND AUDITS EVERY CHANGE TO FIBLAUD (FIBPAUD
001900*  LAYOUT).
002000*-----------------------------------------------------------------
002100*  DATE       INIT  DESCRIPTION
002200*  10/15/26   RH    ORIGINAL COPYBOOK.
002300*-----------------------------------------------------------------
002400 01  FIB-SLA-RECORD.
002500     05  FIB-SLA-REQUESTOR       PIC X(08).
002600         88  FIB-SLA-ANY-REQUESTOR       VALUE "*".
002700     05  FIB-SLA-DEST-NODE       PIC X(17).
002800         88  FIB-SLA-ANY-NODE            VALUE "*".
002900     05  FIB-SLA-DEADLINE-DAY    PIC 9(01).
003000         88  FIB-SLA-DAY-VALID           VALUE 0 1.
003100     05  FIB-SLA-DEADLINE-TIME   PIC 9(04).
003200     05  FIB-SLA-DEADLINE-HM     REDEFINES FIB-SLA-DEADLINE-TIME.
003300         10  FIB-SLA-DEADLINE-HH PIC 9(02).
003400         10  FIB-SLA-DEADLINE-MM PIC 9(02).
003500     05  FIB-SLA-WARN-MINUTES    PIC 9(04).
003600     05  FIB-SLA-AUTH-OPER       PIC X(08).
003700     05  FILLER                  PIC X(38).
