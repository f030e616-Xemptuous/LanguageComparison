000100*-----------------------------------------------------------------
000200*  FIBOPER - OPERATOR AUTHORITY REGISTRY, ONE KEYED RECORD PER
000300*  OPERATOR ID (KSDS, KEY = FIB-OPER-OPERATOR, 8 BYTES AT OFFSET
000400*  0, RECORD 80 - SEE JOB FIBOPDEF).  EVERY OPERATOR ID IN THIS
000500*  SYSTEM USED TO BE SIMPLY TYPED IN - THE FIB-PARM-AUTH-OPER
000600*  STAMP, THE FIBPAUD AND FIBDAUD OPERATOR, THE FIBLOCK HOLDER,
000700*  AND WHOEVER RAN THE PURGE OR THE REBUILD - SO ANYONE COULD
000800*  KEY ANYTHING, THE LOCK OVERRIDE INCLUDED.  NOW AN OPERATOR
000900*  MUST BE ON THIS REGISTRY, ACTIVE, AND HOLD THE AUTHORITY THE
001000*  WORK NEEDS; FibOperAuth ANSWERS THAT QUESTION FOR EVERY
001100*  MAINTENANCE AND UTILITY PROGRAM AND LOGS EACH REFUSAL TO
001200*  FIBSECV (SEE FIBSECV.CPY).  MAINTAINED ONLY THROUGH
001300*  FibOperMaint, WHICH NEEDS THE ADMIN AUTHORITY, STAMPS WHO MADE
001400*  THE CHANGE AND WHEN, AND AUDITS EVERY CHANGE TO FIBOAUD (SEE
001500*  FIBOAUD.CPY).
001600*
001700*  EACH AUTHORITY FLAG IS "Y" (HELD) OR "N".  THE FLAGS ARE ALSO
001800*  ADDRESSABLE AS A TABLE (FIB-OPER-AUTH-FLAG), IN THE ORDER OF
001900*  THE AUTHORITY CODES IN FIBOCHK.CPY:
002000*    1  DECK    - FIBPARM REQUEST DECK MAINTENANCE (FibParmMaint)
002100*    2  DLVP    - DELIVERY-PROFILE MAINTENANCE (FibDlvpMaint)
002200*    3  LOCK    - OVERRIDE A STALE FIBLOCK RUN-CONTROL LOCK
002300*    4  PURGE   - FIBHIST PURGE AND ARCHIVE RESTORE (FibHistPurge,
002400*                 FibHistArch MODE R)
002500*    5  REBUILD - FIBHIST FORWARD RECOVERY (FibHistRebuild)
002600*    6  ROLL    - WORKING-DATASET ROLLOVER (FibWorkRoll)
002700*    7  ADMIN   - MAINTAIN THIS REGISTRY (FibOperMaint)
002720*    8  RQST    - REQUESTOR MASTER MAINTENANCE (FibRqstMaint)
002740*    9  RATE    - CHARGEBACK RATE MAINTENANCE (FibRateMaint)
002760*   10  SLA     - DELIVERY DEADLINE MAINTENANCE (FibSlaMaint)
002780*   11  STEP    - FORCE A STEP OR RESUME A NIGHT (FibStepState)
002800*  FIB-OPER-CHG-DATE AND FIB-OPER-AUTH-OPER ARE WHEN AND BY WHOM
002900*  THE RECORD WAS LAST CHANGED, FOR ACCESS RECERTIFICATION.
003000*-----------------------------------------------------------------
003100*  DATE       INIT  DESCRIPTION
003200*  10/15/26   RH    ORIGINAL COPYBOOK.
003220*  10/15/26   RH    ADDED AUTHORITIES 8-11 (RQST, RATE, SLA, STEP)
003240*                   OUT OF THE FILLER - RECORD LENGTH UNCHANGED.
003260*                   EXISTING RECORDS HOLD NONE OF THEM UNTIL
003280*                   GRANTED THROUGH FibOperMaint.
003300*-----------------------------------------------------------------
003400 01  FIB-OPER-RECORD.
003500     05  FIB-OPER-OPERATOR       PIC X(08).
003600     05  FIB-OPER-NAME           PIC X(30).
003700     05  FIB-OPER-STATUS-SW      PIC X(01).
003800         88  FIB-OPER-ACTIVE             VALUE "A".
003900         88  FIB-OPER-INACTIVE           VALUE "I".
004000     05  FIB-OPER-AUTHORITIES.
004100         10  FIB-OPER-AUTH-DECK  PIC X(01).
004200             88  FIB-OPER-HAS-DECK       VALUE "Y".
004300         10  FIB-OPER-AUTH-DLVP  PIC X(01).
004400             88  FIB-OPER-HAS-DLVP       VALUE "Y".
004500         10  FIB-OPER-AUTH-LOCK  PIC X(01).
004600             88  FIB-OPER-HAS-LOCK       VALUE "Y".
004700         10  FIB-OPER-AUTH-PURGE PIC X(01).
004800             88  FIB-OPER-HAS-PURGE      VALUE "Y".
004900         10  FIB-OPER-AUTH-REBUILD
005000                                 PIC X(01).
005100             88  FIB-OPER-HAS-REBUILD    VALUE "Y".
005200         10  FIB-OPER-AUTH-ROLL  PIC X(01).
005300             88  FIB-OPER-HAS-ROLL       VALUE "Y".
005400         10  FIB-OPER-AUTH-ADMIN PIC X(01).
005500             88  FIB-OPER-HAS-ADMIN      VALUE "Y".
005511         10  FIB-OPER-AUTH-RQST  PIC X(01).
005522             88  FIB-OPER-HAS-RQST       VALUE "Y".
005533         10  FIB-OPER-AUTH-RATE  PIC X(01).
005544             88  FIB-OPER-HAS-RATE       VALUE "Y".
005555         10  FIB-OPER-AUTH-SLA   PIC X(01).
005566             88  FIB-OPER-HAS-SLA        VALUE "Y".
005577         10  FIB-OPER-AUTH-STEP  PIC X(01).
005588             88  FIB-OPER-HAS-STEP       VALUE "Y".
005600     05  FIB-OPER-AUTH-TABLE     REDEFINES FIB-OPER-AUTHORITIES.
005700         10  FIB-OPER-AUTH-FLAG  PIC X(01)  OCCURS 11 TIMES.
005800     05  FIB-OPER-CHG-DATE       PIC 9(08).
005900     05  FIB-OPER-AUTH-OPER      PIC X(08).
006000     05  FILLER                  PIC X(14).
