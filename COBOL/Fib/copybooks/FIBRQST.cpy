000100*-----------------------------------------------------------------
000200*  FIBRQST - REQUESTOR MASTER, ONE KEYED RECORD PER REQUESTOR ID
000300*  (KSDS, KEY = FIB-RQST-REQUESTOR, 8 BYTES AT OFFSET 0).  THE
000400*  REQUESTOR ID ON A FIBPARM CARD OR A FIBDLVP PROFILE USED TO BE
000500*  FREE TEXT - A TYPO IN FibParmMaint QUIETLY CREATED A NEW
000600*  "REQUESTOR" THAT WAS COMPUTED, ARCHIVED AND SPLIT.  NOW EVERY
000700*  REQUESTOR MUST BE ON THIS MASTER: WHO OWNS IT (DEPARTMENT,
000800*  CONTACT, COST CENTER), WHETHER IT IS ACTIVE, WHEN ITS
000900*  ENTITLEMENT EXPIRES, THE HIGHEST UPPER BOUND IT MAY ASK FOR,
001000*  AND THE SEQUENCE IDS IT MAY RUN.  FibParmMaint, FibDlvpMaint
001100*  AND THE NIGHTLY RUN (Fibonacci, 1145-CHECK-ENTITLEMENT) ALL
001200*  ENFORCE IT.  MAINTAINED ONLY THROUGH FibRqstMaint, WHICH
001300*  STAMPS THE OPERATOR AND AUDITS EVERY CHANGE TO FIBRAUD (SEE
001400*  FIBRAUD.CPY).
001500*
001600*  FIB-RQST-EXPIRY-DATE IS THE LAST DAY (CCYYMMDD) THE
001700*  ENTITLEMENT IS GOOD FOR; ZERO MEANS IT NEVER EXPIRES.  THE
001800*  PERMITTED SEQUENCE IDS ARE LEFT-PACKED - BLANK SLOTS ARE
001900*  UNUSED, AND THE CLASSIC SEQUENCE IS NAMED "FIB" HERE THE SAME
002000*  AS A BLANK SEQUENCE ID ON A CARD IS.
002100*-----------------------------------------------------------------
002200*  DATE       INIT  DESCRIPTION
002300*  10/15/26   RH    ORIGINAL COPYBOOK.
002400*-----------------------------------------------------------------
002500 01  FIB-RQST-RECORD.
002600     05  FIB-RQST-REQUESTOR      PIC X(08).
002700     05  FIB-RQST-DEPT           PIC X(20).
002800     05  FIB-RQST-CONTACT        PIC X(30).
002900     05  FIB-RQST-COST-CENTER    PIC X(08).
003000     05  FIB-RQST-STATUS-SW      PIC X(01).
003100         88  FIB-RQST-ACTIVE             VALUE "A".
003200         88  FIB-RQST-INACTIVE           VALUE "I".
003300     05  FIB-RQST-EXPIRY-DATE    PIC 9(08).
003400         88  FIB-RQST-NO-EXPIRY          VALUE ZERO.
003500     05  FIB-RQST-MAX-BOUND      PIC 9(04).
003600     05  FIB-RQST-SEQ-TABLE.
003700         10  FIB-RQST-SEQ-ID     PIC X(08)  OCCURS 4 TIMES.
003800     05  FIB-RQST-AUTH-OPER      PIC X(08).
003900     05  FILLER                  PIC X(21).
