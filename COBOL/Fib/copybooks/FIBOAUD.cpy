000100*-----------------------------------------------------------------
000200*  FIBOAUD - OPERATOR-REGISTRY CHANGE AUDIT RECORD.  ONE RECORD
000300*  APPENDED BY FibOperMaint FOR EVERY CHANGE MADE TO THE FIBOPER
000400*  REGISTRY, THE SAME SHAPE AS THE REQUESTOR MASTER'S FIBRAUD
000500*  TRAIL: WHO (THE ADMINISTERING OPERATOR), WHEN (DATE AND TIME),
000600*  WHAT (ADD, UPDATE OR DELETE OF ONE OPERATOR), AND THE FULL
000700*  BEFORE AND AFTER REGISTRY RECORD IMAGES (80 BYTES - SEE
000800*  FIBOPER.CPY).  AN IMAGE OF ALL SPACES MEANS "NO RECORD"
000900*  (BEFORE AN ADD, AFTER A DELETE).
001000*-----------------------------------------------------------------
001100*  DATE       INIT  DESCRIPTION
001200*  10/15/26   RH    ORIGINAL COPYBOOK.
001300*-----------------------------------------------------------------
001400 01  FIB-OAUD-RECORD.
001500     05  FIB-OAUD-DATE           PIC 9(08).
001600     05  FIB-OAUD-TIME           PIC 9(06).
001700     05  FIB-OAUD-OPERATOR       PIC X(08).
001800     05  FIB-OAUD-ACTION         PIC X(06).
001900         88  FIB-OAUD-IS-ADD             VALUE "ADD".
002000         88  FIB-OAUD-IS-UPDATE          VALUE "UPDATE".
002100         88  FIB-OAUD-IS-DELETE          VALUE "DELETE".
002200     05  FIB-OAUD-SUBJECT        PIC X(08).
002300     05  FIB-OAUD-OLD-IMAGE      PIC X(80).
002400     05  FIB-OAUD-NEW-IMAGE      PIC X(80).
002500     05  FILLER                  PIC X(04).
