000100*-----------------------------------------------------------------
000200*  FIBRAUD - REQUESTOR-MASTER CHANGE AUDIT RECORD.  ONE RECORD
000300*  APPENDED BY FibRqstMaint FOR EVERY CHANGE MADE TO THE FIBRQST
000400*  MASTER, THE SAME SHAPE AS THE DECK'S FIBPAUD TRAIL: WHO
000500*  (OPERATOR), WHEN (DATE AND TIME), WHAT (ADD, UPDATE OR DELETE
000600*  OF ONE REQUESTOR), AND THE FULL BEFORE AND AFTER MASTER
000700*  RECORD IMAGES - WIDER THAN FIBPAUD'S BECAUSE A MASTER RECORD
000800*  IS 140 BYTES, NOT AN 80-BYTE CARD.  AN IMAGE OF ALL SPACES
000900*  MEANS "NO RECORD" (BEFORE AN ADD, AFTER A DELETE).
001000*-----------------------------------------------------------------
001100*  DATE       INIT  DESCRIPTION
001200*  10/15/26   RH    ORIGINAL COPYBOOK.
001300*-----------------------------------------------------------------
001400 01  FIB-RAUD-RECORD.
001500     05  FIB-RAUD-DATE           PIC 9(08).
001600     05  FIB-RAUD-TIME           PIC 9(06).
001700     05  FIB-RAUD-OPERATOR       PIC X(08).
001800     05  FIB-RAUD-ACTION         PIC X(06).
001900         88  FIB-RAUD-IS-ADD             VALUE "ADD".
002000         88  FIB-RAUD-IS-UPDATE          VALUE "UPDATE".
002100         88  FIB-RAUD-IS-DELETE          VALUE "DELETE".
002200     05  FIB-RAUD-REQUESTOR      PIC X(08).
002300     05  FIB-RAUD-OLD-IMAGE      PIC X(140).
002400     05  FIB-RAUD-NEW-IMAGE      PIC X(140).
002500     05  FILLER                  PIC X(04).
