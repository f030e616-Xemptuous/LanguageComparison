000100*-----------------------------------------------------------------
000200*  FIBSECV - SECURITY VIOLATION LOG.  ONE RECORD APPENDED BY
000300*  FibOperAuth EVERY TIME A MAINTENANCE OR UTILITY PROGRAM
000400*  REFUSES AN OPERATOR: WHEN, THE OPERATOR ID AS KEYED (SPACES
000500*  WHEN NONE WAS GIVEN), THE PROGRAM THAT REFUSED, THE AUTHORITY
000600*  IT NEEDED (SEE FIBOCHK.CPY) AND WHY.  NEVER REWRITTEN OR
000700*  ROLLED - FibSecReport LISTS A MONTH OF IT FOR REVIEW.
000800*-----------------------------------------------------------------
000900*  DATE       INIT  DESCRIPTION
001000*  10/15/26   RH    ORIGINAL COPYBOOK.
001100*-----------------------------------------------------------------
001200 01  FIB-SECV-RECORD.
001300     05  FIB-SECV-DATE           PIC 9(08).
001400     05  FIB-SECV-TIME           PIC 9(06).
001500     05  FIB-SECV-OPERATOR       PIC X(08).
001600     05  FIB-SECV-PROGRAM        PIC X(16).
001700     05  FIB-SECV-AUTHORITY      PIC X(08).
001800     05  FIB-SECV-REASON-SW      PIC X(01).
001900         88  FIB-SECV-NO-OPERATOR        VALUE "B".
002000         88  FIB-SECV-UNKNOWN            VALUE "U".
002100         88  FIB-SECV-INACTIVE           VALUE "I".
002200         88  FIB-SECV-NOT-AUTHORIZED     VALUE "N".
002300         88  FIB-SECV-REGISTRY-DOWN      VALUE "F".
002400         88  FIB-SECV-BAD-AUTHORITY      VALUE "X".
002500     05  FIB-SECV-REASON         PIC X(30).
002600     05  FILLER                  PIC X(03).
