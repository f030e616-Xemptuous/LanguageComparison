001500*-----------------------------------------------------------------
001600*  DATE       INIT  DESCRIPTION
001700*  09/02/26   RH    ORIGINAL COPYBOOK.
001720*  10/15/26   RH    FibVerify NOW ROUTES EACH REQUESTOR'S
001740*                   VALUE-VERIFICATION RESPONSE (SEE FIBVRSP.CPY)
001760*                   BACK THROUGH THIS PROFILE TOO: NO PROFILE, OR
001780*                   AN INACTIVE ONE, MEANS NO RESPONSE IS SENT.
001800*-----------------------------------------------------------------
001900 01  FIB-DLVP-RECORD.
002000     05  FIB-DLVP-REQUESTOR      PIC X(08).
