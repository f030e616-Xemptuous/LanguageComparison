000100*-----------------------------------------------------------------
000200*  FIBDLOG - EXTRACT DELIVERY LOG, APPENDED BY FibFeedSplit: ONE
000300*  RECORD PER (RUN DATE, SEQUENCE) GROUP OF TYPE-D ROWS IT CUTS
000400*  INTO A REQUESTOR'S FEED, CARRYING THE ROW COUNT AND WHEN THE
000500*  SPLIT RAN.  THE SPLIT'S OWN FOOTING USED TO EXIST ONLY AS
000600*  DISPLAY LINES ON A PURGED JOB LOG; THE MONTH-END CHARGEBACK
000700*  (FibChargeBack) PRICES "EXTRACT ROWS DELIVERED" FROM HERE.
000800*
000900*  A RERUN OF A SPLIT STEP LOGS THE SAME RUN DATE AGAIN (AND AN
001000*  EXTRACT NOT YET ROLLED BY FibWorkRoll CARRIES EARLIER NIGHTS
001100*  TOO), SO READERS KEEP THE LATEST RECORD PER RUN DATE,
001200*  REQUESTOR AND SEQUENCE RATHER THAN ADDING THEM UP.
001300*-----------------------------------------------------------------
001400*  DATE       INIT  DESCRIPTION
001500*  10/15/26   RH    ORIGINAL COPYBOOK.
001600*-----------------------------------------------------------------
001700 01  FIB-DLOG-RECORD.
001800     05  FIB-DLOG-RUN-DATE       PIC 9(08).
001900     05  FIB-DLOG-REQUESTOR      PIC X(08).
002000     05  FIB-DLOG-SEQ-ID         PIC X(08).
002100     05  FIB-DLOG-DEST-NODE      PIC X(17).
002200     05  FIB-DLOG-ROWS           PIC 9(09).
002300     05  FIB-DLOG-SPLIT-DATE     PIC 9(08).
002400     05  FIB-DLOG-SPLIT-TIME     PIC 9(06).
002500     05  FILLER                  PIC X(16).
