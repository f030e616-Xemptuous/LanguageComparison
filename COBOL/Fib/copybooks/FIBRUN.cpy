002898*                   TREND REPORT (FibRunTrend) COULD NOT SAY
002899*                   HOW OFTEN CARDS REJECTED OR WHY.  RECORD
002900*                   LENGTH 80 -> 90.
002900*  10/15/26   RH    ADDED BEGIN AND END TIMESTAMPS (DATE
002900*                   YYYYMMDD, TIME HHMMSS): ON TYPE-R, WHEN THE
002900*                   REQUEST STARTED AND WHEN ITS RECORD WAS CUT;
002900*                   ON TYPE-I, WHEN THE INVOCATION STARTED AND
002900*                   ENDED.  ZERO ON TYPE-J.  RECORDS WRITTEN
002900*                   BEFORE THIS CHANGE READ AS SPACES THERE, SO
002900*                   A READER TREATS A NON-NUMERIC TIMESTAMP AS
002900*                   UNKNOWN.  RECORD LENGTH 90 -> 120.
002900*  10/15/26   RH    ADDED FIB-RLOG-TERMS-CALC IN PLACE OF THE
002900*                   FILLER: ON TYPE-I, THE TERMS THE FIB STEP
002900*                   ACTUALLY COMPUTED THIS INVOCATION.  EACH
002900*                   SEQUENCE IS NOW COMPUTED ONCE AND SHARED BY
002900*                   EVERY CARD THAT ASKS FOR IT, SO THIS CAN BE
002900*                   WELL BELOW FIB-RLOG-TERMS-DONE (THE TERMS
002900*                   DELIVERED).  ZERO ON TYPE-R/J; SPACES ON
002900*                   RECORDS WRITTEN BEFORE THIS CHANGE, WHICH A
002900*                   READER TREATS AS UNKNOWN.  LENGTH UNCHANGED.
002901*-----------------------------------------------------------------
003000 01  FIB-RUN-LOG-RECORD.
003100     05  FIB-RLOG-TYPE           PIC X(01).
004300         88  FIB-RLOG-RECON-MISMATCH     VALUE "M".
004400     05  FIB-RLOG-RETURN-CODE    PIC 9(04).
004450     05  FIB-RLOG-REASON         PIC X(30).
004550     05  FIB-RLOG-BEGIN-DATE     PIC 9(08).
004650     05  FIB-RLOG-BEGIN-TIME     PIC 9(06).
004750     05  FIB-RLOG-END-DATE       PIC 9(08).
004850     05  FIB-RLOG-END-TIME       PIC 9(06).
004950     05  FIB-RLOG-TERMS-CALC     PIC 9(08).
