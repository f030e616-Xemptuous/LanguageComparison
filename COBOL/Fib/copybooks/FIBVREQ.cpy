000100*-----------------------------------------------------------------
000200*  FIBVREQ - INBOUND VALUE-VERIFICATION ROW, SENT TO US BY A
000300*  DOWNSTREAM CONSUMER TO PROVE THAT WHAT IT HOLDS TODAY STILL
000400*  MATCHES WHAT WE PRODUCED: ONE ROW PER TERM IT WANTS CHECKED,
000500*  NAMING ITS REQUESTOR, THE SEQUENCE, THE RUN DATE AND TERM
000600*  NUMBER IT LOADED THE TERM UNDER, AND THE VALUE IT HOLDS.  THE
000700*  COLUMNS ARE COMMA-DELIMITED IN THE SAME SHAPE AS THE TYPE-D
000800*  EXTRACT ROW (SEE FIBEXTR.CPY), SO A CONSUMER CAN SEND BACK
000900*  WHAT IT LOADED WITHOUT RE-FORMATTING IT.  THE VALUE MAY COME
001000*  ZERO-FILLED TO 150 DIGITS AS WE SENT IT, OR LEFT-JUSTIFIED
001100*  WITH ITS LEADING ZEROS STRIPPED AND TRAILING BLANKS.  EACH
001200*  CONSUMER SENDS ITS OWN FILE; FibVerify ANSWERS IT ROW FOR ROW
001300*  ON FIBVRSP (SEE FIBVRSP.CPY).
001400*-----------------------------------------------------------------
001500*  DATE       INIT  DESCRIPTION
001600*  10/15/26   RH    ORIGINAL COPYBOOK.
001700*-----------------------------------------------------------------
001800 01  FIB-VREQ-RECORD.
001900     05  FIB-VREQ-REQUESTOR      PIC X(08).
002000     05  FIB-VREQ-COMMA-1        PIC X(01).
002100     05  FIB-VREQ-SEQ-ID         PIC X(08).
002200     05  FIB-VREQ-COMMA-2        PIC X(01).
002300     05  FIB-VREQ-RUN-DATE       PIC 9(08).
002400     05  FIB-VREQ-COMMA-3        PIC X(01).
002500     05  FIB-VREQ-I              PIC 9(09).
002600     05  FIB-VREQ-COMMA-4        PIC X(01).
002700     05  FIB-VREQ-VALUE          PIC X(150).
002800     05  FILLER                  PIC X(13).
