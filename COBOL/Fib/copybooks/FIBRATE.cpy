000100*-----------------------------------------------------------------
000200*  FIBRATE - CHARGEBACK RATE TABLE, ONE RECORD PER SEQUENCE AND
000300*  UPPER-BOUND BAND.  FibChargeBack PRICES EACH REQUEST IN THE
000400*  MONTH FROM THE ROW WHOSE SEQUENCE ID MATCHES THE REQUEST'S
000500*  AND WHOSE BAND HOLDS ITS UPPER BOUND; FAILING THAT, FROM A
000600*  "*" (ANY SEQUENCE) ROW WHOSE BAND HOLDS IT.  A REQUEST WITH
000700*  NO ROW IS LISTED AS UNPRICED, NEVER GUESSED AT.  BANDS FOR
000800*  ONE SEQUENCE ID NEVER OVERLAP.  MAINTAINED ONLY THROUGH
000900*  FibRateMaint, WHICH VALIDATES, STAMPS THE OPERATOR, AND
001000*  AUDITS EVERY CHANGE TO FIBTAUD (FIBPAUD LAYOUT).
001100*
001200*  RATES ARE IN DOLLARS: PER TERM COMPUTED AND PER EXTRACT ROW
001300*  DELIVERED TO FOUR DECIMAL PLACES, PER CHECKPOINT RESUME TO
001400*  TWO.
001500*-----------------------------------------------------------------
001600*  DATE       INIT  DESCRIPTION
001700*  10/15/26   RH    ORIGINAL COPYBOOK.
001800*-----------------------------------------------------------------
001900 01  FIB-RATE-RECORD.
002000     05  FIB-RATE-SEQ-ID         PIC X(08).
002100         88  FIB-RATE-ANY-SEQ            VALUE "*".
002200     05  FIB-RATE-BAND-LOW       PIC 9(04).
002300     05  FIB-RATE-BAND-HIGH      PIC 9(04).
002400     05  FIB-RATE-PER-TERM       PIC 9(03)V9(04).
002500     05  FIB-RATE-PER-RESUME     PIC 9(05)V9(02).
002600     05  FIB-RATE-PER-ROW        PIC 9(03)V9(04).
002700     05  FIB-RATE-AUTH-OPER      PIC X(08).
002800     05  FILLER                  PIC X(35).
